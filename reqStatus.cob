       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQSTAT.
      *
      *    Daily department request status report.  One section per
      *    department, in request-master key order, listing:
      *        OVERDUE    a request still outstanding (open, approved,
      *                   on deck, or failed and awaiting re-approval)
      *                   whose needed-by date is before today's
      *                   business date
      *        OPEN       every other outstanding request
      *        FULFILLED  requests the latest posted night run
      *                   fulfilled, with the run id and range issued
      *    Cancelled requests and older fulfilments are not listed.
      *    Department subtotals and grand totals close the report so
      *    the service desk can answer "where is my request" without
      *    reading the master.
      *
      *    The "latest night run" is the latest status date on any
      *    fulfilled request, found in a first pass over the master,
      *    so the report shows the right fulfilments whether it is run
      *    straight after REQPOST or the following morning.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQMAST-FILE ASSIGN TO "REQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REQMAST-FILE-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT REQSRPT-FILE ASSIGN TO "REQSRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQMAST-FILE.
       COPY REQMAST.

       FD  CAL-FILE.
       COPY CALREC.

       FD  REQSRPT-FILE
           RECORDING MODE IS F.
       01  REQSRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQMAST-FILE-STATUS      PIC XX.
       01  WS-CAL-FILE-STATUS          PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-MASTER-EOF-SW        PIC X VALUE 'N'.
               88  MASTER-EOF                    VALUE 'Y'.

       01  WS-FILE-FLAGS.
           05  WS-REQMAST-OPEN-SW      PIC X VALUE 'N'.
               88  REQMAST-IS-OPEN               VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "REQSTAT".
       01  WS-WALL-DATE                PIC 9(06).
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-LATEST-POSTED-DATE       PIC 9(06) VALUE ZERO.
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-CATEGORY                 PIC X(09) VALUE SPACES.
       01  WS-CURRENT-DEPT             PIC X(04) VALUE SPACES.

       01  WS-DEPT-TOTALS.
           05  WS-DEPT-OPEN-COUNT      PIC 9(06) VALUE ZERO.
           05  WS-DEPT-OVERDUE-COUNT   PIC 9(06) VALUE ZERO.
           05  WS-DEPT-FULFILLED-COUNT PIC 9(06) VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-DEPT-COUNT           PIC 9(06) VALUE ZERO.
           05  WS-GRAND-OPEN-COUNT     PIC 9(06) VALUE ZERO.
           05  WS-GRAND-OVERDUE-COUNT  PIC 9(06) VALUE ZERO.
           05  WS-GRAND-FULFILLED-COUNT
                                       PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF REQMAST-IS-OPEN
               PERFORM 2000-FIND-LATEST-POSTING
               PERFORM 3000-REPORT-REQUESTS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-WALL-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1050-READ-BUSINESS-CALENDAR
           OPEN OUTPUT REQSRPT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPARTMENT REQUEST STATUS REPORT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQSRPT-LINE
           WRITE REQSRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQSRPT-LINE
           WRITE REQSRPT-LINE
           OPEN INPUT REQMAST-FILE
           IF WS-REQMAST-FILE-STATUS = "00"
               SET REQMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** REQMAST-FILE OPEN FAILED - STATUS "
                       WS-REQMAST-FILE-STATUS
                       " - NO STATUS REPORT ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       1050-READ-BUSINESS-CALENDAR.
           MOVE WS-WALL-DATE TO WS-RUN-DATE
           OPEN INPUT CAL-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "*** CALFILE NOT AVAILABLE - STATUS "
                       WS-CAL-FILE-STATUS
                       " - WALL-CLOCK DATE IN EFFECT ***"
           ELSE
               MOVE WS-WALL-DATE TO CAL-DATE
               READ CAL-FILE
                   INVALID KEY
                       DISPLAY "*** DATE " WS-WALL-DATE
                               " NOT ON BUSINESS CALENDAR - "
                               "WALL-CLOCK DATE IN EFFECT ***"
                   NOT INVALID KEY
                       IF CAL-BUSINESS-DATE > ZERO
                           MOVE CAL-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE CAL-FILE
           END-IF.

       2000-FIND-LATEST-POSTING.
           PERFORM UNTIL MASTER-EOF
               READ REQMAST-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF RQ-FULFILLED
                           AND RQ-STATUS-DATE > WS-LATEST-POSTED-DATE
                           MOVE RQ-STATUS-DATE
                                   TO WS-LATEST-POSTED-DATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FULFILMENTS POSTED: " DELIMITED BY SIZE
                   WS-LATEST-POSTED-DATE DELIMITED BY SIZE
                   "   OVERDUE IF NEEDED BEFORE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQSRPT-LINE
           WRITE REQSRPT-LINE.

       3000-REPORT-REQUESTS.
           MOVE 'N' TO WS-MASTER-EOF-SW
           MOVE LOW-VALUES TO RQ-KEY
           START REQMAST-FILE KEY NOT < RQ-KEY
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
               READ REQMAST-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-CLASSIFY-REQUEST
               END-READ
           END-PERFORM
           IF WS-CURRENT-DEPT NOT = SPACES
               PERFORM 3900-PRINT-DEPT-TOTALS
           END-IF.

       3100-CLASSIFY-REQUEST.
           MOVE SPACES TO WS-CATEGORY
           EVALUATE TRUE
               WHEN RQ-CANCELLED
                   CONTINUE
               WHEN RQ-FULFILLED
                   IF RQ-STATUS-DATE = WS-LATEST-POSTED-DATE
                       MOVE "FULFILLED" TO WS-CATEGORY
                   END-IF
               WHEN RQ-NEEDED-BY-DATE < WS-RUN-DATE
                   MOVE "OVERDUE" TO WS-CATEGORY
               WHEN OTHER
                   MOVE "OPEN" TO WS-CATEGORY
           END-EVALUATE
           IF WS-CATEGORY NOT = SPACES
               IF RQ-DEPT-CODE NOT = WS-CURRENT-DEPT
                   IF WS-CURRENT-DEPT NOT = SPACES
                       PERFORM 3900-PRINT-DEPT-TOTALS
                   END-IF
                   PERFORM 3050-START-DEPARTMENT
               END-IF
               PERFORM 3200-PRINT-REQUEST
           END-IF.

       3050-START-DEPARTMENT.
           MOVE RQ-DEPT-CODE TO WS-CURRENT-DEPT
           MOVE ZERO TO WS-DEPT-OPEN-COUNT
                        WS-DEPT-OVERDUE-COUNT
                        WS-DEPT-FULFILLED-COUNT
           ADD 1 TO WS-DEPT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQSRPT-LINE
           WRITE REQSRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPARTMENT: " DELIMITED BY SIZE
                   WS-CURRENT-DEPT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQSRPT-LINE
           WRITE REQSRPT-LINE.

       3200-PRINT-REQUEST.
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE WS-CATEGORY
               WHEN "FULFILLED"
                   ADD 1 TO WS-DEPT-FULFILLED-COUNT
                   STRING "  " DELIMITED BY SIZE
                           WS-CATEGORY DELIMITED BY SIZE
                           " REQUEST " DELIMITED BY SIZE
                           RQ-REQUEST-NUM DELIMITED BY SIZE
                           " SERIES " DELIMITED BY SIZE
                           RQ-SERIES-CODE DELIMITED BY SIZE
                           " QTY " DELIMITED BY SIZE
                           RQ-QUANTITY DELIMITED BY SIZE
                           " RUN " DELIMITED BY SIZE
                           RQ-RUN-ID DELIMITED BY SIZE
                           " ISSUED " DELIMITED BY SIZE
                           RQ-FIRST-ISSUED DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           RQ-LAST-ISSUED DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
               WHEN OTHER
                   IF WS-CATEGORY = "OVERDUE"
                       ADD 1 TO WS-DEPT-OVERDUE-COUNT
                   ELSE
                       ADD 1 TO WS-DEPT-OPEN-COUNT
                   END-IF
                   STRING "  " DELIMITED BY SIZE
                           WS-CATEGORY DELIMITED BY SIZE
                           " REQUEST " DELIMITED BY SIZE
                           RQ-REQUEST-NUM DELIMITED BY SIZE
                           " SERIES " DELIMITED BY SIZE
                           RQ-SERIES-CODE DELIMITED BY SIZE
                           " QTY " DELIMITED BY SIZE
                           RQ-QUANTITY DELIMITED BY SIZE
                           " NEEDED BY " DELIMITED BY SIZE
                           RQ-NEEDED-BY-DATE DELIMITED BY SIZE
                           " STATUS " DELIMITED BY SIZE
                           RQ-STATUS DELIMITED BY SIZE
                           " SINCE " DELIMITED BY SIZE
                           RQ-STATUS-DATE DELIMITED BY SIZE
                           " REQUESTER " DELIMITED BY SIZE
                           RQ-REQUESTER DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
           END-EVALUATE
           MOVE WS-PRINT-LINE TO REQSRPT-LINE
           WRITE REQSRPT-LINE
           IF RQ-FAILED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "          LAST RUN FAILED: " DELIMITED BY SIZE
                       RQ-FAIL-REASON DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REQSRPT-LINE
               WRITE REQSRPT-LINE
           END-IF.

       3900-PRINT-DEPT-TOTALS.
           ADD WS-DEPT-OPEN-COUNT      TO WS-GRAND-OPEN-COUNT
           ADD WS-DEPT-OVERDUE-COUNT   TO WS-GRAND-OVERDUE-COUNT
           ADD WS-DEPT-FULFILLED-COUNT TO WS-GRAND-FULFILLED-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  DEPARTMENT " DELIMITED BY SIZE
                   WS-CURRENT-DEPT DELIMITED BY SIZE
                   " TOTALS - OPEN: " DELIMITED BY SIZE
                   WS-DEPT-OPEN-COUNT DELIMITED BY SIZE
                   "   OVERDUE: " DELIMITED BY SIZE
                   WS-DEPT-OVERDUE-COUNT DELIMITED BY SIZE
                   "   FULFILLED: " DELIMITED BY SIZE
                   WS-DEPT-FULFILLED-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQSRPT-LINE
           WRITE REQSRPT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQSRPT-LINE
           WRITE REQSRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPARTMENTS: " DELIMITED BY SIZE
                   WS-DEPT-COUNT DELIMITED BY SIZE
                   "   OPEN: " DELIMITED BY SIZE
                   WS-GRAND-OPEN-COUNT DELIMITED BY SIZE
                   "   OVERDUE: " DELIMITED BY SIZE
                   WS-GRAND-OVERDUE-COUNT DELIMITED BY SIZE
                   "   FULFILLED: " DELIMITED BY SIZE
                   WS-GRAND-FULFILLED-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQSRPT-LINE
           WRITE REQSRPT-LINE
           IF WS-GRAND-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF REQMAST-IS-OPEN
               CLOSE REQMAST-FILE
           END-IF
           CLOSE REQSRPT-FILE.
