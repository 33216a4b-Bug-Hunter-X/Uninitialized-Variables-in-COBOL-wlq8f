       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQDECK.
      *
      *    Night-deck build from the department request master.  Run
      *    at the end of the business day, it selects every approved
      *    request whose needed-by date falls on or before the next
      *    business date and punches a quantity card for it on the
      *    RUNCTL deck BUGSOLN runs that night, so nobody retypes a
      *    request that is already on file.  Each card carries the
      *    request's department and request number; BUGSOLN echoes
      *    them on its REQRSLT result and REQPOST closes the request
      *    out from there.
      *
      *    A request put on the deck is marked 'D' (on deck) with the
      *    business date, and can no longer be amended or cancelled.
      *    Rerunning the job the same business day rebuilds the whole
      *    deck -- requests already marked for today are punched
      *    again -- so a deck lost or spoiled before the night run is
      *    simply built over.  Hand-punched cards for work outside the
      *    request master are concatenated behind this deck in the
      *    night JCL as before.
      *
      *    The volume mode comes from the series catalog, so SERMAST
      *    must be available; a request whose series has since come
      *    off the catalog is held (left approved) and reported.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQMAST-FILE ASSIGN TO "REQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REQMAST-FILE-STATUS.

           SELECT SERMAST-FILE ASSIGN TO "SERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SER-KEY
               FILE STATUS IS WS-SERMAST-FILE-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT REQDRPT-FILE ASSIGN TO "REQDRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQMAST-FILE.
       COPY REQMAST.

       FD  SERMAST-FILE.
       COPY SERMAST.

       FD  CAL-FILE.
       COPY CALREC.

       FD  RUNCTL-FILE
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  REQDRPT-FILE
           RECORDING MODE IS F.
       01  REQDRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQMAST-FILE-STATUS      PIC XX.
       01  WS-SERMAST-FILE-STATUS      PIC XX.
       01  WS-CAL-FILE-STATUS          PIC XX.
       01  WS-RUNCTL-FILE-STATUS       PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-MASTER-EOF-SW        PIC X VALUE 'N'.
               88  MASTER-EOF                    VALUE 'Y'.
           05  WS-CAL-EOF-SW           PIC X VALUE 'N'.
               88  CAL-EOF                       VALUE 'Y'.

       01  WS-FILE-FLAGS.
           05  WS-FILES-OPEN-SW        PIC X VALUE 'N'.
               88  FILES-ARE-OPEN                VALUE 'Y'.
           05  WS-CAL-OPEN-SW          PIC X VALUE 'N'.
               88  CALENDAR-IS-OPEN              VALUE 'Y'.

       01  WS-REQUEST-FLAGS.
           05  WS-SELECT-SW            PIC X VALUE 'N'.
               88  REQUEST-SELECTED              VALUE 'Y'.
           05  WS-HOLD-SW              PIC X VALUE 'N'.
               88  REQUEST-HELD                  VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "REQDECK".
       01  WS-WALL-DATE                PIC 9(06).
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-NEXT-BUSINESS-DATE       PIC 9(06) VALUE ZERO.
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-HOLD-REASON              PIC X(40) VALUE SPACES.
       01  WS-HOLD-RESULT              PIC X(10) VALUE SPACES.

       01  WS-REQUEST-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-CARD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-REBUILT-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-QUANTITY-TOTAL           PIC 9(11) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF FILES-ARE-OPEN
               PERFORM 2000-BUILD-DECK
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-WALL-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1050-READ-BUSINESS-CALENDAR
           PERFORM 1100-FIND-NEXT-BUSINESS-DATE
           OPEN OUTPUT REQDRPT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPARTMENT REQUEST NIGHT DECK BUILD"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQDRPT-LINE
           WRITE REQDRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   "   DUE BY: " DELIMITED BY SIZE
                   WS-NEXT-BUSINESS-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQDRPT-LINE
           WRITE REQDRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQDRPT-LINE
           WRITE REQDRPT-LINE
           PERFORM 1200-OPEN-FILES.

       1050-READ-BUSINESS-CALENDAR.
           MOVE WS-WALL-DATE TO WS-RUN-DATE
           OPEN INPUT CAL-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "*** CALFILE NOT AVAILABLE - STATUS "
                       WS-CAL-FILE-STATUS
                       " - WALL-CLOCK DATE IN EFFECT ***"
           ELSE
               SET CALENDAR-IS-OPEN TO TRUE
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
           END-IF.

      *---------------------------------------------------------------*
      *  The next business date is the first business day on the
      *  calendar after today's business date.  Without a calendar
      *  (or past its end) there is no way to look ahead, so only
      *  requests due today or earlier are selected and the run ends
      *  with a warning.
      *---------------------------------------------------------------*
       1100-FIND-NEXT-BUSINESS-DATE.
           IF CALENDAR-IS-OPEN
               MOVE WS-RUN-DATE TO CAL-DATE
               START CAL-FILE KEY > CAL-KEY
                   INVALID KEY
                       SET CAL-EOF TO TRUE
               END-START
               PERFORM UNTIL CAL-EOF
                   OR WS-NEXT-BUSINESS-DATE > ZERO
                   READ CAL-FILE NEXT RECORD
                       AT END
                           SET CAL-EOF TO TRUE
                       NOT AT END
                           IF CAL-BUSINESS-DAY
                               MOVE CAL-DATE TO WS-NEXT-BUSINESS-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-NEXT-BUSINESS-DATE = ZERO
               DISPLAY "*** NEXT BUSINESS DATE NOT ON CALENDAR - "
                       "ONLY REQUESTS DUE BY " WS-RUN-DATE
                       " SELECTED ***"
               MOVE WS-RUN-DATE TO WS-NEXT-BUSINESS-DATE
               MOVE 8 TO RETURN-CODE
           END-IF.

       1200-OPEN-FILES.
           OPEN I-O REQMAST-FILE
           IF WS-REQMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** REQMAST-FILE OPEN FAILED - STATUS "
                       WS-REQMAST-FILE-STATUS
                       " - NO DECK BUILT ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT SERMAST-FILE
               IF WS-SERMAST-FILE-STATUS NOT = "00"
                   DISPLAY "*** SERMAST NOT AVAILABLE - STATUS "
                           WS-SERMAST-FILE-STATUS
                           " - NO DECK BUILT ***"
                   CLOSE REQMAST-FILE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT RUNCTL-FILE
                   SET FILES-ARE-OPEN TO TRUE
               END-IF
           END-IF.

       2000-BUILD-DECK.
           PERFORM UNTIL MASTER-EOF
               READ REQMAST-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM 2100-SELECT-REQUEST
               END-READ
           END-PERFORM.

      *---------------------------------------------------------------*
      *  An approved request due by the next business date goes on
      *  the deck; so does one already marked on deck today, when the
      *  job is rerun to rebuild the deck.
      *---------------------------------------------------------------*
       2100-SELECT-REQUEST.
           MOVE 'N' TO WS-SELECT-SW
                       WS-HOLD-SW
           IF RQ-APPROVED
               AND RQ-NEEDED-BY-DATE NOT > WS-NEXT-BUSINESS-DATE
               SET REQUEST-SELECTED TO TRUE
           END-IF
           IF RQ-ON-DECK
               AND RQ-STATUS-DATE = WS-RUN-DATE
               SET REQUEST-SELECTED TO TRUE
           END-IF
           IF REQUEST-SELECTED
               MOVE RQ-SERIES-CODE TO SER-SERIES-CODE
               READ SERMAST-FILE
                   INVALID KEY
                       MOVE "SERIES NO LONGER ON SERIES CATALOG"
                               TO WS-HOLD-REASON
                       SET REQUEST-HELD TO TRUE
               END-READ
               IF REQUEST-HELD
                   PERFORM 2300-HOLD-REQUEST
               ELSE
                   PERFORM 2200-PUNCH-REQUEST-CARD
               END-IF
           END-IF.

       2200-PUNCH-REQUEST-CARD.
           MOVE SPACES TO RC-RUN-CONTROL-RECORD
           MOVE ZERO TO RC-START-NUM
                        RC-END-NUM
                        RC-CHECKPOINT-FREQ
                        RC-HV-START-NUM
                        RC-HV-END-NUM
                        RC-BATCH-SIZE
                        RC-INSTANCE-NUM
                        RC-INSTANCE-COUNT
                        RC-EXCP-TOLERANCE
                        RC-EXCP-TOL-PCT
           MOVE 'N' TO RC-RESTART-SW
                       RC-CAL-OVERRIDE-SW
           IF SER-HIGH-VOLUME
               MOVE 'Y' TO RC-HIGH-VOLUME-SW
           ELSE
               MOVE 'N' TO RC-HIGH-VOLUME-SW
           END-IF
           MOVE RQ-SERIES-CODE  TO RC-SERIES-CODE
           MOVE RQ-QUANTITY     TO RC-QUANTITY
           MOVE RQ-DEPT-CODE    TO RC-DEPT-CODE
           MOVE RQ-REQUEST-NUM  TO RC-REQUEST-NUM
           WRITE RC-RUN-CONTROL-RECORD
           ADD 1 TO WS-CARD-COUNT
           ADD RQ-QUANTITY TO WS-QUANTITY-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           IF RQ-ON-DECK
               ADD 1 TO WS-REBUILT-COUNT
               STRING "REPUNCHED" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           ELSE
               SET RQ-ON-DECK TO TRUE
               MOVE WS-RUN-DATE TO RQ-STATUS-DATE
               REWRITE RQ-REQUEST-RECORD
               IF WS-REQMAST-FILE-STATUS NOT = "00"
                   DISPLAY "*** REQMAST-FILE REWRITE FAILED - STATUS "
                           WS-REQMAST-FILE-STATUS " - DEPT "
                           RQ-DEPT-CODE " REQUEST " RQ-REQUEST-NUM
                           " ***"
                   MOVE 16 TO RETURN-CODE
               END-IF
               STRING "PUNCHED" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           END-IF
           PERFORM 8000-PRINT-REQUEST-DETAIL.

       2300-HOLD-REQUEST.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "HELD" TO WS-HOLD-RESULT
           IF RQ-ON-DECK
               SET RQ-APPROVED TO TRUE
               MOVE WS-RUN-DATE TO RQ-STATUS-DATE
               REWRITE RQ-REQUEST-RECORD
               IF WS-REQMAST-FILE-STATUS NOT = "00"
                   MOVE "NOT HELD" TO WS-HOLD-RESULT
                   DISPLAY "*** REQMAST-FILE REWRITE FAILED - STATUS "
                           WS-REQMAST-FILE-STATUS " - DEPT "
                           RQ-DEPT-CODE " REQUEST " RQ-REQUEST-NUM
                           " ***"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-HOLD-RESULT = "HELD"
               ADD 1 TO WS-HELD-COUNT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-HOLD-RESULT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           PERFORM 8000-PRINT-REQUEST-DETAIL
           MOVE SPACES TO WS-PRINT-LINE
           STRING "          REASON: " DELIMITED BY SIZE
                   WS-HOLD-REASON DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQDRPT-LINE
           WRITE REQDRPT-LINE.

       8000-PRINT-REQUEST-DETAIL.
           STRING "DEPT " DELIMITED BY SIZE
                   RQ-DEPT-CODE DELIMITED BY SIZE
                   " REQUEST " DELIMITED BY SIZE
                   RQ-REQUEST-NUM DELIMITED BY SIZE
                   " SERIES " DELIMITED BY SIZE
                   RQ-SERIES-CODE DELIMITED BY SIZE
                   " QTY " DELIMITED BY SIZE
                   RQ-QUANTITY DELIMITED BY SIZE
                   " NEEDED BY " DELIMITED BY SIZE
                   RQ-NEEDED-BY-DATE DELIMITED BY SIZE
                   " REQUESTER " DELIMITED BY SIZE
                   RQ-REQUESTER DELIMITED BY SIZE
                   INTO WS-PRINT-LINE (11:122)
           MOVE WS-PRINT-LINE TO REQDRPT-LINE
           WRITE REQDRPT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQDRPT-LINE
           WRITE REQDRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REQUESTS READ: " DELIMITED BY SIZE
                   WS-REQUEST-COUNT DELIMITED BY SIZE
                   "   CARDS PUNCHED: " DELIMITED BY SIZE
                   WS-CARD-COUNT DELIMITED BY SIZE
                   "   REPUNCHED: " DELIMITED BY SIZE
                   WS-REBUILT-COUNT DELIMITED BY SIZE
                   "   HELD: " DELIMITED BY SIZE
                   WS-HELD-COUNT DELIMITED BY SIZE
                   "   TOTAL QUANTITY: " DELIMITED BY SIZE
                   WS-QUANTITY-TOTAL DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQDRPT-LINE
           WRITE REQDRPT-LINE
           IF FILES-ARE-OPEN
               CLOSE REQMAST-FILE
                     SERMAST-FILE
                     RUNCTL-FILE
           END-IF
           IF CALENDAR-IS-OPEN
               CLOSE CAL-FILE
           END-IF
           CLOSE REQDRPT-FILE.
