       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQPOST.
      *
      *    Post the night run's outcome back to the department
      *    request master.  BUGSOLN writes a REQRSLT result for every
      *    RUNCTL card it processes; each result for a card REQDECK
      *    built from a logged request marks that request fulfilled,
      *    with the run id and the range actually issued, or failed,
      *    with the reason the card was rejected or the run stopped.
      *    Results for hand-punched cards carry no request number and
      *    are only counted.
      *
      *    Once every result is posted, any request still on deck was
      *    never reached by the night run (a run that stopped on an
      *    exception breach reads no further cards) and is marked
      *    failed so it shows on the status report and can be
      *    re-approved.  That sweep is only made when REQRSLT was
      *    read: without the night's results nothing is known, and
      *    the requests are left on deck for a rerun of this job.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQRSLT-FILE ASSIGN TO "REQRSLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQRSLT-FILE-STATUS.

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

           SELECT REQPRPT-FILE ASSIGN TO "REQPRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQRSLT-FILE
           RECORDING MODE IS F.
       COPY REQRSLT.

       FD  REQMAST-FILE.
       COPY REQMAST.

       FD  CAL-FILE.
       COPY CALREC.

       FD  REQPRPT-FILE
           RECORDING MODE IS F.
       01  REQPRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQRSLT-FILE-STATUS      PIC XX.
       01  WS-REQMAST-FILE-STATUS      PIC XX.
       01  WS-CAL-FILE-STATUS          PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-RESULT-EOF-SW        PIC X VALUE 'N'.
               88  RESULT-EOF                    VALUE 'Y'.
           05  WS-MASTER-EOF-SW        PIC X VALUE 'N'.
               88  MASTER-EOF                    VALUE 'Y'.

       01  WS-FILE-FLAGS.
           05  WS-REQMAST-OPEN-SW      PIC X VALUE 'N'.
               88  REQMAST-IS-OPEN               VALUE 'Y'.
           05  WS-RESULTS-READ-SW      PIC X VALUE 'N'.
               88  RESULTS-WERE-READ             VALUE 'Y'.

       01  WS-RESULT-FLAGS.
           05  WS-RESULT-OK-SW         PIC X VALUE 'N'.
               88  RESULT-MATCHED                VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "REQPOST".
       01  WS-WALL-DATE                PIC 9(06).
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-DISPOSITION              PIC X(09) VALUE SPACES.
       01  WS-UNMATCHED-REASON         PIC X(40) VALUE SPACES.

       01  WS-RESULT-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-HAND-PUNCHED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-FULFILLED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-UNMATCHED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-NOT-RUN-COUNT            PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF REQMAST-IS-OPEN
               PERFORM 2000-POST-RESULTS
               IF RESULTS-WERE-READ
                   PERFORM 3000-SWEEP-UNRUN-REQUESTS
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-WALL-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1050-READ-BUSINESS-CALENDAR
           OPEN OUTPUT REQPRPT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPARTMENT REQUEST NIGHT-RUN POSTING"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQPRPT-LINE
           WRITE REQPRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQPRPT-LINE
           WRITE REQPRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQPRPT-LINE
           WRITE REQPRPT-LINE
           OPEN I-O REQMAST-FILE
           IF WS-REQMAST-FILE-STATUS = "00"
               SET REQMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** REQMAST-FILE OPEN FAILED - STATUS "
                       WS-REQMAST-FILE-STATUS
                       " - NOTHING POSTED ***"
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

       2000-POST-RESULTS.
           OPEN INPUT REQRSLT-FILE
           IF WS-REQRSLT-FILE-STATUS NOT = "00"
               DISPLAY "*** REQRSLT NOT AVAILABLE - STATUS "
                       WS-REQRSLT-FILE-STATUS
                       " - REQUESTS LEFT ON DECK ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               SET RESULTS-WERE-READ TO TRUE
               PERFORM UNTIL RESULT-EOF
                   READ REQRSLT-FILE
                       AT END
                           SET RESULT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RESULT-COUNT
                           PERFORM 2100-POST-ONE-RESULT
                   END-READ
               END-PERFORM
               CLOSE REQRSLT-FILE
           END-IF.

      *---------------------------------------------------------------*
      *  A result must name a request that is on deck; anything else
      *  (a request since posted, or a card repunched by hand with a
      *  stale request number) is reported and left alone.
      *---------------------------------------------------------------*
       2100-POST-ONE-RESULT.
           IF RR-REQUEST-NUM NOT NUMERIC
               OR RR-REQUEST-NUM = ZERO
               ADD 1 TO WS-HAND-PUNCHED-COUNT
           ELSE
               MOVE 'N' TO WS-RESULT-OK-SW
               MOVE RR-DEPT-CODE   TO RQ-DEPT-CODE
               MOVE RR-REQUEST-NUM TO RQ-REQUEST-NUM
               READ REQMAST-FILE
                   INVALID KEY
                       MOVE "NO SUCH REQUEST ON REQUEST MASTER"
                               TO WS-UNMATCHED-REASON
                   NOT INVALID KEY
                       IF RQ-ON-DECK
                           SET RESULT-MATCHED TO TRUE
                       ELSE
                           MOVE "REQUEST IS NOT ON DECK"
                                   TO WS-UNMATCHED-REASON
                       END-IF
               END-READ
               IF RESULT-MATCHED
                   PERFORM 2200-APPLY-RESULT
               ELSE
                   PERFORM 2300-REPORT-UNMATCHED-RESULT
               END-IF
           END-IF.

       2200-APPLY-RESULT.
           MOVE RR-RUN-ID       TO RQ-RUN-ID
           MOVE RR-FIRST-ISSUED TO RQ-FIRST-ISSUED
           MOVE RR-LAST-ISSUED  TO RQ-LAST-ISSUED
           MOVE RR-ISSUED-COUNT TO RQ-ISSUED-COUNT
           MOVE WS-RUN-DATE     TO RQ-STATUS-DATE
           IF RR-FULFILLED
               SET RQ-FULFILLED TO TRUE
               MOVE SPACES TO RQ-FAIL-REASON
               MOVE "FULFILLED" TO WS-DISPOSITION
               ADD 1 TO WS-FULFILLED-COUNT
           ELSE
               SET RQ-FAILED TO TRUE
               MOVE RR-REJECT-REASON TO RQ-FAIL-REASON
               MOVE "FAILED" TO WS-DISPOSITION
               ADD 1 TO WS-FAILED-COUNT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 2900-REWRITE-REQUEST
           PERFORM 8000-PRINT-REQUEST-OUTCOME.

       2300-REPORT-UNMATCHED-RESULT.
           ADD 1 TO WS-UNMATCHED-COUNT
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "UNMATCHED DEPT " DELIMITED BY SIZE
                   RR-DEPT-CODE DELIMITED BY SIZE
                   " REQUEST " DELIMITED BY SIZE
                   RR-REQUEST-NUM DELIMITED BY SIZE
                   " RUN " DELIMITED BY SIZE
                   RR-RUN-ID DELIMITED BY SIZE
                   " RESULT " DELIMITED BY SIZE
                   RR-STATUS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQPRPT-LINE
           WRITE REQPRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "          REASON: " DELIMITED BY SIZE
                   WS-UNMATCHED-REASON DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQPRPT-LINE
           WRITE REQPRPT-LINE.

       2900-REWRITE-REQUEST.
           REWRITE RQ-REQUEST-RECORD
           IF WS-REQMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** REQMAST-FILE REWRITE FAILED - STATUS "
                       WS-REQMAST-FILE-STATUS " - DEPT "
                       RQ-DEPT-CODE " REQUEST " RQ-REQUEST-NUM " ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      *  Whatever is still on deck after the results are posted was
      *  never processed by the night run.
      *---------------------------------------------------------------*
       3000-SWEEP-UNRUN-REQUESTS.
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
                       IF RQ-ON-DECK
                           PERFORM 3100-FAIL-UNRUN-REQUEST
                       END-IF
               END-READ
           END-PERFORM.

       3100-FAIL-UNRUN-REQUEST.
           SET RQ-FAILED TO TRUE
           MOVE WS-RUN-DATE TO RQ-STATUS-DATE
           MOVE SPACES TO RQ-RUN-ID
           MOVE ZERO TO RQ-FIRST-ISSUED
                        RQ-LAST-ISSUED
                        RQ-ISSUED-COUNT
           MOVE "NOT PROCESSED BY NIGHT RUN" TO RQ-FAIL-REASON
           MOVE "NOT RUN" TO WS-DISPOSITION
           ADD 1 TO WS-NOT-RUN-COUNT
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 2900-REWRITE-REQUEST
           PERFORM 8000-PRINT-REQUEST-OUTCOME.

       8000-PRINT-REQUEST-OUTCOME.
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-DISPOSITION DELIMITED BY SIZE
                   " DEPT " DELIMITED BY SIZE
                   RQ-DEPT-CODE DELIMITED BY SIZE
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
                   " COUNT " DELIMITED BY SIZE
                   RQ-ISSUED-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQPRPT-LINE
           WRITE REQPRPT-LINE
           IF RQ-FAILED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "          REASON: " DELIMITED BY SIZE
                       RQ-FAIL-REASON DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REQPRPT-LINE
               WRITE REQPRPT-LINE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQPRPT-LINE
           WRITE REQPRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RESULTS READ: " DELIMITED BY SIZE
                   WS-RESULT-COUNT DELIMITED BY SIZE
                   "   HAND-PUNCHED: " DELIMITED BY SIZE
                   WS-HAND-PUNCHED-COUNT DELIMITED BY SIZE
                   "   FULFILLED: " DELIMITED BY SIZE
                   WS-FULFILLED-COUNT DELIMITED BY SIZE
                   "   FAILED: " DELIMITED BY SIZE
                   WS-FAILED-COUNT DELIMITED BY SIZE
                   "   NOT RUN: " DELIMITED BY SIZE
                   WS-NOT-RUN-COUNT DELIMITED BY SIZE
                   "   UNMATCHED: " DELIMITED BY SIZE
                   WS-UNMATCHED-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQPRPT-LINE
           WRITE REQPRPT-LINE
           IF REQMAST-IS-OPEN
               CLOSE REQMAST-FILE
           END-IF
           CLOSE REQPRPT-FILE.
