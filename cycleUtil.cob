       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLEUTL.
      *
      *    Night-cycle restart utility for the on-call operator.  For
      *    the business date on each control card it lists every
      *    step of the night cycle (CYCDEFN.CPY) with its status,
      *    start and end times, return code and attempt count from
      *    the cycle control file, and names the step the cycle
      *    stopped at -- the first one that failed, never finished,
      *    is waiting on a rerun, or has not run though it is due.
      *    That is the step to restart from.
      *
      *    A rerun card marks a step so CYCSTEP will let it start
      *    again.  Every later step that has already run for the date
      *    and depends on the marked step, directly or through
      *    another step, is marked along with it: its output was
      *    built on what is about to be redone, and CYCSTEP then holds
      *    each of them until the step before it completes again.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCCARD-FILE ASSIGN TO "CYCCARDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCCARD-FILE-STATUS.

           SELECT CYCLECTL-FILE ASSIGN TO "CYCLECTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYCLECTL-FILE-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT CYCRPT-FILE ASSIGN TO "CYCRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCCARD-FILE
           RECORDING MODE IS F.
       COPY CYCCARD.

       FD  CYCLECTL-FILE.
       COPY CYCCTL.

       FD  CAL-FILE.
       COPY CALREC.

       FD  CYCRPT-FILE
           RECORDING MODE IS F.
       01  CYCRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CYCCARD-FILE-STATUS      PIC XX.
       01  WS-CYCLECTL-FILE-STATUS     PIC XX.
       01  WS-CAL-FILE-STATUS          PIC XX.

       COPY CYCDEFN.

       01  WS-EOF-FLAGS.
           05  WS-CARD-EOF-SW          PIC X VALUE 'N'.
               88  CARD-EOF                      VALUE 'Y'.

       01  WS-OPEN-FLAGS.
           05  WS-CYCLECTL-OPEN-SW     PIC X VALUE 'N'.
               88  CYCLECTL-IS-OPEN              VALUE 'Y'.

       01  WS-CARD-FLAGS.
           05  WS-CARD-REJECT-SW       PIC X VALUE 'N'.
               88  CARD-REJECTED                 VALUE 'Y'.
           05  WS-STEP-DEFINED-SW      PIC X VALUE 'N'.
               88  STEP-IS-DEFINED               VALUE 'Y'.
           05  WS-STOP-FOUND-SW        PIC X VALUE 'N'.
               88  CYCLE-STOP-FOUND              VALUE 'Y'.
           05  WS-STEP-ON-FILE-SW      PIC X VALUE 'N'.
               88  STEP-ON-FILE                  VALUE 'Y'.
           05  WS-MERGE-DUE-SW         PIC X VALUE 'N'.
               88  CYCLE-MERGE-DUE               VALUE 'Y'.
           05  WS-DEPENDS-SW           PIC X VALUE 'N'.
               88  STEP-DEPENDS-ON-MARKED        VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "CYCLEUTL".
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-REJECT-REASON            PIC X(50) VALUE SPACES.
       01  WS-DISPOSITION              PIC X(10) VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC 9(06) VALUE ZERO.
       01  WS-STATUS-TEXT              PIC X(14) VALUE SPACES.
       01  WS-STOP-STEP                PIC X(08) VALUE SPACES.
       01  WS-STOP-TEXT                PIC X(50) VALUE SPACES.
       01  WS-PRIOR-STATUS             PIC X(01) VALUE SPACE.
       01  WS-MERGE-TEXT               PIC X(03) VALUE SPACES.

       01  WS-STEP-IX                  PIC 9(02) VALUE ZERO.
       01  WS-MARK-IX                  PIC 9(02) VALUE ZERO.
       01  WS-PRED-IX                  PIC 9(02) VALUE ZERO.
       01  WS-SCAN-IX                  PIC 9(02) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Steps marked for rerun by the current card, parallel to the
      *  step table in CYCDEFN.CPY.
      *---------------------------------------------------------------*
       01  WS-MARK-TABLE.
           05  WS-MARK-SW              PIC X(01) OCCURS 6 TIMES.

       01  WS-COUNTERS.
           05  WS-CARD-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-SHOWN-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-MARKED-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF CYCLECTL-IS-OPEN
               PERFORM 2000-PROCESS-CARD-DECK
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT CYCRPT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NIGHT-CYCLE STATUS AND RESTART REPORT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CYCRPT-LINE
           WRITE CYCRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CYCRPT-LINE
           WRITE CYCRPT-LINE
           OPEN I-O CYCLECTL-FILE
           IF WS-CYCLECTL-FILE-STATUS = "35"
               OPEN OUTPUT CYCLECTL-FILE
               CLOSE CYCLECTL-FILE
               OPEN I-O CYCLECTL-FILE
           END-IF
           IF WS-CYCLECTL-FILE-STATUS = "00"
               SET CYCLECTL-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** CYCLECTL-FILE OPEN FAILED - STATUS "
                       WS-CYCLECTL-FILE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-PROCESS-CARD-DECK.
           OPEN INPUT CYCCARD-FILE
           IF WS-CYCCARD-FILE-STATUS NOT = "00"
               DISPLAY "*** CYCCARDS OPEN FAILED - STATUS "
                       WS-CYCCARD-FILE-STATUS " ***"
               SET CARD-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL CARD-EOF
                   READ CYCCARD-FILE
                       AT END
                           SET CARD-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-PROCESS-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE CYCCARD-FILE
           END-IF.

       2100-PROCESS-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE 'N' TO WS-CARD-REJECT-SW
                       WS-STEP-ON-FILE-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ALL 'N' TO WS-MARK-TABLE
           PERFORM 2200-EDIT-CYCLE-CARD
           PERFORM 8000-REPORT-CARD-DISPOSITION
           IF NOT CARD-REJECTED
               IF CUC-MARK-RERUN
                   PERFORM 2400-MARK-STEP-FOR-RERUN
               END-IF
               PERFORM 3000-SHOW-CYCLE
           END-IF.

       2200-EDIT-CYCLE-CARD.
           MOVE CUC-BUSINESS-DATE TO WS-BUSINESS-DATE
           IF NOT CUC-SHOW-CYCLE AND NOT CUC-MARK-RERUN
               MOVE "FUNCTION MUST BE S OR R" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF CUC-BUSINESS-DATE NOT NUMERIC
               MOVE "BUSINESS DATE NOT NUMERIC" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF CUC-MARK-RERUN
               AND CUC-STEP-NAME = SPACES
               MOVE "RERUN CARD MUST NAME A STEP" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           END-IF
           END-IF
           END-IF
           IF NOT CARD-REJECTED
               IF WS-BUSINESS-DATE = ZERO
                   PERFORM 2250-READ-BUSINESS-CALENDAR
               END-IF
               IF CUC-MARK-RERUN
                   PERFORM 2300-LOCATE-RERUN-STEP
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  Today's business date, resolved from the calendar the way
      *  CYCSTEP resolves it for the cycle jobs themselves.
      *---------------------------------------------------------------*
       2250-READ-BUSINESS-CALENDAR.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           OPEN INPUT CAL-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "*** CALFILE NOT AVAILABLE - STATUS "
                       WS-CAL-FILE-STATUS
                       " - WALL-CLOCK DATE IN EFFECT ***"
           ELSE
               MOVE WS-RUN-DATE TO CAL-DATE
               READ CAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-BUSINESS-DATE > ZERO
                           MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE CAL-FILE
           END-IF.

       2300-LOCATE-RERUN-STEP.
           MOVE 'N' TO WS-STEP-DEFINED-SW
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > CYD-STEP-MAX
                   OR STEP-IS-DEFINED
               IF CYD-STEP-NAME (WS-STEP-IX) = CUC-STEP-NAME
                   SET STEP-IS-DEFINED TO TRUE
               END-IF
           END-PERFORM
           IF NOT STEP-IS-DEFINED
               MOVE "STEP IS NOT PART OF THE NIGHT CYCLE"
                       TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-STEP-IX
               MOVE WS-BUSINESS-DATE TO CYC-BUSINESS-DATE
               MOVE CUC-STEP-NAME    TO CYC-STEP-NAME
               READ CYCLECTL-FILE
                   INVALID KEY
                       MOVE "STEP HAS NOT RUN FOR THAT DATE"
                               TO WS-REJECT-REASON
                       SET CARD-REJECTED TO TRUE
                   NOT INVALID KEY
                       SET STEP-ON-FILE TO TRUE
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *  Mark the named step, then walk the later steps in cycle
      *  order: one with any predecessor already marked is marked
      *  too if it has run for the date.  Cycle order guarantees a
      *  step's predecessors are settled before the step is looked
      *  at, so one pass carries the rerun all the way down.
      *---------------------------------------------------------------*
       2400-MARK-STEP-FOR-RERUN.
           MOVE WS-STEP-IX TO WS-MARK-IX
           PERFORM 2500-MARK-ONE-STEP
           COMPUTE WS-SCAN-IX = WS-STEP-IX + 1
           PERFORM VARYING WS-SCAN-IX FROM WS-SCAN-IX BY 1
                   UNTIL WS-SCAN-IX > CYD-STEP-MAX
               MOVE 'N' TO WS-DEPENDS-SW
               PERFORM VARYING WS-PRED-IX FROM 1 BY 1
                       UNTIL WS-PRED-IX > CYD-PRED-MAX
                   PERFORM VARYING WS-MARK-IX FROM 1 BY 1
                           UNTIL WS-MARK-IX > CYD-STEP-MAX
                       IF WS-MARK-SW (WS-MARK-IX) = 'Y'
                           AND CYD-PRED-NAME (WS-SCAN-IX, WS-PRED-IX)
                               = CYD-STEP-NAME (WS-MARK-IX)
                           SET STEP-DEPENDS-ON-MARKED TO TRUE
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF STEP-DEPENDS-ON-MARKED
                   MOVE WS-BUSINESS-DATE TO CYC-BUSINESS-DATE
                   MOVE CYD-STEP-NAME (WS-SCAN-IX) TO CYC-STEP-NAME
                   READ CYCLECTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-SCAN-IX TO WS-MARK-IX
                           PERFORM 2500-MARK-ONE-STEP
                   END-READ
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      *  Expects the step's record in the record area.  Any count of
      *  executions still open, and any split-range instances begun
      *  or ended, are cleared: an abnormal end never recorded its
      *  end, and the rerun starts the step afresh.
      *---------------------------------------------------------------*
       2500-MARK-ONE-STEP.
           MOVE CYC-STATUS TO WS-PRIOR-STATUS
           SET CYC-STEP-RERUN-DUE TO TRUE
           MOVE ZERO        TO CYC-ACTIVE-COUNT
                               CYC-ENDED-COUNT
           MOVE SPACES      TO CYC-INSTANCE-TABLE
           MOVE WS-RUN-DATE TO CYC-RERUN-DATE
           MOVE WS-RUN-TIME TO CYC-RERUN-TIME
           REWRITE CYC-STEP-RECORD
           IF WS-CYCLECTL-FILE-STATUS NOT = "00"
               DISPLAY "*** CYCLECTL-FILE REWRITE FAILED - STATUS "
                       WS-CYCLECTL-FILE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-MARK-SW (WS-MARK-IX)
               ADD 1 TO WS-MARKED-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "          MARKED FOR RERUN: " DELIMITED BY SIZE
                       CYC-STEP-NAME DELIMITED BY SIZE
                       "  (STATUS WAS " DELIMITED BY SIZE
                       WS-PRIOR-STATUS DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO CYCRPT-LINE
               WRITE CYCRPT-LINE
               IF WS-PRIOR-STATUS = 'S'
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "          WARNING: " DELIMITED BY SIZE
                           CYC-STEP-NAME DELIMITED BY SIZE
                           " WAS STILL RECORDED AS RUNNING - CONFIRM"
                           " IT IS NOT ACTIVE BEFORE RESUBMITTING"
                           DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO CYCRPT-LINE
                   WRITE CYCRPT-LINE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  One line per cycle step, then where the cycle stopped.  The
      *  stop is the first step, in cycle order, that failed, is
      *  still recorded as started, waits on a rerun, or has not run
      *  though it is always required (or required by a merge due).
      *---------------------------------------------------------------*
       3000-SHOW-CYCLE.
           ADD 1 TO WS-SHOWN-COUNT
           MOVE 'N' TO WS-STOP-FOUND-SW
                       WS-MERGE-DUE-SW
           MOVE SPACES TO WS-STOP-STEP
                          WS-STOP-TEXT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CYCRPT-LINE
           WRITE CYCRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NIGHT CYCLE FOR BUSINESS DATE " DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CYCRPT-LINE
           WRITE CYCRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STEP     STATUS         TRY ACT STARTED"
                   "         ENDED           RC   MERGE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CYCRPT-LINE
           WRITE CYCRPT-LINE
           PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                   UNTIL WS-SCAN-IX > CYD-STEP-MAX
               PERFORM 3100-SHOW-ONE-STEP
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           IF CYCLE-STOP-FOUND
               STRING "CYCLE STOPPED AT: " DELIMITED BY SIZE
                       WS-STOP-STEP DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-STOP-TEXT DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           ELSE
               STRING "CYCLE COMPLETE - EVERY STEP DUE HAS FINISHED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO CYCRPT-LINE
           WRITE CYCRPT-LINE.

       3100-SHOW-ONE-STEP.
           MOVE WS-BUSINESS-DATE TO CYC-BUSINESS-DATE
           MOVE CYD-STEP-NAME (WS-SCAN-IX) TO CYC-STEP-NAME
           MOVE SPACES TO WS-PRINT-LINE
           READ CYCLECTL-FILE
               INVALID KEY
                   STRING CYD-STEP-NAME (WS-SCAN-IX) DELIMITED BY SIZE
                           " NOT RUN" DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                   PERFORM 3200-CHECK-STEP-DUE
               NOT INVALID KEY
                   PERFORM 3300-FORMAT-STEP-LINE
           END-READ
           MOVE WS-PRINT-LINE TO CYCRPT-LINE
           WRITE CYCRPT-LINE.

      *---------------------------------------------------------------*
      *  A step with no record stops the cycle only if some
      *  predecessor slot anywhere in the cycle requires it outright,
      *  or requires it because the date's BUGSOLN run left a split-
      *  range merge due.  The last step closes the cycle and is
      *  always due.
      *---------------------------------------------------------------*
       3200-CHECK-STEP-DUE.
           IF NOT CYCLE-STOP-FOUND
               AND WS-SCAN-IX = CYD-STEP-MAX
               SET CYCLE-STOP-FOUND TO TRUE
           END-IF
           IF NOT CYCLE-STOP-FOUND
               PERFORM VARYING WS-MARK-IX FROM 1 BY 1
                       UNTIL WS-MARK-IX > CYD-STEP-MAX
                       OR CYCLE-STOP-FOUND
                   PERFORM VARYING WS-PRED-IX FROM 1 BY 1
                           UNTIL WS-PRED-IX > CYD-PRED-MAX
                       IF CYD-PRED-NAME (WS-MARK-IX, WS-PRED-IX)
                               = CYD-STEP-NAME (WS-SCAN-IX)
                           IF CYD-PRED-REQUIRED
                                   (WS-MARK-IX, WS-PRED-IX)
                               OR (CYD-PRED-IF-MERGE-DUE
                                   (WS-MARK-IX, WS-PRED-IX)
                                   AND CYCLE-MERGE-DUE)
                               SET CYCLE-STOP-FOUND TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           IF CYCLE-STOP-FOUND
               AND WS-STOP-STEP = SPACES
               MOVE CYD-STEP-NAME (WS-SCAN-IX) TO WS-STOP-STEP
               MOVE "NOT RUN YET - SUBMIT THIS STEP NEXT"
                       TO WS-STOP-TEXT
           END-IF.

       3300-FORMAT-STEP-LINE.
           IF CYC-STEP-NAME = "BUGSOLN"
               AND CYC-MERGE-DUE
               SET CYCLE-MERGE-DUE TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN CYC-STEP-COMPLETE
                   MOVE "COMPLETE" TO WS-STATUS-TEXT
               WHEN CYC-STEP-FAILED
                   MOVE "FAILED" TO WS-STATUS-TEXT
               WHEN CYC-STEP-STARTED
                   MOVE "STARTED" TO WS-STATUS-TEXT
               WHEN CYC-STEP-RERUN-DUE
                   MOVE "RERUN DUE" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE
           IF CYC-MERGE-DUE
               MOVE "YES" TO WS-MERGE-TEXT
           ELSE
               MOVE SPACES TO WS-MERGE-TEXT
           END-IF
           STRING CYC-STEP-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STATUS-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-ATTEMPT-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-ACTIVE-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYC-START-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-START-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-END-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-END-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-RETURN-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MERGE-TEXT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           IF NOT CYCLE-STOP-FOUND
               AND NOT CYC-STEP-COMPLETE
               SET CYCLE-STOP-FOUND TO TRUE
               MOVE CYC-STEP-NAME TO WS-STOP-STEP
               EVALUATE TRUE
                   WHEN CYC-STEP-FAILED
                       MOVE "FAILED - MARK FOR RERUN, THEN RESUBMIT"
                               TO WS-STOP-TEXT
                   WHEN CYC-STEP-STARTED
                       MOVE "NO END RECORDED - RUNNING OR ABENDED"
                               TO WS-STOP-TEXT
                   WHEN OTHER
                       MOVE "MARKED FOR RERUN - RESUBMIT THIS STEP"
                               TO WS-STOP-TEXT
               END-EVALUATE
           END-IF.

       8000-REPORT-CARD-DISPOSITION.
           IF CARD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               MOVE 12 TO RETURN-CODE
               MOVE "REJECTED" TO WS-DISPOSITION
           ELSE
               IF CUC-MARK-RERUN
                   MOVE "RERUN" TO WS-DISPOSITION
               ELSE
                   MOVE "SHOW" TO WS-DISPOSITION
               END-IF
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CYCRPT-LINE
           WRITE CYCRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-DISPOSITION DELIMITED BY SIZE
                   " FUNCTION " DELIMITED BY SIZE
                   CUC-FUNCTION DELIMITED BY SIZE
                   "  BUSINESS DATE " DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   "  STEP " DELIMITED BY SIZE
                   CUC-STEP-NAME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CYCRPT-LINE
           WRITE CYCRPT-LINE
           IF CARD-REJECTED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "          REASON: " DELIMITED BY SIZE
                       WS-REJECT-REASON DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO CYCRPT-LINE
               WRITE CYCRPT-LINE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CYCRPT-LINE
           WRITE CYCRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CARDS READ: " DELIMITED BY SIZE
                   WS-CARD-COUNT DELIMITED BY SIZE
                   "   CYCLES SHOWN: " DELIMITED BY SIZE
                   WS-SHOWN-COUNT DELIMITED BY SIZE
                   "   STEPS MARKED FOR RERUN: " DELIMITED BY SIZE
                   WS-MARKED-COUNT DELIMITED BY SIZE
                   "   REJECTED: " DELIMITED BY SIZE
                   WS-REJECT-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CYCRPT-LINE
           WRITE CYCRPT-LINE
           IF CYCLECTL-IS-OPEN
               CLOSE CYCLECTL-FILE
           END-IF
           CLOSE CYCRPT-FILE.
