       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCSTEP.
      *
      *    Night-cycle step control routine.  Every job in the night
      *    cycle calls it before it does any work and again when it
      *    finishes; the parameter contract lives in CYCSTEP.CPY and
      *    the cycle itself -- the steps and what each must wait for
      *    -- in CYCDEFN.CPY.  The cycle control file (CYCLECTL) holds
      *    one record per step per business date with its start and
      *    end times, worst return code, and status.
      *
      *    On a begin call every predecessor of the step must be
      *    complete for the business date, and the step itself must
      *    not already be complete or failed: a step that has to run
      *    again is marked for rerun with CYCLEUTL first, so the
      *    operator restarts the cycle from a known step instead of
      *    re-running whatever happened to be resubmitted.  A step
      *    already started is refused too -- it is running, or it
      *    abended and needs the same rerun mark -- except for a
      *    further instance of a split-range run, which is admitted
      *    once per instance number and completes the step only when
      *    the instance count the first instance carried have all
      *    ended.  An execution ending with a return code of 16 or
      *    more fails the step.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLECTL-FILE.
       COPY CYCCTL.

       FD  CAL-FILE.
       COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-CYCLECTL-FILE-STATUS     PIC XX.
       01  WS-CAL-FILE-STATUS          PIC XX.

       COPY CYCDEFN.

       01  WS-STEP-IX                  PIC 9(02) VALUE ZERO.
       01  WS-PRED-IX                  PIC 9(02) VALUE ZERO.
       01  WS-FAILURE-RC               PIC 9(04) VALUE 16.
       01  WS-INSTANCE-MAX             PIC 9(02) VALUE 24.

       01  WS-CONTROL-FLAGS.
           05  WS-STEP-DEFINED-SW      PIC X VALUE 'N'.
               88  STEP-IS-DEFINED               VALUE 'Y'.
           05  WS-CYCLECTL-OPEN-SW     PIC X VALUE 'N'.
               88  CYCLECTL-IS-OPEN              VALUE 'Y'.
           05  WS-MERGE-DUE-SW         PIC X VALUE 'N'.
               88  CYCLE-MERGE-DUE               VALUE 'Y'.
           05  WS-SPLIT-CALL-SW        PIC X VALUE 'N'.
               88  SPLIT-INSTANCE-CALL           VALUE 'Y'.
           05  WS-INSTANCE-BAD-SW      PIC X VALUE 'N'.
               88  INSTANCE-IS-BAD               VALUE 'Y'.

       01  WS-WALL-DATE                PIC 9(06).
       01  WS-NOW-DATE                 PIC 9(06).
       01  WS-NOW-TIME                 PIC 9(08).
       01  WS-PRED-NAME                PIC X(08).
       01  WS-PRED-COND                PIC X(01).
       01  WS-PRED-STATUS              PIC X(01).

       LINKAGE SECTION.
       COPY CYCSTEP.

       PROCEDURE DIVISION USING CYCSTEP-PARM-AREA.
       0000-MAIN-LINE.
           SET CYCSTEP-CLEARED TO TRUE
           MOVE SPACES TO CYCSTEP-MESSAGE
           ACCEPT WS-NOW-DATE FROM DATE
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM 1000-LOCATE-STEP
           PERFORM 1050-EDIT-INSTANCE
           IF NOT STEP-IS-DEFINED
               OR (NOT CYCSTEP-BEGIN AND NOT CYCSTEP-END)
               SET CYCSTEP-REQUEST-BAD TO TRUE
               MOVE "STEP NOT DEFINED IN NIGHT CYCLE OR BAD FUNCTION"
                       TO CYCSTEP-MESSAGE
           END-IF
           IF INSTANCE-IS-BAD
               SET CYCSTEP-REQUEST-BAD TO TRUE
               MOVE "INSTANCE OUTSIDE INSTANCE COUNT OR COUNT ABOVE 24"
                       TO CYCSTEP-MESSAGE
           END-IF
           IF CYCSTEP-CLEARED
               IF CYCSTEP-BUSINESS-DATE = ZERO
                   PERFORM 1100-READ-BUSINESS-CALENDAR
               END-IF
               PERFORM 1200-OPEN-CYCLE-CONTROL
               IF CYCLECTL-IS-OPEN
                   IF CYCSTEP-BEGIN
                       PERFORM 2000-BEGIN-STEP
                   ELSE
                       PERFORM 3000-END-STEP
                   END-IF
                   CLOSE CYCLECTL-FILE
               END-IF
           END-IF
           GOBACK.

       1000-LOCATE-STEP.
           MOVE 'N' TO WS-STEP-DEFINED-SW
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > CYD-STEP-MAX
                   OR STEP-IS-DEFINED
               IF CYD-STEP-NAME (WS-STEP-IX) = CYCSTEP-STEP-NAME
                   SET STEP-IS-DEFINED TO TRUE
               END-IF
           END-PERFORM
           IF STEP-IS-DEFINED
               SUBTRACT 1 FROM WS-STEP-IX
           END-IF.

      *---------------------------------------------------------------*
      *  An instance count above 1 makes this call one instance of a
      *  split-range run; its number must lie within the count and
      *  the count within what the control record can track.
      *---------------------------------------------------------------*
       1050-EDIT-INSTANCE.
           MOVE 'N' TO WS-SPLIT-CALL-SW
                       WS-INSTANCE-BAD-SW
           IF CYCSTEP-INSTANCE-COUNT > 1
               SET SPLIT-INSTANCE-CALL TO TRUE
               IF CYCSTEP-INSTANCE-NUM = ZERO
                   OR CYCSTEP-INSTANCE-NUM > CYCSTEP-INSTANCE-COUNT
                   OR CYCSTEP-INSTANCE-COUNT > WS-INSTANCE-MAX
                   SET INSTANCE-IS-BAD TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  The business date is resolved the way the cycle jobs resolve
      *  it themselves: today's wall-clock date keys the calendar and
      *  its record names the date the work belongs to.  A missing
      *  calendar degrades to the wall-clock date.
      *---------------------------------------------------------------*
       1100-READ-BUSINESS-CALENDAR.
           ACCEPT WS-WALL-DATE FROM DATE
           MOVE WS-WALL-DATE TO CYCSTEP-BUSINESS-DATE
           OPEN INPUT CAL-FILE
           IF WS-CAL-FILE-STATUS = "00"
               MOVE WS-WALL-DATE TO CAL-DATE
               READ CAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-BUSINESS-DATE > ZERO
                           MOVE CAL-BUSINESS-DATE
                                   TO CYCSTEP-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE CAL-FILE
           END-IF.

       1200-OPEN-CYCLE-CONTROL.
           MOVE 'N' TO WS-CYCLECTL-OPEN-SW
           OPEN I-O CYCLECTL-FILE
           IF WS-CYCLECTL-FILE-STATUS = "35"
               OPEN OUTPUT CYCLECTL-FILE
               CLOSE CYCLECTL-FILE
               OPEN I-O CYCLECTL-FILE
           END-IF
           IF WS-CYCLECTL-FILE-STATUS = "00"
               SET CYCLECTL-IS-OPEN TO TRUE
           ELSE
               SET CYCSTEP-CONTROL-DOWN TO TRUE
               STRING "CYCLECTL OPEN FAILED - STATUS "
                       DELIMITED BY SIZE
                       WS-CYCLECTL-FILE-STATUS DELIMITED BY SIZE
                       INTO CYCSTEP-MESSAGE
           END-IF.

      *---------------------------------------------------------------*
      *  Begin: predecessors first, then the step's own record.
      *---------------------------------------------------------------*
       2000-BEGIN-STEP.
           PERFORM 2100-CHECK-PREDECESSORS
           IF CYCSTEP-CLEARED
               MOVE CYCSTEP-BUSINESS-DATE TO CYC-BUSINESS-DATE
               MOVE CYCSTEP-STEP-NAME     TO CYC-STEP-NAME
               READ CYCLECTL-FILE
                   INVALID KEY
                       PERFORM 2300-RECORD-FIRST-START
                   NOT INVALID KEY
                       PERFORM 2400-RECORD-NEXT-START
               END-READ
           END-IF.

       2100-CHECK-PREDECESSORS.
           MOVE 'N' TO WS-MERGE-DUE-SW
           MOVE CYCSTEP-BUSINESS-DATE TO CYC-BUSINESS-DATE
           MOVE "BUGSOLN"             TO CYC-STEP-NAME
           READ CYCLECTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CYC-MERGE-DUE
                       SET CYCLE-MERGE-DUE TO TRUE
                   END-IF
           END-READ
           PERFORM VARYING WS-PRED-IX FROM 1 BY 1
                   UNTIL WS-PRED-IX > CYD-PRED-MAX
                   OR NOT CYCSTEP-CLEARED
               IF CYD-PRED-NAME (WS-STEP-IX, WS-PRED-IX) NOT = SPACES
                   MOVE CYD-PRED-NAME (WS-STEP-IX, WS-PRED-IX)
                           TO WS-PRED-NAME
                   MOVE CYD-PRED-COND (WS-STEP-IX, WS-PRED-IX)
                           TO WS-PRED-COND
                   PERFORM 2200-CHECK-ONE-PREDECESSOR
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      *  A predecessor that started must have finished, whatever its
      *  condition; one that never started stops the step only when
      *  it is required outright, or required by a merge being due.
      *---------------------------------------------------------------*
       2200-CHECK-ONE-PREDECESSOR.
           MOVE CYCSTEP-BUSINESS-DATE TO CYC-BUSINESS-DATE
           MOVE WS-PRED-NAME          TO CYC-STEP-NAME
           READ CYCLECTL-FILE
               INVALID KEY
                   IF WS-PRED-COND = 'R'
                       OR (WS-PRED-COND = 'M' AND CYCLE-MERGE-DUE)
                       SET CYCSTEP-REFUSED TO TRUE
                       STRING "PREDECESSOR " DELIMITED BY SIZE
                               WS-PRED-NAME DELIMITED BY SPACE
                               " HAS NOT RUN FOR BUSINESS DATE "
                               DELIMITED BY SIZE
                               CYCSTEP-BUSINESS-DATE DELIMITED BY SIZE
                               INTO CYCSTEP-MESSAGE
                   END-IF
               NOT INVALID KEY
                   IF NOT CYC-STEP-COMPLETE
                       MOVE CYC-STATUS TO WS-PRED-STATUS
                       SET CYCSTEP-REFUSED TO TRUE
                       STRING "PREDECESSOR " DELIMITED BY SIZE
                               WS-PRED-NAME DELIMITED BY SPACE
                               " NOT COMPLETE - STATUS "
                               DELIMITED BY SIZE
                               WS-PRED-STATUS DELIMITED BY SIZE
                               INTO CYCSTEP-MESSAGE
                   END-IF
           END-READ.

       2300-RECORD-FIRST-START.
           MOVE CYCSTEP-BUSINESS-DATE TO CYC-BUSINESS-DATE
           MOVE CYCSTEP-STEP-NAME     TO CYC-STEP-NAME
           MOVE ZERO                  TO CYC-ATTEMPT-COUNT
                                         CYC-RERUN-DATE
                                         CYC-RERUN-TIME
           PERFORM 2500-SET-ATTEMPT-STARTED
           WRITE CYC-STEP-RECORD
           IF WS-CYCLECTL-FILE-STATUS NOT = "00"
               SET CYCSTEP-CONTROL-DOWN TO TRUE
               STRING "CYCLECTL WRITE FAILED - STATUS "
                       DELIMITED BY SIZE
                       WS-CYCLECTL-FILE-STATUS DELIMITED BY SIZE
                       INTO CYCSTEP-MESSAGE
           END-IF.

       2400-RECORD-NEXT-START.
           EVALUATE TRUE
               WHEN CYC-STEP-COMPLETE
                   SET CYCSTEP-REFUSED TO TRUE
                   MOVE "STEP ALREADY COMPLETE - MARK FOR RERUN FIRST"
                           TO CYCSTEP-MESSAGE
               WHEN CYC-STEP-FAILED
                   SET CYCSTEP-REFUSED TO TRUE
                   MOVE "STEP FAILED - MARK FOR RERUN BEFORE RESTART"
                           TO CYCSTEP-MESSAGE
               WHEN CYC-STEP-STARTED
                   PERFORM 2450-ADMIT-NEXT-INSTANCE
               WHEN OTHER
                   PERFORM 2500-SET-ATTEMPT-STARTED
           END-EVALUATE
           IF CYCSTEP-CLEARED
               REWRITE CYC-STEP-RECORD
               IF WS-CYCLECTL-FILE-STATUS NOT = "00"
                   SET CYCSTEP-CONTROL-DOWN TO TRUE
                   STRING "CYCLECTL REWRITE FAILED - STATUS "
                           DELIMITED BY SIZE
                           WS-CYCLECTL-FILE-STATUS DELIMITED BY SIZE
                           INTO CYCSTEP-MESSAGE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  A started step lets in only a further instance of the same
      *  split-range run, each instance number once.  Anything else
      *  is a second copy of a running step or the restart of one
      *  that abended, and either must wait for a rerun mark.
      *---------------------------------------------------------------*
       2450-ADMIT-NEXT-INSTANCE.
           EVALUATE TRUE
               WHEN NOT SPLIT-INSTANCE-CALL
               WHEN CYC-INSTANCE-COUNT NOT > 1
                   SET CYCSTEP-REFUSED TO TRUE
                   MOVE "STEP ALREADY STARTED - MARK FOR RERUN FIRST"
                           TO CYCSTEP-MESSAGE
               WHEN CYC-INSTANCE-COUNT NOT = CYCSTEP-INSTANCE-COUNT
                   SET CYCSTEP-REFUSED TO TRUE
                   MOVE "INSTANCE COUNT DIFFERS FROM STARTED RUN"
                           TO CYCSTEP-MESSAGE
               WHEN CYC-INSTANCE-SW (CYCSTEP-INSTANCE-NUM)
                       NOT = SPACE
                   SET CYCSTEP-REFUSED TO TRUE
                   MOVE "INSTANCE ALREADY STARTED - MARK FOR RERUN"
                           TO CYCSTEP-MESSAGE
               WHEN OTHER
                   MOVE 'S' TO CYC-INSTANCE-SW (CYCSTEP-INSTANCE-NUM)
                   ADD 1 TO CYC-ACTIVE-COUNT
           END-EVALUATE.

       2500-SET-ATTEMPT-STARTED.
           SET CYC-STEP-STARTED TO TRUE
           MOVE 'N'         TO CYC-MERGE-DUE-SW
           MOVE WS-NOW-DATE TO CYC-START-DATE
           MOVE WS-NOW-TIME TO CYC-START-TIME
           MOVE ZERO        TO CYC-END-DATE
                               CYC-END-TIME
                               CYC-RETURN-CODE
                               CYC-ENDED-COUNT
           MOVE 1           TO CYC-ACTIVE-COUNT
           ADD 1            TO CYC-ATTEMPT-COUNT
           MOVE SPACES      TO CYC-INSTANCE-TABLE
           IF SPLIT-INSTANCE-CALL
               MOVE CYCSTEP-INSTANCE-COUNT TO CYC-INSTANCE-COUNT
               MOVE 'S' TO CYC-INSTANCE-SW (CYCSTEP-INSTANCE-NUM)
           ELSE
               MOVE ZERO TO CYC-INSTANCE-COUNT
           END-IF.

      *---------------------------------------------------------------*
      *  End: fold this execution's return code into the attempt.  A
      *  failure sticks; otherwise an ordinary step completes on its
      *  end, and a split-range step once every instance of the count
      *  it was started with has ended -- an instance that has not yet
      *  begun keeps the step open.  An end with no begin on file (the
      *  control file was unavailable at start) is recorded as a
      *  single execution so the cycle still shows the step.
      *---------------------------------------------------------------*
       3000-END-STEP.
           MOVE CYCSTEP-BUSINESS-DATE TO CYC-BUSINESS-DATE
           MOVE CYCSTEP-STEP-NAME     TO CYC-STEP-NAME
           READ CYCLECTL-FILE
               INVALID KEY
                   MOVE CYCSTEP-BUSINESS-DATE TO CYC-BUSINESS-DATE
                   MOVE CYCSTEP-STEP-NAME     TO CYC-STEP-NAME
                   MOVE ZERO                  TO CYC-ATTEMPT-COUNT
                                                 CYC-RERUN-DATE
                                                 CYC-RERUN-TIME
                   PERFORM 2500-SET-ATTEMPT-STARTED
                   PERFORM 3100-APPLY-END
                   WRITE CYC-STEP-RECORD
               NOT INVALID KEY
                   PERFORM 3100-APPLY-END
                   REWRITE CYC-STEP-RECORD
           END-READ
           IF WS-CYCLECTL-FILE-STATUS NOT = "00"
               SET CYCSTEP-CONTROL-DOWN TO TRUE
               STRING "CYCLECTL END UPDATE FAILED - STATUS "
                       DELIMITED BY SIZE
                       WS-CYCLECTL-FILE-STATUS DELIMITED BY SIZE
                       INTO CYCSTEP-MESSAGE
           END-IF.

       3100-APPLY-END.
           IF CYC-ACTIVE-COUNT > ZERO
               SUBTRACT 1 FROM CYC-ACTIVE-COUNT
           END-IF
           IF CYCSTEP-RETURN-CODE > CYC-RETURN-CODE
               MOVE CYCSTEP-RETURN-CODE TO CYC-RETURN-CODE
           END-IF
           IF CYCSTEP-MERGE-DUE
               SET CYC-MERGE-DUE TO TRUE
           END-IF
           MOVE WS-NOW-DATE TO CYC-END-DATE
           MOVE WS-NOW-TIME TO CYC-END-TIME
           IF SPLIT-INSTANCE-CALL
               AND CYC-INSTANCE-COUNT > 1
               AND CYC-INSTANCE-SW (CYCSTEP-INSTANCE-NUM) NOT = 'E'
               MOVE 'E' TO CYC-INSTANCE-SW (CYCSTEP-INSTANCE-NUM)
               ADD 1 TO CYC-ENDED-COUNT
           END-IF
           IF CYCSTEP-RETURN-CODE NOT < WS-FAILURE-RC
               SET CYC-STEP-FAILED TO TRUE
           ELSE
               IF NOT CYC-STEP-FAILED
                   IF CYC-INSTANCE-COUNT > 1
                       IF CYC-ENDED-COUNT NOT < CYC-INSTANCE-COUNT
                           SET CYC-STEP-COMPLETE TO TRUE
                       END-IF
                   ELSE
                       IF CYC-ACTIVE-COUNT = ZERO
                           SET CYC-STEP-COMPLETE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
