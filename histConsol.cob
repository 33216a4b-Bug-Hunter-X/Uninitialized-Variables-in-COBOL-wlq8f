               88  DAY-FOUND                     VALUE 'Y'.
               88  DAY-NOT-FOUND                 VALUE 'N'.

      *---------------------------------------------------------------*
      *  Night-cycle step control.  CYCSTEP clears this step against
      *  its predecessors before anything is opened and records the
      *  outcome at the end; a refused step stops with return code 20
      *  having touched nothing.
      *---------------------------------------------------------------*
       01  WS-CYCSTEP-PGM              PIC X(08) VALUE "CYCSTEP".
       COPY CYCSTEP.
       01  WS-CYCLE-FLAGS.
           05  WS-CYCLE-REFUSED-SW     PIC X VALUE 'N'.
               88  CYCLE-STEP-REFUSED            VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 0500-BEGIN-CYCLE-STEP
           IF CYCLE-STEP-REFUSED
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONSOLIDATE-OUT-GENS
           PERFORM 3000-CONSOLIDATE-HV-GENS
           PERFORM 9000-TERMINATE
           PERFORM 0600-END-CYCLE-STEP
           STOP RUN.

      *---------------------------------------------------------------*
      *  Clear the step with the night-cycle control.  The business
      *  date is left for CYCSTEP to resolve from the calendar and
      *  comes back for the end call.  An unusable control file is
      *  warned about and the step runs unchecked, the way a missing
      *  reference master degrades elsewhere in the cycle.
      *---------------------------------------------------------------*
       0500-BEGIN-CYCLE-STEP.
           SET CYCSTEP-BEGIN TO TRUE
           MOVE WS-JOB-NAME TO CYCSTEP-STEP-NAME
           MOVE ZERO TO CYCSTEP-BUSINESS-DATE
                        CYCSTEP-RETURN-CODE
           MOVE 'N' TO CYCSTEP-MERGE-DUE-SW
           MOVE ZERO TO CYCSTEP-INSTANCE-NUM
                        CYCSTEP-INSTANCE-COUNT
           CALL WS-CYCSTEP-PGM USING CYCSTEP-PARM-AREA
           MOVE ZERO TO RETURN-CODE
           EVALUATE TRUE
               WHEN CYCSTEP-CLEARED
                   CONTINUE
               WHEN CYCSTEP-REFUSED
                   DISPLAY "*** RUN REFUSED BY CYCLE CONTROL - "
                           CYCSTEP-MESSAGE " ***"
                   SET CYCLE-STEP-REFUSED TO TRUE
                   MOVE 20 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "*** CYCLE CONTROL NOT AVAILABLE - "
                           CYCSTEP-MESSAGE
                           " - PREDECESSORS NOT CHECKED ***"
           END-EVALUATE.

       0600-END-CYCLE-STEP.
           SET CYCSTEP-END TO TRUE
           MOVE RETURN-CODE TO CYCSTEP-RETURN-CODE
           CALL WS-CYCSTEP-PGM USING CYCSTEP-PARM-AREA
           MOVE CYCSTEP-RETURN-CODE TO RETURN-CODE
           IF NOT CYCSTEP-CLEARED
               DISPLAY "*** CYCLE CONTROL END NOT RECORDED - "
                       CYCSTEP-MESSAGE " ***"
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
