      ******************************************************************
      *  CYCSTEP.CPY
      *  Parameter area for the CYCSTEP night-cycle control routine.
      *  A cycle job calls it with CYCSTEP-BEGIN before doing any work
      *  and with CYCSTEP-END, carrying its final return code, when
      *  it is done.  CYCSTEP-STEP-NAME is the job's own name as it
      *  appears in CYCDEFN.CPY.  A zero CYCSTEP-BUSINESS-DATE is
      *  resolved from the calendar for today's wall-clock date and
      *  handed back, so the end call records against the same date
      *  the begin call checked.  BUGSOLN sets CYCSTEP-MERGE-DUE on
      *  its end call when the run included split-range instance
      *  work.
      *
      *  CYCSTEP-INSTANCE-NUM/CYCSTEP-INSTANCE-COUNT are zero for an
      *  ordinary step.  A split-range BUGSOLN execution passes its
      *  instance number and the instance count from its run card on
      *  both calls; only such a call is let into a step that is
      *  already started, and the step completes only when every
      *  instance has ended.  A split run may have at most 24
      *  instances, the number CYCCTL.CPY has room to track.
      *
      *  CYCSTEP-RESULT:
      *      '0'  cleared - go ahead (begin) or recorded (end)
      *      '1'  refused - a predecessor is not complete, or this
      *           step is already complete or failed and has not been
      *           marked for rerun, or already started and this is
      *           not a new instance of it; CYCSTEP-MESSAGE says which
      *      '2'  the cycle control file could not be used; nothing
      *           was checked or recorded
      *      '3'  bad request - unknown function or step name, or an
      *           instance number outside the instance count
      ******************************************************************
       01  CYCSTEP-PARM-AREA.
           05  CYCSTEP-FUNCTION        PIC X(01).
               88  CYCSTEP-BEGIN                  VALUE 'B'.
               88  CYCSTEP-END                    VALUE 'E'.
           05  CYCSTEP-STEP-NAME       PIC X(08).
           05  CYCSTEP-BUSINESS-DATE   PIC 9(06).
           05  CYCSTEP-RETURN-CODE     PIC 9(04).
           05  CYCSTEP-MERGE-DUE-SW    PIC X(01).
               88  CYCSTEP-MERGE-DUE              VALUE 'Y'.
           05  CYCSTEP-RESULT          PIC X(01).
               88  CYCSTEP-CLEARED                VALUE '0'.
               88  CYCSTEP-REFUSED                VALUE '1'.
               88  CYCSTEP-CONTROL-DOWN           VALUE '2'.
               88  CYCSTEP-REQUEST-BAD            VALUE '3'.
           05  CYCSTEP-MESSAGE         PIC X(60).
           05  CYCSTEP-INSTANCE-NUM    PIC 9(02).
           05  CYCSTEP-INSTANCE-COUNT  PIC 9(02).
