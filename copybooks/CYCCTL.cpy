      ******************************************************************
      *  CYCCTL.CPY
      *  Night-cycle step control record, keyed by business date plus
      *  step (job) name.  CYCSTEP writes one when a step starts and
      *  updates it when the step ends, so the file shows for every
      *  business date which steps ran, when, with what return code,
      *  and whether each finished.
      *
      *  CYC-STATUS:
      *      'S'  started - running, or ended abnormally without an
      *           end being recorded
      *      'C'  complete - every execution ended below the failure
      *           return code
      *      'F'  failed - an execution ended at or above it
      *      'R'  marked for rerun by CYCLEUTL; the step may start
      *           again and every step after it waits for it
      *  CYC-ACTIVE-COUNT counts executions started but not yet ended.
      *  For a split-range BUGSOLN run CYC-INSTANCE-COUNT holds the
      *  instance count the first instance to begin was punched with,
      *  and CYC-INSTANCE-SW holds one byte per instance: space not
      *  begun, 'S' begun, 'E' ended.  CYC-ENDED-COUNT counts the
      *  instances ended, and the step completes only when it reaches
      *  CYC-INSTANCE-COUNT, however the instances' begins and ends
      *  interleave.  An instance may begin only once per attempt.
      *  An ordinary step carries a zero instance count.
      *  CYC-RETURN-CODE is the worst return code of the current
      *  attempt.  CYC-MERGE-DUE-SW is set on the BUGSOLN record when
      *  the run included split-range instance work, which makes
      *  HVMERGE a required step for the date.
      ******************************************************************
       01  CYC-STEP-RECORD.
           05  CYC-KEY.
               10  CYC-BUSINESS-DATE   PIC 9(06).
               10  CYC-STEP-NAME       PIC X(08).
           05  CYC-STATUS              PIC X(01).
               88  CYC-STEP-STARTED               VALUE 'S'.
               88  CYC-STEP-COMPLETE              VALUE 'C'.
               88  CYC-STEP-FAILED                VALUE 'F'.
               88  CYC-STEP-RERUN-DUE             VALUE 'R'.
           05  CYC-START-DATE          PIC 9(06).
           05  CYC-START-TIME          PIC 9(08).
           05  CYC-END-DATE            PIC 9(06).
           05  CYC-END-TIME            PIC 9(08).
           05  CYC-RETURN-CODE         PIC 9(04).
           05  CYC-ACTIVE-COUNT        PIC 9(02).
           05  CYC-ATTEMPT-COUNT       PIC 9(03).
           05  CYC-MERGE-DUE-SW        PIC X(01).
               88  CYC-MERGE-DUE                  VALUE 'Y'.
           05  CYC-RERUN-DATE          PIC 9(06).
           05  CYC-RERUN-TIME          PIC 9(08).
           05  CYC-INSTANCE-COUNT      PIC 9(02).
           05  CYC-ENDED-COUNT         PIC 9(02).
           05  CYC-INSTANCE-TABLE.
               10  CYC-INSTANCE-SW     PIC X(01) OCCURS 24 TIMES.
           05  FILLER                  PIC X(05).
