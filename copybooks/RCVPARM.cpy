      ******************************************************************
      *  RCVPARM.CPY
      *  Parameter card for the MSTRECOV control-master rollback.
      *  RVP-MASTER-NAME names the one master to roll back -- NUMMAST,
      *  SERMAST, DEPTALLO or CALFILE -- and RVP-KEY, when punched,
      *  limits the rollback to that one record key (left-justified,
      *  as MSTJRNL carries it); a blank key rolls back every record
      *  on the master the journal shows changed since the target.
      *
      *  The target is either a run or a moment, never both.
      *  RVP-RUN-ID (job name plus run date, as the journal carries
      *  it) names a run; RVP-RUN-POINT 'A' (or space) restores the
      *  master as that run left it, 'B' as it stood before that run
      *  made its first change.  Otherwise RVP-AS-OF-DATE and
      *  RVP-AS-OF-TIME (HHMMSSTT, zero meaning the start of the day)
      *  restore the master as it stood at that moment.
      *
      *  RVP-APPLY-SW 'Y' updates the master; anything else is a trial
      *  that proves and reports the rollback without changing it.
      ******************************************************************
       01  RVP-PARM-RECORD.
           05  RVP-MASTER-NAME         PIC X(08).
           05  RVP-KEY                 PIC X(20).
           05  RVP-RUN-ID              PIC X(14).
           05  RVP-RUN-POINT           PIC X(01).
               88  RVP-AFTER-RUN                  VALUE 'A' ' '.
               88  RVP-BEFORE-RUN                 VALUE 'B'.
           05  RVP-AS-OF-DATE          PIC 9(06).
           05  RVP-AS-OF-TIME          PIC 9(08).
           05  RVP-APPLY-SW            PIC X(01).
               88  RVP-APPLY-ROLLBACK             VALUE 'Y'.
           05  FILLER                  PIC X(22).
