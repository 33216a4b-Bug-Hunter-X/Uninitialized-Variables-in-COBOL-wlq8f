      ******************************************************************
      *  JRNLWRT.CPY
      *  Parameter area for the JRNLWRT change-journal routine.  A
      *  program that has just added, changed or deleted a control-
      *  master record calls it with the master's DD name, the
      *  record key, the action, its own job name and run id, and
      *  the record's image before and after the change (spaces for
      *  the image an add or delete does not have).  JRNLWRT stamps
      *  the entry with the date and time and appends it to MSTJRNL
      *  (MSTJRNL.CPY).
      *
      *  JRNLWRT-RESULT:
      *      '0'  journaled
      *      '2'  the journal could not be opened or written;
      *           JRNLWRT-FILE-STATUS holds the status
      *      '3'  bad request - unknown master name or action
      ******************************************************************
       01  JRNLWRT-PARM-AREA.
           05  JRNLWRT-MASTER-NAME     PIC X(08).
               88  JRNLWRT-NUMBER-MASTER          VALUE "NUMMAST".
               88  JRNLWRT-SERIES-MASTER          VALUE "SERMAST".
               88  JRNLWRT-ALLOCATION-MASTER      VALUE "DEPTALLO".
               88  JRNLWRT-CALENDAR-MASTER        VALUE "CALFILE".
           05  JRNLWRT-KEY             PIC X(20).
           05  JRNLWRT-ACTION          PIC X(01).
               88  JRNLWRT-ADD                    VALUE 'A'.
               88  JRNLWRT-CHANGE                 VALUE 'C'.
               88  JRNLWRT-DELETE                 VALUE 'D'.
           05  JRNLWRT-PROGRAM         PIC X(08).
           05  JRNLWRT-RUN-ID          PIC X(14).
           05  JRNLWRT-BEFORE-IMAGE    PIC X(100).
           05  JRNLWRT-AFTER-IMAGE     PIC X(100).
           05  JRNLWRT-RESULT          PIC X(01).
               88  JRNLWRT-RECORDED               VALUE '0'.
               88  JRNLWRT-JOURNAL-DOWN           VALUE '2'.
               88  JRNLWRT-REQUEST-BAD            VALUE '3'.
           05  JRNLWRT-FILE-STATUS     PIC X(02).
