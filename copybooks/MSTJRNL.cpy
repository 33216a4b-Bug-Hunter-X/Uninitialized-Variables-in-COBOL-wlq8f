      ******************************************************************
      *  MSTJRNL.CPY
      *  Control-master change journal record.  Every program that
      *  adds, changes or deletes a record on NUMMAST, SERMAST,
      *  DEPTALLO or CALFILE has JRNLWRT append one of these to the
      *  MSTJRNL journal as soon as the master update succeeds, so
      *  the journal is in the order the masters were changed.
      *  MJ-MASTER-NAME is the master's DD name and MJ-KEY its record
      *  key, left-justified.  MJ-BEFORE-IMAGE and MJ-AFTER-IMAGE are
      *  the whole record before and after the change, space-padded
      *  to 100 bytes (NUMMAST's record is 80); an added record has
      *  no before image and a deleted one no after image.
      *  MJ-PROGRAM and MJ-RUN-ID name the job and run that made the
      *  change -- the run id is job name plus run date, as in the
      *  audit logs -- and MJ-JOURNAL-DATE/TIME is the wall-clock
      *  moment it was journaled.  JRNLLIST reports the journal and
      *  MSTRECOV rolls a master back from it.
      ******************************************************************
       01  MJ-JOURNAL-RECORD.
           05  MJ-JOURNAL-DATE         PIC 9(06).
           05  MJ-JOURNAL-TIME         PIC 9(08).
           05  MJ-MASTER-NAME          PIC X(08).
               88  MJ-NUMBER-MASTER               VALUE "NUMMAST".
               88  MJ-SERIES-MASTER               VALUE "SERMAST".
               88  MJ-ALLOCATION-MASTER           VALUE "DEPTALLO".
               88  MJ-CALENDAR-MASTER             VALUE "CALFILE".
           05  MJ-KEY                  PIC X(20).
           05  MJ-ACTION               PIC X(01).
               88  MJ-RECORD-ADDED                VALUE 'A'.
               88  MJ-RECORD-CHANGED              VALUE 'C'.
               88  MJ-RECORD-DELETED              VALUE 'D'.
           05  MJ-PROGRAM              PIC X(08).
           05  MJ-RUN-ID               PIC X(14).
           05  MJ-BEFORE-IMAGE         PIC X(100).
           05  MJ-AFTER-IMAGE          PIC X(100).
           05  FILLER                  PIC X(35).
