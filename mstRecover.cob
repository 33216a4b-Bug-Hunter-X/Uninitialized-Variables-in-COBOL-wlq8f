       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRECOV.
      *
      *    Control-master rollback.  Takes one master -- NUMMAST,
      *    SERMAST, DEPTALLO or CALFILE -- and optionally one record
      *    key on it, and puts it back the way it stood at a chosen
      *    point, working only from the MSTJRNL change journal, so a
      *    bad night's high-water marks or quotas can be undone without
      *    restoring the whole dataset from tape.  The point is a run
      *    id (as that run left the master, or as it stood before the
      *    run's first change) or a journal date and time; see
      *    RCVPARM.CPY.
      *
      *    The journal is read twice.  The first pass finds the last
      *    entry that is to stand; the second gathers, for every key
      *    of the chosen master changed after it, the image the first
      *    later change replaced (the image to restore) and the image
      *    the last later change left (the image the master must hold
      *    now).  A key whose record no longer matches the last image
      *    journaled has been changed by something that did not
      *    journal it; it is left alone and reported, because rolling
      *    it back would throw away a change nobody can see.  Every
      *    other key is restored, read back and compared with the
      *    image it was meant to get, and the rollback is itself
      *    journaled under this program's name, so it can be listed
      *    by JRNLLIST and undone again the same way.
      *
      *    A trial run (RVP-APPLY-SW not 'Y') opens the master for
      *    input only and prints the same proof of what would be done.
      *
      *    Putting a NUMMAST record back to a lower NM-LAST-ISSUED
      *    re-opens every number above the restored mark, and the
      *    next run would issue them again.  The re-opened range is
      *    printed, in trial and apply alike, and ends the job with
      *    at least return code 8.  The key is rolled back only when
      *    every number in the range is either voided on HISTMAST or
      *    was never delivered -- on neither HISTMAST nor the series'
      *    AUDITLOG / HVAUDLOG generations, which hold what has been
      *    issued since the last consolidation.  A range that cannot
      *    be checked is treated as holding live numbers.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCVPARM-FILE ASSIGN TO "RCVPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVPARM-FILE-STATUS.

           SELECT MSTJRNL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-FILE-STATUS.

           SELECT NUMMAST-FILE ASSIGN TO "NUMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NM-KEY
               FILE STATUS IS WS-NUMMAST-FILE-STATUS.

           SELECT SERMAST-FILE ASSIGN TO "SERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SER-KEY
               FILE STATUS IS WS-SERMAST-FILE-STATUS.

           SELECT DEPTALLO-FILE ASSIGN TO "DEPTALLO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DEPTALLO-FILE-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT HISTMAST-FILE ASSIGN TO "HISTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTMAST-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT HVAUDIT-FILE ASSIGN TO "HVAUDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HVAUDIT-FILE-STATUS.

           SELECT RCVRPT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RCVPARM-FILE
           RECORDING MODE IS F.
       COPY RCVPARM.

       FD  MSTJRNL-FILE
           RECORDING MODE IS F.
       COPY MSTJRNL.

       FD  NUMMAST-FILE.
       COPY NUMMAST.

       FD  SERMAST-FILE.
       COPY SERMAST.

       FD  DEPTALLO-FILE.
       COPY DEPTALLO.

       FD  CAL-FILE.
       COPY CALREC.

       FD  HISTMAST-FILE.
       COPY HISTMAST.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  HVAUDIT-FILE
           RECORDING MODE IS F.
       COPY HVAUDREC.

       FD  RCVRPT-FILE
           RECORDING MODE IS F.
       01  RCVRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RCVPARM-FILE-STATUS      PIC XX.
       01  WS-MSTJRNL-FILE-STATUS      PIC XX.
       01  WS-NUMMAST-FILE-STATUS      PIC XX.
       01  WS-SERMAST-FILE-STATUS      PIC XX.
       01  WS-DEPTALLO-FILE-STATUS     PIC XX.
       01  WS-CAL-FILE-STATUS          PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-HISTMAST-FILE-STATUS     PIC XX.
       01  WS-AUDIT-FILE-STATUS        PIC XX.
       01  WS-HVAUDIT-FILE-STATUS      PIC XX.
       01  WS-LOG-FILE-STATUS          PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
               88  PARM-EOF                      VALUE 'Y'.
           05  WS-JOURNAL-EOF-SW       PIC X VALUE 'N'.
               88  JOURNAL-EOF                   VALUE 'Y'.
           05  WS-HIST-EOF-SW          PIC X VALUE 'N'.
               88  HIST-EOF                      VALUE 'Y'.
           05  WS-AUDIT-EOF-SW         PIC X VALUE 'N'.
               88  AUDIT-EOF                     VALUE 'Y'.

       01  WS-RECOVERY-FLAGS.
           05  WS-PARM-VALID-SW        PIC X VALUE 'N'.
               88  PARM-IS-VALID                 VALUE 'Y'.
               88  PARM-IS-INVALID               VALUE 'N'.
           05  WS-RECOVERY-REFUSED-SW  PIC X VALUE 'N'.
               88  RECOVERY-REFUSED              VALUE 'Y'.
           05  WS-TARGET-RUN-FOUND-SW  PIC X VALUE 'N'.
               88  TARGET-RUN-FOUND              VALUE 'Y'.
           05  WS-MASTER-OPEN-SW       PIC X VALUE 'N'.
               88  MASTER-IS-OPEN                VALUE 'Y'.
           05  WS-KEY-FOUND-SW         PIC X VALUE 'N'.
               88  KEY-FOUND                     VALUE 'Y'.
           05  WS-CURRENT-ON-FILE-SW   PIC X VALUE 'N'.
               88  CURRENT-ON-FILE               VALUE 'Y'.
           05  WS-EXPECTED-ON-FILE-SW  PIC X VALUE 'N'.
               88  EXPECTED-ON-FILE              VALUE 'Y'.
           05  WS-TARGET-ON-FILE-SW    PIC X VALUE 'N'.
               88  TARGET-ON-FILE                VALUE 'Y'.
           05  WS-KEY-PROVED-SW        PIC X VALUE 'N'.
               88  KEY-PROVED                    VALUE 'Y'.
               88  KEY-NOT-PROVED                VALUE 'N'.
           05  WS-HISTMAST-OPEN-SW     PIC X VALUE 'N'.
               88  HISTMAST-IS-OPEN              VALUE 'Y'.
           05  WS-CATALOG-OPEN-SW      PIC X VALUE 'N'.
               88  CATALOG-IS-OPEN               VALUE 'Y'.
           05  WS-REOPEN-BLOCKED-SW    PIC X VALUE 'N'.
               88  REOPEN-BLOCKED                VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "MSTRECOV".
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).

      *---------------------------------------------------------------*
      *  Rollback criteria lifted off the parameter card.
      *---------------------------------------------------------------*
       01  WS-SEL-MASTER-NAME          PIC X(08) VALUE SPACES.
           88  SEL-NUMBER-MASTER                 VALUE "NUMMAST".
           88  SEL-SERIES-MASTER                 VALUE "SERMAST".
           88  SEL-ALLOCATION-MASTER             VALUE "DEPTALLO".
           88  SEL-CALENDAR-MASTER               VALUE "CALFILE".
       01  WS-SEL-KEY                  PIC X(20) VALUE SPACES.
       01  WS-TARGET-RUN-ID            PIC X(14) VALUE SPACES.
       01  WS-AS-OF-STAMP.
           05  WS-AS-OF-DATE           PIC 9(06) VALUE ZERO.
           05  WS-AS-OF-TIME           PIC 9(08) VALUE ZERO.
       01  WS-ENTRY-STAMP.
           05  WS-ENTRY-DATE           PIC 9(06) VALUE ZERO.
           05  WS-ENTRY-TIME           PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Journal positions.  Entries are numbered in the order they
      *  sit on the journal; every entry after WS-CUTOFF-SEQ for the
      *  chosen master (and key) is to be undone.
      *---------------------------------------------------------------*
       01  WS-ENTRY-SEQ                PIC 9(07) VALUE ZERO.
       01  WS-JOURNAL-ENTRY-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-RUN-FIRST-SEQ            PIC 9(07) VALUE ZERO.
       01  WS-RUN-LAST-SEQ             PIC 9(07) VALUE ZERO.
       01  WS-CUTOFF-SEQ               PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------*
      *  One row per key changed after the cutoff.  The restore
      *  image is the before image of the first later change (none
      *  when that change added the record); the expected image is
      *  the after image of the last (none when it deleted it).
      *---------------------------------------------------------------*
       01  WS-KEY-TABLE-MAX            PIC 9(04) VALUE 1000.
       01  WS-KEY-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-KEY-IX                   PIC 9(04) VALUE ZERO.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY            OCCURS 1000 TIMES.
               10  WS-KEY-VALUE        PIC X(20).
               10  WS-KEY-FIRST-ACTION PIC X(01).
               10  WS-KEY-FIRST-RUN-ID PIC X(14).
               10  WS-KEY-RESTORE-IMAGE
                                       PIC X(100).
               10  WS-KEY-LAST-ACTION  PIC X(01).
               10  WS-KEY-LAST-RUN-ID  PIC X(14).
               10  WS-KEY-EXPECTED-IMAGE
                                       PIC X(100).
               10  WS-KEY-UNDO-COUNT   PIC 9(05).

       01  WS-CURRENT-IMAGE            PIC X(100) VALUE SPACES.
       01  WS-IMAGE-LABEL              PIC X(12) VALUE SPACES.
       01  WS-IMAGE                    PIC X(100) VALUE SPACES.
       01  WS-IMAGE-PRESENT-SW         PIC X(01) VALUE 'N'.
           88  IMAGE-PRESENT                     VALUE 'Y'.
       01  WS-KEY-RESULT               PIC X(60) VALUE SPACES.

       01  WS-ROLLBACK-ACTION          PIC X(01) VALUE SPACE.
           88  ROLLBACK-REWRITE                  VALUE 'R'.
           88  ROLLBACK-WRITE                    VALUE 'W'.
           88  ROLLBACK-DELETE                   VALUE 'D'.
           88  ROLLBACK-NOTHING                  VALUE 'N'.

      *---------------------------------------------------------------*
      *  A NUMMAST image, to get at the high-water mark in a restore
      *  or current image, and the numbers a lower mark re-opens.
      *---------------------------------------------------------------*
       01  WS-NM-IMAGE.
           05  WS-NM-IMAGE-KEY.
               10  WS-NM-IMAGE-JOB     PIC X(08).
               10  WS-NM-IMAGE-SERIES  PIC X(04).
           05  WS-NM-IMAGE-LAST-ISSUED PIC 9(09).
           05  FILLER                  PIC X(79).
       01  WS-REOPEN-MODE              PIC X(01) VALUE SPACE.
       01  WS-REOPEN-BELOW             PIC 9(09) VALUE ZERO.
       01  WS-REOPEN-FROM              PIC 9(10) VALUE ZERO.
       01  WS-REOPEN-THRU              PIC 9(09) VALUE ZERO.
       01  WS-REOPEN-LIVE-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-REOPEN-VOID-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-REOPEN-LOGGED-COUNT      PIC 9(09) VALUE ZERO.
       01  WS-REOPEN-VALUE             PIC 9(09) VALUE ZERO.
       01  WS-REOPEN-TEXT              PIC X(60) VALUE SPACES.
       01  WS-REOPEN-REFUSED-COUNT     PIC 9(05) VALUE ZERO.

       01  WS-UNDO-ENTRY-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-ROLLED-BACK-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-WOULD-ROLL-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-ALREADY-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-PROOF-FAIL-COUNT         PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Every record put back is handed to JRNLWRT like any other
      *  master update, so the rollback is on the journal too.
      *---------------------------------------------------------------*
       01  WS-JRNLWRT-PGM              PIC X(08) VALUE "JRNLWRT".
       01  WS-SAVED-RETURN-CODE        PIC S9(04) VALUE ZERO.
       COPY JRNLWRT.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF NOT RECOVERY-REFUSED
               PERFORM 2000-FIND-CUTOFF
           END-IF
           IF NOT RECOVERY-REFUSED
               PERFORM 2500-COLLECT-LATER-CHANGES
           END-IF
           IF NOT RECOVERY-REFUSED
               IF WS-KEY-COUNT = ZERO
                   PERFORM 2900-REPORT-NOTHING-TO-UNDO
               ELSE
                   PERFORM 3000-OPEN-MASTER
               END-IF
           END-IF
           IF MASTER-IS-OPEN
               PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                       UNTIL WS-KEY-IX > WS-KEY-COUNT
                   PERFORM 4000-ROLL-BACK-ONE-KEY
               END-PERFORM
               PERFORM 3900-CLOSE-MASTER
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT RCVRPT-FILE
           PERFORM 1100-READ-PARAMETER-CARD
           PERFORM 1200-PRINT-REPORT-HEADING
           IF PARM-IS-INVALID
               SET RECOVERY-REFUSED TO TRUE
           END-IF.

      *---------------------------------------------------------------*
      *  The master must be one of the four journaled masters, and
      *  exactly one target -- a run id or an as-of date -- must be
      *  punched.  A bad card is rejected (RC 12); a missing card
      *  leaves nothing to recover to (RC 16).
      *---------------------------------------------------------------*
       1100-READ-PARAMETER-CARD.
           OPEN INPUT RCVPARM-FILE
           IF WS-RCVPARM-FILE-STATUS NOT = "00"
               DISPLAY "*** RCVPARM-FILE OPEN FAILED - STATUS "
                       WS-RCVPARM-FILE-STATUS " ***"
               SET PARM-EOF TO TRUE
           ELSE
               READ RCVPARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
               END-READ
               CLOSE RCVPARM-FILE
           END-IF
           IF PARM-EOF
               DISPLAY "*** NO MSTRECOV PARAMETER CARD - NOTHING"
                       " ROLLED BACK ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               SET PARM-IS-VALID TO TRUE
               MOVE RVP-MASTER-NAME TO WS-SEL-MASTER-NAME
               MOVE RVP-KEY         TO WS-SEL-KEY
               MOVE RVP-RUN-ID      TO WS-TARGET-RUN-ID
               MOVE ZERO TO WS-AS-OF-DATE WS-AS-OF-TIME
               IF RVP-AS-OF-DATE NUMERIC
                   MOVE RVP-AS-OF-DATE TO WS-AS-OF-DATE
               END-IF
               IF RVP-AS-OF-TIME NUMERIC
                   MOVE RVP-AS-OF-TIME TO WS-AS-OF-TIME
               END-IF
               IF NOT SEL-NUMBER-MASTER
                   AND NOT SEL-SERIES-MASTER
                   AND NOT SEL-ALLOCATION-MASTER
                   AND NOT SEL-CALENDAR-MASTER
                   DISPLAY "*** MASTER " WS-SEL-MASTER-NAME
                           " IS NOT JOURNALED - CARD REJECTED ***"
                   SET PARM-IS-INVALID TO TRUE
               END-IF
               IF WS-TARGET-RUN-ID = SPACES
                   AND WS-AS-OF-DATE = ZERO
                   DISPLAY "*** NO RUN ID OR AS-OF DATE PUNCHED"
                           " - CARD REJECTED ***"
                   SET PARM-IS-INVALID TO TRUE
               END-IF
               IF WS-TARGET-RUN-ID NOT = SPACES
                   AND (WS-AS-OF-DATE NOT = ZERO
                       OR WS-AS-OF-TIME NOT = ZERO)
                   DISPLAY "*** BOTH RUN ID AND AS-OF DATE PUNCHED"
                           " - CARD REJECTED ***"
                   SET PARM-IS-INVALID TO TRUE
               END-IF
               IF WS-AS-OF-DATE = ZERO
                   AND WS-AS-OF-TIME NOT = ZERO
                   DISPLAY "*** AS-OF TIME PUNCHED WITH NO DATE"
                           " - CARD REJECTED ***"
                   SET PARM-IS-INVALID TO TRUE
               END-IF
               IF NOT RVP-AFTER-RUN
                   AND NOT RVP-BEFORE-RUN
                   DISPLAY "*** RUN POINT " RVP-RUN-POINT
                           " IS NOT A OR B - CARD REJECTED ***"
                   SET PARM-IS-INVALID TO TRUE
               END-IF
               IF PARM-IS-INVALID
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       1200-PRINT-REPORT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CONTROL-MASTER ROLLBACK PROOF REPORT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           IF PARM-IS-INVALID
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PARAMETER CARD MISSING OR REJECTED - NOTHING"
                       " ROLLED BACK"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RCVRPT-LINE
               WRITE RCVRPT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-SEL-KEY = SPACES
                   STRING "MASTER: " DELIMITED BY SIZE
                           WS-SEL-MASTER-NAME DELIMITED BY SIZE
                           "   KEY: ALL KEYS" DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
               ELSE
                   STRING "MASTER: " DELIMITED BY SIZE
                           WS-SEL-MASTER-NAME DELIMITED BY SIZE
                           "   KEY: " DELIMITED BY SIZE
                           WS-SEL-KEY DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
               END-IF
               MOVE WS-PRINT-LINE TO RCVRPT-LINE
               WRITE RCVRPT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-TARGET-RUN-ID = SPACES
                   STRING "TARGET: AS OF " DELIMITED BY SIZE
                           WS-AS-OF-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-AS-OF-TIME DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
               ELSE
                   IF RVP-BEFORE-RUN
                       STRING "TARGET: AS IT STOOD BEFORE RUN "
                               DELIMITED BY SIZE
                               WS-TARGET-RUN-ID DELIMITED BY SIZE
                               INTO WS-PRINT-LINE
                   ELSE
                       STRING "TARGET: AS LEFT BY RUN "
                               DELIMITED BY SIZE
                               WS-TARGET-RUN-ID DELIMITED BY SIZE
                               INTO WS-PRINT-LINE
                   END-IF
               END-IF
               MOVE WS-PRINT-LINE TO RCVRPT-LINE
               WRITE RCVRPT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               IF RVP-APPLY-ROLLBACK
                   STRING "MODE: APPLY - MASTER IS UPDATED"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
               ELSE
                   STRING "MODE: TRIAL - MASTER IS NOT CHANGED"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
               MOVE WS-PRINT-LINE TO RCVRPT-LINE
               WRITE RCVRPT-LINE
           END-IF.

      *---------------------------------------------------------------*
      *  Pass one: number the journal entries and find the last one
      *  that is to stand.  For a run target that is the run's last
      *  entry ('A') or the entry before its first ('B'), whatever
      *  master the run changed; a run the journal never saw cannot
      *  be recovered to and is refused.  For an as-of target it is
      *  the last entry journaled at or before that moment.
      *---------------------------------------------------------------*
       2000-FIND-CUTOFF.
           MOVE ZERO TO WS-ENTRY-SEQ
           MOVE 'N' TO WS-JOURNAL-EOF-SW
           OPEN INPUT MSTJRNL-FILE
           IF WS-MSTJRNL-FILE-STATUS NOT = "00"
               DISPLAY "*** MSTJRNL OPEN FAILED - STATUS "
                       WS-MSTJRNL-FILE-STATUS
                       " - NOTHING CAN BE ROLLED BACK ***"
               MOVE 16 TO RETURN-CODE
               SET RECOVERY-REFUSED TO TRUE
           ELSE
               PERFORM UNTIL JOURNAL-EOF
                   READ MSTJRNL-FILE
                       AT END
                           SET JOURNAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENTRY-SEQ
                           PERFORM 2100-TEST-CUTOFF
                   END-READ
               END-PERFORM
               CLOSE MSTJRNL-FILE
               MOVE WS-ENTRY-SEQ TO WS-JOURNAL-ENTRY-COUNT
               IF WS-TARGET-RUN-ID NOT = SPACES
                   IF TARGET-RUN-FOUND
                       IF RVP-BEFORE-RUN
                           COMPUTE WS-CUTOFF-SEQ =
                                   WS-RUN-FIRST-SEQ - 1
                       ELSE
                           MOVE WS-RUN-LAST-SEQ TO WS-CUTOFF-SEQ
                       END-IF
                   ELSE
                       DISPLAY "*** RUN " WS-TARGET-RUN-ID
                               " IS NOT ON THE JOURNAL - NOTHING"
                               " ROLLED BACK ***"
                       MOVE 16 TO RETURN-CODE
                       SET RECOVERY-REFUSED TO TRUE
                   END-IF
               END-IF
               PERFORM 2200-PRINT-CUTOFF
           END-IF.

       2100-TEST-CUTOFF.
           IF WS-TARGET-RUN-ID NOT = SPACES
               IF MJ-RUN-ID = WS-TARGET-RUN-ID
                   IF NOT TARGET-RUN-FOUND
                       SET TARGET-RUN-FOUND TO TRUE
                       MOVE WS-ENTRY-SEQ TO WS-RUN-FIRST-SEQ
                   END-IF
                   MOVE WS-ENTRY-SEQ TO WS-RUN-LAST-SEQ
               END-IF
           ELSE
               MOVE MJ-JOURNAL-DATE TO WS-ENTRY-DATE
               MOVE MJ-JOURNAL-TIME TO WS-ENTRY-TIME
               IF WS-ENTRY-STAMP NOT > WS-AS-OF-STAMP
                   MOVE WS-ENTRY-SEQ TO WS-CUTOFF-SEQ
               END-IF
           END-IF.

       2200-PRINT-CUTOFF.
           MOVE SPACES TO WS-PRINT-LINE
           IF RECOVERY-REFUSED
               STRING "TARGET RUN NOT FOUND ON THE JOURNAL"
                       " - NOTHING ROLLED BACK"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "JOURNAL ENTRIES: " DELIMITED BY SIZE
                       WS-JOURNAL-ENTRY-COUNT DELIMITED BY SIZE
                       "   STANDING THRU ENTRY: " DELIMITED BY SIZE
                       WS-CUTOFF-SEQ DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE.

      *---------------------------------------------------------------*
      *  Pass two: every entry past the cutoff for the chosen master
      *  and key is posted to the key table.  A table too small for
      *  the keys involved refuses the whole rollback rather than
      *  put back part of a night.
      *---------------------------------------------------------------*
       2500-COLLECT-LATER-CHANGES.
           MOVE ZERO TO WS-ENTRY-SEQ
           MOVE 'N' TO WS-JOURNAL-EOF-SW
           OPEN INPUT MSTJRNL-FILE
           IF WS-MSTJRNL-FILE-STATUS NOT = "00"
               DISPLAY "*** MSTJRNL REOPEN FAILED - STATUS "
                       WS-MSTJRNL-FILE-STATUS
                       " - NOTHING ROLLED BACK ***"
               MOVE 16 TO RETURN-CODE
               SET RECOVERY-REFUSED TO TRUE
           ELSE
               PERFORM UNTIL JOURNAL-EOF
                   READ MSTJRNL-FILE
                       AT END
                           SET JOURNAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENTRY-SEQ
                           IF WS-ENTRY-SEQ > WS-CUTOFF-SEQ
                               AND MJ-MASTER-NAME
                                       = WS-SEL-MASTER-NAME
                               AND (WS-SEL-KEY = SPACES
                                   OR MJ-KEY = WS-SEL-KEY)
                               AND NOT RECOVERY-REFUSED
                               PERFORM 2600-POST-TO-KEY-TABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MSTJRNL-FILE
           END-IF.

       2600-POST-TO-KEY-TABLE.
           MOVE 'N' TO WS-KEY-FOUND-SW
           PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                   UNTIL WS-KEY-IX > WS-KEY-COUNT
                      OR KEY-FOUND
               IF WS-KEY-VALUE (WS-KEY-IX) = MJ-KEY
                   SET KEY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF KEY-FOUND
               SUBTRACT 1 FROM WS-KEY-IX
           ELSE
               IF WS-KEY-COUNT >= WS-KEY-TABLE-MAX
                   DISPLAY "*** MORE THAN " WS-KEY-TABLE-MAX
                           " KEYS TO ROLL BACK - NARROW THE"
                           " ROLLBACK - NOTHING ROLLED BACK ***"
                   MOVE 16 TO RETURN-CODE
                   SET RECOVERY-REFUSED TO TRUE
               ELSE
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-KEY-COUNT TO WS-KEY-IX
                   MOVE MJ-KEY TO WS-KEY-VALUE (WS-KEY-IX)
                   MOVE MJ-ACTION TO WS-KEY-FIRST-ACTION (WS-KEY-IX)
                   MOVE MJ-RUN-ID TO WS-KEY-FIRST-RUN-ID (WS-KEY-IX)
                   MOVE MJ-BEFORE-IMAGE
                           TO WS-KEY-RESTORE-IMAGE (WS-KEY-IX)
                   MOVE ZERO TO WS-KEY-UNDO-COUNT (WS-KEY-IX)
               END-IF
           END-IF
           IF NOT RECOVERY-REFUSED
               MOVE MJ-ACTION TO WS-KEY-LAST-ACTION (WS-KEY-IX)
               MOVE MJ-RUN-ID TO WS-KEY-LAST-RUN-ID (WS-KEY-IX)
               MOVE MJ-AFTER-IMAGE
                       TO WS-KEY-EXPECTED-IMAGE (WS-KEY-IX)
               ADD 1 TO WS-KEY-UNDO-COUNT (WS-KEY-IX)
               ADD 1 TO WS-UNDO-ENTRY-COUNT
           END-IF.

       2900-REPORT-NOTHING-TO-UNDO.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NO JOURNALED CHANGE TO THIS MASTER SINCE THE"
                   " TARGET - NOTHING TO ROLL BACK"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      *  Only the chosen master is opened: for update when the
      *  rollback is to be applied, for input on a trial.
      *---------------------------------------------------------------*
       3000-OPEN-MASTER.
           EVALUATE TRUE
               WHEN SEL-NUMBER-MASTER
                   IF RVP-APPLY-ROLLBACK
                       OPEN I-O NUMMAST-FILE
                   ELSE
                       OPEN INPUT NUMMAST-FILE
                   END-IF
                   MOVE WS-NUMMAST-FILE-STATUS
                           TO WS-MASTER-FILE-STATUS
               WHEN SEL-SERIES-MASTER
                   IF RVP-APPLY-ROLLBACK
                       OPEN I-O SERMAST-FILE
                   ELSE
                       OPEN INPUT SERMAST-FILE
                   END-IF
                   MOVE WS-SERMAST-FILE-STATUS
                           TO WS-MASTER-FILE-STATUS
               WHEN SEL-ALLOCATION-MASTER
                   IF RVP-APPLY-ROLLBACK
                       OPEN I-O DEPTALLO-FILE
                   ELSE
                       OPEN INPUT DEPTALLO-FILE
                   END-IF
                   MOVE WS-DEPTALLO-FILE-STATUS
                           TO WS-MASTER-FILE-STATUS
               WHEN SEL-CALENDAR-MASTER
                   IF RVP-APPLY-ROLLBACK
                       OPEN I-O CAL-FILE
                   ELSE
                       OPEN INPUT CAL-FILE
                   END-IF
                   MOVE WS-CAL-FILE-STATUS TO WS-MASTER-FILE-STATUS
           END-EVALUATE
           IF WS-MASTER-FILE-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
               IF SEL-NUMBER-MASTER
                   PERFORM 3100-OPEN-ISSUANCE-FILES
               END-IF
           ELSE
               DISPLAY "*** " WS-SEL-MASTER-NAME
                       " OPEN FAILED - STATUS "
                       WS-MASTER-FILE-STATUS
                       " - NOTHING ROLLED BACK ***"
               MOVE 16 TO RETURN-CODE
               SET RECOVERY-REFUSED TO TRUE
           END-IF.

      *---------------------------------------------------------------*
      *  For NUMMAST the series catalog gives a series its volume mode
      *  and floor, and the history master what it has issued.  Either
      *  one missing leaves a re-opened range unchecked, and such a
      *  range is refused, not assumed safe.
      *---------------------------------------------------------------*
       3100-OPEN-ISSUANCE-FILES.
           OPEN INPUT SERMAST-FILE
           IF WS-SERMAST-FILE-STATUS = "00"
               SET CATALOG-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** SERMAST NOT AVAILABLE - STATUS "
                       WS-SERMAST-FILE-STATUS
                       " - RE-OPENED NUMBERS CANNOT BE CHECKED ***"
           END-IF
           OPEN INPUT HISTMAST-FILE
           IF WS-HISTMAST-FILE-STATUS = "00"
               SET HISTMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** HISTMAST NOT AVAILABLE - STATUS "
                       WS-HISTMAST-FILE-STATUS
                       " - RE-OPENED NUMBERS CANNOT BE CHECKED ***"
           END-IF.

       3900-CLOSE-MASTER.
           IF CATALOG-IS-OPEN
               CLOSE SERMAST-FILE
           END-IF
           IF HISTMAST-IS-OPEN
               CLOSE HISTMAST-FILE
           END-IF
           EVALUATE TRUE
               WHEN SEL-NUMBER-MASTER
                   CLOSE NUMMAST-FILE
               WHEN SEL-SERIES-MASTER
                   CLOSE SERMAST-FILE
               WHEN SEL-ALLOCATION-MASTER
                   CLOSE DEPTALLO-FILE
               WHEN SEL-CALENDAR-MASTER
                   CLOSE CAL-FILE
           END-EVALUATE.

      *---------------------------------------------------------------*
      *  Prove one key still holds what the journal says it was last
      *  given, then put back the image its first later change
      *  replaced and prove the master now holds exactly that.
      *---------------------------------------------------------------*
       4000-ROLL-BACK-ONE-KEY.
           MOVE SPACES TO WS-KEY-RESULT
           PERFORM 4100-READ-CURRENT-RECORD
           IF WS-KEY-LAST-ACTION (WS-KEY-IX) = 'D'
               MOVE 'N' TO WS-EXPECTED-ON-FILE-SW
           ELSE
               SET EXPECTED-ON-FILE TO TRUE
           END-IF
           IF WS-KEY-FIRST-ACTION (WS-KEY-IX) = 'A'
               MOVE 'N' TO WS-TARGET-ON-FILE-SW
           ELSE
               SET TARGET-ON-FILE TO TRUE
           END-IF
           SET KEY-PROVED TO TRUE
           IF EXPECTED-ON-FILE
               IF NOT CURRENT-ON-FILE
                   OR WS-CURRENT-IMAGE
                       NOT = WS-KEY-EXPECTED-IMAGE (WS-KEY-IX)
                   SET KEY-NOT-PROVED TO TRUE
               END-IF
           ELSE
               IF CURRENT-ON-FILE
                   SET KEY-NOT-PROVED TO TRUE
               END-IF
           END-IF
           PERFORM 4050-PRINT-KEY-HEADING
           IF KEY-NOT-PROVED
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "*** CHANGED OUTSIDE JOURNAL - NOT ROLLED BACK ***"
                       TO WS-KEY-RESULT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 4200-CHOOSE-ROLLBACK-ACTION
               MOVE 'N' TO WS-REOPEN-BLOCKED-SW
               IF SEL-NUMBER-MASTER
                   AND NOT ROLLBACK-NOTHING
                   PERFORM 4600-CHECK-REOPENED-NUMBERS
               END-IF
               EVALUATE TRUE
                   WHEN ROLLBACK-NOTHING
                       ADD 1 TO WS-ALREADY-COUNT
                       MOVE "ALREADY AS OF TARGET - NOTHING TO DO"
                               TO WS-KEY-RESULT
                   WHEN REOPEN-BLOCKED
                       ADD 1 TO WS-REOPEN-REFUSED-COUNT
                       IF RVP-APPLY-ROLLBACK
                           MOVE
                              "*** RE-OPENS LIVE NUMBERS - REFUSED ***"
                                   TO WS-KEY-RESULT
                       ELSE
                           MOVE
                              "TRIAL - WOULD BE REFUSED - LIVE NUMBERS"
                                   TO WS-KEY-RESULT
                       END-IF
                   WHEN RVP-APPLY-ROLLBACK
                       PERFORM 4300-APPLY-ROLLBACK
                   WHEN OTHER
                       ADD 1 TO WS-WOULD-ROLL-COUNT
                       MOVE "TRIAL - WOULD BE ROLLED BACK"
                               TO WS-KEY-RESULT
               END-EVALUATE
           END-IF
           PERFORM 4900-PRINT-KEY-RESULT.

       4050-PRINT-KEY-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "KEY " DELIMITED BY SIZE
                   WS-KEY-VALUE (WS-KEY-IX) DELIMITED BY SIZE
                   "  CHANGES UNDONE: " DELIMITED BY SIZE
                   WS-KEY-UNDO-COUNT (WS-KEY-IX) DELIMITED BY SIZE
                   "  FIRST BY RUN " DELIMITED BY SIZE
                   WS-KEY-FIRST-RUN-ID (WS-KEY-IX) DELIMITED BY SIZE
                   "  LAST BY RUN " DELIMITED BY SIZE
                   WS-KEY-LAST-RUN-ID (WS-KEY-IX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           MOVE "JOURNALED :" TO WS-IMAGE-LABEL
           MOVE WS-KEY-EXPECTED-IMAGE (WS-KEY-IX) TO WS-IMAGE
           MOVE WS-EXPECTED-ON-FILE-SW TO WS-IMAGE-PRESENT-SW
           PERFORM 4950-PRINT-IMAGE-LINE
           MOVE "ON MASTER :" TO WS-IMAGE-LABEL
           MOVE WS-CURRENT-IMAGE TO WS-IMAGE
           MOVE WS-CURRENT-ON-FILE-SW TO WS-IMAGE-PRESENT-SW
           PERFORM 4950-PRINT-IMAGE-LINE
           MOVE "RESTORE TO:" TO WS-IMAGE-LABEL
           MOVE WS-KEY-RESTORE-IMAGE (WS-KEY-IX) TO WS-IMAGE
           MOVE WS-TARGET-ON-FILE-SW TO WS-IMAGE-PRESENT-SW
           PERFORM 4950-PRINT-IMAGE-LINE.

      *---------------------------------------------------------------*
      *  Read the key's record off the chosen master into a 100-byte
      *  image laid out the way the journal carries it.
      *---------------------------------------------------------------*
       4100-READ-CURRENT-RECORD.
           MOVE 'N' TO WS-CURRENT-ON-FILE-SW
           MOVE SPACES TO WS-CURRENT-IMAGE
           EVALUATE TRUE
               WHEN SEL-NUMBER-MASTER
                   MOVE WS-KEY-VALUE (WS-KEY-IX) TO NM-KEY
                   READ NUMMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CURRENT-ON-FILE TO TRUE
                           MOVE NM-MASTER-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN SEL-SERIES-MASTER
                   MOVE WS-KEY-VALUE (WS-KEY-IX) TO SER-KEY
                   READ SERMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CURRENT-ON-FILE TO TRUE
                           MOVE SER-MASTER-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN SEL-ALLOCATION-MASTER
                   MOVE WS-KEY-VALUE (WS-KEY-IX) TO DA-KEY
                   READ DEPTALLO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CURRENT-ON-FILE TO TRUE
                           MOVE DA-ALLOCATION-RECORD
                                   TO WS-CURRENT-IMAGE
                   END-READ
               WHEN SEL-CALENDAR-MASTER
                   MOVE WS-KEY-VALUE (WS-KEY-IX) TO CAL-KEY
                   READ CAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CURRENT-ON-FILE TO TRUE
                           MOVE CAL-CALENDAR-RECORD
                                   TO WS-CURRENT-IMAGE
                   END-READ
           END-EVALUATE.

       4200-CHOOSE-ROLLBACK-ACTION.
           IF TARGET-ON-FILE
               IF CURRENT-ON-FILE
                   IF WS-CURRENT-IMAGE
                           = WS-KEY-RESTORE-IMAGE (WS-KEY-IX)
                       SET ROLLBACK-NOTHING TO TRUE
                   ELSE
                       SET ROLLBACK-REWRITE TO TRUE
                   END-IF
               ELSE
                   SET ROLLBACK-WRITE TO TRUE
               END-IF
           ELSE
               IF CURRENT-ON-FILE
                   SET ROLLBACK-DELETE TO TRUE
               ELSE
                   SET ROLLBACK-NOTHING TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  Put the restore image back, journal it, and read the record
      *  back to prove the master now holds exactly what was meant.
      *---------------------------------------------------------------*
       4300-APPLY-ROLLBACK.
           MOVE WS-CURRENT-IMAGE TO JRNLWRT-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN SEL-NUMBER-MASTER
                   MOVE WS-KEY-RESTORE-IMAGE (WS-KEY-IX)
                           TO NM-MASTER-RECORD
                   MOVE WS-KEY-VALUE (WS-KEY-IX) TO NM-KEY
                   EVALUATE TRUE
                       WHEN ROLLBACK-REWRITE
                           REWRITE NM-MASTER-RECORD
                       WHEN ROLLBACK-WRITE
                           WRITE NM-MASTER-RECORD
                       WHEN ROLLBACK-DELETE
                           DELETE NUMMAST-FILE
                   END-EVALUATE
                   MOVE WS-NUMMAST-FILE-STATUS
                           TO WS-MASTER-FILE-STATUS
               WHEN SEL-SERIES-MASTER
                   MOVE WS-KEY-RESTORE-IMAGE (WS-KEY-IX)
                           TO SER-MASTER-RECORD
                   MOVE WS-KEY-VALUE (WS-KEY-IX) TO SER-KEY
                   EVALUATE TRUE
                       WHEN ROLLBACK-REWRITE
                           REWRITE SER-MASTER-RECORD
                       WHEN ROLLBACK-WRITE
                           WRITE SER-MASTER-RECORD
                       WHEN ROLLBACK-DELETE
                           DELETE SERMAST-FILE
                   END-EVALUATE
                   MOVE WS-SERMAST-FILE-STATUS
                           TO WS-MASTER-FILE-STATUS
               WHEN SEL-ALLOCATION-MASTER
                   MOVE WS-KEY-RESTORE-IMAGE (WS-KEY-IX)
                           TO DA-ALLOCATION-RECORD
                   MOVE WS-KEY-VALUE (WS-KEY-IX) TO DA-KEY
                   EVALUATE TRUE
                       WHEN ROLLBACK-REWRITE
                           REWRITE DA-ALLOCATION-RECORD
                       WHEN ROLLBACK-WRITE
                           WRITE DA-ALLOCATION-RECORD
                       WHEN ROLLBACK-DELETE
                           DELETE DEPTALLO-FILE
                   END-EVALUATE
                   MOVE WS-DEPTALLO-FILE-STATUS
                           TO WS-MASTER-FILE-STATUS
               WHEN SEL-CALENDAR-MASTER
                   MOVE WS-KEY-RESTORE-IMAGE (WS-KEY-IX)
                           TO CAL-CALENDAR-RECORD
                   MOVE WS-KEY-VALUE (WS-KEY-IX) TO CAL-KEY
                   EVALUATE TRUE
                       WHEN ROLLBACK-REWRITE
                           REWRITE CAL-CALENDAR-RECORD
                       WHEN ROLLBACK-WRITE
                           WRITE CAL-CALENDAR-RECORD
                       WHEN ROLLBACK-DELETE
                           DELETE CAL-FILE
                   END-EVALUATE
                   MOVE WS-CAL-FILE-STATUS TO WS-MASTER-FILE-STATUS
           END-EVALUATE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               ADD 1 TO WS-PROOF-FAIL-COUNT
               DISPLAY "*** " WS-SEL-MASTER-NAME
                       " ROLLBACK UPDATE FAILED - STATUS "
                       WS-MASTER-FILE-STATUS " FOR KEY "
                       WS-KEY-VALUE (WS-KEY-IX) " ***"
               MOVE "*** UPDATE FAILED - KEY NOT ROLLED BACK"
                       TO WS-KEY-RESULT
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 4400-JOURNAL-ROLLBACK
               PERFORM 4500-PROVE-ROLLBACK
           END-IF.

       4400-JOURNAL-ROLLBACK.
           EVALUATE TRUE
               WHEN ROLLBACK-REWRITE
                   SET JRNLWRT-CHANGE TO TRUE
               WHEN ROLLBACK-WRITE
                   SET JRNLWRT-ADD TO TRUE
               WHEN ROLLBACK-DELETE
                   SET JRNLWRT-DELETE TO TRUE
           END-EVALUATE
           MOVE WS-SEL-MASTER-NAME TO JRNLWRT-MASTER-NAME
           MOVE WS-KEY-VALUE (WS-KEY-IX) TO JRNLWRT-KEY
           MOVE WS-KEY-RESTORE-IMAGE (WS-KEY-IX)
                   TO JRNLWRT-AFTER-IMAGE
           MOVE WS-JOB-NAME TO JRNLWRT-PROGRAM
           MOVE SPACES TO JRNLWRT-RUN-ID
           STRING WS-JOB-NAME DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO JRNLWRT-RUN-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL WS-JRNLWRT-PGM USING JRNLWRT-PARM-AREA
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF NOT JRNLWRT-RECORDED
               DISPLAY "*** CHANGE JOURNAL NOT WRITTEN FOR KEY "
                       JRNLWRT-KEY " - STATUS "
                       JRNLWRT-FILE-STATUS " ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       4500-PROVE-ROLLBACK.
           PERFORM 4100-READ-CURRENT-RECORD
           IF TARGET-ON-FILE
               IF CURRENT-ON-FILE
                   AND WS-CURRENT-IMAGE
                       = WS-KEY-RESTORE-IMAGE (WS-KEY-IX)
                   SET KEY-PROVED TO TRUE
               ELSE
                   SET KEY-NOT-PROVED TO TRUE
               END-IF
           ELSE
               IF CURRENT-ON-FILE
                   SET KEY-NOT-PROVED TO TRUE
               ELSE
                   SET KEY-PROVED TO TRUE
               END-IF
           END-IF
           IF KEY-PROVED
               ADD 1 TO WS-ROLLED-BACK-COUNT
               MOVE "ROLLED BACK - READ BACK AND VERIFIED"
                       TO WS-KEY-RESULT
           ELSE
               ADD 1 TO WS-PROOF-FAIL-COUNT
               MOVE "*** PROOF FAILED - READ BACK DOES NOT MATCH ***"
                       TO WS-KEY-RESULT
               MOVE 16 TO RETURN-CODE
               MOVE "READ BACK :" TO WS-IMAGE-LABEL
               MOVE WS-CURRENT-IMAGE TO WS-IMAGE
               MOVE WS-CURRENT-ON-FILE-SW TO WS-IMAGE-PRESENT-SW
               PERFORM 4950-PRINT-IMAGE-LINE
           END-IF.

      *---------------------------------------------------------------*
      *  The numbers a NUMMAST rollback re-opens run from just above
      *  the restored mark (the series floor when the rollback
      *  deletes the record) to the mark the record holds now.
      *---------------------------------------------------------------*
       4600-CHECK-REOPENED-NUMBERS.
           MOVE ZERO TO WS-REOPEN-THRU
           MOVE ZERO TO WS-REOPEN-BELOW
           MOVE SPACE TO WS-REOPEN-MODE
           IF CURRENT-ON-FILE
               MOVE WS-CURRENT-IMAGE TO WS-NM-IMAGE
               MOVE WS-NM-IMAGE-LAST-ISSUED TO WS-REOPEN-THRU
           END-IF
           MOVE WS-KEY-VALUE (WS-KEY-IX) TO WS-NM-IMAGE
           IF CATALOG-IS-OPEN
               MOVE WS-NM-IMAGE-SERIES TO SER-KEY
               READ SERMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SER-VOLUME-MODE TO WS-REOPEN-MODE
                       IF SER-FLOOR-NUM > ZERO
                           COMPUTE WS-REOPEN-BELOW = SER-FLOOR-NUM - 1
                       END-IF
               END-READ
           END-IF
           IF TARGET-ON-FILE
               MOVE WS-KEY-RESTORE-IMAGE (WS-KEY-IX) TO WS-NM-IMAGE
               MOVE WS-NM-IMAGE-LAST-ISSUED TO WS-REOPEN-BELOW
           END-IF
           IF WS-REOPEN-BELOW < WS-REOPEN-THRU
               PERFORM 4610-PROVE-REOPENED-RANGE
           END-IF.

       4610-PROVE-REOPENED-RANGE.
           COMPUTE WS-REOPEN-FROM = WS-REOPEN-BELOW + 1
           MOVE ZERO TO WS-REOPEN-LIVE-COUNT
           MOVE ZERO TO WS-REOPEN-VOID-COUNT
           MOVE ZERO TO WS-REOPEN-LOGGED-COUNT
           MOVE SPACES TO WS-REOPEN-TEXT
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    RE-OPENS NUMBERS " DELIMITED BY SIZE
                   WS-REOPEN-FROM (2:9) DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   WS-REOPEN-THRU DELIMITED BY SIZE
                   "  MODE " DELIMITED BY SIZE
                   WS-REOPEN-MODE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           EVALUATE TRUE
               WHEN WS-REOPEN-MODE NOT = 'L'
                   AND WS-REOPEN-MODE NOT = 'H'
                   SET REOPEN-BLOCKED TO TRUE
                   MOVE "SERIES NOT ON THE CATALOG - NOT CHECKED"
                           TO WS-REOPEN-TEXT
               WHEN NOT HISTMAST-IS-OPEN
                   SET REOPEN-BLOCKED TO TRUE
                   MOVE "HISTMAST NOT AVAILABLE - NOT CHECKED"
                           TO WS-REOPEN-TEXT
               WHEN OTHER
                   PERFORM 4620-WALK-REOPENED-HISTORY
                   PERFORM 4630-SCAN-REOPENED-AUDIT-LOG
           END-EVALUATE
           IF WS-REOPEN-LIVE-COUNT > ZERO
               OR WS-REOPEN-LOGGED-COUNT > ZERO
               SET REOPEN-BLOCKED TO TRUE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-REOPEN-TEXT NOT = SPACES
               STRING "    " DELIMITED BY SIZE
                       WS-REOPEN-TEXT DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RCVRPT-LINE
               WRITE RCVRPT-LINE
               MOVE SPACES TO WS-PRINT-LINE
           END-IF
           STRING "    ISSUED AND LIVE: " DELIMITED BY SIZE
                   WS-REOPEN-LIVE-COUNT DELIMITED BY SIZE
                   "   VOIDED: " DELIMITED BY SIZE
                   WS-REOPEN-VOID-COUNT DELIMITED BY SIZE
                   "   ON AUDIT LOG, NOT YET CONSOLIDATED: "
                   DELIMITED BY SIZE
                   WS-REOPEN-LOGGED-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE.

       4620-WALK-REOPENED-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE WS-REOPEN-MODE TO HIST-MODE
           MOVE WS-REOPEN-FROM TO HIST-NUMBER
           START HISTMAST-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   SET HIST-EOF TO TRUE
           END-START
           PERFORM UNTIL HIST-EOF
               READ HISTMAST-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-MODE NOT = WS-REOPEN-MODE
                           OR HIST-NUMBER > WS-REOPEN-THRU
                           SET HIST-EOF TO TRUE
                       ELSE
                           IF HIST-VOIDED
                               ADD 1 TO WS-REOPEN-VOID-COUNT
                           ELSE
                               ADD 1 TO WS-REOPEN-LIVE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *---------------------------------------------------------------*
      *  A logged number the history master does not hold was issued
      *  since the last consolidation and delivered.  One already on
      *  the master was counted by the walk above.  Without the log
      *  nothing proves the range was never delivered.
      *---------------------------------------------------------------*
       4630-SCAN-REOPENED-AUDIT-LOG.
           MOVE 'N' TO WS-AUDIT-EOF-SW
           IF WS-REOPEN-MODE = 'L'
               OPEN INPUT AUDIT-FILE
               MOVE WS-AUDIT-FILE-STATUS TO WS-LOG-FILE-STATUS
           ELSE
               OPEN INPUT HVAUDIT-FILE
               MOVE WS-HVAUDIT-FILE-STATUS TO WS-LOG-FILE-STATUS
           END-IF
           IF WS-LOG-FILE-STATUS NOT = "00"
               SET REOPEN-BLOCKED TO TRUE
               MOVE "AUDIT LOG NOT AVAILABLE - NOT CHECKED"
                       TO WS-REOPEN-TEXT
           ELSE
               PERFORM UNTIL AUDIT-EOF
                   IF WS-REOPEN-MODE = 'L'
                       READ AUDIT-FILE
                           AT END
                               SET AUDIT-EOF TO TRUE
                           NOT AT END
                               MOVE AUD-VALUE TO WS-REOPEN-VALUE
                       END-READ
                   ELSE
                       READ HVAUDIT-FILE
                           AT END
                               SET AUDIT-EOF TO TRUE
                           NOT AT END
                               MOVE HVAUD-VALUE TO WS-REOPEN-VALUE
                       END-READ
                   END-IF
                   IF NOT AUDIT-EOF
                       AND WS-REOPEN-VALUE NOT < WS-REOPEN-FROM
                       AND WS-REOPEN-VALUE NOT > WS-REOPEN-THRU
                       MOVE WS-REOPEN-MODE  TO HIST-MODE
                       MOVE WS-REOPEN-VALUE TO HIST-NUMBER
                       READ HISTMAST-FILE
                           INVALID KEY
                               ADD 1 TO WS-REOPEN-LOGGED-COUNT
                       END-READ
                   END-IF
               END-PERFORM
               IF WS-REOPEN-MODE = 'L'
                   CLOSE AUDIT-FILE
               ELSE
                   CLOSE HVAUDIT-FILE
               END-IF
           END-IF.

       4900-PRINT-KEY-RESULT.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    " DELIMITED BY SIZE
                   WS-KEY-RESULT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE.

       4950-PRINT-IMAGE-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           IF IMAGE-PRESENT
               STRING "    " DELIMITED BY SIZE
                       WS-IMAGE-LABEL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-IMAGE DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           ELSE
               STRING "    " DELIMITED BY SIZE
                       WS-IMAGE-LABEL DELIMITED BY SIZE
                       " (NOT ON FILE)" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "KEYS CHANGED SINCE TARGET: " DELIMITED BY SIZE
                   WS-KEY-COUNT DELIMITED BY SIZE
                   "   JOURNAL ENTRIES UNDONE: " DELIMITED BY SIZE
                   WS-UNDO-ENTRY-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ROLLED BACK: " DELIMITED BY SIZE
                   WS-ROLLED-BACK-COUNT DELIMITED BY SIZE
                   "   TRIAL - WOULD ROLL BACK: " DELIMITED BY SIZE
                   WS-WOULD-ROLL-COUNT DELIMITED BY SIZE
                   "   ALREADY AS OF TARGET: " DELIMITED BY SIZE
                   WS-ALREADY-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  CHANGED OUTSIDE JOURNAL: " DELIMITED BY SIZE
                   WS-REFUSED-COUNT DELIMITED BY SIZE
                   "   RE-OPENS LIVE NUMBERS: " DELIMITED BY SIZE
                   WS-REOPEN-REFUSED-COUNT DELIMITED BY SIZE
                   "   UPDATE OR PROOF FAILED: " DELIMITED BY SIZE
                   WS-PROOF-FAIL-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCVRPT-LINE
           WRITE RCVRPT-LINE
           IF RECOVERY-REFUSED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** ROLLBACK REFUSED - MASTER NOT CHANGED ***"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RCVRPT-LINE
               WRITE RCVRPT-LINE
           END-IF
           CLOSE RCVRPT-FILE.
