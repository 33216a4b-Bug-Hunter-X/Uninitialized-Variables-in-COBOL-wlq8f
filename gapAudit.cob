       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPAUDIT.
      *
      *    Sequence continuity (gap) audit.  For every series on the
      *    SERMAST catalog this job walks the issuance-history master
      *    in HIST-MODE / HIST-NUMBER order from the series floor to
      *    the NUMMAST high-water mark and proves every number in
      *    between is accounted for.  A number on the master is live
      *    or, if VOIDPROC voided it, listed as accounted-for but dead
      *    with its void date and reason.  Every hole is explained as
      *    a number HISTPURG swept to the HISTARCH archive, a number
      *    on an AUDITLOG / HVAUDLOG generation that HISTCONS has not
      *    yet consolidated (so a mid-month audit does not report the
      *    month's issuance as missing), a RESVNUM reservation, a
      *    reserved-number skip on SKIPRPT, or a validation exception
      *    on EXCPRPT -- or, failing all of those, reported
      *    unexplained.  Holes print as runs of like numbers, not one
      *    line per number.
      *
      *    The skip and exception records carry no volume mode, so a
      *    logged value explains a hole in whichever series brackets
      *    it.  The summary page (GAPSUM) proves, per series, that
      *    live + voided + archived + issued-not-yet-consolidated +
      *    reserved + skipped + exceptions + unexplained equals the
      *    range audited, and is meant to go to the auditors as
      *    printed.  Any unexplained number ends the job with return
      *    code 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAPPARM-FILE ASSIGN TO "GAPPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GAPPARM-FILE-STATUS.

           SELECT SERMAST-FILE ASSIGN TO "SERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-KEY
               FILE STATUS IS WS-SERMAST-FILE-STATUS.

           SELECT NUMMAST-FILE ASSIGN TO "NUMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-KEY
               FILE STATUS IS WS-NUMMAST-FILE-STATUS.

           SELECT HISTMAST-FILE ASSIGN TO "HISTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTMAST-FILE-STATUS.

           SELECT HISTARCH-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTARCH-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT HVAUDIT-FILE ASSIGN TO "HVAUDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HVAUDIT-FILE-STATUS.

           SELECT RESV-FILE ASSIGN TO "RESVNUM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESV-FILE-STATUS.

           SELECT SKIP-FILE ASSIGN TO "SKIPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKIP-FILE-STATUS.

           SELECT EXCP-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

           SELECT GAPRPT-FILE ASSIGN TO "GAPRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT GAPSUM-FILE ASSIGN TO "GAPSUM"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GAPPARM-FILE
           RECORDING MODE IS F.
       COPY GAPPARM.

       FD  SERMAST-FILE.
       COPY SERMAST.

       FD  NUMMAST-FILE.
       COPY NUMMAST.

       FD  HISTMAST-FILE.
       COPY HISTMAST.

      *  Archive records carry the HIST-MASTER-RECORD layout of
      *  HISTMAST.CPY byte for byte.
       FD  HISTARCH-FILE
           RECORDING MODE IS F.
       01  ARCH-RECORD                 PIC X(100).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  HVAUDIT-FILE
           RECORDING MODE IS F.
       COPY HVAUDREC.

       FD  RESV-FILE
           RECORDING MODE IS F.
       COPY RESVNUM.

       FD  SKIP-FILE
           RECORDING MODE IS F.
       COPY SKIPREC.

       FD  EXCP-FILE
           RECORDING MODE IS F.
       COPY EXCPREC.

       FD  GAPRPT-FILE
           RECORDING MODE IS F.
       01  GAPRPT-LINE                 PIC X(132).

       FD  GAPSUM-FILE
           RECORDING MODE IS F.
       01  GAPSUM-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GAPPARM-FILE-STATUS      PIC XX.
       01  WS-SERMAST-FILE-STATUS      PIC XX.
       01  WS-NUMMAST-FILE-STATUS      PIC XX.
       01  WS-HISTMAST-FILE-STATUS     PIC XX.
       01  WS-HISTARCH-FILE-STATUS     PIC XX.
       01  WS-AUDIT-FILE-STATUS        PIC XX.
       01  WS-HVAUDIT-FILE-STATUS      PIC XX.
       01  WS-RESV-FILE-STATUS         PIC XX.
       01  WS-SKIP-FILE-STATUS         PIC XX.
       01  WS-EXCP-FILE-STATUS         PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
               88  PARM-EOF                      VALUE 'Y'.
           05  WS-SERMAST-EOF-SW       PIC X VALUE 'N'.
               88  SERMAST-EOF                   VALUE 'Y'.
           05  WS-NUMMAST-EOF-SW       PIC X VALUE 'N'.
               88  NUMMAST-EOF                   VALUE 'Y'.
           05  WS-HIST-EOF-SW          PIC X VALUE 'N'.
               88  HIST-EOF                      VALUE 'Y'.
           05  WS-ARCH-EOF-SW          PIC X VALUE 'N'.
               88  ARCH-EOF                      VALUE 'Y'.
           05  WS-AUDIT-EOF-SW         PIC X VALUE 'N'.
               88  AUDIT-EOF                     VALUE 'Y'.
           05  WS-RESV-EOF-SW          PIC X VALUE 'N'.
               88  RESV-EOF                      VALUE 'Y'.
           05  WS-SKIP-EOF-SW          PIC X VALUE 'N'.
               88  SKIP-EOF                      VALUE 'Y'.
           05  WS-EXCP-EOF-SW          PIC X VALUE 'N'.
               88  EXCP-EOF                      VALUE 'Y'.

       01  WS-OPEN-FLAGS.
           05  WS-SERMAST-OPEN-SW      PIC X VALUE 'N'.
               88  SERIES-CATALOG-OPEN           VALUE 'Y'.
           05  WS-NUMMAST-OPEN-SW      PIC X VALUE 'N'.
               88  NUMMAST-IS-OPEN               VALUE 'Y'.
           05  WS-HISTMAST-OPEN-SW     PIC X VALUE 'N'.
               88  HISTMAST-IS-OPEN              VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "GAPAUDIT".
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-SELECT-SERIES            PIC X(04) VALUE SPACES.

      *---------------------------------------------------------------*
      *  High-water mark per series.  NUMMAST is keyed by job and
      *  series, so a series drawn by more than one job is audited
      *  to the highest mark any of them holds.
      *---------------------------------------------------------------*
       01  WS-HWM-TABLE-MAX            PIC 9(03) VALUE 200.
       01  WS-HWM-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-HWM-IX                   PIC 9(03) VALUE ZERO.
       01  WS-HWM-TABLE.
           05  WS-HWM-ENTRY            OCCURS 200 TIMES.
               10  WS-HWM-SERIES-CODE  PIC X(04).
               10  WS-HWM-LAST-ISSUED  PIC 9(09).
       01  WS-HWM-FOUND-SW             PIC X VALUE 'N'.
           88  HWM-FOUND                          VALUE 'Y'.

      *---------------------------------------------------------------*
      *  The explanations a hole can have, loaded at initialization.
      *  Reservations are ranges; skips and exceptions single values
      *  gathered from every SKIPRPT / EXCPRPT generation the JCL
      *  concatenates.  Entries past a table's capacity are reported
      *  and dropped, and their numbers fall to unexplained.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      *  Numbers accounted for off the history master: archived by
      *  HISTPURG, or on an audit log HISTCONS has not consolidated
      *  yet.  Both sources run in number order, so each number is
      *  folded into the last range when it continues it and only a
      *  break in the run starts a new entry.
      *---------------------------------------------------------------*
       01  WS-ACCT-TABLE-MAX           PIC 9(04) VALUE 2000.
       01  WS-ACCT-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-ACCT-IX                  PIC 9(04) VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY           OCCURS 2000 TIMES.
               10  WS-ACCT-MODE        PIC X(01).
               10  WS-ACCT-START       PIC 9(09).
               10  WS-ACCT-END         PIC 9(09).
               10  WS-ACCT-CLASS       PIC X(12).
       01  WS-ACCT-NEW-MODE            PIC X(01).
       01  WS-ACCT-NEW-NUMBER          PIC 9(09).
       01  WS-ACCT-NEW-CLASS           PIC X(12).
       01  WS-ACCT-NEXT                PIC 9(10).
       01  WS-ACCT-FOLDED-SW           PIC X VALUE 'N'.
           88  ACCT-FOLDED                        VALUE 'Y'.

       01  WS-RESV-TABLE-MAX           PIC 9(04) VALUE 200.
       01  WS-RESV-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-RESV-IX                  PIC 9(04) VALUE ZERO.
       01  WS-RESV-TABLE.
           05  WS-RESV-ENTRY           OCCURS 200 TIMES.
               10  WS-RESV-START       PIC 9(09).
               10  WS-RESV-END         PIC 9(09).
               10  WS-RESV-TEXT        PIC X(30).

       01  WS-SKIP-TABLE-MAX           PIC 9(04) VALUE 5000.
       01  WS-SKIP-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-SKIP-IX                  PIC 9(04) VALUE ZERO.
       01  WS-SKIP-TABLE.
           05  WS-SKIP-ENTRY           OCCURS 5000 TIMES.
               10  WS-SKIP-VALUE       PIC 9(09).
               10  WS-SKIP-TEXT        PIC X(30).

       01  WS-EXCP-TABLE-MAX           PIC 9(04) VALUE 5000.
       01  WS-EXCP-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-EXCP-IX                  PIC 9(04) VALUE ZERO.
       01  WS-EXCP-TABLE.
           05  WS-EXCP-ENTRY           OCCURS 5000 TIMES.
               10  WS-EXCP-VALUE       PIC 9(09).
               10  WS-EXCP-TEXT        PIC X(38).

       01  WS-DROPPED-COUNT            PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      *  The series being audited.  Cursor and segment bounds are a
      *  digit wider than a number so the step past a ceiling of
      *  999999999 cannot wrap to zero.
      *---------------------------------------------------------------*
       01  WS-SERIES-CODE              PIC X(04).
       01  WS-SERIES-MODE              PIC X(01).
       01  WS-SERIES-FLOOR             PIC 9(09).
       01  WS-SERIES-HIGH              PIC 9(09).
       01  WS-EXPECTED-NEXT            PIC 9(10).
       01  WS-GAP-FROM                 PIC 9(10).
       01  WS-GAP-THRU                 PIC 9(10).
       01  WS-CURSOR                   PIC 9(10).
       01  WS-SEGMENT-END              PIC 9(10).
       01  WS-SEGMENT-COUNT            PIC 9(10).
       01  WS-SEGMENT-CLASS            PIC X(12).
       01  WS-SEGMENT-REASON           PIC X(38).
       01  WS-SEGMENT-FOUND-SW         PIC X VALUE 'N'.
           88  SEGMENT-EXPLAINED                  VALUE 'Y'.

       01  WS-SERIES-COUNTS.
           05  WS-SER-RANGE            PIC 9(10) VALUE ZERO.
           05  WS-SER-LIVE             PIC 9(10) VALUE ZERO.
           05  WS-SER-VOIDED           PIC 9(10) VALUE ZERO.
           05  WS-SER-ARCHIVED         PIC 9(10) VALUE ZERO.
           05  WS-SER-UNCONSOL         PIC 9(10) VALUE ZERO.
           05  WS-SER-RESERVED         PIC 9(10) VALUE ZERO.
           05  WS-SER-SKIPPED          PIC 9(10) VALUE ZERO.
           05  WS-SER-EXCEPTION        PIC 9(10) VALUE ZERO.
           05  WS-SER-UNEXPLAINED      PIC 9(10) VALUE ZERO.
       01  WS-SER-ACCOUNTED            PIC 9(10) VALUE ZERO.

       01  WS-GRAND-COUNTS.
           05  WS-TOT-RANGE            PIC 9(11) VALUE ZERO.
           05  WS-TOT-LIVE             PIC 9(11) VALUE ZERO.
           05  WS-TOT-VOIDED           PIC 9(11) VALUE ZERO.
           05  WS-TOT-ARCHIVED         PIC 9(11) VALUE ZERO.
           05  WS-TOT-UNCONSOL         PIC 9(11) VALUE ZERO.
           05  WS-TOT-RESERVED         PIC 9(11) VALUE ZERO.
           05  WS-TOT-SKIPPED          PIC 9(11) VALUE ZERO.
           05  WS-TOT-EXCEPTION        PIC 9(11) VALUE ZERO.
           05  WS-TOT-UNEXPLAINED      PIC 9(11) VALUE ZERO.

       01  WS-SERIES-AUDITED           PIC 9(04) VALUE ZERO.
       01  WS-SERIES-SKIPPED           PIC 9(04) VALUE ZERO.
       01  WS-UNBALANCED-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-BALANCE-TEXT             PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF SERIES-CATALOG-OPEN
               AND NUMMAST-IS-OPEN
               AND HISTMAST-IS-OPEN
               PERFORM 2000-AUDIT-EACH-SERIES
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT GAPRPT-FILE
           OPEN OUTPUT GAPSUM-FILE
           PERFORM 1100-READ-PARAMETER-CARD
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SEQUENCE CONTINUITY AUDIT - GAP DETAIL"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPRPT-LINE
           WRITE GAPRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SEQUENCE CONTINUITY AUDIT - SUMMARY FOR AUDIT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPSUM-LINE
           WRITE GAPSUM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPRPT-LINE
           WRITE GAPRPT-LINE
           MOVE WS-PRINT-LINE TO GAPSUM-LINE
           WRITE GAPSUM-LINE
           PERFORM 1200-OPEN-MASTERS
           IF SERIES-CATALOG-OPEN
               AND NUMMAST-IS-OPEN
               AND HISTMAST-IS-OPEN
               PERFORM 1300-LOAD-HIGH-WATER-TABLE
               PERFORM 1360-LOAD-ARCHIVE-RANGES
               PERFORM 1370-LOAD-AUDIT-LOG-RANGES
               PERFORM 1400-LOAD-RESERVED-TABLE
               PERFORM 1500-LOAD-SKIP-TABLE
               PERFORM 1600-LOAD-EXCEPTION-TABLE
           END-IF.

       1100-READ-PARAMETER-CARD.
           OPEN INPUT GAPPARM-FILE
           IF WS-GAPPARM-FILE-STATUS = "00"
               READ GAPPARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
                   NOT AT END
                       MOVE GPP-SERIES-CODE TO WS-SELECT-SERIES
               END-READ
               CLOSE GAPPARM-FILE
           END-IF.

      *---------------------------------------------------------------*
      *  All three masters are required: the audit proves nothing
      *  with any of them missing, so it ends with an error instead
      *  of degrading.
      *---------------------------------------------------------------*
       1200-OPEN-MASTERS.
           OPEN INPUT SERMAST-FILE
           IF WS-SERMAST-FILE-STATUS = "00"
               SET SERIES-CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY "*** SERMAST-FILE OPEN FAILED - STATUS "
                       WS-SERMAST-FILE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT NUMMAST-FILE
           IF WS-NUMMAST-FILE-STATUS = "00"
               SET NUMMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** NUMMAST-FILE OPEN FAILED - STATUS "
                       WS-NUMMAST-FILE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT HISTMAST-FILE
           IF WS-HISTMAST-FILE-STATUS = "00"
               SET HISTMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** HISTMAST-FILE OPEN FAILED - STATUS "
                       WS-HISTMAST-FILE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT SERIES-CATALOG-OPEN
               OR NOT NUMMAST-IS-OPEN
               OR NOT HISTMAST-IS-OPEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "A REQUIRED MASTER IS NOT AVAILABLE - NO AUDIT"
                       " PERFORMED" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO GAPSUM-LINE
               WRITE GAPSUM-LINE
           END-IF.

       1300-LOAD-HIGH-WATER-TABLE.
           MOVE LOW-VALUES TO NM-KEY
           START NUMMAST-FILE KEY NOT < NM-KEY
               INVALID KEY
                   SET NUMMAST-EOF TO TRUE
           END-START
           PERFORM UNTIL NUMMAST-EOF
               READ NUMMAST-FILE NEXT RECORD
                   AT END
                       SET NUMMAST-EOF TO TRUE
                   NOT AT END
                       PERFORM 1350-STORE-HIGH-WATER
               END-READ
           END-PERFORM.

       1350-STORE-HIGH-WATER.
           MOVE 'N' TO WS-HWM-FOUND-SW
           PERFORM VARYING WS-HWM-IX FROM 1 BY 1
                   UNTIL WS-HWM-IX > WS-HWM-COUNT
                   OR HWM-FOUND
               IF WS-HWM-SERIES-CODE (WS-HWM-IX) = NM-SERIES-CODE
                   SET HWM-FOUND TO TRUE
                   IF NM-LAST-ISSUED > WS-HWM-LAST-ISSUED (WS-HWM-IX)
                       MOVE NM-LAST-ISSUED
                               TO WS-HWM-LAST-ISSUED (WS-HWM-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT HWM-FOUND
               IF WS-HWM-COUNT < WS-HWM-TABLE-MAX
                   ADD 1 TO WS-HWM-COUNT
                   MOVE NM-SERIES-CODE
                           TO WS-HWM-SERIES-CODE (WS-HWM-COUNT)
                   MOVE NM-LAST-ISSUED
                           TO WS-HWM-LAST-ISSUED (WS-HWM-COUNT)
               ELSE
                   DISPLAY "*** HIGH-WATER TABLE FULL - SERIES "
                           NM-SERIES-CODE " NOT AUDITED ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  HISTARCH is optional: until HISTPURG first runs there is no
      *  archive, and nothing has left the master to be explained.
      *---------------------------------------------------------------*
       1360-LOAD-ARCHIVE-RANGES.
           OPEN INPUT HISTARCH-FILE
           IF WS-HISTARCH-FILE-STATUS NOT = "00"
               DISPLAY "*** HISTARCH NOT AVAILABLE - STATUS "
                       WS-HISTARCH-FILE-STATUS
                       " - NO ARCHIVED NUMBERS TO EXPLAIN GAPS ***"
               SET ARCH-EOF TO TRUE
           ELSE
               MOVE "ARCHIVED" TO WS-ACCT-NEW-CLASS
               PERFORM UNTIL ARCH-EOF
                   READ HISTARCH-FILE
                       AT END
                           SET ARCH-EOF TO TRUE
                       NOT AT END
                           MOVE ARCH-RECORD TO HIST-MASTER-RECORD
                           MOVE HIST-MODE   TO WS-ACCT-NEW-MODE
                           MOVE HIST-NUMBER TO WS-ACCT-NEW-NUMBER
                           PERFORM 1390-STORE-ACCOUNTED-NUMBER
                   END-READ
               END-PERFORM
               CLOSE HISTARCH-FILE
           END-IF.

      *---------------------------------------------------------------*
      *  Every AUDITLOG / HVAUDLOG generation the JCL concatenates,
      *  as RUNRECR reads them for a run not yet consolidated.  The
      *  logs also hold runs already on the master; those numbers
      *  are never in a hole, so they explain nothing and do no harm.
      *---------------------------------------------------------------*
       1370-LOAD-AUDIT-LOG-RANGES.
           MOVE "ISSUED" TO WS-ACCT-NEW-CLASS
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "*** AUDITLOG NOT AVAILABLE - STATUS "
                       WS-AUDIT-FILE-STATUS
                       " - NO UNCONSOLIDATED LOW-VOLUME ISSUES ***"
           ELSE
               MOVE 'N' TO WS-AUDIT-EOF-SW
               MOVE 'L' TO WS-ACCT-NEW-MODE
               PERFORM UNTIL AUDIT-EOF
                   READ AUDIT-FILE
                       AT END
                           SET AUDIT-EOF TO TRUE
                       NOT AT END
                           MOVE AUD-VALUE TO WS-ACCT-NEW-NUMBER
                           PERFORM 1390-STORE-ACCOUNTED-NUMBER
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           OPEN INPUT HVAUDIT-FILE
           IF WS-HVAUDIT-FILE-STATUS NOT = "00"
               DISPLAY "*** HVAUDLOG NOT AVAILABLE - STATUS "
                       WS-HVAUDIT-FILE-STATUS
                       " - NO UNCONSOLIDATED HIGH-VOLUME ISSUES ***"
           ELSE
               MOVE 'N' TO WS-AUDIT-EOF-SW
               MOVE 'H' TO WS-ACCT-NEW-MODE
               PERFORM UNTIL AUDIT-EOF
                   READ HVAUDIT-FILE
                       AT END
                           SET AUDIT-EOF TO TRUE
                       NOT AT END
                           MOVE HVAUD-VALUE TO WS-ACCT-NEW-NUMBER
                           PERFORM 1390-STORE-ACCOUNTED-NUMBER
                   END-READ
               END-PERFORM
               CLOSE HVAUDIT-FILE
           END-IF.

       1390-STORE-ACCOUNTED-NUMBER.
           MOVE 'N' TO WS-ACCT-FOLDED-SW
           IF WS-ACCT-COUNT > ZERO
               COMPUTE WS-ACCT-NEXT = WS-ACCT-END (WS-ACCT-COUNT) + 1
               IF WS-ACCT-MODE (WS-ACCT-COUNT) = WS-ACCT-NEW-MODE
                   AND WS-ACCT-CLASS (WS-ACCT-COUNT) = WS-ACCT-NEW-CLASS
                   AND WS-ACCT-NEW-NUMBER
                           NOT < WS-ACCT-START (WS-ACCT-COUNT)
                   AND WS-ACCT-NEW-NUMBER NOT > WS-ACCT-NEXT
                   SET ACCT-FOLDED TO TRUE
                   IF WS-ACCT-NEW-NUMBER = WS-ACCT-NEXT
                       MOVE WS-ACCT-NEW-NUMBER
                               TO WS-ACCT-END (WS-ACCT-COUNT)
                   END-IF
               END-IF
           END-IF
           IF NOT ACCT-FOLDED
               IF WS-ACCT-COUNT < WS-ACCT-TABLE-MAX
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-NEW-MODE
                           TO WS-ACCT-MODE (WS-ACCT-COUNT)
                   MOVE WS-ACCT-NEW-NUMBER
                           TO WS-ACCT-START (WS-ACCT-COUNT)
                   MOVE WS-ACCT-NEW-NUMBER
                           TO WS-ACCT-END (WS-ACCT-COUNT)
                   MOVE WS-ACCT-NEW-CLASS
                           TO WS-ACCT-CLASS (WS-ACCT-COUNT)
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.

       1400-LOAD-RESERVED-TABLE.
           OPEN INPUT RESV-FILE
           IF WS-RESV-FILE-STATUS NOT = "00"
               DISPLAY "*** RESVNUM-FILE NOT AVAILABLE - STATUS "
                       WS-RESV-FILE-STATUS
                       " - NO RESERVATIONS TO EXPLAIN GAPS ***"
               SET RESV-EOF TO TRUE
           ELSE
               PERFORM UNTIL RESV-EOF
                   READ RESV-FILE
                       AT END
                           SET RESV-EOF TO TRUE
                       NOT AT END
                           IF WS-RESV-COUNT < WS-RESV-TABLE-MAX
                               ADD 1 TO WS-RESV-COUNT
                               MOVE RSV-START-NUM
                                   TO WS-RESV-START (WS-RESV-COUNT)
                               MOVE RSV-END-NUM
                                   TO WS-RESV-END (WS-RESV-COUNT)
                               MOVE RSV-REASON
                                   TO WS-RESV-TEXT (WS-RESV-COUNT)
                           ELSE
                               ADD 1 TO WS-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESV-FILE
           END-IF.

       1500-LOAD-SKIP-TABLE.
           OPEN INPUT SKIP-FILE
           IF WS-SKIP-FILE-STATUS NOT = "00"
               DISPLAY "*** SKIPRPT NOT AVAILABLE - STATUS "
                       WS-SKIP-FILE-STATUS
                       " - NO SKIPS TO EXPLAIN GAPS ***"
               SET SKIP-EOF TO TRUE
           ELSE
               PERFORM UNTIL SKIP-EOF
                   READ SKIP-FILE
                       AT END
                           SET SKIP-EOF TO TRUE
                       NOT AT END
                           IF WS-SKIP-COUNT < WS-SKIP-TABLE-MAX
                               ADD 1 TO WS-SKIP-COUNT
                               MOVE SKP-VALUE
                                   TO WS-SKIP-VALUE (WS-SKIP-COUNT)
                               MOVE SKP-REASON
                                   TO WS-SKIP-TEXT (WS-SKIP-COUNT)
                           ELSE
                               ADD 1 TO WS-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKIP-FILE
           END-IF.

       1600-LOAD-EXCEPTION-TABLE.
           OPEN INPUT EXCP-FILE
           IF WS-EXCP-FILE-STATUS NOT = "00"
               DISPLAY "*** EXCPRPT NOT AVAILABLE - STATUS "
                       WS-EXCP-FILE-STATUS
                       " - NO EXCEPTIONS TO EXPLAIN GAPS ***"
               SET EXCP-EOF TO TRUE
           ELSE
               PERFORM UNTIL EXCP-EOF
                   READ EXCP-FILE
                       AT END
                           SET EXCP-EOF TO TRUE
                       NOT AT END
                           IF WS-EXCP-COUNT < WS-EXCP-TABLE-MAX
                               ADD 1 TO WS-EXCP-COUNT
                               MOVE EXCP-VALUE
                                   TO WS-EXCP-VALUE (WS-EXCP-COUNT)
                               MOVE EXCP-REASON
                                   TO WS-EXCP-TEXT (WS-EXCP-COUNT)
                           ELSE
                               ADD 1 TO WS-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCP-FILE
           END-IF.

       2000-AUDIT-EACH-SERIES.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPSUM-LINE
           WRITE GAPSUM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SERIES M FLOOR     HIGH-WATER RANGE      LIVE"
                   "       VOIDED     RESERVED   SKIPPED    EXCEPTION"
                   "  UNEXPLAINED PROOF" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPSUM-LINE
           WRITE GAPSUM-LINE
           MOVE LOW-VALUES TO SER-KEY
           START SERMAST-FILE KEY NOT < SER-KEY
               INVALID KEY
                   SET SERMAST-EOF TO TRUE
           END-START
           PERFORM UNTIL SERMAST-EOF
               READ SERMAST-FILE NEXT RECORD
                   AT END
                       SET SERMAST-EOF TO TRUE
                   NOT AT END
                       IF WS-SELECT-SERIES = SPACES
                           OR WS-SELECT-SERIES = SER-SERIES-CODE
                           PERFORM 2100-AUDIT-ONE-SERIES
                       END-IF
               END-READ
           END-PERFORM.

      *---------------------------------------------------------------*
      *  One series: find its high-water mark, then walk the history
      *  master from the floor.  Each history row past the number
      *  expected next closes a hole; the rows themselves are live or
      *  voided.  Whatever is still expected after the last row up to
      *  the high-water mark is the trailing hole.
      *---------------------------------------------------------------*
       2100-AUDIT-ONE-SERIES.
           MOVE SER-SERIES-CODE  TO WS-SERIES-CODE
           MOVE SER-VOLUME-MODE  TO WS-SERIES-MODE
           MOVE SER-FLOOR-NUM    TO WS-SERIES-FLOOR
           MOVE ZERO             TO WS-SERIES-HIGH
           MOVE 'N' TO WS-HWM-FOUND-SW
           PERFORM VARYING WS-HWM-IX FROM 1 BY 1
                   UNTIL WS-HWM-IX > WS-HWM-COUNT
                   OR HWM-FOUND
               IF WS-HWM-SERIES-CODE (WS-HWM-IX) = WS-SERIES-CODE
                   SET HWM-FOUND TO TRUE
                   MOVE WS-HWM-LAST-ISSUED (WS-HWM-IX)
                           TO WS-SERIES-HIGH
               END-IF
           END-PERFORM
           IF NOT HWM-FOUND
               OR WS-SERIES-HIGH < WS-SERIES-FLOOR
               ADD 1 TO WS-SERIES-SKIPPED
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-SERIES-CODE DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-SERIES-MODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SERIES-FLOOR DELIMITED BY SIZE
                       "  NOTHING ISSUED FROM THIS SERIES - NOT"
                       " AUDITED" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO GAPSUM-LINE
               WRITE GAPSUM-LINE
           ELSE
               PERFORM 2200-WALK-SERIES-HISTORY
               PERFORM 2900-SUMMARIZE-SERIES
           END-IF.

       2200-WALK-SERIES-HISTORY.
           ADD 1 TO WS-SERIES-AUDITED
           INITIALIZE WS-SERIES-COUNTS
           COMPUTE WS-SER-RANGE = WS-SERIES-HIGH - WS-SERIES-FLOOR + 1
           MOVE WS-SERIES-FLOOR TO WS-EXPECTED-NEXT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPRPT-LINE
           WRITE GAPRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SERIES " DELIMITED BY SIZE
                   WS-SERIES-CODE DELIMITED BY SIZE
                   "  MODE " DELIMITED BY SIZE
                   WS-SERIES-MODE DELIMITED BY SIZE
                   "  FLOOR " DELIMITED BY SIZE
                   WS-SERIES-FLOOR DELIMITED BY SIZE
                   "  HIGH-WATER MARK " DELIMITED BY SIZE
                   WS-SERIES-HIGH DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPRPT-LINE
           WRITE GAPRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  TYPE FROM       THRU       COUNT      "
                   "CLASS        REASON" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPRPT-LINE
           WRITE GAPRPT-LINE
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE WS-SERIES-MODE  TO HIST-MODE
           MOVE WS-SERIES-FLOOR TO HIST-NUMBER
           START HISTMAST-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   SET HIST-EOF TO TRUE
           END-START
           PERFORM UNTIL HIST-EOF
               READ HISTMAST-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-MODE NOT = WS-SERIES-MODE
                           OR HIST-NUMBER > WS-SERIES-HIGH
                           SET HIST-EOF TO TRUE
                       ELSE
                           PERFORM 2300-ACCOUNT-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXPECTED-NEXT NOT > WS-SERIES-HIGH
               MOVE WS-EXPECTED-NEXT TO WS-GAP-FROM
               MOVE WS-SERIES-HIGH   TO WS-GAP-THRU
               PERFORM 3000-CLASSIFY-GAP
           END-IF.

       2300-ACCOUNT-HISTORY-ROW.
           IF HIST-NUMBER > WS-EXPECTED-NEXT
               MOVE WS-EXPECTED-NEXT TO WS-GAP-FROM
               COMPUTE WS-GAP-THRU = HIST-NUMBER - 1
               PERFORM 3000-CLASSIFY-GAP
           END-IF
           IF HIST-VOIDED
               ADD 1 TO WS-SER-VOIDED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  VOID " DELIMITED BY SIZE
                       HIST-NUMBER DELIMITED BY SIZE
                       "  ISSUED " DELIMITED BY SIZE
                       HIST-RUN-DATE DELIMITED BY SIZE
                       " DEPT " DELIMITED BY SIZE
                       HIST-DEPT-CODE DELIMITED BY SIZE
                       "  ACCOUNTED FOR - DEAD  VOIDED "
                       DELIMITED BY SIZE
                       HIST-VOID-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HIST-VOID-REASON DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO GAPRPT-LINE
               WRITE GAPRPT-LINE
           ELSE
               ADD 1 TO WS-SER-LIVE
           END-IF
           COMPUTE WS-EXPECTED-NEXT = HIST-NUMBER + 1.

      *---------------------------------------------------------------*
      *  The series line on the summary page, with its proof that the
      *  categories add back to the range audited.
      *---------------------------------------------------------------*
       2900-SUMMARIZE-SERIES.
           COMPUTE WS-SER-ACCOUNTED = WS-SER-LIVE + WS-SER-VOIDED
                   + WS-SER-ARCHIVED + WS-SER-UNCONSOL
                   + WS-SER-RESERVED + WS-SER-SKIPPED
                   + WS-SER-EXCEPTION + WS-SER-UNEXPLAINED
           IF WS-SER-ACCOUNTED = WS-SER-RANGE
               MOVE "BALANCED" TO WS-BALANCE-TEXT
           ELSE
               MOVE "*** OUT OF BAL" TO WS-BALANCE-TEXT
               ADD 1 TO WS-UNBALANCED-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF
           ADD WS-SER-RANGE       TO WS-TOT-RANGE
           ADD WS-SER-LIVE        TO WS-TOT-LIVE
           ADD WS-SER-VOIDED      TO WS-TOT-VOIDED
           ADD WS-SER-ARCHIVED    TO WS-TOT-ARCHIVED
           ADD WS-SER-UNCONSOL    TO WS-TOT-UNCONSOL
           ADD WS-SER-RESERVED    TO WS-TOT-RESERVED
           ADD WS-SER-SKIPPED     TO WS-TOT-SKIPPED
           ADD WS-SER-EXCEPTION   TO WS-TOT-EXCEPTION
           ADD WS-SER-UNEXPLAINED TO WS-TOT-UNEXPLAINED
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-SERIES-CODE DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-SERIES-MODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SERIES-FLOOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SERIES-HIGH DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SER-RANGE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SER-LIVE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SER-VOIDED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SER-RESERVED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SER-SKIPPED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SER-EXCEPTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SER-UNEXPLAINED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BALANCE-TEXT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPSUM-LINE
           WRITE GAPSUM-LINE
           IF WS-SER-ARCHIVED > ZERO
               OR WS-SER-UNCONSOL > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "       ALSO IN PROOF - ARCHIVED: "
                       DELIMITED BY SIZE
                       WS-SER-ARCHIVED DELIMITED BY SIZE
                       "   ISSUED, NOT YET CONSOLIDATED: "
                       DELIMITED BY SIZE
                       WS-SER-UNCONSOL DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO GAPSUM-LINE
               WRITE GAPSUM-LINE
           END-IF.

      *---------------------------------------------------------------*
      *  Explain the hole WS-GAP-FROM thru WS-GAP-THRU a segment at a
      *  time.  A segment is a stretch inside one reservation, a
      *  single skipped or excepted value, or the unexplained stretch
      *  up to the next number that has an explanation.
      *---------------------------------------------------------------*
       3000-CLASSIFY-GAP.
           MOVE WS-GAP-FROM TO WS-CURSOR
           PERFORM UNTIL WS-CURSOR > WS-GAP-THRU
               PERFORM 3100-CLASSIFY-SEGMENT
               PERFORM 3900-PRINT-SEGMENT
               COMPUTE WS-CURSOR = WS-SEGMENT-END + 1
           END-PERFORM.

       3100-CLASSIFY-SEGMENT.
           MOVE 'N' TO WS-SEGMENT-FOUND-SW
           MOVE SPACES TO WS-SEGMENT-REASON
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
                   OR SEGMENT-EXPLAINED
               IF WS-ACCT-MODE (WS-ACCT-IX) = WS-SERIES-MODE
                   AND WS-CURSOR NOT < WS-ACCT-START (WS-ACCT-IX)
                   AND WS-CURSOR NOT > WS-ACCT-END (WS-ACCT-IX)
                   SET SEGMENT-EXPLAINED TO TRUE
                   MOVE WS-ACCT-CLASS (WS-ACCT-IX) TO WS-SEGMENT-CLASS
                   IF WS-ACCT-CLASS (WS-ACCT-IX) = "ARCHIVED"
                       MOVE "PURGED TO HISTARCH"
                               TO WS-SEGMENT-REASON
                   ELSE
                       MOVE "ON AUDIT LOG - NOT YET CONSOLIDATED"
                               TO WS-SEGMENT-REASON
                   END-IF
                   MOVE WS-ACCT-END (WS-ACCT-IX) TO WS-SEGMENT-END
                   IF WS-SEGMENT-END > WS-GAP-THRU
                       MOVE WS-GAP-THRU TO WS-SEGMENT-END
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RESV-IX FROM 1 BY 1
                   UNTIL WS-RESV-IX > WS-RESV-COUNT
                   OR SEGMENT-EXPLAINED
               IF WS-CURSOR NOT < WS-RESV-START (WS-RESV-IX)
                   AND WS-CURSOR NOT > WS-RESV-END (WS-RESV-IX)
                   SET SEGMENT-EXPLAINED TO TRUE
                   MOVE "RESERVED" TO WS-SEGMENT-CLASS
                   MOVE WS-RESV-TEXT (WS-RESV-IX)
                           TO WS-SEGMENT-REASON
                   MOVE WS-RESV-END (WS-RESV-IX) TO WS-SEGMENT-END
                   IF WS-SEGMENT-END > WS-GAP-THRU
                       MOVE WS-GAP-THRU TO WS-SEGMENT-END
                   END-IF
               END-IF
           END-PERFORM
           IF NOT SEGMENT-EXPLAINED
               PERFORM VARYING WS-SKIP-IX FROM 1 BY 1
                       UNTIL WS-SKIP-IX > WS-SKIP-COUNT
                       OR SEGMENT-EXPLAINED
                   IF WS-SKIP-VALUE (WS-SKIP-IX) = WS-CURSOR
                       SET SEGMENT-EXPLAINED TO TRUE
                       MOVE "SKIPPED" TO WS-SEGMENT-CLASS
                       MOVE WS-SKIP-TEXT (WS-SKIP-IX)
                               TO WS-SEGMENT-REASON
                       MOVE WS-CURSOR TO WS-SEGMENT-END
                   END-IF
               END-PERFORM
           END-IF
           IF NOT SEGMENT-EXPLAINED
               PERFORM VARYING WS-EXCP-IX FROM 1 BY 1
                       UNTIL WS-EXCP-IX > WS-EXCP-COUNT
                       OR SEGMENT-EXPLAINED
                   IF WS-EXCP-VALUE (WS-EXCP-IX) = WS-CURSOR
                       SET SEGMENT-EXPLAINED TO TRUE
                       MOVE "EXCEPTION" TO WS-SEGMENT-CLASS
                       MOVE WS-EXCP-TEXT (WS-EXCP-IX)
                               TO WS-SEGMENT-REASON
                       MOVE WS-CURSOR TO WS-SEGMENT-END
                   END-IF
               END-PERFORM
           END-IF
           IF NOT SEGMENT-EXPLAINED
               PERFORM 3200-FIND-UNEXPLAINED-END
           END-IF
           COMPUTE WS-SEGMENT-COUNT = WS-SEGMENT-END - WS-CURSOR + 1
           EVALUATE WS-SEGMENT-CLASS
               WHEN "ARCHIVED"
                   ADD WS-SEGMENT-COUNT TO WS-SER-ARCHIVED
               WHEN "ISSUED"
                   ADD WS-SEGMENT-COUNT TO WS-SER-UNCONSOL
               WHEN "RESERVED"
                   ADD WS-SEGMENT-COUNT TO WS-SER-RESERVED
               WHEN "SKIPPED"
                   ADD WS-SEGMENT-COUNT TO WS-SER-SKIPPED
               WHEN "EXCEPTION"
                   ADD WS-SEGMENT-COUNT TO WS-SER-EXCEPTION
               WHEN OTHER
                   ADD WS-SEGMENT-COUNT TO WS-SER-UNEXPLAINED
           END-EVALUATE.

      *---------------------------------------------------------------*
      *  No explanation covers the cursor: the unexplained stretch
      *  runs to just short of the nearest archived or logged range,
      *  reservation start, skip or exception above it, or to the end
      *  of the hole.
      *---------------------------------------------------------------*
       3200-FIND-UNEXPLAINED-END.
           MOVE "UNEXPLAINED" TO WS-SEGMENT-CLASS
           MOVE WS-GAP-THRU TO WS-SEGMENT-END
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               IF WS-ACCT-MODE (WS-ACCT-IX) = WS-SERIES-MODE
                   AND WS-ACCT-START (WS-ACCT-IX) > WS-CURSOR
                   AND WS-ACCT-START (WS-ACCT-IX) NOT > WS-SEGMENT-END
                   COMPUTE WS-SEGMENT-END =
                           WS-ACCT-START (WS-ACCT-IX) - 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RESV-IX FROM 1 BY 1
                   UNTIL WS-RESV-IX > WS-RESV-COUNT
               IF WS-RESV-START (WS-RESV-IX) > WS-CURSOR
                   AND WS-RESV-START (WS-RESV-IX) NOT > WS-SEGMENT-END
                   COMPUTE WS-SEGMENT-END =
                           WS-RESV-START (WS-RESV-IX) - 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SKIP-IX FROM 1 BY 1
                   UNTIL WS-SKIP-IX > WS-SKIP-COUNT
               IF WS-SKIP-VALUE (WS-SKIP-IX) > WS-CURSOR
                   AND WS-SKIP-VALUE (WS-SKIP-IX) NOT > WS-SEGMENT-END
                   COMPUTE WS-SEGMENT-END =
                           WS-SKIP-VALUE (WS-SKIP-IX) - 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EXCP-IX FROM 1 BY 1
                   UNTIL WS-EXCP-IX > WS-EXCP-COUNT
               IF WS-EXCP-VALUE (WS-EXCP-IX) > WS-CURSOR
                   AND WS-EXCP-VALUE (WS-EXCP-IX) NOT > WS-SEGMENT-END
                   COMPUTE WS-SEGMENT-END =
                           WS-EXCP-VALUE (WS-EXCP-IX) - 1
               END-IF
           END-PERFORM.

       3900-PRINT-SEGMENT.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  GAP  " DELIMITED BY SIZE
                   WS-CURSOR (2:9) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SEGMENT-END (2:9) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEGMENT-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEGMENT-CLASS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEGMENT-REASON DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPRPT-LINE
           WRITE GAPRPT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPSUM-LINE
           WRITE GAPSUM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SERIES AUDITED: " DELIMITED BY SIZE
                   WS-SERIES-AUDITED DELIMITED BY SIZE
                   "   NOT AUDITED (NOTHING ISSUED): " DELIMITED BY SIZE
                   WS-SERIES-SKIPPED DELIMITED BY SIZE
                   "   OUT OF BALANCE: " DELIMITED BY SIZE
                   WS-UNBALANCED-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPSUM-LINE
           WRITE GAPSUM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NUMBERS IN RANGE: " DELIMITED BY SIZE
                   WS-TOT-RANGE DELIMITED BY SIZE
                   "   LIVE: " DELIMITED BY SIZE
                   WS-TOT-LIVE DELIMITED BY SIZE
                   "   VOIDED: " DELIMITED BY SIZE
                   WS-TOT-VOIDED DELIMITED BY SIZE
                   "   RESERVED: " DELIMITED BY SIZE
                   WS-TOT-RESERVED DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPSUM-LINE
           WRITE GAPSUM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ARCHIVED: " DELIMITED BY SIZE
                   WS-TOT-ARCHIVED DELIMITED BY SIZE
                   "   ISSUED, NOT YET CONSOLIDATED: " DELIMITED BY SIZE
                   WS-TOT-UNCONSOL DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPSUM-LINE
           WRITE GAPSUM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SKIPPED: " DELIMITED BY SIZE
                   WS-TOT-SKIPPED DELIMITED BY SIZE
                   "   EXCEPTIONS: " DELIMITED BY SIZE
                   WS-TOT-EXCEPTION DELIMITED BY SIZE
                   "   UNEXPLAINED: " DELIMITED BY SIZE
                   WS-TOT-UNEXPLAINED DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO GAPSUM-LINE
           WRITE GAPSUM-LINE
           IF WS-DROPPED-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** " DELIMITED BY SIZE
                       WS-DROPPED-COUNT DELIMITED BY SIZE
                       " ARCHIVE/AUDIT LOG/RESERVATION/SKIP/EXCEPTION"
                       " RECORDS PAST TABLE CAPACITY - NOT USED ***"
                       DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO GAPSUM-LINE
               WRITE GAPSUM-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-TOT-UNEXPLAINED > ZERO
               STRING "AUDIT RESULT: *** " DELIMITED BY SIZE
                       WS-TOT-UNEXPLAINED DELIMITED BY SIZE
                       " NUMBERS UNACCOUNTED FOR ***"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF SERIES-CATALOG-OPEN
                   AND NUMMAST-IS-OPEN
                   AND HISTMAST-IS-OPEN
                   STRING "AUDIT RESULT: EVERY NUMBER ACCOUNTED FOR"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
               ELSE
                   STRING "AUDIT RESULT: NOT PERFORMED"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
           END-IF
           MOVE WS-PRINT-LINE TO GAPSUM-LINE
           WRITE GAPSUM-LINE
           IF SERIES-CATALOG-OPEN
               CLOSE SERMAST-FILE
           END-IF
           IF NUMMAST-IS-OPEN
               CLOSE NUMMAST-FILE
           END-IF
           IF HISTMAST-IS-OPEN
               CLOSE HISTMAST-FILE
           END-IF
           CLOSE GAPRPT-FILE
           CLOSE GAPSUM-FILE.
