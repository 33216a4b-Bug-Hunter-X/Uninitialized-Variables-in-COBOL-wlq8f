       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNRECR.
      *
      *    Output-file recreation.  OUT-FILE and HV-FILE generations
      *    are kept 90 days, and a department that loses or damages
      *    its copy after that -- or a generation that was scratched
      *    early -- used to mean a hand-built file nobody could
      *    prove.  This job rebuilds one past run's file from the
      *    record of what that run issued: the RCRPARM card names
      *    the run date, job name and mode, optionally one
      *    department, and whether numbers voided since are kept.
      *
      *    The issuance-history master is the source for any run
      *    HISTCONS has consolidated.  A run too recent to have been
      *    consolidated is rebuilt from the audit log generation(s)
      *    the JCL supplies on AUDITLOG or HVAUDLOG instead, its
      *    check digits recomputed by CHKDIGIT exactly as BUGSOLN
      *    computed them.  Such a run can carry no voids: VOIDPROC
      *    voids only numbers already on the history master.  When
      *    both sources hold the run they must agree, or the file is
      *    still built from history but the disagreement is reported
      *    for investigation.
      *
      *    The rebuilt file is written to RCROUT (low-volume) or
      *    RCRHV (high-volume) in the production layout, as a single
      *    header/trailer envelope whose header carries the original
      *    run date and job name, the range actually issued, and the
      *    recreation stamp and date so it can never be mistaken for
      *    an original.  The history master holds no issuing batch,
      *    so a high-volume file rebuilt from history carries batch
      *    zero on every detail.
      *
      *    The file is then read back and proved: one header, one
      *    trailer, the trailer's count and checksum equal to the
      *    details', and those equal to what the source selection
      *    found.  The report shows the proof.  Nothing is issued and
      *    the number control master is never opened.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCRPARM-FILE ASSIGN TO "RCRPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCRPARM-FILE-STATUS.

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

           SELECT RCROUT-FILE ASSIGN TO "RCROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCROUT-FILE-STATUS.

           SELECT RCRHV-FILE ASSIGN TO "RCRHV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCRHV-FILE-STATUS.

           SELECT RCRRPT-FILE ASSIGN TO "RCRRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RCRPARM-FILE
           RECORDING MODE IS F.
       COPY RCRPARM.

       FD  HISTMAST-FILE.
       COPY HISTMAST.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  HVAUDIT-FILE
           RECORDING MODE IS F.
       COPY HVAUDREC.

       FD  RCROUT-FILE
           RECORDING MODE IS F.
       COPY OUTREC.

       FD  RCRHV-FILE
           RECORDING MODE IS F.
       COPY HVOUTREC.

       FD  RCRRPT-FILE
           RECORDING MODE IS F.
       01  RCRRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RCRPARM-FILE-STATUS      PIC XX.
       01  WS-HISTMAST-FILE-STATUS     PIC XX.
       01  WS-AUDIT-FILE-STATUS        PIC XX.
       01  WS-HVAUDIT-FILE-STATUS      PIC XX.
       01  WS-RCROUT-FILE-STATUS       PIC XX.
       01  WS-RCRHV-FILE-STATUS        PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-HIST-EOF-SW          PIC X VALUE 'N'.
               88  HIST-EOF                      VALUE 'Y'.
           05  WS-AUDIT-EOF-SW         PIC X VALUE 'N'.
               88  AUDIT-EOF                     VALUE 'Y'.
           05  WS-RECREATION-EOF-SW    PIC X VALUE 'N'.
               88  RECREATION-EOF                VALUE 'Y'.

       01  WS-RUN-FLAGS.
           05  WS-PARM-OK-SW           PIC X VALUE 'N'.
               88  PARM-CARD-OK                  VALUE 'Y'.
           05  WS-HISTMAST-OPEN-SW     PIC X VALUE 'N'.
               88  HISTMAST-IS-OPEN              VALUE 'Y'.
           05  WS-AUDIT-READ-SW        PIC X VALUE 'N'.
               88  AUDIT-LOG-READ                VALUE 'Y'.
           05  WS-SOURCE-SW            PIC X VALUE 'N'.
               88  SOURCE-IS-HISTORY             VALUE 'H'.
               88  SOURCE-IS-AUDIT-LOG           VALUE 'A'.
               88  NO-SOURCE-FOUND               VALUE 'N'.
           05  WS-PROOF-SW             PIC X VALUE 'Y'.
               88  RECREATION-PROVEN             VALUE 'Y'.
               88  RECREATION-NOT-PROVEN         VALUE 'N'.

      *---------------------------------------------------------------*
      *  A history row is on the run when its run date, job name and
      *  (if one was asked for) department match the card; it goes
      *  into the file unless it is voided and voids are left out.
      *---------------------------------------------------------------*
       01  WS-ROW-FLAGS.
           05  WS-ROW-ON-RUN-SW        PIC X VALUE 'N'.
               88  ROW-ON-RUN                    VALUE 'Y'.
           05  WS-ROW-WANTED-SW        PIC X VALUE 'N'.
               88  ROW-WANTED                    VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "RUNRECR".
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-CHKDIGIT-PGM             PIC X(08) VALUE "CHKDIGIT".
       01  WS-SAVED-RETURN-CODE        PIC S9(04) VALUE ZERO.
       COPY CHKDGT.

      *---------------------------------------------------------------*
      *  What the card asked for.  The run id is built the way
      *  BUGSOLN builds it, job name then run date, so it matches
      *  the audit logs directly.
      *---------------------------------------------------------------*
       01  WS-RCR-RUN-ID               PIC X(14) VALUE SPACES.
       01  WS-RCR-RUN-ID-PARTS REDEFINES WS-RCR-RUN-ID.
           05  WS-RCR-JOB-NAME         PIC X(08).
           05  WS-RCR-RUN-DATE         PIC 9(06).
       01  WS-MODE                     PIC X(01) VALUE SPACE.
           88  MODE-LOW-VOLUME                   VALUE 'L'.
           88  MODE-HIGH-VOLUME                  VALUE 'H'.
       01  WS-MODE-NAME                PIC X(11) VALUE SPACES.
       01  WS-RCR-DEPT-CODE            PIC X(04) VALUE SPACES.
       01  WS-RCR-DEPT-TEXT            PIC X(04) VALUE SPACES.
       01  WS-VOID-OPTION              PIC X(01) VALUE SPACE.
           88  INCLUDE-VOIDS                     VALUE 'I'.
           88  EXCLUDE-VOIDS                     VALUE 'E'.
       01  WS-VOID-TEXT                PIC X(08) VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-PROOF-TEXT               PIC X(60) VALUE SPACES.

      *---------------------------------------------------------------*
      *  History master tallies for the run: every row on it, the
      *  voided rows among them, and the rows the file will carry.
      *---------------------------------------------------------------*
       01  WS-HIST-RUN-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-HIST-RUN-CHECKSUM        PIC 9(18) VALUE ZERO.
       01  WS-HIST-VOID-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-HIST-LEFT-OUT-COUNT      PIC 9(09) VALUE ZERO.
       01  WS-HIST-SEL-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-HIST-SEL-CHECKSUM        PIC 9(18) VALUE ZERO.
       01  WS-HIST-SEL-LOW             PIC 9(09) VALUE ZERO.
       01  WS-HIST-SEL-HIGH            PIC 9(09) VALUE ZERO.

       01  WS-AUD-RUN-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-AUD-RUN-CHECKSUM         PIC 9(18) VALUE ZERO.
       01  WS-AUD-RUN-LOW              PIC 9(09) VALUE ZERO.
       01  WS-AUD-RUN-HIGH             PIC 9(09) VALUE ZERO.

       01  WS-EXP-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-EXP-CHECKSUM             PIC 9(18) VALUE ZERO.
       01  WS-EXP-LOW                  PIC 9(09) VALUE ZERO.
       01  WS-EXP-HIGH                 PIC 9(09) VALUE ZERO.

       01  WS-WRT-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-WRT-CHECKSUM             PIC 9(18) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Read-back of the rebuilt file.
      *---------------------------------------------------------------*
       01  WS-RBK-RECORDS-READ         PIC 9(09) VALUE ZERO.
       01  WS-RBK-HEADER-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-RBK-HEADER-POSITION      PIC 9(09) VALUE ZERO.
       01  WS-RBK-TRAILER-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-RBK-TRAILER-POSITION     PIC 9(09) VALUE ZERO.
       01  WS-RBK-UNKNOWN-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-RBK-DETAIL-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-RBK-DETAIL-CHECKSUM      PIC 9(18) VALUE ZERO.
       01  WS-RBK-TRL-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-RBK-TRL-CHECKSUM         PIC 9(18) VALUE ZERO.
       01  WS-RBK-STAMP-SW             PIC X(01) VALUE 'N'.
           88  RBK-HEADER-STAMPED                VALUE 'Y'.

       01  WS-DETAIL-VALUE             PIC 9(09) VALUE ZERO.
       01  WS-DETAIL-BATCH             PIC 9(04) VALUE ZERO.
       01  WS-DETAIL-DEPT              PIC X(04) VALUE SPACES.
       01  WS-CHECK-DIGIT              PIC 9(01) VALUE ZERO.
       01  WS-LV-NUMBER                PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF PARM-CARD-OK
               PERFORM 2000-SCAN-HISTORY
               IF MODE-LOW-VOLUME
                   PERFORM 2500-SCAN-AUDIT-LOG
               ELSE
                   PERFORM 2600-SCAN-HV-AUDIT-LOG
               END-IF
               PERFORM 3000-CHOOSE-SOURCE
               IF NOT NO-SOURCE-FOUND
                   PERFORM 4000-WRITE-RECREATION
                   PERFORM 6000-PROVE-RECREATION
                   PERFORM 7000-REPORT-PROOF
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT RCRRPT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OUTPUT FILE RECREATION REPORT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE
           PERFORM 1100-READ-PARM-CARD
           IF PARM-CARD-OK
               PERFORM 1300-PRINT-CRITERIA
               PERFORM 1400-OPEN-HISTORY-MASTER
           END-IF.

       1100-READ-PARM-CARD.
           OPEN INPUT RCRPARM-FILE
           IF WS-RCRPARM-FILE-STATUS NOT = "00"
               DISPLAY "*** RCRPARM NOT AVAILABLE - STATUS "
                       WS-RCRPARM-FILE-STATUS
                       " - NOTHING RECREATED ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               READ RCRPARM-FILE
                   AT END
                       DISPLAY "*** RCRPARM IS EMPTY - "
                               "NOTHING RECREATED ***"
                       MOVE 16 TO RETURN-CODE
                   NOT AT END
                       PERFORM 1200-EDIT-PARM-CARD
               END-READ
               CLOSE RCRPARM-FILE
           END-IF.

      *---------------------------------------------------------------*
      *  A card that cannot name exactly one run and one file is
      *  rejected outright; nothing is guessed.
      *---------------------------------------------------------------*
       1200-EDIT-PARM-CARD.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN RCP-RUN-DATE NOT NUMERIC
                   MOVE "RUN DATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN RCP-RUN-DATE = ZERO
                   MOVE "NO RUN DATE PUNCHED" TO WS-REJECT-REASON
               WHEN NOT RCP-LOW-VOLUME
                   AND NOT RCP-HIGH-VOLUME
                   MOVE "MODE MUST BE L OR H" TO WS-REJECT-REASON
               WHEN NOT RCP-INCLUDE-VOIDS
                   AND NOT RCP-EXCLUDE-VOIDS
                   MOVE "VOID OPTION MUST BE I OR E"
                           TO WS-REJECT-REASON
               WHEN OTHER
                   SET PARM-CARD-OK TO TRUE
           END-EVALUATE
           IF PARM-CARD-OK
               MOVE RCP-RUN-DATE  TO WS-RCR-RUN-DATE
               MOVE RCP-JOB-NAME  TO WS-RCR-JOB-NAME
               IF WS-RCR-JOB-NAME = SPACES
                   MOVE "BUGSOLN" TO WS-RCR-JOB-NAME
               END-IF
               MOVE RCP-MODE      TO WS-MODE
               IF MODE-LOW-VOLUME
                   MOVE "LOW-VOLUME" TO WS-MODE-NAME
               ELSE
                   MOVE "HIGH-VOLUME" TO WS-MODE-NAME
               END-IF
               MOVE RCP-DEPT-CODE TO WS-RCR-DEPT-CODE
               IF WS-RCR-DEPT-CODE = SPACES
                   MOVE "ALL" TO WS-RCR-DEPT-TEXT
               ELSE
                   MOVE WS-RCR-DEPT-CODE TO WS-RCR-DEPT-TEXT
               END-IF
               IF RCP-EXCLUDE-VOIDS
                   SET EXCLUDE-VOIDS TO TRUE
                   MOVE "EXCLUDED" TO WS-VOID-TEXT
               ELSE
                   SET INCLUDE-VOIDS TO TRUE
                   MOVE "INCLUDED" TO WS-VOID-TEXT
               END-IF
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PARAMETER CARD REJECTED: " DELIMITED BY SIZE
                       WS-REJECT-REASON DELIMITED BY SIZE
                       " - NOTHING RECREATED" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RCRRPT-LINE
               WRITE RCRRPT-LINE
               MOVE 12 TO RETURN-CODE
           END-IF.

       1300-PRINT-CRITERIA.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RUN ID: " DELIMITED BY SIZE
                   WS-RCR-RUN-ID DELIMITED BY SIZE
                   "   MODE: " DELIMITED BY SIZE
                   WS-MODE-NAME DELIMITED BY SIZE
                   "   DEPARTMENT: " DELIMITED BY SIZE
                   WS-RCR-DEPT-TEXT DELIMITED BY SIZE
                   "   VOIDED NUMBERS: " DELIMITED BY SIZE
                   WS-VOID-TEXT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE.

      *---------------------------------------------------------------*
      *  A missing history master still lets a recent run be rebuilt
      *  from its audit log, but a consolidated run cannot be, so
      *  the run is warned.
      *---------------------------------------------------------------*
       1400-OPEN-HISTORY-MASTER.
           OPEN INPUT HISTMAST-FILE
           IF WS-HISTMAST-FILE-STATUS = "00"
               SET HISTMAST-IS-OPEN TO TRUE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "HISTORY MASTER NOT AVAILABLE - STATUS "
                       DELIMITED BY SIZE
                       WS-HISTMAST-FILE-STATUS DELIMITED BY SIZE
                       " - AUDIT LOG ONLY" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RCRRPT-LINE
               WRITE RCRRPT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  The history master is keyed by mode then number, so the
      *  mode's rows are read from the start of the mode to the
      *  first row of the next.
      *---------------------------------------------------------------*
       2000-SCAN-HISTORY.
           IF HISTMAST-IS-OPEN
               PERFORM 2010-POSITION-HISTORY
               PERFORM UNTIL HIST-EOF
                   READ HISTMAST-FILE NEXT RECORD
                       AT END
                           SET HIST-EOF TO TRUE
                       NOT AT END
                           IF HIST-MODE NOT = WS-MODE
                               SET HIST-EOF TO TRUE
                           ELSE
                               PERFORM 2100-TALLY-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2010-POSITION-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE WS-MODE TO HIST-MODE
           MOVE ZERO    TO HIST-NUMBER
           START HISTMAST-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   SET HIST-EOF TO TRUE
           END-START.

       2050-SELECT-HISTORY-ROW.
           MOVE 'N' TO WS-ROW-ON-RUN-SW
                       WS-ROW-WANTED-SW
           IF HIST-RUN-DATE = WS-RCR-RUN-DATE
               AND HIST-JOB-NAME = WS-RCR-JOB-NAME
               AND (WS-RCR-DEPT-CODE = SPACES
                   OR HIST-DEPT-CODE = WS-RCR-DEPT-CODE)
               SET ROW-ON-RUN TO TRUE
               IF INCLUDE-VOIDS
                   OR NOT HIST-VOIDED
                   SET ROW-WANTED TO TRUE
               END-IF
           END-IF.

       2100-TALLY-HISTORY-ROW.
           PERFORM 2050-SELECT-HISTORY-ROW
           IF ROW-ON-RUN
               ADD 1 TO WS-HIST-RUN-COUNT
               ADD HIST-NUMBER TO WS-HIST-RUN-CHECKSUM
               IF HIST-VOIDED
                   ADD 1 TO WS-HIST-VOID-COUNT
               END-IF
               IF ROW-WANTED
                   ADD 1 TO WS-HIST-SEL-COUNT
                   ADD HIST-NUMBER TO WS-HIST-SEL-CHECKSUM
                   IF WS-HIST-SEL-LOW = ZERO
                       OR HIST-NUMBER < WS-HIST-SEL-LOW
                       MOVE HIST-NUMBER TO WS-HIST-SEL-LOW
                   END-IF
                   IF HIST-NUMBER > WS-HIST-SEL-HIGH
                       MOVE HIST-NUMBER TO WS-HIST-SEL-HIGH
                   END-IF
               ELSE
                   ADD 1 TO WS-HIST-LEFT-OUT-COUNT
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  The audit logs are read whether or not history holds the
      *  run: for an unconsolidated run they are the source, for a
      *  consolidated one they corroborate history while the
      *  generation is still kept.
      *---------------------------------------------------------------*
       2500-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               SET AUDIT-LOG-READ TO TRUE
               MOVE 'N' TO WS-AUDIT-EOF-SW
               PERFORM UNTIL AUDIT-EOF
                   READ AUDIT-FILE
                       AT END
                           SET AUDIT-EOF TO TRUE
                       NOT AT END
                           IF AUD-RUN-ID = WS-RCR-RUN-ID
                               AND (WS-RCR-DEPT-CODE = SPACES
                               OR AUD-DEPT-CODE = WS-RCR-DEPT-CODE)
                               MOVE AUD-VALUE TO WS-DETAIL-VALUE
                               PERFORM 2700-TALLY-AUDIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       2600-SCAN-HV-AUDIT-LOG.
           OPEN INPUT HVAUDIT-FILE
           IF WS-HVAUDIT-FILE-STATUS = "00"
               SET AUDIT-LOG-READ TO TRUE
               MOVE 'N' TO WS-AUDIT-EOF-SW
               PERFORM UNTIL AUDIT-EOF
                   READ HVAUDIT-FILE
                       AT END
                           SET AUDIT-EOF TO TRUE
                       NOT AT END
                           IF HVAUD-RUN-ID = WS-RCR-RUN-ID
                               AND (WS-RCR-DEPT-CODE = SPACES
                               OR HVAUD-DEPT-CODE = WS-RCR-DEPT-CODE)
                               MOVE HVAUD-VALUE TO WS-DETAIL-VALUE
                               PERFORM 2700-TALLY-AUDIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HVAUDIT-FILE
           END-IF.

       2700-TALLY-AUDIT-ROW.
           ADD 1 TO WS-AUD-RUN-COUNT
           ADD WS-DETAIL-VALUE TO WS-AUD-RUN-CHECKSUM
           IF WS-AUD-RUN-LOW = ZERO
               OR WS-DETAIL-VALUE < WS-AUD-RUN-LOW
               MOVE WS-DETAIL-VALUE TO WS-AUD-RUN-LOW
           END-IF
           IF WS-DETAIL-VALUE > WS-AUD-RUN-HIGH
               MOVE WS-DETAIL-VALUE TO WS-AUD-RUN-HIGH
           END-IF.

      *---------------------------------------------------------------*
      *  History wins whenever it holds the run.  Before the audit
      *  log is compared with it, both are taken over every number
      *  the run issued, voided or not, since the audit log knows
      *  nothing of voids.
      *---------------------------------------------------------------*
       3000-CHOOSE-SOURCE.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "HISTORY MASTER   ROWS FOR RUN " DELIMITED BY SIZE
                   WS-HIST-RUN-COUNT DELIMITED BY SIZE
                   "   CHECKSUM " DELIMITED BY SIZE
                   WS-HIST-RUN-CHECKSUM DELIMITED BY SIZE
                   "   VOIDED " DELIMITED BY SIZE
                   WS-HIST-VOID-COUNT DELIMITED BY SIZE
                   "   LEFT OUT " DELIMITED BY SIZE
                   WS-HIST-LEFT-OUT-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF AUDIT-LOG-READ
               STRING "AUDIT LOG        ROWS FOR RUN " DELIMITED BY SIZE
                       WS-AUD-RUN-COUNT DELIMITED BY SIZE
                       "   CHECKSUM " DELIMITED BY SIZE
                       WS-AUD-RUN-CHECKSUM DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           ELSE
               STRING "AUDIT LOG        NOT SUPPLIED" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-HIST-RUN-COUNT > ZERO
                   SET SOURCE-IS-HISTORY TO TRUE
                   MOVE WS-HIST-SEL-COUNT    TO WS-EXP-COUNT
                   MOVE WS-HIST-SEL-CHECKSUM TO WS-EXP-CHECKSUM
                   MOVE WS-HIST-SEL-LOW      TO WS-EXP-LOW
                   MOVE WS-HIST-SEL-HIGH     TO WS-EXP-HIGH
                   STRING "RECREATING FROM THE HISTORY MASTER"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN WS-AUD-RUN-COUNT > ZERO
                   SET SOURCE-IS-AUDIT-LOG TO TRUE
                   MOVE WS-AUD-RUN-COUNT    TO WS-EXP-COUNT
                   MOVE WS-AUD-RUN-CHECKSUM TO WS-EXP-CHECKSUM
                   MOVE WS-AUD-RUN-LOW      TO WS-EXP-LOW
                   MOVE WS-AUD-RUN-HIGH     TO WS-EXP-HIGH
                   STRING "RUN NOT YET CONSOLIDATED - RECREATING "
                           DELIMITED BY SIZE
                           "FROM THE AUDIT LOG" DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
               WHEN OTHER
                   SET NO-SOURCE-FOUND TO TRUE
                   STRING "RUN NOT FOUND ON THE HISTORY MASTER OR "
                           DELIMITED BY SIZE
                           "THE AUDIT LOG - NOTHING RECREATED"
                           DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE
           IF WS-HIST-RUN-COUNT > ZERO
               AND WS-AUD-RUN-COUNT > ZERO
               PERFORM 3100-CORROBORATE-HISTORY
           END-IF.

       3100-CORROBORATE-HISTORY.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-HIST-RUN-COUNT = WS-AUD-RUN-COUNT
               AND WS-HIST-RUN-CHECKSUM = WS-AUD-RUN-CHECKSUM
               STRING "AUDIT LOG AGREES WITH THE HISTORY MASTER"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "*** AUDIT LOG DISAGREES WITH THE HISTORY "
                       DELIMITED BY SIZE
                       "MASTER - INVESTIGATE BEFORE RELEASE ***"
                       DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE.

      *---------------------------------------------------------------*
      *  One envelope in the production layout.  The header range is
      *  the lowest and highest number the file carries -- the
      *  original run-control ranges are not recorded anywhere -- and
      *  the header is stamped as a recreation made today.
      *---------------------------------------------------------------*
       4000-WRITE-RECREATION.
           IF MODE-LOW-VOLUME
               OPEN OUTPUT RCROUT-FILE
               MOVE SPACES           TO OUT-HEADER-RECORD
               MOVE "HH"             TO OUT-HDR-ID
               MOVE WS-RCR-RUN-DATE  TO OUT-HDR-RUN-DATE
               MOVE WS-RCR-JOB-NAME  TO OUT-HDR-JOB-NAME
               MOVE WS-EXP-LOW       TO OUT-HDR-START-NUM
               MOVE WS-EXP-HIGH      TO OUT-HDR-END-NUM
               MOVE WS-RCR-DEPT-CODE TO OUT-HDR-DELIVERY-DEPT
               SET OUT-HDR-RECREATED TO TRUE
               MOVE WS-RUN-DATE      TO OUT-HDR-RECREATED-DATE
               WRITE OUT-HEADER-RECORD
           ELSE
               OPEN OUTPUT RCRHV-FILE
               MOVE SPACES           TO HV-HEADER-RECORD
               MOVE "HH"             TO HV-HDR-ID
               MOVE WS-RCR-RUN-DATE  TO HV-HDR-RUN-DATE
               MOVE WS-RCR-JOB-NAME  TO HV-HDR-JOB-NAME
               MOVE WS-EXP-LOW       TO HV-HDR-START-NUM
               MOVE WS-EXP-HIGH      TO HV-HDR-END-NUM
               MOVE ZERO             TO HV-HDR-INSTANCE-NUM
                                        HV-HDR-INSTANCE-COUNT
               MOVE WS-RCR-DEPT-CODE TO HV-HDR-DELIVERY-DEPT
               SET HV-HDR-RECREATED  TO TRUE
               MOVE WS-RUN-DATE      TO HV-HDR-RECREATED-DATE
               WRITE HV-HEADER-RECORD
           END-IF
           EVALUATE TRUE
               WHEN SOURCE-IS-HISTORY
                   PERFORM 4100-COPY-HISTORY-ROWS
               WHEN MODE-LOW-VOLUME
                   PERFORM 4200-COPY-AUDIT-ROWS
               WHEN OTHER
                   PERFORM 4300-COPY-HV-AUDIT-ROWS
           END-EVALUATE
           IF MODE-LOW-VOLUME
               MOVE SPACES           TO OUT-TRAILER-RECORD
               MOVE "TT"             TO OUT-TRL-ID
               MOVE WS-WRT-COUNT     TO OUT-TRL-RECORD-COUNT
               MOVE WS-WRT-CHECKSUM  TO OUT-TRL-CHECKSUM
               WRITE OUT-TRAILER-RECORD
               CLOSE RCROUT-FILE
           ELSE
               MOVE SPACES           TO HV-TRAILER-RECORD
               MOVE "TT"             TO HV-TRL-ID
               MOVE WS-WRT-COUNT     TO HV-TRL-RECORD-COUNT
               MOVE WS-WRT-CHECKSUM  TO HV-TRL-CHECKSUM
               WRITE HV-TRAILER-RECORD
               CLOSE RCRHV-FILE
           END-IF.

       4100-COPY-HISTORY-ROWS.
           PERFORM 2010-POSITION-HISTORY
           PERFORM UNTIL HIST-EOF
               READ HISTMAST-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-MODE NOT = WS-MODE
                           SET HIST-EOF TO TRUE
                       ELSE
                           PERFORM 2050-SELECT-HISTORY-ROW
                           IF ROW-WANTED
                               MOVE HIST-NUMBER      TO WS-DETAIL-VALUE
                               MOVE ZERO             TO WS-DETAIL-BATCH
                               MOVE HIST-CHECK-DIGIT TO WS-CHECK-DIGIT
                               MOVE HIST-DEPT-CODE   TO WS-DETAIL-DEPT
                               PERFORM 4800-WRITE-DETAIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4200-COPY-AUDIT-ROWS.
           OPEN INPUT AUDIT-FILE
           MOVE 'N' TO WS-AUDIT-EOF-SW
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-FILE
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       IF AUD-RUN-ID = WS-RCR-RUN-ID
                           AND (WS-RCR-DEPT-CODE = SPACES
                           OR AUD-DEPT-CODE = WS-RCR-DEPT-CODE)
                           MOVE AUD-VALUE     TO WS-DETAIL-VALUE
                           MOVE ZERO          TO WS-DETAIL-BATCH
                           MOVE AUD-DEPT-CODE TO WS-DETAIL-DEPT
                           PERFORM 4700-COMPUTE-CHECK-DIGIT
                           PERFORM 4800-WRITE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       4300-COPY-HV-AUDIT-ROWS.
           OPEN INPUT HVAUDIT-FILE
           MOVE 'N' TO WS-AUDIT-EOF-SW
           PERFORM UNTIL AUDIT-EOF
               READ HVAUDIT-FILE
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       IF HVAUD-RUN-ID = WS-RCR-RUN-ID
                           AND (WS-RCR-DEPT-CODE = SPACES
                           OR HVAUD-DEPT-CODE = WS-RCR-DEPT-CODE)
                           MOVE HVAUD-VALUE        TO WS-DETAIL-VALUE
                           MOVE HVAUD-BATCH-NUMBER TO WS-DETAIL-BATCH
                           MOVE HVAUD-DEPT-CODE    TO WS-DETAIL-DEPT
                           PERFORM 4700-COMPUTE-CHECK-DIGIT
                           PERFORM 4800-WRITE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HVAUDIT-FILE.

       4700-COMPUTE-CHECK-DIGIT.
           MOVE WS-DETAIL-VALUE TO CHKDGT-BASE-NUMBER
           SET CHKDGT-COMPUTE TO TRUE
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL WS-CHKDIGIT-PGM USING CHKDGT-PARM-AREA
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           MOVE CHKDGT-CHECK-DIGIT TO WS-CHECK-DIGIT.

       4800-WRITE-DETAIL.
           IF MODE-LOW-VOLUME
               MOVE WS-DETAIL-VALUE TO WS-LV-NUMBER
               MOVE SPACES          TO OUT-DETAIL-RECORD
               MOVE "DD"            TO OUT-DTL-ID
               MOVE WS-LV-NUMBER    TO OUT-NUMBER
               MOVE WS-CHECK-DIGIT  TO OUT-CHECK-DIGIT
               MOVE WS-DETAIL-DEPT  TO OUT-DEPT-CODE
               WRITE OUT-DETAIL-RECORD
           ELSE
               MOVE SPACES          TO HV-DETAIL-RECORD
               MOVE "DD"            TO HV-DTL-ID
               MOVE WS-DETAIL-BATCH TO HV-BATCH-NUMBER
               MOVE WS-DETAIL-VALUE TO HV-NUMBER
               MOVE WS-CHECK-DIGIT  TO HV-CHECK-DIGIT
               MOVE WS-DETAIL-DEPT  TO HV-DEPT-CODE
               WRITE HV-DETAIL-RECORD
           END-IF
           ADD 1 TO WS-WRT-COUNT
           ADD WS-DETAIL-VALUE TO WS-WRT-CHECKSUM.

      *---------------------------------------------------------------*
      *  Read the rebuilt file back as a consumer would and total it
      *  independently of the counts kept while writing it.
      *---------------------------------------------------------------*
       6000-PROVE-RECREATION.
           MOVE 'N' TO WS-RECREATION-EOF-SW
           IF MODE-LOW-VOLUME
               OPEN INPUT RCROUT-FILE
               IF WS-RCROUT-FILE-STATUS NOT = "00"
                   SET RECREATION-EOF TO TRUE
               END-IF
               PERFORM UNTIL RECREATION-EOF
                   READ RCROUT-FILE
                       AT END
                           SET RECREATION-EOF TO TRUE
                       NOT AT END
                           PERFORM 6100-PROVE-OUT-RECORD
                   END-READ
               END-PERFORM
               IF WS-RCROUT-FILE-STATUS = "00"
                   OR WS-RCROUT-FILE-STATUS = "10"
                   CLOSE RCROUT-FILE
               END-IF
           ELSE
               OPEN INPUT RCRHV-FILE
               IF WS-RCRHV-FILE-STATUS NOT = "00"
                   SET RECREATION-EOF TO TRUE
               END-IF
               PERFORM UNTIL RECREATION-EOF
                   READ RCRHV-FILE
                       AT END
                           SET RECREATION-EOF TO TRUE
                       NOT AT END
                           PERFORM 6200-PROVE-HV-RECORD
                   END-READ
               END-PERFORM
               IF WS-RCRHV-FILE-STATUS = "00"
                   OR WS-RCRHV-FILE-STATUS = "10"
                   CLOSE RCRHV-FILE
               END-IF
           END-IF
           PERFORM 6900-EVALUATE-PROOF.

       6100-PROVE-OUT-RECORD.
           ADD 1 TO WS-RBK-RECORDS-READ
           EVALUATE OUT-DTL-ID
               WHEN "HH"
                   ADD 1 TO WS-RBK-HEADER-COUNT
                   MOVE WS-RBK-RECORDS-READ TO WS-RBK-HEADER-POSITION
                   IF OUT-HDR-RECREATED
                       AND OUT-HDR-RUN-DATE = WS-RCR-RUN-DATE
                       AND OUT-HDR-JOB-NAME = WS-RCR-JOB-NAME
                       SET RBK-HEADER-STAMPED TO TRUE
                   END-IF
               WHEN "DD"
                   MOVE OUT-NUMBER TO WS-LV-NUMBER
                   ADD 1 TO WS-RBK-DETAIL-COUNT
                   ADD WS-LV-NUMBER TO WS-RBK-DETAIL-CHECKSUM
               WHEN "TT"
                   ADD 1 TO WS-RBK-TRAILER-COUNT
                   MOVE WS-RBK-RECORDS-READ TO WS-RBK-TRAILER-POSITION
                   MOVE OUT-TRL-RECORD-COUNT TO WS-RBK-TRL-COUNT
                   MOVE OUT-TRL-CHECKSUM     TO WS-RBK-TRL-CHECKSUM
               WHEN OTHER
                   ADD 1 TO WS-RBK-UNKNOWN-COUNT
           END-EVALUATE.

       6200-PROVE-HV-RECORD.
           ADD 1 TO WS-RBK-RECORDS-READ
           EVALUATE HV-DTL-ID
               WHEN "HH"
                   ADD 1 TO WS-RBK-HEADER-COUNT
                   MOVE WS-RBK-RECORDS-READ TO WS-RBK-HEADER-POSITION
                   IF HV-HDR-RECREATED
                       AND HV-HDR-RUN-DATE = WS-RCR-RUN-DATE
                       AND HV-HDR-JOB-NAME = WS-RCR-JOB-NAME
                       SET RBK-HEADER-STAMPED TO TRUE
                   END-IF
               WHEN "DD"
                   ADD 1 TO WS-RBK-DETAIL-COUNT
                   ADD HV-NUMBER TO WS-RBK-DETAIL-CHECKSUM
               WHEN "TT"
                   ADD 1 TO WS-RBK-TRAILER-COUNT
                   MOVE WS-RBK-RECORDS-READ TO WS-RBK-TRAILER-POSITION
                   MOVE HV-TRL-RECORD-COUNT TO WS-RBK-TRL-COUNT
                   MOVE HV-TRL-CHECKSUM     TO WS-RBK-TRL-CHECKSUM
               WHEN OTHER
                   ADD 1 TO WS-RBK-UNKNOWN-COUNT
           END-EVALUATE.

      *---------------------------------------------------------------*
      *  Every test is made and every failure printed, so a file that
      *  does not prove shows all of its faults at once.
      *---------------------------------------------------------------*
       6900-EVALUATE-PROOF.
           IF WS-RBK-RECORDS-READ = ZERO
               MOVE "RECREATED FILE COULD NOT BE READ BACK"
                       TO WS-PROOF-TEXT
               PERFORM 6950-REPORT-PROOF-FAILURE
           END-IF
           IF WS-RBK-HEADER-COUNT NOT = 1
               OR WS-RBK-HEADER-POSITION NOT = 1
               MOVE "NOT EXACTLY ONE HEADER, FIRST IN THE FILE"
                       TO WS-PROOF-TEXT
               PERFORM 6950-REPORT-PROOF-FAILURE
           END-IF
           IF NOT RBK-HEADER-STAMPED
               MOVE "HEADER NOT STAMPED AS A RECREATION OF THE RUN"
                       TO WS-PROOF-TEXT
               PERFORM 6950-REPORT-PROOF-FAILURE
           END-IF
           IF WS-RBK-TRAILER-COUNT NOT = 1
               OR WS-RBK-TRAILER-POSITION NOT = WS-RBK-RECORDS-READ
               MOVE "NOT EXACTLY ONE TRAILER, LAST IN THE FILE"
                       TO WS-PROOF-TEXT
               PERFORM 6950-REPORT-PROOF-FAILURE
           END-IF
           IF WS-RBK-UNKNOWN-COUNT NOT = ZERO
               MOVE "UNIDENTIFIED RECORD TYPE IN THE FILE"
                       TO WS-PROOF-TEXT
               PERFORM 6950-REPORT-PROOF-FAILURE
           END-IF
           IF WS-RBK-TRL-COUNT NOT = WS-RBK-DETAIL-COUNT
               OR WS-RBK-TRL-CHECKSUM NOT = WS-RBK-DETAIL-CHECKSUM
               MOVE "TRAILER DOES NOT BALANCE TO THE DETAILS"
                       TO WS-PROOF-TEXT
               PERFORM 6950-REPORT-PROOF-FAILURE
           END-IF
           IF WS-RBK-DETAIL-COUNT NOT = WS-EXP-COUNT
               OR WS-RBK-DETAIL-CHECKSUM NOT = WS-EXP-CHECKSUM
               OR WS-WRT-COUNT NOT = WS-EXP-COUNT
               OR WS-WRT-CHECKSUM NOT = WS-EXP-CHECKSUM
               MOVE "FILE DOES NOT AGREE WITH THE SOURCE SELECTION"
                       TO WS-PROOF-TEXT
               PERFORM 6950-REPORT-PROOF-FAILURE
           END-IF.

       6950-REPORT-PROOF-FAILURE.
           SET RECREATION-NOT-PROVEN TO TRUE
           MOVE 16 TO RETURN-CODE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "*** PROOF FAILED: " DELIMITED BY SIZE
                   WS-PROOF-TEXT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE.

       7000-REPORT-PROOF.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RECREATION PROOF            RECORDS    CHECKSUM"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  SELECTED FROM SOURCE   " DELIMITED BY SIZE
                   WS-EXP-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EXP-CHECKSUM DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  WRITTEN                " DELIMITED BY SIZE
                   WS-WRT-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-WRT-CHECKSUM DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  READ BACK - DETAILS    " DELIMITED BY SIZE
                   WS-RBK-DETAIL-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RBK-DETAIL-CHECKSUM DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  READ BACK - TRAILER    " DELIMITED BY SIZE
                   WS-RBK-TRL-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RBK-TRL-CHECKSUM DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  RANGE CARRIED          " DELIMITED BY SIZE
                   WS-EXP-LOW DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-EXP-HIGH DELIMITED BY SIZE
                   "   STAMPED RECREATED " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF RECREATION-PROVEN
               STRING "RECREATED " DELIMITED BY SIZE
                       WS-MODE-NAME DELIMITED BY SPACE
                       " FILE PROVEN - MAY BE RELEASED"
                       DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           ELSE
               STRING "RECREATED " DELIMITED BY SIZE
                       WS-MODE-NAME DELIMITED BY SPACE
                       " FILE DOES NOT PROVE - DO NOT RELEASE"
                       DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO RCRRPT-LINE
           WRITE RCRRPT-LINE.

       9000-TERMINATE.
           IF HISTMAST-IS-OPEN
               CLOSE HISTMAST-FILE
           END-IF
           CLOSE RCRRPT-FILE.
