       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLVPROOF.
      *
      *    Delivery proof and manifest.  The last step of the
      *    distribution job, after one DLVSPLIT step per department
      *    has cut that department's delivery files and appended them
      *    to the DLVMAN manifest.  This program re-reads the night's
      *    OUT-FILE and HV-FILE, totals every department's details,
      *    and proves:
      *        - each department's delivery file carries exactly that
      *          department's count and checksum from the source
      *        - no department with numbers in the source went
      *          without a delivery file
      *        - the delivery files, added together, give back the
      *          source trailers' record count and checksum
      *    It then prints the delivery manifest -- each department's
      *    files, record counts and number ranges, with a sign-off
      *    line -- to go out with the files.
      *
      *    Only manifest records for the run the source holds are
      *    considered, so a manifest dataset that was not emptied
      *    since an earlier night cannot prove tonight's delivery.
      *    A department split twice (a step rerun) is proved on its
      *    latest files and marked as redelivered.  The optional
      *    DLVPARM card is the one the split steps ran with; only its
      *    run date is used here.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLVPARM-FILE ASSIGN TO "DLVPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLVPARM-FILE-STATUS.

           SELECT OUTIN-FILE ASSIGN TO "OUTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTIN-FILE-STATUS.

           SELECT HVIN-FILE ASSIGN TO "HVOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HVIN-FILE-STATUS.

           SELECT DLVMAN-FILE ASSIGN TO "DLVMAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLVMAN-FILE-STATUS.

           SELECT DLVPRPT-FILE ASSIGN TO "DLVPRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DLVPARM-FILE
           RECORDING MODE IS F.
       COPY DLVPARM.

       FD  OUTIN-FILE
           RECORDING MODE IS F.
       COPY OUTREC.

       FD  HVIN-FILE
           RECORDING MODE IS F.
       COPY HVOUTREC.

       FD  DLVMAN-FILE
           RECORDING MODE IS F.
       COPY DLVMAN.

       FD  DLVPRPT-FILE
           RECORDING MODE IS F.
       01  DLVPRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DLVPARM-FILE-STATUS      PIC XX.
       01  WS-OUTIN-FILE-STATUS        PIC XX.
       01  WS-HVIN-FILE-STATUS         PIC XX.
       01  WS-DLVMAN-FILE-STATUS       PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-SOURCE-EOF-SW        PIC X VALUE 'N'.
               88  SOURCE-EOF                    VALUE 'Y'.
           05  WS-MANIFEST-EOF-SW      PIC X VALUE 'N'.
               88  MANIFEST-EOF                  VALUE 'Y'.

       01  WS-ENVELOPE-FLAGS.
           05  WS-ENV-SELECTED-SW      PIC X VALUE 'N'.
               88  ENVELOPE-SELECTED             VALUE 'Y'.
           05  WS-DEPT-FOUND-SW        PIC X VALUE 'N'.
               88  DEPT-FOUND                    VALUE 'Y'.
           05  WS-TABLE-FULL-SW        PIC X VALUE 'N'.
               88  DEPT-TABLE-FULL               VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "DLVPROOF".
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-WANTED-RUN-DATE          PIC 9(06) VALUE ZERO.
       01  WS-MODE                     PIC X(01) VALUE SPACE.
       01  WS-MODE-NAME                PIC X(11) VALUE SPACES.
       01  WS-DETAIL-VALUE             PIC 9(09) VALUE ZERO.
       01  WS-DETAIL-DEPT              PIC X(04) VALUE SPACES.
       01  WS-FIND-DEPT                PIC X(04) VALUE SPACES.
       01  WS-PROOF-TEXT               PIC X(30) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Source run and trailer totals, by mode.  The run is taken
      *  from the first envelope selected; envelopes of any other run
      *  are outside the delivery, as DLVSPLIT treats them.
      *---------------------------------------------------------------*
       01  WS-SOURCE-TOTALS.
           05  WS-LV-SRC-RUN-DATE      PIC 9(06) VALUE ZERO.
           05  WS-LV-SRC-JOB-NAME      PIC X(08) VALUE SPACES.
           05  WS-LV-SRC-TRL-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-LV-SRC-TRL-CHECKSUM  PIC 9(18) VALUE ZERO.
           05  WS-HV-SRC-RUN-DATE      PIC 9(06) VALUE ZERO.
           05  WS-HV-SRC-JOB-NAME      PIC X(08) VALUE SPACES.
           05  WS-HV-SRC-TRL-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-HV-SRC-TRL-CHECKSUM  PIC 9(18) VALUE ZERO.

       01  WS-DELIVERED-TOTALS.
           05  WS-LV-DLV-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-LV-DLV-CHECKSUM      PIC 9(18) VALUE ZERO.
           05  WS-HV-DLV-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-HV-DLV-CHECKSUM      PIC 9(18) VALUE ZERO.

       01  WS-RUN-SW-AREA.
           05  WS-RUN-FOUND-SW         PIC X VALUE 'N'.
               88  SOURCE-RUN-FOUND              VALUE 'Y'.
       01  WS-ENV-RUN-DATE             PIC 9(06) VALUE ZERO.
       01  WS-ENV-JOB-NAME             PIC X(08) VALUE SPACES.
       01  WS-ENV-RECORD-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-ENV-CHECKSUM             PIC 9(18) VALUE ZERO.

      *---------------------------------------------------------------*
      *  One row per department, kept in department order for the
      *  manifest.  SRC columns come from the source details, DLV
      *  columns from the department's latest manifest record.
      *---------------------------------------------------------------*
       01  WS-DEPT-TABLE-MAX           PIC 9(03) VALUE 200.
       01  WS-DEPT-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-DEPT-IX                  PIC 9(03) VALUE ZERO.
       01  WS-SHIFT-IX                 PIC 9(03) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY           OCCURS 200 TIMES.
               10  WS-DT-DEPT-CODE     PIC X(04).
               10  WS-DT-MODE-ENTRY    OCCURS 2 TIMES.
                   15  WS-DT-SRC-COUNT     PIC 9(09).
                   15  WS-DT-SRC-CHECKSUM  PIC 9(18).
                   15  WS-DT-DLV-SW        PIC X(01).
                       88  DT-DELIVERED              VALUE 'Y'.
                   15  WS-DT-REDELIVERED-SW
                                           PIC X(01).
                       88  DT-REDELIVERED            VALUE 'Y'.
                   15  WS-DT-DELIVERY-ID   PIC X(20).
                   15  WS-DT-DLV-COUNT     PIC 9(09).
                   15  WS-DT-DLV-CHECKSUM  PIC 9(18).
                   15  WS-DT-DLV-FIRST     PIC 9(09).
                   15  WS-DT-DLV-LAST      PIC 9(09).
       01  WS-MX                       PIC 9(01) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-MANIFEST-READ-COUNT  PIC 9(06) VALUE ZERO.
           05  WS-MANIFEST-USED-COUNT  PIC 9(06) VALUE ZERO.
           05  WS-FILE-COUNT           PIC 9(06) VALUE ZERO.
           05  WS-PROOF-ERROR-COUNT    PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           MOVE 'L' TO WS-MODE
           MOVE 1 TO WS-MX
           MOVE "LOW-VOLUME" TO WS-MODE-NAME
           PERFORM 2000-TOTAL-OUT-SOURCE
           MOVE 'H' TO WS-MODE
           MOVE 2 TO WS-MX
           MOVE "HIGH-VOLUME" TO WS-MODE-NAME
           PERFORM 2500-TOTAL-HV-SOURCE
           PERFORM 3000-LOAD-MANIFEST
           PERFORM 4000-PROVE-DELIVERY
           PERFORM 8000-PRINT-MANIFEST
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT DLVPRPT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPARTMENT DELIVERY PROOF AND MANIFEST"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVPRPT-LINE
           WRITE DLVPRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVPRPT-LINE
           WRITE DLVPRPT-LINE
           OPEN INPUT DLVPARM-FILE
           IF WS-DLVPARM-FILE-STATUS = "00"
               READ DLVPARM-FILE
                   NOT AT END
                       IF DLP-RUN-DATE NUMERIC
                           MOVE DLP-RUN-DATE TO WS-WANTED-RUN-DATE
                       END-IF
               END-READ
               CLOSE DLVPARM-FILE
           END-IF.

      *---------------------------------------------------------------*
      *  Source totals.  The envelopes were proven by every DLVSPLIT
      *  step already; here they are checked only as far as the
      *  trailer totals the proof rests on.
      *---------------------------------------------------------------*
       2000-TOTAL-OUT-SOURCE.
           MOVE 'N' TO WS-SOURCE-EOF-SW
                       WS-RUN-FOUND-SW
           OPEN INPUT OUTIN-FILE
           IF WS-OUTIN-FILE-STATUS NOT = "00"
               DISPLAY "*** OUT-FILE NOT AVAILABLE - STATUS "
                       WS-OUTIN-FILE-STATUS
                       " - NO LOW-VOLUME SOURCE ***"
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ OUTIN-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-TOTAL-OUT-RECORD
                   END-READ
               END-PERFORM
               CLOSE OUTIN-FILE
           END-IF.

       2100-TOTAL-OUT-RECORD.
           EVALUATE OUT-DTL-ID
               WHEN "HH"
                   MOVE OUT-HDR-RUN-DATE TO WS-ENV-RUN-DATE
                   MOVE OUT-HDR-JOB-NAME TO WS-ENV-JOB-NAME
                   PERFORM 2800-START-ENVELOPE
                   IF ENVELOPE-SELECTED
                       MOVE WS-ENV-RUN-DATE TO WS-LV-SRC-RUN-DATE
                       MOVE WS-ENV-JOB-NAME TO WS-LV-SRC-JOB-NAME
                   END-IF
               WHEN "DD"
                   IF ENVELOPE-SELECTED
                       MOVE OUT-NUMBER    TO WS-DETAIL-VALUE
                       MOVE OUT-DEPT-CODE TO WS-DETAIL-DEPT
                       PERFORM 2900-TALLY-SOURCE-DETAIL
                   END-IF
               WHEN "TT"
                   IF ENVELOPE-SELECTED
                       ADD OUT-TRL-RECORD-COUNT TO WS-LV-SRC-TRL-COUNT
                       ADD OUT-TRL-CHECKSUM
                               TO WS-LV-SRC-TRL-CHECKSUM
                       IF OUT-TRL-RECORD-COUNT NOT = WS-ENV-RECORD-COUNT
                           OR OUT-TRL-CHECKSUM NOT = WS-ENV-CHECKSUM
                           PERFORM 2850-REPORT-SOURCE-MISMATCH
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-ENV-SELECTED-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2500-TOTAL-HV-SOURCE.
           MOVE 'N' TO WS-SOURCE-EOF-SW
                       WS-RUN-FOUND-SW
           OPEN INPUT HVIN-FILE
           IF WS-HVIN-FILE-STATUS NOT = "00"
               DISPLAY "*** HV-FILE NOT AVAILABLE - STATUS "
                       WS-HVIN-FILE-STATUS
                       " - NO HIGH-VOLUME SOURCE ***"
           ELSE
               PERFORM UNTIL SOURCE-EOF
                   READ HVIN-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           PERFORM 2600-TOTAL-HV-RECORD
                   END-READ
               END-PERFORM
               CLOSE HVIN-FILE
           END-IF.

       2600-TOTAL-HV-RECORD.
           EVALUATE HV-DTL-ID
               WHEN "HH"
                   MOVE HV-HDR-RUN-DATE TO WS-ENV-RUN-DATE
                   MOVE HV-HDR-JOB-NAME TO WS-ENV-JOB-NAME
                   PERFORM 2800-START-ENVELOPE
                   IF ENVELOPE-SELECTED
                       MOVE WS-ENV-RUN-DATE TO WS-HV-SRC-RUN-DATE
                       MOVE WS-ENV-JOB-NAME TO WS-HV-SRC-JOB-NAME
                   END-IF
               WHEN "DD"
                   IF ENVELOPE-SELECTED
                       MOVE HV-NUMBER    TO WS-DETAIL-VALUE
                       MOVE HV-DEPT-CODE TO WS-DETAIL-DEPT
                       PERFORM 2900-TALLY-SOURCE-DETAIL
                   END-IF
               WHEN "TT"
                   IF ENVELOPE-SELECTED
                       ADD HV-TRL-RECORD-COUNT TO WS-HV-SRC-TRL-COUNT
                       ADD HV-TRL-CHECKSUM TO WS-HV-SRC-TRL-CHECKSUM
                       IF HV-TRL-RECORD-COUNT NOT = WS-ENV-RECORD-COUNT
                           OR HV-TRL-CHECKSUM NOT = WS-ENV-CHECKSUM
                           PERFORM 2850-REPORT-SOURCE-MISMATCH
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-ENV-SELECTED-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------*
      *  The first envelope of the requested run date (any date when
      *  none was punched) fixes the run; later envelopes count only
      *  when they carry the same run date and job.
      *---------------------------------------------------------------*
       2800-START-ENVELOPE.
           MOVE ZERO TO WS-ENV-RECORD-COUNT
                        WS-ENV-CHECKSUM
           MOVE 'N' TO WS-ENV-SELECTED-SW
           IF SOURCE-RUN-FOUND
               IF (WS-MX = 1
                   AND WS-ENV-RUN-DATE = WS-LV-SRC-RUN-DATE
                   AND WS-ENV-JOB-NAME = WS-LV-SRC-JOB-NAME)
                   OR (WS-MX = 2
                   AND WS-ENV-RUN-DATE = WS-HV-SRC-RUN-DATE
                   AND WS-ENV-JOB-NAME = WS-HV-SRC-JOB-NAME)
                   SET ENVELOPE-SELECTED TO TRUE
               END-IF
           ELSE
               IF WS-WANTED-RUN-DATE = ZERO
                   OR WS-ENV-RUN-DATE = WS-WANTED-RUN-DATE
                   SET ENVELOPE-SELECTED TO TRUE
                   SET SOURCE-RUN-FOUND TO TRUE
               END-IF
           END-IF.

       2850-REPORT-SOURCE-MISMATCH.
           ADD 1 TO WS-PROOF-ERROR-COUNT
           MOVE 16 TO RETURN-CODE
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-MODE-NAME DELIMITED BY SPACE
                   " SOURCE ENVELOPE DOES NOT BALANCE TO ITS TRAILER"
                           DELIMITED BY SIZE
                   " - COUNTED " DELIMITED BY SIZE
                   WS-ENV-RECORD-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVPRPT-LINE
           WRITE DLVPRPT-LINE.

       2900-TALLY-SOURCE-DETAIL.
           ADD 1 TO WS-ENV-RECORD-COUNT
           ADD WS-DETAIL-VALUE TO WS-ENV-CHECKSUM
           MOVE WS-DETAIL-DEPT TO WS-FIND-DEPT
           PERFORM 5000-FIND-DEPT-ENTRY
           IF DEPT-FOUND
               ADD 1 TO WS-DT-SRC-COUNT (WS-DEPT-IX, WS-MX)
               ADD WS-DETAIL-VALUE
                       TO WS-DT-SRC-CHECKSUM (WS-DEPT-IX, WS-MX)
           END-IF.

      *---------------------------------------------------------------*
      *  Manifest records of the source's run, one per delivery file.
      *  A later record for the same department and mode supersedes
      *  an earlier one: the split step was rerun.
      *---------------------------------------------------------------*
       3000-LOAD-MANIFEST.
           OPEN INPUT DLVMAN-FILE
           IF WS-DLVMAN-FILE-STATUS NOT = "00"
               DISPLAY "*** DLVMAN NOT AVAILABLE - STATUS "
                       WS-DLVMAN-FILE-STATUS
                       " - NOTHING WAS DELIVERED ***"
           ELSE
               PERFORM UNTIL MANIFEST-EOF
                   READ DLVMAN-FILE
                       AT END
                           SET MANIFEST-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MANIFEST-READ-COUNT
                           PERFORM 3100-APPLY-MANIFEST-RECORD
                   END-READ
               END-PERFORM
               CLOSE DLVMAN-FILE
           END-IF.

       3100-APPLY-MANIFEST-RECORD.
           IF DM-LOW-VOLUME
               MOVE 1 TO WS-MX
           ELSE
               MOVE 2 TO WS-MX
           END-IF
           IF (DM-LOW-VOLUME
               AND DM-SOURCE-RUN-DATE = WS-LV-SRC-RUN-DATE
               AND DM-SOURCE-JOB-NAME = WS-LV-SRC-JOB-NAME)
               OR (DM-HIGH-VOLUME
               AND DM-SOURCE-RUN-DATE = WS-HV-SRC-RUN-DATE
               AND DM-SOURCE-JOB-NAME = WS-HV-SRC-JOB-NAME)
               ADD 1 TO WS-MANIFEST-USED-COUNT
               MOVE DM-DEPT-CODE TO WS-FIND-DEPT
               PERFORM 5000-FIND-DEPT-ENTRY
               IF DEPT-FOUND
                   IF DT-DELIVERED (WS-DEPT-IX, WS-MX)
                       MOVE 'Y' TO WS-DT-REDELIVERED-SW
                                       (WS-DEPT-IX, WS-MX)
                   END-IF
                   MOVE 'Y' TO WS-DT-DLV-SW (WS-DEPT-IX, WS-MX)
                   MOVE DM-DELIVERY-ID
                           TO WS-DT-DELIVERY-ID (WS-DEPT-IX, WS-MX)
                   MOVE DM-RECORD-COUNT
                           TO WS-DT-DLV-COUNT (WS-DEPT-IX, WS-MX)
                   MOVE DM-CHECKSUM
                           TO WS-DT-DLV-CHECKSUM (WS-DEPT-IX, WS-MX)
                   MOVE DM-FIRST-NUM
                           TO WS-DT-DLV-FIRST (WS-DEPT-IX, WS-MX)
                   MOVE DM-LAST-NUM
                           TO WS-DT-DLV-LAST (WS-DEPT-IX, WS-MX)
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  Department by department, then in total against the source
      *  trailers.
      *---------------------------------------------------------------*
       4000-PROVE-DELIVERY.
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 2
                   IF DT-DELIVERED (WS-DEPT-IX, WS-MX)
                       ADD 1 TO WS-FILE-COUNT
                       IF WS-MX = 1
                           ADD WS-DT-DLV-COUNT (WS-DEPT-IX, WS-MX)
                                   TO WS-LV-DLV-COUNT
                           ADD WS-DT-DLV-CHECKSUM (WS-DEPT-IX, WS-MX)
                                   TO WS-LV-DLV-CHECKSUM
                       ELSE
                           ADD WS-DT-DLV-COUNT (WS-DEPT-IX, WS-MX)
                                   TO WS-HV-DLV-COUNT
                           ADD WS-DT-DLV-CHECKSUM (WS-DEPT-IX, WS-MX)
                                   TO WS-HV-DLV-CHECKSUM
                       END-IF
                       IF WS-DT-DLV-COUNT (WS-DEPT-IX, WS-MX)
                           NOT = WS-DT-SRC-COUNT (WS-DEPT-IX, WS-MX)
                           OR WS-DT-DLV-CHECKSUM (WS-DEPT-IX, WS-MX)
                           NOT = WS-DT-SRC-CHECKSUM (WS-DEPT-IX, WS-MX)
                           ADD 1 TO WS-PROOF-ERROR-COUNT
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   ELSE
                       IF WS-DT-SRC-COUNT (WS-DEPT-IX, WS-MX) > ZERO
                           ADD 1 TO WS-PROOF-ERROR-COUNT
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------*
      *  Locate a department's row, inserting it in department order
      *  when it is new.  A full table is reported once and the
      *  proof fails, since the overflow departments go unproven.
      *---------------------------------------------------------------*
       5000-FIND-DEPT-ENTRY.
           MOVE 'N' TO WS-DEPT-FOUND-SW
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                   OR WS-DT-DEPT-CODE (WS-DEPT-IX) NOT < WS-FIND-DEPT
               CONTINUE
           END-PERFORM
           IF WS-DEPT-IX NOT > WS-DEPT-COUNT
               AND WS-DT-DEPT-CODE (WS-DEPT-IX) = WS-FIND-DEPT
               SET DEPT-FOUND TO TRUE
           ELSE
               IF WS-DEPT-COUNT >= WS-DEPT-TABLE-MAX
                   IF NOT DEPT-TABLE-FULL
                       SET DEPT-TABLE-FULL TO TRUE
                       DISPLAY "*** DEPARTMENT TABLE FULL AT "
                               WS-DEPT-TABLE-MAX
                               " - PROOF INCOMPLETE ***"
                       ADD 1 TO WS-PROOF-ERROR-COUNT
                       MOVE 16 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM VARYING WS-SHIFT-IX FROM WS-DEPT-COUNT
                           BY -1 UNTIL WS-SHIFT-IX < WS-DEPT-IX
                       MOVE WS-DEPT-ENTRY (WS-SHIFT-IX)
                               TO WS-DEPT-ENTRY (WS-SHIFT-IX + 1)
                   END-PERFORM
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-FIND-DEPT TO WS-DT-DEPT-CODE (WS-DEPT-IX)
                   MOVE ZERO TO WS-DT-SRC-COUNT (WS-DEPT-IX, 1)
                                WS-DT-SRC-CHECKSUM (WS-DEPT-IX, 1)
                                WS-DT-DLV-COUNT (WS-DEPT-IX, 1)
                                WS-DT-DLV-CHECKSUM (WS-DEPT-IX, 1)
                                WS-DT-DLV-FIRST (WS-DEPT-IX, 1)
                                WS-DT-DLV-LAST (WS-DEPT-IX, 1)
                                WS-DT-SRC-COUNT (WS-DEPT-IX, 2)
                                WS-DT-SRC-CHECKSUM (WS-DEPT-IX, 2)
                                WS-DT-DLV-COUNT (WS-DEPT-IX, 2)
                                WS-DT-DLV-CHECKSUM (WS-DEPT-IX, 2)
                                WS-DT-DLV-FIRST (WS-DEPT-IX, 2)
                                WS-DT-DLV-LAST (WS-DEPT-IX, 2)
                   MOVE 'N' TO WS-DT-DLV-SW (WS-DEPT-IX, 1)
                               WS-DT-REDELIVERED-SW (WS-DEPT-IX, 1)
                               WS-DT-DLV-SW (WS-DEPT-IX, 2)
                               WS-DT-REDELIVERED-SW (WS-DEPT-IX, 2)
                   MOVE SPACES TO WS-DT-DELIVERY-ID (WS-DEPT-IX, 1)
                                  WS-DT-DELIVERY-ID (WS-DEPT-IX, 2)
                   SET DEPT-FOUND TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  The manifest proper: a block per department listing its
      *  files, counts and ranges with the proof result, and a line
      *  for the receiving clerk to sign.
      *---------------------------------------------------------------*
       8000-PRINT-MANIFEST.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVPRPT-LINE
           WRITE DLVPRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SOURCE RUNS - LOW-VOLUME: " DELIMITED BY SIZE
                   WS-LV-SRC-JOB-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LV-SRC-RUN-DATE DELIMITED BY SIZE
                   "   HIGH-VOLUME: " DELIMITED BY SIZE
                   WS-HV-SRC-JOB-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HV-SRC-RUN-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVPRPT-LINE
           WRITE DLVPRPT-LINE
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO DLVPRPT-LINE
               WRITE DLVPRPT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "DEPARTMENT: " DELIMITED BY SIZE
                       WS-DT-DEPT-CODE (WS-DEPT-IX) DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO DLVPRPT-LINE
               WRITE DLVPRPT-LINE
               PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 2
                   IF DT-DELIVERED (WS-DEPT-IX, WS-MX)
                       OR WS-DT-SRC-COUNT (WS-DEPT-IX, WS-MX) > ZERO
                       PERFORM 8100-PRINT-FILE-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  RECEIVED BY: ____________________   DATE: "
                       DELIMITED BY SIZE
                       "________" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO DLVPRPT-LINE
               WRITE DLVPRPT-LINE
           END-PERFORM.

       8100-PRINT-FILE-LINE.
           IF WS-MX = 1
               MOVE "LOW-VOLUME" TO WS-MODE-NAME
           ELSE
               MOVE "HIGH-VOLUME" TO WS-MODE-NAME
           END-IF
           EVALUATE TRUE
               WHEN NOT DT-DELIVERED (WS-DEPT-IX, WS-MX)
                   MOVE "NOT DELIVERED" TO WS-PROOF-TEXT
               WHEN WS-DT-DLV-COUNT (WS-DEPT-IX, WS-MX)
                       NOT = WS-DT-SRC-COUNT (WS-DEPT-IX, WS-MX)
                   OR WS-DT-DLV-CHECKSUM (WS-DEPT-IX, WS-MX)
                       NOT = WS-DT-SRC-CHECKSUM (WS-DEPT-IX, WS-MX)
                   MOVE "DOES NOT MATCH SOURCE" TO WS-PROOF-TEXT
               WHEN DT-REDELIVERED (WS-DEPT-IX, WS-MX)
                   MOVE "PROVED - REDELIVERED" TO WS-PROOF-TEXT
               WHEN OTHER
                   MOVE "PROVED" TO WS-PROOF-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " DELIMITED BY SIZE
                   WS-MODE-NAME DELIMITED BY SIZE
                   " FILE " DELIMITED BY SIZE
                   WS-DT-DELIVERY-ID (WS-DEPT-IX, WS-MX)
                           DELIMITED BY SIZE
                   " RECORDS " DELIMITED BY SIZE
                   WS-DT-DLV-COUNT (WS-DEPT-IX, WS-MX)
                           DELIMITED BY SIZE
                   " RANGE " DELIMITED BY SIZE
                   WS-DT-DLV-FIRST (WS-DEPT-IX, WS-MX)
                           DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-DT-DLV-LAST (WS-DEPT-IX, WS-MX)
                           DELIMITED BY SIZE
                   " SOURCE " DELIMITED BY SIZE
                   WS-DT-SRC-COUNT (WS-DEPT-IX, WS-MX)
                           DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PROOF-TEXT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVPRPT-LINE
           WRITE DLVPRPT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVPRPT-LINE
           WRITE DLVPRPT-LINE
           IF WS-LV-DLV-COUNT = WS-LV-SRC-TRL-COUNT
               AND WS-LV-DLV-CHECKSUM = WS-LV-SRC-TRL-CHECKSUM
               MOVE "ADDS BACK" TO WS-PROOF-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-PROOF-TEXT
               ADD 1 TO WS-PROOF-ERROR-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LOW-VOLUME  SOURCE TRAILERS: " DELIMITED BY SIZE
                   WS-LV-SRC-TRL-COUNT DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-LV-SRC-TRL-CHECKSUM DELIMITED BY SIZE
                   "   DELIVERED: " DELIMITED BY SIZE
                   WS-LV-DLV-COUNT DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-LV-DLV-CHECKSUM DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-PROOF-TEXT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVPRPT-LINE
           WRITE DLVPRPT-LINE
           IF WS-HV-DLV-COUNT = WS-HV-SRC-TRL-COUNT
               AND WS-HV-DLV-CHECKSUM = WS-HV-SRC-TRL-CHECKSUM
               MOVE "ADDS BACK" TO WS-PROOF-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-PROOF-TEXT
               ADD 1 TO WS-PROOF-ERROR-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "HIGH-VOLUME SOURCE TRAILERS: " DELIMITED BY SIZE
                   WS-HV-SRC-TRL-COUNT DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-HV-SRC-TRL-CHECKSUM DELIMITED BY SIZE
                   "   DELIVERED: " DELIMITED BY SIZE
                   WS-HV-DLV-COUNT DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-HV-DLV-CHECKSUM DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-PROOF-TEXT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVPRPT-LINE
           WRITE DLVPRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPARTMENTS: " DELIMITED BY SIZE
                   WS-DEPT-COUNT DELIMITED BY SIZE
                   "   DELIVERY FILES: " DELIMITED BY SIZE
                   WS-FILE-COUNT DELIMITED BY SIZE
                   "   MANIFEST RECORDS READ: " DELIMITED BY SIZE
                   WS-MANIFEST-READ-COUNT DELIMITED BY SIZE
                   "   USED: " DELIMITED BY SIZE
                   WS-MANIFEST-USED-COUNT DELIMITED BY SIZE
                   "   PROOF ERRORS: " DELIMITED BY SIZE
                   WS-PROOF-ERROR-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVPRPT-LINE
           WRITE DLVPRPT-LINE
           CLOSE DLVPRPT-FILE.
