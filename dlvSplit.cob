       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLVSPLIT.
      *
      *    Per-department delivery split.  One stacked BUGSOLN run
      *    serves every department, so the night's OUT-FILE and
      *    HV-FILE mix all of them together.  The distribution job
      *    runs this program once per receiving department, the
      *    DLVPARM card naming the department and the step's JCL
      *    pointing DLVOUT and DLVHV at that department's delivery
      *    datasets, the same way split-range instances are pointed
      *    at their own files.  Each step copies the department's
      *    details out of the night's files into its own delivery
      *    files, each sealed in a single header/trailer envelope of
      *    its own with the department's count and checksum, and
      *    appends a record per file to the DLVMAN delivery manifest.
      *    DLVPROOF, the job's last step, proves the manifest adds
      *    back to the source trailers and prints it for sign-off.
      *
      *    The source is read twice.  The first pass validates every
      *    envelope the way HISTCONS does and finds the department's
      *    count, checksum and range, which the delivery header needs
      *    before any detail is written; the second pass copies the
      *    details.  A source whose envelopes do not balance is not
      *    split at all -- nothing is delivered from a file that
      *    cannot be proven.  An unmerged split-range instance file
      *    is refused the same way: only HVMERGE's sealed HV-FILE may
      *    go out.  A department with nothing issued tonight still
      *    gets an empty envelope, so its clerk can tell "nothing
      *    for you" from "file not sent".  A delivery cut from a
      *    RUNRECR recreation keeps the source's recreation stamp,
      *    so the department can tell it is not the original.
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

           SELECT DLVOUT-FILE ASSIGN TO "DLVOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DLVHV-FILE ASSIGN TO "DLVHV"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DLVMAN-FILE ASSIGN TO "DLVMAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLVMAN-FILE-STATUS.

           SELECT DLVRPT-FILE ASSIGN TO "DLVRPT"
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

       FD  DLVOUT-FILE
           RECORDING MODE IS F.
       01  DLVOUT-RECORD               PIC X(100).

       FD  DLVHV-FILE
           RECORDING MODE IS F.
       01  DLVHV-RECORD                PIC X(100).

       FD  DLVMAN-FILE
           RECORDING MODE IS F.
       COPY DLVMAN.

       FD  DLVRPT-FILE
           RECORDING MODE IS F.
       01  DLVRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DLVPARM-FILE-STATUS      PIC XX.
       01  WS-OUTIN-FILE-STATUS        PIC XX.
       01  WS-HVIN-FILE-STATUS         PIC XX.
       01  WS-DLVMAN-FILE-STATUS       PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-SOURCE-EOF-SW        PIC X VALUE 'N'.
               88  SOURCE-EOF                    VALUE 'Y'.

       01  WS-RUN-FLAGS.
           05  WS-PARM-OK-SW           PIC X VALUE 'N'.
               88  PARM-CARD-OK                  VALUE 'Y'.
           05  WS-MANIFEST-OPEN-SW     PIC X VALUE 'N'.
               88  MANIFEST-IS-OPEN              VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Source state for the mode being split.  A source is usable
      *  when it opened, held at least one envelope for the run being
      *  delivered, and raised no envelope error.
      *---------------------------------------------------------------*
       01  WS-SOURCE-FLAGS.
           05  WS-SOURCE-FOUND-SW      PIC X VALUE 'N'.
               88  SOURCE-FOUND                  VALUE 'Y'.
           05  WS-SOURCE-ERROR-SW      PIC X VALUE 'N'.
               88  SOURCE-IN-ERROR               VALUE 'Y'.
           05  WS-RUN-FOUND-SW         PIC X VALUE 'N'.
               88  DELIVERY-RUN-FOUND            VALUE 'Y'.
           05  WS-IN-ENVELOPE-SW       PIC X VALUE 'N'.
               88  INSIDE-ENVELOPE               VALUE 'Y'.
               88  OUTSIDE-ENVELOPE              VALUE 'N'.
           05  WS-ENV-SELECTED-SW      PIC X VALUE 'N'.
               88  ENVELOPE-SELECTED             VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "DLVSPLIT".
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-DEPT-CODE                PIC X(04) VALUE SPACES.
       01  WS-WANTED-RUN-DATE          PIC 9(06) VALUE ZERO.
       01  WS-MODE                     PIC X(01) VALUE SPACE.
       01  WS-MODE-NAME                PIC X(11) VALUE SPACES.
       01  WS-DELIVERY-ID              PIC X(20) VALUE SPACES.
       01  WS-ERROR-TEXT               PIC X(60) VALUE SPACES.

       01  WS-SRC-RUN-DATE             PIC 9(06) VALUE ZERO.
       01  WS-SRC-JOB-NAME             PIC X(08) VALUE SPACES.
       01  WS-SRC-RECREATED-SW         PIC X(01) VALUE SPACE.
       01  WS-SRC-RECREATED-DATE       PIC 9(06) VALUE ZERO.
       01  WS-SRC-ENVELOPE-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-SRC-LEFT-OUT-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-SRC-TRL-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-SRC-TRL-CHECKSUM         PIC 9(18) VALUE ZERO.

       01  WS-ENV-RUN-DATE             PIC 9(06) VALUE ZERO.
       01  WS-ENV-JOB-NAME             PIC X(08) VALUE SPACES.
       01  WS-ENV-RECREATED-SW         PIC X(01) VALUE SPACE.
       01  WS-ENV-RECREATED-DATE       PIC 9(06) VALUE ZERO.
       01  WS-ENV-RECORD-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-ENV-CHECKSUM             PIC 9(18) VALUE ZERO.

       01  WS-DETAIL-VALUE             PIC 9(09) VALUE ZERO.
       01  WS-DETAIL-DEPT              PIC X(04) VALUE SPACES.

      *---------------------------------------------------------------*
      *  The department's share: found on the first pass, counted
      *  again as the second pass copies it.
      *---------------------------------------------------------------*
       01  WS-DLV-RECORD-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-DLV-CHECKSUM             PIC 9(18) VALUE ZERO.
       01  WS-DLV-FIRST-NUM            PIC 9(09) VALUE ZERO.
       01  WS-DLV-LAST-NUM             PIC 9(09) VALUE ZERO.
       01  WS-CUT-RECORD-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-CUT-CHECKSUM             PIC 9(18) VALUE ZERO.

       01  WS-FILES-CUT                PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF PARM-CARD-OK
               MOVE 'L' TO WS-MODE
               MOVE "LOW-VOLUME" TO WS-MODE-NAME
               PERFORM 2000-SCAN-OUT-SOURCE
               IF SOURCE-FOUND
                   PERFORM 8000-REPORT-SOURCE
               END-IF
               IF DELIVERY-RUN-FOUND
                   AND NOT SOURCE-IN-ERROR
                   PERFORM 5000-CUT-OUT-DELIVERY
                   IF NOT SOURCE-IN-ERROR
                       PERFORM 6000-WRITE-MANIFEST-RECORD
                   END-IF
               END-IF
               MOVE 'H' TO WS-MODE
               MOVE "HIGH-VOLUME" TO WS-MODE-NAME
               PERFORM 2500-SCAN-HV-SOURCE
               IF SOURCE-FOUND
                   PERFORM 8000-REPORT-SOURCE
               END-IF
               IF DELIVERY-RUN-FOUND
                   AND NOT SOURCE-IN-ERROR
                   PERFORM 5500-CUT-HV-DELIVERY
                   IF NOT SOURCE-IN-ERROR
                       PERFORM 6000-WRITE-MANIFEST-RECORD
                   END-IF
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT DLVRPT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPARTMENT DELIVERY SPLIT REPORT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVRPT-LINE
           WRITE DLVRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVRPT-LINE
           WRITE DLVRPT-LINE
           PERFORM 1100-READ-PARM-CARD
           IF PARM-CARD-OK
               MOVE SPACES TO WS-PRINT-LINE
               STRING "DEPARTMENT: " DELIMITED BY SIZE
                       WS-DEPT-CODE DELIMITED BY SIZE
                       "   RUN DATE REQUESTED: " DELIMITED BY SIZE
                       WS-WANTED-RUN-DATE DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO DLVRPT-LINE
               WRITE DLVRPT-LINE
               PERFORM 1200-OPEN-MANIFEST
           END-IF.

       1100-READ-PARM-CARD.
           OPEN INPUT DLVPARM-FILE
           IF WS-DLVPARM-FILE-STATUS NOT = "00"
               DISPLAY "*** DLVPARM NOT AVAILABLE - STATUS "
                       WS-DLVPARM-FILE-STATUS
                       " - NOTHING DELIVERED ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               READ DLVPARM-FILE
                   AT END
                       DISPLAY "*** DLVPARM IS EMPTY - "
                               "NOTHING DELIVERED ***"
                       MOVE 16 TO RETURN-CODE
                   NOT AT END
                       IF DLP-DEPT-CODE = SPACES
                           DISPLAY "*** DLVPARM NAMES NO DEPARTMENT"
                                   " - NOTHING DELIVERED ***"
                           MOVE 16 TO RETURN-CODE
                       ELSE
                           SET PARM-CARD-OK TO TRUE
                           MOVE DLP-DEPT-CODE TO WS-DEPT-CODE
                           IF DLP-RUN-DATE NUMERIC
                               MOVE DLP-RUN-DATE TO WS-WANTED-RUN-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE DLVPARM-FILE
           END-IF.

       1200-OPEN-MANIFEST.
           OPEN EXTEND DLVMAN-FILE
           IF WS-DLVMAN-FILE-STATUS NOT = "00"
               OPEN OUTPUT DLVMAN-FILE
           END-IF
           IF WS-DLVMAN-FILE-STATUS = "00"
               SET MANIFEST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** DLVMAN OPEN FAILED - STATUS "
                       WS-DLVMAN-FILE-STATUS
                       " - DELIVERY WILL NOT PROVE ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      *  First pass, low-volume.  Every envelope is validated; the
      *  department's details inside the envelopes of the run being
      *  delivered are counted, summed and ranged.
      *---------------------------------------------------------------*
       2000-SCAN-OUT-SOURCE.
           PERFORM 2900-RESET-SOURCE-STATE
           OPEN INPUT OUTIN-FILE
           IF WS-OUTIN-FILE-STATUS NOT = "00"
               DISPLAY "*** OUT-FILE NOT AVAILABLE - STATUS "
                       WS-OUTIN-FILE-STATUS
                       " - NO LOW-VOLUME DELIVERY ***"
           ELSE
               SET SOURCE-FOUND TO TRUE
               PERFORM UNTIL SOURCE-EOF
                   READ OUTIN-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-SCAN-OUT-RECORD
                   END-READ
               END-PERFORM
               CLOSE OUTIN-FILE
               PERFORM 4500-CHECK-OPEN-ENVELOPE
           END-IF.

       2100-SCAN-OUT-RECORD.
           EVALUATE OUT-DTL-ID
               WHEN "HH"
                   MOVE OUT-HDR-RUN-DATE TO WS-ENV-RUN-DATE
                   MOVE OUT-HDR-JOB-NAME TO WS-ENV-JOB-NAME
                   MOVE OUT-HDR-RECREATED-SW TO WS-ENV-RECREATED-SW
                   MOVE OUT-HDR-RECREATED-DATE
                           TO WS-ENV-RECREATED-DATE
                   PERFORM 4000-START-ENVELOPE
               WHEN "DD"
                   IF OUTSIDE-ENVELOPE
                       PERFORM 4600-REPORT-STRAY-DETAIL
                   END-IF
                   MOVE OUT-NUMBER    TO WS-DETAIL-VALUE
                   MOVE OUT-DEPT-CODE TO WS-DETAIL-DEPT
                   PERFORM 4800-TALLY-DETAIL
               WHEN "TT"
                   IF INSIDE-ENVELOPE
                       AND (OUT-TRL-RECORD-COUNT
                               NOT = WS-ENV-RECORD-COUNT
                       OR OUT-TRL-CHECKSUM NOT = WS-ENV-CHECKSUM)
                       PERFORM 4400-REPORT-TRAILER-MISMATCH
                   END-IF
                   IF INSIDE-ENVELOPE
                       AND ENVELOPE-SELECTED
                       ADD OUT-TRL-RECORD-COUNT TO WS-SRC-TRL-COUNT
                       ADD OUT-TRL-CHECKSUM TO WS-SRC-TRL-CHECKSUM
                   END-IF
                   PERFORM 4200-CLOSE-ENVELOPE
               WHEN OTHER
                   PERFORM 4700-REPORT-UNKNOWN-RECORD
           END-EVALUATE.

      *---------------------------------------------------------------*
      *  First pass, high-volume.  Same envelope rules on the wide
      *  layout, plus the refusal of an unmerged instance file.
      *---------------------------------------------------------------*
       2500-SCAN-HV-SOURCE.
           PERFORM 2900-RESET-SOURCE-STATE
           OPEN INPUT HVIN-FILE
           IF WS-HVIN-FILE-STATUS NOT = "00"
               DISPLAY "*** HV-FILE NOT AVAILABLE - STATUS "
                       WS-HVIN-FILE-STATUS
                       " - NO HIGH-VOLUME DELIVERY ***"
           ELSE
               SET SOURCE-FOUND TO TRUE
               PERFORM UNTIL SOURCE-EOF
                   READ HVIN-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           PERFORM 2600-SCAN-HV-RECORD
                   END-READ
               END-PERFORM
               CLOSE HVIN-FILE
               PERFORM 4500-CHECK-OPEN-ENVELOPE
           END-IF.

       2600-SCAN-HV-RECORD.
           EVALUATE HV-DTL-ID
               WHEN "HH"
                   MOVE HV-HDR-RUN-DATE TO WS-ENV-RUN-DATE
                   MOVE HV-HDR-JOB-NAME TO WS-ENV-JOB-NAME
                   MOVE HV-HDR-RECREATED-SW TO WS-ENV-RECREATED-SW
                   MOVE HV-HDR-RECREATED-DATE
                           TO WS-ENV-RECREATED-DATE
                   PERFORM 4000-START-ENVELOPE
                   IF HV-HDR-INSTANCE-COUNT > 1
                       MOVE "UNMERGED SPLIT-RANGE INSTANCE FILE"
                               TO WS-ERROR-TEXT
                       PERFORM 4900-REPORT-SOURCE-ERROR
                   END-IF
               WHEN "DD"
                   IF OUTSIDE-ENVELOPE
                       PERFORM 4600-REPORT-STRAY-DETAIL
                   END-IF
                   MOVE HV-NUMBER    TO WS-DETAIL-VALUE
                   MOVE HV-DEPT-CODE TO WS-DETAIL-DEPT
                   PERFORM 4800-TALLY-DETAIL
               WHEN "TT"
                   IF INSIDE-ENVELOPE
                       AND (HV-TRL-RECORD-COUNT
                               NOT = WS-ENV-RECORD-COUNT
                       OR HV-TRL-CHECKSUM NOT = WS-ENV-CHECKSUM)
                       PERFORM 4400-REPORT-TRAILER-MISMATCH
                   END-IF
                   IF INSIDE-ENVELOPE
                       AND ENVELOPE-SELECTED
                       ADD HV-TRL-RECORD-COUNT TO WS-SRC-TRL-COUNT
                       ADD HV-TRL-CHECKSUM TO WS-SRC-TRL-CHECKSUM
                   END-IF
                   PERFORM 4200-CLOSE-ENVELOPE
               WHEN OTHER
                   PERFORM 4700-REPORT-UNKNOWN-RECORD
           END-EVALUATE.

       2900-RESET-SOURCE-STATE.
           MOVE 'N' TO WS-SOURCE-EOF-SW
                       WS-SOURCE-FOUND-SW
                       WS-SOURCE-ERROR-SW
                       WS-RUN-FOUND-SW
                       WS-ENV-SELECTED-SW
           SET OUTSIDE-ENVELOPE TO TRUE
           MOVE ZERO TO WS-SRC-RUN-DATE
                        WS-SRC-ENVELOPE-COUNT
                        WS-SRC-LEFT-OUT-COUNT
                        WS-SRC-TRL-COUNT
                        WS-SRC-TRL-CHECKSUM
                        WS-DLV-RECORD-COUNT
                        WS-DLV-CHECKSUM
                        WS-DLV-FIRST-NUM
                        WS-DLV-LAST-NUM
                        WS-CUT-RECORD-COUNT
                        WS-CUT-CHECKSUM
                        WS-SRC-RECREATED-DATE
           MOVE SPACES TO WS-SRC-JOB-NAME
                          WS-SRC-RECREATED-SW.

      *---------------------------------------------------------------*
      *  An envelope belongs to the delivery when its run date is the
      *  one asked for, or when none was asked for.  Every selected
      *  envelope must come from the same run: a source holding two
      *  runs' output was concatenated wrongly upstream.
      *---------------------------------------------------------------*
       4000-START-ENVELOPE.
           IF INSIDE-ENVELOPE
               MOVE "HEADER WITH NO TRAILER" TO WS-ERROR-TEXT
               PERFORM 4900-REPORT-SOURCE-ERROR
           END-IF
           SET INSIDE-ENVELOPE TO TRUE
           ADD 1 TO WS-SRC-ENVELOPE-COUNT
           MOVE ZERO TO WS-ENV-RECORD-COUNT
                        WS-ENV-CHECKSUM
           PERFORM 4100-SELECT-ENVELOPE
           IF ENVELOPE-SELECTED
               IF DELIVERY-RUN-FOUND
                   IF WS-ENV-RUN-DATE NOT = WS-SRC-RUN-DATE
                       OR WS-ENV-JOB-NAME NOT = WS-SRC-JOB-NAME
                       MOVE "SOURCE HOLDS MORE THAN ONE RUN"
                               TO WS-ERROR-TEXT
                       PERFORM 4900-REPORT-SOURCE-ERROR
                   END-IF
               ELSE
                   SET DELIVERY-RUN-FOUND TO TRUE
                   MOVE WS-ENV-RUN-DATE TO WS-SRC-RUN-DATE
                   MOVE WS-ENV-JOB-NAME TO WS-SRC-JOB-NAME
                   MOVE WS-ENV-RECREATED-SW TO WS-SRC-RECREATED-SW
                   IF WS-ENV-RECREATED-DATE NUMERIC
                       MOVE WS-ENV-RECREATED-DATE
                               TO WS-SRC-RECREATED-DATE
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-SRC-LEFT-OUT-COUNT
           END-IF.

       4100-SELECT-ENVELOPE.
           IF WS-WANTED-RUN-DATE = ZERO
               OR WS-ENV-RUN-DATE = WS-WANTED-RUN-DATE
               SET ENVELOPE-SELECTED TO TRUE
           ELSE
               MOVE 'N' TO WS-ENV-SELECTED-SW
           END-IF.

       4200-CLOSE-ENVELOPE.
           IF OUTSIDE-ENVELOPE
               MOVE "TRAILER WITH NO OPEN ENVELOPE" TO WS-ERROR-TEXT
               PERFORM 4900-REPORT-SOURCE-ERROR
           END-IF
           SET OUTSIDE-ENVELOPE TO TRUE
           MOVE 'N' TO WS-ENV-SELECTED-SW.

       4400-REPORT-TRAILER-MISMATCH.
           MOVE "TRAILER DOES NOT BALANCE" TO WS-ERROR-TEXT
           PERFORM 4900-REPORT-SOURCE-ERROR.

       4500-CHECK-OPEN-ENVELOPE.
           IF INSIDE-ENVELOPE
               MOVE "FILE ENDS WITH NO TRAILER" TO WS-ERROR-TEXT
               PERFORM 4900-REPORT-SOURCE-ERROR
               SET OUTSIDE-ENVELOPE TO TRUE
           END-IF.

       4600-REPORT-STRAY-DETAIL.
           MOVE "DETAIL RECORD OUTSIDE ANY ENVELOPE" TO WS-ERROR-TEXT
           PERFORM 4900-REPORT-SOURCE-ERROR.

       4700-REPORT-UNKNOWN-RECORD.
           MOVE "UNIDENTIFIED RECORD TYPE" TO WS-ERROR-TEXT
           PERFORM 4900-REPORT-SOURCE-ERROR.

       4800-TALLY-DETAIL.
           ADD 1 TO WS-ENV-RECORD-COUNT
           ADD WS-DETAIL-VALUE TO WS-ENV-CHECKSUM
           IF ENVELOPE-SELECTED
               AND WS-DETAIL-DEPT = WS-DEPT-CODE
               ADD 1 TO WS-DLV-RECORD-COUNT
               ADD WS-DETAIL-VALUE TO WS-DLV-CHECKSUM
               IF WS-DLV-FIRST-NUM = ZERO
                   OR WS-DETAIL-VALUE < WS-DLV-FIRST-NUM
                   MOVE WS-DETAIL-VALUE TO WS-DLV-FIRST-NUM
               END-IF
               IF WS-DETAIL-VALUE > WS-DLV-LAST-NUM
                   MOVE WS-DETAIL-VALUE TO WS-DLV-LAST-NUM
               END-IF
           END-IF.

       4900-REPORT-SOURCE-ERROR.
           SET SOURCE-IN-ERROR TO TRUE
           MOVE 16 TO RETURN-CODE
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-MODE-NAME DELIMITED BY SPACE
                   " SOURCE ENVELOPE ERROR: " DELIMITED BY SIZE
                   WS-ERROR-TEXT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           STRING "ENVELOPE " DELIMITED BY SIZE
                   WS-SRC-ENVELOPE-COUNT DELIMITED BY SIZE
                   " RUN DATE " DELIMITED BY SIZE
                   WS-ENV-RUN-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE (86:40)
           MOVE WS-PRINT-LINE TO DLVRPT-LINE
           WRITE DLVRPT-LINE.

      *---------------------------------------------------------------*
      *  Second pass, low-volume: header from the first pass, the
      *  department's details copied as they stand, trailer from the
      *  copy itself.  The input record areas are free once the
      *  source is positioned, so the envelope records are built in
      *  them, the way HVMERGE seals its merged file.
      *---------------------------------------------------------------*
       5000-CUT-OUT-DELIVERY.
           OPEN INPUT OUTIN-FILE
           OPEN OUTPUT DLVOUT-FILE
           MOVE SPACES            TO OUT-HEADER-RECORD
           MOVE "HH"              TO OUT-HDR-ID
           MOVE WS-SRC-RUN-DATE   TO OUT-HDR-RUN-DATE
           MOVE WS-SRC-JOB-NAME   TO OUT-HDR-JOB-NAME
           MOVE WS-DLV-FIRST-NUM  TO OUT-HDR-START-NUM
           MOVE WS-DLV-LAST-NUM   TO OUT-HDR-END-NUM
           MOVE WS-DEPT-CODE      TO OUT-HDR-DELIVERY-DEPT
           MOVE WS-SRC-RECREATED-SW TO OUT-HDR-RECREATED-SW
           MOVE WS-SRC-RECREATED-DATE TO OUT-HDR-RECREATED-DATE
           WRITE DLVOUT-RECORD FROM OUT-HEADER-RECORD
           MOVE 'N' TO WS-SOURCE-EOF-SW
                       WS-ENV-SELECTED-SW
           PERFORM UNTIL SOURCE-EOF
               READ OUTIN-FILE
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-COPY-OUT-RECORD
               END-READ
           END-PERFORM
           CLOSE OUTIN-FILE
           MOVE SPACES              TO OUT-TRAILER-RECORD
           MOVE "TT"                TO OUT-TRL-ID
           MOVE WS-CUT-RECORD-COUNT TO OUT-TRL-RECORD-COUNT
           MOVE WS-CUT-CHECKSUM     TO OUT-TRL-CHECKSUM
           WRITE DLVOUT-RECORD FROM OUT-TRAILER-RECORD
           CLOSE DLVOUT-FILE
           PERFORM 5900-CHECK-CUT-AGAINST-SCAN.

       5100-COPY-OUT-RECORD.
           EVALUATE OUT-DTL-ID
               WHEN "HH"
                   MOVE OUT-HDR-RUN-DATE TO WS-ENV-RUN-DATE
                   PERFORM 4100-SELECT-ENVELOPE
               WHEN "DD"
                   IF ENVELOPE-SELECTED
                       AND OUT-DEPT-CODE = WS-DEPT-CODE
                       MOVE OUT-NUMBER TO WS-DETAIL-VALUE
                       WRITE DLVOUT-RECORD FROM OUT-DETAIL-RECORD
                       ADD 1 TO WS-CUT-RECORD-COUNT
                       ADD WS-DETAIL-VALUE TO WS-CUT-CHECKSUM
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-ENV-SELECTED-SW
           END-EVALUATE.

       5500-CUT-HV-DELIVERY.
           OPEN INPUT HVIN-FILE
           OPEN OUTPUT DLVHV-FILE
           MOVE SPACES            TO HV-HEADER-RECORD
           MOVE "HH"              TO HV-HDR-ID
           MOVE WS-SRC-RUN-DATE   TO HV-HDR-RUN-DATE
           MOVE WS-SRC-JOB-NAME   TO HV-HDR-JOB-NAME
           MOVE WS-DLV-FIRST-NUM  TO HV-HDR-START-NUM
           MOVE WS-DLV-LAST-NUM   TO HV-HDR-END-NUM
           MOVE ZERO              TO HV-HDR-INSTANCE-NUM
                                     HV-HDR-INSTANCE-COUNT
           MOVE WS-DEPT-CODE      TO HV-HDR-DELIVERY-DEPT
           MOVE WS-SRC-RECREATED-SW TO HV-HDR-RECREATED-SW
           MOVE WS-SRC-RECREATED-DATE TO HV-HDR-RECREATED-DATE
           WRITE DLVHV-RECORD FROM HV-HEADER-RECORD
           MOVE 'N' TO WS-SOURCE-EOF-SW
                       WS-ENV-SELECTED-SW
           PERFORM UNTIL SOURCE-EOF
               READ HVIN-FILE
                   AT END
                       SET SOURCE-EOF TO TRUE
                   NOT AT END
                       PERFORM 5600-COPY-HV-RECORD
               END-READ
           END-PERFORM
           CLOSE HVIN-FILE
           MOVE SPACES              TO HV-TRAILER-RECORD
           MOVE "TT"                TO HV-TRL-ID
           MOVE WS-CUT-RECORD-COUNT TO HV-TRL-RECORD-COUNT
           MOVE WS-CUT-CHECKSUM     TO HV-TRL-CHECKSUM
           WRITE DLVHV-RECORD FROM HV-TRAILER-RECORD
           CLOSE DLVHV-FILE
           PERFORM 5900-CHECK-CUT-AGAINST-SCAN.

       5600-COPY-HV-RECORD.
           EVALUATE HV-DTL-ID
               WHEN "HH"
                   MOVE HV-HDR-RUN-DATE TO WS-ENV-RUN-DATE
                   PERFORM 4100-SELECT-ENVELOPE
               WHEN "DD"
                   IF ENVELOPE-SELECTED
                       AND HV-DEPT-CODE = WS-DEPT-CODE
                       WRITE DLVHV-RECORD FROM HV-DETAIL-RECORD
                       ADD 1 TO WS-CUT-RECORD-COUNT
                       ADD HV-NUMBER TO WS-CUT-CHECKSUM
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-ENV-SELECTED-SW
           END-EVALUATE.

      *---------------------------------------------------------------*
      *  The copy must agree with what the first pass found; if the
      *  source changed between the passes the delivery is unsound.
      *---------------------------------------------------------------*
       5900-CHECK-CUT-AGAINST-SCAN.
           ADD 1 TO WS-FILES-CUT
           PERFORM 5950-BUILD-DELIVERY-ID
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DELIVERED " DELIMITED BY SIZE
                   WS-DELIVERY-ID DELIMITED BY SIZE
                   " RECORDS " DELIMITED BY SIZE
                   WS-CUT-RECORD-COUNT DELIMITED BY SIZE
                   " CHECKSUM " DELIMITED BY SIZE
                   WS-CUT-CHECKSUM DELIMITED BY SIZE
                   " RANGE " DELIMITED BY SIZE
                   WS-DLV-FIRST-NUM DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-DLV-LAST-NUM DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVRPT-LINE
           WRITE DLVRPT-LINE
           IF WS-CUT-RECORD-COUNT NOT = WS-DLV-RECORD-COUNT
               OR WS-CUT-CHECKSUM NOT = WS-DLV-CHECKSUM
               MOVE "SOURCE CHANGED BETWEEN PASSES" TO WS-ERROR-TEXT
               PERFORM 4900-REPORT-SOURCE-ERROR
           END-IF.

       5950-BUILD-DELIVERY-ID.
           MOVE SPACES TO WS-DELIVERY-ID
           STRING WS-DEPT-CODE DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-MODE DELIMITED BY SIZE
                   ".D" DELIMITED BY SIZE
                   WS-SRC-RUN-DATE DELIMITED BY SIZE
                   INTO WS-DELIVERY-ID.

       6000-WRITE-MANIFEST-RECORD.
           IF MANIFEST-IS-OPEN
               MOVE SPACES              TO DM-MANIFEST-RECORD
               MOVE WS-SRC-RUN-DATE     TO DM-SOURCE-RUN-DATE
               MOVE WS-SRC-JOB-NAME     TO DM-SOURCE-JOB-NAME
               MOVE WS-DEPT-CODE        TO DM-DEPT-CODE
               MOVE WS-MODE             TO DM-MODE
               MOVE WS-DELIVERY-ID      TO DM-DELIVERY-ID
               MOVE WS-CUT-RECORD-COUNT TO DM-RECORD-COUNT
               MOVE WS-CUT-CHECKSUM     TO DM-CHECKSUM
               MOVE WS-DLV-FIRST-NUM    TO DM-FIRST-NUM
               MOVE WS-DLV-LAST-NUM     TO DM-LAST-NUM
               MOVE WS-RUN-DATE         TO DM-SPLIT-DATE
               MOVE WS-RUN-TIME         TO DM-SPLIT-TIME
               WRITE DM-MANIFEST-RECORD
           END-IF.

       8000-REPORT-SOURCE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVRPT-LINE
           WRITE DLVRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-MODE-NAME DELIMITED BY SPACE
                   " SOURCE: RUN " DELIMITED BY SIZE
                   WS-SRC-JOB-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SRC-RUN-DATE DELIMITED BY SIZE
                   "   ENVELOPES " DELIMITED BY SIZE
                   WS-SRC-ENVELOPE-COUNT DELIMITED BY SIZE
                   "   LEFT OUT " DELIMITED BY SIZE
                   WS-SRC-LEFT-OUT-COUNT DELIMITED BY SIZE
                   "   TRAILER RECORDS " DELIMITED BY SIZE
                   WS-SRC-TRL-COUNT DELIMITED BY SIZE
                   "   CHECKSUM " DELIMITED BY SIZE
                   WS-SRC-TRL-CHECKSUM DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVRPT-LINE
           WRITE DLVRPT-LINE
           IF NOT DELIVERY-RUN-FOUND
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NOTHING IN THE " DELIMITED BY SIZE
                       WS-MODE-NAME DELIMITED BY SPACE
                       " SOURCE FOR THE RUN DATE REQUESTED"
                               DELIMITED BY SIZE
                       " - NO FILE CUT" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO DLVRPT-LINE
               WRITE DLVRPT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF SOURCE-IN-ERROR
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-MODE-NAME DELIMITED BY SPACE
                       " SOURCE DOES NOT PROVE - NO FILE CUT"
                               DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO DLVRPT-LINE
               WRITE DLVRPT-LINE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVRPT-LINE
           WRITE DLVRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DELIVERY FILES CUT FOR DEPARTMENT " DELIMITED BY SIZE
                   WS-DEPT-CODE DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-FILES-CUT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DLVRPT-LINE
           WRITE DLVRPT-LINE
           IF MANIFEST-IS-OPEN
               CLOSE DLVMAN-FILE
           END-IF
           CLOSE DLVRPT-FILE.
