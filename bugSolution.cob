               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DEPTALLO-FILE-STATUS.

           SELECT SERAUTH-FILE ASSIGN TO "SERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAU-KEY
               FILE STATUS IS WS-SERAUTH-FILE-STATUS.

           SELECT SECVIOL-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECVIOL-FILE-STATUS.

           SELECT REQRSLT-FILE ASSIGN TO "REQRSLT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
       FD  DEPTALLO-FILE.
       COPY DEPTALLO.

       FD  SERAUTH-FILE.
       COPY SERAUTH.

       FD  SECVIOL-FILE
           RECORDING MODE IS F.
       COPY SECVIOL.

       FD  REQRSLT-FILE
           RECORDING MODE IS F.
       COPY REQRSLT.

       WORKING-STORAGE SECTION.
       01  WS-OUTPUT-AREA              PIC X(10).
       01  WS-NUMBER                   PIC 9(2).
       01  WS-QUOTA-PROJECTED          PIC 9(10) VALUE ZERO.
       01  WS-ISSUED-THIS-REQUEST      PIC 9(09) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Series entitlement support.  The entitlement master (SERAUTH,
      *  maintained by AUTHLOAD) names the departments that may draw
      *  on each series and the business dates the grant is in force;
      *  a card whose department holds no grant in force for its
      *  series is rejected and logged to the security-violation
      *  file for the monthly audit review.  The violation file
      *  accumulates across runs, so it is opened EXTEND for each
      *  refusal.  A missing master degrades with a warning like the
      *  other reference files.
      *---------------------------------------------------------------*
       01  WS-SERAUTH-FILE-STATUS      PIC XX.
       01  WS-SECVIOL-FILE-STATUS      PIC XX.
       01  WS-SERAUTH-FLAGS.
           05  WS-SERAUTH-OPEN-SW      PIC X VALUE 'N'.
               88  ENTITLEMENT-MASTER-OPEN        VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Reserved-number support.  RESVNUM cards are loaded into this
      *  table at initialization; both generation loops check every
      *  batch jobs to validate keyed numbers at entry.
      *---------------------------------------------------------------*
       01  WS-CHKDIGIT-PGM             PIC X(08) VALUE "CHKDIGIT".
       01  WS-SAVED-RETURN-CODE        PIC S9(04) VALUE ZERO.
       01  WS-CHECK-DIGIT              PIC 9(01) VALUE ZERO.
       COPY CHKDGT.

       01  WS-QUANTITY                 PIC 9(09) VALUE ZERO.
       01  WS-HIGH-WATER-MARK          PIC 9(09) VALUE ZERO.
       01  WS-LAST-ISSUED              PIC 9(09) VALUE ZERO.
       01  WS-FIRST-ISSUED             PIC 9(09) VALUE ZERO.
       01  WS-REQUEST-NUM              PIC 9(05) VALUE ZERO.
       01  WS-DERIVED-END              PIC 9(10) VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(60) VALUE SPACES.

               88  SPLIT-RANGE-MODE               VALUE 'Y'.
           05  WS-DATE-FLAG-DUE-SW     PIC X VALUE 'N'.
               88  DATE-FLAG-DUE                  VALUE 'Y'.
           05  WS-MERGE-DUE-SW         PIC X VALUE 'N'.
               88  SPLIT-MERGE-DUE                VALUE 'Y'.

       01  WS-INSTANCE-NUM             PIC 9(02) VALUE ZERO.
       01  WS-INSTANCE-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-HV-CHECKPOINT-LAST-NUM   PIC 9(9) VALUE ZERO.
       01  WS-HV-CHECKPOINT-BATCH-RECS PIC 9(9) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Night-cycle step control.  CYCSTEP clears this step against
      *  its predecessors before anything is opened and records the
      *  outcome at the end; a refused step stops with return code 20
      *  having touched nothing.
      *---------------------------------------------------------------*
       01  WS-CYCSTEP-PGM              PIC X(08) VALUE "CYCSTEP".
       COPY CYCSTEP.
       01  WS-CYCLE-FLAGS.
           05  WS-CYCLE-REFUSED-SW     PIC X VALUE 'N'.
               88  CYCLE-STEP-REFUSED            VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Control-master change journal.  Every NUMMAST, DEPTALLO and
      *  CALFILE update is handed to JRNLWRT with the record's before
      *  and after images, so a bad night can be traced and rolled
      *  back with MSTRECOV.
      *---------------------------------------------------------------*
       01  WS-JRNLWRT-PGM              PIC X(08) VALUE "JRNLWRT".
       COPY JRNLWRT.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 0500-BEGIN-CYCLE-STEP
           IF CYCLE-STEP-REFUSED
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL NO-REQUEST-PENDING
                   OR EXCEPTION-LIMIT-BREACHED
               CLOSE RUNCTL-FILE
           END-IF
           PERFORM 9900-END-OF-RUN
           PERFORM 0600-END-CYCLE-STEP
           STOP RUN.

      *---------------------------------------------------------------*
      *  Clear the step with the night-cycle control.  The business
      *  date is left for CYCSTEP to resolve from the calendar and
      *  comes back for the end call.  An unusable control file is
      *  warned about and the step runs unchecked, the way a missing
      *  reference master degrades elsewhere in the cycle.
      *---------------------------------------------------------------*
       0500-BEGIN-CYCLE-STEP.
           SET CYCSTEP-BEGIN TO TRUE
           MOVE WS-JOB-NAME TO CYCSTEP-STEP-NAME
           MOVE ZERO TO CYCSTEP-BUSINESS-DATE
                        CYCSTEP-RETURN-CODE
           MOVE 'N' TO CYCSTEP-MERGE-DUE-SW
           PERFORM 0510-READ-INSTANCE-CARD
           CALL WS-CYCSTEP-PGM USING CYCSTEP-PARM-AREA
           MOVE ZERO TO RETURN-CODE
           EVALUATE TRUE
               WHEN CYCSTEP-CLEARED
                   CONTINUE
               WHEN CYCSTEP-REFUSED
                   DISPLAY "*** RUN REFUSED BY CYCLE CONTROL - "
                           CYCSTEP-MESSAGE " ***"
                   SET CYCLE-STEP-REFUSED TO TRUE
                   MOVE 20 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "*** CYCLE CONTROL NOT AVAILABLE - "
                           CYCSTEP-MESSAGE
                           " - PREDECESSORS NOT CHECKED ***"
           END-EVALUATE.

      *---------------------------------------------------------------*
      *  A split-range execution is one instance of several, and the
      *  cycle control must know which before it will let a second
      *  BUGSOLN begin for the date.  The first card of the deck is
      *  read ahead for its instance number and count; the deck is
      *  closed again and 1000-INITIALIZE reads it from the top.  The
      *  same instance fields go back on the end call.
      *---------------------------------------------------------------*
       0510-READ-INSTANCE-CARD.
           MOVE ZERO TO CYCSTEP-INSTANCE-NUM
                        CYCSTEP-INSTANCE-COUNT
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUNCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-INSTANCE-COUNT NUMERIC
                           AND RC-INSTANCE-NUM NUMERIC
                           AND RC-INSTANCE-COUNT > 1
                           MOVE RC-INSTANCE-NUM
                                   TO CYCSTEP-INSTANCE-NUM
                           MOVE RC-INSTANCE-COUNT
                                   TO CYCSTEP-INSTANCE-COUNT
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

       0600-END-CYCLE-STEP.
           SET CYCSTEP-END TO TRUE
           MOVE RETURN-CODE TO CYCSTEP-RETURN-CODE
           IF SPLIT-MERGE-DUE
               SET CYCSTEP-MERGE-DUE TO TRUE
           END-IF
           CALL WS-CYCSTEP-PGM USING CYCSTEP-PARM-AREA
           MOVE CYCSTEP-RETURN-CODE TO RETURN-CODE
           IF NOT CYCSTEP-CLEARED
               DISPLAY "*** CYCLE CONTROL END NOT RECORDED - "
                       CYCSTEP-MESSAGE " ***"
           END-IF.

       1000-INITIALIZE.
           MOVE SPACES TO WS-OUTPUT-AREA
           ACCEPT WS-WALL-DATE FROM DATE
                   INTO WS-RUN-ID
           MOVE WS-RUN-DATE(1:4) TO WS-CURRENT-PERIOD
           OPEN OUTPUT CTLRPT-FILE
           OPEN OUTPUT REQRSLT-FILE
           PERFORM 1030-OPEN-SERIES-CATALOG
           PERFORM 1040-OPEN-ALLOCATION-MASTER
           PERFORM 1045-OPEN-ENTITLEMENT-MASTER
           PERFORM 1500-LOAD-RESERVED-TABLE
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
                       " - DEPARTMENT QUOTAS NOT ENFORCED ***"
           END-IF.

       1045-OPEN-ENTITLEMENT-MASTER.
           OPEN INPUT SERAUTH-FILE
           IF WS-SERAUTH-FILE-STATUS = "00"
               SET ENTITLEMENT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "*** SERAUTH NOT AVAILABLE - STATUS "
                       WS-SERAUTH-FILE-STATUS
                       " - SERIES ENTITLEMENT NOT ENFORCED ***"
           END-IF.

       1020-CHECK-DATE-COMPLETED.
           MOVE WS-RUN-DATE TO CAL-DATE
           READ CAL-FILE
                        WS-HV-CHECKPOINT-LAST-NUM
                        WS-HV-CHECKPOINT-BATCH-RECS
                        WS-LAST-ISSUED
                        WS-FIRST-ISSUED
                        WS-HIGH-WATER-MARK
                        WS-QUANTITY
                        WS-REQUEST-NUM
           MOVE ZERO TO WS-INSTANCE-NUM
                        WS-INSTANCE-COUNT
                        WS-FULL-HV-START
               SET SPLIT-RANGE-MODE TO TRUE
           END-IF
           MOVE RC-EXCP-TOLERANCE  TO WS-EXCP-TOLERANCE
           MOVE RC-EXCP-TOL-PCT    TO WS-EXCP-TOL-PCT
           IF RC-REQUEST-NUM NUMERIC
               MOVE RC-REQUEST-NUM TO WS-REQUEST-NUM
           END-IF.

      *---------------------------------------------------------------*
      *  Consult the number-assignment master for this job/series.
               END-IF
           END-IF
           PERFORM 1193-APPLY-SERIES-CATALOG
           IF NOT RUN-CONTROL-REJECTED
               PERFORM 1191-CHECK-SERIES-ENTITLEMENT
           END-IF
           PERFORM 1195-APPLY-CALENDAR-CONTROL
           IF SPLIT-RANGE-MODE
               AND NOT RUN-CONTROL-REJECTED
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *  The requesting department must hold a grant for the series
      *  on the entitlement master, in force on the business date:
      *  on or after its effective date and, unless open-ended, on or
      *  before its expiry date.  A blank department holds no grant.
      *  Every refusal here is a security violation as well as a
      *  rejected card.
      *---------------------------------------------------------------*
       1191-CHECK-SERIES-ENTITLEMENT.
           IF ENTITLEMENT-MASTER-OPEN
               MOVE WS-SERIES-CODE TO SAU-SERIES-CODE
               MOVE WS-DEPT-CODE   TO SAU-DEPT-CODE
               READ SERAUTH-FILE
                   INVALID KEY
                       MOVE "DEPARTMENT NOT ENTITLED TO SERIES"
                               TO WS-REJECT-REASON
                       SET RUN-CONTROL-REJECTED TO TRUE
                   NOT INVALID KEY
                       IF WS-RUN-DATE < SAU-EFFECTIVE-DATE
                           MOVE "SERIES ENTITLEMENT NOT YET EFFECTIVE"
                                   TO WS-REJECT-REASON
                           SET RUN-CONTROL-REJECTED TO TRUE
                       ELSE
                           IF SAU-EXPIRY-DATE NOT = ZERO
                               AND WS-RUN-DATE > SAU-EXPIRY-DATE
                               MOVE "SERIES ENTITLEMENT EXPIRED"
                                       TO WS-REJECT-REASON
                               SET RUN-CONTROL-REJECTED TO TRUE
                           END-IF
                       END-IF
               END-READ
               IF RUN-CONTROL-REJECTED
                   PERFORM 1192-LOG-SECURITY-VIOLATION
               END-IF
           END-IF.

       1192-LOG-SECURITY-VIOLATION.
           OPEN EXTEND SECVIOL-FILE
           IF WS-SECVIOL-FILE-STATUS = "35"
               OPEN OUTPUT SECVIOL-FILE
           END-IF
           IF WS-SECVIOL-FILE-STATUS NOT = "00"
               DISPLAY "*** SECVIOL OPEN FAILED - STATUS "
                       WS-SECVIOL-FILE-STATUS
                       " - VIOLATION NOT LOGGED ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES          TO SV-VIOLATION-RECORD
               MOVE WS-RUN-DATE     TO SV-BUSINESS-DATE
               MOVE WS-RUN-TIME     TO SV-TIMESTAMP
               MOVE WS-JOB-NAME     TO SV-JOB-NAME
               MOVE WS-DEPT-CODE    TO SV-DEPT-CODE
               MOVE WS-SERIES-CODE  TO SV-SERIES-CODE
               IF HIGH-VOLUME-MODE
                   MOVE 'H'             TO SV-MODE
                   MOVE WS-HV-START-NUM TO SV-START-NUM
                   MOVE WS-HV-END-NUM   TO SV-END-NUM
               ELSE
                   MOVE 'L'             TO SV-MODE
                   MOVE WS-START-NUM    TO SV-START-NUM
                   MOVE WS-END-NUM      TO SV-END-NUM
               END-IF
               MOVE WS-QUANTITY     TO SV-QUANTITY
               MOVE WS-REJECT-REASON TO SV-REASON
               WRITE SV-VIOLATION-RECORD
               CLOSE SECVIOL-FILE
           END-IF.

       1196-CHECK-SERIES-MODE.
           IF HIGH-VOLUME-MODE
               IF NOT SER-HIGH-VOLUME
           MOVE WS-JOB-NAME         TO OUT-HDR-JOB-NAME
           MOVE WS-ORIGINAL-START-NUM TO OUT-HDR-START-NUM
           MOVE WS-END-NUM          TO OUT-HDR-END-NUM
           MOVE SPACES              TO OUT-HDR-DELIVERY-DEPT
                                       OUT-HDR-RECREATED-SW
           MOVE ZERO                TO OUT-HDR-RECREATED-DATE
           WRITE OUT-HEADER-RECORD.

       1300-READ-CHECKPOINT.
               PERFORM 1400-OPEN-MODE-FILES
               PERFORM 2000-PROCESS-RANGE
               PERFORM 9000-TERMINATE
           END-IF
           PERFORM 9850-WRITE-REQUEST-RESULT.

       2000-PROCESS-RANGE.
           IF HIGH-VOLUME-MODE
      *---------------------------------------------------------------*
       2090-COMPUTE-CHECK-DIGIT.
           SET CHKDGT-COMPUTE TO TRUE
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL WS-CHKDIGIT-PGM USING CHKDGT-PARM-AREA
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           MOVE CHKDGT-CHECK-DIGIT TO WS-CHECK-DIGIT.

       2100-WRITE-OUTPUT-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-NUMBER TO WS-CHECKSUM
           MOVE WS-LOOP-CTL TO WS-LAST-ISSUED
           IF WS-FIRST-ISSUED = ZERO
               MOVE WS-LOOP-CTL TO WS-FIRST-ISSUED
           END-IF
           PERFORM 2120-WRITE-GL-EXTRACT-RECORD.

       2120-WRITE-GL-EXTRACT-RECORD.
           MOVE WS-HV-END-NUM   TO HV-HDR-END-NUM
           MOVE WS-INSTANCE-NUM TO HV-HDR-INSTANCE-NUM
           MOVE WS-INSTANCE-COUNT TO HV-HDR-INSTANCE-COUNT
           MOVE SPACES          TO HV-HDR-DELIVERY-DEPT
                                   HV-HDR-RECREATED-SW
           MOVE ZERO            TO HV-HDR-RECREATED-DATE
           WRITE HV-HEADER-RECORD.

       3100-PROCESS-BATCH.
                   ADD 1 TO WS-HV-RECORD-COUNT
                   ADD WS-HV-NUMBER TO WS-HV-CHECKSUM
                   MOVE WS-HV-NUMBER TO WS-LAST-ISSUED
                   IF WS-FIRST-ISSUED = ZERO
                       MOVE WS-HV-NUMBER TO WS-FIRST-ISSUED
                   END-IF
                   PERFORM 3120-WRITE-HV-GL-EXTRACT
                   PERFORM 3150-WRITE-HV-AUDIT-RECORD
                   PERFORM 3300-HV-CHECKPOINT-IF-DUE
               AND NOT EXCEPTION-LIMIT-BREACHED
               SET DATE-FLAG-DUE TO TRUE
           END-IF
           IF SPLIT-RANGE-MODE
               SET SPLIT-MERGE-DUE TO TRUE
           END-IF
           PERFORM 9650-UPDATE-DEPT-USAGE
           PERFORM 9600-UPDATE-NUMBER-MASTER.

           END-IF.

       9660-BOOK-DEPT-USAGE.
           MOVE DA-ALLOCATION-RECORD TO JRNLWRT-BEFORE-IMAGE
           IF DA-USAGE-PERIOD NOT = WS-CURRENT-PERIOD
               MOVE WS-CURRENT-PERIOD TO DA-USAGE-PERIOD
               MOVE ZERO              TO DA-USED-THIS-PERIOD
               DISPLAY "*** DEPTALLO-FILE UPDATE FAILED - STATUS "
                       WS-DEPTALLO-FILE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "DEPTALLO"           TO JRNLWRT-MASTER-NAME
               MOVE DA-KEY               TO JRNLWRT-KEY
               SET JRNLWRT-CHANGE        TO TRUE
               MOVE DA-ALLOCATION-RECORD TO JRNLWRT-AFTER-IMAGE
               PERFORM 9690-JOURNAL-MASTER-CHANGE
           END-IF.

       9150-PRINT-REQUEST-HEADING.
           IF NUMMAST-IS-OPEN
               IF WS-LAST-ISSUED > WS-HIGH-WATER-MARK
                   AND NOT SPLIT-RANGE-MODE
                   IF SERIES-ON-FILE
                       MOVE NM-MASTER-RECORD TO JRNLWRT-BEFORE-IMAGE
                       SET JRNLWRT-CHANGE    TO TRUE
                   ELSE
                       MOVE SPACES           TO JRNLWRT-BEFORE-IMAGE
                       SET JRNLWRT-ADD       TO TRUE
                   END-IF
                   MOVE WS-JOB-NAME     TO NM-JOB-NAME
                   MOVE WS-SERIES-CODE  TO NM-SERIES-CODE
                   MOVE WS-LAST-ISSUED  TO NM-LAST-ISSUED
                       DISPLAY "*** NUMMAST-FILE UPDATE FAILED - "
                               "STATUS " WS-NUMMAST-FILE-STATUS " ***"
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE "NUMMAST"        TO JRNLWRT-MASTER-NAME
                       MOVE NM-KEY           TO JRNLWRT-KEY
                       MOVE NM-MASTER-RECORD TO JRNLWRT-AFTER-IMAGE
                       PERFORM 9690-JOURNAL-MASTER-CHANGE
                   END-IF
               END-IF
               CLOSE NUMMAST-FILE
           END-IF.

      *---------------------------------------------------------------*
      *  Journal one control-master update.  The caller has set the
      *  master, key, action and images; a journal that cannot be
      *  written does not undo the update, but the run is warned so
      *  the gap in the journal is known.
      *---------------------------------------------------------------*
       9690-JOURNAL-MASTER-CHANGE.
           MOVE WS-JOB-NAME TO JRNLWRT-PROGRAM
           MOVE WS-RUN-ID   TO JRNLWRT-RUN-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL WS-JRNLWRT-PGM USING JRNLWRT-PARM-AREA
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF NOT JRNLWRT-RECORDED
               DISPLAY "*** CHANGE JOURNAL NOT WRITTEN FOR "
                       JRNLWRT-MASTER-NAME " KEY " JRNLWRT-KEY
                       " - STATUS " JRNLWRT-FILE-STATUS " ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  Request card failed its edits (range below the series
      *  high-water mark, or an underivable quantity request).  Report
           END-IF
           MOVE 12 TO RETURN-CODE.

      *---------------------------------------------------------------*
      *  One result record per card, fulfilled or failed, for REQPOST
      *  to close out the department request the card was built
      *  from.  A card is fulfilled only when it issued numbers, the
      *  run balanced, and the exception tolerance held; otherwise
      *  the reason it failed goes with whatever range it did issue.
      *---------------------------------------------------------------*
       9850-WRITE-REQUEST-RESULT.
           MOVE SPACES         TO RR-RESULT-RECORD
           MOVE WS-REQUEST-NUM TO RR-REQUEST-NUM
           MOVE WS-DEPT-CODE   TO RR-DEPT-CODE
           MOVE WS-RUN-ID      TO RR-RUN-ID
           MOVE WS-FIRST-ISSUED TO RR-FIRST-ISSUED
           MOVE WS-LAST-ISSUED TO RR-LAST-ISSUED
           IF HIGH-VOLUME-MODE
               MOVE WS-HV-RECORD-COUNT TO RR-ISSUED-COUNT
           ELSE
               MOVE WS-RECORD-COUNT    TO RR-ISSUED-COUNT
           END-IF
           SET RR-FAILED TO TRUE
           EVALUATE TRUE
               WHEN RUN-CONTROL-REJECTED
                   MOVE WS-REJECT-REASON TO RR-REJECT-REASON
               WHEN EXCEPTION-LIMIT-BREACHED
                   MOVE "EXCEPTION TOLERANCE BREACHED - RUN ABORTED"
                           TO RR-REJECT-REASON
               WHEN RUN-IS-OUT-OF-BALANCE
                   MOVE "RUN OUT OF BALANCE - SEE CONTROL REPORT"
                           TO RR-REJECT-REASON
               WHEN RR-ISSUED-COUNT = ZERO
                   MOVE "NO NUMBERS ISSUED - SEE EXCEPTION REPORT"
                           TO RR-REJECT-REASON
               WHEN OTHER
                   SET RR-FULFILLED TO TRUE
           END-EVALUATE
           WRITE RR-RESULT-RECORD.

      *---------------------------------------------------------------*
      *  End-of-deck wrap-up: grand totals across every request, then
      *  close the control report.  An empty deck is reported rather
           IF ALLOCATION-MASTER-OPEN
               CLOSE DEPTALLO-FILE
           END-IF
           IF ENTITLEMENT-MASTER-OPEN
               CLOSE SERAUTH-FILE
           END-IF
           CLOSE REQRSLT-FILE
           CLOSE CTLRPT-FILE.

      *---------------------------------------------------------------*
                   MOVE WS-RUN-DATE TO CAL-DATE
                   READ CAL-FILE
                       INVALID KEY
                           SET JRNLWRT-ADD  TO TRUE
                           MOVE SPACES      TO JRNLWRT-BEFORE-IMAGE
                           MOVE WS-RUN-DATE TO CAL-DATE
                           MOVE 'Y'         TO CAL-BUSINESS-DAY-SW
                           MOVE WS-RUN-DATE TO CAL-BUSINESS-DATE
                           MOVE WS-RUN-ID   TO CAL-COMPLETE-RUN-ID
                           WRITE CAL-CALENDAR-RECORD
                       NOT INVALID KEY
                           SET JRNLWRT-CHANGE TO TRUE
                           MOVE CAL-CALENDAR-RECORD
                                            TO JRNLWRT-BEFORE-IMAGE
                           MOVE 'Y'         TO CAL-RUN-COMPLETE-SW
                           MOVE WS-RUN-ID   TO CAL-COMPLETE-RUN-ID
                           REWRITE CAL-CALENDAR-RECORD
                               " - STATUS " WS-CAL-FILE-STATUS
                               " ***"
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE "CALFILE"    TO JRNLWRT-MASTER-NAME
                       MOVE CAL-KEY      TO JRNLWRT-KEY
                       MOVE CAL-CALENDAR-RECORD
                                         TO JRNLWRT-AFTER-IMAGE
                       PERFORM 9690-JOURNAL-MASTER-CHANGE
                   END-IF
               END-IF
               CLOSE CAL-FILE
