      *    held nine digits wide and a narrow reference carries
      *    right-justified -- and the GL side answers wide records
      *    with the "AH" acknowledgment layout.
      *
      *    A rejected item is not dropped: it stays on the pending
      *    file flagged with the GL reason code until GLRESUB sends
      *    it again on a correction card.  A resubmitted item ages
      *    from the date it was resent, not from its first send.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-ITEM-SENT-DATE       PIC 9(06).
           05  WS-ITEM-AGE-DAYS        PIC 9(03).
           05  WS-ITEM-REF-MODE        PIC X(01).
           05  WS-ITEM-RECORD-TYPE     PIC X(02).
           05  WS-ITEM-BATCH-NUMBER    PIC 9(04).
           05  WS-ITEM-GL-STATUS       PIC X(01).
               88  ITEM-GL-REJECTED               VALUE 'R'.
           05  WS-ITEM-GL-REASON       PIC X(04).
           05  WS-ITEM-RESUBMIT-COUNT  PIC 9(02).
           05  WS-ITEM-RESUBMIT-DATE   PIC 9(06).
           05  WS-ITEM-RESUBMIT-FEED   PIC 9(06).
           05  WS-ITEM-ESCALATED-SW    PIC X(01).
               88  ITEM-ESCALATED                 VALUE 'Y'.

       01  WS-MATCH-COUNTS.
           05  WS-ACCEPTED-COUNT       PIC 9(06) VALUE ZERO.
           05  WS-EXTRACT-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-ORPHAN-ACK-COUNT     PIC 9(06) VALUE ZERO.
           05  WS-UNKNOWN-REC-COUNT    PIC 9(06) VALUE ZERO.
           05  WS-HELD-REJECT-COUNT    PIC 9(06) VALUE ZERO.
           05  WS-ESCALATED-COUNT      PIC 9(06) VALUE ZERO.

       01  WS-AGE-BUCKETS.
           05  WS-AGE-1-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-DAY-OF-WEEK              PIC 9(01).
       01  WS-BUSINESS-AGE             PIC 9(03).

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

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 0500-BEGIN-CYCLE-STEP
           IF CYCLE-STEP-REFUSED
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PENDING-FILE
           PERFORM 3000-PROCESS-EXTRACT-FILE
           PERFORM 8000-REPORT-ORPHAN-ACKS
           PERFORM 9000-TERMINATE
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
           MOVE ZERO TO CYCSTEP-INSTANCE-NUM
                        CYCSTEP-INSTANCE-COUNT
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

       0600-END-CYCLE-STEP.
           SET CYCSTEP-END TO TRUE
           MOVE RETURN-CODE TO CYCSTEP-RETURN-CODE
           CALL WS-CYCSTEP-PGM USING CYCSTEP-PARM-AREA
           MOVE CYCSTEP-RETURN-CODE TO RETURN-CODE
           IF NOT CYCSTEP-CLEARED
               DISPLAY "*** CYCLE CONTROL END NOT RECORDED - "
                       CYCSTEP-MESSAGE " ***"
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-ASOF-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
      *  Leg one: items carried forward unacknowledged from earlier
      *  cycles.  A match retires the item (and books the rejection
      *  if GL bounced it); no match ages it another cycle and
      *  carries it forward again.  An item already rejected is not
      *  matched -- its acknowledgment came and went -- but is held
      *  for correction another cycle.
      *---------------------------------------------------------------*
       2000-PROCESS-PENDING-FILE.
           OPEN INPUT PEND-IN-FILE
                           ELSE
                               MOVE 'N' TO WS-ITEM-REF-MODE
                           END-IF
                           PERFORM 2100-LOAD-RESUBMIT-FIELDS
                           IF ITEM-GL-REJECTED
                               PERFORM 4700-HOLD-REJECTED-ITEM
                               PERFORM 4750-PRINT-HELD-ITEM
                           ELSE
                               PERFORM 4000-MATCH-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-IN-FILE
           END-IF.

      *---------------------------------------------------------------*
      *  Rejection and resubmission fields off the pending record.  A
      *  record written before these fields existed carries spaces
      *  in them and loads as never rejected, never resubmitted, with
      *  the record type its layout implies.
      *---------------------------------------------------------------*
       2100-LOAD-RESUBMIT-FIELDS.
           PERFORM 2150-CLEAR-RESUBMIT-FIELDS
           IF PEND-RECORD-TYPE = SPACES
               IF WS-ITEM-REF-MODE = 'W'
                   MOVE "GH" TO WS-ITEM-RECORD-TYPE
               ELSE
                   MOVE "GL" TO WS-ITEM-RECORD-TYPE
               END-IF
           ELSE
               MOVE PEND-RECORD-TYPE TO WS-ITEM-RECORD-TYPE
           END-IF
           IF PEND-BATCH-NUMBER NUMERIC
               MOVE PEND-BATCH-NUMBER TO WS-ITEM-BATCH-NUMBER
           END-IF
           IF PEND-GL-REJECTED
               MOVE 'R' TO WS-ITEM-GL-STATUS
               MOVE PEND-GL-REASON-CODE TO WS-ITEM-GL-REASON
           END-IF
           IF PEND-RESUBMIT-COUNT NUMERIC
               AND PEND-RESUBMIT-DATE NUMERIC
               AND PEND-RESUBMIT-FEED NUMERIC
               MOVE PEND-RESUBMIT-COUNT TO WS-ITEM-RESUBMIT-COUNT
               MOVE PEND-RESUBMIT-DATE  TO WS-ITEM-RESUBMIT-DATE
               MOVE PEND-RESUBMIT-FEED  TO WS-ITEM-RESUBMIT-FEED
           END-IF
           IF PEND-ESCALATED
               MOVE 'Y' TO WS-ITEM-ESCALATED-SW
           END-IF.

       2150-CLEAR-RESUBMIT-FIELDS.
           MOVE SPACES TO WS-ITEM-RECORD-TYPE
                          WS-ITEM-GL-STATUS
                          WS-ITEM-GL-REASON
                          WS-ITEM-ESCALATED-SW
           MOVE ZERO TO WS-ITEM-BATCH-NUMBER
                        WS-ITEM-RESUBMIT-COUNT
                        WS-ITEM-RESUBMIT-DATE
                        WS-ITEM-RESUBMIT-FEED.

      *---------------------------------------------------------------*
      *  Leg two: the night's fresh extract.  Each record enters the
      *  match with a sent date of its own transaction date.
                   MOVE GL-DEPT-CODE TO WS-ITEM-DEPT-CODE
                   MOVE GL-TRANS-DATE TO WS-ITEM-SENT-DATE
                   MOVE 'N' TO WS-ITEM-REF-MODE
                   PERFORM 2150-CLEAR-RESUBMIT-FIELDS
                   MOVE GL-RECORD-TYPE TO WS-ITEM-RECORD-TYPE
                   ADD 1 TO WS-FEED-ITEM-COUNT
                   ADD WS-ITEM-REF TO WS-FEED-CHECKSUM
                   PERFORM 4000-MATCH-ONE-ITEM
                   MOVE GLH-DEPT-CODE TO WS-ITEM-DEPT-CODE
                   MOVE GLH-TRANS-DATE TO WS-ITEM-SENT-DATE
                   MOVE 'W' TO WS-ITEM-REF-MODE
                   PERFORM 2150-CLEAR-RESUBMIT-FIELDS
                   MOVE GLH-RECORD-TYPE TO WS-ITEM-RECORD-TYPE
                   MOVE GLH-BATCH-NUMBER TO WS-ITEM-BATCH-NUMBER
                   ADD 1 TO WS-FEED-ITEM-COUNT
                   ADD WS-ITEM-REF TO WS-FEED-CHECKSUM
                   PERFORM 4000-MATCH-ONE-ITEM

      *---------------------------------------------------------------*
      *  Match WS-ITEM against the acknowledgment table.  Accepted:
      *  retired quietly.  Rejected: booked to the reason breakout
      *  and held on the pending file for correction.  Unmatched:
      *  aged in business days and carried forward.
      *---------------------------------------------------------------*
       4000-MATCH-ONE-ITEM.
           PERFORM 4100-SEARCH-ACK-TABLE
                   WS-MATCH-REASON DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO AGERPT-LINE
           WRITE AGERPT-LINE
           MOVE 'R' TO WS-ITEM-GL-STATUS
           MOVE WS-MATCH-REASON TO WS-ITEM-GL-REASON
           PERFORM 4700-HOLD-REJECTED-ITEM.

       4350-TALLY-REASON-CODE.
           SET REASON-NOT-FOUND TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  Age WS-ITEM in business days from its last send: the resend
      *  date once GLRESUB has sent it again, the first send before.
      *---------------------------------------------------------------*
       4400-AGE-ITEM.
           IF WS-ITEM-RESUBMIT-DATE > ZERO
               MOVE WS-ITEM-RESUBMIT-DATE TO WS-CONV-DATE
           ELSE
               MOVE WS-ITEM-SENT-DATE TO WS-CONV-DATE
           END-IF
           PERFORM 7000-CONVERT-DATE-TO-SERIAL
           MOVE WS-CONV-SERIAL TO WS-SENT-SERIAL
           PERFORM 7500-COMPUTE-BUSINESS-AGE
           MOVE WS-BUSINESS-AGE TO WS-ITEM-AGE-DAYS.

       4500-CARRY-ITEM-FORWARD.
           ADD 1 TO WS-PENDING-COUNT
           PERFORM 4400-AGE-ITEM
           IF WS-BUSINESS-AGE >= 5
               ADD 1 TO WS-AGE-5-COUNT
           ELSE
                   WS-ITEM-AGE-DAYS DELIMITED BY SIZE
                   " BUSINESS DAYS" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           IF WS-ITEM-RESUBMIT-COUNT > ZERO
               MOVE " RESENT " TO WS-PRINT-LINE (86:8)
               MOVE WS-ITEM-RESUBMIT-DATE TO WS-PRINT-LINE (94:6)
           END-IF
           MOVE WS-PRINT-LINE TO AGERPT-LINE
           WRITE AGERPT-LINE.

      *---------------------------------------------------------------*
      *  A rejected item goes back onto the pending file flagged with
      *  its GL reason code, aged like any other item, so GLRESUB can
      *  correct and resend it.  Held items are counted apart from the
      *  unacknowledged ones -- they are waiting on us, not on GL.
      *---------------------------------------------------------------*
       4700-HOLD-REJECTED-ITEM.
           ADD 1 TO WS-HELD-REJECT-COUNT
           IF ITEM-ESCALATED
               ADD 1 TO WS-ESCALATED-COUNT
           END-IF
           PERFORM 4400-AGE-ITEM
           WRITE PEND-OUT-RECORD FROM WS-ITEM.

       4750-PRINT-HELD-ITEM.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "HELD FOR CORRECTION: DATE " DELIMITED BY SIZE
                   WS-ITEM-TRANS-DATE DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   WS-ITEM-REF DELIMITED BY SIZE
                   " DEPT " DELIMITED BY SIZE
                   WS-ITEM-DEPT-CODE DELIMITED BY SIZE
                   " GL REASON " DELIMITED BY SIZE
                   WS-ITEM-GL-REASON DELIMITED BY SIZE
                   " AGE " DELIMITED BY SIZE
                   WS-ITEM-AGE-DAYS DELIMITED BY SIZE
                   " RESENT " DELIMITED BY SIZE
                   WS-ITEM-RESUBMIT-COUNT DELIMITED BY SIZE
                   " TIMES" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           IF ITEM-ESCALATED
               MOVE " - ESCALATED" TO WS-PRINT-LINE (96:12)
           END-IF
           MOVE WS-PRINT-LINE TO AGERPT-LINE
           WRITE AGERPT-LINE.

                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO AGERPT-LINE
           WRITE AGERPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REJECTED ITEMS HELD FOR CORRECTION: "
                   DELIMITED BY SIZE
                   WS-HELD-REJECT-COUNT DELIMITED BY SIZE
                   "   ESCALATED: " DELIMITED BY SIZE
                   WS-ESCALATED-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO AGERPT-LINE
           WRITE AGERPT-LINE
           IF WS-UNKNOWN-REC-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "UNIDENTIFIED EXTRACT RECORDS SKIPPED: "
