       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRESUB.
      *
      *    GL correction and resubmission.  GLACKMAT holds every item
      *    the general ledger rejected on the pending file with the
      *    GL reason code, and ages the items GL never answered; this
      *    job is how either kind goes out again.  A deck of GL
      *    correction cards names the items by transaction date,
      *    extract layout and reference.  Each card corrects the item
      *    (a new department code) and resends it, resends it as it
      *    stands, or withdraws it once it has been settled by hand.
      *
      *    Resent items ride their own feed envelope: the next feed
      *    number is drawn from GLFEEDCT like any other producer's,
      *    the records go out in the layout they first went out in
      *    ("GL"/"GR" narrow, "GH"/"HR" wide), and the trailer
      *    carries the count and reference checksum.  The pending
      *    file is rewritten with each resent item marked awaiting
      *    acknowledgment again, its resubmit count raised and its
      *    resubmit date and feed recorded, so GLACKMAT ages it from
      *    the resend.  The transaction date and reference are never
      *    changed -- they are the key the GL side acknowledges by.
      *    The resubmission feed goes to the GL side only; its items
      *    are already on the pending file and must not be fed back
      *    through GLACKMAT's extract leg.
      *
      *    Only a rejected item, or one unacknowledged for at least
      *    WS-LONG-PENDING-DAYS business days, may be resent.  An
      *    item already resent WS-MAX-RESUBMITS times is refused,
      *    flagged escalated on the pending file, and listed for the
      *    GL team to settle by hand.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLCORR-FILE ASSIGN TO "GLCORR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCORR-FILE-STATUS.

           SELECT PEND-IN-FILE ASSIGN TO "GLPENDI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-IN-FILE-STATUS.

           SELECT PEND-OUT-FILE ASSIGN TO "GLPENDO"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT GL-FILE ASSIGN TO "GLRSFEED"
               ORGANIZATION IS SEQUENTIAL.

           SELECT GLFEEDCT-FILE ASSIGN TO "GLFEEDCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDCTL-FILE-STATUS.

           SELECT RSBRPT-FILE ASSIGN TO "RSBRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GLCORR-FILE
           RECORDING MODE IS F.
       COPY GLCORR.

       FD  PEND-IN-FILE
           RECORDING MODE IS F.
       COPY GLPEND.

       FD  PEND-OUT-FILE
           RECORDING MODE IS F.
       01  PEND-OUT-RECORD             PIC X(100).

       FD  CAL-FILE.
       COPY CALREC.

       FD  GL-FILE
           RECORDING MODE IS F.
       COPY GLEXTR.

       FD  GLFEEDCT-FILE
           RECORDING MODE IS F.
       COPY GLFEEDCT.

       FD  RSBRPT-FILE
           RECORDING MODE IS F.
       01  RSBRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GLCORR-FILE-STATUS       PIC XX.
       01  WS-PEND-IN-FILE-STATUS      PIC XX.
       01  WS-CAL-FILE-STATUS          PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-CARD-EOF-SW          PIC X VALUE 'N'.
               88  CARD-EOF                      VALUE 'Y'.
           05  WS-PEND-EOF-SW          PIC X VALUE 'N'.
               88  PEND-EOF                      VALUE 'Y'.

       01  WS-PEND-FLAGS.
           05  WS-PEND-OPEN-SW         PIC X VALUE 'N'.
               88  PENDING-FILE-OPEN             VALUE 'Y'.
           05  WS-FEED-STARTED-SW      PIC X VALUE 'N'.
               88  RESUB-FEED-STARTED            VALUE 'Y'.

       01  WS-CARD-FLAGS.
           05  WS-CARD-REJECT-SW       PIC X VALUE 'N'.
               88  CARD-REJECTED                 VALUE 'Y'.
           05  WS-CARD-FOUND-SW        PIC X VALUE 'N'.
               88  CARD-FOUND                    VALUE 'Y'.
               88  CARD-NOT-FOUND                VALUE 'N'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "GLRESUB".
       01  WS-WALL-DATE                PIC 9(06).
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-REJECT-REASON            PIC X(60) VALUE SPACES.
       01  WS-DISPOSITION              PIC X(10) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Resubmission limits.  An item may go out again at most
      *  WS-MAX-RESUBMITS times before it is refused for escalation;
      *  an item GL has not rejected may be resent only once it has
      *  aged WS-LONG-PENDING-DAYS business days, the aging report's
      *  oldest bucket.
      *---------------------------------------------------------------*
       01  WS-MAX-RESUBMITS            PIC 9(02) VALUE 03.
       01  WS-LONG-PENDING-DAYS        PIC 9(03) VALUE 005.

       01  WS-COUNTS.
           05  WS-CARD-COUNT           PIC 9(06) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(06) VALUE ZERO.
           05  WS-PEND-READ-COUNT      PIC 9(06) VALUE ZERO.
           05  WS-PEND-WRITTEN-COUNT   PIC 9(06) VALUE ZERO.
           05  WS-RESENT-COUNT         PIC 9(06) VALUE ZERO.
           05  WS-CORRECTED-COUNT      PIC 9(06) VALUE ZERO.
           05  WS-WITHDRAWN-COUNT      PIC 9(06) VALUE ZERO.
           05  WS-REFUSED-COUNT        PIC 9(06) VALUE ZERO.
           05  WS-AWAITING-COUNT       PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      *  The correction deck is loaded and edited up front, then the
      *  pending file is passed once and each item looks for its
      *  card.  WS-CORR-USED-SW marks a card once it has found its
      *  item, so a card naming nothing on the pending file can be
      *  rejected at the end.
      *---------------------------------------------------------------*
       01  WS-CORR-TABLE-MAX           PIC 9(04) VALUE 500.
       01  WS-CORR-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-CORR-IX                  PIC 9(04) VALUE ZERO.
       01  WS-CORR-HIT                 PIC 9(04) VALUE ZERO.
       01  WS-CORR-TABLE.
           05  WS-CORR-ENTRY           OCCURS 500 TIMES.
               10  WS-CORR-ACTION      PIC X(01).
               10  WS-CORR-TRANS-DATE  PIC 9(06).
               10  WS-CORR-REF-MODE    PIC X(01).
               10  WS-CORR-REFERENCE   PIC 9(09).
               10  WS-CORR-NEW-DEPT    PIC X(04).
               10  WS-CORR-NOTE        PIC X(30).
               10  WS-CORR-USED-SW     PIC X(01).

      *---------------------------------------------------------------*
      *  Resubmission feed envelope, drawn from GLFEEDCT when the
      *  first item is resent; a run that resends nothing takes no
      *  feed number and leaves no gap for GLACKMAT to report.
      *---------------------------------------------------------------*
       01  WS-FEEDCTL-FILE-STATUS      PIC XX.
       01  WS-GL-FEED-NUMBER           PIC 9(06) VALUE ZERO.
       01  WS-FEED-LAST-NUMBER         PIC 9(06) VALUE ZERO.
       01  WS-FEED-LAST-DATE           PIC 9(06) VALUE ZERO.
       01  WS-FEED-LAST-ACKED          PIC 9(06) VALUE ZERO.
       01  WS-RESUB-CHECKSUM           PIC 9(18) VALUE ZERO.

       01  WS-OLD-DEPT-CODE            PIC X(04).

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CORRECTION-DECK
           IF PENDING-FILE-OPEN
               PERFORM 3000-PROCESS-PENDING-FILE
               PERFORM 4000-REPORT-UNMATCHED-CARDS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-WALL-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1050-READ-BUSINESS-CALENDAR
           OPEN OUTPUT RSBRPT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GL CORRECTION AND RESUBMISSION REPORT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RSBRPT-LINE
           WRITE RSBRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   "   RESUBMIT LIMIT: " DELIMITED BY SIZE
                   WS-MAX-RESUBMITS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RSBRPT-LINE
           WRITE RSBRPT-LINE
           PERFORM 1100-OPEN-PENDING-FILES.

      *---------------------------------------------------------------*
      *  The business date stamps the resubmit date on each resent
      *  item and the resubmission feed header, so the resend ages
      *  on the same calendar as the rest of the cycle.  A missing
      *  calendar degrades to the wall-clock date with a warning.
      *---------------------------------------------------------------*
       1050-READ-BUSINESS-CALENDAR.
           MOVE WS-WALL-DATE TO WS-RUN-DATE
           OPEN INPUT CAL-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "*** CALFILE NOT AVAILABLE - STATUS "
                       WS-CAL-FILE-STATUS
                       " - WALL-CLOCK DATE IN EFFECT ***"
           ELSE
               MOVE WS-WALL-DATE TO CAL-DATE
               READ CAL-FILE
                   INVALID KEY
                       DISPLAY "*** DATE " WS-WALL-DATE
                               " NOT ON BUSINESS CALENDAR - "
                               "WALL-CLOCK DATE IN EFFECT ***"
                   NOT INVALID KEY
                       IF CAL-BUSINESS-DATE > ZERO
                           MOVE CAL-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE CAL-FILE
           END-IF.

      *---------------------------------------------------------------*
      *  The pending file must be there: without it there is nothing
      *  to correct, and writing an empty GLPENDO would lose every
      *  outstanding item for the next GLACKMAT cycle.
      *---------------------------------------------------------------*
       1100-OPEN-PENDING-FILES.
           OPEN INPUT PEND-IN-FILE
           IF WS-PEND-IN-FILE-STATUS = "00"
               SET PENDING-FILE-OPEN TO TRUE
               OPEN OUTPUT PEND-OUT-FILE
               OPEN OUTPUT GL-FILE
           ELSE
               DISPLAY "*** GLPENDI-FILE OPEN FAILED - STATUS "
                       WS-PEND-IN-FILE-STATUS
                       " - NOTHING RESUBMITTED ***"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "GL PENDING FILE NOT AVAILABLE - RUN ENDED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RSBRPT-LINE
               WRITE RSBRPT-LINE
               MOVE 16 TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      *  Load and edit the correction deck.  A card that fails its
      *  edit is reported and left out of the table; a second card
      *  for an item already carded is rejected rather than letting
      *  the deck's order decide which correction wins.
      *---------------------------------------------------------------*
       2000-LOAD-CORRECTION-DECK.
           OPEN INPUT GLCORR-FILE
           IF WS-GLCORR-FILE-STATUS NOT = "00"
               DISPLAY "*** GLCORR NOT AVAILABLE - STATUS "
                       WS-GLCORR-FILE-STATUS
                       " - NO CORRECTIONS APPLIED ***"
               SET CARD-EOF TO TRUE
           ELSE
               PERFORM UNTIL CARD-EOF
                   READ GLCORR-FILE
                       AT END
                           SET CARD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 2100-EDIT-CORRECTION-CARD
                           IF CARD-REJECTED
                               PERFORM 8000-REPORT-REJECTED-CARD
                           ELSE
                               PERFORM 2200-STORE-CORRECTION-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLCORR-FILE
           END-IF.

       2100-EDIT-CORRECTION-CARD.
           MOVE 'N' TO WS-CARD-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT GLC-CORRECT-AND-RESEND
               AND NOT GLC-RESEND
               AND NOT GLC-WITHDRAW
               MOVE "ACTION MUST BE C, R OR W" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
               IF GLC-REF-MODE NOT = 'N'
                   AND GLC-REF-MODE NOT = 'W'
                   MOVE "LAYOUT MUST BE N OR W" TO WS-REJECT-REASON
                   SET CARD-REJECTED TO TRUE
               ELSE
                   IF GLC-TRANS-DATE NOT NUMERIC
                       OR GLC-REFERENCE-NUMBER NOT NUMERIC
                       MOVE "DATE AND REFERENCE MUST BE NUMERIC"
                               TO WS-REJECT-REASON
                       SET CARD-REJECTED TO TRUE
                   ELSE
                       IF GLC-CORRECT-AND-RESEND
                           AND GLC-NEW-DEPT-CODE = SPACES
                           MOVE "CORRECTION CARD HAS NO NEW DEPARTMENT"
                                   TO WS-REJECT-REASON
                           SET CARD-REJECTED TO TRUE
                       ELSE
                           PERFORM 2150-CHECK-DUPLICATE-CARD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2150-CHECK-DUPLICATE-CARD.
           PERFORM VARYING WS-CORR-IX FROM 1 BY 1
                   UNTIL WS-CORR-IX > WS-CORR-COUNT
                   OR CARD-REJECTED
               IF WS-CORR-TRANS-DATE (WS-CORR-IX) = GLC-TRANS-DATE
                   AND WS-CORR-REF-MODE (WS-CORR-IX) = GLC-REF-MODE
                   AND WS-CORR-REFERENCE (WS-CORR-IX)
                           = GLC-REFERENCE-NUMBER
                   MOVE "ITEM ALREADY CARDED EARLIER IN DECK"
                           TO WS-REJECT-REASON
                   SET CARD-REJECTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT CARD-REJECTED
               AND WS-CORR-COUNT >= WS-CORR-TABLE-MAX
               MOVE "CORRECTION TABLE FULL - RESUBMIT NEXT RUN"
                       TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           END-IF.

       2200-STORE-CORRECTION-CARD.
           ADD 1 TO WS-CORR-COUNT
           MOVE GLC-ACTION        TO WS-CORR-ACTION (WS-CORR-COUNT)
           MOVE GLC-TRANS-DATE    TO WS-CORR-TRANS-DATE (WS-CORR-COUNT)
           MOVE GLC-REF-MODE      TO WS-CORR-REF-MODE (WS-CORR-COUNT)
           MOVE GLC-REFERENCE-NUMBER
                                  TO WS-CORR-REFERENCE (WS-CORR-COUNT)
           MOVE GLC-NEW-DEPT-CODE TO WS-CORR-NEW-DEPT (WS-CORR-COUNT)
           MOVE GLC-NOTE          TO WS-CORR-NOTE (WS-CORR-COUNT)
           MOVE 'N'               TO WS-CORR-USED-SW (WS-CORR-COUNT).

      *---------------------------------------------------------------*
      *  One pass of the pending file.  Every item is written back
      *  to GLPENDO -- corrected and marked if its card resent it,
      *  flagged escalated if its card was refused, unchanged if it
      *  has no card -- except an item its card withdraws.
      *---------------------------------------------------------------*
       3000-PROCESS-PENDING-FILE.
           PERFORM UNTIL PEND-EOF
               READ PEND-IN-FILE
                   AT END
                       SET PEND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PEND-READ-COUNT
                       PERFORM 3050-NORMALIZE-PENDING-ITEM
                       PERFORM 3100-FIND-CORRECTION-CARD
                       IF CARD-FOUND
                           PERFORM 3200-APPLY-CORRECTION-CARD
                       ELSE
                           IF PEND-GL-REJECTED
                               PERFORM 3700-REPORT-AWAITING-ITEM
                           END-IF
                           PERFORM 3900-WRITE-PENDING-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PEND-IN-FILE.

      *---------------------------------------------------------------*
      *  A pending record written before the rejection and resubmit
      *  fields existed carries spaces in them; read it as never
      *  resubmitted, in the record type its layout implies.
      *---------------------------------------------------------------*
       3050-NORMALIZE-PENDING-ITEM.
           IF PEND-RECORD-TYPE = SPACES
               IF PEND-REF-MODE = 'W'
                   MOVE "GH" TO PEND-RECORD-TYPE
               ELSE
                   MOVE "GL" TO PEND-RECORD-TYPE
               END-IF
           END-IF
           IF PEND-BATCH-NUMBER NOT NUMERIC
               MOVE ZERO TO PEND-BATCH-NUMBER
           END-IF
           IF PEND-RESUBMIT-COUNT NOT NUMERIC
               OR PEND-RESUBMIT-DATE NOT NUMERIC
               OR PEND-RESUBMIT-FEED NOT NUMERIC
               MOVE ZERO TO PEND-RESUBMIT-COUNT
                            PEND-RESUBMIT-DATE
                            PEND-RESUBMIT-FEED
           END-IF.

       3100-FIND-CORRECTION-CARD.
           SET CARD-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-CORR-HIT
           PERFORM VARYING WS-CORR-IX FROM 1 BY 1
                   UNTIL WS-CORR-IX > WS-CORR-COUNT
                   OR CARD-FOUND
               IF WS-CORR-USED-SW (WS-CORR-IX) = 'N'
                   AND WS-CORR-TRANS-DATE (WS-CORR-IX)
                           = PEND-TRANS-DATE
                   AND WS-CORR-REF-MODE (WS-CORR-IX) = PEND-REF-MODE
                   AND WS-CORR-REFERENCE (WS-CORR-IX)
                           = PEND-REFERENCE-NUMBER
                   SET CARD-FOUND TO TRUE
                   MOVE WS-CORR-IX TO WS-CORR-HIT
                   MOVE 'Y' TO WS-CORR-USED-SW (WS-CORR-IX)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      *  Apply the item's card.  A withdrawal needs no edit.  A
      *  resend needs an item GL rejected or one aged past the
      *  long-pending mark, and is refused for escalation once the
      *  item has been resent the limit number of times.
      *---------------------------------------------------------------*
       3200-APPLY-CORRECTION-CARD.
           MOVE 'N' TO WS-CARD-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-CORR-ACTION (WS-CORR-HIT) = 'W'
               PERFORM 3600-WITHDRAW-ITEM
           ELSE
               IF NOT PEND-GL-REJECTED
                   AND PEND-AGE-DAYS < WS-LONG-PENDING-DAYS
                   MOVE "ITEM NOT REJECTED AND NOT YET LONG-PENDING"
                           TO WS-REJECT-REASON
                   SET CARD-REJECTED TO TRUE
                   PERFORM 8100-REPORT-REJECTED-ITEM-CARD
                   PERFORM 3900-WRITE-PENDING-ITEM
               ELSE
                   IF PEND-RESUBMIT-COUNT >= WS-MAX-RESUBMITS
                       PERFORM 3500-REFUSE-ITEM
                   ELSE
                       PERFORM 3300-RESEND-ITEM
                   END-IF
               END-IF
           END-IF.

       3300-RESEND-ITEM.
           IF NOT RESUB-FEED-STARTED
               PERFORM 3400-START-RESUB-FEED
           END-IF
           MOVE PEND-DEPT-CODE TO WS-OLD-DEPT-CODE
           IF WS-CORR-ACTION (WS-CORR-HIT) = 'C'
               MOVE WS-CORR-NEW-DEPT (WS-CORR-HIT) TO PEND-DEPT-CODE
               ADD 1 TO WS-CORRECTED-COUNT
           END-IF
           IF PEND-REF-MODE = 'W'
               MOVE SPACES               TO GL-HV-EXTRACT-RECORD
               MOVE PEND-RECORD-TYPE     TO GLH-RECORD-TYPE
               MOVE PEND-TRANS-DATE      TO GLH-TRANS-DATE
               MOVE PEND-BATCH-NUMBER    TO GLH-BATCH-NUMBER
               MOVE PEND-REFERENCE-NUMBER TO GLH-REFERENCE-NUMBER
               MOVE PEND-CHECK-DIGIT     TO GLH-CHECK-DIGIT
               MOVE PEND-JOB-NAME        TO GLH-JOB-NAME
               MOVE PEND-DEPT-CODE       TO GLH-DEPT-CODE
               WRITE GL-HV-EXTRACT-RECORD
           ELSE
               MOVE SPACES               TO GL-EXTRACT-RECORD
               MOVE PEND-RECORD-TYPE     TO GL-RECORD-TYPE
               MOVE PEND-TRANS-DATE      TO GL-TRANS-DATE
               MOVE PEND-REFERENCE-NUMBER TO GL-REFERENCE-NUMBER
               MOVE PEND-CHECK-DIGIT     TO GL-CHECK-DIGIT
               MOVE PEND-JOB-NAME        TO GL-JOB-NAME
               MOVE PEND-DEPT-CODE       TO GL-DEPT-CODE
               WRITE GL-EXTRACT-RECORD
           END-IF
           ADD 1 TO WS-RESENT-COUNT
           ADD PEND-REFERENCE-NUMBER TO WS-RESUB-CHECKSUM
           ADD 1 TO PEND-RESUBMIT-COUNT
           MOVE WS-RUN-DATE       TO PEND-RESUBMIT-DATE
           MOVE WS-GL-FEED-NUMBER TO PEND-RESUBMIT-FEED
           MOVE SPACE             TO PEND-GL-STATUS
           MOVE ZERO              TO PEND-AGE-DAYS
           MOVE "RESENT"          TO WS-DISPOSITION
           PERFORM 8200-REPORT-ITEM-DISPOSITION
           IF WS-CORR-ACTION (WS-CORR-HIT) = 'C'
               MOVE SPACES TO WS-PRINT-LINE
               STRING "          DEPT CORRECTED FROM " DELIMITED BY SIZE
                       WS-OLD-DEPT-CODE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       PEND-DEPT-CODE DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RSBRPT-LINE
               WRITE RSBRPT-LINE
           END-IF
           PERFORM 3900-WRITE-PENDING-ITEM.

       3400-START-RESUB-FEED.
           MOVE ZERO TO WS-FEED-LAST-NUMBER
                        WS-FEED-LAST-DATE
                        WS-FEED-LAST-ACKED
           OPEN INPUT GLFEEDCT-FILE
           IF WS-FEEDCTL-FILE-STATUS = "00"
               READ GLFEEDCT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FC-LAST-FEED-NUMBER
                               TO WS-FEED-LAST-NUMBER
                       MOVE FC-LAST-FEED-DATE
                               TO WS-FEED-LAST-DATE
                       MOVE FC-LAST-ACKED-FEED
                               TO WS-FEED-LAST-ACKED
               END-READ
               CLOSE GLFEEDCT-FILE
           ELSE
               DISPLAY "*** GLFEEDCT NOT AVAILABLE - STATUS "
                       WS-FEEDCTL-FILE-STATUS
                       " - FEED SEQUENCE STARTS AT 1 ***"
           END-IF
           COMPUTE WS-GL-FEED-NUMBER = WS-FEED-LAST-NUMBER + 1
           PERFORM 3450-WRITE-FEED-CONTROL
           MOVE "FH"              TO GLF-HDR-ID
           MOVE WS-RUN-DATE       TO GLF-HDR-BUSINESS-DATE
           MOVE WS-GL-FEED-NUMBER TO GLF-HDR-FEED-NUMBER
           MOVE WS-JOB-NAME       TO GLF-HDR-JOB-NAME
           WRITE GL-FEED-HEADER-RECORD
           SET RESUB-FEED-STARTED TO TRUE.

       3450-WRITE-FEED-CONTROL.
           OPEN OUTPUT GLFEEDCT-FILE
           IF WS-FEEDCTL-FILE-STATUS = "00"
               MOVE SPACES TO FC-FEED-CONTROL-RECORD
               MOVE WS-GL-FEED-NUMBER TO FC-LAST-FEED-NUMBER
               MOVE WS-RUN-DATE       TO FC-LAST-FEED-DATE
               MOVE WS-FEED-LAST-ACKED TO FC-LAST-ACKED-FEED
               WRITE FC-FEED-CONTROL-RECORD
               CLOSE GLFEEDCT-FILE
           ELSE
               DISPLAY "*** GLFEEDCT UPDATE FAILED - STATUS "
                       WS-FEEDCTL-FILE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      *  Resubmission limit reached: the item stays on the pending
      *  file as it was, flagged escalated so GLACKMAT shows it that
      *  way, and is listed for the GL team to settle by hand.
      *---------------------------------------------------------------*
       3500-REFUSE-ITEM.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE 'Y' TO PEND-ESCALATED-SW
           MOVE "REFUSED" TO WS-DISPOSITION
           PERFORM 8200-REPORT-ITEM-DISPOSITION
           MOVE SPACES TO WS-PRINT-LINE
           STRING "          RESUBMIT LIMIT REACHED - "
                   DELIMITED BY SIZE
                   "ESCALATE TO GL TEAM FOR MANUAL SETTLEMENT"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RSBRPT-LINE
           WRITE RSBRPT-LINE
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 3900-WRITE-PENDING-ITEM.

       3600-WITHDRAW-ITEM.
           ADD 1 TO WS-WITHDRAWN-COUNT
           MOVE "WITHDRAWN" TO WS-DISPOSITION
           PERFORM 8200-REPORT-ITEM-DISPOSITION.

       3700-REPORT-AWAITING-ITEM.
           ADD 1 TO WS-AWAITING-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "AWAITING CORRECTION: DATE " DELIMITED BY SIZE
                   PEND-TRANS-DATE DELIMITED BY SIZE
                   " LAYOUT " DELIMITED BY SIZE
                   PEND-REF-MODE DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   PEND-REFERENCE-NUMBER DELIMITED BY SIZE
                   " DEPT " DELIMITED BY SIZE
                   PEND-DEPT-CODE DELIMITED BY SIZE
                   " GL REASON " DELIMITED BY SIZE
                   PEND-GL-REASON-CODE DELIMITED BY SIZE
                   " AGE " DELIMITED BY SIZE
                   PEND-AGE-DAYS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RSBRPT-LINE
           WRITE RSBRPT-LINE.

       3900-WRITE-PENDING-ITEM.
           WRITE PEND-OUT-RECORD FROM PEND-RECORD
           ADD 1 TO WS-PEND-WRITTEN-COUNT.

      *---------------------------------------------------------------*
      *  A card still unused after the pass names no item on the
      *  pending file -- already acknowledged, withdrawn, or keyed
      *  wrong.
      *---------------------------------------------------------------*
       4000-REPORT-UNMATCHED-CARDS.
           PERFORM VARYING WS-CORR-IX FROM 1 BY 1
                   UNTIL WS-CORR-IX > WS-CORR-COUNT
               IF WS-CORR-USED-SW (WS-CORR-IX) = 'N'
                   MOVE WS-CORR-IX TO WS-CORR-HIT
                   MOVE "ITEM NOT ON GL PENDING FILE"
                           TO WS-REJECT-REASON
                   PERFORM 8300-REPORT-UNMATCHED-CARD
               END-IF
           END-PERFORM.

       8000-REPORT-REJECTED-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REJECTED:  ACTION " DELIMITED BY SIZE
                   GLC-ACTION DELIMITED BY SIZE
                   " DATE " DELIMITED BY SIZE
                   GLC-TRANS-DATE DELIMITED BY SIZE
                   " LAYOUT " DELIMITED BY SIZE
                   GLC-REF-MODE DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   GLC-REFERENCE-NUMBER DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RSBRPT-LINE
           WRITE RSBRPT-LINE
           PERFORM 8900-REPORT-REJECT-REASON.

       8100-REPORT-REJECTED-ITEM-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED" TO WS-DISPOSITION
           PERFORM 8200-REPORT-ITEM-DISPOSITION
           PERFORM 8900-REPORT-REJECT-REASON.

       8200-REPORT-ITEM-DISPOSITION.
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-DISPOSITION DELIMITED BY SIZE
                   " ACTION " DELIMITED BY SIZE
                   WS-CORR-ACTION (WS-CORR-HIT) DELIMITED BY SIZE
                   " DATE " DELIMITED BY SIZE
                   PEND-TRANS-DATE DELIMITED BY SIZE
                   " LAYOUT " DELIMITED BY SIZE
                   PEND-REF-MODE DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   PEND-REFERENCE-NUMBER DELIMITED BY SIZE
                   " DEPT " DELIMITED BY SIZE
                   PEND-DEPT-CODE DELIMITED BY SIZE
                   " ATTEMPTS " DELIMITED BY SIZE
                   PEND-RESUBMIT-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CORR-NOTE (WS-CORR-HIT) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RSBRPT-LINE
           WRITE RSBRPT-LINE.

       8300-REPORT-UNMATCHED-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REJECTED:  ACTION " DELIMITED BY SIZE
                   WS-CORR-ACTION (WS-CORR-HIT) DELIMITED BY SIZE
                   " DATE " DELIMITED BY SIZE
                   WS-CORR-TRANS-DATE (WS-CORR-HIT) DELIMITED BY SIZE
                   " LAYOUT " DELIMITED BY SIZE
                   WS-CORR-REF-MODE (WS-CORR-HIT) DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   WS-CORR-REFERENCE (WS-CORR-HIT) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RSBRPT-LINE
           WRITE RSBRPT-LINE
           PERFORM 8900-REPORT-REJECT-REASON.

       8900-REPORT-REJECT-REASON.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "          REASON: " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RSBRPT-LINE
           WRITE RSBRPT-LINE
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF PENDING-FILE-OPEN
               IF RESUB-FEED-STARTED
                   MOVE "FT"              TO GLF-TRL-ID
                   MOVE WS-GL-FEED-NUMBER TO GLF-TRL-FEED-NUMBER
                   MOVE WS-RESENT-COUNT   TO GLF-TRL-RECORD-COUNT
                   MOVE WS-RESUB-CHECKSUM TO GLF-TRL-CHECKSUM
                   WRITE GL-FEED-TRAILER-RECORD
               END-IF
               CLOSE PEND-OUT-FILE
               CLOSE GL-FILE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RSBRPT-LINE
           WRITE RSBRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CORRECTION CARDS READ: " DELIMITED BY SIZE
                   WS-CARD-COUNT DELIMITED BY SIZE
                   "   REJECTED: " DELIMITED BY SIZE
                   WS-REJECT-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RSBRPT-LINE
           WRITE RSBRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RESENT: " DELIMITED BY SIZE
                   WS-RESENT-COUNT DELIMITED BY SIZE
                   "   CORRECTED: " DELIMITED BY SIZE
                   WS-CORRECTED-COUNT DELIMITED BY SIZE
                   "   WITHDRAWN: " DELIMITED BY SIZE
                   WS-WITHDRAWN-COUNT DELIMITED BY SIZE
                   "   REFUSED FOR ESCALATION: " DELIMITED BY SIZE
                   WS-REFUSED-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RSBRPT-LINE
           WRITE RSBRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PENDING ITEMS READ: " DELIMITED BY SIZE
                   WS-PEND-READ-COUNT DELIMITED BY SIZE
                   "   WRITTEN: " DELIMITED BY SIZE
                   WS-PEND-WRITTEN-COUNT DELIMITED BY SIZE
                   "   REJECTS STILL AWAITING CORRECTION: "
                   DELIMITED BY SIZE
                   WS-AWAITING-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RSBRPT-LINE
           WRITE RSBRPT-LINE
           IF RESUB-FEED-STARTED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "RESUBMISSION FEED " DELIMITED BY SIZE
                       WS-GL-FEED-NUMBER DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       " - RECORDS " DELIMITED BY SIZE
                       WS-RESENT-COUNT DELIMITED BY SIZE
                       " CHECKSUM " DELIMITED BY SIZE
                       WS-RESUB-CHECKSUM DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NOTHING RESENT - NO FEED NUMBER TAKEN"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO RSBRPT-LINE
           WRITE RSBRPT-LINE
           IF WS-PEND-READ-COUNT NOT =
                   WS-PEND-WRITTEN-COUNT + WS-WITHDRAWN-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** PENDING FILE DOES NOT BALANCE - READ "
                       DELIMITED BY SIZE
                       WS-PEND-READ-COUNT DELIMITED BY SIZE
                       " WRITTEN PLUS WITHDRAWN DIFFERS ***"
                       DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RSBRPT-LINE
               WRITE RSBRPT-LINE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-REFUSED-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** " DELIMITED BY SIZE
                       WS-REFUSED-COUNT DELIMITED BY SIZE
                       " ITEM(S) REFUSED AT RESUBMIT LIMIT - "
                       DELIMITED BY SIZE
                       "ESCALATE TO GL TEAM ***" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RSBRPT-LINE
               WRITE RSBRPT-LINE
           END-IF
           CLOSE RSBRPT-FILE.
