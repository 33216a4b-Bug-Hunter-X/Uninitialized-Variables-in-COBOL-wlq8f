      *    "GR" record; a mode 'H' void reverses the wide "GH"
      *    posting with an "HR" record on the same wide layout, so
      *    both feeds back out of the ledger the way they went in.
      *
      *    Only a department entitled to the number's series on the
      *    series entitlement master may void in that series.  The
      *    number must lie inside the series' catalog bounds, and a
      *    refused card is logged to the security-violation file for
      *    the monthly audit review as well as rejected here.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT SERMAST-FILE ASSIGN TO "SERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SER-KEY
               FILE STATUS IS WS-SERMAST-FILE-STATUS.

           SELECT SERAUTH-FILE ASSIGN TO "SERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAU-KEY
               FILE STATUS IS WS-SERAUTH-FILE-STATUS.

           SELECT SECVIOL-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECVIOL-FILE-STATUS.

           SELECT GL-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS SEQUENTIAL.

       FD  CAL-FILE.
       COPY CALREC.

       FD  SERMAST-FILE.
       COPY SERMAST.

       FD  SERAUTH-FILE.
       COPY SERAUTH.

       FD  SECVIOL-FILE
           RECORDING MODE IS F.
       COPY SECVIOL.

       FD  GL-FILE
           RECORDING MODE IS F.
       COPY GLEXTR.
       01  WS-VOIDTRAN-FILE-STATUS     PIC XX.
       01  WS-HISTMAST-FILE-STATUS     PIC XX.
       01  WS-CAL-FILE-STATUS          PIC XX.
       01  WS-SERMAST-FILE-STATUS      PIC XX.
       01  WS-SERAUTH-FILE-STATUS      PIC XX.
       01  WS-SECVIOL-FILE-STATUS      PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-VOID-EOF-SW          PIC X VALUE 'N'.
       01  WS-HISTMAST-FLAGS.
           05  WS-HISTMAST-OPEN-SW     PIC X VALUE 'N'.
               88  HISTMAST-IS-OPEN              VALUE 'Y'.
           05  WS-SERMAST-OPEN-SW      PIC X VALUE 'N'.
               88  SERIES-CATALOG-OPEN           VALUE 'Y'.
           05  WS-SERAUTH-OPEN-SW      PIC X VALUE 'N'.
               88  ENTITLEMENT-MASTER-OPEN       VALUE 'Y'.

       01  WS-CARD-FLAGS.
           05  WS-CARD-REJECT-SW       PIC X VALUE 'N'.
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-REJECT-REASON            PIC X(60) VALUE SPACES.
       01  WS-SERIES-CODE              PIC X(04) VALUE SPACES.

       01  WS-CARD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-VOIDED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-FEED-LAST-ACKED          PIC 9(06) VALUE ZERO.
       01  WS-REVERSAL-CHECKSUM        PIC 9(18) VALUE ZERO.

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
           IF HISTMAST-IS-OPEN
               PERFORM 2000-PROCESS-VOID-DECK
           END-IF
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
           ACCEPT WS-WALL-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           WRITE VOIDRPT-LINE
           PERFORM 1100-OPEN-HISTORY-MASTER
           IF HISTMAST-IS-OPEN
               PERFORM 1150-OPEN-SERIES-FILES
               OPEN OUTPUT GL-FILE
               PERFORM 1200-START-GL-FEED
           END-IF.
               MOVE 16 TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      *  The series catalog and the series entitlement master are
      *  reference files: either one missing degrades with a warning
      *  and its edit is skipped, as in BUGSOLN.
      *---------------------------------------------------------------*
       1150-OPEN-SERIES-FILES.
           OPEN INPUT SERMAST-FILE
           IF WS-SERMAST-FILE-STATUS = "00"
               SET SERIES-CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY "*** SERMAST NOT AVAILABLE - STATUS "
                       WS-SERMAST-FILE-STATUS
                       " - SERIES NOT VALIDATED AGAINST CATALOG ***"
           END-IF
           OPEN INPUT SERAUTH-FILE
           IF WS-SERAUTH-FILE-STATUS = "00"
               SET ENTITLEMENT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "*** SERAUTH NOT AVAILABLE - STATUS "
                       WS-SERAUTH-FILE-STATUS
                       " - SERIES ENTITLEMENT NOT ENFORCED ***"
           END-IF.

       1200-START-GL-FEED.
           MOVE ZERO TO WS-FEED-LAST-NUMBER
                        WS-FEED-LAST-DATE
           MOVE 'N' TO WS-CARD-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2100-EDIT-VOID-CARD
           IF NOT CARD-REJECTED
               PERFORM 2150-CHECK-SERIES-CATALOG
           END-IF
           IF NOT CARD-REJECTED
               PERFORM 2170-CHECK-SERIES-ENTITLEMENT
           END-IF
           IF NOT CARD-REJECTED
               PERFORM 2200-LOCATE-HISTORY-RECORD
           END-IF
                           TO WS-REJECT-REASON
                   SET CARD-REJECTED TO TRUE
               END-IF
           END-IF
           MOVE VOID-SERIES-CODE TO WS-SERIES-CODE
           IF WS-SERIES-CODE = SPACES
               IF VOID-MODE = 'H'
                   MOVE "HV01" TO WS-SERIES-CODE
               ELSE
                   MOVE "LV01" TO WS-SERIES-CODE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  The named series must be cataloged for the card's mode and
      *  the number must lie inside its floor and ceiling, or the
      *  entitlement check below would be judging the wrong series.
      *---------------------------------------------------------------*
       2150-CHECK-SERIES-CATALOG.
           IF SERIES-CATALOG-OPEN
               MOVE WS-SERIES-CODE TO SER-SERIES-CODE
               READ SERMAST-FILE
                   INVALID KEY
                       MOVE "SERIES NOT ON SERIES CATALOG"
                               TO WS-REJECT-REASON
                       SET CARD-REJECTED TO TRUE
                   NOT INVALID KEY
                       IF (VOID-MODE = 'H' AND NOT SER-HIGH-VOLUME)
                           OR (VOID-MODE = 'L'
                               AND NOT SER-LOW-VOLUME)
                           MOVE "MODE DISAGREES WITH SERIES CATALOG"
                                   TO WS-REJECT-REASON
                           SET CARD-REJECTED TO TRUE
                       ELSE
                           IF VOID-NUMBER < SER-FLOOR-NUM
                               OR VOID-NUMBER > SER-CEILING-NUM
                               MOVE "NUMBER OUTSIDE SERIES BOUNDS"
                                       TO WS-REJECT-REASON
                               SET CARD-REJECTED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *  Only a department entitled to the series on the business
      *  date may void in it.  A refusal is rejected like any other
      *  card and also written to the security-violation file.
      *---------------------------------------------------------------*
       2170-CHECK-SERIES-ENTITLEMENT.
           IF ENTITLEMENT-MASTER-OPEN
               MOVE WS-SERIES-CODE TO SAU-SERIES-CODE
               MOVE VOID-DEPT-CODE TO SAU-DEPT-CODE
               READ SERAUTH-FILE
                   INVALID KEY
                       MOVE "DEPARTMENT NOT ENTITLED TO SERIES"
                               TO WS-REJECT-REASON
                       SET CARD-REJECTED TO TRUE
                   NOT INVALID KEY
                       IF WS-RUN-DATE < SAU-EFFECTIVE-DATE
                           MOVE "SERIES ENTITLEMENT NOT YET EFFECTIVE"
                                   TO WS-REJECT-REASON
                           SET CARD-REJECTED TO TRUE
                       ELSE
                           IF SAU-EXPIRY-DATE NOT = ZERO
                               AND WS-RUN-DATE > SAU-EXPIRY-DATE
                               MOVE "SERIES ENTITLEMENT EXPIRED"
                                       TO WS-REJECT-REASON
                               SET CARD-REJECTED TO TRUE
                           END-IF
                       END-IF
               END-READ
               IF CARD-REJECTED
                   PERFORM 2180-LOG-SECURITY-VIOLATION
               END-IF
           END-IF.

       2180-LOG-SECURITY-VIOLATION.
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
               MOVE VOID-DEPT-CODE  TO SV-DEPT-CODE
               MOVE WS-SERIES-CODE  TO SV-SERIES-CODE
               MOVE VOID-MODE       TO SV-MODE
               MOVE VOID-NUMBER     TO SV-START-NUM
               MOVE VOID-NUMBER     TO SV-END-NUM
               MOVE 1               TO SV-QUANTITY
               MOVE WS-REJECT-REASON TO SV-REASON
               WRITE SV-VIOLATION-RECORD
               CLOSE SECVIOL-FILE
           END-IF.

      *---------------------------------------------------------------*
               CLOSE HISTMAST-FILE
               CLOSE GL-FILE
           END-IF
           IF SERIES-CATALOG-OPEN
               CLOSE SERMAST-FILE
           END-IF
           IF ENTITLEMENT-MASTER-OPEN
               CLOSE SERAUTH-FILE
           END-IF
           CLOSE VOIDRPT-FILE.
