       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQMAINT.
      *
      *    Department request maintenance.  Every number request a
      *    department phones or mails in is logged on the REQMAST
      *    request master from a REQCARDS card instead of being
      *    hand-punched straight onto the RUNCTL deck, so there is a
      *    record of who asked for what and when.  An 'A' card adds
      *    a request and assigns it the department's next request
      *    number; 'P' approves it, 'C' cancels it, and 'M' amends it
      *    (sending it back for approval).  REQDECK turns approved
      *    requests into RUNCTL cards once they fall due, and REQPOST
      *    closes them out after the night run.
      *
      *    Every card is edited before it touches the master -- the
      *    series must be on the SERMAST catalog and the department
      *    entitled to it on SERAUTH for the needed-by date, the
      *    quantity must be punched, the needed-by date may not be
      *    past -- and the proof report shows each card's
      *    disposition, so the master can be audited against the
      *    deck that built it.  A request already on the night's
      *    deck, fulfilled, or cancelled can no longer be changed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQCARD-FILE ASSIGN TO "REQCARDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQCARD-FILE-STATUS.

           SELECT REQMAST-FILE ASSIGN TO "REQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REQMAST-FILE-STATUS.

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

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT REQMRPT-FILE ASSIGN TO "REQMRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQCARD-FILE
           RECORDING MODE IS F.
       COPY REQCARD.

       FD  REQMAST-FILE.
       COPY REQMAST.

       FD  SERMAST-FILE.
       COPY SERMAST.

       FD  SERAUTH-FILE.
       COPY SERAUTH.

       FD  CAL-FILE.
       COPY CALREC.

       FD  REQMRPT-FILE
           RECORDING MODE IS F.
       01  REQMRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQCARD-FILE-STATUS      PIC XX.
       01  WS-REQMAST-FILE-STATUS      PIC XX.
       01  WS-SERMAST-FILE-STATUS      PIC XX.
       01  WS-SERAUTH-FILE-STATUS      PIC XX.
       01  WS-CAL-FILE-STATUS          PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-CARD-EOF-SW          PIC X VALUE 'N'.
               88  CARD-EOF                      VALUE 'Y'.
           05  WS-MASTER-EOF-SW        PIC X VALUE 'N'.
               88  MASTER-EOF                    VALUE 'Y'.

       01  WS-MASTER-FLAGS.
           05  WS-REQMAST-OPEN-SW      PIC X VALUE 'N'.
               88  REQMAST-IS-OPEN               VALUE 'Y'.
           05  WS-SERMAST-OPEN-SW      PIC X VALUE 'N'.
               88  SERIES-CATALOG-OPEN           VALUE 'Y'.
           05  WS-SERAUTH-OPEN-SW      PIC X VALUE 'N'.
               88  ENTITLEMENT-MASTER-OPEN       VALUE 'Y'.
           05  WS-CAL-OPEN-SW          PIC X VALUE 'N'.
               88  CALENDAR-IS-OPEN              VALUE 'Y'.

       01  WS-CARD-FLAGS.
           05  WS-CARD-REJECT-SW       PIC X VALUE 'N'.
               88  CARD-REJECTED                 VALUE 'Y'.
           05  WS-AMEND-SW             PIC X VALUE 'N'.
               88  AMENDMENT-PUNCHED             VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "REQMAINT".
       01  WS-WALL-DATE                PIC 9(06).
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-REJECT-REASON            PIC X(60) VALUE SPACES.
       01  WS-DISPOSITION              PIC X(09) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Values the card's edits are applied to: the card's own for
      *  an add, the card's over the master's for an amendment.
      *---------------------------------------------------------------*
       01  WS-EDIT-SERIES-CODE         PIC X(04) VALUE SPACES.
       01  WS-EDIT-NEEDED-BY           PIC 9(06) VALUE ZERO.
       01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-NEEDED-BY.
           05  WS-EDIT-YY              PIC 9(02).
           05  WS-EDIT-MM              PIC 9(02).
           05  WS-EDIT-DD              PIC 9(02).
       01  WS-NEXT-REQUEST-NUM         PIC 9(05) VALUE ZERO.

       01  WS-CARD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-ADDED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-APPROVED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-CANCELLED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-AMENDED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF REQMAST-IS-OPEN
               PERFORM 2000-PROCESS-CARD-DECK
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-WALL-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1050-READ-BUSINESS-CALENDAR
           OPEN OUTPUT REQMRPT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPARTMENT REQUEST MAINTENANCE PROOF REPORT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQMRPT-LINE
           WRITE REQMRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQMRPT-LINE
           WRITE REQMRPT-LINE
           PERFORM 1100-OPEN-REQUEST-MASTER
           PERFORM 1200-OPEN-SERIES-FILES.

      *---------------------------------------------------------------*
      *  The business date is what a needed-by date is judged
      *  against.  The calendar stays open so a needed-by date can be
      *  checked against it too; a missing calendar degrades to the
      *  wall-clock date with a warning and that check is skipped.
      *---------------------------------------------------------------*
       1050-READ-BUSINESS-CALENDAR.
           MOVE WS-WALL-DATE TO WS-RUN-DATE
           OPEN INPUT CAL-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "*** CALFILE NOT AVAILABLE - STATUS "
                       WS-CAL-FILE-STATUS
                       " - WALL-CLOCK DATE IN EFFECT ***"
           ELSE
               SET CALENDAR-IS-OPEN TO TRUE
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
           END-IF.

       1100-OPEN-REQUEST-MASTER.
           OPEN I-O REQMAST-FILE
           IF WS-REQMAST-FILE-STATUS = "35"
               OPEN OUTPUT REQMAST-FILE
               CLOSE REQMAST-FILE
               OPEN I-O REQMAST-FILE
           END-IF
           IF WS-REQMAST-FILE-STATUS = "00"
               SET REQMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** REQMAST-FILE OPEN FAILED - STATUS "
                       WS-REQMAST-FILE-STATUS
                       " - NOTHING MAINTAINED ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      *  A request may only name a cataloged series, so without the
      *  catalog every add (and every amendment of the series) is
      *  refused.  The entitlement master degrades with a warning and
      *  its check is skipped, as in BUGSOLN, which enforces it again
      *  when the card runs.
      *---------------------------------------------------------------*
       1200-OPEN-SERIES-FILES.
           OPEN INPUT SERMAST-FILE
           IF WS-SERMAST-FILE-STATUS = "00"
               SET SERIES-CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY "*** SERMAST NOT AVAILABLE - STATUS "
                       WS-SERMAST-FILE-STATUS
                       " - NEW REQUESTS WILL BE REJECTED ***"
           END-IF
           OPEN INPUT SERAUTH-FILE
           IF WS-SERAUTH-FILE-STATUS = "00"
               SET ENTITLEMENT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "*** SERAUTH NOT AVAILABLE - STATUS "
                       WS-SERAUTH-FILE-STATUS
                       " - SERIES ENTITLEMENT NOT CHECKED ***"
           END-IF.

       2000-PROCESS-CARD-DECK.
           OPEN INPUT REQCARD-FILE
           IF WS-REQCARD-FILE-STATUS NOT = "00"
               DISPLAY "*** REQCARDS NOT AVAILABLE - STATUS "
                       WS-REQCARD-FILE-STATUS
                       " - NOTHING MAINTAINED ***"
               SET CARD-EOF TO TRUE
           ELSE
               PERFORM UNTIL CARD-EOF
                   READ REQCARD-FILE
                       AT END
                           SET CARD-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-PROCESS-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE REQCARD-FILE
           END-IF.

       2100-PROCESS-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE 'N' TO WS-CARD-REJECT-SW
                       WS-AMEND-SW
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2200-EDIT-REQUEST-CARD
           IF NOT CARD-REJECTED
               EVALUATE TRUE
                   WHEN RQC-ADD
                       PERFORM 2300-ADD-REQUEST
                   WHEN RQC-APPROVE
                       PERFORM 2400-APPROVE-REQUEST
                   WHEN RQC-CANCEL
                       PERFORM 2500-CANCEL-REQUEST
                   WHEN RQC-AMEND
                       PERFORM 2600-AMEND-REQUEST
               END-EVALUATE
           END-IF
           PERFORM 8000-REPORT-CARD-DISPOSITION.

      *---------------------------------------------------------------*
      *  Card-level edits.  An add must carry everything a request
      *  needs; every other card must name a request on file.
      *---------------------------------------------------------------*
       2200-EDIT-REQUEST-CARD.
           IF NOT RQC-ADD AND NOT RQC-APPROVE
               AND NOT RQC-CANCEL AND NOT RQC-AMEND
               MOVE "ACTION MUST BE A, P, C OR M" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF RQC-DEPT-CODE = SPACES
               MOVE "DEPARTMENT CODE MISSING" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF RQC-ADD
               PERFORM 2210-EDIT-NEW-REQUEST
           ELSE
               PERFORM 2250-READ-REQUEST
           END-IF
           END-IF
           END-IF.

       2210-EDIT-NEW-REQUEST.
           IF RQC-REQUESTER = SPACES
               MOVE "REQUESTER NAME MISSING" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF RQC-SERIES-CODE = SPACES
               MOVE "SERIES CODE MISSING" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF RQC-QUANTITY NOT NUMERIC
               OR RQC-QUANTITY = ZERO
               MOVE "QUANTITY MISSING OR NOT NUMERIC"
                       TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF RQC-NEEDED-BY-DATE NOT NUMERIC
               MOVE "NEEDED-BY DATE MISSING OR NOT NUMERIC"
                       TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
               MOVE RQC-SERIES-CODE    TO WS-EDIT-SERIES-CODE
               MOVE RQC-NEEDED-BY-DATE TO WS-EDIT-NEEDED-BY
               PERFORM 2280-CHECK-NEEDED-BY-DATE
               IF NOT CARD-REJECTED
                   PERFORM 2270-CHECK-SERIES
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2250-READ-REQUEST.
           IF RQC-REQUEST-NUM NOT NUMERIC
               MOVE "REQUEST NUMBER MISSING OR NOT NUMERIC"
                       TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
               MOVE RQC-DEPT-CODE   TO RQ-DEPT-CODE
               MOVE RQC-REQUEST-NUM TO RQ-REQUEST-NUM
               READ REQMAST-FILE
                   INVALID KEY
                       MOVE "NO SUCH REQUEST ON REQUEST MASTER"
                               TO WS-REJECT-REASON
                       SET CARD-REJECTED TO TRUE
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *  The series must be cataloged and, where the entitlement
      *  master is available, the department must hold a grant in
      *  force on the needed-by date -- the date the card will run.
      *---------------------------------------------------------------*
       2270-CHECK-SERIES.
           IF NOT SERIES-CATALOG-OPEN
               MOVE "SERIES CATALOG UNAVAILABLE" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
               MOVE WS-EDIT-SERIES-CODE TO SER-SERIES-CODE
               READ SERMAST-FILE
                   INVALID KEY
                       MOVE "SERIES NOT ON SERIES CATALOG"
                               TO WS-REJECT-REASON
                       SET CARD-REJECTED TO TRUE
               END-READ
           END-IF
           IF NOT CARD-REJECTED
               AND ENTITLEMENT-MASTER-OPEN
               MOVE WS-EDIT-SERIES-CODE TO SAU-SERIES-CODE
               MOVE RQC-DEPT-CODE       TO SAU-DEPT-CODE
               READ SERAUTH-FILE
                   INVALID KEY
                       MOVE "DEPARTMENT NOT ENTITLED TO SERIES"
                               TO WS-REJECT-REASON
                       SET CARD-REJECTED TO TRUE
                   NOT INVALID KEY
                       IF WS-EDIT-NEEDED-BY < SAU-EFFECTIVE-DATE
                           OR (SAU-EXPIRY-DATE NOT = ZERO
                           AND WS-EDIT-NEEDED-BY > SAU-EXPIRY-DATE)
                           MOVE "ENTITLEMENT NOT IN FORCE ON NEEDED-BY"
                                   TO WS-REJECT-REASON
                           SET CARD-REJECTED TO TRUE
                       END-IF
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *  A needed-by date must be a real date no earlier than the
      *  business date, and a business day where the calendar covers
      *  it (a date beyond the calendar is taken on trust).
      *---------------------------------------------------------------*
       2280-CHECK-NEEDED-BY-DATE.
           IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
               OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
               MOVE "NEEDED-BY DATE IS NOT A VALID DATE"
                       TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
               IF WS-EDIT-NEEDED-BY < WS-RUN-DATE
                   MOVE "NEEDED-BY DATE IS ALREADY PAST"
                           TO WS-REJECT-REASON
                   SET CARD-REJECTED TO TRUE
               ELSE
                   IF CALENDAR-IS-OPEN
                       MOVE WS-EDIT-NEEDED-BY TO CAL-DATE
                       READ CAL-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF NOT CAL-BUSINESS-DAY
                                   MOVE
                                     "NEEDED-BY DATE NOT A BUSINESS DAY"
                                           TO WS-REJECT-REASON
                                   SET CARD-REJECTED TO TRUE
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  New request: the department's next request number is one
      *  past the highest on file for it.
      *---------------------------------------------------------------*
       2300-ADD-REQUEST.
           PERFORM 2350-ASSIGN-REQUEST-NUMBER
           MOVE SPACES              TO RQ-REQUEST-RECORD
           MOVE RQC-DEPT-CODE       TO RQ-DEPT-CODE
           MOVE WS-NEXT-REQUEST-NUM TO RQ-REQUEST-NUM
           MOVE RQC-REQUESTER       TO RQ-REQUESTER
           MOVE RQC-SERIES-CODE     TO RQ-SERIES-CODE
           MOVE RQC-QUANTITY        TO RQ-QUANTITY
           MOVE RQC-NEEDED-BY-DATE  TO RQ-NEEDED-BY-DATE
           SET RQ-OPEN TO TRUE
           MOVE WS-RUN-DATE         TO RQ-LOGGED-DATE
                                       RQ-STATUS-DATE
           MOVE ZERO TO RQ-FIRST-ISSUED
                        RQ-LAST-ISSUED
                        RQ-ISSUED-COUNT
           WRITE RQ-REQUEST-RECORD
           IF WS-REQMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** REQMAST-FILE WRITE FAILED - STATUS "
                       WS-REQMAST-FILE-STATUS " ***"
               MOVE "REQUEST NOT LOGGED - MASTER UPDATE FAILED"
                       TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ADDED-COUNT
           END-IF.

       2350-ASSIGN-REQUEST-NUMBER.
           MOVE ZERO TO WS-NEXT-REQUEST-NUM
           MOVE 'N' TO WS-MASTER-EOF-SW
           MOVE RQC-DEPT-CODE TO RQ-DEPT-CODE
           MOVE ZERO          TO RQ-REQUEST-NUM
           START REQMAST-FILE KEY NOT < RQ-KEY
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
               READ REQMAST-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF RQ-DEPT-CODE = RQC-DEPT-CODE
                           MOVE RQ-REQUEST-NUM TO WS-NEXT-REQUEST-NUM
                       ELSE
                           SET MASTER-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-REQUEST-NUM.

      *---------------------------------------------------------------*
      *  Approval clears whatever an earlier failed attempt left on
      *  the request, so the next run's outcome stands alone.
      *---------------------------------------------------------------*
       2400-APPROVE-REQUEST.
           IF NOT RQ-OPEN AND NOT RQ-FAILED
               MOVE "ONLY AN OPEN OR FAILED REQUEST MAY BE APPROVED"
                       TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
               SET RQ-APPROVED TO TRUE
               MOVE WS-RUN-DATE TO RQ-STATUS-DATE
               MOVE SPACES TO RQ-RUN-ID
                              RQ-FAIL-REASON
               MOVE ZERO TO RQ-FIRST-ISSUED
                            RQ-LAST-ISSUED
                            RQ-ISSUED-COUNT
               PERFORM 2900-REWRITE-REQUEST
               IF NOT CARD-REJECTED
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
           END-IF.

       2500-CANCEL-REQUEST.
           IF NOT RQ-OPEN AND NOT RQ-APPROVED AND NOT RQ-FAILED
               PERFORM 2950-STATUS-LOCKS-REQUEST
           ELSE
               SET RQ-CANCELLED TO TRUE
               MOVE WS-RUN-DATE TO RQ-STATUS-DATE
               PERFORM 2900-REWRITE-REQUEST
               IF NOT CARD-REJECTED
                   ADD 1 TO WS-CANCELLED-COUNT
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  Amendment: each punched field is edited as an add would edit
      *  it, against the master's values for whatever is left blank.
      *---------------------------------------------------------------*
       2600-AMEND-REQUEST.
           IF NOT RQ-OPEN AND NOT RQ-APPROVED AND NOT RQ-FAILED
               PERFORM 2950-STATUS-LOCKS-REQUEST
           ELSE
               PERFORM 2650-EDIT-AMENDMENT
           END-IF
           IF NOT CARD-REJECTED
               IF RQC-REQUESTER NOT = SPACES
                   MOVE RQC-REQUESTER TO RQ-REQUESTER
               END-IF
               IF RQC-SERIES-CODE NOT = SPACES
                   MOVE RQC-SERIES-CODE TO RQ-SERIES-CODE
               END-IF
               IF RQC-QUANTITY-X NOT = SPACES
                   MOVE RQC-QUANTITY TO RQ-QUANTITY
               END-IF
               IF RQC-NEEDED-BY-X NOT = SPACES
                   MOVE RQC-NEEDED-BY-DATE TO RQ-NEEDED-BY-DATE
               END-IF
               SET RQ-OPEN TO TRUE
               MOVE WS-RUN-DATE TO RQ-STATUS-DATE
               PERFORM 2900-REWRITE-REQUEST
               IF NOT CARD-REJECTED
                   ADD 1 TO WS-AMENDED-COUNT
               END-IF
           END-IF.

       2650-EDIT-AMENDMENT.
           IF RQC-REQUESTER NOT = SPACES
               OR RQC-SERIES-CODE NOT = SPACES
               OR RQC-QUANTITY-X NOT = SPACES
               OR RQC-NEEDED-BY-X NOT = SPACES
               SET AMENDMENT-PUNCHED TO TRUE
           END-IF
           IF NOT AMENDMENT-PUNCHED
               MOVE "AMENDMENT CARD CHANGES NOTHING"
                       TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF RQC-QUANTITY-X NOT = SPACES
               AND (RQC-QUANTITY NOT NUMERIC
               OR RQC-QUANTITY = ZERO)
               MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF RQC-NEEDED-BY-X NOT = SPACES
               AND RQC-NEEDED-BY-DATE NOT NUMERIC
               MOVE "NEEDED-BY DATE NOT NUMERIC" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
               MOVE RQ-SERIES-CODE    TO WS-EDIT-SERIES-CODE
               MOVE RQ-NEEDED-BY-DATE TO WS-EDIT-NEEDED-BY
               IF RQC-SERIES-CODE NOT = SPACES
                   MOVE RQC-SERIES-CODE TO WS-EDIT-SERIES-CODE
               END-IF
               IF RQC-NEEDED-BY-X NOT = SPACES
                   MOVE RQC-NEEDED-BY-DATE TO WS-EDIT-NEEDED-BY
                   PERFORM 2280-CHECK-NEEDED-BY-DATE
               END-IF
               IF NOT CARD-REJECTED
                   AND (RQC-SERIES-CODE NOT = SPACES
                   OR RQC-NEEDED-BY-X NOT = SPACES)
                   PERFORM 2270-CHECK-SERIES
               END-IF
           END-IF
           END-IF
           END-IF.

       2900-REWRITE-REQUEST.
           REWRITE RQ-REQUEST-RECORD
           IF WS-REQMAST-FILE-STATUS NOT = "00"
               DISPLAY "*** REQMAST-FILE REWRITE FAILED - STATUS "
                       WS-REQMAST-FILE-STATUS " ***"
               MOVE "REQUEST NOT CHANGED - MASTER UPDATE FAILED"
                       TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       2950-STATUS-LOCKS-REQUEST.
           EVALUATE TRUE
               WHEN RQ-ON-DECK
                   MOVE "REQUEST IS ALREADY ON THE NIGHT'S DECK"
                           TO WS-REJECT-REASON
               WHEN RQ-FULFILLED
                   MOVE "REQUEST IS ALREADY FULFILLED"
                           TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "REQUEST IS CANCELLED" TO WS-REJECT-REASON
           END-EVALUATE
           SET CARD-REJECTED TO TRUE.

       8000-REPORT-CARD-DISPOSITION.
           IF CARD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
               MOVE "REJECTED" TO WS-DISPOSITION
           ELSE
               EVALUATE TRUE
                   WHEN RQC-ADD
                       MOVE "ADDED" TO WS-DISPOSITION
                   WHEN RQC-APPROVE
                       MOVE "APPROVED" TO WS-DISPOSITION
                   WHEN RQC-CANCEL
                       MOVE "CANCELLED" TO WS-DISPOSITION
                   WHEN OTHER
                       MOVE "AMENDED" TO WS-DISPOSITION
               END-EVALUATE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           IF CARD-REJECTED
               STRING WS-DISPOSITION DELIMITED BY SIZE
                       " ACTION " DELIMITED BY SIZE
                       RQC-ACTION DELIMITED BY SIZE
                       " DEPT " DELIMITED BY SIZE
                       RQC-DEPT-CODE DELIMITED BY SIZE
                       " REQUEST " DELIMITED BY SIZE
                       RQC-REQUEST-NUM DELIMITED BY SIZE
                       " SERIES " DELIMITED BY SIZE
                       RQC-SERIES-CODE DELIMITED BY SIZE
                       " QTY " DELIMITED BY SIZE
                       RQC-QUANTITY-X DELIMITED BY SIZE
                       " NEEDED BY " DELIMITED BY SIZE
                       RQC-NEEDED-BY-X DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           ELSE
               STRING WS-DISPOSITION DELIMITED BY SIZE
                       " DEPT " DELIMITED BY SIZE
                       RQ-DEPT-CODE DELIMITED BY SIZE
                       " REQUEST " DELIMITED BY SIZE
                       RQ-REQUEST-NUM DELIMITED BY SIZE
                       " SERIES " DELIMITED BY SIZE
                       RQ-SERIES-CODE DELIMITED BY SIZE
                       " QTY " DELIMITED BY SIZE
                       RQ-QUANTITY DELIMITED BY SIZE
                       " NEEDED BY " DELIMITED BY SIZE
                       RQ-NEEDED-BY-DATE DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       RQ-STATUS DELIMITED BY SIZE
                       " REQUESTER " DELIMITED BY SIZE
                       RQ-REQUESTER DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO REQMRPT-LINE
           WRITE REQMRPT-LINE
           IF CARD-REJECTED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "          REASON: " DELIMITED BY SIZE
                       WS-REJECT-REASON DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REQMRPT-LINE
               WRITE REQMRPT-LINE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQMRPT-LINE
           WRITE REQMRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CARDS READ: " DELIMITED BY SIZE
                   WS-CARD-COUNT DELIMITED BY SIZE
                   "   ADDED: " DELIMITED BY SIZE
                   WS-ADDED-COUNT DELIMITED BY SIZE
                   "   APPROVED: " DELIMITED BY SIZE
                   WS-APPROVED-COUNT DELIMITED BY SIZE
                   "   CANCELLED: " DELIMITED BY SIZE
                   WS-CANCELLED-COUNT DELIMITED BY SIZE
                   "   AMENDED: " DELIMITED BY SIZE
                   WS-AMENDED-COUNT DELIMITED BY SIZE
                   "   REJECTED: " DELIMITED BY SIZE
                   WS-REJECT-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REQMRPT-LINE
           WRITE REQMRPT-LINE
           IF REQMAST-IS-OPEN
               CLOSE REQMAST-FILE
           END-IF
           IF SERIES-CATALOG-OPEN
               CLOSE SERMAST-FILE
           END-IF
           IF ENTITLEMENT-MASTER-OPEN
               CLOSE SERAUTH-FILE
           END-IF
           IF CALENDAR-IS-OPEN
               CLOSE CAL-FILE
           END-IF
           CLOSE REQMRPT-FILE.
