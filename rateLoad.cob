       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATELOAD.
      *
      *    Chargeback rate maintenance.  Loads RATECRDS cards onto the
      *    CHGRATE master that prices each series and volume mode for
      *    the month-end department chargeback.  An 'A' card sets the
      *    unit rate, adding it or replacing the rate on file; a 'D'
      *    card deletes it.  Every card is edited -- the series must
      *    be on the SERMAST catalog under the mode punched and the
      *    rate must be numeric -- and the proof report shows each
      *    card's disposition, with the rate it replaced, followed by
      *    the whole rate table as it now stands, so finance can sign
      *    off the prices before the month is charged.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATECARD-FILE ASSIGN TO "RATECRDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATECARD-FILE-STATUS.

           SELECT CHGRATE-FILE ASSIGN TO "CHGRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-KEY
               FILE STATUS IS WS-CHGRATE-FILE-STATUS.

           SELECT SERMAST-FILE ASSIGN TO "SERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SER-KEY
               FILE STATUS IS WS-SERMAST-FILE-STATUS.

           SELECT RATERPT-FILE ASSIGN TO "RATERPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATECARD-FILE
           RECORDING MODE IS F.
       COPY RATECARD.

       FD  CHGRATE-FILE.
       COPY CHGRATE.

       FD  SERMAST-FILE.
       COPY SERMAST.

       FD  RATERPT-FILE
           RECORDING MODE IS F.
       01  RATERPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RATECARD-FILE-STATUS     PIC XX.
       01  WS-CHGRATE-FILE-STATUS      PIC XX.
       01  WS-SERMAST-FILE-STATUS      PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-CARD-EOF-SW          PIC X VALUE 'N'.
               88  CARD-EOF                      VALUE 'Y'.
           05  WS-MASTER-EOF-SW        PIC X VALUE 'N'.
               88  MASTER-EOF                    VALUE 'Y'.

       01  WS-MASTER-FLAGS.
           05  WS-CHGRATE-OPEN-SW      PIC X VALUE 'N'.
               88  CHGRATE-IS-OPEN               VALUE 'Y'.
           05  WS-SERMAST-OPEN-SW      PIC X VALUE 'N'.
               88  SERIES-CATALOG-OPEN           VALUE 'Y'.
           05  WS-RATE-ON-FILE-SW      PIC X VALUE 'N'.
               88  RATE-ON-FILE                  VALUE 'Y'.

       01  WS-CARD-FLAGS.
           05  WS-CARD-REJECT-SW       PIC X VALUE 'N'.
               88  CARD-REJECTED                 VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "RATELOAD".
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-REJECT-REASON            PIC X(60) VALUE SPACES.
       01  WS-DISPOSITION              PIC X(08) VALUE SPACES.

       01  WS-OLD-RATE                 PIC 9(05)V9(04) VALUE ZERO.
       01  WS-RATE-EDIT                PIC Z(4)9.9999.
       01  WS-OLD-RATE-EDIT            PIC Z(4)9.9999.

       01  WS-CARD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-ADDED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-REPLACED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-DELETED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-LISTED-COUNT             PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF CHGRATE-IS-OPEN
               PERFORM 2000-PROCESS-CARD-DECK
               PERFORM 3000-PRINT-RATE-TABLE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT RATERPT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CHARGEBACK RATE MAINTENANCE PROOF REPORT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RATERPT-LINE
           WRITE RATERPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RATERPT-LINE
           WRITE RATERPT-LINE
           PERFORM 1100-OPEN-RATE-MASTER
           PERFORM 1200-OPEN-SERIES-CATALOG.

       1100-OPEN-RATE-MASTER.
           OPEN I-O CHGRATE-FILE
           IF WS-CHGRATE-FILE-STATUS = "35"
               OPEN OUTPUT CHGRATE-FILE
               CLOSE CHGRATE-FILE
               OPEN I-O CHGRATE-FILE
           END-IF
           IF WS-CHGRATE-FILE-STATUS = "00"
               SET CHGRATE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** CHGRATE-FILE OPEN FAILED - STATUS "
                       WS-CHGRATE-FILE-STATUS
                       " - NOTHING LOADED ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      *  A rate may only price a cataloged series under its own mode.
      *  Without the catalog no rate can be proved to belong to a
      *  real series, so every 'A' card is refused; deletes still
      *  apply.
      *---------------------------------------------------------------*
       1200-OPEN-SERIES-CATALOG.
           OPEN INPUT SERMAST-FILE
           IF WS-SERMAST-FILE-STATUS = "00"
               SET SERIES-CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY "*** SERMAST NOT AVAILABLE - STATUS "
                       WS-SERMAST-FILE-STATUS
                       " - RATE CARDS WILL BE REJECTED ***"
           END-IF.

       2000-PROCESS-CARD-DECK.
           OPEN INPUT RATECARD-FILE
           IF WS-RATECARD-FILE-STATUS NOT = "00"
               DISPLAY "*** RATECRDS NOT AVAILABLE - STATUS "
                       WS-RATECARD-FILE-STATUS
                       " - REPORT ONLY ***"
               SET CARD-EOF TO TRUE
           ELSE
               PERFORM UNTIL CARD-EOF
                   READ RATECARD-FILE
                       AT END
                           SET CARD-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-PROCESS-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE RATECARD-FILE
           END-IF.

       2100-PROCESS-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE 'N' TO WS-CARD-REJECT-SW
                       WS-RATE-ON-FILE-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-OLD-RATE
           PERFORM 2200-EDIT-RATE-CARD
           IF NOT CARD-REJECTED
               MOVE RCD-SERIES-CODE TO CRT-SERIES-CODE
               MOVE RCD-MODE        TO CRT-MODE
               READ CHGRATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RATE-ON-FILE TO TRUE
                       MOVE CRT-UNIT-RATE TO WS-OLD-RATE
               END-READ
               IF RCD-DELETE-CARD
                   PERFORM 2300-DELETE-RATE
               ELSE
                   PERFORM 2400-STORE-RATE
               END-IF
           END-IF
           PERFORM 8000-REPORT-CARD-DISPOSITION.

       2200-EDIT-RATE-CARD.
           IF NOT RCD-SET-CARD AND NOT RCD-DELETE-CARD
               MOVE "FUNCTION CODE MUST BE A OR D" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF RCD-SERIES-CODE = SPACES
               MOVE "SERIES CODE MISSING" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF RCD-MODE NOT = 'L' AND RCD-MODE NOT = 'H'
               MOVE "MODE MUST BE L OR H" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF RCD-SET-CARD
               AND RCD-UNIT-RATE NOT NUMERIC
               MOVE "UNIT RATE NOT NUMERIC" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF RCD-SET-CARD
               PERFORM 2250-CHECK-SERIES-CATALOGED
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2250-CHECK-SERIES-CATALOGED.
           IF NOT SERIES-CATALOG-OPEN
               MOVE "SERIES CATALOG UNAVAILABLE" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
               MOVE RCD-SERIES-CODE TO SER-SERIES-CODE
               READ SERMAST-FILE
                   INVALID KEY
                       MOVE "SERIES NOT ON SERIES CATALOG"
                               TO WS-REJECT-REASON
                       SET CARD-REJECTED TO TRUE
                   NOT INVALID KEY
                       IF RCD-MODE NOT = SER-VOLUME-MODE
                           MOVE "MODE DISAGREES WITH SERIES CATALOG"
                                   TO WS-REJECT-REASON
                           SET CARD-REJECTED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2300-DELETE-RATE.
           IF NOT RATE-ON-FILE
               MOVE "NO SUCH RATE ON RATE MASTER" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
               DELETE CHGRATE-FILE
               IF WS-CHGRATE-FILE-STATUS NOT = "00"
                   DISPLAY "*** CHGRATE-FILE DELETE FAILED - STATUS "
                           WS-CHGRATE-FILE-STATUS " ***"
                   MOVE "DELETE FAILED - RATE STILL ON FILE"
                           TO WS-REJECT-REASON
                   SET CARD-REJECTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-DELETED-COUNT
               END-IF
           END-IF.

       2400-STORE-RATE.
           MOVE RCD-SERIES-CODE    TO CRT-SERIES-CODE
           MOVE RCD-MODE           TO CRT-MODE
           MOVE RCD-UNIT-RATE      TO CRT-UNIT-RATE
           MOVE WS-RUN-DATE        TO CRT-MAINT-DATE
           MOVE WS-JOB-NAME        TO CRT-MAINT-JOB-NAME
           IF RATE-ON-FILE
               REWRITE CRT-RATE-RECORD
           ELSE
               WRITE CRT-RATE-RECORD
           END-IF
           IF WS-CHGRATE-FILE-STATUS NOT = "00"
               DISPLAY "*** CHGRATE-FILE UPDATE FAILED - STATUS "
                       WS-CHGRATE-FILE-STATUS " ***"
               MOVE "RATE UPDATE FAILED" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF RATE-ON-FILE
                   ADD 1 TO WS-REPLACED-COUNT
               ELSE
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  The rate table as it now stands, in series/mode order.
      *---------------------------------------------------------------*
       3000-PRINT-RATE-TABLE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RATERPT-LINE
           WRITE RATERPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SERIES  MODE   UNIT RATE   LAST MAINTAINED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RATERPT-LINE
           WRITE RATERPT-LINE
           MOVE LOW-VALUES TO CRT-KEY
           START CHGRATE-FILE KEY NOT < CRT-KEY
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
               READ CHGRATE-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-PRINT-ONE-RATE
               END-READ
           END-PERFORM.

       3100-PRINT-ONE-RATE.
           ADD 1 TO WS-LISTED-COUNT
           MOVE CRT-UNIT-RATE TO WS-RATE-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING CRT-SERIES-CODE DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   CRT-MODE DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-RATE-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   CRT-MAINT-DATE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   CRT-MAINT-JOB-NAME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RATERPT-LINE
           WRITE RATERPT-LINE.

       8000-REPORT-CARD-DISPOSITION.
           IF CARD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               MOVE 12 TO RETURN-CODE
               MOVE "REJECTED" TO WS-DISPOSITION
           ELSE
               IF RCD-DELETE-CARD
                   MOVE "DELETED" TO WS-DISPOSITION
               ELSE
                   IF RATE-ON-FILE
                       MOVE "REPLACED" TO WS-DISPOSITION
                   ELSE
                       MOVE "ADDED" TO WS-DISPOSITION
                   END-IF
               END-IF
           END-IF
           IF RCD-UNIT-RATE NUMERIC
               MOVE RCD-UNIT-RATE TO WS-RATE-EDIT
           ELSE
               MOVE ZERO TO WS-RATE-EDIT
           END-IF
           MOVE WS-OLD-RATE TO WS-OLD-RATE-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-DISPOSITION DELIMITED BY SIZE
                   " SERIES " DELIMITED BY SIZE
                   RCD-SERIES-CODE DELIMITED BY SIZE
                   " MODE " DELIMITED BY SIZE
                   RCD-MODE DELIMITED BY SIZE
                   " RATE " DELIMITED BY SIZE
                   WS-RATE-EDIT DELIMITED BY SIZE
                   " WAS " DELIMITED BY SIZE
                   WS-OLD-RATE-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RATERPT-LINE
           WRITE RATERPT-LINE
           IF CARD-REJECTED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "          REASON: " DELIMITED BY SIZE
                       WS-REJECT-REASON DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RATERPT-LINE
               WRITE RATERPT-LINE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RATERPT-LINE
           WRITE RATERPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CARDS READ: " DELIMITED BY SIZE
                   WS-CARD-COUNT DELIMITED BY SIZE
                   "   ADDED: " DELIMITED BY SIZE
                   WS-ADDED-COUNT DELIMITED BY SIZE
                   "   REPLACED: " DELIMITED BY SIZE
                   WS-REPLACED-COUNT DELIMITED BY SIZE
                   "   DELETED: " DELIMITED BY SIZE
                   WS-DELETED-COUNT DELIMITED BY SIZE
                   "   REJECTED: " DELIMITED BY SIZE
                   WS-REJECT-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RATERPT-LINE
           WRITE RATERPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RATES ON FILE: " DELIMITED BY SIZE
                   WS-LISTED-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO RATERPT-LINE
           WRITE RATERPT-LINE
           IF CHGRATE-IS-OPEN
               CLOSE CHGRATE-FILE
           END-IF
           IF SERIES-CATALOG-OPEN
               CLOSE SERMAST-FILE
           END-IF
           CLOSE RATERPT-FILE.
