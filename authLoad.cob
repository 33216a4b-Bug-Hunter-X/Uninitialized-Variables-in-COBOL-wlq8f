       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHLOAD.
      *
      *    Series entitlement maintenance.  Loads AUTHCRDS cards onto
      *    the SERAUTH entitlement master that says which departments
      *    may draw on -- and void in -- which series.  An 'A' card
      *    grants a department a series from an effective date
      *    through an expiry date (zero expiry is open-ended), or
      *    replaces the dates of a grant already on file; an 'R' card
      *    revokes the grant.  Every card is edited -- the series must
      *    be on the SERMAST catalog, the department must be punched,
      *    the expiry may not precede the effective date -- and the
      *    proof report shows each card's disposition followed by the
      *    whole matrix as it now stands, every grant marked in force,
      *    not yet effective, or expired as of the run date, so the
      *    master can be audited against the deck that built it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHCARD-FILE ASSIGN TO "AUTHCRDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHCARD-FILE-STATUS.

           SELECT SERAUTH-FILE ASSIGN TO "SERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAU-KEY
               FILE STATUS IS WS-SERAUTH-FILE-STATUS.

           SELECT SERMAST-FILE ASSIGN TO "SERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SER-KEY
               FILE STATUS IS WS-SERMAST-FILE-STATUS.

           SELECT AUTHRPT-FILE ASSIGN TO "AUTHRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHCARD-FILE
           RECORDING MODE IS F.
       COPY AUTHCARD.

       FD  SERAUTH-FILE.
       COPY SERAUTH.

       FD  SERMAST-FILE.
       COPY SERMAST.

       FD  AUTHRPT-FILE
           RECORDING MODE IS F.
       01  AUTHRPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUTHCARD-FILE-STATUS     PIC XX.
       01  WS-SERAUTH-FILE-STATUS      PIC XX.
       01  WS-SERMAST-FILE-STATUS      PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-CARD-EOF-SW          PIC X VALUE 'N'.
               88  CARD-EOF                      VALUE 'Y'.
           05  WS-MASTER-EOF-SW        PIC X VALUE 'N'.
               88  MASTER-EOF                    VALUE 'Y'.

       01  WS-MASTER-FLAGS.
           05  WS-SERAUTH-OPEN-SW      PIC X VALUE 'N'.
               88  SERAUTH-IS-OPEN               VALUE 'Y'.
           05  WS-SERMAST-OPEN-SW      PIC X VALUE 'N'.
               88  SERIES-CATALOG-OPEN           VALUE 'Y'.
           05  WS-GRANT-ON-FILE-SW     PIC X VALUE 'N'.
               88  GRANT-ON-FILE                 VALUE 'Y'.

       01  WS-CARD-FLAGS.
           05  WS-CARD-REJECT-SW       PIC X VALUE 'N'.
               88  CARD-REJECTED                 VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "AUTHLOAD".
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-REJECT-REASON            PIC X(60) VALUE SPACES.
       01  WS-DISPOSITION              PIC X(08) VALUE SPACES.
       01  WS-EFFECTIVE-DATE           PIC 9(06) VALUE ZERO.
       01  WS-GRANT-STATUS             PIC X(17) VALUE SPACES.

       01  WS-CARD-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-ADDED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-REPLACED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-REVOKED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-LISTED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-IN-FORCE-COUNT           PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF SERAUTH-IS-OPEN
               PERFORM 2000-PROCESS-CARD-DECK
               PERFORM 3000-PRINT-ENTITLEMENT-MATRIX
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT AUTHRPT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SERIES ENTITLEMENT MAINTENANCE PROOF REPORT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO AUTHRPT-LINE
           WRITE AUTHRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO AUTHRPT-LINE
           WRITE AUTHRPT-LINE
           PERFORM 1100-OPEN-ENTITLEMENT-MASTER
           PERFORM 1200-OPEN-SERIES-CATALOG.

       1100-OPEN-ENTITLEMENT-MASTER.
           OPEN I-O SERAUTH-FILE
           IF WS-SERAUTH-FILE-STATUS = "35"
               OPEN OUTPUT SERAUTH-FILE
               CLOSE SERAUTH-FILE
               OPEN I-O SERAUTH-FILE
           END-IF
           IF WS-SERAUTH-FILE-STATUS = "00"
               SET SERAUTH-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** SERAUTH-FILE OPEN FAILED - STATUS "
                       WS-SERAUTH-FILE-STATUS
                       " - NOTHING LOADED ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      *  A grant may only name a cataloged series.  Without the
      *  catalog no grant can be proved legitimate, so every grant
      *  card is refused; revokes still apply.
      *---------------------------------------------------------------*
       1200-OPEN-SERIES-CATALOG.
           OPEN INPUT SERMAST-FILE
           IF WS-SERMAST-FILE-STATUS = "00"
               SET SERIES-CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY "*** SERMAST NOT AVAILABLE - STATUS "
                       WS-SERMAST-FILE-STATUS
                       " - GRANT CARDS WILL BE REJECTED ***"
           END-IF.

       2000-PROCESS-CARD-DECK.
           OPEN INPUT AUTHCARD-FILE
           IF WS-AUTHCARD-FILE-STATUS NOT = "00"
               DISPLAY "*** AUTHCRDS NOT AVAILABLE - STATUS "
                       WS-AUTHCARD-FILE-STATUS
                       " - REPORT ONLY ***"
               SET CARD-EOF TO TRUE
           ELSE
               PERFORM UNTIL CARD-EOF
                   READ AUTHCARD-FILE
                       AT END
                           SET CARD-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-PROCESS-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE AUTHCARD-FILE
           END-IF.

       2100-PROCESS-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE 'N' TO WS-CARD-REJECT-SW
                       WS-GRANT-ON-FILE-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ACD-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           END-IF
           PERFORM 2200-EDIT-ENTITLEMENT-CARD
           IF NOT CARD-REJECTED
               MOVE ACD-SERIES-CODE TO SAU-SERIES-CODE
               MOVE ACD-DEPT-CODE   TO SAU-DEPT-CODE
               READ SERAUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GRANT-ON-FILE TO TRUE
               END-READ
               IF ACD-REVOKE-CARD
                   PERFORM 2300-REVOKE-ENTITLEMENT
               ELSE
                   PERFORM 2400-STORE-ENTITLEMENT
               END-IF
           END-IF
           PERFORM 8000-REPORT-CARD-DISPOSITION.

       2200-EDIT-ENTITLEMENT-CARD.
           IF NOT ACD-GRANT-CARD AND NOT ACD-REVOKE-CARD
               MOVE "FUNCTION CODE MUST BE A OR R" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF ACD-SERIES-CODE = SPACES
               MOVE "SERIES CODE MISSING" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF ACD-DEPT-CODE = SPACES
               MOVE "DEPARTMENT CODE MISSING" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF ACD-GRANT-CARD
               AND ACD-EXPIRY-DATE NOT = ZERO
               AND ACD-EXPIRY-DATE < WS-EFFECTIVE-DATE
               MOVE "EXPIRY DATE PRECEDES EFFECTIVE DATE"
                       TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
           IF ACD-GRANT-CARD
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
               MOVE ACD-SERIES-CODE TO SER-SERIES-CODE
               READ SERMAST-FILE
                   INVALID KEY
                       MOVE "SERIES NOT ON SERIES CATALOG"
                               TO WS-REJECT-REASON
                       SET CARD-REJECTED TO TRUE
               END-READ
           END-IF.

       2300-REVOKE-ENTITLEMENT.
           IF NOT GRANT-ON-FILE
               MOVE "NO SUCH GRANT ON ENTITLEMENT MASTER"
                       TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
           ELSE
               DELETE SERAUTH-FILE
               IF WS-SERAUTH-FILE-STATUS NOT = "00"
                   DISPLAY "*** SERAUTH-FILE DELETE FAILED - STATUS "
                           WS-SERAUTH-FILE-STATUS " ***"
                   MOVE "REVOKE FAILED - GRANT STILL IN FORCE"
                           TO WS-REJECT-REASON
                   SET CARD-REJECTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-REVOKED-COUNT
               END-IF
           END-IF.

       2400-STORE-ENTITLEMENT.
           MOVE ACD-SERIES-CODE    TO SAU-SERIES-CODE
           MOVE ACD-DEPT-CODE      TO SAU-DEPT-CODE
           MOVE WS-EFFECTIVE-DATE  TO SAU-EFFECTIVE-DATE
           MOVE ACD-EXPIRY-DATE    TO SAU-EXPIRY-DATE
           MOVE WS-RUN-DATE        TO SAU-MAINT-DATE
           MOVE WS-JOB-NAME        TO SAU-MAINT-JOB-NAME
           IF GRANT-ON-FILE
               REWRITE SAU-AUTH-RECORD
           ELSE
               WRITE SAU-AUTH-RECORD
           END-IF
           IF WS-SERAUTH-FILE-STATUS NOT = "00"
               DISPLAY "*** SERAUTH-FILE UPDATE FAILED - STATUS "
                       WS-SERAUTH-FILE-STATUS " ***"
               MOVE "ENTITLEMENT UPDATE FAILED" TO WS-REJECT-REASON
               SET CARD-REJECTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF GRANT-ON-FILE
                   ADD 1 TO WS-REPLACED-COUNT
               ELSE
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  The matrix as it now stands, in series/department order,
      *  each grant judged against the run date the same way the
      *  night jobs judge it against the business date.
      *---------------------------------------------------------------*
       3000-PRINT-ENTITLEMENT-MATRIX.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO AUTHRPT-LINE
           WRITE AUTHRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SERIES  DEPT  EFFECTIVE  EXPIRY   STATUS"
                   "             LAST MAINTAINED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO AUTHRPT-LINE
           WRITE AUTHRPT-LINE
           MOVE LOW-VALUES TO SAU-KEY
           START SERAUTH-FILE KEY NOT < SAU-KEY
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
               READ SERAUTH-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-PRINT-ONE-GRANT
               END-READ
           END-PERFORM.

       3100-PRINT-ONE-GRANT.
           ADD 1 TO WS-LISTED-COUNT
           IF WS-RUN-DATE < SAU-EFFECTIVE-DATE
               MOVE "NOT YET EFFECTIVE" TO WS-GRANT-STATUS
           ELSE
               IF SAU-EXPIRY-DATE NOT = ZERO
                   AND WS-RUN-DATE > SAU-EXPIRY-DATE
                   MOVE "*** EXPIRED ***" TO WS-GRANT-STATUS
               ELSE
                   MOVE "IN FORCE" TO WS-GRANT-STATUS
                   ADD 1 TO WS-IN-FORCE-COUNT
               END-IF
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING SAU-SERIES-CODE DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   SAU-DEPT-CODE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SAU-EFFECTIVE-DATE DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   SAU-EXPIRY-DATE DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-GRANT-STATUS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SAU-MAINT-DATE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   SAU-MAINT-JOB-NAME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO AUTHRPT-LINE
           WRITE AUTHRPT-LINE.

       8000-REPORT-CARD-DISPOSITION.
           IF CARD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               MOVE 12 TO RETURN-CODE
               MOVE "REJECTED" TO WS-DISPOSITION
           ELSE
               IF ACD-REVOKE-CARD
                   MOVE "REVOKED" TO WS-DISPOSITION
               ELSE
                   IF GRANT-ON-FILE
                       MOVE "REPLACED" TO WS-DISPOSITION
                   ELSE
                       MOVE "ADDED" TO WS-DISPOSITION
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-DISPOSITION DELIMITED BY SIZE
                   " SERIES " DELIMITED BY SIZE
                   ACD-SERIES-CODE DELIMITED BY SIZE
                   " DEPT " DELIMITED BY SIZE
                   ACD-DEPT-CODE DELIMITED BY SIZE
                   " EFFECTIVE " DELIMITED BY SIZE
                   WS-EFFECTIVE-DATE DELIMITED BY SIZE
                   " EXPIRY " DELIMITED BY SIZE
                   ACD-EXPIRY-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO AUTHRPT-LINE
           WRITE AUTHRPT-LINE
           IF CARD-REJECTED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "          REASON: " DELIMITED BY SIZE
                       WS-REJECT-REASON DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO AUTHRPT-LINE
               WRITE AUTHRPT-LINE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO AUTHRPT-LINE
           WRITE AUTHRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CARDS READ: " DELIMITED BY SIZE
                   WS-CARD-COUNT DELIMITED BY SIZE
                   "   ADDED: " DELIMITED BY SIZE
                   WS-ADDED-COUNT DELIMITED BY SIZE
                   "   REPLACED: " DELIMITED BY SIZE
                   WS-REPLACED-COUNT DELIMITED BY SIZE
                   "   REVOKED: " DELIMITED BY SIZE
                   WS-REVOKED-COUNT DELIMITED BY SIZE
                   "   REJECTED: " DELIMITED BY SIZE
                   WS-REJECT-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO AUTHRPT-LINE
           WRITE AUTHRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GRANTS ON FILE: " DELIMITED BY SIZE
                   WS-LISTED-COUNT DELIMITED BY SIZE
                   "   IN FORCE TODAY: " DELIMITED BY SIZE
                   WS-IN-FORCE-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO AUTHRPT-LINE
           WRITE AUTHRPT-LINE
           IF SERAUTH-IS-OPEN
               CLOSE SERAUTH-FILE
           END-IF
           IF SERIES-CATALOG-OPEN
               CLOSE SERMAST-FILE
           END-IF
           CLOSE AUTHRPT-FILE.
