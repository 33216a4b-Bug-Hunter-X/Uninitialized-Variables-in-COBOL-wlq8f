       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECAUDIT.
      *
      *    Monthly security-violation review.  BUGSOLN, RUNEDIT,
      *    HVMERGE and VOIDPROC each log to SECVIOL every card they
      *    refuse because the department holds no entitlement in
      *    force on the SERAUTH master for the series it named.  This
      *    job prints the month's violations for audit in the order
      *    they were logged -- date, time, refusing job, department,
      *    series, what was asked for, and why it was refused --
      *    followed by a count per department so repeat offenders
      *    stand out.  A month with violations ends with return code
      *    8 so the review cannot be filed unread.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECPARM-FILE ASSIGN TO "SECPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECPARM-FILE-STATUS.

           SELECT SECVIOL-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECVIOL-FILE-STATUS.

           SELECT SECRPT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SECPARM-FILE
           RECORDING MODE IS F.
       COPY SECPARM.

       FD  SECVIOL-FILE
           RECORDING MODE IS F.
       COPY SECVIOL.

       FD  SECRPT-FILE
           RECORDING MODE IS F.
       01  SECRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SECPARM-FILE-STATUS      PIC XX.
       01  WS-SECVIOL-FILE-STATUS      PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
               88  PARM-EOF                      VALUE 'Y'.
           05  WS-VIOL-EOF-SW          PIC X VALUE 'N'.
               88  VIOL-EOF                      VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "SECAUDIT".
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YY               PIC 9(02).
           05  WS-RUN-MM               PIC 9(02).
           05  WS-RUN-DD               PIC 9(02).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-REVIEW-PERIOD            PIC 9(04) VALUE ZERO.
       01  WS-REVIEW-PERIOD-PARTS REDEFINES WS-REVIEW-PERIOD.
           05  WS-REVIEW-YY            PIC 9(02).
           05  WS-REVIEW-MM            PIC 9(02).

      *---------------------------------------------------------------*
      *  Violations per department for the closing summary.  Two
      *  hundred departments is well past the shop's count; overflow
      *  still prints in the detail and is counted under the
      *  overflow total rather than dropped from the review.
      *---------------------------------------------------------------*
       01  WS-DEPT-TABLE-MAX           PIC 9(03) VALUE 200.
       01  WS-DEPT-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-DEPT-IX                  PIC 9(03) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY           OCCURS 200 TIMES.
               10  WS-DEPT-TBL-CODE    PIC X(04).
               10  WS-DEPT-TBL-COUNT   PIC 9(06).
       01  WS-DEPT-FOUND-SW            PIC X VALUE 'N'.
           88  DEPT-FOUND                         VALUE 'Y'.

       01  WS-READ-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-OVERFLOW-COUNT           PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-VIOLATION-LOG
           PERFORM 3000-PRINT-DEPARTMENT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT SECRPT-FILE
           PERFORM 1100-READ-PARAMETER-CARD
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SECURITY VIOLATION REVIEW - SERIES ENTITLEMENT"
                   " REFUSALS" DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO SECRPT-LINE
           WRITE SECRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   "   REVIEW PERIOD: " DELIMITED BY SIZE
                   WS-REVIEW-PERIOD DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO SECRPT-LINE
           WRITE SECRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO SECRPT-LINE
           WRITE SECRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DATE   TIME     JOB      DEPT SERIES M"
                   " START     END       QUANTITY  REASON"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO SECRPT-LINE
           WRITE SECRPT-LINE.

       1100-READ-PARAMETER-CARD.
           OPEN INPUT SECPARM-FILE
           IF WS-SECPARM-FILE-STATUS = "00"
               READ SECPARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
                   NOT AT END
                       IF SVP-PERIOD NUMERIC
                           MOVE SVP-PERIOD TO WS-REVIEW-PERIOD
                       END-IF
               END-READ
               CLOSE SECPARM-FILE
           END-IF
           IF WS-REVIEW-PERIOD = ZERO
               IF WS-RUN-MM = 1
                   COMPUTE WS-REVIEW-YY = WS-RUN-YY - 1
                   MOVE 12 TO WS-REVIEW-MM
               ELSE
                   MOVE WS-RUN-YY TO WS-REVIEW-YY
                   COMPUTE WS-REVIEW-MM = WS-RUN-MM - 1
               END-IF
           END-IF.

       2000-SCAN-VIOLATION-LOG.
           OPEN INPUT SECVIOL-FILE
           IF WS-SECVIOL-FILE-STATUS NOT = "00"
               DISPLAY "*** SECVIOL NOT AVAILABLE - STATUS "
                       WS-SECVIOL-FILE-STATUS
                       " - NO VIOLATIONS ON RECORD ***"
               SET VIOL-EOF TO TRUE
           ELSE
               PERFORM UNTIL VIOL-EOF
                   READ SECVIOL-FILE
                       AT END
                           SET VIOL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF SV-BUSINESS-DATE (1:4) = WS-REVIEW-PERIOD
                               PERFORM 2100-PRINT-ONE-VIOLATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECVIOL-FILE
           END-IF.

       2100-PRINT-ONE-VIOLATION.
           ADD 1 TO WS-PERIOD-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING SV-BUSINESS-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SV-TIMESTAMP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SV-JOB-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SV-DEPT-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SV-SERIES-CODE DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   SV-MODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SV-START-NUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SV-END-NUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SV-QUANTITY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SV-REASON DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO SECRPT-LINE
           WRITE SECRPT-LINE
           MOVE 'N' TO WS-DEPT-FOUND-SW
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                   OR DEPT-FOUND
               IF WS-DEPT-TBL-CODE (WS-DEPT-IX) = SV-DEPT-CODE
                   SET DEPT-FOUND TO TRUE
                   ADD 1 TO WS-DEPT-TBL-COUNT (WS-DEPT-IX)
               END-IF
           END-PERFORM
           IF NOT DEPT-FOUND
               IF WS-DEPT-COUNT >= WS-DEPT-TABLE-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE SV-DEPT-CODE TO WS-DEPT-TBL-CODE (WS-DEPT-COUNT)
                   MOVE 1 TO WS-DEPT-TBL-COUNT (WS-DEPT-COUNT)
               END-IF
           END-IF.

       3000-PRINT-DEPARTMENT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO SECRPT-LINE
           WRITE SECRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PERIOD-COUNT = ZERO
               STRING "NO SECURITY VIOLATIONS LOGGED FOR PERIOD "
                       DELIMITED BY SIZE
                       WS-REVIEW-PERIOD DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           ELSE
               STRING "VIOLATIONS BY DEPARTMENT"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO SECRPT-LINE
           WRITE SECRPT-LINE
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  DEPT " DELIMITED BY SIZE
                       WS-DEPT-TBL-CODE (WS-DEPT-IX) DELIMITED BY SIZE
                       "   VIOLATIONS: " DELIMITED BY SIZE
                       WS-DEPT-TBL-COUNT (WS-DEPT-IX)
                       DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO SECRPT-LINE
               WRITE SECRPT-LINE
           END-PERFORM
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  OTHER DEPARTMENTS (TABLE FULL): "
                       DELIMITED BY SIZE
                       WS-OVERFLOW-COUNT DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO SECRPT-LINE
               WRITE SECRPT-LINE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO SECRPT-LINE
           WRITE SECRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "VIOLATIONS ON FILE: " DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
                   "   IN REVIEW PERIOD: " DELIMITED BY SIZE
                   WS-PERIOD-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO SECRPT-LINE
           WRITE SECRPT-LINE
           IF WS-PERIOD-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE SECRPT-FILE.
