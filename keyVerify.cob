       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYVERFY.
      *
      *    Batch verification of keyed numbers.  CHKDIGIT alone only
      *    says a keyed number has a good mod-10 digit; this job says
      *    whether we ever issued it, whether it is still live, and
      *    whether it belongs to the department that keyed it.  Each
      *    KEYENTRY record from order-entry or receiving is run
      *    through CHKDIGIT and, if the digit is good, looked up on
      *    the issuance-history master by mode and number.  One
      *    KEYRSLT record goes back per entry with its status (see
      *    KEYRSLT.CPY), and every entry that is not valid prints on
      *    the exceptions listing so a bogus or dead reference is
      *    stopped before month-end reconciliation finds it.
      *
      *    A voided number is reported voided even when the keying
      *    department is not the issuing one: the number is dead
      *    either way, and the void is the stronger finding.
      *
      *    HISTCONS consolidates only at month-end, so a number issued
      *    this month is not on the master yet.  Before an entry is
      *    called never issued it is looked up in the AUDITLOG /
      *    HVAUDLOG generations the JCL concatenates, as RUNRECR reads
      *    them, and judged valid or wrong department on the issuing
      *    run and department the log carries.  Such a number cannot
      *    have been voided: VOIDPROC voids only numbers on the master.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYENTRY-FILE ASSIGN TO "KEYENTRY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEYENTRY-FILE-STATUS.

           SELECT KEYRSLT-FILE ASSIGN TO "KEYRSLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEYRSLT-FILE-STATUS.

           SELECT HISTMAST-FILE ASSIGN TO "HISTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTMAST-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT HVAUDIT-FILE ASSIGN TO "HVAUDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HVAUDIT-FILE-STATUS.

           SELECT KEYRPT-FILE ASSIGN TO "KEYRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYENTRY-FILE
           RECORDING MODE IS F.
       COPY KEYENTRY.

       FD  KEYRSLT-FILE
           RECORDING MODE IS F.
       COPY KEYRSLT.

       FD  HISTMAST-FILE.
       COPY HISTMAST.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  HVAUDIT-FILE
           RECORDING MODE IS F.
       COPY HVAUDREC.

       FD  KEYRPT-FILE
           RECORDING MODE IS F.
       01  KEYRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-KEYENTRY-FILE-STATUS     PIC XX.
       01  WS-KEYRSLT-FILE-STATUS      PIC XX.
       01  WS-HISTMAST-FILE-STATUS     PIC XX.
       01  WS-AUDIT-FILE-STATUS        PIC XX.
       01  WS-HVAUDIT-FILE-STATUS      PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-ENTRY-EOF-SW         PIC X VALUE 'N'.
               88  ENTRY-EOF                     VALUE 'Y'.
           05  WS-AUDIT-EOF-SW         PIC X VALUE 'N'.
               88  AUDIT-EOF                     VALUE 'Y'.

       01  WS-OPEN-FLAGS.
           05  WS-KEYENTRY-OPEN-SW     PIC X VALUE 'N'.
               88  KEYENTRY-IS-OPEN              VALUE 'Y'.
           05  WS-HISTMAST-OPEN-SW     PIC X VALUE 'N'.
               88  HISTMAST-IS-OPEN              VALUE 'Y'.
           05  WS-KEYRSLT-OPEN-SW      PIC X VALUE 'N'.
               88  KEYRSLT-IS-OPEN               VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "KEYVERFY".
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).
       01  WS-STATUS-TEXT              PIC X(20).

      *---------------------------------------------------------------*
      *  Numbers on the audit logs, loaded at initialization.  A run
      *  issues its numbers in order, so each logged number is folded
      *  into the last range when it continues it for the same run
      *  and department; only a break starts a new entry.  Numbers
      *  past the table's capacity are counted and cannot be found.
      *---------------------------------------------------------------*
       01  WS-LOG-TABLE-MAX            PIC 9(04) VALUE 5000.
       01  WS-LOG-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-LOG-IX                   PIC 9(04) VALUE ZERO.
       01  WS-LOG-TABLE.
           05  WS-LOG-ENTRY            OCCURS 5000 TIMES.
               10  WS-LOG-MODE         PIC X(01).
               10  WS-LOG-START        PIC 9(09).
               10  WS-LOG-END          PIC 9(09).
               10  WS-LOG-DEPT-CODE    PIC X(04).
               10  WS-LOG-RUN-ID.
                   15  WS-LOG-JOB-NAME PIC X(08).
                   15  WS-LOG-RUN-DATE PIC 9(06).
       01  WS-LOG-NEW-MODE             PIC X(01).
       01  WS-LOG-NEW-NUMBER           PIC 9(09).
       01  WS-LOG-NEW-DEPT-CODE        PIC X(04).
       01  WS-LOG-NEW-RUN-ID           PIC X(14).
       01  WS-LOG-NEXT                 PIC 9(10).
       01  WS-LOG-DROPPED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-LOG-FLAGS.
           05  WS-LOG-FOLDED-SW        PIC X VALUE 'N'.
               88  LOG-FOLDED                    VALUE 'Y'.
           05  WS-LOG-FOUND-SW         PIC X VALUE 'N'.
               88  LOG-FOUND                     VALUE 'Y'.

       01  WS-CHKDIGIT-PGM             PIC X(08) VALUE "CHKDIGIT".
       01  WS-SAVED-RETURN-CODE        PIC S9(04) VALUE ZERO.
       COPY CHKDGT.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ         PIC 9(07) VALUE ZERO.
           05  WS-VALID-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-BAD-DIGIT-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-NEVER-ISSUED-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-VOIDED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-WRONG-DEPT-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-UNUSABLE-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-FROM-LOG-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTION-COUNT      PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF KEYENTRY-IS-OPEN
               AND HISTMAST-IS-OPEN
               AND KEYRSLT-IS-OPEN
               PERFORM UNTIL ENTRY-EOF
                   READ KEYENTRY-FILE
                       AT END
                           SET ENTRY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENTRIES-READ
                           PERFORM 2000-VERIFY-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT KEYRPT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "KEYED NUMBER VERIFICATION - EXCEPTIONS LISTING"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "M NUMBER    D DEPT SOURCE REF           "
                   "STATUS               ISSUED TO / BY RUN      "
                   "VOID DATE / REASON" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE
           OPEN INPUT KEYENTRY-FILE
           IF WS-KEYENTRY-FILE-STATUS = "00"
               SET KEYENTRY-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** KEYENTRY-FILE OPEN FAILED - STATUS "
                       WS-KEYENTRY-FILE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT HISTMAST-FILE
           IF WS-HISTMAST-FILE-STATUS = "00"
               SET HISTMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** HISTMAST NOT AVAILABLE - STATUS "
                       WS-HISTMAST-FILE-STATUS
                       " - NOTHING CAN BE VERIFIED ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT KEYRSLT-FILE
           IF WS-KEYRSLT-FILE-STATUS = "00"
               SET KEYRSLT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** KEYRSLT-FILE OPEN FAILED - STATUS "
                       WS-KEYRSLT-FILE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF KEYENTRY-IS-OPEN
               AND HISTMAST-IS-OPEN
               AND KEYRSLT-IS-OPEN
               PERFORM 1100-LOAD-AUDIT-LOGS
           END-IF.

      *---------------------------------------------------------------*
      *  The audit logs are optional: without them only consolidated
      *  issuance can be proved, and a number issued since month-end
      *  will report never issued.
      *---------------------------------------------------------------*
       1100-LOAD-AUDIT-LOGS.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "*** AUDITLOG NOT AVAILABLE - STATUS "
                       WS-AUDIT-FILE-STATUS
                       " - UNCONSOLIDATED LV ISSUES UNKNOWN ***"
           ELSE
               MOVE 'N' TO WS-AUDIT-EOF-SW
               MOVE 'L' TO WS-LOG-NEW-MODE
               PERFORM UNTIL AUDIT-EOF
                   READ AUDIT-FILE
                       AT END
                           SET AUDIT-EOF TO TRUE
                       NOT AT END
                           MOVE AUD-VALUE     TO WS-LOG-NEW-NUMBER
                           MOVE AUD-DEPT-CODE TO WS-LOG-NEW-DEPT-CODE
                           MOVE AUD-RUN-ID    TO WS-LOG-NEW-RUN-ID
                           PERFORM 1150-STORE-LOGGED-NUMBER
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           OPEN INPUT HVAUDIT-FILE
           IF WS-HVAUDIT-FILE-STATUS NOT = "00"
               DISPLAY "*** HVAUDLOG NOT AVAILABLE - STATUS "
                       WS-HVAUDIT-FILE-STATUS
                       " - UNCONSOLIDATED HV ISSUES UNKNOWN ***"
           ELSE
               MOVE 'N' TO WS-AUDIT-EOF-SW
               MOVE 'H' TO WS-LOG-NEW-MODE
               PERFORM UNTIL AUDIT-EOF
                   READ HVAUDIT-FILE
                       AT END
                           SET AUDIT-EOF TO TRUE
                       NOT AT END
                           MOVE HVAUD-VALUE   TO WS-LOG-NEW-NUMBER
                           MOVE HVAUD-DEPT-CODE
                                   TO WS-LOG-NEW-DEPT-CODE
                           MOVE HVAUD-RUN-ID  TO WS-LOG-NEW-RUN-ID
                           PERFORM 1150-STORE-LOGGED-NUMBER
                   END-READ
               END-PERFORM
               CLOSE HVAUDIT-FILE
           END-IF.

       1150-STORE-LOGGED-NUMBER.
           MOVE 'N' TO WS-LOG-FOLDED-SW
           IF WS-LOG-COUNT > ZERO
               COMPUTE WS-LOG-NEXT = WS-LOG-END (WS-LOG-COUNT) + 1
               IF WS-LOG-MODE (WS-LOG-COUNT) = WS-LOG-NEW-MODE
                   AND WS-LOG-RUN-ID (WS-LOG-COUNT) = WS-LOG-NEW-RUN-ID
                   AND WS-LOG-DEPT-CODE (WS-LOG-COUNT)
                           = WS-LOG-NEW-DEPT-CODE
                   AND WS-LOG-NEW-NUMBER = WS-LOG-NEXT
                   SET LOG-FOLDED TO TRUE
                   MOVE WS-LOG-NEW-NUMBER TO WS-LOG-END (WS-LOG-COUNT)
               END-IF
           END-IF
           IF NOT LOG-FOLDED
               IF WS-LOG-COUNT < WS-LOG-TABLE-MAX
                   ADD 1 TO WS-LOG-COUNT
                   MOVE WS-LOG-NEW-MODE   TO WS-LOG-MODE (WS-LOG-COUNT)
                   MOVE WS-LOG-NEW-NUMBER TO WS-LOG-START (WS-LOG-COUNT)
                   MOVE WS-LOG-NEW-NUMBER TO WS-LOG-END (WS-LOG-COUNT)
                   MOVE WS-LOG-NEW-DEPT-CODE
                           TO WS-LOG-DEPT-CODE (WS-LOG-COUNT)
                   MOVE WS-LOG-NEW-RUN-ID
                           TO WS-LOG-RUN-ID (WS-LOG-COUNT)
               ELSE
                   ADD 1 TO WS-LOG-DROPPED-COUNT
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  The digit is proved before the lookup: a mis-keyed number
      *  may well hit somebody else's live issuance, and reporting
      *  that as wrong department would send the clerk chasing the
      *  wrong problem.
      *---------------------------------------------------------------*
       2000-VERIFY-ENTRY.
           MOVE SPACES TO KR-RESULT-RECORD
           MOVE KE-MODE        TO KR-MODE
           MOVE KE-NUMBER      TO KR-NUMBER
           MOVE KE-CHECK-DIGIT TO KR-CHECK-DIGIT
           MOVE KE-DEPT-CODE   TO KR-DEPT-CODE
           MOVE KE-SOURCE-REF  TO KR-SOURCE-REF
           MOVE ZERO TO KR-ISSUED-RUN-DATE
           MOVE ZERO TO KR-VOID-DATE
           IF (KE-MODE NOT = 'L' AND KE-MODE NOT = 'H')
               OR KE-NUMBER NOT NUMERIC
               OR KE-CHECK-DIGIT NOT NUMERIC
               SET KR-ENTRY-UNUSABLE TO TRUE
           ELSE
               SET CHKDGT-VALIDATE TO TRUE
               MOVE KE-NUMBER      TO CHKDGT-BASE-NUMBER
               MOVE KE-CHECK-DIGIT TO CHKDGT-CHECK-DIGIT
               MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
               CALL WS-CHKDIGIT-PGM USING CHKDGT-PARM-AREA
               MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
               IF NOT CHKDGT-NUMBER-GOOD
                   SET KR-BAD-CHECK-DIGIT TO TRUE
               ELSE
                   PERFORM 2100-LOOK-UP-HISTORY
               END-IF
           END-IF
           WRITE KR-RESULT-RECORD
           IF WS-KEYRSLT-FILE-STATUS NOT = "00"
               DISPLAY "*** KEYRSLT-FILE WRITE FAILED - STATUS "
                       WS-KEYRSLT-FILE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           EVALUATE TRUE
               WHEN KR-VALID
                   ADD 1 TO WS-VALID-COUNT
               WHEN KR-BAD-CHECK-DIGIT
                   ADD 1 TO WS-BAD-DIGIT-COUNT
               WHEN KR-NEVER-ISSUED
                   ADD 1 TO WS-NEVER-ISSUED-COUNT
               WHEN KR-VOIDED
                   ADD 1 TO WS-VOIDED-COUNT
               WHEN KR-WRONG-DEPT
                   ADD 1 TO WS-WRONG-DEPT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-UNUSABLE-COUNT
           END-EVALUATE
           IF NOT KR-VALID
               PERFORM 8000-PRINT-EXCEPTION
           END-IF.

       2100-LOOK-UP-HISTORY.
           MOVE KE-MODE   TO HIST-MODE
           MOVE KE-NUMBER TO HIST-NUMBER
           READ HISTMAST-FILE
               INVALID KEY
                   PERFORM 2200-LOOK-UP-AUDIT-LOGS
               NOT INVALID KEY
                   MOVE HIST-DEPT-CODE TO KR-ISSUED-DEPT-CODE
                   MOVE HIST-RUN-DATE  TO KR-ISSUED-RUN-DATE
                   MOVE HIST-JOB-NAME  TO KR-ISSUED-JOB-NAME
                   IF HIST-VOIDED
                       SET KR-VOIDED TO TRUE
                       MOVE HIST-VOID-DATE   TO KR-VOID-DATE
                       MOVE HIST-VOID-REASON TO KR-VOID-REASON
                   ELSE
                       IF HIST-DEPT-CODE NOT = KE-DEPT-CODE
                           SET KR-WRONG-DEPT TO TRUE
                       ELSE
                           SET KR-VALID TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      *  Not on the master: issued since the last consolidation if an
      *  audit log holds it, otherwise never issued.
      *---------------------------------------------------------------*
       2200-LOOK-UP-AUDIT-LOGS.
           MOVE 'N' TO WS-LOG-FOUND-SW
           PERFORM VARYING WS-LOG-IX FROM 1 BY 1
                   UNTIL WS-LOG-IX > WS-LOG-COUNT
                   OR LOG-FOUND
               IF WS-LOG-MODE (WS-LOG-IX) = KE-MODE
                   AND KE-NUMBER NOT < WS-LOG-START (WS-LOG-IX)
                   AND KE-NUMBER NOT > WS-LOG-END (WS-LOG-IX)
                   SET LOG-FOUND TO TRUE
                   MOVE WS-LOG-DEPT-CODE (WS-LOG-IX)
                           TO KR-ISSUED-DEPT-CODE
                   MOVE WS-LOG-RUN-DATE (WS-LOG-IX)
                           TO KR-ISSUED-RUN-DATE
                   MOVE WS-LOG-JOB-NAME (WS-LOG-IX)
                           TO KR-ISSUED-JOB-NAME
               END-IF
           END-PERFORM
           IF NOT LOG-FOUND
               SET KR-NEVER-ISSUED TO TRUE
           ELSE
               ADD 1 TO WS-FROM-LOG-COUNT
               IF KR-ISSUED-DEPT-CODE NOT = KE-DEPT-CODE
                   SET KR-WRONG-DEPT TO TRUE
               ELSE
                   SET KR-VALID TO TRUE
               END-IF
           END-IF.

       8000-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           EVALUATE TRUE
               WHEN KR-BAD-CHECK-DIGIT
                   MOVE "BAD CHECK DIGIT" TO WS-STATUS-TEXT
               WHEN KR-NEVER-ISSUED
                   MOVE "NEVER ISSUED" TO WS-STATUS-TEXT
               WHEN KR-VOIDED
                   MOVE "VOIDED" TO WS-STATUS-TEXT
               WHEN KR-WRONG-DEPT
                   MOVE "WRONG DEPARTMENT" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "ENTRY UNUSABLE" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           IF KR-VOIDED OR KR-WRONG-DEPT
               STRING KR-MODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KR-NUMBER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KR-CHECK-DIGIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KR-DEPT-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KR-SOURCE-REF DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-STATUS-TEXT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KR-ISSUED-DEPT-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KR-ISSUED-JOB-NAME DELIMITED BY SIZE
                       KR-ISSUED-RUN-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       KR-VOID-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KR-VOID-REASON DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           ELSE
               STRING KE-ENTRY-RECORD (1:1) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KE-ENTRY-RECORD (2:9) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KE-ENTRY-RECORD (11:1) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KR-DEPT-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       KR-SOURCE-REF DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-STATUS-TEXT DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ENTRIES READ: " DELIMITED BY SIZE
                   WS-ENTRIES-READ DELIMITED BY SIZE
                   "   VALID: " DELIMITED BY SIZE
                   WS-VALID-COUNT DELIMITED BY SIZE
                   "   EXCEPTIONS: " DELIMITED BY SIZE
                   WS-EXCEPTION-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BAD CHECK DIGIT: " DELIMITED BY SIZE
                   WS-BAD-DIGIT-COUNT DELIMITED BY SIZE
                   "   NEVER ISSUED: " DELIMITED BY SIZE
                   WS-NEVER-ISSUED-COUNT DELIMITED BY SIZE
                   "   VOIDED: " DELIMITED BY SIZE
                   WS-VOIDED-COUNT DELIMITED BY SIZE
                   "   WRONG DEPARTMENT: " DELIMITED BY SIZE
                   WS-WRONG-DEPT-COUNT DELIMITED BY SIZE
                   "   UNUSABLE: " DELIMITED BY SIZE
                   WS-UNUSABLE-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FOUND ON AUDIT LOG, NOT YET CONSOLIDATED: "
                   DELIMITED BY SIZE
                   WS-FROM-LOG-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO KEYRPT-LINE
           WRITE KEYRPT-LINE
           IF WS-LOG-DROPPED-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** " DELIMITED BY SIZE
                       WS-LOG-DROPPED-COUNT DELIMITED BY SIZE
                       " AUDIT LOG NUMBERS PAST TABLE CAPACITY - NOT"
                       " LOOKED UP, MAY SHOW NEVER ISSUED ***"
                       DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO KEYRPT-LINE
               WRITE KEYRPT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-EXCEPTION-COUNT > ZERO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF KEYENTRY-IS-OPEN
               CLOSE KEYENTRY-FILE
           END-IF
           IF HISTMAST-IS-OPEN
               CLOSE HISTMAST-FILE
           END-IF
           IF KEYRSLT-IS-OPEN
               CLOSE KEYRSLT-FILE
           END-IF
           CLOSE KEYRPT-FILE.
