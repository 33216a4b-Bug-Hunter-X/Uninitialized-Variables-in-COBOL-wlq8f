       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.
      *
      *    Month-end department chargeback.  Reads the issuance-
      *    history master for the period named on the CHGPARM card
      *    and counts, per department, series and volume mode, the
      *    numbers issued in the month and the numbers VOIDPROC
      *    voided in the month; the charge is on the net.  A number
      *    issued and voided in the same month nets to nothing; a
      *    number charged in an earlier month and voided in this one
      *    comes back as a credit, so every void is credited exactly
      *    once however late the department cancels.
      *
      *    The history master carries no series code, so each number
      *    is placed in the SERMAST series whose mode it was issued
      *    under and whose floor and ceiling bracket it.  The net is
      *    priced from the CHGRATE rate master that RATELOAD keeps.
      *    One statement prints per department, and each priced line
      *    goes out as a chargeback journal record on the CHGFEED
      *    ledger interface inside its own "FH"/"FT" envelope, the
      *    feed number drawn from GLFEEDCT like any other GL producer,
      *    so the cost allocation posts without being rekeyed.  A
      *    number no cataloged series brackets, or a series with no
      *    rate on file, is charged nothing, listed on the statement
      *    and drives return code 8 for finance to resolve.
      *
      *    The month is tallied in full before the feed is opened or
      *    a feed number drawn.  A month with more department/series
      *    lines than the charge table holds produces no statements
      *    and no feed, and ends with return code 16: a balanced feed
      *    of part of the month would post as if it were all of it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGPARM-FILE ASSIGN TO "CHGPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGPARM-FILE-STATUS.

           SELECT HISTMAST-FILE ASSIGN TO "HISTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTMAST-FILE-STATUS.

           SELECT SERMAST-FILE ASSIGN TO "SERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-KEY
               FILE STATUS IS WS-SERMAST-FILE-STATUS.

           SELECT CHGRATE-FILE ASSIGN TO "CHGRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRT-KEY
               FILE STATUS IS WS-CHGRATE-FILE-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT CHGFEED-FILE ASSIGN TO "CHGFEED"
               ORGANIZATION IS SEQUENTIAL.

           SELECT GLFEEDCT-FILE ASSIGN TO "GLFEEDCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDCTL-FILE-STATUS.

           SELECT CHGRPT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGPARM-FILE
           RECORDING MODE IS F.
       COPY CHGPARM.

       FD  HISTMAST-FILE.
       COPY HISTMAST.

       FD  SERMAST-FILE.
       COPY SERMAST.

       FD  CHGRATE-FILE.
       COPY CHGRATE.

       FD  CAL-FILE.
       COPY CALREC.

       FD  CHGFEED-FILE
           RECORDING MODE IS F.
       COPY GLEXTR.
       COPY CHGJRNL.

       FD  GLFEEDCT-FILE
           RECORDING MODE IS F.
       COPY GLFEEDCT.

       FD  CHGRPT-FILE
           RECORDING MODE IS F.
       01  CHGRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CHGPARM-FILE-STATUS      PIC XX.
       01  WS-HISTMAST-FILE-STATUS     PIC XX.
       01  WS-SERMAST-FILE-STATUS      PIC XX.
       01  WS-CHGRATE-FILE-STATUS      PIC XX.
       01  WS-CAL-FILE-STATUS          PIC XX.
       01  WS-FEEDCTL-FILE-STATUS      PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
               88  PARM-EOF                      VALUE 'Y'.
           05  WS-HIST-EOF-SW          PIC X VALUE 'N'.
               88  HIST-EOF                      VALUE 'Y'.
           05  WS-SERMAST-EOF-SW       PIC X VALUE 'N'.
               88  SERMAST-EOF                   VALUE 'Y'.

       01  WS-OPEN-FLAGS.
           05  WS-HISTMAST-OPEN-SW     PIC X VALUE 'N'.
               88  HISTMAST-IS-OPEN              VALUE 'Y'.
           05  WS-SERMAST-OPEN-SW      PIC X VALUE 'N'.
               88  SERIES-CATALOG-OPEN           VALUE 'Y'.
           05  WS-CHGRATE-OPEN-SW      PIC X VALUE 'N'.
               88  RATE-MASTER-OPEN              VALUE 'Y'.
           05  WS-FEED-OPEN-SW         PIC X VALUE 'N'.
               88  CHARGEBACK-FEED-OPEN          VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "CHGBACK".
       01  WS-WALL-DATE                PIC 9(06).
       01  WS-WALL-DATE-PARTS REDEFINES WS-WALL-DATE.
           05  WS-WALL-YY              PIC 9(02).
           05  WS-WALL-MM              PIC 9(02).
           05  WS-WALL-DD              PIC 9(02).
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).

       01  WS-CHARGE-PERIOD            PIC 9(04) VALUE ZERO.
       01  WS-CHARGE-PERIOD-PARTS REDEFINES WS-CHARGE-PERIOD.
           05  WS-CHARGE-YY            PIC 9(02).
           05  WS-CHARGE-MM            PIC 9(02).

      *---------------------------------------------------------------*
      *  Issue and void dates of the history row being tallied, cut
      *  to their YYMM period.
      *---------------------------------------------------------------*
       01  WS-ISSUE-DATE               PIC 9(06).
       01  WS-ISSUE-DATE-PARTS REDEFINES WS-ISSUE-DATE.
           05  WS-ISSUE-PERIOD         PIC 9(04).
           05  WS-ISSUE-DD             PIC 9(02).
       01  WS-VOID-DATE                PIC 9(06).
       01  WS-VOID-DATE-PARTS REDEFINES WS-VOID-DATE.
           05  WS-VOID-PERIOD          PIC 9(04).
           05  WS-VOID-DD              PIC 9(02).
       01  WS-ROW-ISSUED-SW            PIC X VALUE 'N'.
           88  ROW-ISSUED-IN-PERIOD               VALUE 'Y'.
       01  WS-ROW-VOIDED-SW            PIC X VALUE 'N'.
           88  ROW-VOIDED-IN-PERIOD               VALUE 'Y'.

      *---------------------------------------------------------------*
      *  The series catalog held in storage, so each history row can
      *  be placed in its series without a keyed read per number.
      *---------------------------------------------------------------*
       01  WS-SERIES-TABLE-MAX         PIC 9(03) VALUE 200.
       01  WS-SERIES-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-SERIES-IX                PIC 9(03) VALUE ZERO.
       01  WS-SERIES-TABLE.
           05  WS-SERIES-ENTRY         OCCURS 200 TIMES.
               10  WS-SER-TBL-CODE     PIC X(04).
               10  WS-SER-TBL-MODE     PIC X(01).
               10  WS-SER-TBL-FLOOR    PIC 9(09).
               10  WS-SER-TBL-CEILING  PIC 9(09).
       01  WS-SERIES-FOUND-SW          PIC X VALUE 'N'.
           88  SERIES-FOUND                       VALUE 'Y'.
       01  WS-ROW-SERIES-CODE          PIC X(04).
       01  WS-UNMAPPED-SERIES          PIC X(04) VALUE "????".

      *---------------------------------------------------------------*
      *  Charge accumulators, one per department, series and mode,
      *  kept in key order as they are added so the statements print
      *  department by department without a sort.
      *---------------------------------------------------------------*
       01  WS-CHARGE-TABLE-MAX         PIC 9(04) VALUE 1000.
       01  WS-CHARGE-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-CHARGE-IX                PIC 9(04) VALUE ZERO.
       01  WS-CHARGE-SHIFT-IX          PIC 9(04) VALUE ZERO.
       01  WS-CHARGE-TABLE.
           05  WS-CHARGE-ENTRY         OCCURS 1000 TIMES.
               10  WS-CHG-KEY.
                   15  WS-CHG-DEPT-CODE    PIC X(04).
                   15  WS-CHG-SERIES-CODE  PIC X(04).
                   15  WS-CHG-MODE         PIC X(01).
               10  WS-CHG-ISSUED       PIC 9(09).
               10  WS-CHG-VOIDED       PIC 9(09).
       01  WS-SEARCH-KEY.
           05  WS-SEARCH-DEPT-CODE     PIC X(04).
           05  WS-SEARCH-SERIES-CODE   PIC X(04).
           05  WS-SEARCH-MODE          PIC X(01).
       01  WS-CHARGE-FOUND-SW          PIC X VALUE 'N'.
           88  CHARGE-FOUND                       VALUE 'Y'.
       01  WS-INSERT-DONE-SW           PIC X VALUE 'N'.
           88  INSERT-POINT-FOUND                 VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Pricing of one accumulator line.
      *---------------------------------------------------------------*
       01  WS-RATE-FOUND-SW            PIC X VALUE 'N'.
           88  RATE-FOUND                         VALUE 'Y'.
       01  WS-UNIT-RATE                PIC 9(05)V9(04) VALUE ZERO.
       01  WS-NET-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-DR-CR-IND                PIC X(01) VALUE SPACE.
       01  WS-LINE-AMOUNT              PIC 9(11)V99 VALUE ZERO.
       01  WS-LINE-NOTE                PIC X(24) VALUE SPACES.
       01  WS-AMOUNT-CENTS             PIC 9(13) VALUE ZERO.

       01  WS-CURRENT-DEPT             PIC X(04) VALUE SPACES.
       01  WS-DEPT-ISSUED              PIC 9(09) VALUE ZERO.
       01  WS-DEPT-VOIDED              PIC 9(09) VALUE ZERO.
       01  WS-DEPT-NET-AMOUNT          PIC S9(11)V99 VALUE ZERO.

       01  WS-RATE-EDIT                PIC Z(4)9.9999.
       01  WS-AMOUNT-EDIT              PIC Z(10)9.99.
       01  WS-SIGNED-EDIT              PIC Z(10)9.99-.

      *---------------------------------------------------------------*
      *  GL feed envelope support, as in VOIDPROC: the next feed
      *  sequence number is drawn from GLFEEDCT and written back
      *  before the header goes out; the trailer carries the journal
      *  record count and the sum of the journal amounts in cents.
      *---------------------------------------------------------------*
       01  WS-GL-FEED-NUMBER           PIC 9(06) VALUE ZERO.
       01  WS-FEED-LAST-NUMBER         PIC 9(06) VALUE ZERO.
       01  WS-FEED-LAST-DATE           PIC 9(06) VALUE ZERO.
       01  WS-FEED-LAST-ACKED          PIC 9(06) VALUE ZERO.
       01  WS-JOURNAL-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-JOURNAL-CHECKSUM         PIC 9(18) VALUE ZERO.

       01  WS-HIST-READ-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-ISSUED             PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-VOIDED             PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-DEBITS             PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS            PIC 9(11)V99 VALUE ZERO.
       01  WS-DEPT-STATEMENT-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-UNMAPPED-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-UNPRICED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-OVERFLOW-COUNT           PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF HISTMAST-IS-OPEN
               AND SERIES-CATALOG-OPEN
               PERFORM 2000-TALLY-ISSUANCE-HISTORY
               IF WS-OVERFLOW-COUNT = ZERO
                   PERFORM 1500-OPEN-CHARGEBACK-FEED
                   PERFORM 3000-PRINT-DEPT-STATEMENTS
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-WALL-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1050-READ-BUSINESS-CALENDAR
           OPEN OUTPUT CHGRPT-FILE
           PERFORM 1100-READ-PARAMETER-CARD
           MOVE SPACES TO WS-PRINT-LINE
           STRING "MONTHLY DEPARTMENT CHARGEBACK STATEMENTS"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   "   CHARGE PERIOD: " DELIMITED BY SIZE
                   WS-CHARGE-PERIOD DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           PERFORM 1200-OPEN-MASTERS
           IF HISTMAST-IS-OPEN
               AND SERIES-CATALOG-OPEN
               PERFORM 1300-LOAD-SERIES-TABLE
           END-IF.

      *---------------------------------------------------------------*
      *  The business date stamps the feed header, the same date the
      *  rest of the cycle runs under; a missing calendar degrades
      *  to the wall-clock date with a warning.
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

       1100-READ-PARAMETER-CARD.
           OPEN INPUT CHGPARM-FILE
           IF WS-CHGPARM-FILE-STATUS = "00"
               READ CHGPARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
                   NOT AT END
                       IF CGP-PERIOD NUMERIC
                           MOVE CGP-PERIOD TO WS-CHARGE-PERIOD
                       END-IF
               END-READ
               CLOSE CHGPARM-FILE
           END-IF
           IF WS-CHARGE-PERIOD = ZERO
               IF WS-WALL-MM = 1
                   COMPUTE WS-CHARGE-YY = WS-WALL-YY - 1
                   MOVE 12 TO WS-CHARGE-MM
               ELSE
                   MOVE WS-WALL-YY TO WS-CHARGE-YY
                   COMPUTE WS-CHARGE-MM = WS-WALL-MM - 1
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  The history master and the series catalog must both be
      *  there: without either nothing can be counted or placed in a
      *  series, and a partial charge is worse than none.  A missing
      *  rate master degrades -- everything is counted and listed
      *  unpriced, with return code 8.
      *---------------------------------------------------------------*
       1200-OPEN-MASTERS.
           OPEN INPUT HISTMAST-FILE
           IF WS-HISTMAST-FILE-STATUS = "00"
               SET HISTMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "*** HISTMAST-FILE OPEN FAILED - STATUS "
                       WS-HISTMAST-FILE-STATUS
                       " - NOTHING CHARGED ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT SERMAST-FILE
           IF WS-SERMAST-FILE-STATUS = "00"
               SET SERIES-CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY "*** SERMAST-FILE OPEN FAILED - STATUS "
                       WS-SERMAST-FILE-STATUS
                       " - NOTHING CHARGED ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT CHGRATE-FILE
           IF WS-CHGRATE-FILE-STATUS = "00"
               SET RATE-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "*** CHGRATE NOT AVAILABLE - STATUS "
                       WS-CHGRATE-FILE-STATUS
                       " - ALL USAGE LISTED UNPRICED ***"
           END-IF
           IF NOT HISTMAST-IS-OPEN
               OR NOT SERIES-CATALOG-OPEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING "HISTORY MASTER OR SERIES CATALOG NOT AVAILABLE"
                       " - RUN ENDED" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO CHGRPT-LINE
               WRITE CHGRPT-LINE
           END-IF.

       1300-LOAD-SERIES-TABLE.
           MOVE LOW-VALUES TO SER-KEY
           START SERMAST-FILE KEY NOT < SER-KEY
               INVALID KEY
                   SET SERMAST-EOF TO TRUE
           END-START
           PERFORM UNTIL SERMAST-EOF
               READ SERMAST-FILE NEXT RECORD
                   AT END
                       SET SERMAST-EOF TO TRUE
                   NOT AT END
                       IF WS-SERIES-COUNT < WS-SERIES-TABLE-MAX
                           ADD 1 TO WS-SERIES-COUNT
                           MOVE SER-SERIES-CODE
                               TO WS-SER-TBL-CODE (WS-SERIES-COUNT)
                           MOVE SER-VOLUME-MODE
                               TO WS-SER-TBL-MODE (WS-SERIES-COUNT)
                           MOVE SER-FLOOR-NUM
                               TO WS-SER-TBL-FLOOR (WS-SERIES-COUNT)
                           MOVE SER-CEILING-NUM
                               TO WS-SER-TBL-CEILING (WS-SERIES-COUNT)
                       ELSE
                           DISPLAY "*** SERIES TABLE FULL - SERIES "
                                   SER-SERIES-CODE
                                   " NOT LOADED ***"
                           IF RETURN-CODE < 8
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1400-START-CHARGEBACK-FEED.
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
           PERFORM 1450-WRITE-FEED-CONTROL
           MOVE SPACES            TO GL-FEED-HEADER-RECORD
           MOVE "FH"              TO GLF-HDR-ID
           MOVE WS-RUN-DATE       TO GLF-HDR-BUSINESS-DATE
           MOVE WS-GL-FEED-NUMBER TO GLF-HDR-FEED-NUMBER
           MOVE WS-JOB-NAME       TO GLF-HDR-JOB-NAME
           WRITE GL-FEED-HEADER-RECORD.

       1450-WRITE-FEED-CONTROL.
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

       1500-OPEN-CHARGEBACK-FEED.
           OPEN OUTPUT CHGFEED-FILE
           SET CHARGEBACK-FEED-OPEN TO TRUE
           PERFORM 1400-START-CHARGEBACK-FEED.

      *---------------------------------------------------------------*
      *  One pass of the whole history master.  A row counts as an
      *  issue when its run date falls in the period and as a void
      *  when VOIDPROC voided it in the period; a row that is both
      *  counts on both sides and nets to nothing.
      *---------------------------------------------------------------*
       2000-TALLY-ISSUANCE-HISTORY.
           MOVE LOW-VALUES TO HIST-KEY
           START HISTMAST-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   SET HIST-EOF TO TRUE
           END-START
           PERFORM UNTIL HIST-EOF
               READ HISTMAST-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-READ-COUNT
                       PERFORM 2100-TALLY-ONE-HISTORY-ROW
               END-READ
           END-PERFORM.

       2100-TALLY-ONE-HISTORY-ROW.
           MOVE 'N' TO WS-ROW-ISSUED-SW
                       WS-ROW-VOIDED-SW
           MOVE HIST-RUN-DATE TO WS-ISSUE-DATE
           IF WS-ISSUE-PERIOD = WS-CHARGE-PERIOD
               SET ROW-ISSUED-IN-PERIOD TO TRUE
           END-IF
           IF HIST-VOIDED
               MOVE HIST-VOID-DATE TO WS-VOID-DATE
               IF WS-VOID-PERIOD = WS-CHARGE-PERIOD
                   SET ROW-VOIDED-IN-PERIOD TO TRUE
               END-IF
           END-IF
           IF ROW-ISSUED-IN-PERIOD
               OR ROW-VOIDED-IN-PERIOD
               PERFORM 2200-PLACE-IN-SERIES
               MOVE HIST-DEPT-CODE     TO WS-SEARCH-DEPT-CODE
               MOVE WS-ROW-SERIES-CODE TO WS-SEARCH-SERIES-CODE
               MOVE HIST-MODE          TO WS-SEARCH-MODE
               PERFORM 2300-FIND-CHARGE-ENTRY
               IF CHARGE-FOUND
                   IF ROW-ISSUED-IN-PERIOD
                       ADD 1 TO WS-CHG-ISSUED (WS-CHARGE-IX)
                   END-IF
                   IF ROW-VOIDED-IN-PERIOD
                       ADD 1 TO WS-CHG-VOIDED (WS-CHARGE-IX)
                   END-IF
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  The series whose mode the number was issued under and whose
      *  floor and ceiling bracket it.  A number no cataloged series
      *  brackets is carried under "????" so it still prints.
      *---------------------------------------------------------------*
       2200-PLACE-IN-SERIES.
           MOVE 'N' TO WS-SERIES-FOUND-SW
           MOVE WS-UNMAPPED-SERIES TO WS-ROW-SERIES-CODE
           PERFORM VARYING WS-SERIES-IX FROM 1 BY 1
                   UNTIL WS-SERIES-IX > WS-SERIES-COUNT
                   OR SERIES-FOUND
               IF WS-SER-TBL-MODE (WS-SERIES-IX) = HIST-MODE
                   AND HIST-NUMBER
                       NOT < WS-SER-TBL-FLOOR (WS-SERIES-IX)
                   AND HIST-NUMBER
                       NOT > WS-SER-TBL-CEILING (WS-SERIES-IX)
                   SET SERIES-FOUND TO TRUE
                   MOVE WS-SER-TBL-CODE (WS-SERIES-IX)
                           TO WS-ROW-SERIES-CODE
               END-IF
           END-PERFORM
           IF NOT SERIES-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.

      *---------------------------------------------------------------*
      *  Find the accumulator for WS-SEARCH-KEY, or open one at its
      *  place in key order by moving the higher entries up a slot.
      *  A full table leaves CHARGE-FOUND off and the row is counted
      *  as overflow.
      *---------------------------------------------------------------*
       2300-FIND-CHARGE-ENTRY.
           MOVE 'N' TO WS-CHARGE-FOUND-SW
                       WS-INSERT-DONE-SW
           PERFORM VARYING WS-CHARGE-IX FROM 1 BY 1
                   UNTIL WS-CHARGE-IX > WS-CHARGE-COUNT
                   OR INSERT-POINT-FOUND
               IF WS-CHG-KEY (WS-CHARGE-IX) NOT < WS-SEARCH-KEY
                   SET INSERT-POINT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF INSERT-POINT-FOUND
               SUBTRACT 1 FROM WS-CHARGE-IX
               IF WS-CHG-KEY (WS-CHARGE-IX) = WS-SEARCH-KEY
                   SET CHARGE-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT CHARGE-FOUND
               AND WS-CHARGE-COUNT < WS-CHARGE-TABLE-MAX
               PERFORM VARYING WS-CHARGE-SHIFT-IX
                       FROM WS-CHARGE-COUNT BY -1
                       UNTIL WS-CHARGE-SHIFT-IX < WS-CHARGE-IX
                   MOVE WS-CHARGE-ENTRY (WS-CHARGE-SHIFT-IX)
                       TO WS-CHARGE-ENTRY (WS-CHARGE-SHIFT-IX + 1)
               END-PERFORM
               ADD 1 TO WS-CHARGE-COUNT
               MOVE WS-SEARCH-KEY TO WS-CHG-KEY (WS-CHARGE-IX)
               MOVE ZERO TO WS-CHG-ISSUED (WS-CHARGE-IX)
                            WS-CHG-VOIDED (WS-CHARGE-IX)
               SET CHARGE-FOUND TO TRUE
           END-IF.

      *---------------------------------------------------------------*
      *  The accumulators are in department order: a change of
      *  department closes one statement and opens the next.
      *---------------------------------------------------------------*
       3000-PRINT-DEPT-STATEMENTS.
           MOVE HIGH-VALUES TO WS-CURRENT-DEPT
           PERFORM VARYING WS-CHARGE-IX FROM 1 BY 1
                   UNTIL WS-CHARGE-IX > WS-CHARGE-COUNT
               IF WS-CHG-DEPT-CODE (WS-CHARGE-IX)
                       NOT = WS-CURRENT-DEPT
                   IF WS-CURRENT-DEPT NOT = HIGH-VALUES
                       PERFORM 3300-PRINT-DEPT-TOTAL
                   END-IF
                   PERFORM 3100-PRINT-STATEMENT-HEADING
               END-IF
               PERFORM 3200-PRICE-CHARGE-LINE
           END-PERFORM
           IF WS-CURRENT-DEPT NOT = HIGH-VALUES
               PERFORM 3300-PRINT-DEPT-TOTAL
           END-IF.

       3100-PRINT-STATEMENT-HEADING.
           MOVE WS-CHG-DEPT-CODE (WS-CHARGE-IX) TO WS-CURRENT-DEPT
           MOVE ZERO TO WS-DEPT-ISSUED
                        WS-DEPT-VOIDED
                        WS-DEPT-NET-AMOUNT
           ADD 1 TO WS-DEPT-STATEMENT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE ALL "=" TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CHARGEBACK STATEMENT - DEPARTMENT " DELIMITED BY SIZE
                   WS-CURRENT-DEPT DELIMITED BY SIZE
                   "   PERIOD " DELIMITED BY SIZE
                   WS-CHARGE-PERIOD DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SERIES MODE    ISSUED    VOIDED       NET"
                   "   UNIT RATE         AMOUNT DR/CR"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE.

      *---------------------------------------------------------------*
      *  Price one line at its series rate and post it to the feed.
      *  A line with no series or no rate is listed at zero and not
      *  journaled; a line that nets to zero has nothing to post.
      *---------------------------------------------------------------*
       3200-PRICE-CHARGE-LINE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE ZERO TO WS-UNIT-RATE
                        WS-LINE-AMOUNT
           MOVE SPACES TO WS-LINE-NOTE
           IF WS-CHG-ISSUED (WS-CHARGE-IX)
                   NOT < WS-CHG-VOIDED (WS-CHARGE-IX)
               MOVE 'D' TO WS-DR-CR-IND
               COMPUTE WS-NET-COUNT = WS-CHG-ISSUED (WS-CHARGE-IX)
                                    - WS-CHG-VOIDED (WS-CHARGE-IX)
           ELSE
               MOVE 'C' TO WS-DR-CR-IND
               COMPUTE WS-NET-COUNT = WS-CHG-VOIDED (WS-CHARGE-IX)
                                    - WS-CHG-ISSUED (WS-CHARGE-IX)
           END-IF
           IF WS-CHG-SERIES-CODE (WS-CHARGE-IX) = WS-UNMAPPED-SERIES
               MOVE "*** NO CATALOG SERIES" TO WS-LINE-NOTE
           ELSE
               IF RATE-MASTER-OPEN
                   MOVE WS-CHG-SERIES-CODE (WS-CHARGE-IX)
                           TO CRT-SERIES-CODE
                   MOVE WS-CHG-MODE (WS-CHARGE-IX) TO CRT-MODE
                   READ CHGRATE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET RATE-FOUND TO TRUE
                           MOVE CRT-UNIT-RATE TO WS-UNIT-RATE
                   END-READ
               END-IF
               IF NOT RATE-FOUND
                   MOVE "*** NO RATE ON FILE" TO WS-LINE-NOTE
               END-IF
           END-IF
           IF RATE-FOUND
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                       WS-NET-COUNT * WS-UNIT-RATE
               IF WS-DR-CR-IND = 'D'
                   ADD WS-LINE-AMOUNT TO WS-DEPT-NET-AMOUNT
                                         WS-TOTAL-DEBITS
               ELSE
                   SUBTRACT WS-LINE-AMOUNT FROM WS-DEPT-NET-AMOUNT
                   ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
               IF WS-LINE-AMOUNT > ZERO
                   PERFORM 3250-WRITE-JOURNAL-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-UNPRICED-COUNT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           ADD WS-CHG-ISSUED (WS-CHARGE-IX) TO WS-DEPT-ISSUED
                                              WS-TOTAL-ISSUED
           ADD WS-CHG-VOIDED (WS-CHARGE-IX) TO WS-DEPT-VOIDED
                                              WS-TOTAL-VOIDED
           MOVE WS-UNIT-RATE TO WS-RATE-EDIT
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-CHG-SERIES-CODE (WS-CHARGE-IX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-CHG-MODE (WS-CHARGE-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CHG-ISSUED (WS-CHARGE-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CHG-VOIDED (WS-CHARGE-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NET-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RATE-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DR-CR-IND DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LINE-NOTE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE.

       3250-WRITE-JOURNAL-RECORD.
           MOVE SPACES             TO CJ-JOURNAL-RECORD
           MOVE "CB"               TO CJ-RECORD-TYPE
           MOVE WS-CHARGE-PERIOD   TO CJ-PERIOD
           MOVE WS-CHG-DEPT-CODE (WS-CHARGE-IX)   TO CJ-DEPT-CODE
           MOVE WS-CHG-SERIES-CODE (WS-CHARGE-IX) TO CJ-SERIES-CODE
           MOVE WS-CHG-MODE (WS-CHARGE-IX)        TO CJ-MODE
           MOVE WS-CHG-ISSUED (WS-CHARGE-IX)      TO CJ-ISSUED-COUNT
           MOVE WS-CHG-VOIDED (WS-CHARGE-IX)      TO CJ-VOIDED-COUNT
           MOVE WS-NET-COUNT       TO CJ-NET-COUNT
           MOVE WS-UNIT-RATE       TO CJ-UNIT-RATE
           MOVE WS-DR-CR-IND       TO CJ-DR-CR-IND
           MOVE WS-LINE-AMOUNT     TO CJ-AMOUNT
           MOVE WS-JOB-NAME        TO CJ-JOB-NAME
           WRITE CJ-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-COUNT
           COMPUTE WS-AMOUNT-CENTS = WS-LINE-AMOUNT * 100
           ADD WS-AMOUNT-CENTS TO WS-JOURNAL-CHECKSUM.

       3300-PRINT-DEPT-TOTAL.
           MOVE WS-DEPT-NET-AMOUNT TO WS-SIGNED-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPARTMENT " DELIMITED BY SIZE
                   WS-CURRENT-DEPT DELIMITED BY SIZE
                   " TOTAL   ISSUED " DELIMITED BY SIZE
                   WS-DEPT-ISSUED DELIMITED BY SIZE
                   "   VOIDED " DELIMITED BY SIZE
                   WS-DEPT-VOIDED DELIMITED BY SIZE
                   "   NET CHARGE " DELIMITED BY SIZE
                   WS-SIGNED-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE.

       9000-TERMINATE.
           IF CHARGEBACK-FEED-OPEN
               MOVE SPACES               TO GL-FEED-TRAILER-RECORD
               MOVE "FT"                 TO GLF-TRL-ID
               MOVE WS-GL-FEED-NUMBER    TO GLF-TRL-FEED-NUMBER
               MOVE WS-JOURNAL-COUNT     TO GLF-TRL-RECORD-COUNT
               MOVE WS-JOURNAL-CHECKSUM  TO GLF-TRL-CHECKSUM
               WRITE GL-FEED-TRAILER-RECORD
               CLOSE CHGFEED-FILE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE ALL "=" TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "HISTORY ROWS READ: " DELIMITED BY SIZE
                   WS-HIST-READ-COUNT DELIMITED BY SIZE
                   "   ISSUED IN PERIOD: " DELIMITED BY SIZE
                   WS-TOTAL-ISSUED DELIMITED BY SIZE
                   "   VOIDED IN PERIOD: " DELIMITED BY SIZE
                   WS-TOTAL-VOIDED DELIMITED BY SIZE
                   "   STATEMENTS: " DELIMITED BY SIZE
                   WS-DEPT-STATEMENT-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL CHARGED: " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL CREDITED: " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF CHARGEBACK-FEED-OPEN
               STRING "CHGFEED FEED NUMBER: " DELIMITED BY SIZE
                       WS-GL-FEED-NUMBER DELIMITED BY SIZE
                       "   JOURNAL RECORDS: " DELIMITED BY SIZE
                       WS-JOURNAL-COUNT DELIMITED BY SIZE
                       "   CHECKSUM (CENTS): " DELIMITED BY SIZE
                       WS-JOURNAL-CHECKSUM DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           ELSE
               STRING "CHGFEED NOT PRODUCED - NO FEED NUMBER DRAWN"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "UNPRICED LINES: " DELIMITED BY SIZE
                   WS-UNPRICED-COUNT DELIMITED BY SIZE
                   "   NUMBERS OUTSIDE ANY SERIES: " DELIMITED BY SIZE
                   WS-UNMAPPED-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO CHGRPT-LINE
           WRITE CHGRPT-LINE
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** CHARGE TABLE FULL - " DELIMITED BY SIZE
                       WS-OVERFLOW-COUNT DELIMITED BY SIZE
                       " HISTORY ROWS NOT PLACED - NO STATEMENTS OR"
                       " FEED PRODUCED ***"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO CHGRPT-LINE
               WRITE CHGRPT-LINE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF HISTMAST-IS-OPEN
               CLOSE HISTMAST-FILE
           END-IF
           IF SERIES-CATALOG-OPEN
               CLOSE SERMAST-FILE
           END-IF
           IF RATE-MASTER-OPEN
               CLOSE CHGRATE-FILE
           END-IF
           CLOSE CHGRPT-FILE.
