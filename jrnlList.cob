       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLLIST.
      *
      *    Control-master journal report.  Reads the MSTJRNL change
      *    journal JRNLWRT builds and lists every entry the parameter
      *    card selects -- by master, by record key and by the date the
      *    change was made -- in the order the changes happened.  Each
      *    entry shows when it was made, by which program and run, and
      *    what the record said before and after, laid out field by
      *    field for the master it belongs to, so the question "what
      *    was the high-water mark before last night, and which run
      *    moved it" is answered from one listing.  Totals by master
      *    and by kind of change close the report.
      *
      *    Rolling a master back is MSTRECOV's job; this report only
      *    reads the journal.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRLPARM-FILE ASSIGN TO "JRLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRLPARM-FILE-STATUS.

           SELECT MSTJRNL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-FILE-STATUS.

           SELECT JRLRPT-FILE ASSIGN TO "JRLRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JRLPARM-FILE
           RECORDING MODE IS F.
       COPY JRLPARM.

       FD  MSTJRNL-FILE
           RECORDING MODE IS F.
       COPY MSTJRNL.

       FD  JRLRPT-FILE
           RECORDING MODE IS F.
       01  JRLRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JRLPARM-FILE-STATUS      PIC XX.
       01  WS-MSTJRNL-FILE-STATUS      PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
               88  PARM-EOF                      VALUE 'Y'.
           05  WS-JOURNAL-EOF-SW       PIC X VALUE 'N'.
               88  JOURNAL-EOF                   VALUE 'Y'.

       01  WS-PARM-FLAGS.
           05  WS-PARM-VALID-SW        PIC X VALUE 'N'.
               88  PARM-IS-VALID                 VALUE 'Y'.
               88  PARM-IS-INVALID               VALUE 'N'.

       01  WS-MATCH-FLAGS.
           05  WS-ENTRY-MATCH-SW       PIC X VALUE 'N'.
               88  ENTRY-MATCHES                 VALUE 'Y'.
               88  ENTRY-REJECTED                VALUE 'N'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "JRNLLIST".
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-PRINT-LINE               PIC X(132).

      *---------------------------------------------------------------*
      *  Report criteria lifted off the parameter card.  A date-to
      *  of zero defaults to date-from so a single day needs only
      *  one date punched.
      *---------------------------------------------------------------*
       01  WS-SEL-MASTER-NAME          PIC X(08) VALUE SPACES.
           88  SEL-NUMBER-MASTER                 VALUE "NUMMAST".
           88  SEL-SERIES-MASTER                 VALUE "SERMAST".
           88  SEL-ALLOCATION-MASTER             VALUE "DEPTALLO".
           88  SEL-CALENDAR-MASTER               VALUE "CALFILE".
       01  WS-SEL-KEY                  PIC X(20) VALUE SPACES.
       01  WS-SEL-DATE-FROM            PIC 9(06) VALUE ZERO.
       01  WS-SEL-DATE-TO              PIC 9(06) VALUE ZERO.

       01  WS-ACTION-TEXT              PIC X(08) VALUE SPACES.
       01  WS-IMAGE-LABEL              PIC X(06) VALUE SPACES.
       01  WS-IMAGE                    PIC X(100) VALUE SPACES.
       01  WS-IMAGE-TEXT               PIC X(100) VALUE SPACES.

      *---------------------------------------------------------------*
      *  Work copies of the four master layouts.  A journal image is
      *  moved over the layout of the master it came from so its
      *  fields can be printed by name.
      *---------------------------------------------------------------*
       COPY NUMMAST.
       COPY SERMAST.
       COPY DEPTALLO.
       COPY CALREC.

       01  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-LISTED-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-NUMMAST-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-SERMAST-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-DEPTALLO-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-CALFILE-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-ADDED-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-CHANGED-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-DELETED-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF PARM-IS-VALID
               PERFORM 2000-SCAN-JOURNAL
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT JRLRPT-FILE
           PERFORM 1100-READ-PARAMETER-CARD
           PERFORM 1200-PRINT-REPORT-HEADING.

      *---------------------------------------------------------------*
      *  A missing card is not taken as "report everything": the
      *  whole journal is asked for with a blank card.  A master
      *  name that is not one of the four journaled masters, a key
      *  with no master, or a reversed date range rejects the card.
      *---------------------------------------------------------------*
       1100-READ-PARAMETER-CARD.
           OPEN INPUT JRLPARM-FILE
           IF WS-JRLPARM-FILE-STATUS NOT = "00"
               DISPLAY "*** JRLPARM-FILE OPEN FAILED - STATUS "
                       WS-JRLPARM-FILE-STATUS " ***"
               SET PARM-EOF TO TRUE
           ELSE
               READ JRLPARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
               END-READ
               CLOSE JRLPARM-FILE
           END-IF
           IF PARM-EOF
               DISPLAY "*** NO JRNLLIST PARAMETER CARD - NOTHING"
                       " REPORTED ***"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE JLP-MASTER-NAME TO WS-SEL-MASTER-NAME
               MOVE JLP-KEY         TO WS-SEL-KEY
               MOVE ZERO TO WS-SEL-DATE-FROM WS-SEL-DATE-TO
               IF JLP-DATE-FROM NUMERIC
                   MOVE JLP-DATE-FROM TO WS-SEL-DATE-FROM
               END-IF
               IF JLP-DATE-TO NUMERIC
                   MOVE JLP-DATE-TO   TO WS-SEL-DATE-TO
               END-IF
               IF WS-SEL-DATE-TO = ZERO
                   MOVE WS-SEL-DATE-FROM TO WS-SEL-DATE-TO
               END-IF
               SET PARM-IS-VALID TO TRUE
               IF WS-SEL-MASTER-NAME NOT = SPACES
                   AND NOT SEL-NUMBER-MASTER
                   AND NOT SEL-SERIES-MASTER
                   AND NOT SEL-ALLOCATION-MASTER
                   AND NOT SEL-CALENDAR-MASTER
                   DISPLAY "*** MASTER " WS-SEL-MASTER-NAME
                           " IS NOT JOURNALED - CARD REJECTED ***"
                   SET PARM-IS-INVALID TO TRUE
               END-IF
               IF WS-SEL-KEY NOT = SPACES
                   AND WS-SEL-MASTER-NAME = SPACES
                   DISPLAY "*** KEY PUNCHED WITH NO MASTER NAME"
                           " - CARD REJECTED ***"
                   SET PARM-IS-INVALID TO TRUE
               END-IF
               IF WS-SEL-DATE-FROM > WS-SEL-DATE-TO
                   DISPLAY "*** DATE-FROM " WS-SEL-DATE-FROM
                           " IS AFTER DATE-TO " WS-SEL-DATE-TO
                           " - CARD REJECTED ***"
                   SET PARM-IS-INVALID TO TRUE
               END-IF
               IF PARM-IS-INVALID
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       1200-PRINT-REPORT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CONTROL-MASTER CHANGE JOURNAL REPORT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO JRLRPT-LINE
           WRITE JRLRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOB: " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   "   RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   RUN TIME: " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO JRLRPT-LINE
           WRITE JRLRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF PARM-IS-VALID
               STRING "CRITERIA - MASTER: " DELIMITED BY SIZE
                       WS-SEL-MASTER-NAME DELIMITED BY SIZE
                       "   KEY: " DELIMITED BY SIZE
                       WS-SEL-KEY DELIMITED BY SIZE
                       "   DATES: " DELIMITED BY SIZE
                       WS-SEL-DATE-FROM DELIMITED BY SIZE
                       " THRU " DELIMITED BY SIZE
                       WS-SEL-DATE-TO DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
           ELSE
               STRING "PARAMETER CARD MISSING OR REJECTED - NOTHING"
                       " REPORTED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO JRLRPT-LINE
           WRITE JRLRPT-LINE.

      *---------------------------------------------------------------*
      *  A journal that has never been written is not an error --
      *  no master has been changed since journaling began.
      *---------------------------------------------------------------*
       2000-SCAN-JOURNAL.
           OPEN INPUT MSTJRNL-FILE
           IF WS-MSTJRNL-FILE-STATUS NOT = "00"
               IF WS-MSTJRNL-FILE-STATUS = "35"
                   DISPLAY "*** MSTJRNL NOT YET CREATED - NO CHANGES"
                           " JOURNALED ***"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "*** MSTJRNL OPEN FAILED - STATUS "
                           WS-MSTJRNL-FILE-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
               END-IF
               SET JOURNAL-EOF TO TRUE
           ELSE
               PERFORM UNTIL JOURNAL-EOF
                   READ MSTJRNL-FILE
                       AT END
                           SET JOURNAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2100-TEST-ENTRY
                           IF ENTRY-MATCHES
                               PERFORM 3000-PRINT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MSTJRNL-FILE
           END-IF.

       2100-TEST-ENTRY.
           SET ENTRY-MATCHES TO TRUE
           IF WS-SEL-MASTER-NAME NOT = SPACES
               AND MJ-MASTER-NAME NOT = WS-SEL-MASTER-NAME
               SET ENTRY-REJECTED TO TRUE
           END-IF
           IF WS-SEL-KEY NOT = SPACES
               AND MJ-KEY NOT = WS-SEL-KEY
               SET ENTRY-REJECTED TO TRUE
           END-IF
           IF WS-SEL-DATE-FROM > ZERO
               AND (MJ-JOURNAL-DATE < WS-SEL-DATE-FROM
                   OR MJ-JOURNAL-DATE > WS-SEL-DATE-TO)
               SET ENTRY-REJECTED TO TRUE
           END-IF.

      *---------------------------------------------------------------*
      *  One section per journal entry: when, which record, what
      *  kind of change, by which program and run, then the record
      *  as it was and as it became.
      *---------------------------------------------------------------*
       3000-PRINT-ENTRY.
           ADD 1 TO WS-LISTED-COUNT
           EVALUATE TRUE
               WHEN MJ-NUMBER-MASTER
                   ADD 1 TO WS-NUMMAST-COUNT
               WHEN MJ-SERIES-MASTER
                   ADD 1 TO WS-SERMAST-COUNT
               WHEN MJ-ALLOCATION-MASTER
                   ADD 1 TO WS-DEPTALLO-COUNT
               WHEN MJ-CALENDAR-MASTER
                   ADD 1 TO WS-CALFILE-COUNT
           END-EVALUATE
           EVALUATE TRUE
               WHEN MJ-RECORD-ADDED
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "ADDED"   TO WS-ACTION-TEXT
               WHEN MJ-RECORD-CHANGED
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "CHANGED" TO WS-ACTION-TEXT
               WHEN MJ-RECORD-DELETED
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE "DELETED" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ACTION-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO JRLRPT-LINE
           WRITE JRLRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING MJ-JOURNAL-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MJ-JOURNAL-TIME DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MJ-MASTER-NAME DELIMITED BY SIZE
                   "  KEY " DELIMITED BY SIZE
                   MJ-KEY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ACTION-TEXT DELIMITED BY SIZE
                   "  BY " DELIMITED BY SIZE
                   MJ-PROGRAM DELIMITED BY SIZE
                   "  RUN " DELIMITED BY SIZE
                   MJ-RUN-ID DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO JRLRPT-LINE
           WRITE JRLRPT-LINE
           MOVE "WAS:"          TO WS-IMAGE-LABEL
           MOVE MJ-BEFORE-IMAGE TO WS-IMAGE
           IF MJ-RECORD-ADDED
               MOVE "(NONE - RECORD ADDED)" TO WS-IMAGE-TEXT
           ELSE
               PERFORM 3200-DECODE-IMAGE
           END-IF
           PERFORM 3100-PRINT-IMAGE-LINE
           MOVE "NOW:"          TO WS-IMAGE-LABEL
           MOVE MJ-AFTER-IMAGE  TO WS-IMAGE
           IF MJ-RECORD-DELETED
               MOVE "(NONE - RECORD DELETED)" TO WS-IMAGE-TEXT
           ELSE
               PERFORM 3200-DECODE-IMAGE
           END-IF
           PERFORM 3100-PRINT-IMAGE-LINE.

       3100-PRINT-IMAGE-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    " DELIMITED BY SIZE
                   WS-IMAGE-LABEL DELIMITED BY SIZE
                   WS-IMAGE-TEXT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO JRLRPT-LINE
           WRITE JRLRPT-LINE.

      *---------------------------------------------------------------*
      *  Lay one record image out by the fields of its own master.
      *---------------------------------------------------------------*
       3200-DECODE-IMAGE.
           MOVE SPACES TO WS-IMAGE-TEXT
           EVALUATE TRUE
               WHEN MJ-NUMBER-MASTER
                   MOVE WS-IMAGE TO NM-MASTER-RECORD
                   STRING "LAST ISSUED " DELIMITED BY SIZE
                           NM-LAST-ISSUED DELIMITED BY SIZE
                           "  LAST RUN DATE " DELIMITED BY SIZE
                           NM-LAST-RUN-DATE DELIMITED BY SIZE
                           "  LAST RUN ID " DELIMITED BY SIZE
                           NM-LAST-RUN-ID DELIMITED BY SIZE
                           INTO WS-IMAGE-TEXT
               WHEN MJ-SERIES-MASTER
                   MOVE WS-IMAGE TO SER-MASTER-RECORD
                   STRING "MODE " DELIMITED BY SIZE
                           SER-VOLUME-MODE DELIMITED BY SIZE
                           "  DEPT " DELIMITED BY SIZE
                           SER-DEPT-CODE DELIMITED BY SIZE
                           "  FLOOR " DELIMITED BY SIZE
                           SER-FLOOR-NUM DELIMITED BY SIZE
                           "  CEILING " DELIMITED BY SIZE
                           SER-CEILING-NUM DELIMITED BY SIZE
                           INTO WS-IMAGE-TEXT
               WHEN MJ-ALLOCATION-MASTER
                   MOVE WS-IMAGE TO DA-ALLOCATION-RECORD
                   STRING "MONTHLY QUOTA " DELIMITED BY SIZE
                           DA-MONTHLY-QUOTA DELIMITED BY SIZE
                           "  PERIOD " DELIMITED BY SIZE
                           DA-USAGE-PERIOD DELIMITED BY SIZE
                           "  USED " DELIMITED BY SIZE
                           DA-USED-THIS-PERIOD DELIMITED BY SIZE
                           INTO WS-IMAGE-TEXT
               WHEN MJ-CALENDAR-MASTER
                   MOVE WS-IMAGE TO CAL-CALENDAR-RECORD
                   STRING "BUSINESS DAY " DELIMITED BY SIZE
                           CAL-BUSINESS-DAY-SW DELIMITED BY SIZE
                           "  BUSINESS DATE " DELIMITED BY SIZE
                           CAL-BUSINESS-DATE DELIMITED BY SIZE
                           "  RUN COMPLETE " DELIMITED BY SIZE
                           CAL-RUN-COMPLETE-SW DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CAL-COMPLETE-RUN-ID DELIMITED BY SIZE
                           INTO WS-IMAGE-TEXT
               WHEN OTHER
                   MOVE WS-IMAGE TO WS-IMAGE-TEXT
           END-EVALUATE.

       9000-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO JRLRPT-LINE
           WRITE JRLRPT-LINE
           IF PARM-IS-VALID
               AND WS-LISTED-COUNT = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NO JOURNAL ENTRIES MATCH THE CRITERIA"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO JRLRPT-LINE
               WRITE JRLRPT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOURNAL ENTRIES READ: " DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
                   "   LISTED: " DELIMITED BY SIZE
                   WS-LISTED-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO JRLRPT-LINE
           WRITE JRLRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  NUMMAST: " DELIMITED BY SIZE
                   WS-NUMMAST-COUNT DELIMITED BY SIZE
                   "   SERMAST: " DELIMITED BY SIZE
                   WS-SERMAST-COUNT DELIMITED BY SIZE
                   "   DEPTALLO: " DELIMITED BY SIZE
                   WS-DEPTALLO-COUNT DELIMITED BY SIZE
                   "   CALFILE: " DELIMITED BY SIZE
                   WS-CALFILE-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO JRLRPT-LINE
           WRITE JRLRPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ADDED: " DELIMITED BY SIZE
                   WS-ADDED-COUNT DELIMITED BY SIZE
                   "   CHANGED: " DELIMITED BY SIZE
                   WS-CHANGED-COUNT DELIMITED BY SIZE
                   "   DELETED: " DELIMITED BY SIZE
                   WS-DELETED-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO JRLRPT-LINE
           WRITE JRLRPT-LINE
           CLOSE JRLRPT-FILE.
