       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLWRT.
      *
      *    Control-master change journal routine.  NUMMAST, SERMAST,
      *    DEPTALLO and CALFILE are all rewritten in place, so once a
      *    bad card has moved a high-water mark or a quota the value
      *    it replaced is gone.  Every program that updates one of
      *    them calls this routine straight after each successful
      *    add, rewrite or delete, handing it the record's before and
      *    after images; the parameter contract is JRNLWRT.CPY and
      *    the journal record MSTJRNL.CPY.  The entry is stamped with
      *    the wall-clock date and time and appended to MSTJRNL.
      *
      *    The journal is opened and closed on every call, the way
      *    CYCSTEP treats the cycle control file, so each entry is on
      *    the journal before the caller goes on -- a run that abends
      *    later still leaves the record of what it had changed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTJRNL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSTJRNL-FILE
           RECORDING MODE IS F.
       COPY MSTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-MSTJRNL-FILE-STATUS      PIC XX.

       01  WS-NOW-DATE                 PIC 9(06).
       01  WS-NOW-TIME                 PIC 9(08).

       LINKAGE SECTION.
       COPY JRNLWRT.

       PROCEDURE DIVISION USING JRNLWRT-PARM-AREA.
       0000-MAIN-LINE.
           SET JRNLWRT-RECORDED TO TRUE
           MOVE SPACES TO JRNLWRT-FILE-STATUS
           PERFORM 1000-EDIT-REQUEST
           IF JRNLWRT-RECORDED
               PERFORM 2000-APPEND-ENTRY
           END-IF
           GOBACK.

       1000-EDIT-REQUEST.
           IF NOT JRNLWRT-NUMBER-MASTER
               AND NOT JRNLWRT-SERIES-MASTER
               AND NOT JRNLWRT-ALLOCATION-MASTER
               AND NOT JRNLWRT-CALENDAR-MASTER
               SET JRNLWRT-REQUEST-BAD TO TRUE
           END-IF
           IF NOT JRNLWRT-ADD
               AND NOT JRNLWRT-CHANGE
               AND NOT JRNLWRT-DELETE
               SET JRNLWRT-REQUEST-BAD TO TRUE
           END-IF
           IF JRNLWRT-KEY = SPACES
               SET JRNLWRT-REQUEST-BAD TO TRUE
           END-IF.

      *---------------------------------------------------------------*
      *  A journal that does not yet exist is created on the first
      *  entry, the way SECVIOL is.
      *---------------------------------------------------------------*
       2000-APPEND-ENTRY.
           ACCEPT WS-NOW-DATE FROM DATE
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND MSTJRNL-FILE
           IF WS-MSTJRNL-FILE-STATUS NOT = "00"
               OPEN OUTPUT MSTJRNL-FILE
           END-IF
           IF WS-MSTJRNL-FILE-STATUS NOT = "00"
               SET JRNLWRT-JOURNAL-DOWN TO TRUE
               MOVE WS-MSTJRNL-FILE-STATUS TO JRNLWRT-FILE-STATUS
           ELSE
               MOVE SPACES               TO MJ-JOURNAL-RECORD
               MOVE WS-NOW-DATE          TO MJ-JOURNAL-DATE
               MOVE WS-NOW-TIME          TO MJ-JOURNAL-TIME
               MOVE JRNLWRT-MASTER-NAME  TO MJ-MASTER-NAME
               MOVE JRNLWRT-KEY          TO MJ-KEY
               MOVE JRNLWRT-ACTION       TO MJ-ACTION
               MOVE JRNLWRT-PROGRAM      TO MJ-PROGRAM
               MOVE JRNLWRT-RUN-ID       TO MJ-RUN-ID
               IF JRNLWRT-ADD
                   MOVE SPACES           TO MJ-BEFORE-IMAGE
               ELSE
                   MOVE JRNLWRT-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
               END-IF
               IF JRNLWRT-DELETE
                   MOVE SPACES           TO MJ-AFTER-IMAGE
               ELSE
                   MOVE JRNLWRT-AFTER-IMAGE TO MJ-AFTER-IMAGE
               END-IF
               WRITE MJ-JOURNAL-RECORD
               IF WS-MSTJRNL-FILE-STATUS NOT = "00"
                   SET JRNLWRT-JOURNAL-DOWN TO TRUE
                   MOVE WS-MSTJRNL-FILE-STATUS TO JRNLWRT-FILE-STATUS
               END-IF
               CLOSE MSTJRNL-FILE
           END-IF.
