       01  WS-UPDATED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Every CALFILE update is handed to JRNLWRT with the record's
      *  before and after images for the control-master journal.
      *---------------------------------------------------------------*
       01  WS-JRNLWRT-PGM              PIC X(08) VALUE "JRNLWRT".
       01  WS-SAVED-RETURN-CODE        PIC S9(04) VALUE ZERO.
       COPY JRNLWRT.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
                   CONTINUE
               NOT INVALID KEY
                   SET DATE-ON-FILE TO TRUE
                   MOVE CAL-CALENDAR-RECORD TO JRNLWRT-BEFORE-IMAGE
                   IF CAL-RUN-COMPLETED
                       SET DATE-IS-PROTECTED TO TRUE
                   END-IF
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 5100-PRINT-PROOF-LINE
                   IF DATE-ON-FILE
                       SET JRNLWRT-CHANGE TO TRUE
                   ELSE
                       SET JRNLWRT-ADD TO TRUE
                   END-IF
                   MOVE CAL-KEY             TO JRNLWRT-KEY
                   MOVE CAL-CALENDAR-RECORD TO JRNLWRT-AFTER-IMAGE
                   PERFORM 5200-JOURNAL-CALENDAR-CHANGE
               END-IF
           END-IF.

           MOVE WS-PRINT-LINE TO CALRPT-LINE
           WRITE CALRPT-LINE.

      *---------------------------------------------------------------*
      *  Journal one CALFILE update.  A journal that cannot be written
      *  does not undo the update, but the run is warned so the gap
      *  in the journal is known.
      *---------------------------------------------------------------*
       5200-JOURNAL-CALENDAR-CHANGE.
           MOVE "CALFILE" TO JRNLWRT-MASTER-NAME
           MOVE WS-JOB-NAME TO JRNLWRT-PROGRAM
           MOVE SPACES TO JRNLWRT-RUN-ID
           STRING WS-JOB-NAME DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO JRNLWRT-RUN-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL WS-JRNLWRT-PGM USING JRNLWRT-PARM-AREA
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF NOT JRNLWRT-RECORDED
               DISPLAY "*** CHANGE JOURNAL NOT WRITTEN FOR KEY "
                       JRNLWRT-KEY " - STATUS "
                       JRNLWRT-FILE-STATUS " ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  Convert WS-WORK-DATE (YYMMDD, century 2000) to a day serial
      *  with 2000-01-01 = 1, the same arithmetic GLACKMAT uses.
