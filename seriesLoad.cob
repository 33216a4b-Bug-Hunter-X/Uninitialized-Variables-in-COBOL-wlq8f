       01  WS-REPLACED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Every SERMAST update is handed to JRNLWRT with the record's
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
                   SET SERIES-ON-FILE TO TRUE
                   MOVE SER-MASTER-RECORD TO JRNLWRT-BEFORE-IMAGE
           END-READ
           MOVE SCD-SERIES-CODE  TO SER-SERIES-CODE
           MOVE SCD-VOLUME-MODE  TO SER-VOLUME-MODE
           ELSE
               IF SERIES-ON-FILE
                   ADD 1 TO WS-REPLACED-COUNT
                   SET JRNLWRT-CHANGE TO TRUE
               ELSE
                   ADD 1 TO WS-ADDED-COUNT
                   SET JRNLWRT-ADD TO TRUE
               END-IF
               MOVE SER-KEY           TO JRNLWRT-KEY
               MOVE SER-MASTER-RECORD TO JRNLWRT-AFTER-IMAGE
               PERFORM 2500-JOURNAL-SERIES-CHANGE
           END-IF.

      *---------------------------------------------------------------*
      *  Journal one SERMAST update.  A journal that cannot be written
      *  does not undo the update, but the run is warned so the gap
      *  in the journal is known.
      *---------------------------------------------------------------*
       2500-JOURNAL-SERIES-CHANGE.
           MOVE "SERMAST" TO JRNLWRT-MASTER-NAME
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

