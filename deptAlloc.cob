       01  WS-REMAINING                PIC S9(10) VALUE ZERO.
       01  WS-REMAINING-EDIT           PIC -9(10).

      *---------------------------------------------------------------*
      *  Every DEPTALLO update is handed to JRNLWRT with the record's
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
                       SET DEPT-ON-FILE TO TRUE
                       MOVE DA-ALLOCATION-RECORD
                               TO JRNLWRT-BEFORE-IMAGE
               END-READ
               IF DCD-MONTHLY-QUOTA = ZERO
                   PERFORM 2200-DELETE-QUOTA
               DELETE DEPTALLO-FILE
               IF WS-DEPTALLO-FILE-STATUS = "00"
                   ADD 1 TO WS-DELETED-COUNT
                   SET JRNLWRT-DELETE TO TRUE
                   MOVE DCD-DEPT-CODE TO JRNLWRT-KEY
                   MOVE SPACES TO JRNLWRT-AFTER-IMAGE
                   PERFORM 2500-JOURNAL-QUOTA-CHANGE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "DELETED: DEPT " DELIMITED BY SIZE
                           DCD-DEPT-CODE DELIMITED BY SIZE
               DISPLAY "*** DEPTALLO-FILE UPDATE FAILED - STATUS "
                       WS-DEPTALLO-FILE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF DEPT-ON-FILE
                   SET JRNLWRT-CHANGE TO TRUE
               ELSE
                   SET JRNLWRT-ADD TO TRUE
               END-IF
               MOVE DA-KEY               TO JRNLWRT-KEY
               MOVE DA-ALLOCATION-RECORD TO JRNLWRT-AFTER-IMAGE
               PERFORM 2500-JOURNAL-QUOTA-CHANGE
           END-IF.

      *---------------------------------------------------------------*
      *  Journal one DEPTALLO update.  A journal that cannot be written
      *  does not undo the update, but the run is warned so the gap
      *  in the journal is known.
      *---------------------------------------------------------------*
       2500-JOURNAL-QUOTA-CHANGE.
           MOVE "DEPTALLO" TO JRNLWRT-MASTER-NAME
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
