      *    whole merge), writes the single sealed HV-FILE downstream
      *    expects, and only then pushes the series high-water mark
      *    the instances deliberately left alone -- concurrent copies
      *    cannot safely share that rewrite.  Every department on the
      *    merged details must hold a series entitlement in force on
      *    the instances' business date; a refused department fails
      *    the merge and is logged to the security-violation file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SER-KEY
               FILE STATUS IS WS-SERMAST-FILE-STATUS.

           SELECT SERAUTH-FILE ASSIGN TO "SERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAU-KEY
               FILE STATUS IS WS-SERAUTH-FILE-STATUS.

           SELECT SECVIOL-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECVIOL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MRGPARM-FILE
       FD  SERMAST-FILE.
       COPY SERMAST.

       FD  SERAUTH-FILE.
       COPY SERAUTH.

       FD  SECVIOL-FILE
           RECORDING MODE IS F.
       COPY SECVIOL.

       WORKING-STORAGE SECTION.
       01  WS-MRGPARM-FILE-STATUS      PIC XX.
       01  WS-MRGIN-FILE-STATUS        PIC XX.
       01  WS-CAL-FILE-STATUS          PIC XX.
       01  WS-NUMMAST-FILE-STATUS      PIC XX.
       01  WS-SERMAST-FILE-STATUS      PIC XX.
       01  WS-SERAUTH-FILE-STATUS      PIC XX.
       01  WS-SECVIOL-FILE-STATUS      PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-PARM-EOF-SW          PIC X VALUE 'N'.
               88  SERIES-ON-FILE                VALUE 'Y'.
           05  WS-SERIES-CATALOGED-SW  PIC X VALUE 'N'.
               88  SERIES-IS-CATALOGED           VALUE 'Y'.
           05  WS-SERAUTH-OPEN-SW      PIC X VALUE 'N'.
               88  ENTITLEMENT-MASTER-OPEN       VALUE 'Y'.
           05  WS-DEPT-REFUSED-SW      PIC X VALUE 'N'.
               88  DEPT-REFUSED                  VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE "HVMERGE".
       01  WS-RUN-DATE                 PIC 9(06).

       01  WS-ERROR-COUNT              PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Series entitlement.  The details of a run normally carry a
      *  single department, so the matrix is read only when the
      *  department changes from the one last checked.
      *---------------------------------------------------------------*
       01  WS-CHECKED-DEPT-CODE        PIC X(04) VALUE HIGH-VALUES.
       01  WS-REFUSAL-REASON           PIC X(40) VALUE SPACES.
       01  WS-ENTITLEMENT-DATE         PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      *  Night-cycle step control.  CYCSTEP clears this step against
      *  its predecessors before anything is opened and records the
      *  outcome at the end; a refused step stops with return code 20
      *  having touched nothing.
      *---------------------------------------------------------------*
       01  WS-CYCSTEP-PGM              PIC X(08) VALUE "CYCSTEP".
       COPY CYCSTEP.
       01  WS-CYCLE-FLAGS.
           05  WS-CYCLE-REFUSED-SW     PIC X VALUE 'N'.
               88  CYCLE-STEP-REFUSED            VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Control-master change journal: the NUMMAST and CALFILE
      *  updates below are handed to JRNLWRT with the record's before
      *  and after images.
      *---------------------------------------------------------------*
       01  WS-JRNLWRT-PGM              PIC X(08) VALUE "JRNLWRT".
       01  WS-SAVED-RETURN-CODE        PIC S9(04) VALUE ZERO.
       COPY JRNLWRT.

       PROCEDURE DIVISION.
       0000-MAIN-LINE.
           PERFORM 0500-BEGIN-CYCLE-STEP
           IF CYCLE-STEP-REFUSED
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT MERGE-FAILED
               PERFORM 2000-MERGE-INSTANCE-FILES
               PERFORM 6000-FLAG-BUSINESS-DATE-DONE
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 0600-END-CYCLE-STEP
           STOP RUN.

      *---------------------------------------------------------------*
      *  Clear the step with the night-cycle control.  The business
      *  date is left for CYCSTEP to resolve from the calendar and
      *  comes back for the end call.  An unusable control file is
      *  warned about and the step runs unchecked, the way a missing
      *  reference master degrades elsewhere in the cycle.
      *---------------------------------------------------------------*
       0500-BEGIN-CYCLE-STEP.
           SET CYCSTEP-BEGIN TO TRUE
           MOVE WS-JOB-NAME TO CYCSTEP-STEP-NAME
           MOVE ZERO TO CYCSTEP-BUSINESS-DATE
                        CYCSTEP-RETURN-CODE
           MOVE 'N' TO CYCSTEP-MERGE-DUE-SW
           MOVE ZERO TO CYCSTEP-INSTANCE-NUM
                        CYCSTEP-INSTANCE-COUNT
           CALL WS-CYCSTEP-PGM USING CYCSTEP-PARM-AREA
           MOVE ZERO TO RETURN-CODE
           EVALUATE TRUE
               WHEN CYCSTEP-CLEARED
                   CONTINUE
               WHEN CYCSTEP-REFUSED
                   DISPLAY "*** RUN REFUSED BY CYCLE CONTROL - "
                           CYCSTEP-MESSAGE " ***"
                   SET CYCLE-STEP-REFUSED TO TRUE
                   MOVE 20 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "*** CYCLE CONTROL NOT AVAILABLE - "
                           CYCSTEP-MESSAGE
                           " - PREDECESSORS NOT CHECKED ***"
           END-EVALUATE.

       0600-END-CYCLE-STEP.
           SET CYCSTEP-END TO TRUE
           MOVE RETURN-CODE TO CYCSTEP-RETURN-CODE
           CALL WS-CYCSTEP-PGM USING CYCSTEP-PARM-AREA
           MOVE CYCSTEP-RETURN-CODE TO RETURN-CODE
           IF NOT CYCSTEP-CLEARED
               DISPLAY "*** CYCLE CONTROL END NOT RECORDED - "
                       CYCSTEP-MESSAGE " ***"
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
                   INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO MRGRPT-LINE
           WRITE MRGRPT-LINE
           PERFORM 1100-READ-PARAMETER-CARD
           IF NOT MERGE-FAILED
               PERFORM 1300-OPEN-ENTITLEMENT-MASTER
           END-IF.

       1100-READ-PARAMETER-CARD.
           OPEN INPUT MRGPARM-FILE
               WRITE MRGRPT-LINE
           END-IF.

      *---------------------------------------------------------------*
      *  The series entitlement matrix stays open for the detail walk.
      *  A missing matrix degrades with a warning, the same as the
      *  series catalog.
      *---------------------------------------------------------------*
       1300-OPEN-ENTITLEMENT-MASTER.
           OPEN INPUT SERAUTH-FILE
           IF WS-SERAUTH-FILE-STATUS = "00"
               SET ENTITLEMENT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "*** SERAUTH NOT AVAILABLE - STATUS "
                       WS-SERAUTH-FILE-STATUS
                       " - SERIES ENTITLEMENT NOT ENFORCED ***"
           END-IF.

      *---------------------------------------------------------------*
      *  Walk the concatenated instance files.  The combined header
      *  goes out when the first instance header arrives -- before
           MOVE WS-FULL-END     TO HV-HDR-END-NUM
           MOVE ZERO            TO HV-HDR-INSTANCE-NUM
           MOVE ZERO            TO HV-HDR-INSTANCE-COUNT
           MOVE ZERO            TO HV-HDR-RECREATED-DATE
           WRITE HV-OUT-RECORD FROM HV-HEADER-RECORD.

       2200-PROCESS-MERGE-RECORD.
               MOVE WS-PRINT-LINE TO MRGRPT-LINE
               WRITE MRGRPT-LINE
           END-IF
           IF ENTITLEMENT-MASTER-OPEN
               AND HV-DEPT-CODE NOT = WS-CHECKED-DEPT-CODE
               PERFORM 2450-CHECK-DEPT-ENTITLEMENT
           END-IF
           IF HAVE-PREVIOUS-VALUE
               AND HV-NUMBER NOT > WS-PREV-VALUE
               PERFORM 8000-FLAG-MERGE-ERROR
           ADD HV-NUMBER TO WS-TOTAL-CHECKSUM
           WRITE HV-OUT-RECORD FROM HV-DETAIL-RECORD.

      *---------------------------------------------------------------*
      *  The department on the detail must hold an entitlement to the
      *  merged series in force on the instances' business date (the
      *  merge's own run date when no header has supplied one).  A
      *  refusal fails the merge -- the high-water mark is not pushed
      *  and the combined file is not sealed -- and is written to the
      *  security-violation file for the monthly audit review.
      *---------------------------------------------------------------*
       2450-CHECK-DEPT-ENTITLEMENT.
           MOVE HV-DEPT-CODE TO WS-CHECKED-DEPT-CODE
           MOVE 'N' TO WS-DEPT-REFUSED-SW
           IF WS-BUSINESS-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-ENTITLEMENT-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-ENTITLEMENT-DATE
           END-IF
           MOVE WS-SERIES-CODE TO SAU-SERIES-CODE
           MOVE HV-DEPT-CODE   TO SAU-DEPT-CODE
           READ SERAUTH-FILE
               INVALID KEY
                   MOVE "DEPARTMENT NOT ENTITLED TO SERIES"
                           TO WS-REFUSAL-REASON
                   SET DEPT-REFUSED TO TRUE
               NOT INVALID KEY
                   IF WS-ENTITLEMENT-DATE < SAU-EFFECTIVE-DATE
                       MOVE "SERIES ENTITLEMENT NOT YET EFFECTIVE"
                               TO WS-REFUSAL-REASON
                       SET DEPT-REFUSED TO TRUE
                   ELSE
                       IF SAU-EXPIRY-DATE NOT = ZERO
                           AND WS-ENTITLEMENT-DATE > SAU-EXPIRY-DATE
                           MOVE "SERIES ENTITLEMENT EXPIRED"
                                   TO WS-REFUSAL-REASON
                           SET DEPT-REFUSED TO TRUE
                       END-IF
                   END-IF
           END-READ
           IF DEPT-REFUSED
               PERFORM 8000-FLAG-MERGE-ERROR
               STRING "DEPARTMENT " DELIMITED BY SIZE
                       HV-DEPT-CODE DELIMITED BY SIZE
                       " REFUSED ON SERIES " DELIMITED BY SIZE
                       WS-SERIES-CODE DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-REFUSAL-REASON DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO MRGRPT-LINE
               WRITE MRGRPT-LINE
               PERFORM 2460-LOG-SECURITY-VIOLATION
           END-IF.

       2460-LOG-SECURITY-VIOLATION.
           OPEN EXTEND SECVIOL-FILE
           IF WS-SECVIOL-FILE-STATUS = "35"
               OPEN OUTPUT SECVIOL-FILE
           END-IF
           IF WS-SECVIOL-FILE-STATUS NOT = "00"
               DISPLAY "*** SECVIOL OPEN FAILED - STATUS "
                       WS-SECVIOL-FILE-STATUS
                       " - VIOLATION NOT LOGGED ***"
           ELSE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES               TO SV-VIOLATION-RECORD
               MOVE WS-ENTITLEMENT-DATE  TO SV-BUSINESS-DATE
               MOVE WS-RUN-TIME          TO SV-TIMESTAMP
               MOVE WS-JOB-NAME          TO SV-JOB-NAME
               MOVE WS-CHECKED-DEPT-CODE TO SV-DEPT-CODE
               MOVE WS-SERIES-CODE       TO SV-SERIES-CODE
               MOVE 'H'                  TO SV-MODE
               MOVE WS-FULL-START        TO SV-START-NUM
               MOVE WS-FULL-END          TO SV-END-NUM
               COMPUTE SV-QUANTITY = WS-FULL-END - WS-FULL-START + 1
               MOVE WS-REFUSAL-REASON    TO SV-REASON
               WRITE SV-VIOLATION-RECORD
               CLOSE SECVIOL-FILE
           END-IF.

       2500-CHECK-INSTANCE-TRAILER.
           IF OUTSIDE-ENVELOPE
               PERFORM 8000-FLAG-MERGE-ERROR
                   END-READ
                   IF NOT SERIES-ON-FILE
                       OR WS-LAST-ISSUED > NM-LAST-ISSUED
                       IF SERIES-ON-FILE
                           MOVE NM-MASTER-RECORD
                                   TO JRNLWRT-BEFORE-IMAGE
                           SET JRNLWRT-CHANGE TO TRUE
                       ELSE
                           MOVE SPACES TO JRNLWRT-BEFORE-IMAGE
                           SET JRNLWRT-ADD TO TRUE
                       END-IF
                       MOVE WS-MASTER-JOB-NAME TO NM-JOB-NAME
                       MOVE WS-SERIES-CODE     TO NM-SERIES-CODE
                       MOVE WS-LAST-ISSUED     TO NM-LAST-ISSUED
                                   " - STATUS "
                                   WS-NUMMAST-FILE-STATUS " ***"
                           MOVE 16 TO RETURN-CODE
                       ELSE
                           MOVE "NUMMAST" TO JRNLWRT-MASTER-NAME
                           MOVE NM-KEY    TO JRNLWRT-KEY
                           MOVE NM-MASTER-RECORD
                                   TO JRNLWRT-AFTER-IMAGE
                           PERFORM 6900-JOURNAL-MASTER-CHANGE
                       END-IF
                   END-IF
                   CLOSE NUMMAST-FILE
                   MOVE WS-BUSINESS-DATE TO CAL-DATE
                   READ CAL-FILE
                       INVALID KEY
                           SET JRNLWRT-ADD  TO TRUE
                           MOVE SPACES      TO JRNLWRT-BEFORE-IMAGE
                           MOVE WS-BUSINESS-DATE
                                            TO CAL-DATE
                           MOVE 'Y'         TO CAL-BUSINESS-DAY-SW
                           PERFORM 6100-SET-COMPLETE-RUN-ID
                           WRITE CAL-CALENDAR-RECORD
                       NOT INVALID KEY
                           SET JRNLWRT-CHANGE TO TRUE
                           MOVE CAL-CALENDAR-RECORD
                                            TO JRNLWRT-BEFORE-IMAGE
                           MOVE 'Y'         TO CAL-RUN-COMPLETE-SW
                           PERFORM 6100-SET-COMPLETE-RUN-ID
                           REWRITE CAL-CALENDAR-RECORD
                               " - STATUS " WS-CAL-FILE-STATUS
                               " ***"
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE "CALFILE"    TO JRNLWRT-MASTER-NAME
                       MOVE CAL-KEY      TO JRNLWRT-KEY
                       MOVE CAL-CALENDAR-RECORD
                                         TO JRNLWRT-AFTER-IMAGE
                       PERFORM 6900-JOURNAL-MASTER-CHANGE
                   END-IF
                   CLOSE CAL-FILE
               END-IF
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO CAL-COMPLETE-RUN-ID.

      *---------------------------------------------------------------*
      *  Journal one control-master update under this job's run id.
      *  A journal that cannot be written does not undo the update,
      *  but the run is warned so the gap in the journal is known.
      *---------------------------------------------------------------*
       6900-JOURNAL-MASTER-CHANGE.
           MOVE WS-JOB-NAME TO JRNLWRT-PROGRAM
           MOVE SPACES TO JRNLWRT-RUN-ID
           STRING WS-JOB-NAME DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO JRNLWRT-RUN-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL WS-JRNLWRT-PGM USING JRNLWRT-PARM-AREA
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF NOT JRNLWRT-RECORDED
               DISPLAY "*** CHANGE JOURNAL NOT WRITTEN FOR "
                       JRNLWRT-MASTER-NAME " KEY " JRNLWRT-KEY
                       " - STATUS " JRNLWRT-FILE-STATUS " ***"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       8000-FLAG-MERGE-ERROR.
           SET MERGE-FAILED TO TRUE
           ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE WS-PRINT-LINE TO MRGRPT-LINE
           WRITE MRGRPT-LINE
           IF ENTITLEMENT-MASTER-OPEN
               CLOSE SERAUTH-FILE
           END-IF
           CLOSE MRGRPT-FILE.
