      *    rejects a bad request card with RC=12 and the department
      *    finds out the next morning; this job lets the day shift
      *    run the submitted deck through the same card edits hours
      *    ahead of the night window -- series catalog, series
      *    entitlement, calendar control, split-range slicing,
      *    number-master range and quantity derivation, series
      *    bounds, and department quota -- entirely read-only: no
      *    master is updated and nothing is generated.  The proof
      *    report shows each card accepted or rejected with the same
      *    reject reasons BUGSOLN would print, so a mispunch is fixed
      *    by the afternoon instead of costing a full cycle.  A card
      *    refused for want of a series entitlement is logged to
      *    the security-violation file here as it is at night, so an
      *    attempt caught by day still reaches the monthly audit
      *    review.
      *
      *    Because the night run books each request against the
      *    number master and the allocation master as it goes, this
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-DEPTALLO-FILE-STATUS.

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
       FD  RUNCTL-FILE
       FD  DEPTALLO-FILE.
       COPY DEPTALLO.

       FD  SERAUTH-FILE.
       COPY SERAUTH.

       FD  SECVIOL-FILE
           RECORDING MODE IS F.
       COPY SECVIOL.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-FILE-STATUS       PIC XX.
       01  WS-CAL-FILE-STATUS          PIC XX.
       01  WS-NUMMAST-FILE-STATUS      PIC XX.
       01  WS-SERMAST-FILE-STATUS      PIC XX.
       01  WS-DEPTALLO-FILE-STATUS     PIC XX.
       01  WS-SERAUTH-FILE-STATUS      PIC XX.
       01  WS-SECVIOL-FILE-STATUS      PIC XX.

       01  WS-EOF-FLAGS.
           05  WS-RUNCTL-EOF-SW        PIC X VALUE 'N'.
               88  SERIES-CATALOG-OPEN           VALUE 'Y'.
           05  WS-DEPTALLO-OPEN-SW     PIC X VALUE 'N'.
               88  ALLOCATION-MASTER-OPEN        VALUE 'Y'.
           05  WS-SERAUTH-OPEN-SW      PIC X VALUE 'N'.
               88  ENTITLEMENT-MASTER-OPEN       VALUE 'Y'.

      *---------------------------------------------------------------*
      *  Calendar state for the run, established once the way
               DISPLAY "*** DEPTALLO NOT AVAILABLE - STATUS "
                       WS-DEPTALLO-FILE-STATUS
                       " - DEPARTMENT QUOTAS NOT CHECKED ***"
           END-IF
           OPEN INPUT SERAUTH-FILE
           IF WS-SERAUTH-FILE-STATUS = "00"
               SET ENTITLEMENT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "*** SERAUTH NOT AVAILABLE - STATUS "
                       WS-SERAUTH-FILE-STATUS
                       " - SERIES ENTITLEMENT NOT CHECKED ***"
           END-IF.

       2000-EDIT-THE-DECK.

      *---------------------------------------------------------------*
      *  One card through the same edit chain as 1190-SETUP-REQUEST:
      *  series default, catalog and entitlement, calendar control,
      *  split-range slicing, number master, series bounds,
      *  department quota.
      *---------------------------------------------------------------*
       2100-EDIT-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
               END-IF
           END-IF
           PERFORM 2300-APPLY-SERIES-CATALOG
           IF NOT RUN-CONTROL-REJECTED
               PERFORM 2380-CHECK-SERIES-ENTITLEMENT
           END-IF
           PERFORM 2400-APPLY-CALENDAR-CONTROL
           IF SPLIT-RANGE-MODE
               AND NOT RUN-CONTROL-REJECTED
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *  Same entitlement edit as 1191-CHECK-SERIES-ENTITLEMENT: the
      *  department must hold a grant for the series in force on the
      *  business date being edited against.
      *---------------------------------------------------------------*
       2380-CHECK-SERIES-ENTITLEMENT.
           IF ENTITLEMENT-MASTER-OPEN
               MOVE WS-SERIES-CODE TO SAU-SERIES-CODE
               MOVE WS-DEPT-CODE   TO SAU-DEPT-CODE
               READ SERAUTH-FILE
                   INVALID KEY
                       MOVE "DEPARTMENT NOT ENTITLED TO SERIES"
                               TO WS-REJECT-REASON
                       SET RUN-CONTROL-REJECTED TO TRUE
                   NOT INVALID KEY
                       IF WS-RUN-DATE < SAU-EFFECTIVE-DATE
                           MOVE "SERIES ENTITLEMENT NOT YET EFFECTIVE"
                                   TO WS-REJECT-REASON
                           SET RUN-CONTROL-REJECTED TO TRUE
                       ELSE
                           IF SAU-EXPIRY-DATE NOT = ZERO
                               AND WS-RUN-DATE > SAU-EXPIRY-DATE
                               MOVE "SERIES ENTITLEMENT EXPIRED"
                                       TO WS-REJECT-REASON
                               SET RUN-CONTROL-REJECTED TO TRUE
                           END-IF
                       END-IF
               END-READ
               IF RUN-CONTROL-REJECTED
                   PERFORM 2390-LOG-SECURITY-VIOLATION
               END-IF
           END-IF.

       2390-LOG-SECURITY-VIOLATION.
           OPEN EXTEND SECVIOL-FILE
           IF WS-SECVIOL-FILE-STATUS = "35"
               OPEN OUTPUT SECVIOL-FILE
           END-IF
           IF WS-SECVIOL-FILE-STATUS NOT = "00"
               DISPLAY "*** SECVIOL OPEN FAILED - STATUS "
                       WS-SECVIOL-FILE-STATUS
                       " - VIOLATION NOT LOGGED ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES          TO SV-VIOLATION-RECORD
               MOVE WS-RUN-DATE     TO SV-BUSINESS-DATE
               MOVE WS-RUN-TIME     TO SV-TIMESTAMP
               MOVE WS-JOB-NAME     TO SV-JOB-NAME
               MOVE WS-DEPT-CODE    TO SV-DEPT-CODE
               MOVE WS-SERIES-CODE  TO SV-SERIES-CODE
               IF HIGH-VOLUME-MODE
                   MOVE 'H'             TO SV-MODE
                   MOVE WS-HV-START-NUM TO SV-START-NUM
                   MOVE WS-HV-END-NUM   TO SV-END-NUM
               ELSE
                   MOVE 'L'             TO SV-MODE
                   MOVE WS-START-NUM    TO SV-START-NUM
                   MOVE WS-END-NUM      TO SV-END-NUM
               END-IF
               MOVE WS-QUANTITY     TO SV-QUANTITY
               MOVE WS-REJECT-REASON TO SV-REASON
               WRITE SV-VIOLATION-RECORD
               CLOSE SECVIOL-FILE
           END-IF.

       2400-APPLY-CALENDAR-CONTROL.
           IF NON-BUSINESS-DAY
               AND NOT CALENDAR-OVERRIDE
           IF ALLOCATION-MASTER-OPEN
               CLOSE DEPTALLO-FILE
           END-IF
           IF ENTITLEMENT-MASTER-OPEN
               CLOSE SERAUTH-FILE
           END-IF
           CLOSE EDITRPT-FILE.
