      ******************************************************************
      *  KEYRSLT.CPY
      *  Verification result returned by KEYVERFY, one per KEYENTRY
      *  record in the same order.  The keyed entry is echoed in
      *  front; KR-STATUS gives the outcome:
      *      'V'  valid - issued to the keying department, still live
      *      'C'  bad check digit - transposition or mis-key
      *      'N'  never issued - not on the issuance-history master
      *           nor on any audit log generation supplied
      *      'X'  voided - issued but since cancelled; void date and
      *           reason are returned
      *      'D'  wrong department - issued, but to another department
      *      'E'  entry unusable - mode not L/H or number not numeric
      *  For an issued number the issuing run and department are
      *  returned whatever the status, so the sender can see whose
      *  number was keyed -- from the audit log when the number was
      *  issued since the last consolidation.
      ******************************************************************
       01  KR-RESULT-RECORD.
           05  KR-MODE                 PIC X(01).
           05  KR-NUMBER               PIC 9(09).
           05  KR-CHECK-DIGIT          PIC 9(01).
           05  KR-DEPT-CODE            PIC X(04).
           05  KR-SOURCE-REF           PIC X(20).
           05  KR-STATUS               PIC X(01).
               88  KR-VALID                       VALUE 'V'.
               88  KR-BAD-CHECK-DIGIT             VALUE 'C'.
               88  KR-NEVER-ISSUED                VALUE 'N'.
               88  KR-VOIDED                      VALUE 'X'.
               88  KR-WRONG-DEPT                  VALUE 'D'.
               88  KR-ENTRY-UNUSABLE              VALUE 'E'.
           05  KR-ISSUED-DEPT-CODE     PIC X(04).
           05  KR-ISSUED-RUN-DATE      PIC 9(06).
           05  KR-ISSUED-JOB-NAME      PIC X(08).
           05  KR-VOID-DATE            PIC 9(06).
           05  KR-VOID-REASON          PIC X(30).
           05  FILLER                  PIC X(10).
