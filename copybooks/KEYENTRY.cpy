      ******************************************************************
      *  KEYENTRY.CPY
      *  One keyed number to be verified by KEYVERFY, as sent in by
      *  the order-entry and receiving systems.  KE-MODE is 'L' or
      *  'H', the same volume-mode codes the issuance-history master
      *  is keyed under; KE-NUMBER and KE-CHECK-DIGIT are the number
      *  exactly as the clerk keyed it; KE-DEPT-CODE is the department
      *  that keyed it.  KE-SOURCE-REF is the sender's own reference
      *  (order or receipt number) and is echoed back untouched so
      *  the result can be matched to the originating document.
      ******************************************************************
       01  KE-ENTRY-RECORD.
           05  KE-MODE                 PIC X(01).
           05  KE-NUMBER               PIC 9(09).
           05  KE-CHECK-DIGIT          PIC 9(01).
           05  KE-DEPT-CODE            PIC X(04).
           05  KE-SOURCE-REF           PIC X(20).
           05  FILLER                  PIC X(45).
