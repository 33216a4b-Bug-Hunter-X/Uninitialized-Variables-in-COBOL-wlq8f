      ******************************************************************
      *  CHGJRNL.CPY
      *  Chargeback journal record for the CHGFEED ledger interface.
      *  CHGBACK writes one record per department, series and mode
      *  charged for the period, between the same "FH" header and
      *  "FT" trailer envelope the GLEXTR feed carries (GLEXTR.CPY),
      *  with the feed number drawn from GLFEEDCT like any other GL
      *  producer.  CJ-DR-CR-IND is 'D' when the department is
      *  charged and 'C' when the period's voids of earlier issues
      *  outweigh its new issuance and the department is credited;
      *  CJ-NET-COUNT and CJ-AMOUNT are always the absolute values.
      *  The feed trailer's checksum is the sum of CJ-AMOUNT in cents.
      ******************************************************************
       01  CJ-JOURNAL-RECORD.
           05  CJ-RECORD-TYPE          PIC X(02) VALUE "CB".
           05  CJ-PERIOD               PIC 9(04).
           05  CJ-DEPT-CODE            PIC X(04).
           05  CJ-SERIES-CODE          PIC X(04).
           05  CJ-MODE                 PIC X(01).
           05  CJ-ISSUED-COUNT         PIC 9(09).
           05  CJ-VOIDED-COUNT         PIC 9(09).
           05  CJ-NET-COUNT            PIC 9(09).
           05  CJ-UNIT-RATE            PIC 9(05)V9(04).
           05  CJ-DR-CR-IND            PIC X(01).
           05  CJ-AMOUNT               PIC 9(11)V99.
           05  CJ-JOB-NAME             PIC X(08).
           05  FILLER                  PIC X(27).
