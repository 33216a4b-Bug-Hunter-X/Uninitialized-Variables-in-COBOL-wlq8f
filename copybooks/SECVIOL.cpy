      ******************************************************************
      *  SECVIOL.CPY
      *  Security-violation record.  Every card refused because its
      *  department holds no entitlement in force for the series it
      *  names -- a RUNCTL request card in BUGSOLN or RUNEDIT, a
      *  merged detail in HVMERGE, a void card in
      *  VOIDPROC -- is logged here with the job that refused it,
      *  the date and time, and what the card asked for.  The file
      *  accumulates across runs and is printed for the monthly
      *  audit review by SECAUDIT.
      ******************************************************************
       01  SV-VIOLATION-RECORD.
           05  SV-BUSINESS-DATE        PIC 9(06).
           05  SV-TIMESTAMP            PIC 9(08).
           05  SV-JOB-NAME             PIC X(08).
           05  SV-DEPT-CODE            PIC X(04).
           05  SV-SERIES-CODE          PIC X(04).
           05  SV-MODE                 PIC X(01).
           05  SV-START-NUM            PIC 9(09).
           05  SV-END-NUM              PIC 9(09).
           05  SV-QUANTITY             PIC 9(09).
           05  SV-REASON               PIC X(40).
           05  FILLER                  PIC X(02).
