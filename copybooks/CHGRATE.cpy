      ******************************************************************
      *  CHGRATE.CPY
      *  Chargeback rate master record, keyed by series code plus
      *  volume mode.  CRT-UNIT-RATE is the price charged a department
      *  for each number it draws on the series, in dollars to four
      *  decimal places so a fraction-of-a-cent high-volume rate can
      *  be carried.  CHGBACK prices the month's net issuance from
      *  it; RATELOAD maintains it from punched cards and stamps the
      *  date and job of the last change.
      ******************************************************************
       01  CRT-RATE-RECORD.
           05  CRT-KEY.
               10  CRT-SERIES-CODE     PIC X(04).
               10  CRT-MODE            PIC X(01).
           05  CRT-UNIT-RATE           PIC 9(05)V9(04).
           05  CRT-MAINT-DATE          PIC 9(06).
           05  CRT-MAINT-JOB-NAME      PIC X(08).
           05  FILLER                  PIC X(72).
