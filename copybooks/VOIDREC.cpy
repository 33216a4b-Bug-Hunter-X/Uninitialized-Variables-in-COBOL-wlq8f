      *  reason is carried onto the history record and the inquiry
      *  trace.  VOID-MODE is 'L' for a low-volume issuance and 'H'
      *  for high-volume, the same codes HISTCONS merges under.
      *  VOID-SERIES-CODE names the series the number was drawn on;
      *  spaces defaults to LV01 or HV01 by mode, as on a RUNCTL
      *  card.  The department must hold an entitlement to void in
      *  that series on the series entitlement master (SERAUTH).
      ******************************************************************
       01  VOID-TRANS-RECORD.
           05  VOID-MODE               PIC X(01).
           05  VOID-NUMBER             PIC 9(09).
           05  VOID-DEPT-CODE          PIC X(04).
           05  VOID-REASON             PIC X(30).
           05  VOID-SERIES-CODE        PIC X(04).
           05  FILLER                  PIC X(32).
