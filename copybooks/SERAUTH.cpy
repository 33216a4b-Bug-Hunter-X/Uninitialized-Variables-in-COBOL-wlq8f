      ******************************************************************
      *  SERAUTH.CPY
      *  Series entitlement master record, keyed by series code and
      *  department code.  One record says that one department may
      *  draw on (and void in) one series from its effective date
      *  through its expiry date; a zero expiry date leaves the
      *  entitlement open-ended.  Dates are YYMMDD business dates.
      *  BUGSOLN, RUNEDIT, HVMERGE and VOIDPROC refuse any card whose
      *  department holds no entitlement in force for the series,
      *  and log the refusal to the SECVIOL security-violation file.
      *  AUTHLOAD builds and maintains the master from punched cards.
      ******************************************************************
       01  SAU-AUTH-RECORD.
           05  SAU-KEY.
               10  SAU-SERIES-CODE     PIC X(04).
               10  SAU-DEPT-CODE       PIC X(04).
           05  SAU-EFFECTIVE-DATE      PIC 9(06).
           05  SAU-EXPIRY-DATE         PIC 9(06).
           05  SAU-MAINT-DATE          PIC 9(06).
           05  SAU-MAINT-JOB-NAME      PIC X(08).
           05  FILLER                  PIC X(66).
