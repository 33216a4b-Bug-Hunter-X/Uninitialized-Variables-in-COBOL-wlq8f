      ******************************************************************
      *  SECPARM.CPY
      *  Parameter card for the SECAUDIT monthly security-violation
      *  review.  SVP-PERIOD is the business month to review, YYMM,
      *  judged on the business date each violation was logged
      *  under.  A zero period, or a missing deck, reviews the month
      *  before the run date -- the usual first-of-month review of
      *  the month just closed.
      ******************************************************************
       01  SVP-PARM-RECORD.
           05  SVP-PERIOD              PIC 9(04).
           05  FILLER                  PIC X(76).
