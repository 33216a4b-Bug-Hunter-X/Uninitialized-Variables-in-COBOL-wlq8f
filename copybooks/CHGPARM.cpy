      ******************************************************************
      *  CHGPARM.CPY
      *  Parameter card for the CHGBACK month-end chargeback.
      *  CGP-PERIOD (YYMM) names the month to charge; zero, or no
      *  card at all, charges the month before the run date.
      ******************************************************************
       01  CGP-PARM-RECORD.
           05  CGP-PERIOD              PIC 9(04).
           05  FILLER                  PIC X(76).
