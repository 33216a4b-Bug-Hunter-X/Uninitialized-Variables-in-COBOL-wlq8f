      ******************************************************************
      *  GAPPARM.CPY
      *  Parameter card for the GAPAUDIT sequence continuity audit.
      *  GPP-SERIES-CODE limits the audit to one cataloged series;
      *  spaces, or no card at all, audits every series on SERMAST.
      ******************************************************************
       01  GPP-PARM-RECORD.
           05  GPP-SERIES-CODE         PIC X(04).
           05  FILLER                  PIC X(76).
