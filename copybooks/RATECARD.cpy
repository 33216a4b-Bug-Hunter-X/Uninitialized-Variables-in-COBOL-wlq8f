      ******************************************************************
      *  RATECARD.CPY
      *  Maintenance card for the RATELOAD job.  An 'A' card sets the
      *  unit rate for a series and mode, adding the rate or replacing
      *  the one on file; a 'D' card deletes the rate.  The rate is
      *  punched with an implied decimal point, four places.
      ******************************************************************
       01  RCD-RATE-CARD.
           05  RCD-FUNCTION            PIC X(01).
               88  RCD-SET-CARD                   VALUE 'A'.
               88  RCD-DELETE-CARD                VALUE 'D'.
           05  RCD-SERIES-CODE         PIC X(04).
           05  RCD-MODE                PIC X(01).
           05  RCD-UNIT-RATE           PIC 9(05)V9(04).
           05  FILLER                  PIC X(65).
