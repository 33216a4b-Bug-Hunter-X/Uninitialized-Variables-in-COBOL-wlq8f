      ******************************************************************
      *  AUTHCARD.CPY
      *  Entitlement card for the AUTHLOAD entitlement maintenance
      *  job.  ACD-FUNCTION selects what the card does:
      *    'A'  grants the department an entitlement to the series,
      *         or replaces the existing grant's dates (the way an
      *         entitlement is extended or cut short).  A zero
      *         effective date defaults to the run date; a zero
      *         expiry date leaves the grant open-ended.
      *    'R'  revokes the grant by deleting the record outright.
      *  The series must already be on the SERMAST catalog.
      ******************************************************************
       01  ACD-AUTH-CARD.
           05  ACD-FUNCTION            PIC X(01).
               88  ACD-GRANT-CARD                 VALUE 'A'.
               88  ACD-REVOKE-CARD                VALUE 'R'.
           05  ACD-SERIES-CODE         PIC X(04).
           05  ACD-DEPT-CODE           PIC X(04).
           05  ACD-EFFECTIVE-DATE      PIC 9(06).
           05  ACD-EXPIRY-DATE         PIC 9(06).
           05  FILLER                  PIC X(59).
