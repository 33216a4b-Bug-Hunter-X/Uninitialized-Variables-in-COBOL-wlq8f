      ******************************************************************
      *  REQCARD.CPY
      *  Request maintenance card for the REQMAINT job.  RQC-ACTION
      *  selects what the card does:
      *    'A'  adds a request.  RQC-REQUEST-NUM is left blank; the
      *         next number for the department is assigned and shown
      *         on the proof report.  Requester, series, quantity and
      *         needed-by date are all required.
      *    'P'  approves an open (or failed) request.
      *    'C'  cancels a request not yet on the night's deck.
      *    'M'  amends a request not yet on the deck.  Only the
      *         fields punched are changed (a blank field is left
      *         as it stands); an amended request goes back to open
      *         and must be approved again.
      *  The department code and request number name the request on
      *  every card but an add.
      ******************************************************************
       01  RQC-REQUEST-CARD.
           05  RQC-ACTION              PIC X(01).
               88  RQC-ADD                        VALUE 'A'.
               88  RQC-APPROVE                    VALUE 'P'.
               88  RQC-CANCEL                     VALUE 'C'.
               88  RQC-AMEND                      VALUE 'M'.
           05  RQC-DEPT-CODE           PIC X(04).
           05  RQC-REQUEST-NUM         PIC 9(05).
           05  RQC-REQUESTER           PIC X(20).
           05  RQC-SERIES-CODE         PIC X(04).
           05  RQC-QUANTITY            PIC 9(09).
           05  RQC-QUANTITY-X REDEFINES RQC-QUANTITY
                                       PIC X(09).
           05  RQC-NEEDED-BY-DATE      PIC 9(06).
           05  RQC-NEEDED-BY-X REDEFINES RQC-NEEDED-BY-DATE
                                       PIC X(06).
           05  FILLER                  PIC X(31).
