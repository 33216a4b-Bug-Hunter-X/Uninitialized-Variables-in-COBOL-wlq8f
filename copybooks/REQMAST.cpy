      ******************************************************************
      *  REQMAST.CPY
      *  Department request master record, keyed by department code
      *  and a request number REQMAINT assigns within the department.
      *  Every number request a department phones or mails in is
      *  logged here with who asked, for which series, how many, and
      *  the business date the numbers are needed by, and carried
      *  through its life in RQ-STATUS:
      *      'O'  open -- logged, awaiting approval
      *      'A'  approved -- REQDECK builds its RUNCTL card once it
      *           falls due
      *      'D'  on the deck -- its card is in the night's RUNCTL
      *      'F'  fulfilled -- RQ-RUN-ID names the BUGSOLN run and
      *           RQ-FIRST-ISSUED/RQ-LAST-ISSUED the range it issued
      *      'X'  failed -- RQ-FAIL-REASON says why; the department
      *           may amend and resubmit it
      *      'C'  cancelled
      *  RQ-STATUS-DATE is the business date the status last changed.
      ******************************************************************
       01  RQ-REQUEST-RECORD.
           05  RQ-KEY.
               10  RQ-DEPT-CODE        PIC X(04).
               10  RQ-REQUEST-NUM      PIC 9(05).
           05  RQ-REQUESTER            PIC X(20).
           05  RQ-SERIES-CODE          PIC X(04).
           05  RQ-QUANTITY             PIC 9(09).
           05  RQ-NEEDED-BY-DATE       PIC 9(06).
           05  RQ-STATUS               PIC X(01).
               88  RQ-OPEN                        VALUE 'O'.
               88  RQ-APPROVED                    VALUE 'A'.
               88  RQ-ON-DECK                     VALUE 'D'.
               88  RQ-FULFILLED                   VALUE 'F'.
               88  RQ-FAILED                      VALUE 'X'.
               88  RQ-CANCELLED                   VALUE 'C'.
           05  RQ-LOGGED-DATE          PIC 9(06).
           05  RQ-STATUS-DATE          PIC 9(06).
           05  RQ-RUN-ID               PIC X(14).
           05  RQ-FIRST-ISSUED         PIC 9(09).
           05  RQ-LAST-ISSUED          PIC 9(09).
           05  RQ-ISSUED-COUNT         PIC 9(09).
           05  RQ-FAIL-REASON          PIC X(46).
           05  FILLER                  PIC X(02).
