      ******************************************************************
      *  REQRSLT.CPY
      *  Request result record.  BUGSOLN writes one for every RUNCTL
      *  card it processes, so REQPOST can mark the department
      *  request the card was built from fulfilled or failed.
      *  RR-REQUEST-NUM is zero for a hand-punched card that came
      *  from no logged request.  A fulfilled card carries the range
      *  it actually issued; a failed card carries the reject reason
      *  (and the range, if the run got far enough to issue any).
      ******************************************************************
       01  RR-RESULT-RECORD.
           05  RR-REQUEST-NUM          PIC 9(05).
           05  RR-DEPT-CODE            PIC X(04).
           05  RR-RUN-ID               PIC X(14).
           05  RR-STATUS               PIC X(01).
               88  RR-FULFILLED                   VALUE 'F'.
               88  RR-FAILED                      VALUE 'X'.
           05  RR-FIRST-ISSUED         PIC 9(09).
           05  RR-LAST-ISSUED          PIC 9(09).
           05  RR-ISSUED-COUNT         PIC 9(09).
           05  RR-REJECT-REASON        PIC X(46).
           05  FILLER                  PIC X(03).
