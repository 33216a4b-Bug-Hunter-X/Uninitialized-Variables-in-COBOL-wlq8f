      *  count is absolute; the percentage is taken of the request's
      *  expected range; when both are punched the smaller governs,
      *  and zero in both leaves the run unlimited as before.
      *
      *  RC-REQUEST-NUM is punched by REQDECK on a card it builds from
      *  the department request master (with RC-DEPT-CODE it names
      *  the request); BUGSOLN echoes it on the card's REQRSLT result
      *  record.  A hand-punched card leaves it blank.
      ******************************************************************
       01  RC-RUN-CONTROL-RECORD.
           05  RC-START-NUM            PIC 9(4).
           05  RC-INSTANCE-COUNT       PIC 9(2).
           05  RC-EXCP-TOLERANCE       PIC 9(6).
           05  RC-EXCP-TOL-PCT         PIC 9(2).
           05  RC-REQUEST-NUM          PIC 9(5).
           05  FILLER                  PIC X(4).
