      ******************************************************************
      *  CYCCARD.CPY
      *  Control card for the CYCLEUTL night-cycle utility.
      *  CUC-FUNCTION 'S' shows the cycle for a business date and
      *  where it stopped; 'R' marks CUC-STEP-NAME for rerun on that
      *  date, together with every later step that has already run
      *  on its output, and then shows the cycle as it now stands.
      *  A zero CUC-BUSINESS-DATE means the business date the
      *  calendar gives for today's wall-clock date.
      ******************************************************************
       01  CUC-CARD-RECORD.
           05  CUC-FUNCTION            PIC X(01).
               88  CUC-SHOW-CYCLE                 VALUE 'S'.
               88  CUC-MARK-RERUN                 VALUE 'R'.
           05  CUC-BUSINESS-DATE       PIC 9(06).
           05  CUC-STEP-NAME           PIC X(08).
           05  FILLER                  PIC X(65).
