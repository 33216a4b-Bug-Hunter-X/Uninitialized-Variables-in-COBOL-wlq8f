      ******************************************************************
      *  DLVPARM.CPY
      *  Parameter card for one DLVSPLIT delivery step.  The night's
      *  distribution job runs DLVSPLIT once per receiving
      *  department, each step's JCL pointing DLVOUT and DLVHV at
      *  that department's delivery datasets.  DLP-DEPT-CODE names
      *  the department the step cuts files for.  DLP-RUN-DATE, when
      *  punched, is the run date the delivery is for: a source file
      *  whose header carries any other date is left out of the
      *  delivery rather than sending a stale generation.  Zero takes
      *  whatever run the source files hold.
      ******************************************************************
       01  DLP-PARM-RECORD.
           05  DLP-DEPT-CODE           PIC X(04).
           05  DLP-RUN-DATE            PIC 9(06).
           05  FILLER                  PIC X(70).
