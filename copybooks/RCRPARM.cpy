      ******************************************************************
      *  RCRPARM.CPY
      *  Parameter card for the RUNRECR output-file recreation.
      *  RCP-RUN-DATE and RCP-JOB-NAME name the run whose OUT-FILE or
      *  HV-FILE generation is to be rebuilt -- together they are the
      *  run id the audit logs carry; a blank job name means BUGSOLN.
      *  RCP-MODE picks the file: 'L' rebuilds the low-volume
      *  OUT-FILE, 'H' the high-volume HV-FILE.  RCP-DEPT-CODE, when
      *  punched, rebuilds only that department's numbers, as its
      *  DLVSPLIT delivery would have carried them.
      *
      *  RCP-VOID-OPTION 'I' (or space) keeps numbers VOIDPROC has
      *  since voided, so the file reads as it was originally
      *  delivered; 'E' leaves them out, so the file carries only
      *  the numbers still live today.
      ******************************************************************
       01  RCP-PARM-RECORD.
           05  RCP-RUN-DATE            PIC 9(06).
           05  RCP-JOB-NAME            PIC X(08).
           05  RCP-MODE                PIC X(01).
               88  RCP-LOW-VOLUME                 VALUE 'L'.
               88  RCP-HIGH-VOLUME                VALUE 'H'.
           05  RCP-DEPT-CODE           PIC X(04).
           05  RCP-VOID-OPTION         PIC X(01).
               88  RCP-INCLUDE-VOIDS              VALUE 'I' ' '.
               88  RCP-EXCLUDE-VOIDS              VALUE 'E'.
           05  FILLER                  PIC X(60).
