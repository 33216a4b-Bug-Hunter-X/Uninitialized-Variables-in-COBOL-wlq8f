      ******************************************************************
      *  JRLPARM.CPY
      *  Parameter card for the JRNLLIST control-master journal
      *  report.  JLP-MASTER-NAME names the master to report --
      *  NUMMAST, SERMAST, DEPTALLO or CALFILE -- and JLP-KEY one
      *  record key on it, punched left-justified as the journal
      *  carries it (NUMMAST's key is job name then series code).
      *  JLP-DATE-FROM/JLP-DATE-TO select on the date the change was
      *  journaled; a zero JLP-DATE-TO defaults to JLP-DATE-FROM, so
      *  a single day needs only the one date.  A space or zero field
      *  means "not used" and the punched criteria AND together; a
      *  blank card reports the whole journal.  A key needs a master.
      ******************************************************************
       01  JLP-PARM-RECORD.
           05  JLP-MASTER-NAME         PIC X(08).
           05  JLP-KEY                 PIC X(20).
           05  JLP-DATE-FROM           PIC 9(06).
           05  JLP-DATE-TO             PIC 9(06).
           05  FILLER                  PIC X(40).
