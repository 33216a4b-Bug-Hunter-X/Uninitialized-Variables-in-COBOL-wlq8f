      *  split-range instance stamps its position here, with the
      *  header's start/end naming the instance's own slice; HVMERGE
      *  checks the sequence and slice contiguity before sealing the
      *  combined file.  HV-HDR-DELIVERY-DEPT is spaces except on a
      *  DLVSPLIT delivery file, where it names the department the
      *  file was cut for, the same as OUT-HDR-DELIVERY-DEPT.
      *  HV-HDR-RECREATED-SW/DATE stamp a RUNRECR rebuild the same
      *  way as OUT-HDR-RECREATED-SW/DATE.
       01  HV-HEADER-RECORD.
           05  HV-HDR-ID               PIC X(02) VALUE "HH".
           05  HV-HDR-RUN-DATE         PIC 9(06).
           05  HV-HDR-END-NUM          PIC 9(09).
           05  HV-HDR-INSTANCE-NUM     PIC 9(02).
           05  HV-HDR-INSTANCE-COUNT   PIC 9(02).
           05  HV-HDR-DELIVERY-DEPT    PIC X(04).
           05  HV-HDR-RECREATED-SW     PIC X(01).
               88  HV-HDR-RECREATED               VALUE 'R'.
           05  HV-HDR-RECREATED-DATE   PIC 9(06).
           05  FILLER                  PIC X(51).

      *  HV-CHECK-DIGIT is the mod-10 digit computed by CHKDIGIT over
      *  HV-NUMBER, the same self-checking format OUT-FILE carries.
