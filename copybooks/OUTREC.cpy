      *  carries the generated sequence numbers downstream.  Detail
      *  records are formatted from WS-OUTPUT-AREA.
      ******************************************************************
      *  OUT-HDR-DELIVERY-DEPT is spaces on the night run's own file.
      *  A DLVSPLIT delivery file names the department it was cut
      *  for, with the header's start/end giving the lowest and
      *  highest number delivered to it.
      *
      *  OUT-HDR-RECREATED-SW = 'R' marks a file RUNRECR rebuilt from
      *  the issuance history for a lost or damaged generation, with
      *  OUT-HDR-RECREATED-DATE the day it was rebuilt; the run date
      *  and job name are still the original run's.  An original
      *  file carries a space and zero.
       01  OUT-HEADER-RECORD.
           05  OUT-HDR-ID              PIC X(02) VALUE "HH".
           05  OUT-HDR-RUN-DATE        PIC 9(06).
           05  OUT-HDR-JOB-NAME        PIC X(08).
           05  OUT-HDR-START-NUM       PIC 9(04).
           05  OUT-HDR-END-NUM         PIC 9(04).
           05  OUT-HDR-DELIVERY-DEPT   PIC X(04).
           05  OUT-HDR-RECREATED-SW    PIC X(01).
               88  OUT-HDR-RECREATED              VALUE 'R'.
           05  OUT-HDR-RECREATED-DATE  PIC 9(06).
           05  FILLER                  PIC X(65).

      *  OUT-CHECK-DIGIT makes the issued value self-checking: it is
      *  the mod-10 digit computed by CHKDIGIT over OUT-NUMBER, and a
