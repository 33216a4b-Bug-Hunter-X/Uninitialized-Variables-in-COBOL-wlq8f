      ******************************************************************
      *  DLVMAN.CPY
      *  Delivery manifest record.  Each DLVSPLIT step appends one
      *  record for every delivery file it cuts -- one per volume
      *  mode whose night output exists -- and DLVPROOF proves the
      *  manifest against the source trailers and prints it for
      *  sign-off.  DM-SOURCE-RUN-DATE/DM-SOURCE-JOB-NAME identify the
      *  night run the file was split from (the source header's),
      *  so a manifest carried over from an earlier night is never
      *  mistaken for tonight's.  DM-DELIVERY-ID is the name the
      *  file goes out under: department, mode and run date.
      *  DM-FIRST-NUM/DM-LAST-NUM are zero on an empty delivery.
      ******************************************************************
       01  DM-MANIFEST-RECORD.
           05  DM-SOURCE-RUN-DATE      PIC 9(06).
           05  DM-SOURCE-JOB-NAME      PIC X(08).
           05  DM-DEPT-CODE            PIC X(04).
           05  DM-MODE                 PIC X(01).
               88  DM-LOW-VOLUME                  VALUE 'L'.
               88  DM-HIGH-VOLUME                 VALUE 'H'.
           05  DM-DELIVERY-ID          PIC X(20).
           05  DM-RECORD-COUNT         PIC 9(09).
           05  DM-CHECKSUM             PIC 9(18).
           05  DM-FIRST-NUM            PIC 9(09).
           05  DM-LAST-NUM             PIC 9(09).
           05  DM-SPLIT-DATE           PIC 9(06).
           05  DM-SPLIT-TIME           PIC 9(08).
           05  FILLER                  PIC X(02).
