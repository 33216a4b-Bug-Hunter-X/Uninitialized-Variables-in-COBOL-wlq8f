      ******************************************************************
      *  GLCORR.CPY
      *  GL correction card for the GLRESUB resubmission job.  Each
      *  card names one item on the GL pending file by the key the
      *  acknowledgment match uses -- transaction date, extract
      *  layout ('N' narrow, 'W' wide) and reference number -- and
      *  says what to do with it:
      *      'C'  correct and resend: GLC-NEW-DEPT-CODE replaces the
      *           department the item went out under
      *      'R'  resend unchanged (the GL side lost or never
      *           answered the item)
      *      'W'  withdraw: the item was settled by hand with the GL
      *           team and comes off the pending file
      *  GLC-NOTE is free text carried onto the resubmission report.
      ******************************************************************
       01  GLC-CORRECTION-CARD.
           05  GLC-ACTION              PIC X(01).
               88  GLC-CORRECT-AND-RESEND         VALUE 'C'.
               88  GLC-RESEND                     VALUE 'R'.
               88  GLC-WITHDRAW                   VALUE 'W'.
           05  GLC-TRANS-DATE          PIC 9(06).
           05  GLC-REF-MODE            PIC X(01).
           05  GLC-REFERENCE-NUMBER    PIC 9(09).
           05  GLC-NEW-DEPT-CODE       PIC X(04).
           05  GLC-NOTE                PIC X(30).
           05  FILLER                  PIC X(29).
