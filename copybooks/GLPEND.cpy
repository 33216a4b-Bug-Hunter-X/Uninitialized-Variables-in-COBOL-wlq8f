      *  each other's acknowledgments.  A pending file written under
      *  the pre-widening layout is converted once by GLPENDCV
      *  before the first cycle on this layout.
      *
      *  An item the GL side rejected stays pending too, with
      *  PEND-GL-STATUS 'R' and the reason code the acknowledgment
      *  carried, until GLRESUB sends it again on a correction card
      *  or it is withdrawn.  PEND-RECORD-TYPE and PEND-BATCH-NUMBER
      *  keep what GLRESUB needs to rebuild the extract record.
      *  PEND-RESUBMIT-COUNT and PEND-RESUBMIT-DATE say how many
      *  times the item has been sent again and when last; a
      *  resubmitted item ages from PEND-RESUBMIT-DATE rather than
      *  from its first send, and PEND-RESUBMIT-FEED names the feed
      *  that carried it.  PEND-ESCALATED is set when GLRESUB refuses
      *  an item that has used up its attempts.  Records written
      *  before these fields existed carry spaces here, which read
      *  as never rejected and never resubmitted.
      ******************************************************************
       01  PEND-RECORD.
           05  PEND-TRANS-DATE         PIC 9(06).
           05  PEND-SENT-DATE          PIC 9(06).
           05  PEND-AGE-DAYS           PIC 9(03).
           05  PEND-REF-MODE           PIC X(01).
           05  PEND-RECORD-TYPE        PIC X(02).
           05  PEND-BATCH-NUMBER       PIC 9(04).
           05  PEND-GL-STATUS          PIC X(01).
               88  PEND-AWAITING-ACK              VALUE ' '.
               88  PEND-GL-REJECTED               VALUE 'R'.
           05  PEND-GL-REASON-CODE     PIC X(04).
           05  PEND-RESUBMIT-COUNT     PIC 9(02).
           05  PEND-RESUBMIT-DATE      PIC 9(06).
           05  PEND-RESUBMIT-FEED      PIC 9(06).
           05  PEND-ESCALATED-SW       PIC X(01).
               88  PEND-ESCALATED                 VALUE 'Y'.
           05  FILLER                  PIC X(36).
