      *> ============================================
      *> NTCQUEUE.CPY - queued customer notice layout
      *> ============================================
      *> One letter another step wants sent, appended to
      *> notice-queue.dat. NOTICES letters every queued
      *> entry on its next run, through the same mailing
      *> block and no-address chase list as the letters
      *> it finds for itself, then empties the queue.
      *> A step with something to tell the customer
      *> queues it here rather than printing its own
      *> letter.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 NOTICE-QUEUE-RECORD.
      *>         COPY "ntcqueue.cpy".
      *> ============================================
          05 NQ-POST-DATE     PIC 9(8).
      *>     Business date the notice was queued
          05 FILLER           PIC X VALUE ",".
          05 NQ-ACCT-NO       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 NQ-KIND          PIC X(20).
      *>     Letter heading, e.g. LOAN RATE CHANGE
          05 FILLER           PIC X VALUE ",".
          05 NQ-BODY          PIC X(60).
      *>     The sentence the letter carries
          05 FILLER           PIC X VALUE ",".
          05 NQ-AMOUNT        PIC 9(7)V99.
      *>     Amount line where one applies; zero for none
