      *> ============================================
      *> DUNREC.CPY - customer dunning stage
      *> ============================================
      *> Where one trade customer stands in the chase for
      *> overdue receivables, as carried on
      *> dunning-stages.dat (LINE SEQUENTIAL) by DUNNING.
      *> A letter goes out only when the customer's
      *> oldest unpaid item has aged into a stage past
      *> DN-STAGE, so no stage is ever written twice;
      *> once nothing is left overdue the stage drops
      *> back to 0 and the next lapse starts over at the
      *> reminder.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 DUNNING-STAGE-RECORD.
      *>         COPY "dunrec.cpy".
      *> ============================================
          05 DN-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 DN-STAGE         PIC 9.
      *>     0=Nothing overdue - no letter outstanding
      *>     1=Reminder sent (30 days past invoice)
      *>     2=Second notice sent (60 days)
      *>     3=Final demand sent (90 days)
             88 DN-NOT-DUNNED    VALUE 0.
             88 DN-FINAL-SENT    VALUE 3.
          05 FILLER           PIC X VALUE ",".
          05 DN-LETTER-DATE   PIC 9(8).
      *>     Business date of the last letter sent
          05 FILLER           PIC X VALUE ",".
          05 DN-CHARGE-MONTH  PIC 9(6).
      *>     YYYYMM of the last finance charge raised, so
      *>     a month is never charged twice
          05 FILLER           PIC X VALUE ",".
          05 DN-CHARGE-TOTAL  PIC 9(9)V99.
      *>     Finance charges raised on the account to date
