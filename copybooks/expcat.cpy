      *> ============================================
      *> EXPCAT.CPY - expense category and policy
      *> ============================================
      *> One claim category, as carried on
      *> expense-categories.dat (LINE SEQUENTIAL):
      *> the expense account a claim posts to unless
      *> the keyer codes another, and the per-claim
      *> policy limit above which a claim needs a
      *> second supervisor's approval.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 EXPCAT-RECORD.
      *>         COPY "expcat.cpy".
      *> ============================================
          05 XCT-CATEGORY     PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 XCT-DESC         PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 XCT-GL-CODE      PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 XCT-LIMIT        PIC 9(5)V99.
      *>     USD per claim
