      *> ============================================
      *> BUDGREC.CPY - GL budget by account and period
      *> ============================================
      *> One month's budget for one general-ledger
      *> account as carried on budget-master.dat
      *> (INDEXED, RECORD KEY BG-KEY). BUDLOAD files the
      *> year finance supplies; BUDMAINT revises single
      *> months; BUDVAR sets them against the ledger's
      *> period snapshots after GLCLOSE.
      *>
      *> Amounts are in the account's natural sign, as
      *> the financial statements print them: income
      *> and liabilities positive when credit, assets and
      *> expenses positive when debit.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 BUDGET-RECORD.
      *>         COPY "budgrec.cpy".
      *> ============================================
          05 BG-KEY.
             10 BG-ACCT-CODE  PIC X(4).
      *>        Chart-of-accounts code
             10 BG-PERIOD     PIC 9(6).
      *>        YYYYMM
          05 BG-AMOUNT        PIC S9(11)V99.
      *>     The budget as it stands, revisions included
          05 BG-LOADED-AMOUNT PIC S9(11)V99.
      *>     The figure finance supplied on the annual load
          05 BG-LOAD-DATE     PIC 9(8).
          05 BG-REVISED-BY    PIC X(8).
          05 BG-REVISED-DATE  PIC 9(8).
      *>     Last revision on BUDMAINT; spaces and zero when
      *>     the month still stands as loaded
