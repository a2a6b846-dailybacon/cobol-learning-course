             10 AM-LOAN-PAYMENT  PIC 9(7)V99.
      *>        Scheduled monthly payment
             10 AM-LOAN-NEXT-DUE PIC 9(8).
      *>        Date the next payment falls due; zero once
      *>        the loan is paid off
             10 AM-LOAN-STATUS   PIC X.
      *>        C=Current, D=Delinquent, X=Charged off
      *>        (balance written off to the loan-loss
      *>        allowance by CHGOFF; no payments are
      *>        collected, and a "D" posted to it is a
      *>        recovery), P=Paid off (a payoff closed
      *>        it - balance and next-due zero)
          05 AM-TERM-DETAIL.
      *>     Meaningful only when AM-ACCT-TYPE = "D";
      *>     spaces/zeros otherwise. At maturity BATCH
      *>     one day's worth each night, carries the GL
      *>     accrued-interest liability, and capitalizes
      *>     the whole figure into AM-BALANCE at month end.
      *>     Zero on accounts that earn no interest - loans,
      *>     term deposits, and checking accounts without
      *>     an interest-bearing product.
          05 AM-CURRENCY      PIC X(3).
      *>     ISO currency AM-BALANCE is held in; spaces or
      *>     USD means base currency. Postings in the same
      *>     this figure instead of rejecting. Zero means
      *>     no line approved. BATCH charges overdraft
      *>     interest nightly on negative balances.
          05 AM-LOAN-VAR-DETAIL.
      *>     Variable-rate pricing, meaningful only on "L"
      *>     accounts with AM-LOAN-BASE-CODE set; spaces/
      *>     zeros mean the loan's rate is fixed as
      *>     originated. On each reset date BATCH reprices
      *>     AM-LOAN-RATE to the base rate then in force
      *>     (base-rates.dat, baserate.cpy) plus the margin,
      *>     recomputes AM-LOAN-PAYMENT over the cycles
      *>     left, and moves the reset date on.
             10 AM-LOAN-BASE-CODE  PIC X(6).
      *>        Index the loan is priced over, e.g. PRIME
             10 AM-LOAN-MARGIN     PIC S9V9(4).
      *>        Margin over the base as a fraction, e.g.
      *>        .0150 for prime plus 1.5; negative below
             10 AM-LOAN-RESET-MOS  PIC 9(2).
      *>        Months between resets, e.g. 12
             10 AM-LOAN-NEXT-RESET PIC 9(8).
      *>        Date the rate next resets, YYYYMMDD
          05 AM-PROD-CODE     PIC X(6).
      *>     Deposit product the account is sold under
      *>     (deposit-products.dat, prodrec.cpy): its
      *>     interest rate or tiers, maintenance fee and
      *>     minimum balance, and whether an overdraft line
      *>     is honored. Spaces mean no product - the
      *>     shop-wide INT-RATE-PCT and fee schedule apply.
      *>     Changed only through PRODMNT, which logs it.
          05 AM-SAV-CYCLE-DETAIL.
      *>     Convenience-withdrawal count, meaningful only on
      *>     "S" accounts: every W and T out of the account
      *>     is counted for its calendar-month statement
      *>     cycle. Past SAV-WD-LIMIT each further item draws
      *>     the excess-activity fee or is refused, as the
      *>     control file says. BATCH rolls the current
      *>     cycle into the prior one on the first item of a
      *>     new month, so STATEMENT can still print a cycle
      *>     just closed. Zeros mean no activity counted yet.
             10 AM-SAV-CYCLE        PIC 9(6).
      *>        Cycle the current counts belong to, YYYYMM
             10 AM-SAV-WD-COUNT     PIC 9(3).
      *>        Withdrawals and transfers out posted
             10 AM-SAV-EXCESS-COUNT PIC 9(3).
      *>        Items past the limit - charged or refused
             10 AM-SAV-EXCESS-FEES  PIC 9(5)V99.
      *>        Excess-activity fees charged this cycle
             10 AM-SAV-PRIOR-CYCLE  PIC 9(6).
             10 AM-SAV-PRIOR-COUNT  PIC 9(3).
             10 AM-SAV-PRIOR-EXCESS PIC 9(3).
             10 AM-SAV-PRIOR-FEES   PIC 9(5)V99.
      *>        The same four figures for the cycle before
             10 AM-SAV-BREACH-CNT   PIC 9(2).
      *>        Consecutive cycles, through the current one,
      *>        that went past the limit - the month-end run
      *>        lists the account for conversion to checking
      *>        once this reaches SAV-BREACH-CYCLES
