          10 TR-ACCT-NO      PIC X(8).
          10 FILLER          PIC X VALUE ",".
          10 TR-TYPE          PIC X.
      *>     D=Deposit (to a live "L" loan, a prepayment -
      *>     see TR-PREPAY-DETAIL), W=Withdrawal,
      *>     T=Transfer, F=Fee,
      *>     O=Open account, C=Close account,
      *>     R=Reversal of an earlier posting,
      *>     L=Loan origination (TR-AMOUNT is the
             15 TR-NEW-ACCT-TYPE PIC X.
      *>        C=Checking, S=Savings
             15 FILLER           PIC X(7).
          10 TR-PREPAY-DETAIL REDEFINES TR-DEST-ACCT.
      *>     Alternate view for a "D" to a live loan (a
      *>     prepayment): the borrower's choice for a partial
      *>     amount rides in the same place
             15 TR-PREPAY-OPTION PIC X.
      *>        T=Shorten the term (the default when blank),
      *>        R=Recast the payment over the cycles left
             15 FILLER           PIC X(7).
          10 TR-INWARD-DETAIL REDEFINES TR-DEST-ACCT.
      *>     Alternate view for a "W" presented through the
      *>     clearing house (branch INWD, staged by INWCLR):
      *>     the presenting bank, so a dishonored check goes
      *>     back to the bank that sent it
             15 TR-PRES-BANK     PIC X(4).
             15 FILLER           PIC X(4).
          10 FILLER          PIC X VALUE ",".
          10 TR-ORIG-REF      PIC 9(9).
      *>     For "R" reversals: the reference number BATCH
      *>     assigned the posting being backed out; for a
      *>     presented check ("W"), its check number - the
      *>     serial positive pay matches; zero otherwise
          10 TR-LOAN-TERMS REDEFINES TR-ORIG-REF.
      *>     Alternate view for "L" originations: the
      *>     loan's terms ride where a reversal carries
