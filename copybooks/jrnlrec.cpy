      *>     P=early-withdrawal penalty,
      *>     B=back-valued interest adjustment (shown
      *>     on statements as a value-dated item),
      *>     E=escheatment sweep, X=loan charge-off,
      *>     Y=recovery on a charged-off loan,
      *>     Q=loan prepayment or payoff (principal part),
      *>     V=variable-rate loan reset (terms only - the
      *>     balance is the same before and after)
          05 FILLER           PIC X VALUE ",".
          05 JR-REF-NO        PIC 9(9).
      *>     Unique reference BATCH assigned the posting
