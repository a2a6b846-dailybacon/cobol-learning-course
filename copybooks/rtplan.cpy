      *> ============================================
      *> RTPLAN.CPY - retirement savings plan
      *> ============================================
      *> One plan the shop offers, as carried on
      *> retirement-plans.dat (LINE SEQUENTIAL) and set
      *> up on the RETPLAN screen: who holds the money,
      *> the employer match formula, and the year's
      *> limit on what an employee may put in. RETCALC
      *> reads it every pay line; contributions remit to
      *> the provider named here.
      *>
      *> The match: RPL-MATCH-PCT percent of what the
      *> employee put in, on no more than RPL-MATCH-UPTO
      *> percent of the pay line's gross - e.g. 50.00 and
      *> 6.00 is "half of the first six percent".
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 PLAN-RECORD.
      *>         COPY "rtplan.cpy".
      *> ============================================
          05 RPL-PLAN-CODE    PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 RPL-PLAN-NAME    PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 RPL-PROVIDER     PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 RPL-MATCH-PCT    PIC 9(3)V99.
          05 FILLER           PIC X VALUE ",".
          05 RPL-MATCH-UPTO   PIC 9(2)V99.
          05 FILLER           PIC X VALUE ",".
          05 RPL-ANNUAL-LIMIT PIC 9(7)V99.
      *>     The employee's own contributions for the year,
      *>     in USD; the match doesn't count against it
          05 FILLER           PIC X VALUE ",".
          05 RPL-SET-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 RPL-SET-BY       PIC X(8).
