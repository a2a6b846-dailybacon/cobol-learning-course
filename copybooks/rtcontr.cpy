      *> ============================================
      *> RTCONTR.CPY - retirement contribution
      *> ============================================
      *> One pay line's contribution and match, as RETCALC
      *> appends it to retirement-contributions.dat (LINE
      *> SEQUENTIAL) at the end of every REPORTS, PAYSUPP
      *> and TERMEMP run - the same lines that went to the
      *> provider's remittance file that run. Never
      *> rewritten; RETPLAN's plan-year report reads it.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 CONTRIB-RECORD.
      *>         COPY "rtcontr.cpy".
      *> ============================================
          05 RCN-PAY-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 RCN-SOURCE       PIC X(8).
      *>     REPORTS, PAYSUPP or TERMEMP
          05 FILLER           PIC X VALUE ",".
          05 RCN-PLAN-CODE    PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 RCN-EMP-ID       PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 RCN-GROSS        PIC 9(7)V99.
          05 FILLER           PIC X VALUE ",".
          05 RCN-EE-AMT       PIC 9(7)V99.
      *>     The employee's pre-tax contribution, USD
          05 FILLER           PIC X VALUE ",".
          05 RCN-ER-AMT       PIC 9(7)V99.
      *>     The employer match, USD
