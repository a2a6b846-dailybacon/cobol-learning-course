      *> ============================================
      *> PRODREC.CPY - deposit product layout
      *> ============================================
      *> One deposit product as carried on
      *> deposit-products.dat (LINE SEQUENTIAL, one
      *> product per line). An account names its product
      *> in AM-PROD-CODE; BATCH takes the account's
      *> interest rate, maintenance fee, fee-waiver
      *> balance and overdraft permission from here
      *> instead of the shop-wide INT-RATE-PCT and fee
      *> schedule. An account with no product code keeps
      *> the shop-wide figures.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 PRODUCT-RECORD.
      *>         COPY "prodrec.cpy".
      *> ============================================
          05 DP-PROD-CODE     PIC X(6).
      *>     e.g. SAVPRM
          05 FILLER           PIC X VALUE ",".
          05 DP-ACCT-TYPE     PIC X.
      *>     C=Checking, S=Savings - the account type the
      *>     product may be sold on
          05 FILLER           PIC X VALUE ",".
          05 DP-DESC          PIC X(24).
          05 DP-RATE-TIERS.
      *>     Up to three balance tiers, floors ascending.
      *>     The whole balance earns the rate of the
      *>     highest tier whose floor it reaches; tier 1's
      *>     floor is zero, and an unused tier carries a
      *>     zero floor. A flat-rate product uses tier 1
      *>     only; a rate of zero earns nothing.
             10 DP-TIER OCCURS 3 TIMES.
                15 FILLER          PIC X VALUE ",".
                15 DP-TIER-FLOOR   PIC 9(7)V99.
                15 FILLER          PIC X VALUE ",".
                15 DP-TIER-RATE    PIC V9(4).
      *>           Annual rate as a fraction, e.g. .0325
          05 FILLER           PIC X VALUE ",".
          05 DP-MAINT-FEE     PIC 9(5)V99.
      *>     Monthly maintenance fee; zero for none
          05 FILLER           PIC X VALUE ",".
          05 DP-MIN-BAL       PIC 9(7)V99.
      *>     Minimum balance: at or above it the monthly
      *>     maintenance fee is waived
          05 FILLER           PIC X VALUE ",".
          05 DP-OD-ALLOWED    PIC X.
      *>     Y=An authorized overdraft line (AM-OD-LIMIT)
      *>     may be honored, N=Never - a shortfall bounces
      *>     whatever limit the account carries
