      *> ============================================
      *> BASERATE.CPY - lending base-rate record layout
      *> ============================================
      *> One base rate as posted on base-rates.dat: the
      *> index a variable-rate loan is priced over
      *> (PRIME and the like), the date it took effect
      *> and the annual rate. The file is effective-
      *> dated and only ever appended to by RATEIMP, so
      *> it is also the history - the rate in force on
      *> any date is the entry for the code with the
      *> latest effective date not after it.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 BASE-RATE-RECORD.
      *>         COPY "baserate.cpy".
      *> ============================================
          05 BR-CODE          PIC X(6).
      *>     Index name, e.g. PRIME
          05 FILLER           PIC X VALUE ",".
          05 BR-EFF-DATE      PIC 9(8).
      *>     Date the rate takes effect, YYYYMMDD
          05 FILLER           PIC X VALUE ",".
          05 BR-RATE          PIC 9V9(4).
      *>     Annual rate as a fraction, e.g. 08500
