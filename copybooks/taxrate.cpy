      *> ============================================
      *> TAXRATE.CPY - sales tax rate by jurisdiction
      *> ============================================
      *> One sales tax rate as carried on
      *> sales-tax-rates.dat (LINE SEQUENTIAL), set on
      *> the TAXMAINT screen. A row with no locality is
      *> the state's own rate; a row naming a locality (the
      *> ship-to city on customer-address.dat) is that
      *> locality's rate, charged on top of the state's. A
      *> new rate is a new row with its effective date, so
      *> the old rate stays on file: ARINVOICE charges the
      *> latest rate effective on or before the invoice
      *> date. We collect only in states with a state row.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 TAX-RATE-RECORD.
      *>         COPY "taxrate.cpy".
      *> ============================================
          05 TX-STATE         PIC X(2).
          05 FILLER           PIC X VALUE ",".
          05 TX-LOCALITY      PIC X(20).
      *>     Spaces for the state's own rate
          05 FILLER           PIC X VALUE ",".
          05 TX-EFF-DATE      PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 TX-RATE-PCT      PIC 9(2)V9(3).
      *>     Percent of the taxable amount, e.g. 06.250
          05 FILLER           PIC X VALUE ",".
          05 TX-SET-DATE      PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 TX-SET-BY        PIC X(8).
      *>     Operator who keyed the rate
