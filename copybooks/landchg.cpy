      *> ============================================
      *> LANDCHG.CPY - landed-cost charge allocation
      *> ============================================
      *> One freight, duty or brokerage charge's share
      *> on one receipt line, as LANDCOST appends it to
      *> landed-charges.dat (LINE SEQUENTIAL). A charge
      *> spread over three lines writes three records.
      *> The share splits between the units still on the
      *> shelf (raised onto their cost layer, to 1400)
      *> and the units already shipped (to 5800); the
      *> two always add back to LC-AMOUNT. Never
      *> rewritten - LANDCOST's invoice-versus-landed
      *> report reads it against receipt-history.dat.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 LANDED-CHARGE-RECORD.
      *>         COPY "landchg.cpy".
      *> ============================================
          05 LC-ENTRY-DATE    PIC 9(8).
      *>     The day the charge was allocated
          05 FILLER           PIC X VALUE ",".
          05 LC-CHARGE-TYPE   PIC X.
             88 LC-FREIGHT       VALUE "F".
             88 LC-DUTY          VALUE "D".
             88 LC-BROKERAGE     VALUE "B".
             88 LC-OTHER         VALUE "O".
          05 FILLER           PIC X VALUE ",".
          05 LC-BASIS         PIC X.
      *>     V=By value, Q=By quantity, W=By weight
          05 FILLER           PIC X VALUE ",".
          05 LC-RCPT-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 LC-PO-NO         PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 LC-RCPT-REF      PIC X(10).
          05 FILLER           PIC X VALUE ",".
          05 LC-SUPPLIER      PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 LC-PROD-ID       PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 LC-QTY           PIC 9(4).
      *>     Units the receipt line brought in
          05 FILLER           PIC X VALUE ",".
          05 LC-AMOUNT        PIC 9(7)V99.
      *>     This line's share of the charge
          05 FILLER           PIC X VALUE ",".
          05 LC-UNIT-UPLIFT   PIC 9(5)V99.
      *>     Added to the layer's unit cost
          05 FILLER           PIC X VALUE ",".
          05 LC-TO-STOCK      PIC 9(7)V99.
          05 FILLER           PIC X VALUE ",".
          05 LC-TO-COGS       PIC 9(7)V99.
