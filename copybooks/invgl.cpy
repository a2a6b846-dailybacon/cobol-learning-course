      *> ============================================
      *> INVGL.CPY - inventory on the general ledger
      *> ============================================
      *> The one-record inventory-gl.dat (LINE
      *> SEQUENTIAL) the INDEXED menu writes the first
      *> time its receipts or shipments run with the
      *> cost layers in place: the layered value on the
      *> shelf that day, booked to inventory (1400)
      *> against retained earnings (3000) as the opening
      *> balance. From then on every change to the
      *> layers posts as it happens:
      *>   receipts   INDEXED   1400 Dr / 2750 Cr
      *>   shipments  INDEXED   5800 Dr / 1400 Cr
      *>   returns    SALESRTN  1400 Dr / 5800 Cr
      *>   counts     STOCKCOUNT 5900 / 1400 either way
      *>   landed cost LANDCOST 1400 Dr (on the shelf),
      *>              5800 Dr (already shipped) / 2760 Cr
      *> Until the file exists nothing posts - the
      *> opening balance picks the layers up as they
      *> stand. VALUATION proves the 1400 balance
      *> against the layered FIFO total.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 INVENTORY-GL-RECORD.
      *>         COPY "invgl.cpy".
      *> ============================================
          05 IG-OPEN-DATE     PIC 9(8).
      *>     The day the opening balance was booked
          05 FILLER           PIC X VALUE ",".
          05 IG-OPEN-VALUE    PIC 9(9)V99.
      *>     The layered value booked as the opening
