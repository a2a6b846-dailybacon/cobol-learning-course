      *> ============================================
      *> LOTSHIP.CPY - lots consumed by a shipment
      *> ============================================
      *> One lot taken by one shipped order line, as
      *> appended to lot-shipments.dat (LINE SEQUENTIAL)
      *> by the INDEXED menu's shipment confirm. A line
      *> filled from two lots writes two records; units
      *> shipped from unlotted stock write none. Never
      *> rewritten - it is the trail LOTTRACE follows
      *> from a recalled lot to the customers who
      *> received it.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 LOT-SHIPMENT-RECORD.
      *>         COPY "lotship.cpy".
      *> ============================================
          05 LS-SHIP-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 LS-ORDER-NO      PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 LS-CUST-NO       PIC X(6).
      *>     Spaces for a counter sale
          05 FILLER           PIC X VALUE ",".
          05 LS-PROD-ID       PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 LS-LOT-NO        PIC X(10).
          05 FILLER           PIC X VALUE ",".
          05 LS-EXPIRY-DATE   PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 LS-QTY           PIC 9(4).
          05 FILLER           PIC X VALUE ",".
          05 LS-WAREHOUSE     PIC 9.
          05 FILLER           PIC X VALUE ",".
          05 LS-BIN-NO        PIC 9(3).
