      *> ============================================
      *> LOTREC.CPY - stock on hand by lot and bin
      *> ============================================
      *> One supplier lot of one product in one bin, as
      *> carried on lot-stock.dat (LINE SEQUENTIAL).
      *> The INDEXED menu writes it: a goods receipt that
      *> names a lot founds the line in the bin the
      *> delivery was put away to (warehouse 0 bin 0 =
      *> still at the receiving dock); the pick list
      *> sends pickers to the earliest-expiring lot that
      *> has not expired; shipment confirm takes the
      *> units off the same lots and logs each one taken
      *> to lot-shipments.dat (see lotship.cpy); a bin
      *> transfer moves the lots with the stock. A line
      *> whose quantity reaches zero is dropped.
      *>
      *> Stock received without a lot number is not on
      *> this file - PROD-QTY less the lots is unlotted.
      *> LOTEXPIRY reports the lots nearing or past
      *> expiry at LT-UNIT-COST; LOTTRACE finds a lot
      *> for a supplier recall.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 LOT-STOCK-RECORD.
      *>         COPY "lotrec.cpy".
      *> ============================================
          05 LT-PROD-ID       PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 LT-LOT-NO        PIC X(10).
      *>     The supplier's lot number, as on the delivery
          05 FILLER           PIC X VALUE ",".
          05 LT-EXPIRY-DATE   PIC 9(8).
      *>     Zero for a lot that does not expire
          05 FILLER           PIC X VALUE ",".
          05 LT-WAREHOUSE     PIC 9.
          05 FILLER           PIC X VALUE ",".
          05 LT-BIN-NO        PIC 9(3).
          05 FILLER           PIC X VALUE ",".
          05 LT-QTY           PIC 9(4).
          05 FILLER           PIC X VALUE ",".
          05 LT-RCV-DATE      PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 LT-SUPPLIER-REF  PIC X(10).
      *>     The delivery the lot came in on
          05 FILLER           PIC X VALUE ",".
          05 LT-UNIT-COST     PIC 9(5)V99.
      *>     The invoiced cost the receipt was taken at
