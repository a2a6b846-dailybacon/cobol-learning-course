      *> ============================================
      *> POSUGG.CPY - proposed purchase-order line
      *> ============================================
      *> One purchase the REPLEN planning run proposes,
      *> as carried on po-suggestions.dat (LINE
      *> SEQUENTIAL). Each planning run replaces the file;
      *> the buyer's accept pass raises the lines of each
      *> supplier taken onto purchase-orders.dat and marks
      *> them with the PO number, so a second pass cannot
      *> raise them twice.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 PO-SUGGESTION-RECORD.
      *>         COPY "posugg.cpy".
      *> ============================================
          05 SG-RUN-DATE      PIC 9(8).
      *>     The planning run that proposed the line
          05 FILLER           PIC X VALUE ",".
          05 SG-SUPPLIER      PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 SG-PROD-ID       PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 SG-QTY           PIC 9(4).
          05 FILLER           PIC X VALUE ",".
          05 SG-UNIT-COST     PIC 9(5)V99.
          05 FILLER           PIC X VALUE ",".
          05 SG-PROMISE-DATE  PIC 9(8).
      *>     The run date plus the supplier's lead time
          05 FILLER           PIC X VALUE ",".
          05 SG-STATUS        PIC X.
             88 SG-PROPOSED      VALUE "P".
             88 SG-ACCEPTED      VALUE "A".
             88 SG-DECLINED      VALUE "D".
          05 FILLER           PIC X VALUE ",".
          05 SG-PO-NO         PIC 9(6).
      *>     The PO line raised from it; zero until accepted
