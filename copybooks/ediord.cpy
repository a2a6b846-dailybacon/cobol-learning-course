      *> ============================================
      *> EDIORD.CPY - sales order staged from EDI
      *> ============================================
      *> One order line a trade customer sent by EDI,
      *> translated and validated by EDIORDIN and staged
      *> on edi-orders.dat (LINE SEQUENTIAL) for the
      *> INDEXED menu's next sales order run, which books
      *> it like any order-file line and then consumes
      *> the file. The customer's own order number and
      *> line ride along onto the order book, so the
      *> ship notice can quote them back.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 EDI-ORDER-RECORD.
      *>         COPY "ediord.cpy".
      *> ============================================
          05 EO-PROD-ID       PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 EO-QTY           PIC 9(4).
          05 FILLER           PIC X VALUE ",".
          05 EO-CUST-NO       PIC X(6).
      *>     The banking side's CU number the invoice bills
          05 FILLER           PIC X VALUE ",".
          05 EO-CUST-PO       PIC X(10).
          05 FILLER           PIC X VALUE ",".
          05 EO-CUST-PO-LINE  PIC 9(3).
          05 FILLER           PIC X VALUE ",".
          05 EO-PARTNER-ID    PIC X(10).
      *>     Who sent it, as on edi-partners.dat
          05 FILLER           PIC X VALUE ",".
          05 EO-CONTROL-NO    PIC 9(6).
      *>     The interchange it arrived in
          05 FILLER           PIC X VALUE ",".
          05 EO-RCVD-DATE     PIC 9(8).
