      *> ============================================
      *> CRHOLD.CPY - sales order on credit hold
      *> ============================================
      *> One sales order line the INDEXED menu would not
      *> book on credit, as carried on credit-holds.dat
      *> (LINE SEQUENTIAL). Nothing is allocated while the
      *> order is held. The credit manager releases or
      *> cancels it on the CRHOLD screen, and the decision
      *> stays on the record; a released order is booked
      *> and allocated by the next sales-order run, with
      *> no second credit check.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 CREDIT-HOLD-RECORD.
      *>         COPY "crhold.cpy".
      *> ============================================
          05 CH-HOLD-NO       PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 CH-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 CH-PROD-ID       PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 CH-QTY           PIC 9(4).
          05 FILLER           PIC X VALUE ",".
          05 CH-VALUE         PIC 9(9)V99.
      *>     The order at list price
          05 FILLER           PIC X VALUE ",".
          05 CH-REASON        PIC X.
      *>     S=Customer's account stopped
      *>     N=No credit terms on file for the customer
      *>     O=Overdue items on the customer's account
      *>     L=Over the credit limit
          05 FILLER           PIC X VALUE ",".
          05 CH-EXPOSURE      PIC 9(9)V99.
      *>     Open AR plus unshipped order-book value when
      *>     the order was held, before this order
          05 FILLER           PIC X VALUE ",".
          05 CH-LIMIT         PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 CH-OLDEST-DAYS   PIC 9(4).
      *>     Age of the customer's oldest unpaid invoice
          05 FILLER           PIC X VALUE ",".
          05 CH-HOLD-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 CH-STATUS        PIC X.
      *>     H=Held, awaiting the credit manager
      *>     R=Released, booked by the next order run
      *>     B=Booked (released and allocated)
      *>     C=Cancelled by the credit manager
             88 CH-HELD          VALUE "H".
             88 CH-RELEASED      VALUE "R".
             88 CH-BOOKED        VALUE "B".
             88 CH-CANCELLED     VALUE "C".
          05 FILLER           PIC X VALUE ",".
          05 CH-DECIDED-DATE  PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 CH-DECIDED-BY    PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 CH-DECISION-NOTE PIC X(30).
      *>     Why the credit manager released or cancelled
          05 FILLER           PIC X VALUE ",".
          05 CH-BOOKED-DATE   PIC 9(8).
