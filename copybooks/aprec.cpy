      *> ============================================
      *> APREC.CPY - supplier invoice line record
      *> ============================================
      *> One line of a supplier's invoice as carried on
      *> ap-invoices.dat (LINE SEQUENTIAL). APINVOICE
      *> keys the invoice and three-way matches every
      *> line to its purchase-order line (the agreed
      *> price) and the goods received against it
      *> (PO-RECEIVED); a line outside the tolerance is
      *> held for purchasing to release or reject.
      *> APPAY books the matched lines to accounts
      *> payable and pays each invoice when it falls
      *> due; APAGING ages what is still owed.
      *>
      *> An invoice is every line sharing AP-SUP-ID and
      *> AP-INV-REF. It is paid whole: while any line is
      *> held, none of it is.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 AP-INVOICE-RECORD.
      *>         COPY "aprec.cpy".
      *> ============================================
          05 AP-SUP-ID        PIC X(5).
      *>     As on suppliers.dat
          05 FILLER           PIC X VALUE ",".
          05 AP-INV-REF       PIC X(12).
      *>     The supplier's own invoice number
          05 FILLER           PIC X VALUE ",".
          05 AP-LINE-NO       PIC 9(2).
          05 FILLER           PIC X VALUE ",".
          05 AP-PO-NO         PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 AP-PROD-ID       PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 AP-QTY           PIC 9(4).
          05 FILLER           PIC X VALUE ",".
          05 AP-UNIT-PRICE    PIC 9(5)V99.
          05 FILLER           PIC X VALUE ",".
          05 AP-AMOUNT        PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 AP-INV-DATE      PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 AP-DUE-DATE      PIC 9(8).
      *>     Invoice date plus the supplier's terms
          05 FILLER           PIC X VALUE ",".
          05 AP-STATUS        PIC X.
      *>     H=Held, M=Matched (not yet booked), B=Booked
      *>     to accounts payable, P=Paid, R=Rejected
             88 AP-HELD          VALUE "H".
             88 AP-MATCHED       VALUE "M".
             88 AP-BOOKED        VALUE "B".
             88 AP-PAID          VALUE "P".
             88 AP-REJECTED      VALUE "R".
          05 FILLER           PIC X VALUE ",".
          05 AP-HOLD-REASON   PIC X(3).
      *>     PRC=Price off the PO past tolerance,
      *>     QTY=Billed past what was received,
      *>     P+Q=Both; spaces when it matched
          05 FILLER           PIC X VALUE ",".
          05 AP-ENTERED-BY    PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 AP-RESOLVED-BY   PIC X(8).
      *>     Who in purchasing released or rejected it
          05 FILLER           PIC X VALUE ",".
          05 AP-PAID-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 AP-REMIT-NO      PIC 9(6).
      *>     The remittance advice that paid it
