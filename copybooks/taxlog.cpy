      *> ============================================
      *> TAXLOG.CPY - sales tax detail by line
      *> ============================================
      *> One invoice line billed in a state we collect
      *> in, or one credit memo reversing such a line, as
      *> appended to sales-tax-log.dat (LINE SEQUENTIAL).
      *> ARINVOICE writes the invoice lines, taxed or
      *> exempt; ARCREDIT writes the credit memos, at the
      *> rates the invoice line was taxed at. TAXRTN sums
      *> the month by jurisdiction for the sales tax
      *> return, credit memos netted off.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 TAX-LOG-RECORD.
      *>         COPY "taxlog.cpy".
      *> ============================================
          05 TL-INV-NO        PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 TL-LINE-NO       PIC 9(3).
      *>     The line's number on the invoice
          05 FILLER           PIC X VALUE ",".
          05 TL-KIND          PIC X.
      *>     I=Invoice line, C=Credit memo against it
             88 TL-INVOICE       VALUE "I".
             88 TL-CREDIT        VALUE "C".
          05 FILLER           PIC X VALUE ",".
          05 TL-DOC-NO        PIC 9(6).
      *>     The invoice, or the credit memo, number
          05 FILLER           PIC X VALUE ",".
          05 TL-DATE          PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 TL-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 TL-STATE         PIC X(2).
          05 FILLER           PIC X VALUE ",".
          05 TL-LOCALITY      PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 TL-TAXABLE-AMT   PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 TL-EXEMPT-AMT    PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 TL-EXEMPT-WHY    PIC X.
      *>     P=Product line exempt, C=Customer's
      *>     certificate, space=Taxed
          05 FILLER           PIC X VALUE ",".
          05 TL-STATE-RATE    PIC 9(2)V9(3).
          05 FILLER           PIC X VALUE ",".
          05 TL-LOCAL-RATE    PIC 9(2)V9(3).
          05 FILLER           PIC X VALUE ",".
          05 TL-STATE-TAX     PIC 9(7)V99.
          05 FILLER           PIC X VALUE ",".
          05 TL-LOCAL-TAX     PIC 9(7)V99.
