      *> ============================================
      *> PRODTAX.CPY - product line sales tax status
      *> ============================================
      *> Whether one product line on products.dat is
      *> taxable or exempt from sales tax, as carried on
      *> product-tax.dat (LINE SEQUENTIAL), set on the
      *> TAXMAINT screen. A product with no row here is
      *> taxable.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 PRODUCT-TAX-RECORD.
      *>         COPY "prodtax.cpy".
      *> ============================================
          05 PT-PROD-ID       PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 PT-TAXABLE       PIC X.
      *>     Y=Taxable, N=Exempt
             88 PT-IS-TAXABLE    VALUE "Y".
             88 PT-IS-EXEMPT     VALUE "N".
          05 FILLER           PIC X VALUE ",".
          05 PT-SET-DATE      PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 PT-SET-BY        PIC X(8).
