      *> ============================================
      *> PRODSUPP.CPY - product's preferred supplier
      *> ============================================
      *> Who a product on products.dat is normally
      *> bought from, how long that supplier takes to
      *> deliver, the smallest order it will take and
      *> the unit cost agreed with it, as carried on
      *> product-suppliers.dat (LINE SEQUENTIAL), set on
      *> the REPLEN screen. REPLEN's planning run only
      *> proposes purchase orders for products with a row
      *> here, and the INDEXED menu's "Raise a purchase
      *> order" offers the supplier and lead time as its
      *> defaults.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 PRODUCT-SUPPLIER-RECORD.
      *>         COPY "prodsupp.cpy".
      *> ============================================
          05 PS-PROD-ID       PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 PS-SUPPLIER      PIC X(5).
      *>     A SUP-ID on suppliers.dat
          05 FILLER           PIC X VALUE ",".
          05 PS-LEAD-DAYS     PIC 9(3).
      *>     Calendar days from order to delivery
          05 FILLER           PIC X VALUE ",".
          05 PS-MIN-ORDER     PIC 9(4).
      *>     Smallest quantity the supplier will ship;
      *>     zero for no minimum
          05 FILLER           PIC X VALUE ",".
          05 PS-UNIT-COST     PIC 9(5)V99.
      *>     The agreed cost a proposed PO line is raised at
          05 FILLER           PIC X VALUE ",".
          05 PS-SET-DATE      PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 PS-SET-BY        PIC X(8).
