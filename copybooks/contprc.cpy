      *> ============================================
      *> CONTPRC.CPY - customer contract price
      *> ============================================
      *> One negotiated price as carried on
      *> contract-prices.dat (LINE SEQUENTIAL), set on the
      *> CONTPRICE screen. It prices one customer's
      *> purchases of one product, or of every product
      *> whose ID starts with CP-PROD-KEY (a product
      *> line), from CP-START-DATE through CP-END-DATE -
      *> either at a fixed unit price or at a percentage
      *> off PROD-PRICE. The INDEXED menu's shipment
      *> pricing takes the lowest price among the
      *> customer's contracts in force that day ahead of
      *> any quantity break, and stamps the contract on
      *> the sales-history line.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 CONTRACT-PRICE-RECORD.
      *>         COPY "contprc.cpy".
      *> ============================================
          05 CP-CONTRACT-NO   PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 CP-CUST-NO       PIC X(6).
      *>     The banking side's CU number the orders carry
          05 FILLER           PIC X VALUE ",".
          05 CP-SCOPE         PIC X.
             88 CP-ONE-PRODUCT   VALUE "P".
             88 CP-PRODUCT-LINE  VALUE "L".
          05 FILLER           PIC X VALUE ",".
          05 CP-PROD-KEY      PIC X(5).
      *>     The product ID, or the leading characters of
      *>     the line's IDs (e.g. "P0")
          05 FILLER           PIC X VALUE ",".
          05 CP-START-DATE    PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 CP-END-DATE      PIC 9(8).
      *>     Last day the contract prices
          05 FILLER           PIC X VALUE ",".
          05 CP-PRICE-TYPE    PIC X.
             88 CP-FIXED-PRICE   VALUE "F".
             88 CP-PCT-OFF-LIST  VALUE "D".
          05 FILLER           PIC X VALUE ",".
          05 CP-UNIT-PRICE    PIC 9(5)V99.
      *>     The fixed price; zero on a percent-off contract
          05 FILLER           PIC X VALUE ",".
          05 CP-DISC-PCT      PIC 9(2)V99.
      *>     Percent off list; zero on a fixed-price contract
          05 FILLER           PIC X VALUE ",".
          05 CP-SET-DATE      PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 CP-SET-BY        PIC X(8).
