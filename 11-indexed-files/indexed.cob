               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPREJ-STATUS.

      *> Every receipt judged, kept or bounced, for the
      *> supplier scorecard (see rcphist.cpy)
           SELECT RECEIPT-HISTORY
               ASSIGN TO "receipt-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPHIST-STATUS.

      *> Movement history: every quantity change, in and out,
      *> the same append-only pattern as price-history.dat
           SELECT MOVEMENT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COGS-STATUS.

      *> Inventory and cost of sales onto the general ledger:
      *> the postings LEDGER rolls up, and the marker that
      *> the opening inventory balance is booked
           SELECT GL-FILE
               ASSIGN TO "gl-postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT INVGL-FILE
               ASSIGN TO "inventory-gl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVGL-STATUS.

      *> The order book: every sales order's life from open
      *> through allocated, picked and shipped - stock is
      *> reserved at allocation and leaves only at ship
               RELATIVE KEY IS WS-BIN-SLOT
               FILE STATUS IS WS-BIN-STATUS.

      *> Stock by supplier lot and bin for lot-controlled
      *> lines (see lotrec.cpy), and the lots every shipment
      *> took - the trail a supplier recall is traced by
           SELECT LOT-FILE
               ASSIGN TO "lot-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT LOTSHIP-FILE
               ASSIGN TO "lot-shipments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTSHIP-STATUS.

      *> Kit bills of materials, kept by BOMMAINT (see
      *> bomrec.cpy)
           SELECT BOM-FILE
               ASSIGN TO "kit-bom.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

      *> Credit control at booking: the open items ARINVOICE
      *> raises, each trade customer's credit terms, and the
      *> orders held for the credit manager
           SELECT AR-FILE
               ASSIGN TO "ar-open-items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT CREDIT-TERMS-FILE
               ASSIGN TO "credit-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.

           SELECT CREDIT-HOLD-FILE
               ASSIGN TO "credit-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.

      *> EDI with trade customers: the order lines EDIORDIN
      *> staged from their interchanges (see ediord.cpy), the
      *> trading partners and their control numbers (see
      *> ediprtnr.cpy), and the ship notices going back out
           SELECT EDI-ORDER-FILE
               ASSIGN TO "edi-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIORD-STATUS.

           SELECT EDI-PARTNER-FILE
               ASSIGN TO "edi-partners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EP-STATUS.

           SELECT SHIP-NOTICE-FILE
               ASSIGN TO "edi-ship-notices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.

      *> Trade customers' negotiated prices (see contprc.cpy)
           SELECT CONTRACT-FILE
               ASSIGN TO "contract-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

      *> Each product's preferred supplier (see prodsupp.cpy)
           SELECT PRODSUPP-FILE
               ASSIGN TO "product-suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.

       DATA DIVISION.
       FILE SECTION.

          05 ORD-CUST-NO       PIC X(6).

      *> Goods receipts: product, quantity, supplier ref,
      *> date, the PO line being filled and the invoiced cost;
      *> for lot-controlled stock the supplier's lot and its
      *> expiry, and the bin the delivery was put away to
       FD RECEIPT-FILE.
       01 RECEIPT-RECORD.
          05 RCP-PROD-ID       PIC X(5).
          05 RCP-PO-NO         PIC 9(6).
          05 FILLER            PIC X VALUE ",".
          05 RCP-UNIT-COST     PIC 9(5)V99.
          05 FILLER            PIC X VALUE ",".
          05 RCP-LOT-NO        PIC X(10).
      *>     Spaces for stock that is not lot-controlled
          05 FILLER            PIC X VALUE ",".
          05 RCP-EXPIRY-DATE   PIC 9(8).
      *>     Zero for a lot that does not expire
          05 FILLER            PIC X VALUE ",".
          05 RCP-WAREHOUSE     PIC 9.
          05 FILLER            PIC X VALUE ",".
          05 RCP-BIN-NO        PIC 9(3).
      *>     Zero leaves the delivery at the receiving dock

      *> Rejected receipts: the raw record plus why
       FD RECEIPT-REJECT-FILE.
       01 RECEIPT-REJECT-RECORD.
          05 RRJ-RAW-IMAGE     PIC X(71).
          05 RRJ-REASON        PIC X(25).

       FD RECEIPT-HISTORY.
       01 RECEIPT-HISTORY-RECORD.
           COPY "rcphist.cpy".

      *> One supplier
       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
      *>     O=Open, C=Closed (line filled)
          05 FILLER            PIC X VALUE ",".
          05 PO-DATE           PIC 9(8).
          05 FILLER            PIC X VALUE ",".
          05 PO-PROMISE-DATE   PIC 9(8).
      *>     When the supplier promised delivery

      *> One stock movement, in or out
       FD MOVEMENT-FILE.
          05 MV-PROD-ID        PIC X(5).
          05 FILLER            PIC X VALUE ",".
          05 MV-TYPE           PIC X.
      *>     R=Receipt, S=Sale, A=Count adjustment,
      *>     C=Customer return put back on the shelf,
      *>     K=Kit assembly, D=Kit disassembly (the
      *>     components out and the kit in, or back)
          05 FILLER            PIC X VALUE ",".
          05 MV-QTY            PIC S9(5)
                               SIGN LEADING SEPARATE.
          05 PP-EFF-DATE       PIC 9(8).

      *> One filled sale: quantity and the money it brought in
      *> (extended price after the contract price or the
      *> quantity-break discount), who bought it, and whether
      *> ARINVOICE has billed it
       FD SALES-HISTORY.
       01 SALES-HISTORY-RECORD.
          05 SH-PROD-ID        PIC X(5).
          05 FILLER            PIC X VALUE ",".
          05 SH-INVOICED       PIC X.
      *>     N until ARINVOICE bills the line
          05 FILLER            PIC X VALUE ",".
          05 SH-INV-NO         PIC 9(6).
      *>     The invoice that billed it; zero until billed
          05 FILLER            PIC X VALUE ",".
          05 SH-COGS           PIC 9(9)V99.
      *>     What the units cost, at the layers the
      *>     shipment consumed
          05 FILLER            PIC X VALUE ",".
          05 SH-CONTRACT-NO    PIC 9(6).
      *>     The contract that priced the line; zero when
      *>     list price or a quantity break did

      *> One back order: the unfilled remainder of a short sale,
      *> file order is age order (oldest first)
          05 CL-QTY-REMAIN     PIC 9(4).
          05 FILLER            PIC X VALUE ",".
          05 CL-UNIT-COST      PIC 9(5)V99.
          05 FILLER            PIC X VALUE ",".
          05 CL-PO-NO          PIC 9(6).
          05 FILLER            PIC X VALUE ",".
          05 CL-RCPT-REF       PIC X(10).
      *>     The PO line and delivery a receipt layer came
      *>     in on, so LANDCOST can find it again; zero and
      *>     blank on any other layer

      *> One shipment's cost of goods sold
       FD COGS-FILE.
          05 FILLER            PIC X VALUE ",".
          05 CG-COGS           PIC 9(9)V99.

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

       FD INVGL-FILE.
       01 INVENTORY-GL-RECORD.
           COPY "invgl.cpy".

      *> One sales order through its lifecycle
       FD ORDERBOOK-FILE.
       01 ORDERBOOK-RECORD.
          05 OB-ORDER-DATE     PIC 9(8).
          05 FILLER            PIC X VALUE ",".
          05 OB-SHIP-DATE      PIC 9(8).
          05 FILLER            PIC X VALUE ",".
          05 OB-CUST-PO        PIC X(10).
      *>     The customer's own order number, for an EDI
      *>     order - spaces for any other
          05 FILLER            PIC X VALUE ",".
          05 OB-CUST-PO-LINE   PIC 9(3).

       FD PICKLIST-FILE.
       01 PICKLIST-LINE      PIC X(70).
          05 BIN-PROD-ID       PIC X(5).
          05 BIN-QTY           PIC 9(4).

       FD LOT-FILE.
       01 LOT-STOCK-RECORD.
           COPY "lotrec.cpy".

       FD LOTSHIP-FILE.
       01 LOT-SHIPMENT-RECORD.
           COPY "lotship.cpy".

       FD BOM-FILE.
       01 BOM-RECORD.
           COPY "bomrec.cpy".

      *> Same open-items layout ARINVOICE writes
       FD AR-FILE.
       01 AR-RECORD.
          05 AR-INV-NO         PIC 9(6).
          05 FILLER            PIC X.
          05 AR-CUST-NO        PIC X(6).
          05 FILLER            PIC X.
          05 AR-INV-DATE       PIC 9(8).
          05 FILLER            PIC X.
          05 AR-AMOUNT         PIC 9(9)V99.
          05 FILLER            PIC X.
          05 AR-PAID           PIC 9(9)V99.
          05 FILLER            PIC X.
          05 AR-STATUS         PIC X.
          05 FILLER            PIC X.
          05 AR-CREDITED       PIC 9(9)V99.

       FD CREDIT-TERMS-FILE.
       01 CREDIT-TERMS-RECORD.
           COPY "crterms.cpy".

       FD CREDIT-HOLD-FILE.
       01 CREDIT-HOLD-RECORD.
           COPY "crhold.cpy".

       FD EDI-ORDER-FILE.
       01 EDI-ORDER-RECORD.
           COPY "ediord.cpy".

       FD EDI-PARTNER-FILE.
       01 EDI-PARTNER-RECORD.
           COPY "ediprtnr.cpy".

       FD CONTRACT-FILE.
       01 CONTRACT-PRICE-RECORD.
           COPY "contprc.cpy".

       FD PRODSUPP-FILE.
       01 PRODUCT-SUPPLIER-RECORD.
           COPY "prodsupp.cpy".

      *> The advance ship notice, in the customer's fixed
      *> format: one interchange per customer per shipping
      *> run - header, a line per order line shipped, and a
      *> trailer the customer checks the lines against
       FD SHIP-NOTICE-FILE.
       01 SHIP-NOTICE-RECORD.
          05 SN-REC-TYPE       PIC X.
      *>     H=Header, D=Line shipped, T=Trailer
          05 SN-BODY           PIC X(40).
          05 SN-HEADER REDEFINES SN-BODY.
             10 SN-PARTNER-ID     PIC X(10).
             10 SN-CONTROL-NO     PIC 9(6).
             10 SN-NOTICE-DATE    PIC 9(8).
             10 SN-CUST-NO        PIC X(6).
             10 FILLER            PIC X(10).
          05 SN-LINE REDEFINES SN-BODY.
             10 SN-ORDER-NO       PIC 9(6).
             10 SN-CUST-PO        PIC X(10).
             10 SN-CUST-PO-LINE   PIC 9(3).
             10 SN-PROD-ID        PIC X(5).
             10 SN-QTY            PIC 9(5).
             10 SN-SHIP-DATE      PIC 9(8).
             10 FILLER            PIC X(3).
          05 SN-TRAILER REDEFINES SN-BODY.
             10 SN-LINE-COUNT     PIC 9(6).
             10 SN-QTY-TOTAL      PIC 9(9).
             10 FILLER            PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS    PIC XX.
           COPY "filestat.cpy".
             10 WS-PO-COST     PIC 9(5)V99.
             10 WS-PO-STAT     PIC X.
             10 WS-PO-DATE     PIC 9(8).
             10 WS-PO-PROMISE  PIC 9(8).
       01 WS-PO-IDX         PIC 9(3).
       01 WS-PO-MATCH-IDX   PIC 9(3) VALUE 0.
       01 WS-PO-NEXT-NO     PIC 9(6) VALUE 1.
       01 WS-PO-QTY-ROOM    PIC 9(5) VALUE 0.
       01 WS-PO-COST-DIFF   PIC S9(5)V99 VALUE 0.
       01 WS-PO-COST-PCT    PIC 9(5)V99 VALUE 0.
       01 WS-PO-LEAD-DAYS   PIC 9(3) VALUE 14.
      *>   Promised delivery when the buyer gives none and
      *>   the product has no preferred supplier
       01 WS-PS-STATUS      PIC XX.
       01 WS-PREF-FOUND     PIC X VALUE "N".
          88 PREF-SUPPLIER-FOUND VALUE "Y".
       01 WS-PREF-SUPP      PIC X(5).
       01 WS-PREF-LEAD      PIC 9(3).
       01 WS-PREF-COST      PIC 9(5)V99.
       01 WS-PO-LEAD-USE    PIC 9(3).
       01 WS-RCPHIST-STATUS PIC XX.
       01 WS-RH-PO-IDX      PIC 9(3).
       01 WS-DISP-COST      PIC $Z(4)9.99.

      *> --- Goods receipts and the movement history ---
             10 WS-CL-DATE     PIC 9(8).
             10 WS-CL-REMAIN   PIC 9(4).
             10 WS-CL-COST     PIC 9(5)V99.
             10 WS-CL-PO-NO    PIC 9(6).
             10 WS-CL-RCPT-REF PIC X(10).
       01 WS-CL-IDX         PIC 9(3).
       01 WS-CL-LOADED      PIC X VALUE "N".
          88 LAYERS-LOADED  VALUE "Y".
       01 WS-TAKE-QTY       PIC 9(4) VALUE 0.
       01 WS-SHIP-COGS      PIC 9(9)V99 VALUE 0.

      *> --- Inventory on the general ledger: once the
      *>     opening balance is booked, every change to the
      *>     layers posts at the cost it moved at ---
       01 WS-GL-STATUS      PIC XX.
       01 WS-INVGL-STATUS   PIC XX.
       01 WS-INVGL-STATE    PIC X VALUE "N".
          88 INVENTORY-ON-GL VALUE "Y".
       01 WS-IG-DR-ACCT     PIC X(4).
       01 WS-IG-CR-ACCT     PIC X(4).
       01 WS-IG-AMOUNT      PIC 9(9)V99 VALUE 0.
       01 WS-IG-DESC        PIC X(20).
       01 WS-IG-VALUE       PIC 9(9)V99 VALUE 0.
       01 WS-DISP-IG        PIC $Z(8),ZZ9.99.

      *> --- The order book in storage while orders move
      *>     through their lifecycle ---
       01 WS-OB-STATUS      PIC XX.
             10 WS-OB-STAT     PIC X.
             10 WS-OB-ODATE    PIC 9(8).
             10 WS-OB-SDATE    PIC 9(8).
             10 WS-OB-PO       PIC X(10).
             10 WS-OB-PO-LINE  PIC 9(3).
       01 WS-OB-IDX         PIC 9(3).
       01 WS-OB-NEXT-NO     PIC 9(6) VALUE 1.
       01 WS-OB-LOADED      PIC X VALUE "N".
       01 WS-BIN-WH-FOUND   PIC 9.
       01 WS-BIN-NO-FOUND   PIC 9(3).

      *> --- Stock by lot and bin in storage while receipts
      *>     found lots, the pick list and shipments take
      *>     them earliest expiry first, and bin transfers
      *>     move them. WS-LT-AVAIL is what a lot has left
      *>     to promise while the pick list is planned ---
       01 WS-LOT-STATUS     PIC XX.
       01 WS-LOTSHIP-STATUS PIC XX.
       01 WS-LT-COUNT       PIC 9(3) VALUE 0.
       01 WS-LT-TABLE.
          05 WS-LT-ENTRY OCCURS 500 TIMES.
             10 WS-LT-PROD     PIC X(5).
             10 WS-LT-LOT      PIC X(10).
             10 WS-LT-EXPIRY   PIC 9(8).
             10 WS-LT-WH       PIC 9.
             10 WS-LT-BIN      PIC 9(3).
             10 WS-LT-QTY      PIC 9(4).
             10 WS-LT-AVAIL    PIC 9(4).
             10 WS-LT-RCV-DATE PIC 9(8).
             10 WS-LT-SUPP-REF PIC X(10).
             10 WS-LT-COST     PIC 9(5)V99.
       01 WS-LT-IDX         PIC 9(3).
       01 WS-LT-IDX2        PIC 9(3).
       01 WS-LT-BEST-IDX    PIC 9(3) VALUE 0.
       01 WS-LT-BEST-EXP    PIC 9(8).
       01 WS-LT-SORT-EXP    PIC 9(8).
       01 WS-LT-LOADED      PIC X VALUE "N".
          88 LOTS-LOADED    VALUE "Y".
       01 WS-LOT-TODAY      PIC 9(8).
       01 WS-LOT-PROD       PIC X(5).
       01 WS-LOT-REMAIN     PIC 9(4) VALUE 0.
       01 WS-LOT-TAKE       PIC 9(4) VALUE 0.
       01 WS-LOT-PRINT      PIC X VALUE "N".
          88 LOT-PICK-PRINTS VALUE "Y".
       01 WS-LOT-WH         PIC 9.
       01 WS-LOT-BIN        PIC 9(3).
       01 WS-XFR-DONE       PIC X VALUE "N".
       01 WS-LOT-TRAIL      PIC X VALUE "Y".
          88 LOT-TRAIL-WANTED VALUE "Y".

      *> --- Kit bills of materials in storage, and the
      *>     assembly or disassembly in hand. WS-KIT-COST is
      *>     the value moving between the components' layers
      *>     and the kit's; WS-BK-WEIGHT shares it back out
      *>     when a kit is taken apart ---
       01 WS-BOM-STATUS     PIC XX.
       01 WS-BK-COUNT       PIC 9(3) VALUE 0.
       01 WS-BK-TABLE.
          05 WS-BK-ENTRY OCCURS 300 TIMES.
             10 WS-BK-KIT      PIC X(5).
             10 WS-BK-COMP     PIC X(5).
             10 WS-BK-QTY      PIC 9(3).
             10 WS-BK-WEIGHT   PIC 9(9)V99.
       01 WS-BK-IDX         PIC 9(3).
       01 WS-BK-LOADED      PIC X VALUE "N".
          88 BOM-LOADED     VALUE "Y".
       01 WS-KIT-ID         PIC X(5).
       01 WS-KIT-FOUND      PIC X VALUE "N".
          88 PRODUCT-IS-KIT VALUE "Y".
       01 WS-KIT-MISSING    PIC X VALUE "N".
          88 KIT-COMP-MISSING VALUE "Y".
       01 WS-KIT-WHOLE      PIC X VALUE "N".
          88 KIT-WHOLE-ONLY VALUE "Y".
       01 WS-KIT-QTY        PIC 9(4) VALUE 0.
       01 WS-KIT-ASK-QTY    PIC 9(4) VALUE 0.
       01 WS-KIT-SHORT      PIC 9(4) VALUE 0.
       01 WS-KIT-BUILDABLE  PIC 9(4) VALUE 0.
       01 WS-KIT-CAN-MAKE   PIC S9(5) VALUE 0.
       01 WS-KIT-NEED       PIC 9(4) VALUE 0.
       01 WS-KIT-LAYER-QTY  PIC 9(4) VALUE 0.
       01 WS-KIT-REF        PIC X(10).
       01 WS-KIT-COST       PIC 9(9)V99 VALUE 0.
       01 WS-KIT-SHARE      PIC 9(9)V99 VALUE 0.
       01 WS-KIT-SHARED     PIC 9(9)V99 VALUE 0.
       01 WS-KIT-WEIGHTS    PIC 9(11)V99 VALUE 0.
       01 WS-KIT-REF-COST   PIC 9(5)V99 VALUE 0.
       01 WS-KIT-UNIT-COST  PIC 9(5)V99 VALUE 0.
       01 WS-KIT-ODD-CENTS  PIC 9(5)V99 VALUE 0.
       01 WS-KIT-LAST-COMP  PIC 9(3) VALUE 0.

      *> --- Credit control at booking: each trade
      *>     customer's exposure - open AR plus the
      *>     unshipped order book at list price - against
      *>     the limit on credit-terms.dat. An order that
      *>     would take the customer over the limit, or from
      *>     a customer with an invoice unpaid
      *>     WS-CREDIT-HOLD-DAYS or more (ARAGING's 60-89
      *>     band and beyond), is held on credit-holds.dat
      *>     instead of allocating stock ---
       01 WS-AR-STATUS      PIC XX.
       01 WS-CT-STATUS      PIC XX.
       01 WS-CH-STATUS      PIC XX.
       01 WS-CREDIT-HOLD-DAYS PIC 9(3) VALUE 60.
       01 WS-CREDIT-TODAY   PIC 9(8).
       01 WS-TODAY-INT      PIC S9(9) COMP.
       01 WS-AGE-DAYS       PIC S9(9) COMP.
       01 WS-CX-COUNT       PIC 9(3) VALUE 0.
       01 WS-CX-TABLE.
          05 WS-CX-ENTRY OCCURS 300 TIMES.
             10 WS-CX-CUST     PIC X(6).
             10 WS-CX-TERMS    PIC X.
      *>        Y=on credit-terms.dat
             10 WS-CX-LIMIT    PIC 9(9)V99.
             10 WS-CX-STAT     PIC X.
             10 WS-CX-AR       PIC S9(11)V99.
             10 WS-CX-BOOKED   PIC 9(11)V99.
             10 WS-CX-OLDEST   PIC 9(4).
       01 WS-CX-IDX         PIC 9(3).
       01 WS-CX-FOUND       PIC 9(3) VALUE 0.
       01 WS-CX-CUST-KEY    PIC X(6).
       01 WS-ORDER-VALUE    PIC 9(9)V99 VALUE 0.
       01 WS-EXPOSURE       PIC S9(11)V99 VALUE 0.
       01 WS-HOLD-REASON    PIC X VALUE SPACE.
          88 CREDIT-IS-CLEAR VALUE SPACE.
       01 WS-HOLD-TEXT      PIC X(30).
       01 WS-CREDIT-OVERRIDE PIC X VALUE "N".
          88 CREDIT-ALREADY-RELEASED VALUE "Y".
       01 WS-ORD-HELD       PIC 9(3) VALUE 0.
       01 WS-ORD-RELEASED   PIC 9(3) VALUE 0.
       01 WS-CH-COUNT       PIC 9(3) VALUE 0.
       01 WS-CH-TABLE.
          05 WS-CH-ENTRY OCCURS 300 TIMES.
             10 WS-CH-NO       PIC 9(6).
             10 WS-CH-CUST     PIC X(6).
             10 WS-CH-PROD     PIC X(5).
             10 WS-CH-QTY      PIC 9(4).
             10 WS-CH-VALUE    PIC 9(9)V99.
             10 WS-CH-REASON   PIC X.
             10 WS-CH-EXPOS    PIC 9(9)V99.
             10 WS-CH-LIMIT    PIC 9(9)V99.
             10 WS-CH-OLDEST   PIC 9(4).
             10 WS-CH-HDATE    PIC 9(8).
             10 WS-CH-STAT     PIC X.
             10 WS-CH-DDATE    PIC 9(8).
             10 WS-CH-DBY      PIC X(8).
             10 WS-CH-NOTE     PIC X(30).
             10 WS-CH-BDATE    PIC 9(8).
       01 WS-CH-IDX         PIC 9(3).
       01 WS-CH-NEXT-NO     PIC 9(6) VALUE 1.

      *> --- EDI: orders EDIORDIN staged are booked with the
      *>     customer's order number riding along, and each
      *>     shipping run sends every trading partner a ship
      *>     notice numbered on from its last one ---
       01 WS-EDIORD-STATUS  PIC XX.
       01 WS-EP-STATUS      PIC XX.
       01 WS-SN-STATUS      PIC XX.
       01 WS-EDI-ORDER      PIC X VALUE "N".
          88 EDI-ORDER-IN-HAND VALUE "Y".
       01 WS-EDI-PO         PIC X(10).
       01 WS-EDI-PO-LINE    PIC 9(3).
       01 WS-EDI-BOOKED     PIC 9(4) VALUE 0.
       01 WS-EP-COUNT       PIC 9(3) VALUE 0.
       01 WS-EP-TABLE.
          05 WS-EP-ENTRY OCCURS 50 TIMES.
             10 WS-EP-ID       PIC X(10).
             10 WS-EP-CUST     PIC X(6).
             10 WS-EP-LAST-IN  PIC 9(6).
             10 WS-EP-LAST-ASN PIC 9(6).
             10 WS-EP-STAT     PIC X.
       01 WS-EP-IDX         PIC 9(3).
       01 WS-EP-FOUND       PIC 9(3) VALUE 0.
       01 WS-SN-COUNT       PIC 9(3) VALUE 0.
       01 WS-SN-TABLE.
          05 WS-SN-ENTRY OCCURS 200 TIMES.
             10 WS-SN-OB-IDX   PIC 9(3).
             10 WS-SN-EP-IDX   PIC 9(3).
       01 WS-SN-IDX         PIC 9(3).
       01 WS-SN-LINES       PIC 9(6) VALUE 0.
       01 WS-SN-QTY         PIC 9(9) VALUE 0.
       01 WS-SN-SENT        PIC 9(3) VALUE 0.

      *> --- Contract prices in force, for the shipment
      *>     pricing; the customer being priced (spaces for
      *>     none) and the contract that won ---
       01 WS-CONTRACT-STATUS PIC XX.
       01 WS-CT-COUNT       PIC 9(3) VALUE 0.
       01 WS-CT-TABLE.
          05 WS-CT-ENTRY OCCURS 300 TIMES.
             10 WS-CT-NO       PIC 9(6).
             10 WS-CT-CUST     PIC X(6).
             10 WS-CT-KEY      PIC X(5).
             10 WS-CT-KEYLEN   PIC 9.
             10 WS-CT-START    PIC 9(8).
             10 WS-CT-END      PIC 9(8).
             10 WS-CT-TYPE     PIC X.
             10 WS-CT-PRICE    PIC 9(5)V99.
             10 WS-CT-PCT      PIC 9(2)V99.
       01 WS-CT-IDX         PIC 9(3).
       01 WS-PRICE-CUST     PIC X(6) VALUE SPACES.
       01 WS-PRICE-DATE     PIC 9(8) VALUE 0.
       01 WS-PRICE-CONTRACT PIC 9(6) VALUE 0.
       01 WS-CT-UNIT-PRICE  PIC 9(5)V99.

      *> --- Sales history ---
       01 WS-SALES-STATUS   PIC XX.
       01 WS-SALE-QTY       PIC 9(4) VALUE 0.
           DISPLAY "17. Raise a purchase order".
           DISPLAY "18. Print the pick list".
           DISPLAY "19. Confirm shipments".
           DISPLAY "20. Assemble kits".
           DISPLAY "21. Take kits apart".
           DISPLAY "22. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-LOOKUP
               WHEN 2 PERFORM 4000-LIST-ALL
               WHEN 3 PERFORM 5000-UPDATE-PRICE THRU 5000-EXIT
               WHEN 4 PERFORM 6000-ADD-PRODUCT THRU 6000-EXIT
               WHEN 5 PERFORM 7000-DELETE-PRODUCT THRU 7000-EXIT
               WHEN 6 PERFORM 8000-REORDER-REPORT
               WHEN 7 PERFORM 9500-LOOKUP-BY-NAME THRU 9500-EXIT
               WHEN 8 PERFORM 9600-VIEW-PRICE-HISTORY
               WHEN 9 PERFORM 9700-PROCESS-SALES-ORDERS
               WHEN 10 PERFORM 9800-ASSIGN-BIN
               WHEN 11 PERFORM 9900-LOOKUP-BIN THRU 9900-EXIT
               WHEN 12 PERFORM 9850-PROCESS-RECEIPTS
               WHEN 13 PERFORM 9880-FILL-BACK-ORDERS THRU 9880-EXIT
               WHEN 14 PERFORM 9920-TRANSFER-BETWEEN-BINS THRU 9920-EXIT
               WHEN 15 PERFORM 9930-WAREHOUSE-SUMMARY THRU 9930-EXIT
               WHEN 16 PERFORM 9940-STAGE-PRICE-CHANGE THRU 9940-EXIT
               WHEN 17 PERFORM 9810-RAISE-PURCHASE-ORDER THRU 9810-EXIT
               WHEN 18 PERFORM 9760-PRINT-PICK-LIST
               WHEN 19 PERFORM 9770-CONFIRM-SHIPMENTS
               WHEN 20 PERFORM 9200-ASSEMBLE-KITS THRU 9200-EXIT
               WHEN 21 PERFORM 9205-DISASSEMBLE-KITS THRU 9205-EXIT
               WHEN 22 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

               CLOSE PRICE-HISTORY
           END-IF.

      *> --- Apply each pending sales order against inventory,
      *>     once the customer's credit allows it. Orders the
      *>     credit manager released since the last run are
      *>     booked first ---
       9700-PROCESS-SALES-ORDERS.
           MOVE 0 TO WS-ORD-FILLED.
           MOVE 0 TO WS-ORD-REJECTED.
           MOVE 0 TO WS-ORD-HELD.
           MOVE 0 TO WS-ORD-RELEASED.

           OPEN INPUT ORDER-FILE.
           IF NOT ORD-FS-SUCCESS
               DISPLAY "No sales orders to process."
           ELSE
               PERFORM 9705-LOAD-ORDER-BOOK THRU 9705-EXIT
               PERFORM 9716-LOAD-CREDIT-HOLDS THRU 9716-EXIT
               PERFORM 9212-READY-FOR-KITS
               OPEN I-O PRODUCT-FILE
               PERFORM 9710-LOAD-CREDIT-EXPOSURE
               DISPLAY SPACES
               DISPLAY "=== Processing Sales Orders ==="
               PERFORM 9720-BOOK-RELEASED-HOLDS
               MOVE "N" TO WS-EOF
               READ ORDER-FILE
                   AT END SET END-OF-FILE TO TRUE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               PERFORM 9300-BOOK-EDI-ORDERS THRU 9300-EXIT
               CLOSE PRODUCT-FILE
               CLOSE ORDER-FILE
               PERFORM 9706-REWRITE-ORDER-BOOK
               PERFORM 9717-REWRITE-CREDIT-HOLDS
               DISPLAY "  Orders allocated: " WS-ORD-FILLED
               DISPLAY "  Orders rejected:  " WS-ORD-REJECTED
               DISPLAY "  Orders on credit hold: " WS-ORD-HELD
               DISPLAY "  Credit releases booked: "
                   WS-ORD-RELEASED
               DISPLAY "  (stock leaves at ship confirm - "
                   "option 19)"
           END-IF.
               DISPLAY "No goods receipts to process."
           ELSE
               PERFORM 9820-LOAD-PURCHASE-ORDERS
               PERFORM 9707-LOAD-COST-LAYERS THRU 9707-EXIT
               PERFORM 9730-LOAD-LOT-STOCK THRU 9730-EXIT
               OPEN I-O PRODUCT-FILE
               OPEN OUTPUT RECEIPT-REJECT-FILE
               OPEN EXTEND RECEIPT-HISTORY
               IF WS-RCPHIST-STATUS NOT = "00"
                   OPEN OUTPUT RECEIPT-HISTORY
               END-IF
               OPEN I-O BIN-FILE
               IF NOT BIN-FS-SUCCESS
                   OPEN OUTPUT BIN-FILE
                   CLOSE BIN-FILE
                   OPEN I-O BIN-FILE
               END-IF
               DISPLAY SPACES
               DISPLAY "=== Processing Goods Receipts ==="
               MOVE "N" TO WS-EOF
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   PERFORM 9870-APPLY-ONE-RECEIPT THRU 9870-EXIT
                   READ RECEIPT-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               CLOSE PRODUCT-FILE
               CLOSE RECEIPT-FILE
               CLOSE RECEIPT-REJECT-FILE
               CLOSE RECEIPT-HISTORY
               CLOSE BIN-FILE
               OPEN OUTPUT RECEIPT-FILE
               CLOSE RECEIPT-FILE
               PERFORM 9830-REWRITE-PURCHASE-ORDERS
               PERFORM 9708-REWRITE-COST-LAYERS
               PERFORM 9731-REWRITE-LOT-STOCK
               DISPLAY "  Receipts applied:  " WS-RCP-APPLIED
               DISPLAY "  Receipts rejected: " WS-RCP-REJECTED
      *>       New stock may cover sales that went short
               PERFORM 9880-FILL-BACK-ORDERS THRU 9880-EXIT
           END-IF.

      *> --- A sample delivery, so the flow can be exercised ---
           ACCEPT RCP-DATE FROM DATE YYYYMMDD.
           MOVE 1            TO RCP-PO-NO.
           MOVE 12.00        TO RCP-UNIT-COST.
           MOVE "L26-0415"   TO RCP-LOT-NO.
           MOVE 20271231     TO RCP-EXPIRY-DATE.
           MOVE 1            TO RCP-WAREHOUSE.
           MOVE 1            TO RCP-BIN-NO.
           WRITE RECEIPT-RECORD.

           MOVE "P003"       TO RCP-PROD-ID.
           MOVE "SUP-88022"  TO RCP-SUPPLIER-REF.
           MOVE 2            TO RCP-PO-NO.
           MOVE 6.50         TO RCP-UNIT-COST.
           MOVE "B-4471"     TO RCP-LOT-NO.
           MOVE 0            TO RCP-EXPIRY-DATE.
           MOVE 1            TO RCP-WAREHOUSE.
           MOVE 2            TO RCP-BIN-NO.
           WRITE RECEIPT-RECORD.

           MOVE SPACES       TO RCP-LOT-NO.
           MOVE 0            TO RCP-WAREHOUSE.
           MOVE 0            TO RCP-BIN-NO.

           MOVE "P777"       TO RCP-PROD-ID.
           MOVE 10           TO RCP-QTY.
           MOVE "SUP-88023"  TO RCP-SUPPLIER-REF.
                   MOVE RECEIPT-RECORD TO RRJ-RAW-IMAGE
                   MOVE "No such product" TO RRJ-REASON
                   WRITE RECEIPT-REJECT-RECORD
                   PERFORM 9872-LOG-RECEIPT
                   ADD 1 TO WS-RCP-REJECTED
                   GO TO 9870-EXIT
           END-READ.
                   " - rejected"
               MOVE RECEIPT-RECORD TO RRJ-RAW-IMAGE
               WRITE RECEIPT-REJECT-RECORD
               PERFORM 9872-LOG-RECEIPT
               ADD 1 TO WS-RCP-REJECTED
               GO TO 9870-EXIT
           END-IF.
               MOVE RECEIPT-RECORD TO RRJ-RAW-IMAGE
               MOVE "Qty over PO tolerance" TO RRJ-REASON
               WRITE RECEIPT-REJECT-RECORD
               PERFORM 9872-LOG-RECEIPT
               ADD 1 TO WS-RCP-REJECTED
               GO TO 9870-EXIT
           END-IF.
                   MOVE "Cost variance past tol"
                       TO RRJ-REASON
                   WRITE RECEIPT-REJECT-RECORD
                   PERFORM 9872-LOG-RECEIPT
                   ADD 1 TO WS-RCP-REJECTED
                   GO TO 9870-EXIT
               END-IF
               MOVE RCP-QTY     TO WS-CL-REMAIN(WS-CL-COUNT)
               MOVE RCP-UNIT-COST
                   TO WS-CL-COST(WS-CL-COUNT)
               MOVE RCP-PO-NO   TO WS-CL-PO-NO(WS-CL-COUNT)
               MOVE RCP-SUPPLIER-REF
                   TO WS-CL-RCPT-REF(WS-CL-COUNT)
           ELSE
               DISPLAY "WARNING: layer table full - receipt "
                   "cost not layered."
           END-IF.
      *>   On the ledger at the same cost: stock up, owed
      *>   for goods the supplier has yet to bill
           MOVE "1400" TO WS-IG-DR-ACCT.
           MOVE "2750" TO WS-IG-CR-ACCT.
           COMPUTE WS-IG-AMOUNT = RCP-QTY * RCP-UNIT-COST.
           MOVE "Goods received" TO WS-IG-DESC.
           PERFORM 9795-POST-INVENTORY-GL THRU 9795-EXIT.
           PERFORM 9875-PUT-AWAY-RECEIPT THRU 9875-EXIT.
           ADD RCP-QTY TO WS-PO-RCVD(WS-PO-MATCH-IDX).
           IF WS-PO-RCVD(WS-PO-MATCH-IDX)
               >= WS-PO-QTY(WS-PO-MATCH-IDX)
           END-IF.
           DISPLAY "  " RCP-PROD-ID ": received "
               RCP-QTY " (" RCP-SUPPLIER-REF ")".
           PERFORM 9872-LOG-RECEIPT.
           ADD 1 TO WS-RCP-APPLIED.
       9870-EXIT.
           CONTINUE.

      *> --- The receipt onto the history as judged: kept
      *>     when RRJ-REASON is still clear, else bounced
      *>     for that reason - with its PO line's supplier,
      *>     agreed cost and promised date ---
       9872-LOG-RECEIPT.
           INITIALIZE RECEIPT-HISTORY-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE RCP-DATE      TO RH-RCPT-DATE.
           MOVE RCP-PO-NO     TO RH-PO-NO.
           MOVE RCP-PROD-ID   TO RH-PROD-ID.
           MOVE RCP-QTY       TO RH-QTY.
           MOVE RCP-UNIT-COST TO RH-UNIT-COST.
           MOVE RCP-SUPPLIER-REF TO RH-SUPPLIER-REF.
           MOVE SPACES        TO RH-SUPPLIER.
           MOVE 0             TO RH-PO-COST.
           MOVE 0             TO RH-PROMISE-DATE.
           PERFORM VARYING WS-RH-PO-IDX FROM 1 BY 1
                   UNTIL WS-RH-PO-IDX > WS-PO-COUNT
               IF WS-PO-NO(WS-RH-PO-IDX) = RCP-PO-NO
                   MOVE WS-PO-SUPP(WS-RH-PO-IDX) TO RH-SUPPLIER
                   MOVE WS-PO-COST(WS-RH-PO-IDX) TO RH-PO-COST
                   MOVE WS-PO-PROMISE(WS-RH-PO-IDX)
                       TO RH-PROMISE-DATE
               END-IF
           END-PERFORM.
           IF RRJ-REASON = SPACES
               SET RH-ACCEPTED TO TRUE
               MOVE SPACES TO RH-REASON
           ELSE
               SET RH-REJECTED TO TRUE
               MOVE RRJ-REASON TO RH-REASON
           END-IF.
           WRITE RECEIPT-HISTORY-RECORD.

      *> --- Where the delivery went: into the bin the
      *>     receipt names, and for lot-controlled stock a
      *>     lot line in that bin. A bin holding another
      *>     product leaves the delivery at the dock for the
      *>     warehouse to put away by hand ---
       9875-PUT-AWAY-RECEIPT.
           MOVE 0 TO WS-LOT-WH.
           MOVE 0 TO WS-LOT-BIN.
           IF RCP-WAREHOUSE IS NUMERIC AND RCP-BIN-NO IS NUMERIC
               AND RCP-WAREHOUSE > 0 AND RCP-BIN-NO > 0
               COMPUTE WS-BIN-SLOT =
                   (RCP-WAREHOUSE - 1) * 1000 + RCP-BIN-NO
               READ BIN-FILE
                   INVALID KEY
                       MOVE RCP-WAREHOUSE TO BIN-WAREHOUSE
                       MOVE RCP-PROD-ID   TO BIN-PROD-ID
                       MOVE RCP-QTY       TO BIN-QTY
                       WRITE BIN-RECORD
                           INVALID KEY
                               DISPLAY "Could not write bin."
                       END-WRITE
                       MOVE RCP-WAREHOUSE TO WS-LOT-WH
                       MOVE RCP-BIN-NO    TO WS-LOT-BIN
                   NOT INVALID KEY
                       IF BIN-PROD-ID NOT = RCP-PROD-ID
                           AND BIN-QTY > 0
                           DISPLAY "  " RCP-PROD-ID
                               ": warehouse " RCP-WAREHOUSE
                               " bin " RCP-BIN-NO " holds "
                               BIN-PROD-ID " - left at the dock."
                       ELSE
                           MOVE RCP-PROD-ID TO BIN-PROD-ID
                           ADD RCP-QTY TO BIN-QTY
                           REWRITE BIN-RECORD
                           MOVE RCP-WAREHOUSE TO WS-LOT-WH
                           MOVE RCP-BIN-NO    TO WS-LOT-BIN
                       END-IF
               END-READ
           END-IF.

           IF RCP-LOT-NO = SPACES
               GO TO 9875-EXIT
           END-IF.
           IF RCP-EXPIRY-DATE IS NOT NUMERIC
               MOVE 0 TO RCP-EXPIRY-DATE
           END-IF.
      *>   A second delivery of the same lot to the same bin
      *>   joins the line already there
           MOVE 0 TO WS-LT-BEST-IDX.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-PROD(WS-LT-IDX) = RCP-PROD-ID
                   AND WS-LT-LOT(WS-LT-IDX) = RCP-LOT-NO
                   AND WS-LT-WH(WS-LT-IDX) = WS-LOT-WH
                   AND WS-LT-BIN(WS-LT-IDX) = WS-LOT-BIN
                   MOVE WS-LT-IDX TO WS-LT-BEST-IDX
               END-IF
           END-PERFORM.
           IF WS-LT-BEST-IDX = 0
               IF WS-LT-COUNT >= 500
                   DISPLAY "WARNING: lot table full - lot "
                       RCP-LOT-NO " not tracked."
                   GO TO 9875-EXIT
               END-IF
               ADD 1 TO WS-LT-COUNT
               MOVE WS-LT-COUNT TO WS-LT-BEST-IDX
               MOVE RCP-PROD-ID TO WS-LT-PROD(WS-LT-BEST-IDX)
               MOVE RCP-LOT-NO  TO WS-LT-LOT(WS-LT-BEST-IDX)
               MOVE RCP-EXPIRY-DATE
                   TO WS-LT-EXPIRY(WS-LT-BEST-IDX)
               MOVE WS-LOT-WH   TO WS-LT-WH(WS-LT-BEST-IDX)
               MOVE WS-LOT-BIN  TO WS-LT-BIN(WS-LT-BEST-IDX)
               MOVE 0           TO WS-LT-QTY(WS-LT-BEST-IDX)
               MOVE RCP-DATE    TO WS-LT-RCV-DATE(WS-LT-BEST-IDX)
               MOVE RCP-SUPPLIER-REF
                   TO WS-LT-SUPP-REF(WS-LT-BEST-IDX)
               MOVE RCP-UNIT-COST
                   TO WS-LT-COST(WS-LT-BEST-IDX)
           END-IF.
           ADD RCP-QTY TO WS-LT-QTY(WS-LT-BEST-IDX).
           MOVE WS-LT-QTY(WS-LT-BEST-IDX)
               TO WS-LT-AVAIL(WS-LT-BEST-IDX).
           DISPLAY "  " RCP-PROD-ID ": lot " RCP-LOT-NO
               " expiry " RCP-EXPIRY-DATE
               " to wh " WS-LOT-WH " bin " WS-LOT-BIN.
       9875-EXIT.
           CONTINUE.

      *> --- The PO book into storage, seeded on first use
      *>     with the lines the sample deliveries fill ---
       9820-LOAD-PURCHASE-ORDERS.
               MOVE PO-UNIT-COST TO WS-PO-COST(WS-PO-COUNT)
               MOVE PO-STATUS    TO WS-PO-STAT(WS-PO-COUNT)
               MOVE PO-DATE      TO WS-PO-DATE(WS-PO-COUNT)
               IF PO-PROMISE-DATE IS NUMERIC
                   MOVE PO-PROMISE-DATE
                       TO WS-PO-PROMISE(WS-PO-COUNT)
               ELSE
      *>           Raised before POs carried a promised date
                   MOVE 0 TO WS-PO-PROMISE(WS-PO-COUNT)
               END-IF
               IF PO-NO >= WS-PO-NEXT-NO
                   COMPUTE WS-PO-NEXT-NO = PO-NO + 1
               END-IF
           MOVE 12.00   TO PO-UNIT-COST.
           MOVE "O"     TO PO-STATUS.
           ACCEPT PO-DATE FROM DATE YYYYMMDD.
           COMPUTE PO-PROMISE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PO-DATE) + 7).
           WRITE PO-RECORD.
           MOVE 2       TO PO-NO.
           MOVE "S0002" TO PO-SUPPLIER.
           MOVE "P003"  TO PO-PROD-ID.
           MOVE 100     TO PO-QTY.
           MOVE 6.50    TO PO-UNIT-COST.
      *>     Promised for three days ago - the sample
      *>     delivery lands late
           COMPUTE PO-PROMISE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PO-DATE) - 3).
           WRITE PO-RECORD.
           CLOSE PO-FILE.
           DISPLAY "Seeded purchase-orders.dat.".
               MOVE WS-PO-COST(WS-PO-IDX) TO PO-UNIT-COST
               MOVE WS-PO-STAT(WS-PO-IDX) TO PO-STATUS
               MOVE WS-PO-DATE(WS-PO-IDX) TO PO-DATE
               MOVE WS-PO-PROMISE(WS-PO-IDX) TO PO-PROMISE-DATE
               WRITE PO-RECORD
           END-PERFORM.
           CLOSE PO-FILE.
           END-READ.
           CLOSE PRODUCT-FILE.

           PERFORM 9815-FIND-PREFERRED-SUPPLIER THRU 9815-EXIT.

           ADD 1 TO WS-PO-COUNT.
           MOVE WS-PO-NEXT-NO TO WS-PO-NO(WS-PO-COUNT).
           MOVE PROD-ID TO WS-PO-PROD(WS-PO-COUNT).
           MOVE WS-PO-LEAD-DAYS TO WS-PO-LEAD-USE.
           IF PREF-SUPPLIER-FOUND
               DISPLAY "Supplier, Enter for " WS-PREF-SUPP ": "
           ELSE
               DISPLAY "Supplier (e.g. S0001): "
           END-IF.
           ACCEPT WS-PO-SUPP(WS-PO-COUNT).
           IF PREF-SUPPLIER-FOUND
               AND WS-PO-SUPP(WS-PO-COUNT) = SPACES
               MOVE WS-PREF-SUPP TO WS-PO-SUPP(WS-PO-COUNT)
           END-IF.
           IF PREF-SUPPLIER-FOUND
               AND WS-PO-SUPP(WS-PO-COUNT) NOT = WS-PREF-SUPP
      *>       Another supplier's lead time and cost are not
      *>       known here
               MOVE "N" TO WS-PREF-FOUND
           END-IF.
           DISPLAY "Quantity: ".
           ACCEPT WS-PO-QTY(WS-PO-COUNT).
           IF PREF-SUPPLIER-FOUND
               MOVE WS-PREF-LEAD TO WS-PO-LEAD-USE
               MOVE WS-PREF-COST TO WS-DISP-COST
               DISPLAY "Agreed unit cost, Enter for "
                   WS-DISP-COST ": "
           ELSE
               DISPLAY "Agreed unit cost: "
           END-IF.
           ACCEPT WS-PO-COST(WS-PO-COUNT).
           IF PREF-SUPPLIER-FOUND
               AND WS-PO-COST(WS-PO-COUNT) = 0
               MOVE WS-PREF-COST TO WS-PO-COST(WS-PO-COUNT)
           END-IF.
           MOVE 0 TO WS-PO-RCVD(WS-PO-COUNT).
           MOVE "O" TO WS-PO-STAT(WS-PO-COUNT).
           ACCEPT WS-PO-DATE(WS-PO-COUNT)
               FROM DATE YYYYMMDD.
           DISPLAY "Promised delivery (YYYYMMDD), Enter for "
               WS-PO-LEAD-USE " days: ".
           ACCEPT WS-PO-PROMISE(WS-PO-COUNT).
           IF WS-PO-PROMISE(WS-PO-COUNT)
               < WS-PO-DATE(WS-PO-COUNT)
               COMPUTE WS-PO-PROMISE(WS-PO-COUNT) =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                   WS-PO-DATE(WS-PO-COUNT)) + WS-PO-LEAD-USE)
           END-IF.
           PERFORM 9830-REWRITE-PURCHASE-ORDERS.
           DISPLAY "PO " WS-PO-NO(WS-PO-COUNT)
               " raised - receipts must name it.".
       9810-EXIT.
           CONTINUE.

      *> --- The product's preferred supplier, lead time and
      *>     agreed cost, if REPLEN has one set ---
       9815-FIND-PREFERRED-SUPPLIER.
           MOVE "N" TO WS-PREF-FOUND.
           OPEN INPUT PRODSUPP-FILE.
           IF WS-PS-STATUS NOT = "00"
               GO TO 9815-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ PRODSUPP-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF PS-PROD-ID = PROD-ID
                   MOVE "Y"          TO WS-PREF-FOUND
                   MOVE PS-SUPPLIER  TO WS-PREF-SUPP
                   MOVE PS-LEAD-DAYS TO WS-PREF-LEAD
                   MOVE PS-UNIT-COST TO WS-PREF-COST
               END-IF
               READ PRODSUPP-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PRODSUPP-FILE.
           MOVE "N" TO WS-EOF.
       9815-EXIT.
           CONTINUE.

      *> --- Stage a price change weeks ahead: it sits on the
      *>     pending file until PRICEAPPLY's nightly pass finds
      *>     its effective date has arrived ---
      *> --- Remember what sold and for how much: one history
      *>     line per fill, extended at the discounted unit
      *>     price the customer actually paid. The caller sets
      *>     WS-SALE-QTY, leaves WS-UNIT-PRICE priced and
      *>     WS-SHIP-COGS at the layered cost consumed ---
       9960-LOG-SALE.
           OPEN EXTEND SALES-HISTORY.
           IF WS-SALES-STATUS NOT = "00"
           ACCEPT SH-DATE FROM DATE YYYYMMDD.
           MOVE WS-SALE-CUST TO SH-CUST-NO.
           MOVE "N" TO SH-INVOICED.
           MOVE WS-SHIP-COGS TO SH-COGS.
           MOVE WS-PRICE-CONTRACT TO SH-CONTRACT-NO.
           WRITE SALES-HISTORY-RECORD.
           CLOSE SALES-HISTORY.

               GO TO 9880-EXIT
           END-IF.

           PERFORM 9705-LOAD-ORDER-BOOK THRU 9705-EXIT.
           PERFORM 9212-READY-FOR-KITS.
           OPEN I-O PRODUCT-FILE.
           DISPLAY SPACES.
           DISPLAY "=== Filling Back Orders ===".
               NOT INVALID KEY
                   COMPUTE WS-FREE-QTY =
                       PROD-QTY - PROD-QTY-ALLOC
                   IF WS-FREE-QTY < WS-BO-QTY(WS-BO-IDX)
                       MOVE WS-BO-QTY(WS-BO-IDX)
                           TO WS-KIT-ASK-QTY
                       MOVE "Y" TO WS-KIT-WHOLE
                       PERFORM 9220-BUILD-TO-ORDER THRU 9220-EXIT
                   END-IF
                   IF WS-FREE-QTY >= WS-BO-QTY(WS-BO-IDX)
      *>               The delivery covers it: the line
      *>               joins the order book allocated, and
                       REWRITE PROD-RECORD
                       MOVE WS-BO-QTY(WS-BO-IDX)
                           TO WS-SALE-QTY
                       PERFORM 9740-BOOK-ONE-ORDER THRU 9740-EXIT
                       MOVE "F" TO WS-BO-STATE(WS-BO-IDX)
                       ADD 1 TO WS-BO-FILLED
                       DISPLAY "  " PROD-ID ": back order of "
                   END-IF
           END-READ.

      *> --- Each trade customer's exposure before the run
      *>     books anything: credit terms, open AR and the
      *>     unshipped order book. PRODUCT-FILE is open ---
       9710-LOAD-CREDIT-EXPOSURE.
           MOVE 0 TO WS-CX-COUNT.
           ACCEPT WS-CREDIT-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CREDIT-TODAY).

           OPEN INPUT CREDIT-TERMS-FILE.
           IF WS-CT-STATUS NOT = "00"
               PERFORM 9718-SEED-CREDIT-TERMS
               OPEN INPUT CREDIT-TERMS-FILE
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CREDIT-TERMS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               MOVE CT-CUST-NO TO WS-CX-CUST-KEY
               PERFORM 9714-FIND-CUSTOMER
               IF WS-CX-FOUND = 0
                   PERFORM 9715-ADD-CUSTOMER
               END-IF
               MOVE "Y"       TO WS-CX-TERMS(WS-CX-FOUND)
               MOVE CT-LIMIT  TO WS-CX-LIMIT(WS-CX-FOUND)
               MOVE CT-STATUS TO WS-CX-STAT(WS-CX-FOUND)
               READ CREDIT-TERMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CREDIT-TERMS-FILE.

           PERFORM 9711-ADD-OPEN-AR THRU 9711-EXIT.
           PERFORM 9713-ADD-UNSHIPPED-ORDERS.

      *> --- What every customer still owes, and how long
      *>     their oldest unpaid invoice has gone unpaid ---
       9711-ADD-OPEN-AR.
           OPEN INPUT AR-FILE.
           IF WS-AR-STATUS NOT = "00"
               GO TO 9711-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ AR-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF AR-STATUS = "O"
                   PERFORM 9712-ADD-ONE-AR-ITEM THRU 9712-EXIT
               END-IF
               READ AR-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AR-FILE.
       9711-EXIT.
           CONTINUE.

      *> --- One open item, netted the way ARAGING nets it ---
       9712-ADD-ONE-AR-ITEM.
      *>   An item raised before credit memos existed
      *>   carries no credited figure
           IF AR-CREDITED IS NOT NUMERIC
               MOVE 0 TO AR-CREDITED
           END-IF.
           COMPUTE WS-EXPOSURE =
               AR-AMOUNT - AR-PAID - AR-CREDITED.
           IF WS-EXPOSURE <= 0
               GO TO 9712-EXIT
           END-IF.
           MOVE AR-CUST-NO TO WS-CX-CUST-KEY.
           PERFORM 9714-FIND-CUSTOMER.
           IF WS-CX-FOUND = 0
               PERFORM 9715-ADD-CUSTOMER
           END-IF.
           ADD WS-EXPOSURE TO WS-CX-AR(WS-CX-FOUND).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(AR-INV-DATE).
           IF WS-AGE-DAYS > WS-CX-OLDEST(WS-CX-FOUND)
               MOVE WS-AGE-DAYS TO WS-CX-OLDEST(WS-CX-FOUND)
           END-IF.
       9712-EXIT.
           CONTINUE.

      *> --- Every order-book line not yet shipped, at the
      *>     product's list price ---
       9713-ADD-UNSHIPPED-ORDERS.
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
               IF WS-OB-STAT(WS-OB-IDX) NOT = "S"
                   MOVE WS-OB-PROD(WS-OB-IDX) TO PROD-ID
                   READ PRODUCT-FILE
                       KEY IS PROD-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-OB-CUST(WS-OB-IDX)
                               TO WS-CX-CUST-KEY
                           PERFORM 9714-FIND-CUSTOMER
                           IF WS-CX-FOUND = 0
                               PERFORM 9715-ADD-CUSTOMER
                           END-IF
                           COMPUTE WS-CX-BOOKED(WS-CX-FOUND) =
                               WS-CX-BOOKED(WS-CX-FOUND)
                               + WS-OB-QTY(WS-OB-IDX) * PROD-PRICE
                   END-READ
               END-IF
           END-PERFORM.

      *> --- WS-CX-CUST-KEY's exposure entry, or zero ---
       9714-FIND-CUSTOMER.
           MOVE 0 TO WS-CX-FOUND.
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-COUNT
                   OR WS-CX-FOUND > 0
               IF WS-CX-CUST(WS-CX-IDX) = WS-CX-CUST-KEY
                   MOVE WS-CX-IDX TO WS-CX-FOUND
               END-IF
           END-PERFORM.

      *> --- A new exposure entry for WS-CX-CUST-KEY ---
       9715-ADD-CUSTOMER.
           IF WS-CX-COUNT >= 300
      *>       Never book past a short table: exposure left
      *>       out would be credit given blind
               DISPLAY "ABEND: more than 300 trade customers "
                   "- raise WS-CX-TABLE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CX-COUNT.
           MOVE WS-CX-COUNT    TO WS-CX-FOUND.
           MOVE WS-CX-CUST-KEY TO WS-CX-CUST(WS-CX-FOUND).
           MOVE "N"            TO WS-CX-TERMS(WS-CX-FOUND).
           MOVE 0              TO WS-CX-LIMIT(WS-CX-FOUND).
           MOVE SPACE          TO WS-CX-STAT(WS-CX-FOUND).
           MOVE 0              TO WS-CX-AR(WS-CX-FOUND).
           MOVE 0              TO WS-CX-BOOKED(WS-CX-FOUND).
           MOVE 0              TO WS-CX-OLDEST(WS-CX-FOUND).

      *> --- The credit-hold queue into storage; the next
      *>     hold number follows the highest one issued ---
       9716-LOAD-CREDIT-HOLDS.
           MOVE 0 TO WS-CH-COUNT.
           MOVE 1 TO WS-CH-NEXT-NO.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF WS-CH-STATUS NOT = "00"
               GO TO 9716-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CREDIT-HOLD-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-CH-COUNT >= 300
      *>           Never load-cap and then rewrite: holds
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 300 credit holds "
                       "- raise WS-CH-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CH-COUNT
               MOVE CH-HOLD-NO      TO WS-CH-NO(WS-CH-COUNT)
               MOVE CH-CUST-NO      TO WS-CH-CUST(WS-CH-COUNT)
               MOVE CH-PROD-ID      TO WS-CH-PROD(WS-CH-COUNT)
               MOVE CH-QTY          TO WS-CH-QTY(WS-CH-COUNT)
               MOVE CH-VALUE        TO WS-CH-VALUE(WS-CH-COUNT)
               MOVE CH-REASON       TO WS-CH-REASON(WS-CH-COUNT)
               MOVE CH-EXPOSURE     TO WS-CH-EXPOS(WS-CH-COUNT)
               MOVE CH-LIMIT        TO WS-CH-LIMIT(WS-CH-COUNT)
               MOVE CH-OLDEST-DAYS  TO WS-CH-OLDEST(WS-CH-COUNT)
               MOVE CH-HOLD-DATE    TO WS-CH-HDATE(WS-CH-COUNT)
               MOVE CH-STATUS       TO WS-CH-STAT(WS-CH-COUNT)
               MOVE CH-DECIDED-DATE TO WS-CH-DDATE(WS-CH-COUNT)
               MOVE CH-DECIDED-BY   TO WS-CH-DBY(WS-CH-COUNT)
               MOVE CH-DECISION-NOTE
                   TO WS-CH-NOTE(WS-CH-COUNT)
               MOVE CH-BOOKED-DATE  TO WS-CH-BDATE(WS-CH-COUNT)
               IF CH-HOLD-NO >= WS-CH-NEXT-NO
                   COMPUTE WS-CH-NEXT-NO = CH-HOLD-NO + 1
               END-IF
               READ CREDIT-HOLD-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CREDIT-HOLD-FILE.
       9716-EXIT.
           CONTINUE.

      *> --- The credit-hold queue back to disk ---
       9717-REWRITE-CREDIT-HOLDS.
           OPEN OUTPUT CREDIT-HOLD-FILE.
           INITIALIZE CREDIT-HOLD-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               MOVE WS-CH-NO(WS-CH-IDX)     TO CH-HOLD-NO
               MOVE WS-CH-CUST(WS-CH-IDX)   TO CH-CUST-NO
               MOVE WS-CH-PROD(WS-CH-IDX)   TO CH-PROD-ID
               MOVE WS-CH-QTY(WS-CH-IDX)    TO CH-QTY
               MOVE WS-CH-VALUE(WS-CH-IDX)  TO CH-VALUE
               MOVE WS-CH-REASON(WS-CH-IDX) TO CH-REASON
               MOVE WS-CH-EXPOS(WS-CH-IDX)  TO CH-EXPOSURE
               MOVE WS-CH-LIMIT(WS-CH-IDX)  TO CH-LIMIT
               MOVE WS-CH-OLDEST(WS-CH-IDX) TO CH-OLDEST-DAYS
               MOVE WS-CH-HDATE(WS-CH-IDX)  TO CH-HOLD-DATE
               MOVE WS-CH-STAT(WS-CH-IDX)   TO CH-STATUS
               MOVE WS-CH-DDATE(WS-CH-IDX)  TO CH-DECIDED-DATE
               MOVE WS-CH-DBY(WS-CH-IDX)    TO CH-DECIDED-BY
               MOVE WS-CH-NOTE(WS-CH-IDX)   TO CH-DECISION-NOTE
               MOVE WS-CH-BDATE(WS-CH-IDX)  TO CH-BOOKED-DATE
               WRITE CREDIT-HOLD-RECORD
           END-PERFORM.
           CLOSE CREDIT-HOLD-FILE.

      *> --- First-run credit terms for the sample trade
      *>     customers; everyone else is held until the
      *>     credit manager sets a limit on CRHOLD ---
       9718-SEED-CREDIT-TERMS.
           OPEN OUTPUT CREDIT-TERMS-FILE.
           INITIALIZE CREDIT-TERMS-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE "C00003"  TO CT-CUST-NO.
           MOVE 1000.00   TO CT-LIMIT.
           MOVE "A"       TO CT-STATUS.
           MOVE WS-CREDIT-TODAY TO CT-SET-DATE.
           MOVE SPACES    TO CT-SET-BY.
           WRITE CREDIT-TERMS-RECORD.
           MOVE "C00005"  TO CT-CUST-NO.
           MOVE 2500.00   TO CT-LIMIT.
           WRITE CREDIT-TERMS-RECORD.
           CLOSE CREDIT-TERMS-FILE.
           DISPLAY "Seeded credit-terms.dat.".

      *> --- Orders the credit manager released: booked and
      *>     allocated now, with no second credit check ---
       9720-BOOK-RELEASED-HOLDS.
           SET CREDIT-ALREADY-RELEASED TO TRUE.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-STAT(WS-CH-IDX) = "R"
                   DISPLAY "  credit hold " WS-CH-NO(WS-CH-IDX)
                       " released for " WS-CH-CUST(WS-CH-IDX)
                       ":"
                   MOVE WS-CH-PROD(WS-CH-IDX) TO ORD-PROD-ID
                   MOVE WS-CH-QTY(WS-CH-IDX)  TO ORD-QTY
                   MOVE WS-CH-CUST(WS-CH-IDX) TO ORD-CUST-NO
                   PERFORM 9750-APPLY-ONE-ORDER
                   MOVE "B" TO WS-CH-STAT(WS-CH-IDX)
                   MOVE WS-CREDIT-TODAY
                       TO WS-CH-BDATE(WS-CH-IDX)
                   ADD 1 TO WS-ORD-RELEASED
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-CREDIT-OVERRIDE.

      *> --- Will the customer's credit carry this order?
      *>     WS-HOLD-REASON stays space if so, and the order
      *>     counts against the line at once so the next
      *>     order in the run sees it ---
       9725-CHECK-CREDIT.
           MOVE SPACE TO WS-HOLD-REASON.
           MOVE 0 TO WS-EXPOSURE.
           COMPUTE WS-ORDER-VALUE = ORD-QTY * PROD-PRICE.
           MOVE ORD-CUST-NO TO WS-CX-CUST-KEY.
           PERFORM 9714-FIND-CUSTOMER.
           IF WS-CX-FOUND = 0
               IF NOT CREDIT-ALREADY-RELEASED
                   MOVE "N" TO WS-HOLD-REASON
               END-IF
               GO TO 9725-EXIT
           END-IF.
           COMPUTE WS-EXPOSURE = WS-CX-AR(WS-CX-FOUND)
               + WS-CX-BOOKED(WS-CX-FOUND).
           EVALUATE TRUE
               WHEN CREDIT-ALREADY-RELEASED
                   CONTINUE
               WHEN WS-CX-TERMS(WS-CX-FOUND) NOT = "Y"
                   MOVE "N" TO WS-HOLD-REASON
               WHEN WS-CX-STAT(WS-CX-FOUND) = "S"
                   MOVE "S" TO WS-HOLD-REASON
               WHEN WS-CX-OLDEST(WS-CX-FOUND)
                       >= WS-CREDIT-HOLD-DAYS
                   MOVE "O" TO WS-HOLD-REASON
               WHEN WS-EXPOSURE + WS-ORDER-VALUE
                       > WS-CX-LIMIT(WS-CX-FOUND)
                   MOVE "L" TO WS-HOLD-REASON
           END-EVALUATE.
           IF CREDIT-IS-CLEAR
               ADD WS-ORDER-VALUE TO WS-CX-BOOKED(WS-CX-FOUND)
           END-IF.
       9725-EXIT.
           CONTINUE.

      *> --- The order onto the credit-hold queue, with the
      *>     figures the credit manager decides on ---
       9726-HOLD-ORDER.
           IF WS-CH-COUNT >= 300
               DISPLAY "  " ORD-PROD-ID ": credit-hold queue "
                   "full - order rejected"
               ADD 1 TO WS-ORD-REJECTED
               GO TO 9726-EXIT
           END-IF.
           ADD 1 TO WS-CH-COUNT.
           MOVE WS-CH-NEXT-NO   TO WS-CH-NO(WS-CH-COUNT).
           ADD 1 TO WS-CH-NEXT-NO.
           MOVE ORD-CUST-NO     TO WS-CH-CUST(WS-CH-COUNT).
           MOVE ORD-PROD-ID     TO WS-CH-PROD(WS-CH-COUNT).
           MOVE ORD-QTY         TO WS-CH-QTY(WS-CH-COUNT).
           MOVE WS-ORDER-VALUE  TO WS-CH-VALUE(WS-CH-COUNT).
           MOVE WS-HOLD-REASON  TO WS-CH-REASON(WS-CH-COUNT).
           MOVE WS-EXPOSURE     TO WS-CH-EXPOS(WS-CH-COUNT).
           IF WS-CX-FOUND > 0
               MOVE WS-CX-LIMIT(WS-CX-FOUND)
                   TO WS-CH-LIMIT(WS-CH-COUNT)
               MOVE WS-CX-OLDEST(WS-CX-FOUND)
                   TO WS-CH-OLDEST(WS-CH-COUNT)
           ELSE
               MOVE 0 TO WS-CH-LIMIT(WS-CH-COUNT)
               MOVE 0 TO WS-CH-OLDEST(WS-CH-COUNT)
           END-IF.
           MOVE WS-CREDIT-TODAY TO WS-CH-HDATE(WS-CH-COUNT).
           MOVE "H"             TO WS-CH-STAT(WS-CH-COUNT).
           MOVE 0               TO WS-CH-DDATE(WS-CH-COUNT).
           MOVE SPACES          TO WS-CH-DBY(WS-CH-COUNT).
           MOVE SPACES          TO WS-CH-NOTE(WS-CH-COUNT).
           MOVE 0               TO WS-CH-BDATE(WS-CH-COUNT).
           ADD 1 TO WS-ORD-HELD.

           EVALUATE WS-HOLD-REASON
               WHEN "S" MOVE "account stopped" TO WS-HOLD-TEXT
               WHEN "N" MOVE "no credit terms" TO WS-HOLD-TEXT
               WHEN "O" MOVE "overdue invoices" TO WS-HOLD-TEXT
               WHEN OTHER
                   MOVE "over credit limit" TO WS-HOLD-TEXT
           END-EVALUATE.
           DISPLAY "  " ORD-PROD-ID ": " ORD-CUST-NO
               " on credit hold " WS-CH-NO(WS-CH-COUNT)
               " - " WS-HOLD-TEXT.
       9726-EXIT.
           CONTINUE.

      *> --- Book one order line and ALLOCATE it: the stock
      *>     is reserved (PROD-QTY-ALLOC), still on the
      *>     shelf, and leaves only when the warehouse
      *>     confirms the shipment. The shortfall parks on
      *>     the back-order file as before. An order the
      *>     customer's credit will not carry goes on credit
      *>     hold instead, with nothing allocated ---
       9750-APPLY-ONE-ORDER.
           MOVE ORD-CUST-NO TO WS-SALE-CUST.
           MOVE ORD-PROD-ID TO PROD-ID.
                       ": no such product - rejected"
                   ADD 1 TO WS-ORD-REJECTED
               NOT INVALID KEY
                   PERFORM 9725-CHECK-CREDIT THRU 9725-EXIT
                   IF CREDIT-IS-CLEAR
                       PERFORM 9755-ALLOCATE-ORDER
                   ELSE
                       PERFORM 9726-HOLD-ORDER THRU 9726-EXIT
                   END-IF
           END-READ.

      *> --- The order's product is read and its credit is
      *>     clear: allocate what is free ---
       9755-ALLOCATE-ORDER.
           COMPUTE WS-FREE-QTY =
               PROD-QTY - PROD-QTY-ALLOC.
           IF ORD-QTY > WS-FREE-QTY
               MOVE ORD-QTY TO WS-KIT-ASK-QTY
               MOVE "N" TO WS-KIT-WHOLE
               PERFORM 9220-BUILD-TO-ORDER THRU 9220-EXIT
           END-IF.
           IF ORD-QTY > WS-FREE-QTY
      *>       Allocate what is free and park the
      *>       rest on the back-order file instead
      *>       of losing the sale outright
               MOVE WS-FREE-QTY TO WS-SHIP-QTY
               COMPUTE WS-SHORT-QTY =
                   ORD-QTY - WS-FREE-QTY
               IF WS-SHIP-QTY > 0
                   ADD WS-SHIP-QTY
                       TO PROD-QTY-ALLOC
                   REWRITE PROD-RECORD
                   MOVE WS-SHIP-QTY TO WS-SALE-QTY
                   PERFORM 9740-BOOK-ONE-ORDER THRU 9740-EXIT
                   DISPLAY "  " ORD-PROD-ID
                       ": allocated " WS-SHIP-QTY
                       " of " ORD-QTY
               END-IF
               PERFORM 9650-WRITE-BACK-ORDER
               DISPLAY "  " ORD-PROD-ID
                   ": back-ordered " WS-SHORT-QTY
               ADD 1 TO WS-ORD-REJECTED
           ELSE
               ADD ORD-QTY TO PROD-QTY-ALLOC
               REWRITE PROD-RECORD
               MOVE ORD-QTY TO WS-SALE-QTY
               PERFORM 9740-BOOK-ONE-ORDER THRU 9740-EXIT
               DISPLAY "  " ORD-PROD-ID
                   ": allocated " ORD-QTY " units"
               ADD 1 TO WS-ORD-FILLED
           END-IF.

      *> --- One allocated line onto the order book ---
       9740-BOOK-ONE-ORDER.
           IF WS-OB-COUNT >= 200
           ACCEPT WS-OB-ODATE(WS-OB-COUNT)
               FROM DATE YYYYMMDD.
           MOVE 0            TO WS-OB-SDATE(WS-OB-COUNT).
           IF EDI-ORDER-IN-HAND
               MOVE WS-EDI-PO      TO WS-OB-PO(WS-OB-COUNT)
               MOVE WS-EDI-PO-LINE TO WS-OB-PO-LINE(WS-OB-COUNT)
           ELSE
               MOVE SPACES         TO WS-OB-PO(WS-OB-COUNT)
               MOVE 0              TO WS-OB-PO-LINE(WS-OB-COUNT)
           END-IF.
       9740-EXIT.
           CONTINUE.

                   TO WS-OB-ODATE(WS-OB-COUNT)
               MOVE OB-SHIP-DATE
                   TO WS-OB-SDATE(WS-OB-COUNT)
               IF OB-CUST-PO-LINE IS NUMERIC
                   MOVE OB-CUST-PO TO WS-OB-PO(WS-OB-COUNT)
                   MOVE OB-CUST-PO-LINE
                       TO WS-OB-PO-LINE(WS-OB-COUNT)
               ELSE
      *>           Booked before the order book carried the
      *>           customer's order number
                   MOVE SPACES TO WS-OB-PO(WS-OB-COUNT)
                   MOVE 0 TO WS-OB-PO-LINE(WS-OB-COUNT)
               END-IF
               IF OB-ORDER-NO >= WS-OB-NEXT-NO
                   COMPUTE WS-OB-NEXT-NO = OB-ORDER-NO + 1
               END-IF
               MOVE WS-OB-STAT(WS-OB-IDX)  TO OB-STATUS
               MOVE WS-OB-ODATE(WS-OB-IDX) TO OB-ORDER-DATE
               MOVE WS-OB-SDATE(WS-OB-IDX) TO OB-SHIP-DATE
               MOVE WS-OB-PO(WS-OB-IDX)    TO OB-CUST-PO
               MOVE WS-OB-PO-LINE(WS-OB-IDX)
                   TO OB-CUST-PO-LINE
               WRITE ORDERBOOK-RECORD
           END-PERFORM.
           CLOSE ORDERBOOK-FILE.

      *> --- The pick list: every allocated line, with the
      *>     bin the picker walks to - lot-controlled stock
      *>     from the earliest-expiring lot still in date,
      *>     a lot per line, and whatever the lots cannot
      *>     cover from the first bin holding the product
      *>     (9900's slot logic, searched by product).
      *>     Printed lines move to Picked ---
       9760-PRINT-PICK-LIST.
           PERFORM 9705-LOAD-ORDER-BOOK THRU 9705-EXIT.
           ACCEPT WS-PICK-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PICKLIST-FILENAME.
           STRING "pick-list-" DELIMITED BY SIZE
           WRITE PICKLIST-LINE.
           MOVE 0 TO WS-PICKED-CNT.

           PERFORM 9730-LOAD-LOT-STOCK THRU 9730-EXIT.
           PERFORM 9734-START-LOT-PLAN.
      *>   Lines picked on an earlier list but not shipped
      *>   yet already hold their lots - plan them first,
      *>   unprinted
           MOVE "N" TO WS-LOT-PRINT.
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
               IF WS-OB-STAT(WS-OB-IDX) = "P"
                   PERFORM 9766-PICK-FROM-LOTS
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-LOT-PRINT.

           OPEN INPUT BIN-FILE.
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
           DISPLAY "Pick list: " WS-PICKLIST-FILENAME
               " (" WS-PICKED-CNT " line(s)).".

      *> --- One allocated line: its lots, then a bin for
      *>     any it still needs ---
       9765-PICK-ONE-LINE.
           PERFORM 9766-PICK-FROM-LOTS.
           IF WS-LOT-REMAIN > 0
               PERFORM 9767-PICK-FROM-BIN
           END-IF.
           MOVE "P" TO WS-OB-STAT(WS-OB-IDX).
           ADD 1 TO WS-PICKED-CNT.

      *> --- The line against the lots, earliest expiry
      *>     first; WS-LOT-REMAIN is left with what they
      *>     could not cover ---
       9766-PICK-FROM-LOTS.
           MOVE WS-OB-PROD(WS-OB-IDX) TO WS-LOT-PROD.
           MOVE WS-OB-QTY(WS-OB-IDX) TO WS-LOT-REMAIN.
           PERFORM 9732-NEXT-FEFO-LOT.
           PERFORM UNTIL WS-LOT-REMAIN = 0
                   OR WS-LT-BEST-IDX = 0
               IF WS-LT-AVAIL(WS-LT-BEST-IDX) < WS-LOT-REMAIN
                   MOVE WS-LT-AVAIL(WS-LT-BEST-IDX)
                       TO WS-LOT-TAKE
               ELSE
                   MOVE WS-LOT-REMAIN TO WS-LOT-TAKE
               END-IF
               SUBTRACT WS-LOT-TAKE
                   FROM WS-LT-AVAIL(WS-LT-BEST-IDX)
               SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAIN
               IF LOT-PICK-PRINTS
                   PERFORM 9768-PRINT-LOT-PICK
               END-IF
               PERFORM 9732-NEXT-FEFO-LOT
           END-PERFORM.

      *> --- One pick-list line for one lot ---
       9768-PRINT-LOT-PICK.
           MOVE SPACES TO WS-PICK-DETAIL.
           IF WS-LT-WH(WS-LT-BEST-IDX) = 0
               STRING "  order " WS-OB-NO(WS-OB-IDX)
                      " " WS-OB-PROD(WS-OB-IDX)
                      " x " WS-LOT-TAKE
                      "  at dock  "
                      " lot " WS-LT-LOT(WS-LT-BEST-IDX)
                      " exp " WS-LT-EXPIRY(WS-LT-BEST-IDX)
                   DELIMITED BY SIZE INTO WS-PICK-DETAIL
               END-STRING
           ELSE
               STRING "  order " WS-OB-NO(WS-OB-IDX)
                      " " WS-OB-PROD(WS-OB-IDX)
                      " x " WS-LOT-TAKE
                      "  wh " WS-LT-WH(WS-LT-BEST-IDX)
                      " bin " WS-LT-BIN(WS-LT-BEST-IDX)
                      " lot " WS-LT-LOT(WS-LT-BEST-IDX)
                      " exp " WS-LT-EXPIRY(WS-LT-BEST-IDX)
                   DELIMITED BY SIZE INTO WS-PICK-DETAIL
               END-STRING
           END-IF.
           MOVE WS-PICK-DETAIL TO PICKLIST-LINE.
           WRITE PICKLIST-LINE.

      *> --- What the lots could not cover, from the first
      *>     bin holding the product ---
       9767-PICK-FROM-BIN.
           MOVE "N" TO WS-BIN-FOUND.
           MOVE 0 TO WS-BIN-WH-FOUND.
           MOVE 0 TO WS-BIN-NO-FOUND.
           IF WS-BIN-FOUND = "Y"
               STRING "  order " WS-OB-NO(WS-OB-IDX)
                      " " WS-OB-PROD(WS-OB-IDX)
                      " x " WS-LOT-REMAIN
                      "  wh " WS-BIN-WH-FOUND
                      " bin " WS-BIN-NO-FOUND
                   DELIMITED BY SIZE INTO WS-PICK-DETAIL
           ELSE
               STRING "  order " WS-OB-NO(WS-OB-IDX)
                      " " WS-OB-PROD(WS-OB-IDX)
                      " x " WS-LOT-REMAIN
                      "  (no bin on file)"
                   DELIMITED BY SIZE INTO WS-PICK-DETAIL
               END-STRING
           END-IF.
           MOVE WS-PICK-DETAIL TO PICKLIST-LINE.
           WRITE PICKLIST-LINE.

      *> --- Ship every picked line: NOW the stock leaves,
      *>     the movement logs, and the sale (priced at the
      *>     quantity break) lands on the history for
      *>     invoicing ---
       9770-CONFIRM-SHIPMENTS.
           PERFORM 9705-LOAD-ORDER-BOOK THRU 9705-EXIT.
           PERFORM 9707-LOAD-COST-LAYERS THRU 9707-EXIT.
           PERFORM 9730-LOAD-LOT-STOCK THRU 9730-EXIT.
           PERFORM 9734-START-LOT-PLAN.
           PERFORM 9310-LOAD-EDI-PARTNERS THRU 9310-EXIT.
           PERFORM 9120-LOAD-CONTRACTS THRU 9120-EXIT.
           MOVE 0 TO WS-SN-COUNT.
           MOVE 0 TO WS-SHIPPED-CNT.
           OPEN I-O PRODUCT-FILE.
           OPEN I-O BIN-FILE.
           IF NOT BIN-FS-SUCCESS
               OPEN OUTPUT BIN-FILE
               CLOSE BIN-FILE
               OPEN I-O BIN-FILE
           END-IF.
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
               IF WS-OB-STAT(WS-OB-IDX) = "P"
                   PERFORM 9775-SHIP-ONE-LINE THRU 9775-EXIT
               END-IF
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           CLOSE BIN-FILE.
           PERFORM 9706-REWRITE-ORDER-BOOK.
           PERFORM 9708-REWRITE-COST-LAYERS.
           PERFORM 9731-REWRITE-LOT-STOCK.
           IF WS-SHIPPED-CNT = 0
               DISPLAY "Nothing picked and awaiting shipment."
           ELSE
               DISPLAY "Shipments confirmed: " WS-SHIPPED-CNT
           END-IF.
           IF WS-SN-COUNT > 0
               PERFORM 9330-SEND-SHIP-NOTICES
           END-IF.

      *> --- The cost layers into storage, cut over from
      *>     products.dat the first time through: the unit
           MOVE 0 TO WS-CL-COUNT.
           OPEN INPUT LAYER-FILE.
           IF WS-LAYER-STATUS NOT = "00"
               PERFORM 9709-CUT-OVER-LEGACY-STOCK THRU 9709-EXIT
               PERFORM 9790-OPEN-INVENTORY-GL THRU 9790-EXIT
               GO TO 9707-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
               MOVE CL-QTY-REMAIN
                   TO WS-CL-REMAIN(WS-CL-COUNT)
               MOVE CL-UNIT-COST  TO WS-CL-COST(WS-CL-COUNT)
               IF CL-PO-NO IS NUMERIC
                   MOVE CL-PO-NO  TO WS-CL-PO-NO(WS-CL-COUNT)
                   MOVE CL-RCPT-REF
                       TO WS-CL-RCPT-REF(WS-CL-COUNT)
               ELSE
      *>           Layered before layers named their receipt
                   MOVE 0      TO WS-CL-PO-NO(WS-CL-COUNT)
                   MOVE SPACES TO WS-CL-RCPT-REF(WS-CL-COUNT)
               END-IF
               READ LAYER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LAYER-FILE.
           PERFORM 9790-OPEN-INVENTORY-GL THRU 9790-EXIT.
       9707-EXIT.
           CONTINUE.

                       TO WS-CL-REMAIN(WS-CL-COUNT)
                   MOVE PROD-PRICE
                       TO WS-CL-COST(WS-CL-COUNT)
                   MOVE 0 TO WS-CL-PO-NO(WS-CL-COUNT)
                   MOVE SPACES TO WS-CL-RCPT-REF(WS-CL-COUNT)
               END-IF
               READ PRODUCT-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
                       TO CL-QTY-REMAIN
                   MOVE WS-CL-COST(WS-CL-IDX)
                       TO CL-UNIT-COST
                   MOVE WS-CL-PO-NO(WS-CL-IDX) TO CL-PO-NO
                   MOVE WS-CL-RCPT-REF(WS-CL-IDX)
                       TO CL-RCPT-REF
                   WRITE LAYER-RECORD
               END-IF
           END-PERFORM.
           MOVE WS-SHIP-COGS TO CG-COGS.
           WRITE COGS-RECORD.
           CLOSE COGS-FILE.
      *>   The same cost off inventory and onto the P&L
           MOVE "5800" TO WS-IG-DR-ACCT.
           MOVE "1400" TO WS-IG-CR-ACCT.
           MOVE WS-SHIP-COGS TO WS-IG-AMOUNT.
           MOVE "Cost of goods sold" TO WS-IG-DESC.
           PERFORM 9795-POST-INVENTORY-GL THRU 9795-EXIT.

      *> --- The first run with the layers in place books
      *>     what they hold as the opening inventory
      *>     balance; every run after finds the marker and
      *>     just posts its own movements ---
       9790-OPEN-INVENTORY-GL.
           OPEN INPUT INVGL-FILE.
           IF WS-INVGL-STATUS = "00"
               CLOSE INVGL-FILE
               SET INVENTORY-ON-GL TO TRUE
               GO TO 9790-EXIT
           END-IF.
           MOVE 0 TO WS-IG-VALUE.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               COMPUTE WS-IG-VALUE =
                   WS-IG-VALUE
                   + WS-CL-REMAIN(WS-CL-IDX)
                   * WS-CL-COST(WS-CL-IDX)
           END-PERFORM.
           SET INVENTORY-ON-GL TO TRUE.
      *>   Stock bought before the ledger carried it was
      *>   expensed in earlier years - it comes onto the
      *>   balance sheet against retained earnings
           MOVE "1400" TO WS-IG-DR-ACCT.
           MOVE "3000" TO WS-IG-CR-ACCT.
           MOVE WS-IG-VALUE TO WS-IG-AMOUNT.
           MOVE "Inventory opening" TO WS-IG-DESC.
           PERFORM 9795-POST-INVENTORY-GL THRU 9795-EXIT.
           OPEN OUTPUT INVGL-FILE.
           INITIALIZE INVENTORY-GL-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           ACCEPT IG-OPEN-DATE FROM DATE YYYYMMDD.
           MOVE WS-IG-VALUE TO IG-OPEN-VALUE.
           WRITE INVENTORY-GL-RECORD.
           CLOSE INVGL-FILE.
           MOVE WS-IG-VALUE TO WS-DISP-IG.
           DISPLAY "Inventory opening balance booked to the "
               "GL: " WS-DISP-IG.
       9790-EXIT.
           CONTINUE.

      *> --- One inventory movement onto gl-postings.dat:
      *>     caller sets WS-IG-DR-ACCT, WS-IG-CR-ACCT,
      *>     WS-IG-AMOUNT and WS-IG-DESC ---
       9795-POST-INVENTORY-GL.
           IF NOT INVENTORY-ON-GL OR WS-IG-AMOUNT = 0
               GO TO 9795-EXIT
           END-IF.
           OPEN EXTEND GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               OPEN OUTPUT GL-FILE
           END-IF.
           INITIALIZE GL-POSTING-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           ACCEPT GL-POST-DATE FROM DATE YYYYMMDD.
           MOVE WS-IG-DR-ACCT TO GL-ACCT-CODE.
           MOVE "D"           TO GL-DR-CR.
           MOVE WS-IG-AMOUNT  TO GL-AMOUNT.
           MOVE "INDEXED"     TO GL-SOURCE.
           MOVE WS-IG-DESC    TO GL-DESC.
           MOVE SPACES        TO GL-COST-CENTER.
           WRITE GL-POSTING-RECORD.
           MOVE WS-IG-CR-ACCT TO GL-ACCT-CODE.
           MOVE "C"           TO GL-DR-CR.
           WRITE GL-POSTING-RECORD.
           CLOSE GL-FILE.
       9795-EXIT.
           CONTINUE.

      *> --- The shipped line off its lots, earliest expiry
      *>     first - the same order the pick list planned.
      *>     Units the lots cannot cover were unlotted ---
       9780-SHIP-FROM-LOTS.
           MOVE PROD-ID TO WS-LOT-PROD.
           MOVE WS-OB-QTY(WS-OB-IDX) TO WS-LOT-REMAIN.
           PERFORM 9732-NEXT-FEFO-LOT.
           PERFORM UNTIL WS-LOT-REMAIN = 0
                   OR WS-LT-BEST-IDX = 0
               PERFORM 9733-TAKE-FROM-LOT
               PERFORM 9732-NEXT-FEFO-LOT
           END-PERFORM.

      *> --- Lot and bin stock into storage, once a run;
      *>     no file yet is no lots yet ---
       9730-LOAD-LOT-STOCK.
           IF LOTS-LOADED
               GO TO 9730-EXIT
           END-IF.
           SET LOTS-LOADED TO TRUE.
           MOVE 0 TO WS-LT-COUNT.
           OPEN INPUT LOT-FILE.
           IF WS-LOT-STATUS NOT = "00"
               GO TO 9730-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ LOT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-LT-COUNT >= 500
      *>           Never load-cap and then rewrite: lots past
      *>           the table would be deleted for good
                   DISPLAY "ABEND: more than 500 lots on hand "
                       "- raise WS-LT-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LT-COUNT
               MOVE LT-PROD-ID     TO WS-LT-PROD(WS-LT-COUNT)
               MOVE LT-LOT-NO      TO WS-LT-LOT(WS-LT-COUNT)
               MOVE LT-EXPIRY-DATE TO WS-LT-EXPIRY(WS-LT-COUNT)
               MOVE LT-WAREHOUSE   TO WS-LT-WH(WS-LT-COUNT)
               MOVE LT-BIN-NO      TO WS-LT-BIN(WS-LT-COUNT)
               MOVE LT-QTY         TO WS-LT-QTY(WS-LT-COUNT)
               MOVE LT-QTY         TO WS-LT-AVAIL(WS-LT-COUNT)
               MOVE LT-RCV-DATE
                   TO WS-LT-RCV-DATE(WS-LT-COUNT)
               MOVE LT-SUPPLIER-REF
                   TO WS-LT-SUPP-REF(WS-LT-COUNT)
               MOVE LT-UNIT-COST   TO WS-LT-COST(WS-LT-COUNT)
               READ LOT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LOT-FILE.
       9730-EXIT.
           CONTINUE.

      *> --- The lots back to disk, empty ones dropped ---
       9731-REWRITE-LOT-STOCK.
           OPEN OUTPUT LOT-FILE.
           INITIALIZE LOT-STOCK-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-QTY(WS-LT-IDX) > 0
                   MOVE WS-LT-PROD(WS-LT-IDX)   TO LT-PROD-ID
                   MOVE WS-LT-LOT(WS-LT-IDX)    TO LT-LOT-NO
                   MOVE WS-LT-EXPIRY(WS-LT-IDX) TO LT-EXPIRY-DATE
                   MOVE WS-LT-WH(WS-LT-IDX)     TO LT-WAREHOUSE
                   MOVE WS-LT-BIN(WS-LT-IDX)    TO LT-BIN-NO
                   MOVE WS-LT-QTY(WS-LT-IDX)    TO LT-QTY
                   MOVE WS-LT-RCV-DATE(WS-LT-IDX)
                       TO LT-RCV-DATE
                   MOVE WS-LT-SUPP-REF(WS-LT-IDX)
                       TO LT-SUPPLIER-REF
                   MOVE WS-LT-COST(WS-LT-IDX)   TO LT-UNIT-COST
                   WRITE LOT-STOCK-RECORD
               END-IF
           END-PERFORM.
           CLOSE LOT-FILE.

      *> --- Every lot's whole quantity free to promise
      *>     again, and today's date to judge expiry by ---
       9734-START-LOT-PLAN.
           ACCEPT WS-LOT-TODAY FROM DATE YYYYMMDD.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               MOVE WS-LT-QTY(WS-LT-IDX)
                   TO WS-LT-AVAIL(WS-LT-IDX)
           END-PERFORM.

      *> --- First expiry, first out: WS-LT-BEST-IDX to the
      *>     earliest-expiring lot of WS-LOT-PROD with stock
      *>     left to promise, zero when there is none. A lot
      *>     past its expiry is never picked - it waits for
      *>     LOTEXPIRY and a write-off - and one that never
      *>     expires goes last ---
       9732-NEXT-FEFO-LOT.
           MOVE 0 TO WS-LT-BEST-IDX.
           MOVE 99999999 TO WS-LT-BEST-EXP.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-PROD(WS-LT-IDX) = WS-LOT-PROD
                   AND WS-LT-AVAIL(WS-LT-IDX) > 0
                   AND (WS-LT-EXPIRY(WS-LT-IDX) = 0
                   OR WS-LT-EXPIRY(WS-LT-IDX) >= WS-LOT-TODAY)
                   IF WS-LT-EXPIRY(WS-LT-IDX) = 0
                       MOVE 99999999 TO WS-LT-SORT-EXP
                   ELSE
                       MOVE WS-LT-EXPIRY(WS-LT-IDX)
                           TO WS-LT-SORT-EXP
                   END-IF
                   IF WS-LT-BEST-IDX = 0
                       OR WS-LT-SORT-EXP < WS-LT-BEST-EXP
                       MOVE WS-LT-IDX TO WS-LT-BEST-IDX
                       MOVE WS-LT-SORT-EXP TO WS-LT-BEST-EXP
                   END-IF
               END-IF
           END-PERFORM.

      *> --- Ship what the line still needs from one lot:
      *>     off the lot, off its bin, onto the recall
      *>     trail. Stock going into a kit leaves no trail
      *>     (LOT-TRAIL-WANTED off) ---
       9733-TAKE-FROM-LOT.
           IF WS-LT-AVAIL(WS-LT-BEST-IDX) < WS-LOT-REMAIN
               MOVE WS-LT-AVAIL(WS-LT-BEST-IDX) TO WS-LOT-TAKE
           ELSE
               MOVE WS-LOT-REMAIN TO WS-LOT-TAKE
           END-IF.
           SUBTRACT WS-LOT-TAKE FROM WS-LT-AVAIL(WS-LT-BEST-IDX).
           SUBTRACT WS-LOT-TAKE FROM WS-LT-QTY(WS-LT-BEST-IDX).
           SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAIN.

           IF WS-LT-WH(WS-LT-BEST-IDX) > 0
               COMPUTE WS-BIN-SLOT =
                   (WS-LT-WH(WS-LT-BEST-IDX) - 1) * 1000
                   + WS-LT-BIN(WS-LT-BEST-IDX)
               READ BIN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BIN-QTY < WS-LOT-TAKE
                           MOVE 0 TO BIN-QTY
                       ELSE
                           SUBTRACT WS-LOT-TAKE FROM BIN-QTY
                       END-IF
                       REWRITE BIN-RECORD
               END-READ
           END-IF.

           IF LOT-TRAIL-WANTED
               OPEN EXTEND LOTSHIP-FILE
               IF WS-LOTSHIP-STATUS NOT = "00"
                   OPEN OUTPUT LOTSHIP-FILE
               END-IF
               INITIALIZE LOT-SHIPMENT-RECORD
                   WITH FILLER ALL TO VALUE
                   THEN TO DEFAULT
               MOVE WS-LOT-TODAY           TO LS-SHIP-DATE
               MOVE WS-OB-NO(WS-OB-IDX)    TO LS-ORDER-NO
               MOVE WS-OB-CUST(WS-OB-IDX)  TO LS-CUST-NO
               MOVE WS-LOT-PROD            TO LS-PROD-ID
               MOVE WS-LT-LOT(WS-LT-BEST-IDX)    TO LS-LOT-NO
               MOVE WS-LT-EXPIRY(WS-LT-BEST-IDX)
                   TO LS-EXPIRY-DATE
               MOVE WS-LOT-TAKE            TO LS-QTY
               MOVE WS-LT-WH(WS-LT-BEST-IDX)     TO LS-WAREHOUSE
               MOVE WS-LT-BIN(WS-LT-BEST-IDX)    TO LS-BIN-NO
               WRITE LOT-SHIPMENT-RECORD
               CLOSE LOTSHIP-FILE
           END-IF.
           DISPLAY "    lot " WS-LT-LOT(WS-LT-BEST-IDX)
               " x " WS-LOT-TAKE.

      *> --- One picked line out the door ---
       9775-SHIP-ONE-LINE.
           MOVE WS-OB-PROD(WS-OB-IDX) TO PROD-ID.
           READ PRODUCT-FILE
               KEY IS PROD-ID
               INVALID KEY
                   DISPLAY "WARNING: " PROD-ID
                       " vanished - line not shipped."
                   GO TO 9775-EXIT
           END-READ.
           MOVE WS-OB-QTY(WS-OB-IDX) TO WS-LOOKUP-QTY.
           MOVE WS-OB-CUST(WS-OB-IDX) TO WS-PRICE-CUST.
           PERFORM 9100-LOOKUP-DISCOUNT.
           SUBTRACT WS-OB-QTY(WS-OB-IDX) FROM PROD-QTY.
           SUBTRACT WS-OB-QTY(WS-OB-IDX)
               FROM PROD-QTY-ALLOC.
           REWRITE PROD-RECORD.
           MOVE "S" TO WS-MOVE-TYPE.
           COMPUTE WS-MOVE-QTY = 0 - WS-OB-QTY(WS-OB-IDX).
           MOVE "SALESORDER" TO WS-MOVE-REF.
           PERFORM 9950-LOG-MOVEMENT.
           MOVE WS-OB-CUST(WS-OB-IDX) TO WS-SALE-CUST.
           MOVE WS-OB-QTY(WS-OB-IDX) TO WS-SALE-QTY.
      *>   Layers first: the history line carries the cost
      *>   the shipment consumed, for a return to restock at
           PERFORM 9778-CONSUME-FIFO-LAYERS.
      *>   Off the lots the pick list sent the picker to,
      *>   each lot taken logged for a recall to trace
           PERFORM 9780-SHIP-FROM-LOTS.
           PERFORM 9960-LOG-SALE.
           MOVE "S" TO WS-OB-STAT(WS-OB-IDX).
           ACCEPT WS-OB-SDATE(WS-OB-IDX) FROM DATE YYYYMMDD.
           ADD 1 TO WS-SHIPPED-CNT.
           PERFORM 9320-NOTE-SHIP-NOTICE.
           DISPLAY "  order " WS-OB-NO(WS-OB-IDX)
               " shipped: " WS-OB-PROD(WS-OB-IDX)
               " x " WS-OB-QTY(WS-OB-IDX) ".".
           WRITE BACKORDER-RECORD.
           CLOSE BACKORDER-FILE.

      *> --- Assemble kits from their components on the
      *>     shelf: the components out of their lots, bins
      *>     and FIFO layers, the kits in at exactly what
      *>     those layers held ---
       9200-ASSEMBLE-KITS.
           PERFORM 9212-READY-FOR-KITS.
           DISPLAY "Enter kit product ID: ".
           ACCEPT WS-KIT-ID.
           PERFORM 9215-FIND-KIT.
           IF NOT PRODUCT-IS-KIT
               DISPLAY "No bill of materials for " WS-KIT-ID
                   " - set one up with BOMMAINT."
               GO TO 9200-EXIT
           END-IF.
           DISPLAY "Enter number of kits to assemble: ".
           ACCEPT WS-KIT-QTY.
           IF WS-KIT-QTY = 0
               GO TO 9200-EXIT
           END-IF.

           OPEN I-O PRODUCT-FILE.
           MOVE WS-KIT-ID TO PROD-ID.
           READ PRODUCT-FILE
               KEY IS PROD-ID
               INVALID KEY
                   MOVE "N" TO WS-KIT-FOUND
           END-READ.
           IF NOT PRODUCT-IS-KIT
               DISPLAY "Kit " WS-KIT-ID " is not on file."
               CLOSE PRODUCT-FILE
               GO TO 9200-EXIT
           END-IF.
           PERFORM 9225-COUNT-BUILDABLE.
           IF WS-KIT-QTY > WS-KIT-BUILDABLE
               DISPLAY "Components free for only "
                   WS-KIT-BUILDABLE " kit(s) - nothing assembled."
               CLOSE PRODUCT-FILE
               GO TO 9200-EXIT
           END-IF.
           PERFORM 9230-ASSEMBLE-KIT.
           CLOSE PRODUCT-FILE.
       9200-EXIT.
           CONTINUE.

      *> --- Take kits apart: the kits out of their bins
      *>     and layers, the components back on the shelf
      *>     carrying the kits' value between them ---
       9205-DISASSEMBLE-KITS.
           PERFORM 9212-READY-FOR-KITS.
           DISPLAY "Enter kit product ID: ".
           ACCEPT WS-KIT-ID.
           PERFORM 9215-FIND-KIT.
           IF NOT PRODUCT-IS-KIT
               DISPLAY "No bill of materials for " WS-KIT-ID
                   " - nothing to take it apart into."
               GO TO 9205-EXIT
           END-IF.
           DISPLAY "Enter number of kits to take apart: ".
           ACCEPT WS-KIT-QTY.
           IF WS-KIT-QTY = 0
               GO TO 9205-EXIT
           END-IF.

           OPEN I-O PRODUCT-FILE.
      *>   Every component must still be on file to go back to
           PERFORM 9225-COUNT-BUILDABLE.
           IF KIT-COMP-MISSING
               DISPLAY "Kit " WS-KIT-ID " not taken apart."
               CLOSE PRODUCT-FILE
               GO TO 9205-EXIT
           END-IF.
           MOVE WS-KIT-ID TO PROD-ID.
           READ PRODUCT-FILE
               KEY IS PROD-ID
               INVALID KEY
                   MOVE 0 TO WS-KIT-CAN-MAKE
               NOT INVALID KEY
                   COMPUTE WS-KIT-CAN-MAKE =
                       PROD-QTY - PROD-QTY-ALLOC
           END-READ.
           IF WS-KIT-CAN-MAKE < 0
               MOVE 0 TO WS-KIT-CAN-MAKE
           END-IF.
           MOVE WS-KIT-CAN-MAKE TO WS-KIT-BUILDABLE.
           IF WS-KIT-QTY > WS-KIT-BUILDABLE
               DISPLAY "Only " WS-KIT-BUILDABLE
                   " kit(s) free to take apart."
               CLOSE PRODUCT-FILE
               GO TO 9205-EXIT
           END-IF.
           PERFORM 9250-TAKE-APART-KIT.
           CLOSE PRODUCT-FILE.
       9205-EXIT.
           CONTINUE.

      *> --- The bills of materials into storage, once a
      *>     run; no file yet is no kits yet ---
       9210-LOAD-BOM.
           IF BOM-LOADED
               GO TO 9210-EXIT
           END-IF.
           SET BOM-LOADED TO TRUE.
           MOVE 0 TO WS-BK-COUNT.
           OPEN INPUT BOM-FILE.
           IF WS-BOM-STATUS NOT = "00"
               GO TO 9210-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ BOM-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-BK-COUNT >= 300
      *>           A kit built from half its bill would be
      *>           costed and stocked wrong
                   DISPLAY "ABEND: more than 300 bill of "
                       "materials lines - raise WS-BK-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF BOM-QTY-PER > 0
                   ADD 1 TO WS-BK-COUNT
                   MOVE BOM-KIT-ID  TO WS-BK-KIT(WS-BK-COUNT)
                   MOVE BOM-COMP-ID TO WS-BK-COMP(WS-BK-COUNT)
                   MOVE BOM-QTY-PER TO WS-BK-QTY(WS-BK-COUNT)
                   MOVE 0           TO WS-BK-WEIGHT(WS-BK-COUNT)
               END-IF
               READ BOM-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BOM-FILE.
       9210-EXIT.
           CONTINUE.

      *> --- The bills of materials and, with any kits on
      *>     them, the layers and lots assembly works on -
      *>     all into storage before PRODUCT-FILE opens ---
       9212-READY-FOR-KITS.
           PERFORM 9210-LOAD-BOM THRU 9210-EXIT.
           IF WS-BK-COUNT > 0
               PERFORM 9707-LOAD-COST-LAYERS THRU 9707-EXIT
               PERFORM 9730-LOAD-LOT-STOCK THRU 9730-EXIT
               PERFORM 9734-START-LOT-PLAN
           END-IF.

      *> --- PRODUCT-IS-KIT when WS-KIT-ID has a bill ---
       9215-FIND-KIT.
           MOVE "N" TO WS-KIT-FOUND.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-KIT(WS-BK-IDX) = WS-KIT-ID
                   MOVE "Y" TO WS-KIT-FOUND
               END-IF
           END-PERFORM.

      *> --- A kit booked past what is on the shelf is
      *>     built to order from what its components have
      *>     free: the whole shortfall, or as much of it as
      *>     they cover - none at all under KIT-WHOLE-ONLY
      *>     unless they cover it all. The booked product
      *>     is back in the buffer with WS-FREE-QTY
      *>     recomputed, whatever was built ---
       9220-BUILD-TO-ORDER.
           MOVE PROD-ID TO WS-KIT-ID.
           PERFORM 9215-FIND-KIT.
           IF NOT PRODUCT-IS-KIT
               GO TO 9220-EXIT
           END-IF.
           IF WS-FREE-QTY > 0
               COMPUTE WS-KIT-SHORT =
                   WS-KIT-ASK-QTY - WS-FREE-QTY
           ELSE
               MOVE WS-KIT-ASK-QTY TO WS-KIT-SHORT
           END-IF.
           PERFORM 9225-COUNT-BUILDABLE.
           IF WS-KIT-BUILDABLE < WS-KIT-SHORT
               IF KIT-WHOLE-ONLY
                   MOVE 0 TO WS-KIT-QTY
               ELSE
                   MOVE WS-KIT-BUILDABLE TO WS-KIT-QTY
               END-IF
           ELSE
               MOVE WS-KIT-SHORT TO WS-KIT-QTY
           END-IF.
           IF WS-KIT-QTY > 0
               DISPLAY "  " WS-KIT-ID ": building " WS-KIT-QTY
                   " kit(s) to order"
               PERFORM 9230-ASSEMBLE-KIT
           END-IF.
           MOVE WS-KIT-ID TO PROD-ID.
           READ PRODUCT-FILE
               KEY IS PROD-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           COMPUTE WS-FREE-QTY =
               PROD-QTY - PROD-QTY-ALLOC.
       9220-EXIT.
           CONTINUE.

      *> --- How many of kit WS-KIT-ID the components' free
      *>     stock (on hand less allocated) covers; a
      *>     component gone from products.dat covers none.
      *>     Reads each component, so the caller reads the
      *>     kit again ---
       9225-COUNT-BUILDABLE.
           MOVE 9999 TO WS-KIT-BUILDABLE.
           MOVE "N" TO WS-KIT-MISSING.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-KIT(WS-BK-IDX) = WS-KIT-ID
                   MOVE WS-BK-COMP(WS-BK-IDX) TO PROD-ID
                   READ PRODUCT-FILE
                       KEY IS PROD-ID
                       INVALID KEY
                           DISPLAY "  " WS-KIT-ID ": component "
                               PROD-ID " is not on file"
                           MOVE "Y" TO WS-KIT-MISSING
                           MOVE 0 TO WS-KIT-CAN-MAKE
                       NOT INVALID KEY
                           COMPUTE WS-KIT-CAN-MAKE =
                               (PROD-QTY - PROD-QTY-ALLOC)
                               / WS-BK-QTY(WS-BK-IDX)
                   END-READ
                   IF WS-KIT-CAN-MAKE < 0
                       MOVE 0 TO WS-KIT-CAN-MAKE
                   END-IF
                   IF WS-KIT-CAN-MAKE < WS-KIT-BUILDABLE
                       MOVE WS-KIT-CAN-MAKE TO WS-KIT-BUILDABLE
                   END-IF
               END-IF
           END-PERFORM.

      *> --- WS-KIT-QTY of kit WS-KIT-ID built from stock the
      *>     caller has found free. PRODUCT-FILE is open I-O
      *>     and the layers and lots are in storage. The
      *>     value only moves within inventory, so nothing
      *>     posts to the ledger. Leaves the kit in the
      *>     product buffer ---
       9230-ASSEMBLE-KIT.
           MOVE SPACES TO WS-KIT-REF.
           STRING "KIT " WS-KIT-ID DELIMITED BY SIZE
               INTO WS-KIT-REF.
           MOVE 0 TO WS-KIT-COST.
           MOVE "K" TO WS-MOVE-TYPE.
           PERFORM 9280-OPEN-BINS.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-KIT(WS-BK-IDX) = WS-KIT-ID
                   PERFORM 9235-CONSUME-ONE-COMPONENT
               END-IF
           END-PERFORM.

      *>   The kits in, carrying what the components'
      *>   layers held to the cent
           MOVE WS-KIT-ID TO PROD-ID.
           READ PRODUCT-FILE
               KEY IS PROD-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           ADD WS-KIT-QTY TO PROD-QTY.
           REWRITE PROD-RECORD.
           MOVE WS-KIT-QTY TO WS-MOVE-QTY.
           MOVE WS-KIT-REF TO WS-MOVE-REF.
           PERFORM 9950-LOG-MOVEMENT.
           MOVE WS-KIT-QTY TO WS-KIT-NEED.
           MOVE WS-KIT-COST TO WS-KIT-SHARE.
           PERFORM 9265-ADD-KIT-LAYERS.
           PERFORM 9275-PUT-INTO-BIN.
           CLOSE BIN-FILE.
           PERFORM 9708-REWRITE-COST-LAYERS.
           IF WS-LT-COUNT > 0
               PERFORM 9731-REWRITE-LOT-STOCK
           END-IF.
           MOVE WS-KIT-COST TO WS-DISP-IG.
           DISPLAY "  " WS-KIT-ID ": " WS-KIT-QTY
               " kit(s) assembled at " WS-DISP-IG.

      *> --- One component's share of the build off stock,
      *>     its layers and its shelf ---
       9235-CONSUME-ONE-COMPONENT.
           MOVE WS-BK-COMP(WS-BK-IDX) TO PROD-ID.
           READ PRODUCT-FILE
               KEY IS PROD-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           COMPUTE WS-KIT-NEED =
               WS-KIT-QTY * WS-BK-QTY(WS-BK-IDX).
           SUBTRACT WS-KIT-NEED FROM PROD-QTY.
           REWRITE PROD-RECORD.
           COMPUTE WS-MOVE-QTY = 0 - WS-KIT-NEED.
           MOVE WS-KIT-REF TO WS-MOVE-REF.
           PERFORM 9950-LOG-MOVEMENT.
           PERFORM 9240-CONSUME-KIT-LAYERS.
           PERFORM 9245-TAKE-FROM-STOCK.

      *> --- WS-KIT-NEED units of PROD-ID off its layers,
      *>     oldest first, their cost onto WS-KIT-COST ---
       9240-CONSUME-KIT-LAYERS.
           MOVE WS-KIT-NEED TO WS-SHIP-REMAIN.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
                   OR WS-SHIP-REMAIN = 0
               IF WS-CL-PROD(WS-CL-IDX) = PROD-ID
                   AND WS-CL-REMAIN(WS-CL-IDX) > 0
                   IF WS-CL-REMAIN(WS-CL-IDX)
                       < WS-SHIP-REMAIN
                       MOVE WS-CL-REMAIN(WS-CL-IDX)
                           TO WS-TAKE-QTY
                   ELSE
                       MOVE WS-SHIP-REMAIN TO WS-TAKE-QTY
                   END-IF
                   SUBTRACT WS-TAKE-QTY
                       FROM WS-CL-REMAIN(WS-CL-IDX)
                   SUBTRACT WS-TAKE-QTY FROM WS-SHIP-REMAIN
                   COMPUTE WS-KIT-COST =
                       WS-KIT-COST
                       + WS-TAKE-QTY
                       * WS-CL-COST(WS-CL-IDX)
               END-IF
           END-PERFORM.
           IF WS-SHIP-REMAIN > 0
      *>       Stock no layer covers moves at no cost, so the
      *>       layers still agree with the ledger
               DISPLAY "WARNING: " PROD-ID " - "
                   WS-SHIP-REMAIN " unit(s) with no cost "
                   "layer moved at zero cost."
           END-IF.

      *> --- WS-KIT-NEED units of PROD-ID off the shelf: its
      *>     lots earliest expiry first, then the first bins
      *>     holding it. BIN-FILE is open I-O ---
       9245-TAKE-FROM-STOCK.
           MOVE "N" TO WS-LOT-TRAIL.
           MOVE PROD-ID TO WS-LOT-PROD.
           MOVE WS-KIT-NEED TO WS-LOT-REMAIN.
           PERFORM 9732-NEXT-FEFO-LOT.
           PERFORM UNTIL WS-LOT-REMAIN = 0
                   OR WS-LT-BEST-IDX = 0
               PERFORM 9733-TAKE-FROM-LOT
               PERFORM 9732-NEXT-FEFO-LOT
           END-PERFORM.
           MOVE "Y" TO WS-LOT-TRAIL.
           PERFORM VARYING WS-BIN-SLOT FROM 1 BY 1
                   UNTIL WS-BIN-SLOT > 9000
                   OR WS-LOT-REMAIN = 0
               READ BIN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BIN-PROD-ID = PROD-ID
                           AND BIN-QTY > 0
                           IF BIN-QTY < WS-LOT-REMAIN
                               MOVE BIN-QTY TO WS-LOT-TAKE
                           ELSE
                               MOVE WS-LOT-REMAIN TO WS-LOT-TAKE
                           END-IF
                           SUBTRACT WS-LOT-TAKE FROM BIN-QTY
                           SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAIN
                           REWRITE BIN-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *> --- WS-KIT-QTY of the kit in the buffer taken
      *>     apart. PRODUCT-FILE is open I-O and the layers
      *>     and lots are in storage. The kits' layer value
      *>     goes back to the components in proportion to
      *>     what one kit's worth of each costs today - its
      *>     newest layer, or its list price with none -
      *>     and evenly by quantity when nothing has a cost;
      *>     the last component takes the odd cents ---
       9250-TAKE-APART-KIT.
           MOVE SPACES TO WS-KIT-REF.
           STRING "KIT " WS-KIT-ID DELIMITED BY SIZE
               INTO WS-KIT-REF.
           MOVE 0 TO WS-KIT-COST.
           MOVE "D" TO WS-MOVE-TYPE.
           PERFORM 9280-OPEN-BINS.
           SUBTRACT WS-KIT-QTY FROM PROD-QTY.
           REWRITE PROD-RECORD.
           COMPUTE WS-MOVE-QTY = 0 - WS-KIT-QTY.
           MOVE WS-KIT-REF TO WS-MOVE-REF.
           PERFORM 9950-LOG-MOVEMENT.
           MOVE WS-KIT-QTY TO WS-KIT-NEED.
           PERFORM 9240-CONSUME-KIT-LAYERS.
           PERFORM 9245-TAKE-FROM-STOCK.

           MOVE 0 TO WS-KIT-WEIGHTS.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-KIT(WS-BK-IDX) = WS-KIT-ID
                   PERFORM 9255-WEIGH-ONE-COMPONENT
               END-IF
           END-PERFORM.
           IF WS-KIT-WEIGHTS = 0
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                       UNTIL WS-BK-IDX > WS-BK-COUNT
                   IF WS-BK-KIT(WS-BK-IDX) = WS-KIT-ID
                       MOVE WS-BK-QTY(WS-BK-IDX)
                           TO WS-BK-WEIGHT(WS-BK-IDX)
                       ADD WS-BK-QTY(WS-BK-IDX)
                           TO WS-KIT-WEIGHTS
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-KIT-SHARED.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-KIT(WS-BK-IDX) = WS-KIT-ID
                   PERFORM 9260-RETURN-ONE-COMPONENT
               END-IF
           END-PERFORM.
           CLOSE BIN-FILE.
           PERFORM 9708-REWRITE-COST-LAYERS.
           IF WS-LT-COUNT > 0
               PERFORM 9731-REWRITE-LOT-STOCK
           END-IF.
           MOVE WS-KIT-COST TO WS-DISP-IG.
           DISPLAY "  " WS-KIT-ID ": " WS-KIT-QTY
               " kit(s) taken apart at " WS-DISP-IG.

      *> --- What one kit's worth of a component costs now ---
       9255-WEIGH-ONE-COMPONENT.
           MOVE WS-BK-IDX TO WS-KIT-LAST-COMP.
           MOVE WS-BK-COMP(WS-BK-IDX) TO PROD-ID.
           MOVE 0 TO WS-KIT-REF-COST.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-PROD(WS-CL-IDX) = PROD-ID
                   AND WS-CL-REMAIN(WS-CL-IDX) > 0
                   MOVE WS-CL-COST(WS-CL-IDX) TO WS-KIT-REF-COST
               END-IF
           END-PERFORM.
           IF WS-KIT-REF-COST = 0
               READ PRODUCT-FILE
                   KEY IS PROD-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-PRICE TO WS-KIT-REF-COST
               END-READ
           END-IF.
           COMPUTE WS-BK-WEIGHT(WS-BK-IDX) =
               WS-BK-QTY(WS-BK-IDX) * WS-KIT-REF-COST.
           ADD WS-BK-WEIGHT(WS-BK-IDX) TO WS-KIT-WEIGHTS.

      *> --- One component back on stock, its layers and
      *>     its shelf, with its share of the kits' value ---
       9260-RETURN-ONE-COMPONENT.
           MOVE WS-BK-COMP(WS-BK-IDX) TO PROD-ID.
           READ PRODUCT-FILE
               KEY IS PROD-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           COMPUTE WS-KIT-NEED =
               WS-KIT-QTY * WS-BK-QTY(WS-BK-IDX).
           ADD WS-KIT-NEED TO PROD-QTY.
           REWRITE PROD-RECORD.
           MOVE WS-KIT-NEED TO WS-MOVE-QTY.
           MOVE WS-KIT-REF TO WS-MOVE-REF.
           PERFORM 9950-LOG-MOVEMENT.
           IF WS-BK-IDX = WS-KIT-LAST-COMP
               COMPUTE WS-KIT-SHARE =
                   WS-KIT-COST - WS-KIT-SHARED
           ELSE
               COMPUTE WS-KIT-SHARE =
                   WS-KIT-COST * WS-BK-WEIGHT(WS-BK-IDX)
                   / WS-KIT-WEIGHTS
           END-IF.
           ADD WS-KIT-SHARE TO WS-KIT-SHARED.
           PERFORM 9265-ADD-KIT-LAYERS.
           PERFORM 9275-PUT-INTO-BIN.

      *> --- WS-KIT-NEED units of PROD-ID onto the layers at
      *>     exactly WS-KIT-SHARE: the even unit cost, with
      *>     the odd cents riding on one unit of their own ---
       9265-ADD-KIT-LAYERS.
           COMPUTE WS-KIT-UNIT-COST =
               WS-KIT-SHARE / WS-KIT-NEED.
           COMPUTE WS-KIT-ODD-CENTS =
               WS-KIT-SHARE - WS-KIT-UNIT-COST * WS-KIT-NEED.
           IF WS-KIT-ODD-CENTS = 0
               MOVE WS-KIT-NEED TO WS-KIT-LAYER-QTY
           ELSE
               COMPUTE WS-KIT-LAYER-QTY = WS-KIT-NEED - 1
           END-IF.
           IF WS-KIT-LAYER-QTY > 0
               PERFORM 9270-ADD-ONE-LAYER
           END-IF.
           IF WS-KIT-ODD-CENTS > 0
               MOVE 1 TO WS-KIT-LAYER-QTY
               ADD WS-KIT-ODD-CENTS TO WS-KIT-UNIT-COST
               PERFORM 9270-ADD-ONE-LAYER
           END-IF.

      *> --- One layer dated today ---
       9270-ADD-ONE-LAYER.
           IF WS-CL-COUNT < 300
               ADD 1 TO WS-CL-COUNT
               MOVE PROD-ID TO WS-CL-PROD(WS-CL-COUNT)
               ACCEPT WS-CL-DATE(WS-CL-COUNT)
                   FROM DATE YYYYMMDD
               MOVE WS-KIT-LAYER-QTY
                   TO WS-CL-REMAIN(WS-CL-COUNT)
               MOVE WS-KIT-UNIT-COST
                   TO WS-CL-COST(WS-CL-COUNT)
               MOVE 0 TO WS-CL-PO-NO(WS-CL-COUNT)
               MOVE SPACES TO WS-CL-RCPT-REF(WS-CL-COUNT)
           ELSE
               DISPLAY "WARNING: layer table full - " PROD-ID
                   " cost not layered."
           END-IF.

      *> --- WS-KIT-NEED units of PROD-ID into the first bin
      *>     assigned to it; with none they wait unbinned ---
       9275-PUT-INTO-BIN.
           MOVE "N" TO WS-BIN-FOUND.
           PERFORM VARYING WS-BIN-SLOT FROM 1 BY 1
                   UNTIL WS-BIN-SLOT > 9000
                   OR WS-BIN-FOUND = "Y"
               READ BIN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BIN-PROD-ID = PROD-ID
                           ADD WS-KIT-NEED TO BIN-QTY
                           REWRITE BIN-RECORD
                           MOVE "Y" TO WS-BIN-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BIN-FOUND = "N"
               DISPLAY "  " PROD-ID ": no bin assigned - "
                   WS-KIT-NEED " unit(s) left unbinned "
                   "(option 10)"
           END-IF.

      *> --- Bins open for update, the file created the
      *>     first time ---
       9280-OPEN-BINS.
           OPEN I-O BIN-FILE.
           IF NOT BIN-FS-SUCCESS
               OPEN OUTPUT BIN-FILE
               CLOSE BIN-FILE
               OPEN I-O BIN-FILE
           END-IF.

      *> --- The order lines EDIORDIN staged from the trade
      *>     customers' interchanges, booked like any
      *>     order-file line with the customer's own order
      *>     number carried onto the order book for the ship
      *>     notice. The staging file is consumed once
      *>     booked ---
       9300-BOOK-EDI-ORDERS.
           MOVE 0 TO WS-EDI-BOOKED.
           OPEN INPUT EDI-ORDER-FILE.
           IF WS-EDIORD-STATUS NOT = "00"
               GO TO 9300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ EDI-ORDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               DISPLAY "  EDI " EO-PARTNER-ID " order "
                   EO-CUST-PO " line " EO-CUST-PO-LINE ":"
               MOVE EO-PROD-ID      TO ORD-PROD-ID
               MOVE EO-QTY          TO ORD-QTY
               MOVE EO-CUST-NO      TO ORD-CUST-NO
               MOVE EO-CUST-PO      TO WS-EDI-PO
               MOVE EO-CUST-PO-LINE TO WS-EDI-PO-LINE
               SET EDI-ORDER-IN-HAND TO TRUE
               PERFORM 9750-APPLY-ONE-ORDER
               MOVE "N" TO WS-EDI-ORDER
               ADD 1 TO WS-EDI-BOOKED
               READ EDI-ORDER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EDI-ORDER-FILE.
           OPEN OUTPUT EDI-ORDER-FILE.
           CLOSE EDI-ORDER-FILE.
           DISPLAY "  EDI order lines booked: " WS-EDI-BOOKED.
       9300-EXIT.
           CONTINUE.

      *> --- The trading partners, for the ship notices.
      *>     None until EDIORDIN has run ---
       9310-LOAD-EDI-PARTNERS.
           MOVE 0 TO WS-EP-COUNT.
           OPEN INPUT EDI-PARTNER-FILE.
           IF WS-EP-STATUS NOT = "00"
               GO TO 9310-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ EDI-PARTNER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-EP-COUNT >= 50
      *>           Never load-cap and then rewrite: partners
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 50 trading "
                       "partners - raise WS-EP-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EP-COUNT
               MOVE EP-PARTNER-ID   TO WS-EP-ID(WS-EP-COUNT)
               MOVE EP-CUST-NO      TO WS-EP-CUST(WS-EP-COUNT)
               MOVE EP-LAST-IN-CTL  TO WS-EP-LAST-IN(WS-EP-COUNT)
               MOVE EP-LAST-ASN-CTL
                   TO WS-EP-LAST-ASN(WS-EP-COUNT)
               MOVE EP-STATUS       TO WS-EP-STAT(WS-EP-COUNT)
               READ EDI-PARTNER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EDI-PARTNER-FILE.
       9310-EXIT.
           CONTINUE.

      *> --- A line just shipped to an active trading
      *>     partner's customer goes on its ship notice ---
       9320-NOTE-SHIP-NOTICE.
           MOVE 0 TO WS-EP-FOUND.
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-COUNT
               IF WS-EP-CUST(WS-EP-IDX) = WS-OB-CUST(WS-OB-IDX)
                   AND WS-EP-STAT(WS-EP-IDX) = "A"
                   MOVE WS-EP-IDX TO WS-EP-FOUND
               END-IF
           END-PERFORM.
           IF WS-EP-FOUND > 0
               ADD 1 TO WS-SN-COUNT
               MOVE WS-OB-IDX   TO WS-SN-OB-IDX(WS-SN-COUNT)
               MOVE WS-EP-FOUND TO WS-SN-EP-IDX(WS-SN-COUNT)
           END-IF.

      *> --- One ship-notice interchange per trading partner
      *>     shipped to this run, each numbered on from the
      *>     last the partner was sent ---
       9330-SEND-SHIP-NOTICES.
           MOVE 0 TO WS-SN-SENT.
           OPEN EXTEND SHIP-NOTICE-FILE.
           IF WS-SN-STATUS NOT = "00"
               OPEN OUTPUT SHIP-NOTICE-FILE
           END-IF.
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-COUNT
               MOVE 0 TO WS-EP-FOUND
               PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                       UNTIL WS-SN-IDX > WS-SN-COUNT
                   IF WS-SN-EP-IDX(WS-SN-IDX) = WS-EP-IDX
                       MOVE WS-EP-IDX TO WS-EP-FOUND
                   END-IF
               END-PERFORM
               IF WS-EP-FOUND > 0
                   PERFORM 9335-WRITE-ONE-NOTICE
               END-IF
           END-PERFORM.
           CLOSE SHIP-NOTICE-FILE.

      *>   The partners' ship-notice numbers moved on
           OPEN OUTPUT EDI-PARTNER-FILE.
           INITIALIZE EDI-PARTNER-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-COUNT
               MOVE WS-EP-ID(WS-EP-IDX)       TO EP-PARTNER-ID
               MOVE WS-EP-CUST(WS-EP-IDX)     TO EP-CUST-NO
               MOVE WS-EP-LAST-IN(WS-EP-IDX)  TO EP-LAST-IN-CTL
               MOVE WS-EP-LAST-ASN(WS-EP-IDX) TO EP-LAST-ASN-CTL
               MOVE WS-EP-STAT(WS-EP-IDX)     TO EP-STATUS
               WRITE EDI-PARTNER-RECORD
           END-PERFORM.
           CLOSE EDI-PARTNER-FILE.
           DISPLAY "EDI ship notices sent: " WS-SN-SENT
               " (edi-ship-notices.dat)".

      *> --- Header, the partner's lines, and the trailer
      *>     carrying their count and quantity total ---
       9335-WRITE-ONE-NOTICE.
           ADD 1 TO WS-EP-LAST-ASN(WS-EP-IDX).
           ADD 1 TO WS-SN-SENT.
           MOVE 0 TO WS-SN-LINES.
           MOVE 0 TO WS-SN-QTY.
           MOVE SPACES TO SHIP-NOTICE-RECORD.
           MOVE "H"                     TO SN-REC-TYPE.
           MOVE WS-EP-ID(WS-EP-IDX)       TO SN-PARTNER-ID.
           MOVE WS-EP-LAST-ASN(WS-EP-IDX) TO SN-CONTROL-NO.
           ACCEPT SN-NOTICE-DATE FROM DATE YYYYMMDD.
           MOVE WS-EP-CUST(WS-EP-IDX)     TO SN-CUST-NO.
           WRITE SHIP-NOTICE-RECORD.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT
               IF WS-SN-EP-IDX(WS-SN-IDX) = WS-EP-IDX
                   MOVE WS-SN-OB-IDX(WS-SN-IDX) TO WS-OB-IDX
                   MOVE SPACES TO SHIP-NOTICE-RECORD
                   MOVE "D"                   TO SN-REC-TYPE
                   MOVE WS-OB-NO(WS-OB-IDX)    TO SN-ORDER-NO
                   MOVE WS-OB-PO(WS-OB-IDX)    TO SN-CUST-PO
                   MOVE WS-OB-PO-LINE(WS-OB-IDX)
                       TO SN-CUST-PO-LINE
                   MOVE WS-OB-PROD(WS-OB-IDX)  TO SN-PROD-ID
                   MOVE WS-OB-QTY(WS-OB-IDX)   TO SN-QTY
                   MOVE WS-OB-SDATE(WS-OB-IDX) TO SN-SHIP-DATE
                   WRITE SHIP-NOTICE-RECORD
                   ADD 1 TO WS-SN-LINES
                   ADD WS-OB-QTY(WS-OB-IDX) TO WS-SN-QTY
               END-IF
           END-PERFORM.
           MOVE SPACES TO SHIP-NOTICE-RECORD.
           MOVE "T"         TO SN-REC-TYPE.
           MOVE WS-SN-LINES TO SN-LINE-COUNT.
           MOVE WS-SN-QTY   TO SN-QTY-TOTAL.
           WRITE SHIP-NOTICE-RECORD.
           DISPLAY "  ship notice " WS-EP-LAST-ASN(WS-EP-IDX)
               " to " WS-EP-ID(WS-EP-IDX) ": " WS-SN-LINES
               " line(s)".

      *> --- Helper: display one product, plus its best available
      *>     quantity-break price at its current on-hand quantity ---
       9000-DISPLAY-PRODUCT.
                   WS-DISP-QTY.

           MOVE PROD-QTY TO WS-LOOKUP-QTY.
           MOVE SPACES TO WS-PRICE-CUST.
           PERFORM 9100-LOOKUP-DISCOUNT.
           IF WS-BEST-DISC-PCT > 0
               MOVE WS-UNIT-PRICE TO WS-DISP-UNIT-PRICE
                   " units: " WS-DISP-UNIT-PRICE
           END-IF.

      *> --- Price the unit. A contract in force for
      *>     WS-PRICE-CUST comes first - the lowest one prices
      *>     the unit and is left in WS-PRICE-CONTRACT, and no
      *>     quantity break applies on top. Otherwise find the
      *>     best (highest-threshold) quantity-break discount
      *>     that WS-LOOKUP-QTY qualifies for and price the
      *>     unit accordingly; no qualifying tier leaves
      *>     WS-BEST-DISC-PCT at zero and WS-UNIT-PRICE at list ---
       9100-LOOKUP-DISCOUNT.
           MOVE 0 TO WS-BEST-DISC-PCT.
           MOVE PROD-PRICE TO WS-UNIT-PRICE.
           MOVE 0 TO WS-PRICE-CONTRACT.
           IF WS-PRICE-CUST NOT = SPACES AND WS-CT-COUNT > 0
               ACCEPT WS-PRICE-DATE FROM DATE YYYYMMDD
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
                   PERFORM 9110-TRY-ONE-CONTRACT
               END-PERFORM
           END-IF.
           IF WS-PRICE-CONTRACT = 0
               PERFORM VARYING PQB-IDX FROM 1 BY 1
                       UNTIL PQB-IDX > 3
                   IF PQB-THRESHOLD(PQB-IDX) > 0
                       AND WS-LOOKUP-QTY >= PQB-THRESHOLD(PQB-IDX)
                       AND PQB-DISCOUNT-PCT(PQB-IDX)
                           > WS-BEST-DISC-PCT
                       MOVE PQB-DISCOUNT-PCT(PQB-IDX)
                           TO WS-BEST-DISC-PCT
                   END-IF
               END-PERFORM
               IF WS-BEST-DISC-PCT > 0
                   COMPUTE WS-UNIT-PRICE ROUNDED =
                       PROD-PRICE * (1 - WS-BEST-DISC-PCT)
               END-IF
           END-IF.

      *> --- One contract against the product being priced:
      *>     the customer's, in force today, for this product
      *>     or its line, and cheaper than any found so far ---
       9110-TRY-ONE-CONTRACT.
           IF WS-CT-CUST(WS-CT-IDX) = WS-PRICE-CUST
               AND WS-CT-START(WS-CT-IDX) <= WS-PRICE-DATE
               AND WS-CT-END(WS-CT-IDX) >= WS-PRICE-DATE
               AND PROD-ID(1:WS-CT-KEYLEN(WS-CT-IDX))
                   = WS-CT-KEY(WS-CT-IDX)
                       (1:WS-CT-KEYLEN(WS-CT-IDX))
               IF WS-CT-TYPE(WS-CT-IDX) = "F"
                   MOVE WS-CT-PRICE(WS-CT-IDX)
                       TO WS-CT-UNIT-PRICE
               ELSE
                   COMPUTE WS-CT-UNIT-PRICE ROUNDED =
                       PROD-PRICE
                       * (100 - WS-CT-PCT(WS-CT-IDX)) / 100
               END-IF
               IF WS-PRICE-CONTRACT = 0
                   OR WS-CT-UNIT-PRICE < WS-UNIT-PRICE
                   MOVE WS-CT-UNIT-PRICE TO WS-UNIT-PRICE
                   MOVE WS-CT-NO(WS-CT-IDX) TO WS-PRICE-CONTRACT
               END-IF
           END-IF.

      *> --- The contract prices into storage for a shipping
      *>     run. A product contract matches on the whole ID,
      *>     a line contract on the characters keyed. None
      *>     until CONTPRICE has set one ---
       9120-LOAD-CONTRACTS.
           MOVE 0 TO WS-CT-COUNT.
           OPEN INPUT CONTRACT-FILE.
           IF WS-CONTRACT-STATUS NOT = "00"
               GO TO 9120-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CONTRACT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-CT-COUNT >= 300
      *>           A contract left out would bill the customer
      *>           list price and start a dispute
                   DISPLAY "ABEND: more than 300 contract "
                       "prices - raise WS-CT-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE CP-CONTRACT-NO TO WS-CT-NO(WS-CT-COUNT)
               MOVE CP-CUST-NO     TO WS-CT-CUST(WS-CT-COUNT)
               MOVE CP-PROD-KEY    TO WS-CT-KEY(WS-CT-COUNT)
               MOVE CP-START-DATE  TO WS-CT-START(WS-CT-COUNT)
               MOVE CP-END-DATE    TO WS-CT-END(WS-CT-COUNT)
               MOVE CP-PRICE-TYPE  TO WS-CT-TYPE(WS-CT-COUNT)
               MOVE CP-UNIT-PRICE  TO WS-CT-PRICE(WS-CT-COUNT)
               MOVE CP-DISC-PCT    TO WS-CT-PCT(WS-CT-COUNT)
               IF CP-PRODUCT-LINE
                   MOVE 0 TO WS-CT-KEYLEN(WS-CT-COUNT)
                   INSPECT CP-PROD-KEY
                       TALLYING WS-CT-KEYLEN(WS-CT-COUNT)
                       FOR CHARACTERS BEFORE INITIAL SPACE
               ELSE
                   MOVE 5 TO WS-CT-KEYLEN(WS-CT-COUNT)
               END-IF
               IF WS-CT-KEYLEN(WS-CT-COUNT) = 0
      *>           A blank key would price every product
                   SUBTRACT 1 FROM WS-CT-COUNT
               END-IF
               READ CONTRACT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CONTRACT-FILE.
           MOVE "N" TO WS-EOF.
       9120-EXIT.
           CONTINUE.

      *> --- Put stock away: direct-slot write by warehouse
      *>     and bin number ---
       9800-ASSIGN-BIN.
      *> --- Move quantity between bins, across warehouses,
      *>     both sides updated and both logged ---
       9920-TRANSFER-BETWEEN-BINS.
           MOVE "N" TO WS-XFR-DONE.
           OPEN I-O BIN-FILE.
           IF NOT BIN-FS-SUCCESS
               DISPLAY "No bins assigned yet."
                   DISPLAY "Moved " WS-XFR-QTY " of "
                       WS-XFR-PROD " to warehouse "
                       WS-XFR-TO-WH " bin " WS-XFR-TO-BIN "."
                   MOVE "Y" TO WS-XFR-DONE
               NOT INVALID KEY
                   IF BIN-PROD-ID NOT = WS-XFR-PROD
                       AND BIN-QTY > 0
                           WS-XFR-PROD " to warehouse "
                           WS-XFR-TO-WH " bin "
                           WS-XFR-TO-BIN "."
                       MOVE "Y" TO WS-XFR-DONE
                   END-IF
           END-READ.
           CLOSE BIN-FILE.
           IF WS-XFR-DONE = "Y"
               PERFORM 9925-MOVE-LOTS-WITH-STOCK
           END-IF.
       9920-EXIT.
           CONTINUE.

      *> --- The lots in the source bin go with the stock,
      *>     earliest expiry first, so the lot file still
      *>     says where each lot is ---
       9925-MOVE-LOTS-WITH-STOCK.
           PERFORM 9730-LOAD-LOT-STOCK THRU 9730-EXIT.
           PERFORM 9734-START-LOT-PLAN.
           MOVE WS-XFR-QTY TO WS-LOT-REMAIN.
           MOVE WS-XFR-PROD TO WS-LOT-PROD.
           PERFORM 9927-NEXT-LOT-IN-BIN.
           PERFORM UNTIL WS-LOT-REMAIN = 0
                   OR WS-LT-IDX = 0
               PERFORM 9926-MOVE-ONE-LOT
               PERFORM 9927-NEXT-LOT-IN-BIN
           END-PERFORM.
           PERFORM 9731-REWRITE-LOT-STOCK.

      *> --- WS-LT-IDX to the earliest-expiring lot of the
      *>     product still in the source bin, zero when
      *>     none is; expired lots move too ---
       9927-NEXT-LOT-IN-BIN.
           MOVE 0 TO WS-LT-BEST-IDX.
           MOVE 99999999 TO WS-LT-BEST-EXP.
           PERFORM VARYING WS-LT-IDX2 FROM 1 BY 1
                   UNTIL WS-LT-IDX2 > WS-LT-COUNT
               IF WS-LT-PROD(WS-LT-IDX2) = WS-LOT-PROD
                   AND WS-LT-WH(WS-LT-IDX2) = WS-XFR-FROM-WH
                   AND WS-LT-BIN(WS-LT-IDX2) = WS-XFR-FROM-BIN
                   AND WS-LT-AVAIL(WS-LT-IDX2) > 0
                   IF WS-LT-EXPIRY(WS-LT-IDX2) = 0
                       MOVE 99999999 TO WS-LT-SORT-EXP
                   ELSE
                       MOVE WS-LT-EXPIRY(WS-LT-IDX2)
                           TO WS-LT-SORT-EXP
                   END-IF
                   IF WS-LT-BEST-IDX = 0
                       OR WS-LT-SORT-EXP < WS-LT-BEST-EXP
                       MOVE WS-LT-IDX2 TO WS-LT-BEST-IDX
                       MOVE WS-LT-SORT-EXP TO WS-LT-BEST-EXP
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-LT-BEST-IDX TO WS-LT-IDX.

      *> --- Part or all of one lot into the destination
      *>     bin, joining the same lot if it is already
      *>     there. WS-LT-AVAIL keeps units moved in from
      *>     being moved again ---
       9926-MOVE-ONE-LOT.
           IF WS-LT-AVAIL(WS-LT-IDX) < WS-LOT-REMAIN
               MOVE WS-LT-AVAIL(WS-LT-IDX) TO WS-LOT-TAKE
           ELSE
               MOVE WS-LOT-REMAIN TO WS-LOT-TAKE
           END-IF.
           MOVE 0 TO WS-LT-BEST-IDX.
           PERFORM VARYING WS-LT-IDX2 FROM 1 BY 1
                   UNTIL WS-LT-IDX2 > WS-LT-COUNT
               IF WS-LT-PROD(WS-LT-IDX2) = WS-LOT-PROD
                   AND WS-LT-LOT(WS-LT-IDX2) = WS-LT-LOT(WS-LT-IDX)
                   AND WS-LT-WH(WS-LT-IDX2) = WS-XFR-TO-WH
                   AND WS-LT-BIN(WS-LT-IDX2) = WS-XFR-TO-BIN
                   MOVE WS-LT-IDX2 TO WS-LT-BEST-IDX
               END-IF
           END-PERFORM.
           IF WS-LT-BEST-IDX = 0
               IF WS-LT-COUNT >= 500
                   DISPLAY "WARNING: lot table full - lot "
                       WS-LT-LOT(WS-LT-IDX)
                       " still shows in the source bin."
                   MOVE 0 TO WS-LOT-REMAIN
               ELSE
                   ADD 1 TO WS-LT-COUNT
                   MOVE WS-LT-COUNT TO WS-LT-BEST-IDX
                   MOVE WS-LT-ENTRY(WS-LT-IDX)
                       TO WS-LT-ENTRY(WS-LT-BEST-IDX)
                   MOVE WS-XFR-TO-WH
                       TO WS-LT-WH(WS-LT-BEST-IDX)
                   MOVE WS-XFR-TO-BIN
                       TO WS-LT-BIN(WS-LT-BEST-IDX)
                   MOVE 0 TO WS-LT-QTY(WS-LT-BEST-IDX)
                   MOVE 0 TO WS-LT-AVAIL(WS-LT-BEST-IDX)
               END-IF
           END-IF.
           IF WS-LT-BEST-IDX NOT = 0
               SUBTRACT WS-LOT-TAKE FROM WS-LT-QTY(WS-LT-IDX)
               SUBTRACT WS-LOT-TAKE FROM WS-LT-AVAIL(WS-LT-IDX)
               ADD WS-LOT-TAKE TO WS-LT-QTY(WS-LT-BEST-IDX)
               SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAIN
               DISPLAY "  lot " WS-LT-LOT(WS-LT-IDX) " x "
                   WS-LOT-TAKE " moved with it."
           END-IF.

      *> --- What each warehouse holds: bins in use and units ---
       9930-WAREHOUSE-SUMMARY.
           OPEN INPUT BIN-FILE.
