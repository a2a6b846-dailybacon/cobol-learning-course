       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLEN.
       AUTHOR. LEARNER.

      *> ============================================
      *> Replenishment planning
      *> ============================================
      *> The INDEXED reorder report flags anything under
      *> one fixed level, whatever it sells, and a buyer
      *> still decides every purchase order by hand. This
      *> screen plans the buying from how each product
      *> actually moves:
      *>
      *>   - each product carries a preferred supplier
      *>     with its lead time, minimum order quantity and
      *>     agreed unit cost (product-suppliers.dat, see
      *>     prodsupp.cpy), set here by a supervisor;
      *>   - the weekly planning run buckets the last
      *>     eight weeks of sales-history.dat, fits the
      *>     trend through them and projects next week's
      *>     demand. Safety stock covers the weekly swing
      *>     over the lead time (1.65 standard deviations,
      *>     about 95 weeks in 100 without a stock-out),
      *>     and the reorder point is the lead time's
      *>     forecast demand plus that safety stock;
      *>   - the stock position is what is on hand, less
      *>     what is allocated to orders, back-ordered or
      *>     still open on the order book unallocated,
      *>     plus what is already on order from suppliers.
      *>     At or under the reorder point, the run
      *>     proposes enough to reach it with a week's
      *>     forecast on top (the next run comes a week
      *>     later), never less than the supplier's
      *>     minimum;
      *>   - the proposals print grouped by supplier to
      *>     replen-plan-YYYYMMDD.txt and go to
      *>     po-suggestions.dat (see posugg.cpy);
      *>   - the buyer's accept pass walks the suppliers
      *>     once and raises each supplier's lines taken
      *>     onto purchase-orders.dat - one PO line per
      *>     product, numbered on from the PO book, at the
      *>     agreed cost, promised the lead time out.
      *>
      *> Supplier settings need the supervisor role.
      *> Settings changes and raised orders go to the
      *> operator action log.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks replen.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o replen
      *>   ./replen
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE
               ASSIGN TO "products.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               ALTERNATE RECORD KEY IS PROD-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRODSUPP-FILE
               ASSIGN TO "product-suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.

           SELECT SUPPLIER-FILE
               ASSIGN TO "suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT SALES-HISTORY
               ASSIGN TO "sales-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHIST-STATUS.

           SELECT ORDERBOOK-FILE
               ASSIGN TO "order-book.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-STATUS.

           SELECT BACKORDER-FILE
               ASSIGN TO "back-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT PO-FILE
               ASSIGN TO "purchase-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT SUGGEST-FILE
               ASSIGN TO "po-suggestions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PRODUCT-FILE.
       01 PROD-RECORD.
          05 PROD-ID        PIC X(5).
          05 PROD-NAME      PIC X(20).
          05 PROD-PRICE     PIC 9(5)V99 COMP-3.
          05 PROD-QTY       PIC 9(4).
          05 PROD-QTY-ALLOC PIC 9(4).
      *>     Units reserved to allocated-but-unshipped
      *>     sales orders; still on the shelf, not free
      *>     to promise
          05 PROD-QTY-BREAK OCCURS 3 TIMES
             INDEXED BY PQB-IDX.
             10 PQB-THRESHOLD     PIC 9(4).
             10 PQB-DISCOUNT-PCT  PIC 9V999.

       FD PRODSUPP-FILE.
       01 PRODUCT-SUPPLIER-RECORD.
           COPY "prodsupp.cpy".

       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
          05 SUP-ID            PIC X(5).
          05 FILLER            PIC X VALUE ",".
          05 SUP-NAME          PIC X(25).

       FD SALES-HISTORY.
       01 SALES-HISTORY-RECORD.
          05 SH-PROD-ID        PIC X(5).
          05 FILLER            PIC X VALUE ",".
          05 SH-QTY            PIC 9(4).
          05 FILLER            PIC X VALUE ",".
          05 SH-EXT-PRICE      PIC 9(9)V99.
          05 FILLER            PIC X VALUE ",".
          05 SH-DATE           PIC 9(8).
          05 FILLER            PIC X VALUE ",".
          05 SH-CUST-NO        PIC X(6).
          05 FILLER            PIC X VALUE ",".
          05 SH-INVOICED       PIC X.
          05 FILLER            PIC X VALUE ",".
          05 SH-INV-NO         PIC 9(6).
          05 FILLER            PIC X VALUE ",".
          05 SH-COGS           PIC 9(9)V99.
          05 FILLER            PIC X VALUE ",".
          05 SH-CONTRACT-NO    PIC 9(6).

       FD ORDERBOOK-FILE.
       01 ORDERBOOK-RECORD.
          05 OB-ORDER-NO       PIC 9(6).
          05 FILLER            PIC X VALUE ",".
          05 OB-CUST-NO        PIC X(6).
          05 FILLER            PIC X VALUE ",".
          05 OB-PROD-ID        PIC X(5).
          05 FILLER            PIC X VALUE ",".
          05 OB-QTY            PIC 9(4).
          05 FILLER            PIC X VALUE ",".
          05 OB-STATUS         PIC X.
      *>     O=Open, A=Allocated, P=Picked, S=Shipped
          05 FILLER            PIC X VALUE ",".
          05 OB-ORDER-DATE     PIC 9(8).
          05 FILLER            PIC X VALUE ",".
          05 OB-SHIP-DATE      PIC 9(8).
          05 FILLER            PIC X VALUE ",".
          05 OB-CUST-PO        PIC X(10).
          05 FILLER            PIC X VALUE ",".
          05 OB-CUST-PO-LINE   PIC 9(3).

       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
          05 BO-PROD-ID        PIC X(5).
          05 FILLER            PIC X VALUE ",".
          05 BO-QTY            PIC 9(4).
          05 FILLER            PIC X VALUE ",".
          05 BO-DATE           PIC 9(8).
          05 FILLER            PIC X VALUE ",".
          05 BO-CUST-NO        PIC X(6).

       FD PO-FILE.
       01 PO-RECORD.
          05 PO-NO             PIC 9(6).
          05 FILLER            PIC X VALUE ",".
          05 PO-SUPPLIER       PIC X(5).
          05 FILLER            PIC X VALUE ",".
          05 PO-PROD-ID        PIC X(5).
          05 FILLER            PIC X VALUE ",".
          05 PO-QTY            PIC 9(4).
          05 FILLER            PIC X VALUE ",".
          05 PO-RECEIVED       PIC 9(4).
          05 FILLER            PIC X VALUE ",".
          05 PO-UNIT-COST      PIC 9(5)V99.
          05 FILLER            PIC X VALUE ",".
          05 PO-STATUS         PIC X.
      *>     O=Open, C=Closed (line filled)
          05 FILLER            PIC X VALUE ",".
          05 PO-DATE           PIC 9(8).
          05 FILLER            PIC X VALUE ",".
          05 PO-PROMISE-DATE   PIC 9(8).

       FD SUGGEST-FILE.
       01 PO-SUGGESTION-RECORD.
           COPY "posugg.cpy".

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-PS-STATUS       PIC XX.
       01 WS-SUPPLIER-STATUS PIC XX.
       01 WS-SALESHIST-STATUS PIC XX.
       01 WS-OB-STATUS       PIC XX.
       01 WS-BACKORDER-STATUS PIC XX.
       01 WS-PO-STATUS       PIC XX.
       01 WS-SG-STATUS       PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME PIC X(34).

       01 WS-CHOICE          PIC 9.
       01 WS-CONTINUE        PIC X VALUE "Y".
          88 USER-CONTINUES  VALUE "Y" "y".
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   The preferred-supplier settings, in storage while
      *>   one is set and the file rewritten, and for the
      *>   planning run
       01 WS-PS-COUNT        PIC 9(3) VALUE 0.
       01 WS-PS-TABLE.
          05 WS-PS-ENTRY OCCURS 500 TIMES.
             10 WS-PS-PROD     PIC X(5).
             10 WS-PS-SUPP     PIC X(5).
             10 WS-PS-LEAD     PIC 9(3).
             10 WS-PS-MOQ      PIC 9(4).
             10 WS-PS-COST     PIC 9(5)V99.
             10 WS-PS-SDATE    PIC 9(8).
             10 WS-PS-SBY      PIC X(8).
       01 WS-PS-IDX          PIC 9(3).
       01 WS-PS-MATCH-IDX    PIC 9(3) VALUE 0.

      *>   The supplier master, for names and to check a
      *>   preferred supplier is one we buy from
       01 WS-SP-COUNT        PIC 9(3) VALUE 0.
       01 WS-SP-TABLE.
          05 WS-SP-ENTRY OCCURS 200 TIMES.
             10 WS-SP-ID       PIC X(5).
             10 WS-SP-NAME     PIC X(25).
       01 WS-SP-IDX          PIC 9(3).
       01 WS-SP-MATCH-IDX    PIC 9(3) VALUE 0.

      *>   One planning row per product with a preferred
      *>   supplier: the stock position, eight weeks of
      *>   sales (week 8 the latest) and what the plan makes
      *>   of them
       01 WS-PL-COUNT        PIC 9(3) VALUE 0.
       01 WS-PL-TABLE.
          05 WS-PL-ENTRY OCCURS 500 TIMES.
             10 WS-PL-PROD     PIC X(5).
             10 WS-PL-NAME     PIC X(20).
             10 WS-PL-SUPP     PIC X(5).
             10 WS-PL-LEAD     PIC 9(3).
             10 WS-PL-MOQ      PIC 9(4).
             10 WS-PL-COST     PIC 9(5)V99.
             10 WS-PL-ONHAND   PIC 9(4).
             10 WS-PL-ALLOC    PIC 9(4).
             10 WS-PL-BACKORD  PIC 9(5).
             10 WS-PL-OPENORD  PIC 9(5).
             10 WS-PL-ONORDER  PIC 9(5).
             10 WS-PL-WEEK     PIC 9(5) OCCURS 8 TIMES.
             10 WS-PL-FCST     PIC 9(5)V9.
             10 WS-PL-SAFETY   PIC 9(5).
             10 WS-PL-ROP      PIC 9(5).
             10 WS-PL-POSITION PIC S9(6).
             10 WS-PL-ORDER    PIC 9(4).
       01 WS-PL-IDX          PIC 9(3).
       01 WS-PL-MATCH-IDX    PIC 9(3) VALUE 0.
       01 WS-FIND-PROD       PIC X(5).

      *>   Products on file that no plan covers
       01 WS-NS-COUNT        PIC 9(3) VALUE 0.
       01 WS-NS-TABLE.
          05 WS-NS-PROD      PIC X(5) OCCURS 500 TIMES.
       01 WS-NS-IDX          PIC 9(3).

      *>   The forecast arithmetic
       01 WS-HISTORY-START   PIC 9(8) VALUE 0.
       01 WS-RUN-INT         PIC S9(9) COMP.
       01 WS-DAYS-AGO        PIC S9(7) VALUE 0.
       01 WS-WK              PIC 9.
       01 WS-WEEK-NO         PIC 9.
       01 WS-WEEKS-AGO       PIC 9.
       01 WS-SUM-W           PIC 9(7) VALUE 0.
       01 WS-SUM-XW          PIC S9(9)V9 VALUE 0.
       01 WS-SUM-SQ          PIC 9(11)V9999 VALUE 0.
       01 WS-MEAN            PIC 9(5)V9999 VALUE 0.
       01 WS-SLOPE           PIC S9(5)V9999 VALUE 0.
       01 WS-FCST-RAW        PIC S9(6)V9999 VALUE 0.
       01 WS-SIGMA           PIC 9(5)V9999 VALUE 0.
       01 WS-LEAD-WEEKS      PIC 9(3)V9999 VALUE 0.
       01 WS-SAFETY-RAW      PIC 9(7)V9999 VALUE 0.
       01 WS-NEED-RAW        PIC S9(7)V9999 VALUE 0.
       01 WS-ROUND-RAW       PIC 9(7)V9999 VALUE 0.
       01 WS-ROUND-WHOLE     PIC 9(7) VALUE 0.
       01 WS-SERVICE-FACTOR  PIC 9V99 VALUE 1.65.
      *>   Standard deviations of weekly demand the safety
      *>   stock covers
       01 WS-REVIEW-DAYS     PIC 9(3) VALUE 7.
      *>   Days until the next planning run

      *>   Suppliers with lines to order, in the order met -
      *>   the report and the accept pass both group by it
       01 WS-GRP-COUNT       PIC 9(3) VALUE 0.
       01 WS-GRP-TABLE.
          05 WS-GRP-SUPP     PIC X(5) OCCURS 500 TIMES.
       01 WS-GRP-IDX         PIC 9(3).
       01 WS-GRP-MATCH       PIC X VALUE "N".
          88 GRP-FOUND       VALUE "Y".
       01 WS-GRP-SUPP-NEW    PIC X(5).

      *>   The suggestions for the accept pass
       01 WS-SG-COUNT        PIC 9(3) VALUE 0.
       01 WS-SG-TABLE.
          05 WS-SG-ENTRY OCCURS 500 TIMES.
             10 WS-SG-RUN      PIC 9(8).
             10 WS-SG-SUPP     PIC X(5).
             10 WS-SG-PROD     PIC X(5).
             10 WS-SG-QTY      PIC 9(4).
             10 WS-SG-COST     PIC 9(5)V99.
             10 WS-SG-PROMISE  PIC 9(8).
             10 WS-SG-STAT     PIC X.
             10 WS-SG-PO       PIC 9(6).
       01 WS-SG-IDX          PIC 9(3).
       01 WS-SG-PROPOSED     PIC 9(3) VALUE 0.

      *>   The PO book as the accept pass finds it. INDEXED
      *>   holds at most 100 lines, so no more are raised
       01 WS-PO-LINES        PIC 9(5) VALUE 0.
       01 WS-PO-MAX-LINES    PIC 9(3) VALUE 100.
       01 WS-PO-NEXT-NO      PIC 9(6) VALUE 1.
       01 WS-GRP-LINES       PIC 9(3) VALUE 0.
       01 WS-GRP-VALUE       PIC 9(7)V99 VALUE 0.
       01 WS-LEAD-DAYS       PIC S9(5) VALUE 0.
       01 WS-RAISED-LINES    PIC 9(3) VALUE 0.
       01 WS-RAISED-FIRST    PIC 9(6) VALUE 0.

      *>   What the operator keys
       01 WS-ASK-PROD        PIC X(5).
       01 WS-ASK-SUPP        PIC X(5).
       01 WS-ASK-LEAD        PIC 9(3).
       01 WS-ASK-MOQ         PIC 9(4).
       01 WS-ASK-COST        PIC 9(5)V99.
       01 WS-ASK-CONFIRM     PIC X.

      *>   Report totals and display
       01 WS-PLANNED-CNT     PIC 9(3) VALUE 0.
       01 WS-ORDER-CNT       PIC 9(3) VALUE 0.
       01 WS-LINE-VALUE      PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-VALUE     PIC 9(9)V99 VALUE 0.
       01 WS-DISP-FCST       PIC ZZZ9.9.
       01 WS-DISP-Q4         PIC ZZZ9.
       01 WS-DISP-Q5         PIC ZZZZ9.
       01 WS-DISP-Q5B        PIC ZZZZ9.
       01 WS-DISP-Q5C        PIC ZZZZ9.
       01 WS-DISP-Q5D        PIC ZZZZ9.
       01 WS-DISP-Q5E        PIC ZZZZ9.
       01 WS-DISP-POS        PIC -(5)9.
       01 WS-DISP-LEAD       PIC ZZ9.
       01 WS-DISP-COST       PIC ZZ,ZZ9.99.
       01 WS-DISP-VALUE      PIC Z,ZZZ,ZZ9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DETAIL          PIC X(80).

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "REPLEN".
       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-OPERATOR-ROLE  PIC X.
          88 OPERATOR-IS-SUPER VALUE "S" "A".
       01 WS-SIGNON-OK      PIC X.
       01 WS-OP-ACTION      PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "OPSIGNON" USING
               BY CONTENT   WS-OP-PROGRAM
               BY REFERENCE WS-OPERATOR-ID
               BY REFERENCE WS-OPERATOR-ROLE
               BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK NOT = "Y"
               STOP RUN
           END-IF.
           PERFORM 1100-SET-BUSINESS-DATE.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           STOP RUN.

      *> --- The business date the plan is run and orders
      *>     raised on ---
       1100-SET-BUSINESS-DATE.
           ACCEPT WS-BUS-DATE-PARAM
               FROM ENVIRONMENT "BATCH_DATE".
           IF WS-BUS-DATE-PARAM = SPACES
               ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-BUS-DATE-PARAM IS NUMERIC
                   MOVE WS-BUS-DATE-PARAM TO WS-PROCESS-DATE
               ELSE
                   DISPLAY "ABEND: BATCH_DATE parameter '"
                       WS-BUS-DATE-PARAM "' is not YYYYMMDD."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> --- Every preferred-supplier setting into storage ---
       1200-LOAD-SETTINGS.
           MOVE 0 TO WS-PS-COUNT.
           OPEN INPUT PRODSUPP-FILE.
           IF WS-PS-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ PRODSUPP-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-PS-COUNT >= 500
      *>           Never load-cap and then rewrite: settings
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 500 preferred "
                       "suppliers - raise WS-PS-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PS-COUNT
               MOVE PS-PROD-ID   TO WS-PS-PROD(WS-PS-COUNT)
               MOVE PS-SUPPLIER  TO WS-PS-SUPP(WS-PS-COUNT)
               MOVE PS-LEAD-DAYS TO WS-PS-LEAD(WS-PS-COUNT)
               MOVE PS-MIN-ORDER TO WS-PS-MOQ(WS-PS-COUNT)
               MOVE PS-UNIT-COST TO WS-PS-COST(WS-PS-COUNT)
               MOVE PS-SET-DATE  TO WS-PS-SDATE(WS-PS-COUNT)
               MOVE PS-SET-BY    TO WS-PS-SBY(WS-PS-COUNT)
               READ PRODSUPP-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PRODSUPP-FILE.
       1200-EXIT.
           CONTINUE.

      *> --- The supplier master into storage ---
       1300-LOAD-SUPPLIERS.
           MOVE 0 TO WS-SP-COUNT.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUPPLIER-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ SUPPLIER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-SP-COUNT < 200
                   ADD 1 TO WS-SP-COUNT
                   MOVE SUP-ID   TO WS-SP-ID(WS-SP-COUNT)
                   MOVE SUP-NAME TO WS-SP-NAME(WS-SP-COUNT)
               END-IF
               READ SUPPLIER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-FILE.
       1300-EXIT.
           CONTINUE.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Replenishment Planning ===".
           DISPLAY "1. List preferred suppliers".
           DISPLAY "2. Set a product's preferred supplier "
               "(supervisor)".
           DISPLAY "3. Run the weekly plan".
           DISPLAY "4. Accept suggestions onto purchase orders".
           DISPLAY "5. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-LIST-SETTINGS
               WHEN 2 PERFORM 4000-SET-SUPPLIER THRU 4000-EXIT
               WHEN 3 PERFORM 5000-PLAN-RUN THRU 5000-EXIT
               WHEN 4 PERFORM 6000-ACCEPT-SUGGESTIONS
                   THRU 6000-EXIT
               WHEN 5 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- Every product's preferred supplier ---
       3000-LIST-SETTINGS.
           PERFORM 1200-LOAD-SETTINGS THRU 1200-EXIT.
           IF WS-PS-COUNT = 0
               DISPLAY "  (no preferred suppliers set - nothing "
                   "is planned)"
           ELSE
               DISPLAY "  Prod  Supp   Lead   Min       Cost  "
                   "Set      By"
           END-IF.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-COUNT
               MOVE WS-PS-LEAD(WS-PS-IDX) TO WS-DISP-LEAD
               MOVE WS-PS-MOQ(WS-PS-IDX)  TO WS-DISP-Q4
               MOVE WS-PS-COST(WS-PS-IDX) TO WS-DISP-COST
               DISPLAY "  " WS-PS-PROD(WS-PS-IDX) " "
                   WS-PS-SUPP(WS-PS-IDX) "  " WS-DISP-LEAD
                   "d  " WS-DISP-Q4 " " WS-DISP-COST "  "
                   WS-PS-SDATE(WS-PS-IDX) " "
                   WS-PS-SBY(WS-PS-IDX)
           END-PERFORM.
           MOVE WS-PS-COUNT TO WS-DISP-CNT.
           DISPLAY "Products with a preferred supplier: "
               WS-DISP-CNT.

      *> --- One product's preferred supplier, lead time,
      *>     minimum order and agreed cost ---
       4000-SET-SUPPLIER.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 1200-LOAD-SETTINGS THRU 1200-EXIT.
           PERFORM 1300-LOAD-SUPPLIERS THRU 1300-EXIT.
           DISPLAY "Product ID (blank to cancel): ".
           ACCEPT WS-ASK-PROD.
           IF WS-ASK-PROD = SPACES
               GO TO 4000-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ASK-PROD) TO WS-ASK-PROD.
           OPEN INPUT PRODUCT-FILE.
           IF NOT FS-SUCCESS
               DISPLAY "products.dat would not open: "
                   WS-FILE-STATUS
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-ASK-PROD TO PROD-ID.
           READ PRODUCT-FILE
               KEY IS PROD-ID
               INVALID KEY
                   DISPLAY "Product not found!"
                   CLOSE PRODUCT-FILE
                   GO TO 4000-EXIT
           END-READ.
           CLOSE PRODUCT-FILE.

           MOVE 0 TO WS-PS-MATCH-IDX.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-COUNT
               IF WS-PS-PROD(WS-PS-IDX) = WS-ASK-PROD
                   MOVE WS-PS-IDX TO WS-PS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-PS-MATCH-IDX = 0
               DISPLAY "  " PROD-NAME " - no preferred supplier"
           ELSE
               MOVE WS-PS-LEAD(WS-PS-MATCH-IDX) TO WS-DISP-LEAD
               MOVE WS-PS-MOQ(WS-PS-MATCH-IDX)  TO WS-DISP-Q4
               MOVE WS-PS-COST(WS-PS-MATCH-IDX) TO WS-DISP-COST
               DISPLAY "  " PROD-NAME " - "
                   WS-PS-SUPP(WS-PS-MATCH-IDX) " lead "
                   WS-DISP-LEAD "d min " WS-DISP-Q4 " cost "
                   WS-DISP-COST
           END-IF.

           DISPLAY "Preferred supplier (e.g. S0001): ".
           ACCEPT WS-ASK-SUPP.
           MOVE FUNCTION UPPER-CASE(WS-ASK-SUPP) TO WS-ASK-SUPP.
           MOVE 0 TO WS-SP-MATCH-IDX.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-ID(WS-SP-IDX) = WS-ASK-SUPP
                   MOVE WS-SP-IDX TO WS-SP-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-SP-MATCH-IDX = 0
               DISPLAY "Supplier " WS-ASK-SUPP " is not on "
                   "suppliers.dat - nothing changed."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Lead time in days: ".
           ACCEPT WS-ASK-LEAD.
           IF WS-ASK-LEAD = 0
               DISPLAY "A lead time is required - nothing "
                   "changed."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Minimum order quantity, Enter for none: ".
           ACCEPT WS-ASK-MOQ.
           DISPLAY "Agreed unit cost: ".
           ACCEPT WS-ASK-COST.
           IF WS-ASK-COST = 0
               DISPLAY "A unit cost is required - nothing "
                   "changed."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-ASK-LEAD TO WS-DISP-LEAD.
           MOVE WS-ASK-MOQ  TO WS-DISP-Q4.
           MOVE WS-ASK-COST TO WS-DISP-COST.
           DISPLAY "Buy " WS-ASK-PROD " from " WS-ASK-SUPP " "
               WS-SP-NAME(WS-SP-MATCH-IDX).
           DISPLAY "  lead " WS-DISP-LEAD "d min " WS-DISP-Q4
               " cost " WS-DISP-COST "? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 4000-EXIT
           END-IF.

           IF WS-PS-MATCH-IDX = 0
               IF WS-PS-COUNT >= 500
                   DISPLAY "Preferred supplier table full - "
                       "raise WS-PS-TABLE."
                   GO TO 4000-EXIT
               END-IF
               ADD 1 TO WS-PS-COUNT
               MOVE WS-PS-COUNT TO WS-PS-MATCH-IDX
               MOVE WS-ASK-PROD TO WS-PS-PROD(WS-PS-MATCH-IDX)
           END-IF.
           MOVE WS-ASK-SUPP     TO WS-PS-SUPP(WS-PS-MATCH-IDX).
           MOVE WS-ASK-LEAD     TO WS-PS-LEAD(WS-PS-MATCH-IDX).
           MOVE WS-ASK-MOQ      TO WS-PS-MOQ(WS-PS-MATCH-IDX).
           MOVE WS-ASK-COST     TO WS-PS-COST(WS-PS-MATCH-IDX).
           MOVE WS-PROCESS-DATE TO WS-PS-SDATE(WS-PS-MATCH-IDX).
           MOVE WS-OPERATOR-ID  TO WS-PS-SBY(WS-PS-MATCH-IDX).
           PERFORM 8000-SAVE-SETTINGS.
           DISPLAY "Product " WS-ASK-PROD " saved.".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Pref supplier " WS-ASK-PROD " " WS-ASK-SUPP
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4000-EXIT.
           CONTINUE.

      *> --- The weekly planning run: position and forecast
      *>     per product, the proposals grouped by supplier
      *>     to the report and the suggestion file ---
       5000-PLAN-RUN.
           PERFORM 1200-LOAD-SETTINGS THRU 1200-EXIT.
           IF WS-PS-COUNT = 0
               DISPLAY "No preferred suppliers set - nothing to "
                   "plan."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 1300-LOAD-SUPPLIERS THRU 1300-EXIT.
           PERFORM 5100-LOAD-PRODUCTS THRU 5100-EXIT.
           IF WS-PL-COUNT = 0
               DISPLAY "No product with a preferred supplier is "
                   "on products.dat - nothing to plan."
               GO TO 5000-EXIT
           END-IF.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE).
           COMPUTE WS-HISTORY-START =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INT - 55).
           PERFORM 5200-ADD-SALES-HISTORY THRU 5200-EXIT.
           PERFORM 5300-ADD-ORDER-BOOK THRU 5300-EXIT.
           PERFORM 5400-ADD-BACK-ORDERS THRU 5400-EXIT.
           PERFORM 5500-ADD-ON-ORDER THRU 5500-EXIT.

           MOVE 0 TO WS-ORDER-CNT.
           MOVE 0 TO WS-GRP-COUNT.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               PERFORM 5600-PLAN-ONE-PRODUCT
               IF WS-PL-ORDER(WS-PL-IDX) > 0
                   ADD 1 TO WS-ORDER-CNT
                   MOVE WS-PL-SUPP(WS-PL-IDX) TO WS-GRP-SUPP-NEW
                   PERFORM 5690-NOTE-SUPPLIER-GROUP
               END-IF
           END-PERFORM.
           MOVE WS-PL-COUNT TO WS-PLANNED-CNT.

           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING "replen-plan-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open " WS-REPORT-FILENAME
                   " - no plan written."
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT SUGGEST-FILE.
           INITIALIZE PO-SUGGESTION-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM 5700-PRINT-PLAN.
           CLOSE SUGGEST-FILE.
           CLOSE REPORT-FILE.

           MOVE WS-PLANNED-CNT TO WS-DISP-CNT.
           DISPLAY "Products planned:       " WS-DISP-CNT.
           MOVE WS-ORDER-CNT TO WS-DISP-CNT.
           DISPLAY "Purchase lines proposed: " WS-DISP-CNT.
           MOVE WS-TOTAL-VALUE TO WS-DISP-VALUE.
           DISPLAY "Value proposed:     " WS-DISP-VALUE.
           DISPLAY "See " WS-REPORT-FILENAME ".".
       5000-EXIT.
           CONTINUE.

      *> --- Every product with a preferred supplier onto the
      *>     plan, with what is on hand and allocated; the
      *>     rest noted as not planned ---
       5100-LOAD-PRODUCTS.
           MOVE 0 TO WS-PL-COUNT.
           MOVE 0 TO WS-NS-COUNT.
           OPEN INPUT PRODUCT-FILE.
           IF NOT FS-SUCCESS
               DISPLAY "products.dat would not open: "
                   WS-FILE-STATUS
               GO TO 5100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ PRODUCT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               MOVE 0 TO WS-PS-MATCH-IDX
               PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                       UNTIL WS-PS-IDX > WS-PS-COUNT
                   IF WS-PS-PROD(WS-PS-IDX) = PROD-ID
                       MOVE WS-PS-IDX TO WS-PS-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-PS-MATCH-IDX = 0
                   IF WS-NS-COUNT < 500
                       ADD 1 TO WS-NS-COUNT
                       MOVE PROD-ID TO WS-NS-PROD(WS-NS-COUNT)
                   END-IF
               ELSE
                   PERFORM 5110-ADD-PLAN-ROW
               END-IF
               READ PRODUCT-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.
       5100-EXIT.
           CONTINUE.

      *> --- One product's planning row, zeroed ---
       5110-ADD-PLAN-ROW.
           IF WS-PL-COUNT >= 500
      *>       A product left off the plan would never be
      *>       reordered and nobody would know
               DISPLAY "ABEND: more than 500 products to plan "
                   "- raise WS-PL-TABLE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PL-COUNT.
           INITIALIZE WS-PL-ENTRY(WS-PL-COUNT).
           MOVE PROD-ID        TO WS-PL-PROD(WS-PL-COUNT).
           MOVE PROD-NAME      TO WS-PL-NAME(WS-PL-COUNT).
           MOVE PROD-QTY       TO WS-PL-ONHAND(WS-PL-COUNT).
           MOVE PROD-QTY-ALLOC TO WS-PL-ALLOC(WS-PL-COUNT).
           MOVE WS-PS-SUPP(WS-PS-MATCH-IDX)
               TO WS-PL-SUPP(WS-PL-COUNT).
           MOVE WS-PS-LEAD(WS-PS-MATCH-IDX)
               TO WS-PL-LEAD(WS-PL-COUNT).
           MOVE WS-PS-MOQ(WS-PS-MATCH-IDX)
               TO WS-PL-MOQ(WS-PL-COUNT).
           MOVE WS-PS-COST(WS-PS-MATCH-IDX)
               TO WS-PL-COST(WS-PL-COUNT).

      *> --- The last eight weeks' sales into weekly buckets:
      *>     week 8 is the seven days up to the run date ---
       5200-ADD-SALES-HISTORY.
           OPEN INPUT SALES-HISTORY.
           IF WS-SALESHIST-STATUS NOT = "00"
               GO TO 5200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ SALES-HISTORY
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF SH-DATE IS NUMERIC
                   AND SH-DATE >= WS-HISTORY-START
                   AND SH-DATE <= WS-PROCESS-DATE
                   MOVE SH-PROD-ID TO WS-FIND-PROD
                   PERFORM 9000-FIND-PLAN-ROW
                   IF WS-PL-MATCH-IDX > 0
                       COMPUTE WS-DAYS-AGO = WS-RUN-INT
                           - FUNCTION INTEGER-OF-DATE(SH-DATE)
                       DIVIDE WS-DAYS-AGO BY 7
                           GIVING WS-WEEKS-AGO
                       COMPUTE WS-WEEK-NO = 8 - WS-WEEKS-AGO
                       ADD SH-QTY TO
                           WS-PL-WEEK(WS-PL-MATCH-IDX, WS-WEEK-NO)
                   END-IF
               END-IF
               READ SALES-HISTORY
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SALES-HISTORY.
       5200-EXIT.
           CONTINUE.

      *> --- Orders booked but not yet allocated: demand the
      *>     shelf has not been asked for yet ---
       5300-ADD-ORDER-BOOK.
           OPEN INPUT ORDERBOOK-FILE.
           IF WS-OB-STATUS NOT = "00"
               GO TO 5300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ ORDERBOOK-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF OB-STATUS = "O"
                   MOVE OB-PROD-ID TO WS-FIND-PROD
                   PERFORM 9000-FIND-PLAN-ROW
                   IF WS-PL-MATCH-IDX > 0
                       ADD OB-QTY TO WS-PL-OPENORD(WS-PL-MATCH-IDX)
                   END-IF
               END-IF
               READ ORDERBOOK-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE ORDERBOOK-FILE.
       5300-EXIT.
           CONTINUE.

      *> --- Customers already waiting on stock ---
       5400-ADD-BACK-ORDERS.
           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-STATUS NOT = "00"
               GO TO 5400-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ BACKORDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               MOVE BO-PROD-ID TO WS-FIND-PROD
               PERFORM 9000-FIND-PLAN-ROW
               IF WS-PL-MATCH-IDX > 0
                   ADD BO-QTY TO WS-PL-BACKORD(WS-PL-MATCH-IDX)
               END-IF
               READ BACKORDER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BACKORDER-FILE.
       5400-EXIT.
           CONTINUE.

      *> --- What open PO lines still have to deliver ---
       5500-ADD-ON-ORDER.
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS NOT = "00"
               GO TO 5500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ PO-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF PO-STATUS = "O" AND PO-QTY > PO-RECEIVED
                   MOVE PO-PROD-ID TO WS-FIND-PROD
                   PERFORM 9000-FIND-PLAN-ROW
                   IF WS-PL-MATCH-IDX > 0
                       COMPUTE WS-PL-ONORDER(WS-PL-MATCH-IDX) =
                           WS-PL-ONORDER(WS-PL-MATCH-IDX)
                           + PO-QTY - PO-RECEIVED
                   END-IF
               END-IF
               READ PO-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PO-FILE.
       5500-EXIT.
           CONTINUE.

      *> --- One product: the trend through its eight weeks,
      *>     the safety stock and reorder point over its lead
      *>     time, its position, and what to order ---
       5600-PLAN-ONE-PRODUCT.
           MOVE 0 TO WS-SUM-W.
           MOVE 0 TO WS-SUM-XW.
           PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 8
               ADD WS-PL-WEEK(WS-PL-IDX, WS-WK) TO WS-SUM-W
               COMPUTE WS-SUM-XW = WS-SUM-XW
                   + (WS-WK - 4.5) * WS-PL-WEEK(WS-PL-IDX, WS-WK)
           END-PERFORM.
           COMPUTE WS-MEAN ROUNDED = WS-SUM-W / 8.
      *>   Least-squares slope over weeks 1-8 (the x
      *>   deviations square to 42), carried on to week 9
           COMPUTE WS-SLOPE ROUNDED = WS-SUM-XW / 42.
           COMPUTE WS-FCST-RAW = WS-MEAN + WS-SLOPE * 4.5.
           IF WS-FCST-RAW < 0
               MOVE 0 TO WS-FCST-RAW
           END-IF.
           COMPUTE WS-PL-FCST(WS-PL-IDX) ROUNDED = WS-FCST-RAW.

           MOVE 0 TO WS-SUM-SQ.
           PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 8
               COMPUTE WS-SUM-SQ = WS-SUM-SQ
                   + (WS-PL-WEEK(WS-PL-IDX, WS-WK) - WS-MEAN) ** 2
           END-PERFORM.
           COMPUTE WS-SIGMA ROUNDED =
               FUNCTION SQRT(WS-SUM-SQ / 7).
           COMPUTE WS-LEAD-WEEKS ROUNDED =
               WS-PL-LEAD(WS-PL-IDX) / 7.
           COMPUTE WS-SAFETY-RAW ROUNDED =
               WS-SERVICE-FACTOR * WS-SIGMA
               * FUNCTION SQRT(WS-LEAD-WEEKS).
           MOVE WS-SAFETY-RAW TO WS-ROUND-RAW.
           PERFORM 5650-ROUND-UP.
           MOVE WS-ROUND-WHOLE TO WS-PL-SAFETY(WS-PL-IDX).
           COMPUTE WS-ROUND-RAW ROUNDED =
               WS-FCST-RAW * WS-LEAD-WEEKS + WS-SAFETY-RAW.
           PERFORM 5650-ROUND-UP.
           MOVE WS-ROUND-WHOLE TO WS-PL-ROP(WS-PL-IDX).

           COMPUTE WS-PL-POSITION(WS-PL-IDX) =
               WS-PL-ONHAND(WS-PL-IDX) - WS-PL-ALLOC(WS-PL-IDX)
               - WS-PL-BACKORD(WS-PL-IDX)
               - WS-PL-OPENORD(WS-PL-IDX)
               + WS-PL-ONORDER(WS-PL-IDX).
           MOVE 0 TO WS-PL-ORDER(WS-PL-IDX).
           IF WS-PL-POSITION(WS-PL-IDX) <= WS-PL-ROP(WS-PL-IDX)
               COMPUTE WS-NEED-RAW ROUNDED =
                   WS-PL-ROP(WS-PL-IDX)
                   + WS-FCST-RAW * WS-REVIEW-DAYS / 7
                   - WS-PL-POSITION(WS-PL-IDX)
               IF WS-NEED-RAW > 0
                   MOVE WS-NEED-RAW TO WS-ROUND-RAW
                   PERFORM 5650-ROUND-UP
                   IF WS-ROUND-WHOLE < WS-PL-MOQ(WS-PL-IDX)
                       MOVE WS-PL-MOQ(WS-PL-IDX) TO WS-ROUND-WHOLE
                   END-IF
                   IF WS-ROUND-WHOLE > 9999
                       MOVE 9999 TO WS-ROUND-WHOLE
                   END-IF
                   MOVE WS-ROUND-WHOLE TO WS-PL-ORDER(WS-PL-IDX)
               END-IF
           END-IF.

      *> --- Whole units, rounded up: part of a unit short is
      *>     still short ---
       5650-ROUND-UP.
           MOVE WS-ROUND-RAW TO WS-ROUND-WHOLE.
           IF WS-ROUND-WHOLE < WS-ROUND-RAW
               ADD 1 TO WS-ROUND-WHOLE
           END-IF.

      *> --- A supplier onto the group list the first time a
      *>     line is proposed from it ---
       5690-NOTE-SUPPLIER-GROUP.
           MOVE "N" TO WS-GRP-MATCH.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-SUPP(WS-GRP-IDX) = WS-GRP-SUPP-NEW
                   MOVE "Y" TO WS-GRP-MATCH
               END-IF
           END-PERFORM.
           IF NOT GRP-FOUND
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-SUPP-NEW TO WS-GRP-SUPP(WS-GRP-COUNT)
           END-IF.

      *> --- The plan report: each supplier's proposals, then
      *>     the products the plan could not cover ---
       5700-PRINT-PLAN.
           MOVE 0 TO WS-TOTAL-VALUE.
           MOVE "=== REPLENISHMENT PLAN ===" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Run: " WS-PROCESS-DATE
                  "   Sales weeks from: " WS-HISTORY-START
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-GRP-COUNT = 0
               MOVE "Every planned product is above its reorder "
                   & "point - nothing to buy." TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               PERFORM 5710-PRINT-ONE-SUPPLIER
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PLANNED-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "Products planned:        " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ORDER-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "Purchase lines proposed: " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOTAL-VALUE TO WS-DISP-VALUE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Value proposed:      " WS-DISP-VALUE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-NS-COUNT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "No preferred supplier - not planned:"
                   TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-NS-IDX FROM 1 BY 1
                       UNTIL WS-NS-IDX > WS-NS-COUNT
                   MOVE SPACES TO RPT-LINE
                   MOVE WS-NS-PROD(WS-NS-IDX) TO RPT-LINE(3:5)
                   WRITE RPT-LINE
               END-PERFORM
           END-IF.

      *> --- One supplier's heading, its lines, its total ---
       5710-PRINT-ONE-SUPPLIER.
           MOVE WS-GRP-SUPP(WS-GRP-IDX) TO WS-ASK-SUPP.
           PERFORM 9100-FIND-SUPPLIER.
           MOVE SPACES TO WS-DETAIL.
           IF WS-SP-MATCH-IDX = 0
               STRING "Supplier " WS-ASK-SUPP
                      "  (not on suppliers.dat)"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           ELSE
               STRING "Supplier " WS-ASK-SUPP "  "
                      WS-SP-NAME(WS-SP-MATCH-IDX)
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           END-IF.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Prod  Name           Fcst/wk Safety   ROP   "
               & "Posn  Order        Value" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-GRP-VALUE.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-ORDER(WS-PL-IDX) > 0
                   AND WS-PL-SUPP(WS-PL-IDX) = WS-ASK-SUPP
                   PERFORM 5720-PRINT-ONE-LINE
               END-IF
           END-PERFORM.
           MOVE WS-GRP-VALUE TO WS-DISP-VALUE.
           MOVE SPACES TO WS-DETAIL.
           STRING "  Supplier total" DELIMITED BY SIZE
                  WS-DISP-VALUE DELIMITED BY SIZE
               INTO WS-DETAIL
           END-STRING.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-DETAIL TO RPT-LINE(43:28).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- One proposed line: the plan's figures, how the
      *>     position was reached, and the suggestion ---
       5720-PRINT-ONE-LINE.
           COMPUTE WS-LINE-VALUE =
               WS-PL-ORDER(WS-PL-IDX) * WS-PL-COST(WS-PL-IDX).
           ADD WS-LINE-VALUE TO WS-GRP-VALUE.
           ADD WS-LINE-VALUE TO WS-TOTAL-VALUE.
           MOVE WS-PL-FCST(WS-PL-IDX)     TO WS-DISP-FCST.
           MOVE WS-PL-SAFETY(WS-PL-IDX)   TO WS-DISP-Q5.
           MOVE WS-PL-ROP(WS-PL-IDX)      TO WS-DISP-Q5B.
           MOVE WS-PL-POSITION(WS-PL-IDX) TO WS-DISP-POS.
           MOVE WS-PL-ORDER(WS-PL-IDX)    TO WS-DISP-Q4.
           MOVE WS-LINE-VALUE             TO WS-DISP-VALUE.
           MOVE SPACES TO WS-DETAIL.
           STRING "  " WS-PL-PROD(WS-PL-IDX)
                  " " WS-PL-NAME(WS-PL-IDX)(1:14)
                  "  " WS-DISP-FCST
                  "  " WS-DISP-Q5
                  " " WS-DISP-Q5B
                  " " WS-DISP-POS
                  "   " WS-DISP-Q4
                  " " WS-DISP-VALUE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PL-ONHAND(WS-PL-IDX)  TO WS-DISP-Q5.
           MOVE WS-PL-ALLOC(WS-PL-IDX)   TO WS-DISP-Q5B.
           MOVE WS-PL-BACKORD(WS-PL-IDX) TO WS-DISP-Q5C.
           MOVE WS-PL-OPENORD(WS-PL-IDX) TO WS-DISP-Q5D.
           MOVE WS-PL-ONORDER(WS-PL-IDX) TO WS-DISP-Q5E.
           MOVE SPACES TO WS-DETAIL.
           STRING "        on hand" WS-DISP-Q5
                  " alloc" WS-DISP-Q5B
                  " back-ord" WS-DISP-Q5C
                  " open" WS-DISP-Q5D
                  " on order" WS-DISP-Q5E
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-PROCESS-DATE          TO SG-RUN-DATE.
           MOVE WS-PL-SUPP(WS-PL-IDX)    TO SG-SUPPLIER.
           MOVE WS-PL-PROD(WS-PL-IDX)    TO SG-PROD-ID.
           MOVE WS-PL-ORDER(WS-PL-IDX)   TO SG-QTY.
           MOVE WS-PL-COST(WS-PL-IDX)    TO SG-UNIT-COST.
           COMPUTE SG-PROMISE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-INT + WS-PL-LEAD(WS-PL-IDX)).
           MOVE "P"                      TO SG-STATUS.
           MOVE 0                        TO SG-PO-NO.
           WRITE PO-SUGGESTION-RECORD.

      *> --- The buyer's pass: each supplier's proposed lines
      *>     shown once and raised onto the PO book, or
      *>     declined ---
       6000-ACCEPT-SUGGESTIONS.
           PERFORM 6100-LOAD-SUGGESTIONS THRU 6100-EXIT.
           IF WS-SG-PROPOSED = 0
               DISPLAY "No proposed lines waiting - run the "
                   "weekly plan first."
               GO TO 6000-EXIT
           END-IF.
           PERFORM 1300-LOAD-SUPPLIERS THRU 1300-EXIT.
           PERFORM 6200-COUNT-PO-BOOK THRU 6200-EXIT.

           MOVE 0 TO WS-GRP-COUNT.
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-COUNT
               IF WS-SG-STAT(WS-SG-IDX) = "P"
                   MOVE WS-SG-SUPP(WS-SG-IDX) TO WS-GRP-SUPP-NEW
                   PERFORM 5690-NOTE-SUPPLIER-GROUP
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-RAISED-LINES.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               PERFORM 6300-ONE-SUPPLIER THRU 6300-EXIT
           END-PERFORM.
           PERFORM 6400-REWRITE-SUGGESTIONS.
           MOVE WS-RAISED-LINES TO WS-DISP-CNT.
           DISPLAY "PO lines raised: " WS-DISP-CNT.
       6000-EXIT.
           CONTINUE.

      *> --- The suggestion file into storage ---
       6100-LOAD-SUGGESTIONS.
           MOVE 0 TO WS-SG-COUNT.
           MOVE 0 TO WS-SG-PROPOSED.
           OPEN INPUT SUGGEST-FILE.
           IF WS-SG-STATUS NOT = "00"
               GO TO 6100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ SUGGEST-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-SG-COUNT >= 500
      *>           Never load-cap and then rewrite: lines
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 500 suggested "
                       "lines - raise WS-SG-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SG-COUNT
               MOVE SG-RUN-DATE     TO WS-SG-RUN(WS-SG-COUNT)
               MOVE SG-SUPPLIER     TO WS-SG-SUPP(WS-SG-COUNT)
               MOVE SG-PROD-ID      TO WS-SG-PROD(WS-SG-COUNT)
               MOVE SG-QTY          TO WS-SG-QTY(WS-SG-COUNT)
               MOVE SG-UNIT-COST    TO WS-SG-COST(WS-SG-COUNT)
               MOVE SG-PROMISE-DATE TO WS-SG-PROMISE(WS-SG-COUNT)
               MOVE SG-STATUS       TO WS-SG-STAT(WS-SG-COUNT)
               MOVE SG-PO-NO        TO WS-SG-PO(WS-SG-COUNT)
               IF SG-PROPOSED
                   ADD 1 TO WS-SG-PROPOSED
               END-IF
               READ SUGGEST-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SUGGEST-FILE.
       6100-EXIT.
           CONTINUE.

      *> --- How full the PO book is and the next number ---
       6200-COUNT-PO-BOOK.
           MOVE 0 TO WS-PO-LINES.
           MOVE 1 TO WS-PO-NEXT-NO.
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS NOT = "00"
               GO TO 6200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ PO-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-PO-LINES
               IF PO-NO >= WS-PO-NEXT-NO
                   COMPUTE WS-PO-NEXT-NO = PO-NO + 1
               END-IF
               READ PO-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PO-FILE.
       6200-EXIT.
           CONTINUE.

      *> --- One supplier's proposed lines: shown, then raised
      *>     or declined together ---
       6300-ONE-SUPPLIER.
           MOVE WS-GRP-SUPP(WS-GRP-IDX) TO WS-ASK-SUPP.
           PERFORM 9100-FIND-SUPPLIER.
           DISPLAY SPACES.
           IF WS-SP-MATCH-IDX = 0
               DISPLAY "Supplier " WS-ASK-SUPP
           ELSE
               DISPLAY "Supplier " WS-ASK-SUPP "  "
                   WS-SP-NAME(WS-SP-MATCH-IDX)
           END-IF.
           MOVE 0 TO WS-GRP-LINES.
           MOVE 0 TO WS-GRP-VALUE.
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-COUNT
               IF WS-SG-STAT(WS-SG-IDX) = "P"
                   AND WS-SG-SUPP(WS-SG-IDX) = WS-ASK-SUPP
                   ADD 1 TO WS-GRP-LINES
                   COMPUTE WS-LINE-VALUE = WS-SG-QTY(WS-SG-IDX)
                       * WS-SG-COST(WS-SG-IDX)
                   ADD WS-LINE-VALUE TO WS-GRP-VALUE
                   MOVE WS-SG-QTY(WS-SG-IDX)  TO WS-DISP-Q4
                   MOVE WS-SG-COST(WS-SG-IDX) TO WS-DISP-COST
                   DISPLAY "  " WS-SG-PROD(WS-SG-IDX) "  qty "
                       WS-DISP-Q4 " at " WS-DISP-COST
                       "  (plan of " WS-SG-RUN(WS-SG-IDX) ")"
               END-IF
           END-PERFORM.
           MOVE WS-GRP-VALUE TO WS-DISP-VALUE.
           MOVE WS-GRP-LINES TO WS-DISP-CNT.
           DISPLAY "  " WS-DISP-CNT " line(s), value "
               WS-DISP-VALUE.
           IF WS-PO-LINES + WS-GRP-LINES > WS-PO-MAX-LINES
               DISPLAY "PO book is full - these lines stay "
                   "proposed."
               GO TO 6300-EXIT
           END-IF.
           DISPLAY "Raise these lines? (Y=Raise, N=Decline, "
               "Enter to skip): ".
           MOVE SPACE TO WS-ASK-CONFIRM.
           ACCEPT WS-ASK-CONFIRM.
           EVALUATE WS-ASK-CONFIRM
               WHEN "Y" WHEN "y"
                   PERFORM 6310-RAISE-SUPPLIER-LINES
               WHEN "N" WHEN "n"
                   PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                           UNTIL WS-SG-IDX > WS-SG-COUNT
                       IF WS-SG-STAT(WS-SG-IDX) = "P"
                           AND WS-SG-SUPP(WS-SG-IDX) = WS-ASK-SUPP
                           MOVE "D" TO WS-SG-STAT(WS-SG-IDX)
                       END-IF
                   END-PERFORM
                   DISPLAY "Declined."
               WHEN OTHER
                   DISPLAY "Left proposed."
           END-EVALUATE.
       6300-EXIT.
           CONTINUE.

      *> --- A supplier's lines onto the end of the PO book,
      *>     numbered on from the last line, promised the
      *>     lead time from today ---
       6310-RAISE-SUPPLIER-LINES.
           OPEN EXTEND PO-FILE.
           IF WS-PO-STATUS NOT = "00"
               OPEN OUTPUT PO-FILE
           END-IF.
           INITIALIZE PO-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-PO-NEXT-NO TO WS-RAISED-FIRST.
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-COUNT
               IF WS-SG-STAT(WS-SG-IDX) = "P"
                   AND WS-SG-SUPP(WS-SG-IDX) = WS-ASK-SUPP
                   PERFORM 6320-RAISE-ONE-LINE
               END-IF
           END-PERFORM.
           CLOSE PO-FILE.
           COMPUTE WS-DISP-CNT = WS-PO-NEXT-NO - WS-RAISED-FIRST.
           DISPLAY "Raised" WS-DISP-CNT " PO line(s), from PO "
               WS-RAISED-FIRST ".".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Raised POs " WS-RAISED-FIRST " " WS-ASK-SUPP
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.

      *> --- One suggestion raised as a PO line ---
       6320-RAISE-ONE-LINE.
           COMPUTE WS-LEAD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-SG-PROMISE(WS-SG-IDX))
               - FUNCTION INTEGER-OF-DATE(WS-SG-RUN(WS-SG-IDX)).
           MOVE WS-PO-NEXT-NO          TO PO-NO.
           MOVE WS-SG-SUPP(WS-SG-IDX)  TO PO-SUPPLIER.
           MOVE WS-SG-PROD(WS-SG-IDX)  TO PO-PROD-ID.
           MOVE WS-SG-QTY(WS-SG-IDX)   TO PO-QTY.
           MOVE 0                      TO PO-RECEIVED.
           MOVE WS-SG-COST(WS-SG-IDX)  TO PO-UNIT-COST.
           MOVE "O"                    TO PO-STATUS.
           MOVE WS-PROCESS-DATE        TO PO-DATE.
           COMPUTE PO-PROMISE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
               + WS-LEAD-DAYS).
           WRITE PO-RECORD.
           MOVE "A"           TO WS-SG-STAT(WS-SG-IDX).
           MOVE WS-PO-NEXT-NO TO WS-SG-PO(WS-SG-IDX).
           ADD 1 TO WS-PO-NEXT-NO.
           ADD 1 TO WS-PO-LINES.
           ADD 1 TO WS-RAISED-LINES.

      *> --- The suggestion file back with each line marked ---
       6400-REWRITE-SUGGESTIONS.
           OPEN OUTPUT SUGGEST-FILE.
           INITIALIZE PO-SUGGESTION-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-COUNT
               MOVE WS-SG-RUN(WS-SG-IDX)     TO SG-RUN-DATE
               MOVE WS-SG-SUPP(WS-SG-IDX)    TO SG-SUPPLIER
               MOVE WS-SG-PROD(WS-SG-IDX)    TO SG-PROD-ID
               MOVE WS-SG-QTY(WS-SG-IDX)     TO SG-QTY
               MOVE WS-SG-COST(WS-SG-IDX)    TO SG-UNIT-COST
               MOVE WS-SG-PROMISE(WS-SG-IDX) TO SG-PROMISE-DATE
               MOVE WS-SG-STAT(WS-SG-IDX)    TO SG-STATUS
               MOVE WS-SG-PO(WS-SG-IDX)      TO SG-PO-NO
               WRITE PO-SUGGESTION-RECORD
           END-PERFORM.
           CLOSE SUGGEST-FILE.

      *> --- The preferred-supplier file back from storage ---
       8000-SAVE-SETTINGS.
           OPEN OUTPUT PRODSUPP-FILE.
           INITIALIZE PRODUCT-SUPPLIER-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-COUNT
               MOVE WS-PS-PROD(WS-PS-IDX)  TO PS-PROD-ID
               MOVE WS-PS-SUPP(WS-PS-IDX)  TO PS-SUPPLIER
               MOVE WS-PS-LEAD(WS-PS-IDX)  TO PS-LEAD-DAYS
               MOVE WS-PS-MOQ(WS-PS-IDX)   TO PS-MIN-ORDER
               MOVE WS-PS-COST(WS-PS-IDX)  TO PS-UNIT-COST
               MOVE WS-PS-SDATE(WS-PS-IDX) TO PS-SET-DATE
               MOVE WS-PS-SBY(WS-PS-IDX)   TO PS-SET-BY
               WRITE PRODUCT-SUPPLIER-RECORD
           END-PERFORM.
           CLOSE PRODSUPP-FILE.

      *> --- The planning row for WS-FIND-PROD, or zero ---
       9000-FIND-PLAN-ROW.
           MOVE 0 TO WS-PL-MATCH-IDX.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
                      OR WS-PL-MATCH-IDX > 0
               IF WS-PL-PROD(WS-PL-IDX) = WS-FIND-PROD
                   MOVE WS-PL-IDX TO WS-PL-MATCH-IDX
               END-IF
           END-PERFORM.

      *> --- The supplier master row for WS-ASK-SUPP, or
      *>     zero ---
       9100-FIND-SUPPLIER.
           MOVE 0 TO WS-SP-MATCH-IDX.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-ID(WS-SP-IDX) = WS-ASK-SUPP
                   MOVE WS-SP-IDX TO WS-SP-MATCH-IDX
               END-IF
           END-PERFORM.
