       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGINRPT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Monthly gross margin report
      *> ============================================
      *> SALESRPT ranks revenue and VALUATION totals the
      *> cost of sales, but neither says who or what
      *> actually makes money. This monthly report puts
      *> the two side by side for every sale of the
      *> month: the revenue 9960-LOG-SALE wrote to
      *> sales-history.dat, against the FIFO cost the
      *> same shipment consumed (stamped on the line as
      *> SH-COGS - the figure cogs-history.dat carries,
      *> which the report ties back to). It prints
      *> (margin-report-YYYYMM.txt):
      *>
      *>   - revenue, cost, gross margin and margin
      *>     percent by product and by trade customer,
      *>     best margin first; counter sales (no
      *>     customer) on a line of their own;
      *>   - the same by salesperson, on the rules in
      *>     commission-rates.dat - a sale counts for
      *>     every salesperson COMMCALC would pay on it,
      *>     so that section need not add to the total;
      *>   - any product or customer under the target
      *>     margin flagged BELOW TARGET;
      *>   - every line of the month sold below cost.
      *>
      *> Returns ARCREDIT credited in the month come off
      *> revenue, and good stock back on the shelf comes
      *> off cost at what it shipped at - damaged stock
      *> went to scrap and stays a cost.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks marginrpt.cob
      *>       -o marginrpt
      *>   ./marginrpt
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY
               ASSIGN TO "sales-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

      *>   What the month's shipments cost, for the tie-out
           SELECT COGS-FILE
               ASSIGN TO "cogs-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COGS-STATUS.

           SELECT RETURN-FILE
               ASSIGN TO "return-auths.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

      *>   Who sold what - COMMCALC's rules, read only
           SELECT RATES-FILE
               ASSIGN TO "commission-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Same history layout 9960-LOG-SALE appends
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
      *>     The invoice that billed it; zero until billed
          05 FILLER            PIC X VALUE ",".
          05 SH-COGS           PIC 9(9)V99.
          05 FILLER            PIC X VALUE ",".
          05 SH-CONTRACT-NO    PIC 9(6).
      *>     What the units cost, at the layers the
      *>     shipment consumed

      *> Same COGS layout the shipment appends
       FD COGS-FILE.
       01 COGS-RECORD.
          05 CG-DATE           PIC 9(8).
          05 FILLER            PIC X.
          05 CG-PROD-ID        PIC X(5).
          05 FILLER            PIC X.
          05 CG-QTY            PIC 9(4).
          05 FILLER            PIC X.
          05 CG-COGS           PIC 9(9)V99.

       FD RETURN-FILE.
       01 RETURN-AUTH-RECORD.
           COPY "rtnrec.cpy".

      *> Same rule layout COMMCALC keeps
       FD RATES-FILE.
       01 RATES-RECORD.
          05 CR-EMP-ID        PIC X(4).
          05 FILLER           PIC X.
          05 CR-PROD-PREFIX   PIC X(5).
          05 FILLER           PIC X.
          05 CR-PCT           PIC 9(2)V99.

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SALES-STATUS    PIC XX.
           COPY "filestat.cpy".
       01 WS-COGS-STATUS     PIC XX.
       01 WS-RTN-STATUS      PIC XX.
       01 WS-RATES-STATUS    PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-MARGIN-MONTH     PIC 9(6) VALUE 0.
       01 WS-TODAY-DATE       PIC 9(8).
       01 WS-REPORT-FILENAME  PIC X(25).
       01 WS-TARGET-PCT       PIC 9(2)V99 VALUE 0.
      *>   Products and customers under it are flagged

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   One sale or return on its way into the totals;
      *>   a return carries negative amounts
       01 WS-LN-PROD         PIC X(5).
       01 WS-LN-CUST         PIC X(6).
       01 WS-LN-REVENUE      PIC S9(9)V99.
       01 WS-LN-COST         PIC S9(9)V99.

      *>   Revenue and cost per product, then per trade
      *>   customer, then ranked by margin
       01 WS-PR-COUNT        PIC 9(3) VALUE 0.
       01 WS-PR-TABLE.
          05 WS-PR-ENTRY OCCURS 200 TIMES.
             10 WS-PR-ID       PIC X(6).
             10 WS-PR-REVENUE  PIC S9(11)V99.
             10 WS-PR-COST     PIC S9(11)V99.
       01 WS-CU-COUNT        PIC 9(3) VALUE 0.
       01 WS-CU-TABLE.
          05 WS-CU-ENTRY OCCURS 300 TIMES.
             10 WS-CU-ID       PIC X(6).
             10 WS-CU-REVENUE  PIC S9(11)V99.
             10 WS-CU-COST     PIC S9(11)V99.
       01 WS-SWAP-ENTRY.
          05 WS-SWP-ID        PIC X(6).
          05 WS-SWP-REVENUE   PIC S9(11)V99.
          05 WS-SWP-COST      PIC S9(11)V99.
       01 WS-IDX             PIC 9(3).
       01 WS-IDX2            PIC 9(3).
       01 WS-MATCH-IDX       PIC 9(3) VALUE 0.
       01 WS-MARGIN-A        PIC S9(11)V99.
       01 WS-MARGIN-B        PIC S9(11)V99.

      *>   COMMCALC's rules, each pointing at its
      *>   salesperson's row; a salesperson with two rules
      *>   that both cover a sale is credited it once
       01 WS-CR-COUNT        PIC 9(2) VALUE 0.
       01 WS-CR-TABLE.
          05 WS-CR-ENTRY OCCURS 20 TIMES.
             10 WS-CR-PREFIX   PIC X(5).
             10 WS-CR-LEN      PIC 9.
             10 WS-CR-SP-IDX   PIC 9(2).
       01 WS-CR-IDX          PIC 9(2).
       01 WS-PFX-LEN         PIC 9.
       01 WS-SP-COUNT        PIC 9(2) VALUE 0.
       01 WS-SP-TABLE.
          05 WS-SP-ENTRY OCCURS 20 TIMES.
             10 WS-SP-EMP      PIC X(4).
             10 WS-SP-REVENUE  PIC S9(11)V99.
             10 WS-SP-COST     PIC S9(11)V99.
             10 WS-SP-HIT      PIC X.
       01 WS-SP-IDX          PIC 9(2).

      *>   Counter sales, the month's totals, the tie-out
       01 WS-CTR-REVENUE     PIC S9(11)V99 VALUE 0.
       01 WS-CTR-COST        PIC S9(11)V99 VALUE 0.
       01 WS-TOT-REVENUE     PIC S9(11)V99 VALUE 0.
       01 WS-TOT-COST        PIC S9(11)V99 VALUE 0.
       01 WS-SALES-COST      PIC S9(11)V99 VALUE 0.
       01 WS-CG-COST         PIC S9(11)V99 VALUE 0.
       01 WS-TIE-DIFF        PIC S9(11)V99 VALUE 0.
       01 WS-RTN-REVENUE     PIC S9(11)V99 VALUE 0.
       01 WS-RTN-COST        PIC S9(11)V99 VALUE 0.
       01 WS-SALE-LINES      PIC 9(5) VALUE 0.
       01 WS-RTN-LINES       PIC 9(5) VALUE 0.
       01 WS-UNCOSTED        PIC 9(5) VALUE 0.
       01 WS-BELOW-COST      PIC 9(5) VALUE 0.
       01 WS-FLAGGED         PIC 9(5) VALUE 0.

      *>   One row's margin percent and flag, as printed
       01 WS-ROW-REVENUE     PIC S9(11)V99.
       01 WS-ROW-COST        PIC S9(11)V99.
       01 WS-ROW-MARGIN      PIC S9(11)V99.
       01 WS-ROW-PCT         PIC S9(4)V9.
       01 WS-ROW-FLAG        PIC X(12).
       01 WS-ROW-LABEL       PIC X(17).

       01 WS-DISP-A          PIC Z(8)9.99-.
       01 WS-DISP-B          PIC Z(8)9.99-.
       01 WS-DISP-C          PIC Z(8)9.99-.
       01 WS-DISP-PCT        PIC ZZZ9.9-.
       01 WS-DISP-TARGET     PIC Z9.99.
       01 WS-DISP-QTY        PIC Z(3)9.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DETAIL          PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1200-LOAD-SALESPEOPLE THRU 1200-EXIT.
           PERFORM 2000-WORK-THE-MONTH.
           PERFORM 2500-NET-THE-RETURNS THRU 2500-EXIT.
           PERFORM 2800-TIE-TO-COGS.
           PERFORM 3000-RANK-BY-MARGIN.
           PERFORM 4000-PRINT-REPORT.
           STOP RUN.

      *> --- Which month, and the margin to beat ---
       1000-INITIALIZE.
           DISPLAY "=== Gross Margin Report ===".
           DISPLAY "Month to report (YYYYMM), Enter for "
               "current: " WITH NO ADVANCING.
           ACCEPT WS-MARGIN-MONTH.
           IF WS-MARGIN-MONTH = 0
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE(1:6) TO WS-MARGIN-MONTH
           END-IF.
           DISPLAY "Target margin percent, Enter for 25: "
               WITH NO ADVANCING.
           ACCEPT WS-TARGET-PCT.
           IF WS-TARGET-PCT = 0
               MOVE 25 TO WS-TARGET-PCT
           END-IF.
           STRING "margin-report-" DELIMITED BY SIZE
                   WS-MARGIN-MONTH DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

      *> --- COMMCALC's rules, one row per salesperson they
      *>     name; no rules file means no salesperson
      *>     section, not a failed report ---
       1200-LOAD-SALESPEOPLE.
           OPEN INPUT RATES-FILE.
           IF WS-RATES-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ RATES-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-CR-COUNT < 20
                   ADD 1 TO WS-CR-COUNT
                   MOVE CR-PROD-PREFIX
                       TO WS-CR-PREFIX(WS-CR-COUNT)
                   COMPUTE WS-PFX-LEN =
                       FUNCTION LENGTH(FUNCTION TRIM(
                           CR-PROD-PREFIX TRAILING))
                   IF WS-PFX-LEN = 0
                       MOVE 1 TO WS-PFX-LEN
                   END-IF
                   MOVE WS-PFX-LEN TO WS-CR-LEN(WS-CR-COUNT)
                   PERFORM 1250-FIND-SALESPERSON
                   MOVE WS-SP-IDX TO WS-CR-SP-IDX(WS-CR-COUNT)
               END-IF
               READ RATES-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RATES-FILE.
       1200-EXIT.
           CONTINUE.

      *> --- The rule's salesperson's row, added on first
      *>     sight ---
       1250-FIND-SALESPERSON.
           MOVE 0 TO WS-SP-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SP-COUNT
               IF WS-SP-EMP(WS-IDX) = CR-EMP-ID
                   MOVE WS-IDX TO WS-SP-IDX
               END-IF
           END-PERFORM.
           IF WS-SP-IDX = 0
               ADD 1 TO WS-SP-COUNT
               MOVE WS-SP-COUNT TO WS-SP-IDX
               MOVE CR-EMP-ID TO WS-SP-EMP(WS-SP-IDX)
               MOVE 0 TO WS-SP-REVENUE(WS-SP-IDX)
               MOVE 0 TO WS-SP-COST(WS-SP-IDX)
           END-IF.

      *> --- Every sale of the month, at what it sold for
      *>     and what it cost ---
       2000-WORK-THE-MONTH.
           OPEN INPUT SALES-HISTORY.
           IF NOT FS-SUCCESS
               DISPLAY "No sales-history.dat - nothing sold."
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ SALES-HISTORY
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF SH-DATE(1:6) = WS-MARGIN-MONTH
                   PERFORM 2100-TAKE-ONE-SALE
               END-IF
               READ SALES-HISTORY
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SALES-HISTORY.

      *> --- One history line; a line from before shipments
      *>     were costed carries no cost and is counted so
      *>     the report can say its margin is overstated ---
       2100-TAKE-ONE-SALE.
           ADD 1 TO WS-SALE-LINES.
           MOVE SH-PROD-ID   TO WS-LN-PROD.
           MOVE SH-CUST-NO   TO WS-LN-CUST.
           MOVE SH-EXT-PRICE TO WS-LN-REVENUE.
           IF SH-COGS IS NUMERIC
               MOVE SH-COGS TO WS-LN-COST
           ELSE
               MOVE 0 TO WS-LN-COST
           END-IF.
           IF WS-LN-COST = 0
               ADD 1 TO WS-UNCOSTED
           END-IF.
           IF WS-LN-COST > WS-LN-REVENUE
               ADD 1 TO WS-BELOW-COST
           END-IF.
           ADD WS-LN-COST TO WS-SALES-COST.
           PERFORM 2200-ADD-TO-TOTALS THRU 2200-EXIT.

      *> --- One line into its product's, its customer's
      *>     (or the counter's) and its salespeople's rows ---
       2200-ADD-TO-TOTALS.
           ADD WS-LN-REVENUE TO WS-TOT-REVENUE.
           ADD WS-LN-COST    TO WS-TOT-COST.

           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PR-COUNT
               IF WS-PR-ID(WS-IDX) = WS-LN-PROD
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0
               IF WS-PR-COUNT >= 200
      *>           A product left off would misstate the margin
                   DISPLAY "ABEND: more than 200 products sold "
                       "- raise WS-PR-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PR-COUNT
               MOVE WS-PR-COUNT TO WS-MATCH-IDX
               MOVE WS-LN-PROD TO WS-PR-ID(WS-MATCH-IDX)
               MOVE 0 TO WS-PR-REVENUE(WS-MATCH-IDX)
               MOVE 0 TO WS-PR-COST(WS-MATCH-IDX)
           END-IF.
           ADD WS-LN-REVENUE TO WS-PR-REVENUE(WS-MATCH-IDX).
           ADD WS-LN-COST    TO WS-PR-COST(WS-MATCH-IDX).

           PERFORM 2250-CREDIT-SALESPEOPLE.

           IF WS-LN-CUST = SPACES
               ADD WS-LN-REVENUE TO WS-CTR-REVENUE
               ADD WS-LN-COST    TO WS-CTR-COST
               GO TO 2200-EXIT
           END-IF.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CU-COUNT
               IF WS-CU-ID(WS-IDX) = WS-LN-CUST
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0
               IF WS-CU-COUNT >= 300
                   DISPLAY "ABEND: more than 300 trade customers "
                       "- raise WS-CU-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CU-COUNT
               MOVE WS-CU-COUNT TO WS-MATCH-IDX
               MOVE WS-LN-CUST TO WS-CU-ID(WS-MATCH-IDX)
               MOVE 0 TO WS-CU-REVENUE(WS-MATCH-IDX)
               MOVE 0 TO WS-CU-COST(WS-MATCH-IDX)
           END-IF.
           ADD WS-LN-REVENUE TO WS-CU-REVENUE(WS-MATCH-IDX).
           ADD WS-LN-COST    TO WS-CU-COST(WS-MATCH-IDX).
       2200-EXIT.
           CONTINUE.

      *> --- Every salesperson with a rule covering the
      *>     product, once each ---
       2250-CREDIT-SALESPEOPLE.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               MOVE "N" TO WS-SP-HIT(WS-SP-IDX)
           END-PERFORM.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               MOVE WS-CR-LEN(WS-CR-IDX) TO WS-PFX-LEN
               IF WS-LN-PROD(1:WS-PFX-LEN)
                   = WS-CR-PREFIX(WS-CR-IDX)(1:WS-PFX-LEN)
                   MOVE "Y"
                       TO WS-SP-HIT(WS-CR-SP-IDX(WS-CR-IDX))
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-HIT(WS-SP-IDX) = "Y"
                   ADD WS-LN-REVENUE TO WS-SP-REVENUE(WS-SP-IDX)
                   ADD WS-LN-COST    TO WS-SP-COST(WS-SP-IDX)
               END-IF
           END-PERFORM.

      *> --- Returns credited in the month: the credit off
      *>     revenue, and good stock back off cost at the
      *>     cost it shipped at ---
       2500-NET-THE-RETURNS.
           OPEN INPUT RETURN-FILE.
           IF WS-RTN-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ RETURN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF RT-CREDITED
                   AND RT-CM-DATE(1:6) = WS-MARGIN-MONTH
                   ADD 1 TO WS-RTN-LINES
                   MOVE RT-PROD-ID TO WS-LN-PROD
                   MOVE RT-CUST-NO TO WS-LN-CUST
                   COMPUTE WS-LN-REVENUE = 0 - RT-CREDIT-AMT
                   MOVE 0 TO WS-LN-COST
                   IF RT-CONDITION = "G"
                       COMPUTE WS-LN-COST =
                           0 - RT-QTY * RT-UNIT-COST
                   END-IF
                   ADD WS-LN-REVENUE TO WS-RTN-REVENUE
                   ADD WS-LN-COST    TO WS-RTN-COST
                   PERFORM 2200-ADD-TO-TOTALS THRU 2200-EXIT
               END-IF
               READ RETURN-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RETURN-FILE.
       2500-EXIT.
           CONTINUE.

      *> --- The month's cost of sales as cogs-history.dat
      *>     has it; it should agree with the cost stamped on
      *>     the sales lines ---
       2800-TIE-TO-COGS.
           OPEN INPUT COGS-FILE.
           IF WS-COGS-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ COGS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF CG-DATE(1:6) = WS-MARGIN-MONTH
                       ADD CG-COGS TO WS-CG-COST
                   END-IF
                   READ COGS-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COGS-FILE
           END-IF.
           COMPUTE WS-TIE-DIFF = WS-SALES-COST - WS-CG-COST.

      *> --- Products and customers, best margin first ---
       3000-RANK-BY-MARGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-PR-COUNT
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-PR-COUNT - WS-IDX
                   COMPUTE WS-MARGIN-A =
                       WS-PR-REVENUE(WS-IDX2)
                       - WS-PR-COST(WS-IDX2)
                   COMPUTE WS-MARGIN-B =
                       WS-PR-REVENUE(WS-IDX2 + 1)
                       - WS-PR-COST(WS-IDX2 + 1)
                   IF WS-MARGIN-B > WS-MARGIN-A
                       MOVE WS-PR-ENTRY(WS-IDX2) TO WS-SWAP-ENTRY
                       MOVE WS-PR-ENTRY(WS-IDX2 + 1)
                           TO WS-PR-ENTRY(WS-IDX2)
                       MOVE WS-SWAP-ENTRY
                           TO WS-PR-ENTRY(WS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-CU-COUNT
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-CU-COUNT - WS-IDX
                   COMPUTE WS-MARGIN-A =
                       WS-CU-REVENUE(WS-IDX2)
                       - WS-CU-COST(WS-IDX2)
                   COMPUTE WS-MARGIN-B =
                       WS-CU-REVENUE(WS-IDX2 + 1)
                       - WS-CU-COST(WS-IDX2 + 1)
                   IF WS-MARGIN-B > WS-MARGIN-A
                       MOVE WS-CU-ENTRY(WS-IDX2) TO WS-SWAP-ENTRY
                       MOVE WS-CU-ENTRY(WS-IDX2 + 1)
                           TO WS-CU-ENTRY(WS-IDX2)
                       MOVE WS-SWAP-ENTRY
                           TO WS-CU-ENTRY(WS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> --- The report ---
       4000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================="
               & "=================================="
               & "============"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "          GROSS MARGIN REPORT" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TARGET-PCT TO WS-DISP-TARGET.
           MOVE SPACES TO WS-DETAIL.
           STRING "Month: " WS-MARGIN-MONTH
                  "   Target margin: " WS-DISP-TARGET "%"
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "BY PRODUCT:" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 4900-PRINT-HEADINGS.
           IF WS-PR-COUNT = 0
               MOVE "  (nothing sold in the month)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PR-COUNT
               MOVE WS-PR-ID(WS-IDX)      TO WS-ROW-LABEL
               MOVE WS-PR-REVENUE(WS-IDX) TO WS-ROW-REVENUE
               MOVE WS-PR-COST(WS-IDX)    TO WS-ROW-COST
               PERFORM 4800-PRINT-ONE-ROW
               IF WS-ROW-FLAG NOT = SPACES
                   ADD 1 TO WS-FLAGGED
               END-IF
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "BY TRADE CUSTOMER:" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 4900-PRINT-HEADINGS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CU-COUNT
               MOVE WS-CU-ID(WS-IDX)      TO WS-ROW-LABEL
               MOVE WS-CU-REVENUE(WS-IDX) TO WS-ROW-REVENUE
               MOVE WS-CU-COST(WS-IDX)    TO WS-ROW-COST
               PERFORM 4800-PRINT-ONE-ROW
               IF WS-ROW-FLAG NOT = SPACES
                   ADD 1 TO WS-FLAGGED
               END-IF
           END-PERFORM.
           IF WS-CTR-REVENUE NOT = 0 OR WS-CTR-COST NOT = 0
               MOVE "(counter sales)" TO WS-ROW-LABEL
               MOVE WS-CTR-REVENUE TO WS-ROW-REVENUE
               MOVE WS-CTR-COST    TO WS-ROW-COST
               PERFORM 4800-PRINT-ONE-ROW
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "BY SALESPERSON (as commission-rates.dat "
               & "credits them):" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 4900-PRINT-HEADINGS.
           IF WS-SP-COUNT = 0
               MOVE "  (no commission-rates.dat - run COMMCALC "
                   & "once to seed it)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               MOVE WS-SP-EMP(WS-SP-IDX)     TO WS-ROW-LABEL
               MOVE WS-SP-REVENUE(WS-SP-IDX) TO WS-ROW-REVENUE
               MOVE WS-SP-COST(WS-SP-IDX)    TO WS-ROW-COST
               PERFORM 4800-PRINT-ONE-ROW
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 4900-PRINT-HEADINGS.
           MOVE "MONTH TOTAL" TO WS-ROW-LABEL.
           MOVE WS-TOT-REVENUE TO WS-ROW-REVENUE.
           MOVE WS-TOT-COST    TO WS-ROW-COST.
           PERFORM 4800-PRINT-ONE-ROW.
           MOVE WS-RTN-REVENUE TO WS-DISP-A.
           MOVE WS-RTN-COST    TO WS-DISP-B.
           MOVE WS-RTN-LINES   TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  includes " WS-DISP-CNT " return(s) "
                  "credited: revenue" WS-DISP-A
                  " cost" WS-DISP-B
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 4500-PRINT-BELOW-COST THRU 4500-EXIT.
           PERFORM 4600-PRINT-TIE-OUT.
           CLOSE REPORT-FILE.

           MOVE WS-TOT-REVENUE TO WS-DISP-A.
           COMPUTE WS-ROW-MARGIN = WS-TOT-REVENUE - WS-TOT-COST.
           MOVE WS-ROW-MARGIN TO WS-DISP-B.
           DISPLAY "Month " WS-MARGIN-MONTH ": revenue "
               WS-DISP-A " gross margin " WS-DISP-B.
           IF WS-FLAGGED > 0
               MOVE WS-FLAGGED TO WS-DISP-CNT
               DISPLAY WS-DISP-CNT " product(s)/customer(s) "
                   "below the target margin."
           END-IF.
           IF WS-BELOW-COST > 0
               MOVE WS-BELOW-COST TO WS-DISP-CNT
               DISPLAY WS-DISP-CNT " line(s) sold below cost."
           END-IF.
           DISPLAY "See " WS-REPORT-FILENAME ".".

      *> --- Every line of the month that sold for less
      *>     than it cost ---
       4500-PRINT-BELOW-COST.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SOLD BELOW COST:" TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-BELOW-COST = 0
               MOVE "  (none)" TO RPT-LINE
               WRITE RPT-LINE
               GO TO 4500-EXIT
           END-IF.
           MOVE "  Date     Product Customer Qty     Revenue"
               & "         Cost         Loss" TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT SALES-HISTORY.
           MOVE "N" TO WS-EOF.
           READ SALES-HISTORY
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF SH-DATE(1:6) = WS-MARGIN-MONTH
                   AND SH-COGS IS NUMERIC
                   AND SH-COGS > SH-EXT-PRICE
                   MOVE SH-QTY       TO WS-DISP-QTY
                   MOVE SH-EXT-PRICE TO WS-DISP-A
                   MOVE SH-COGS      TO WS-DISP-B
                   COMPUTE WS-ROW-MARGIN = SH-COGS - SH-EXT-PRICE
                   MOVE WS-ROW-MARGIN TO WS-DISP-C
                   MOVE SPACES TO RPT-LINE
                   STRING "  " SH-DATE " " SH-PROD-ID "   "
                          SH-CUST-NO "  " WS-DISP-QTY
                          WS-DISP-A WS-DISP-B WS-DISP-C
                       DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               END-IF
               READ SALES-HISTORY
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SALES-HISTORY.
       4500-EXIT.
           CONTINUE.

      *> --- The cost on the sales lines against
      *>     cogs-history.dat, and lines never costed ---
       4600-PRINT-TIE-OUT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SALES-COST TO WS-DISP-A.
           MOVE SPACES TO WS-DETAIL.
           STRING "Cost on the month's sales lines:  " WS-DISP-A
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CG-COST TO WS-DISP-A.
           MOVE SPACES TO WS-DETAIL.
           STRING "Cost per cogs-history.dat:        " WS-DISP-A
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-TIE-DIFF NOT = 0
               MOVE WS-TIE-DIFF TO WS-DISP-A
               MOVE SPACES TO WS-DETAIL
               STRING "*** COST DOES NOT TIE - difference "
                      WS-DISP-A " ***"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "WARNING: sales-line cost does not tie "
                   "to cogs-history.dat - see the report."
           END-IF.
           IF WS-UNCOSTED > 0
               MOVE WS-UNCOSTED TO WS-DISP-CNT
               MOVE SPACES TO WS-DETAIL
               STRING WS-DISP-CNT " of the month's "
                      "line(s) carry no cost - their margin "
                      "is overstated"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *> --- One row: revenue, cost, margin, margin percent,
      *>     and the flag when it misses the target. No
      *>     revenue to measure against flags any loss ---
       4800-PRINT-ONE-ROW.
           COMPUTE WS-ROW-MARGIN = WS-ROW-REVENUE - WS-ROW-COST.
           MOVE SPACES TO WS-ROW-FLAG.
           IF WS-ROW-REVENUE > 0
               COMPUTE WS-ROW-PCT ROUNDED =
                   WS-ROW-MARGIN * 100 / WS-ROW-REVENUE
                   ON SIZE ERROR MOVE -999.9 TO WS-ROW-PCT
               END-COMPUTE
               IF WS-ROW-PCT < WS-TARGET-PCT
                   MOVE "BELOW TARGET" TO WS-ROW-FLAG
               END-IF
           ELSE
               MOVE 0 TO WS-ROW-PCT
               IF WS-ROW-MARGIN < 0
                   MOVE "BELOW TARGET" TO WS-ROW-FLAG
               END-IF
           END-IF.
           MOVE WS-ROW-REVENUE TO WS-DISP-A.
           MOVE WS-ROW-COST    TO WS-DISP-B.
           MOVE WS-ROW-MARGIN  TO WS-DISP-C.
           MOVE WS-ROW-PCT     TO WS-DISP-PCT.
           MOVE SPACES TO RPT-LINE.
           STRING "  " WS-ROW-LABEL WS-DISP-A WS-DISP-B
                  WS-DISP-C " " WS-DISP-PCT " " WS-ROW-FLAG
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.

      *> --- Column headings for a section ---
       4900-PRINT-HEADINGS.
           MOVE "                        Revenue         Cost"
               & "       Margin      %" TO RPT-LINE.
           WRITE RPT-LINE.
