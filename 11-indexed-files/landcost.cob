       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDCOST.
       AUTHOR. LEARNER.

      *> ============================================
      *> Landed cost allocation
      *> ============================================
      *> A receipt's cost layers carry the supplier's
      *> invoice price and nothing else, so the freight,
      *> duty and brokerage it took to land the goods
      *> never reached the FIFO valuation or the margin.
      *> This utility puts them there:
      *>
      *>   1. Enter a charge against a PO line or against
      *>      a delivery (the supplier's delivery
      *>      reference). The accepted receipt lines it
      *>      covers come off receipt-history.dat (see
      *>      rcphist.cpy) and the charge is spread over
      *>      them by value (qty x invoice cost), by
      *>      quantity, or by weight keyed per line. The
      *>      last line takes the odd cents, so the
      *>      shares always add back to the charge.
      *>      Each line's share, divided over the units it
      *>      brought in, is added to the unit cost of the
      *>      cost layer that delivery founded
      *>      (cost-layers.dat). The units that layer has
      *>      already shipped carry their part of the
      *>      share to cost of goods sold - and a layer
      *>      shipped out entirely, all of it. Inventory
      *>      (1400) and COGS (5800) are debited against
      *>      landed cost accrued (2760), once the INDEXED
      *>      menu has booked the opening inventory
      *>      balance (see invgl.cpy). Every share is kept
      *>      on landed-charges.dat (see landchg.cpy).
      *>   2. Print each receipt's invoice cost against
      *>      its landed cost - receipt line by line, with
      *>      a total per delivery - to
      *>      landed-cost-YYYYMMDD.txt.
      *>
      *> Cents the per-unit uplift cannot carry go to
      *> COGS with the shipped units.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks landcost.cob -o landcost
      *>   ./landcost
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-HISTORY
               ASSIGN TO "receipt-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPHIST-STATUS.

      *>   The receipt-cost layers INDEXED maintains
           SELECT LAYER-FILE
               ASSIGN TO "cost-layers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYER-STATUS.

           SELECT LANDED-CHARGE-FILE
               ASSIGN TO "landed-charges.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANDCHG-STATUS.

           SELECT GL-FILE
               ASSIGN TO "gl-postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT INVGL-FILE
               ASSIGN TO "inventory-gl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVGL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RECEIPT-HISTORY.
       01 RECEIPT-HISTORY-RECORD.
           COPY "rcphist.cpy".

      *> Same layer layout the INDEXED menu maintains
       FD LAYER-FILE.
       01 LAYER-RECORD.
          05 CL-PROD-ID        PIC X(5).
          05 FILLER            PIC X VALUE ",".
          05 CL-DATE           PIC 9(8).
          05 FILLER            PIC X VALUE ",".
          05 CL-QTY-REMAIN     PIC 9(4).
          05 FILLER            PIC X VALUE ",".
          05 CL-UNIT-COST      PIC 9(5)V99.
          05 FILLER            PIC X VALUE ",".
          05 CL-PO-NO          PIC 9(6).
          05 FILLER            PIC X VALUE ",".
          05 CL-RCPT-REF       PIC X(10).

       FD LANDED-CHARGE-FILE.
       01 LANDED-CHARGE-RECORD.
           COPY "landchg.cpy".

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

       FD INVGL-FILE.
       01 INVENTORY-GL-RECORD.
           COPY "invgl.cpy".

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RCPHIST-STATUS  PIC XX.
           COPY "filestat.cpy".
       01 WS-LAYER-STATUS    PIC XX.
       01 WS-LANDCHG-STATUS  PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-INVGL-STATUS    PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-REPORT-FILENAME PIC X(30).

       01 WS-CHOICE          PIC 9.
       01 WS-CONTINUE        PIC X VALUE "Y".
          88 USER-CONTINUES  VALUE "Y" "y".
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   What the charge is against
       01 WS-TARGET-TYPE     PIC X.
          88 TARGET-PO       VALUE "P" "p".
          88 TARGET-RECEIPT  VALUE "R" "r".
       01 WS-TGT-PO-NO       PIC 9(6) VALUE 0.
       01 WS-TGT-REF         PIC X(10) VALUE SPACES.

      *>   The charge itself
       01 WS-CHARGE-TYPE     PIC X.
          88 VALID-CHARGE-TYPE VALUE "F" "D" "B" "O".
       01 WS-CHARGE-AMT      PIC 9(7)V99 VALUE 0.
       01 WS-BASIS           PIC X.
          88 BY-VALUE        VALUE "V".
          88 BY-QUANTITY     VALUE "Q".
          88 BY-WEIGHT       VALUE "W".
          88 VALID-BASIS     VALUE "V" "Q" "W".
       01 WS-CONFIRM         PIC X.
          88 WANTS-POST      VALUE "Y" "y".

      *>   The accepted receipt lines the charge covers, and
      *>   each one's share
       01 WS-RL-COUNT        PIC 9(3) VALUE 0.
       01 WS-RL-TABLE.
          05 WS-RL-ENTRY OCCURS 50 TIMES.
             10 WS-RL-RCPT-DATE PIC 9(8).
             10 WS-RL-PO-NO     PIC 9(6).
             10 WS-RL-REF       PIC X(10).
             10 WS-RL-SUPP      PIC X(5).
             10 WS-RL-PROD      PIC X(5).
             10 WS-RL-QTY       PIC 9(4).
             10 WS-RL-COST      PIC 9(5)V99.
             10 WS-RL-BASIS     PIC 9(9)V99.
             10 WS-RL-ALLOC     PIC 9(7)V99.
       01 WS-RL-IDX          PIC 9(3).
       01 WS-RL-FULL         PIC X VALUE "N".
          88 TOO-MANY-LINES  VALUE "Y".
       01 WS-BASIS-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-ALLOC-SUM       PIC 9(7)V99 VALUE 0.

      *>   The cost layers in storage while the charge
      *>   raises them, oldest first
       01 WS-CL-COUNT        PIC 9(3) VALUE 0.
       01 WS-CL-TABLE.
          05 WS-CL-ENTRY OCCURS 300 TIMES.
             10 WS-CL-PROD     PIC X(5).
             10 WS-CL-DATE     PIC 9(8).
             10 WS-CL-REMAIN   PIC 9(4).
             10 WS-CL-COST     PIC 9(5)V99.
             10 WS-CL-PO-NO    PIC 9(6).
             10 WS-CL-RCPT-REF PIC X(10).
       01 WS-CL-IDX          PIC 9(3).
       01 WS-CL-MATCH        PIC 9(3) VALUE 0.
       01 WS-LAYERS-PRESENT  PIC X VALUE "N".
          88 LAYERS-ON-FILE  VALUE "Y".
       01 WS-INVGL-STATE     PIC X VALUE "N".
          88 INVENTORY-ON-GL VALUE "Y".

      *>   One line's share worked through its layer
       01 WS-UPLIFT          PIC 9(5)V99 VALUE 0.
       01 WS-TO-STOCK        PIC 9(7)V99 VALUE 0.
       01 WS-TO-COGS         PIC 9(7)V99 VALUE 0.
       01 WS-TOT-STOCK       PIC 9(9)V99 VALUE 0.
       01 WS-TOT-COGS        PIC 9(9)V99 VALUE 0.
       01 WS-GL-DESC         PIC X(20).

      *>   The charges on file, for the report
       01 WS-LC-COUNT        PIC 9(4) VALUE 0.
       01 WS-LC-TABLE.
          05 WS-LC-ENTRY OCCURS 500 TIMES.
             10 WS-LC-RCPT-DATE PIC 9(8).
             10 WS-LC-PO-NO     PIC 9(6).
             10 WS-LC-REF       PIC X(10).
             10 WS-LC-PROD      PIC X(5).
             10 WS-LC-AMOUNT    PIC 9(7)V99.
       01 WS-LC-IDX          PIC 9(4).

      *>   The report's receipt being totalled
       01 WS-FROM-DATE       PIC 9(8) VALUE 0.
       01 WS-CUR-DATE        PIC 9(8) VALUE 0.
       01 WS-CUR-REF         PIC X(10) VALUE SPACES.
       01 WS-CUR-SUPP        PIC X(5) VALUE SPACES.
       01 WS-ANY-RECEIPT     PIC X VALUE "N".
          88 RECEIPT-OPEN    VALUE "Y".
       01 WS-LN-INVOICE      PIC 9(9)V99 VALUE 0.
       01 WS-LN-CHARGES      PIC 9(9)V99 VALUE 0.
       01 WS-RC-INVOICE      PIC 9(9)V99 VALUE 0.
       01 WS-RC-CHARGES      PIC 9(9)V99 VALUE 0.
       01 WS-GT-INVOICE      PIC 9(11)V99 VALUE 0.
       01 WS-GT-CHARGES      PIC 9(11)V99 VALUE 0.
       01 WS-UPLIFT-PCT      PIC 9(5)V9 VALUE 0.
       01 WS-LINES-RPT       PIC 9(5) VALUE 0.
       01 WS-RECEIPTS-RPT    PIC 9(5) VALUE 0.

       01 WS-DISP-AMT        PIC $Z,ZZZ,ZZ9.99.
       01 WS-DISP-AMT2       PIC $Z,ZZZ,ZZ9.99.
       01 WS-DISP-AMT3       PIC $Z,ZZZ,ZZ9.99.
       01 WS-DISP-COL1       PIC ZZZ,ZZ9.99.
       01 WS-DISP-COL2       PIC ZZ,ZZ9.99.
       01 WS-DISP-COL3       PIC ZZZ,ZZ9.99.
       01 WS-DISP-UPLIFT     PIC ZZ,ZZ9.99.
       01 WS-DISP-PCT        PIC ZZ9.9.
       01 WS-DISP-QTY        PIC ZZZ9.
       01 WS-DETAIL          PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
           STRING "landed-cost-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

           PERFORM 1000-MENU
               UNTIL NOT USER-CONTINUES.
           STOP RUN.

      *> --- Enter a charge or see where the receipts
      *>     landed ---
       1000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Landed Cost ===".
           DISPLAY "1. Enter a landed-cost charge".
           DISPLAY "2. Invoice vs landed cost report".
           DISPLAY "3. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 2000-ENTER-CHARGE THRU 2000-EXIT
               WHEN 2 PERFORM 3000-INVOICE-VS-LANDED
                   THRU 3000-EXIT
               WHEN 3 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- One charge: what it is against, how much, on
      *>     what basis - then spread, layered and posted ---
       2000-ENTER-CHARGE.
           DISPLAY "Charge against a (P)O line or a (R)eceipt: "
               WITH NO ADVANCING.
           ACCEPT WS-TARGET-TYPE.
           MOVE 0 TO WS-TGT-PO-NO.
           MOVE SPACES TO WS-TGT-REF.
           EVALUATE TRUE
               WHEN TARGET-PO
                   DISPLAY "PO number: " WITH NO ADVANCING
                   ACCEPT WS-TGT-PO-NO
               WHEN TARGET-RECEIPT
                   DISPLAY "Supplier delivery reference: "
                       WITH NO ADVANCING
                   ACCEPT WS-TGT-REF
               WHEN OTHER
                   DISPLAY "Enter P or R."
                   GO TO 2000-EXIT
           END-EVALUATE.

           PERFORM 2100-LOAD-RECEIPT-LINES THRU 2100-EXIT.
           IF TOO-MANY-LINES
               DISPLAY "More than 50 receipt lines - raise "
                   "WS-RL-TABLE. Nothing charged."
               GO TO 2000-EXIT
           END-IF.
           IF WS-RL-COUNT = 0
               DISPLAY "Nothing accepted on receipt against "
                   "that yet - nothing to charge."
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Receipt lines covered:".
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               PERFORM 2150-SHOW-ONE-LINE
           END-PERFORM.

           DISPLAY "Charge type - (F)reight, (D)uty, "
               "(B)rokerage, (O)ther: " WITH NO ADVANCING.
           ACCEPT WS-CHARGE-TYPE.
           IF NOT VALID-CHARGE-TYPE
               DISPLAY "No charge type " WS-CHARGE-TYPE "."
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Charge amount: " WITH NO ADVANCING.
           ACCEPT WS-CHARGE-AMT.
           IF WS-CHARGE-AMT = 0
               DISPLAY "No amount - nothing charged."
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Allocate by (V)alue, (Q)uantity or "
               "(W)eight: " WITH NO ADVANCING.
           ACCEPT WS-BASIS.
           IF NOT VALID-BASIS
               DISPLAY "No basis " WS-BASIS "."
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-SET-BASIS.
           IF WS-BASIS-TOTAL = 0
               DISPLAY "Nothing to spread the charge by - "
                   "nothing charged."
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2300-LOAD-COST-LAYERS THRU 2300-EXIT.
           IF NOT LAYERS-ON-FILE
               DISPLAY "No cost layers yet - the INDEXED menu "
                   "cuts them over. Nothing charged."
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2400-ALLOCATE-SHARES.

           MOVE WS-CHARGE-AMT TO WS-DISP-AMT.
           DISPLAY "Spread " WS-DISP-AMT " over " WS-RL-COUNT
               " line(s) - post it? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT WANTS-POST
               DISPLAY "Not posted."
               GO TO 2000-EXIT
           END-IF.

           MOVE 0 TO WS-TOT-STOCK.
           MOVE 0 TO WS-TOT-COGS.
           OPEN EXTEND LANDED-CHARGE-FILE.
           IF WS-LANDCHG-STATUS NOT = "00"
               OPEN OUTPUT LANDED-CHARGE-FILE
           END-IF.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               PERFORM 2500-APPLY-ONE-LINE
           END-PERFORM.
           CLOSE LANDED-CHARGE-FILE.
           PERFORM 2600-REWRITE-COST-LAYERS.
           PERFORM 2700-POST-LANDED-COST THRU 2700-EXIT.

           MOVE WS-TOT-STOCK TO WS-DISP-AMT2.
           MOVE WS-TOT-COGS  TO WS-DISP-AMT3.
           DISPLAY "Onto stock on hand: " WS-DISP-AMT2.
           DISPLAY "To cost of sales:   " WS-DISP-AMT3.
           IF NOT INVENTORY-ON-GL
               DISPLAY "(Inventory not on the ledger yet - "
                   "layers raised, nothing posted.)"
           END-IF.
       2000-EXIT.
           CONTINUE.

      *> --- The accepted receipt lines on the PO line or
      *>     under the delivery reference ---
       2100-LOAD-RECEIPT-LINES.
           MOVE 0 TO WS-RL-COUNT.
           MOVE "N" TO WS-RL-FULL.
           OPEN INPUT RECEIPT-HISTORY.
           IF NOT FS-SUCCESS
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ RECEIPT-HISTORY
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF RH-ACCEPTED AND RH-QTY IS NUMERIC
                   AND RH-QTY > 0
                   IF (TARGET-PO AND RH-PO-NO IS NUMERIC
                           AND RH-PO-NO = WS-TGT-PO-NO)
                       OR (TARGET-RECEIPT
                           AND RH-SUPPLIER-REF = WS-TGT-REF)
                       PERFORM 2110-TAKE-ONE-LINE
                   END-IF
               END-IF
               READ RECEIPT-HISTORY
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-HISTORY.
           MOVE "N" TO WS-EOF.
       2100-EXIT.
           CONTINUE.

      *> --- One receipt line into the table ---
       2110-TAKE-ONE-LINE.
           IF WS-RL-COUNT >= 50
               SET TOO-MANY-LINES TO TRUE
           ELSE
               ADD 1 TO WS-RL-COUNT
               MOVE RH-RCPT-DATE
                   TO WS-RL-RCPT-DATE(WS-RL-COUNT)
               MOVE RH-PO-NO     TO WS-RL-PO-NO(WS-RL-COUNT)
               MOVE RH-SUPPLIER-REF
                   TO WS-RL-REF(WS-RL-COUNT)
               MOVE RH-SUPPLIER  TO WS-RL-SUPP(WS-RL-COUNT)
               MOVE RH-PROD-ID   TO WS-RL-PROD(WS-RL-COUNT)
               MOVE RH-QTY       TO WS-RL-QTY(WS-RL-COUNT)
               MOVE RH-UNIT-COST TO WS-RL-COST(WS-RL-COUNT)
               MOVE 0 TO WS-RL-BASIS(WS-RL-COUNT)
               MOVE 0 TO WS-RL-ALLOC(WS-RL-COUNT)
           END-IF.

      *> --- One receipt line on the screen ---
       2150-SHOW-ONE-LINE.
           COMPUTE WS-LN-INVOICE =
               WS-RL-QTY(WS-RL-IDX) * WS-RL-COST(WS-RL-IDX).
           MOVE WS-LN-INVOICE TO WS-DISP-COL1.
           DISPLAY "  " WS-RL-IDX ". " WS-RL-RCPT-DATE(WS-RL-IDX)
               " PO " WS-RL-PO-NO(WS-RL-IDX)
               " " WS-RL-REF(WS-RL-IDX)
               " " WS-RL-PROD(WS-RL-IDX)
               " qty " WS-RL-QTY(WS-RL-IDX)
               " invoice " WS-DISP-COL1.

      *> --- What each line is weighed by: its invoice
      *>     value, its units, or the weight keyed for it ---
       2200-SET-BASIS.
           MOVE 0 TO WS-BASIS-TOTAL.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               EVALUATE TRUE
                   WHEN BY-VALUE
                       COMPUTE WS-RL-BASIS(WS-RL-IDX) =
                           WS-RL-QTY(WS-RL-IDX)
                           * WS-RL-COST(WS-RL-IDX)
                   WHEN BY-QUANTITY
                       MOVE WS-RL-QTY(WS-RL-IDX)
                           TO WS-RL-BASIS(WS-RL-IDX)
                   WHEN BY-WEIGHT
                       DISPLAY "  Weight of line " WS-RL-IDX
                           " (" WS-RL-PROD(WS-RL-IDX) "): "
                           WITH NO ADVANCING
                       ACCEPT WS-RL-BASIS(WS-RL-IDX)
               END-EVALUATE
               ADD WS-RL-BASIS(WS-RL-IDX) TO WS-BASIS-TOTAL
           END-PERFORM.

      *> --- The cost layers into storage, and whether the
      *>     ledger carries inventory yet ---
       2300-LOAD-COST-LAYERS.
           MOVE 0 TO WS-CL-COUNT.
           MOVE "N" TO WS-LAYERS-PRESENT.
           MOVE "N" TO WS-INVGL-STATE.
           OPEN INPUT LAYER-FILE.
           IF WS-LAYER-STATUS NOT = "00"
               GO TO 2300-EXIT
           END-IF.
           SET LAYERS-ON-FILE TO TRUE.
           MOVE "N" TO WS-EOF.
           READ LAYER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-CL-COUNT >= 300
      *>           Never load-cap and then rewrite: layers
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 300 cost "
                       "layers - raise WS-CL-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CL-COUNT
               MOVE CL-PROD-ID    TO WS-CL-PROD(WS-CL-COUNT)
               MOVE CL-DATE       TO WS-CL-DATE(WS-CL-COUNT)
               MOVE CL-QTY-REMAIN
                   TO WS-CL-REMAIN(WS-CL-COUNT)
               MOVE CL-UNIT-COST  TO WS-CL-COST(WS-CL-COUNT)
               IF CL-PO-NO IS NUMERIC
                   MOVE CL-PO-NO  TO WS-CL-PO-NO(WS-CL-COUNT)
                   MOVE CL-RCPT-REF
                       TO WS-CL-RCPT-REF(WS-CL-COUNT)
               ELSE
                   MOVE 0      TO WS-CL-PO-NO(WS-CL-COUNT)
                   MOVE SPACES TO WS-CL-RCPT-REF(WS-CL-COUNT)
               END-IF
               READ LAYER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LAYER-FILE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVGL-FILE.
           IF WS-INVGL-STATUS = "00"
               SET INVENTORY-ON-GL TO TRUE
               CLOSE INVGL-FILE
           END-IF.
       2300-EXIT.
           CONTINUE.

      *> --- Each line's share in proportion to its basis;
      *>     the last line takes what rounding leaves ---
       2400-ALLOCATE-SHARES.
           MOVE 0 TO WS-ALLOC-SUM.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX >= WS-RL-COUNT
               COMPUTE WS-RL-ALLOC(WS-RL-IDX) =
                   WS-CHARGE-AMT * WS-RL-BASIS(WS-RL-IDX)
                   / WS-BASIS-TOTAL
               ADD WS-RL-ALLOC(WS-RL-IDX) TO WS-ALLOC-SUM
           END-PERFORM.
           COMPUTE WS-RL-ALLOC(WS-RL-COUNT) =
               WS-CHARGE-AMT - WS-ALLOC-SUM.

      *> --- One line's share onto its layer: the uplift on
      *>     every unit still on the shelf, the rest to cost
      *>     of sales with the units already shipped ---
       2500-APPLY-ONE-LINE.
           COMPUTE WS-UPLIFT =
               WS-RL-ALLOC(WS-RL-IDX) / WS-RL-QTY(WS-RL-IDX).
           MOVE 0 TO WS-CL-MATCH.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
                   OR WS-CL-MATCH > 0
               IF WS-CL-PO-NO(WS-CL-IDX) = WS-RL-PO-NO(WS-RL-IDX)
                   AND WS-CL-RCPT-REF(WS-CL-IDX)
                       = WS-RL-REF(WS-RL-IDX)
                   AND WS-CL-PROD(WS-CL-IDX)
                       = WS-RL-PROD(WS-RL-IDX)
                   AND WS-CL-DATE(WS-CL-IDX)
                       = WS-RL-RCPT-DATE(WS-RL-IDX)
                   AND WS-CL-REMAIN(WS-CL-IDX) > 0
                   MOVE WS-CL-IDX TO WS-CL-MATCH
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-TO-STOCK.
           IF WS-CL-MATCH > 0
               COMPUTE WS-TO-STOCK =
                   WS-UPLIFT * WS-CL-REMAIN(WS-CL-MATCH)
               IF WS-TO-STOCK > WS-RL-ALLOC(WS-RL-IDX)
                   MOVE WS-RL-ALLOC(WS-RL-IDX) TO WS-TO-STOCK
               END-IF
               ADD WS-UPLIFT TO WS-CL-COST(WS-CL-MATCH)
           END-IF.
           COMPUTE WS-TO-COGS =
               WS-RL-ALLOC(WS-RL-IDX) - WS-TO-STOCK.
           ADD WS-TO-STOCK TO WS-TOT-STOCK.
           ADD WS-TO-COGS  TO WS-TOT-COGS.

           INITIALIZE LANDED-CHARGE-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-PROCESS-DATE  TO LC-ENTRY-DATE.
           MOVE WS-CHARGE-TYPE   TO LC-CHARGE-TYPE.
           MOVE WS-BASIS         TO LC-BASIS.
           MOVE WS-RL-RCPT-DATE(WS-RL-IDX) TO LC-RCPT-DATE.
           MOVE WS-RL-PO-NO(WS-RL-IDX)     TO LC-PO-NO.
           MOVE WS-RL-REF(WS-RL-IDX)       TO LC-RCPT-REF.
           MOVE WS-RL-SUPP(WS-RL-IDX)      TO LC-SUPPLIER.
           MOVE WS-RL-PROD(WS-RL-IDX)      TO LC-PROD-ID.
           MOVE WS-RL-QTY(WS-RL-IDX)       TO LC-QTY.
           MOVE WS-RL-ALLOC(WS-RL-IDX)     TO LC-AMOUNT.
           MOVE WS-UPLIFT        TO LC-UNIT-UPLIFT.
           MOVE WS-TO-STOCK      TO LC-TO-STOCK.
           MOVE WS-TO-COGS       TO LC-TO-COGS.
           WRITE LANDED-CHARGE-RECORD.

           MOVE WS-RL-ALLOC(WS-RL-IDX) TO WS-DISP-COL1.
           MOVE WS-UPLIFT TO WS-DISP-UPLIFT.
           IF WS-CL-MATCH > 0
               DISPLAY "  " WS-RL-PROD(WS-RL-IDX) ": "
                   WS-DISP-COL1 " - " WS-DISP-UPLIFT
                   " a unit on " WS-CL-REMAIN(WS-CL-MATCH)
                   " on hand"
           ELSE
               DISPLAY "  " WS-RL-PROD(WS-RL-IDX) ": "
                   WS-DISP-COL1 " - all shipped, to COGS"
           END-IF.

      *> --- The layers back to disk, spent ones dropped ---
       2600-REWRITE-COST-LAYERS.
           OPEN OUTPUT LAYER-FILE.
           INITIALIZE LAYER-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-REMAIN(WS-CL-IDX) > 0
                   MOVE WS-CL-PROD(WS-CL-IDX)
                       TO CL-PROD-ID
                   MOVE WS-CL-DATE(WS-CL-IDX) TO CL-DATE
                   MOVE WS-CL-REMAIN(WS-CL-IDX)
                       TO CL-QTY-REMAIN
                   MOVE WS-CL-COST(WS-CL-IDX)
                       TO CL-UNIT-COST
                   MOVE WS-CL-PO-NO(WS-CL-IDX) TO CL-PO-NO
                   MOVE WS-CL-RCPT-REF(WS-CL-IDX)
                       TO CL-RCPT-REF
                   WRITE LAYER-RECORD
               END-IF
           END-PERFORM.
           CLOSE LAYER-FILE.

      *> --- The charge onto the ledger: stock on hand and
      *>     cost of sales up, landed cost accrued until the
      *>     carrier's or broker's bill is paid ---
       2700-POST-LANDED-COST.
           IF NOT INVENTORY-ON-GL
               GO TO 2700-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-CHARGE-TYPE = "F"
                   MOVE "Landed freight" TO WS-GL-DESC
               WHEN WS-CHARGE-TYPE = "D"
                   MOVE "Landed duty" TO WS-GL-DESC
               WHEN WS-CHARGE-TYPE = "B"
                   MOVE "Landed brokerage" TO WS-GL-DESC
               WHEN OTHER
                   MOVE "Landed cost" TO WS-GL-DESC
           END-EVALUATE.
           OPEN EXTEND GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               OPEN OUTPUT GL-FILE
           END-IF.
           INITIALIZE GL-POSTING-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-PROCESS-DATE TO GL-POST-DATE.
           MOVE "LANDCOST"      TO GL-SOURCE.
           MOVE WS-GL-DESC      TO GL-DESC.
           MOVE SPACES          TO GL-COST-CENTER.
           IF WS-TOT-STOCK > 0
               MOVE "1400"       TO GL-ACCT-CODE
               MOVE "D"          TO GL-DR-CR
               MOVE WS-TOT-STOCK TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
           END-IF.
           IF WS-TOT-COGS > 0
               MOVE "5800"       TO GL-ACCT-CODE
               MOVE "D"          TO GL-DR-CR
               MOVE WS-TOT-COGS  TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
           END-IF.
           MOVE "2760"          TO GL-ACCT-CODE.
           MOVE "C"             TO GL-DR-CR.
           MOVE WS-CHARGE-AMT   TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           CLOSE GL-FILE.
       2700-EXIT.
           CONTINUE.

      *> --- Every accepted receipt line from the date
      *>     asked, invoice cost against landed cost, with
      *>     a total each time the delivery changes ---
       3000-INVOICE-VS-LANDED.
           DISPLAY "Receipts from (YYYYMMDD), Enter for all: "
               WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           OPEN INPUT RECEIPT-HISTORY.
           IF NOT FS-SUCCESS
               DISPLAY "No receipt-history.dat - nothing "
                   "received yet."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LOAD-CHARGES THRU 3100-EXIT.
           OPEN OUTPUT REPORT-FILE.
           MOVE 0 TO WS-GT-INVOICE.
           MOVE 0 TO WS-GT-CHARGES.
           MOVE 0 TO WS-LINES-RPT.
           MOVE 0 TO WS-RECEIPTS-RPT.
           MOVE "N" TO WS-ANY-RECEIPT.

           MOVE "=== INVOICE VS LANDED COST ===" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Run: " WS-PROCESS-DATE
                  "   Receipts from: " WS-FROM-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Received Reference  PO     Prod   Qty    "
               & "Invoice   Charges     Landed   Up%"
               TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "N" TO WS-EOF.
           READ RECEIPT-HISTORY
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF RH-ACCEPTED AND RH-RCPT-DATE >= WS-FROM-DATE
                   PERFORM 3200-ONE-RECEIPT-LINE
               END-IF
               READ RECEIPT-HISTORY
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-HISTORY.
           MOVE "N" TO WS-EOF.
           IF RECEIPT-OPEN
               PERFORM 3300-RECEIPT-TOTAL
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GT-INVOICE TO WS-DISP-AMT.
           MOVE WS-GT-CHARGES TO WS-DISP-AMT2.
           COMPUTE WS-DISP-AMT3 = WS-GT-INVOICE + WS-GT-CHARGES.
           MOVE SPACES TO WS-DETAIL.
           STRING "Invoice cost:   " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Landed charges: " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Landed cost:    " WS-DISP-AMT3
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "Receipts reported:  " WS-RECEIPTS-RPT.
           DISPLAY "Lines reported:     " WS-LINES-RPT.
           DISPLAY "Invoice cost:       " WS-DISP-AMT.
           DISPLAY "Landed charges:     " WS-DISP-AMT2.
           DISPLAY "See " WS-REPORT-FILENAME ".".
       3000-EXIT.
           CONTINUE.

      *> --- Every share ever allocated, to be matched back
      *>     to its receipt line ---
       3100-LOAD-CHARGES.
           MOVE 0 TO WS-LC-COUNT.
           OPEN INPUT LANDED-CHARGE-FILE.
           IF WS-LANDCHG-STATUS NOT = "00"
               GO TO 3100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ LANDED-CHARGE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-LC-COUNT >= 500
      *>           A short table would understate the landed
      *>           cost without a word
                   DISPLAY "ABEND: more than 500 landed-cost "
                       "shares - raise WS-LC-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LC-COUNT
               MOVE LC-RCPT-DATE TO WS-LC-RCPT-DATE(WS-LC-COUNT)
               MOVE LC-PO-NO     TO WS-LC-PO-NO(WS-LC-COUNT)
               MOVE LC-RCPT-REF  TO WS-LC-REF(WS-LC-COUNT)
               MOVE LC-PROD-ID   TO WS-LC-PROD(WS-LC-COUNT)
               MOVE LC-AMOUNT    TO WS-LC-AMOUNT(WS-LC-COUNT)
               READ LANDED-CHARGE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LANDED-CHARGE-FILE.
           MOVE "N" TO WS-EOF.
       3100-EXIT.
           CONTINUE.

      *> --- One receipt line: what the supplier billed,
      *>     what landing it added ---
       3200-ONE-RECEIPT-LINE.
           IF RECEIPT-OPEN
               AND (RH-RCPT-DATE NOT = WS-CUR-DATE
                   OR RH-SUPPLIER-REF NOT = WS-CUR-REF
                   OR RH-SUPPLIER NOT = WS-CUR-SUPP)
               PERFORM 3300-RECEIPT-TOTAL
           END-IF.
           IF NOT RECEIPT-OPEN
               SET RECEIPT-OPEN TO TRUE
               MOVE RH-RCPT-DATE    TO WS-CUR-DATE
               MOVE RH-SUPPLIER-REF TO WS-CUR-REF
               MOVE RH-SUPPLIER     TO WS-CUR-SUPP
               MOVE 0 TO WS-RC-INVOICE
               MOVE 0 TO WS-RC-CHARGES
               ADD 1 TO WS-RECEIPTS-RPT
           END-IF.
           COMPUTE WS-LN-INVOICE = RH-QTY * RH-UNIT-COST.
           MOVE 0 TO WS-LN-CHARGES.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > WS-LC-COUNT
               IF WS-LC-RCPT-DATE(WS-LC-IDX) = RH-RCPT-DATE
                   AND WS-LC-PO-NO(WS-LC-IDX) = RH-PO-NO
                   AND WS-LC-REF(WS-LC-IDX) = RH-SUPPLIER-REF
                   AND WS-LC-PROD(WS-LC-IDX) = RH-PROD-ID
                   ADD WS-LC-AMOUNT(WS-LC-IDX) TO WS-LN-CHARGES
               END-IF
           END-PERFORM.
           ADD WS-LN-INVOICE TO WS-RC-INVOICE.
           ADD WS-LN-CHARGES TO WS-RC-CHARGES.
           ADD WS-LN-INVOICE TO WS-GT-INVOICE.
           ADD WS-LN-CHARGES TO WS-GT-CHARGES.
           ADD 1 TO WS-LINES-RPT.

           MOVE RH-QTY TO WS-DISP-QTY.
           MOVE WS-LN-INVOICE TO WS-DISP-COL1.
           MOVE WS-LN-CHARGES TO WS-DISP-COL2.
           COMPUTE WS-DISP-COL3 = WS-LN-INVOICE + WS-LN-CHARGES.
           MOVE 0 TO WS-UPLIFT-PCT.
           IF WS-LN-INVOICE > 0
               COMPUTE WS-UPLIFT-PCT ROUNDED =
                   WS-LN-CHARGES * 100 / WS-LN-INVOICE
           END-IF.
           MOVE WS-UPLIFT-PCT TO WS-DISP-PCT.
           MOVE SPACES TO WS-DETAIL.
           STRING RH-RCPT-DATE " " RH-SUPPLIER-REF
                  " " RH-PO-NO " " RH-PROD-ID
                  " " WS-DISP-QTY " " WS-DISP-COL1
                  " " WS-DISP-COL2 " " WS-DISP-COL3
                  " " WS-DISP-PCT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- The delivery's total beneath its lines ---
       3300-RECEIPT-TOTAL.
           MOVE WS-RC-INVOICE TO WS-DISP-COL1.
           MOVE WS-RC-CHARGES TO WS-DISP-COL2.
           COMPUTE WS-DISP-COL3 = WS-RC-INVOICE + WS-RC-CHARGES.
           MOVE 0 TO WS-UPLIFT-PCT.
           IF WS-RC-INVOICE > 0
               COMPUTE WS-UPLIFT-PCT ROUNDED =
                   WS-RC-CHARGES * 100 / WS-RC-INVOICE
           END-IF.
           MOVE WS-UPLIFT-PCT TO WS-DISP-PCT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  Receipt total  " WS-CUR-SUPP
                  "                " WS-DISP-COL1
                  " " WS-DISP-COL2 " " WS-DISP-COL3
                  " " WS-DISP-PCT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "N" TO WS-ANY-RECEIPT.
