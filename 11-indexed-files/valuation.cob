      *>     shipments actually consumed;
      *>   - reconciles the month: opening stock plus
      *>     receipts minus sales (plus count
      *>     adjustments, returns and kit assembly or
      *>     disassembly - the components out and the
      *>     kit in, or back) must equal closing stock,
      *>     using the movement history INDEXED and
      *>     STOCKCOUNT append to;
      *>   - flags any product where the movement math
      *>     does not balance - the sign of a quantity
      *>     change that bypassed the history;
      *>   - proves the general ledger: the inventory
      *>     account (1400) as LEDGER has it on
      *>     ledger-master.dat, plus the 1400 postings
      *>     still waiting on either gl-postings.dat,
      *>     must agree with the layered FIFO total.
      *>     Run at month end it is the month's
      *>     inventory proof.
      *>
      *> The first run in a month cuts the opening
      *> snapshot (stock-snapshot-YYYYMM.dat); from
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COGS-STATUS.

      *>   The inventory account for the proof: LEDGER's
      *>   totals, and the postings not rolled up yet -
      *>   here, and where the nightly window stages them
           SELECT LEDGER-MASTER
               ASSIGN TO WS-LEDGER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT GL-FILE
               ASSIGN TO WS-GL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT INVGL-FILE
               ASSIGN TO "inventory-gl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVGL-STATUS.

       DATA DIVISION.
       FILE SECTION.

          05 CL-QTY-REMAIN     PIC 9(4).
          05 FILLER            PIC X.
          05 CL-UNIT-COST      PIC 9(5)V99.
          05 FILLER            PIC X.
          05 CL-PO-NO          PIC 9(6).
          05 FILLER            PIC X.
          05 CL-RCPT-REF       PIC X(10).

       FD COGS-FILE.
       01 COGS-RECORD.
          05 FILLER            PIC X.
          05 CG-COGS           PIC 9(9)V99.

      *> Same layout LEDGER carries the totals in
       FD LEDGER-MASTER.
       01 LEDGER-RECORD.
          05 LM-ACCT-CODE     PIC X(4).
          05 FILLER           PIC X.
          05 LM-DR-TOTAL      PIC 9(11)V99.
          05 FILLER           PIC X.
          05 LM-CR-TOTAL      PIC 9(11)V99.

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

       FD INVGL-FILE.
       01 INVENTORY-GL-RECORD.
           COPY "invgl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS    PIC XX.
           COPY "filestat.cpy".
          88 LAYERS-ON-FILE VALUE "Y".
       01 WS-DISP-COGS      PIC $Z(8),ZZ9.99.

      *>   The inventory proof against the ledger
       01 WS-LEDGER-STATUS  PIC XX.
       01 WS-GL-STATUS      PIC XX.
       01 WS-INVGL-STATUS   PIC XX.
       01 WS-LEDGER-FILENAME PIC X(40)
           VALUE "../18-batch-processing/ledger-master.dat".
       01 WS-GL-FILENAME    PIC X(39).
       01 WS-BATCH-GL-FILENAME PIC X(39)
           VALUE "../18-batch-processing/gl-postings.dat".
       01 WS-GL-INVENTORY   PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-PROOF-DIFF     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-PROOF-STATE    PIC X VALUE " ".
          88 PROOF-AGREES   VALUE "A".
          88 PROOF-FAILS    VALUE "F".
       01 WS-DISP-SIGNED    PIC $Z(9),ZZ9.99-.

      *>   Valuation arithmetic, packed like the price field
       01 WS-LINE-VALUE     PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-VALUE    PIC S9(13)V99 COMP-3 VALUE 0.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-SNAPSHOT.
           PERFORM 2000-LOAD-MONTH-MOVEMENTS THRU 2000-EXIT.
           PERFORM 3000-VALUE-AND-RECONCILE.
           PERFORM 4000-CLEANUP.
           STOP RUN.
                           WHEN "S"
                               SUBTRACT MV-QTY FROM
                                 WS-PRD-OUT(WS-PRD-MATCH-IDX)
      *>                   Count adjustments, returns and
      *>                   kit builds: signed either way
                           WHEN OTHER
                               ADD MV-QTY TO
                                 WS-PRD-ADJ(WS-PRD-MATCH-IDX)
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 3100-REPORT-ONE-PRODUCT THRU 3100-EXIT
               READ PRODUCT-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               END-STRING
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 3300-PROVE-GL-INVENTORY THRU 3300-EXIT
           ELSE
               MOVE "  (no cost layers yet - run the "
                   & "receipts pass to cut them over)"
      *>   layers at the costs they actually arrived at
           MOVE 0 TO WS-LAYER-VALUE.
           IF LAYERS-ON-FILE
               PERFORM 3150-SUM-PRODUCT-LAYERS THRU 3150-EXIT
           END-IF.
           ADD WS-LAYER-VALUE TO WS-LAYER-TOTAL.

       3150-EXIT.
           CONTINUE.

      *> --- The ledger's inventory against the layers:
      *>     LEDGER's 1400 totals plus whatever 1400
      *>     postings are still waiting for it ---
       3300-PROVE-GL-INVENTORY.
           OPEN INPUT INVGL-FILE.
           IF WS-INVGL-STATUS NOT = "00"
               MOVE "  (inventory not on the ledger yet - "
                   & "the next receipts or shipments run"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "   books the opening balance)"
                   TO RPT-LINE
               WRITE RPT-LINE
               GO TO 3300-EXIT
           END-IF.
           CLOSE INVGL-FILE.

           MOVE 0 TO WS-GL-INVENTORY.
           OPEN INPUT LEDGER-MASTER.
           IF WS-LEDGER-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ LEDGER-MASTER
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF LM-ACCT-CODE = "1400"
                       COMPUTE WS-GL-INVENTORY =
                           WS-GL-INVENTORY
                           + LM-DR-TOTAL - LM-CR-TOTAL
                   END-IF
                   READ LEDGER-MASTER
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LEDGER-MASTER
           END-IF.
           MOVE "gl-postings.dat" TO WS-GL-FILENAME.
           PERFORM 3350-ADD-PENDING-1400.
           MOVE WS-BATCH-GL-FILENAME TO WS-GL-FILENAME.
           PERFORM 3350-ADD-PENDING-1400.
           MOVE "N" TO WS-EOF.

           COMPUTE WS-PROOF-DIFF =
               WS-GL-INVENTORY - WS-LAYER-TOTAL.
           MOVE WS-GL-INVENTORY TO WS-DISP-SIGNED.
           MOVE SPACES TO WS-DETAIL.
           STRING "GL INVENTORY (1400):    " WS-DISP-SIGNED
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PROOF-DIFF TO WS-DISP-SIGNED.
           MOVE SPACES TO WS-DETAIL.
           STRING "GL LESS LAYERED COST:   " WS-DISP-SIGNED
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-PROOF-DIFF = 0
               SET PROOF-AGREES TO TRUE
               MOVE "Inventory proof: the ledger agrees with "
                   & "the FIFO valuation." TO RPT-LINE
           ELSE
               SET PROOF-FAILS TO TRUE
               MOVE "*** INVENTORY PROOF FAILS - the ledger "
                   & "does not agree with FIFO ***" TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
       3300-EXIT.
           CONTINUE.

      *> --- One postings file's 1400 entries ---
       3350-ADD-PENDING-1400.
           OPEN INPUT GL-FILE.
           IF WS-GL-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ GL-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF GL-ACCT-CODE = "1400"
                       IF GL-DR-CR = "D"
                           ADD GL-AMOUNT TO WS-GL-INVENTORY
                       ELSE
                           SUBTRACT GL-AMOUNT
                               FROM WS-GL-INVENTORY
                       END-IF
                   END-IF
                   READ GL-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GL-FILE
           END-IF.

      *> --- Close out ---
       4000-CLEANUP.
           DISPLAY "Report written to " WS-REPORT-FILENAME.
           IF PROOF-AGREES
               DISPLAY "Inventory proof: GL 1400 agrees with "
                   "the FIFO valuation."
           END-IF.
           IF PROOF-FAILS
               MOVE WS-PROOF-DIFF TO WS-DISP-SIGNED
               DISPLAY "INVENTORY PROOF FAILS: GL 1400 less "
                   "layered cost " WS-DISP-SIGNED
                   " - investigate before signing the "
                   "month off."
           END-IF.
           IF WS-BREAK-COUNT > 0
               DISPLAY "MOVEMENT BREAKS: " WS-BREAK-COUNT
                   " product(s) - investigate before "
