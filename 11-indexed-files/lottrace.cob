       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTRACE.
       AUTHOR. LEARNER.

      *> ============================================
      *> Supplier recall trace
      *> ============================================
      *> When a supplier recalls a lot, two questions
      *> need answering at once: how much of it is still
      *> on the shelves, and who has the rest. Given the
      *> lot number (and the product, where two
      *> suppliers' numbering could collide), this
      *> program answers both
      *> (recall-trace-YYYYMMDD.txt):
      *>
      *>   - ON HAND: every bin still holding the lot,
      *>     from lot-stock.dat (see lotrec.cpy) - pull
      *>     these before the next pick list;
      *>   - SHIPPED: every shipment that took units of
      *>     it, from lot-shipments.dat (see lotship.cpy),
      *>     with the customer and order;
      *>   - BY CUSTOMER: the units each customer
      *>     received, one line per customer to contact.
      *>
      *> Read only.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks lottrace.cob
      *>       -o lottrace
      *>   ./lottrace
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-FILE
               ASSIGN TO "lot-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT LOTSHIP-FILE
               ASSIGN TO "lot-shipments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTSHIP-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD LOT-FILE.
       01 LOT-STOCK-RECORD.
           COPY "lotrec.cpy".

       FD LOTSHIP-FILE.
       01 LOT-SHIPMENT-RECORD.
           COPY "lotship.cpy".

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOT-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-LOTSHIP-STATUS  PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-TRACE-LOT       PIC X(10).
       01 WS-TRACE-PROD      PIC X(5).
      *>   Spaces: the lot under any product
       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-REPORT-FILENAME PIC X(30).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   The units each customer received
       01 WS-CU-COUNT        PIC 9(3) VALUE 0.
       01 WS-CU-TABLE.
          05 WS-CU-ENTRY OCCURS 300 TIMES.
             10 WS-CU-ID       PIC X(6).
             10 WS-CU-QTY      PIC 9(7).
             10 WS-CU-SHIPS    PIC 9(5).
       01 WS-IDX             PIC 9(3).
       01 WS-MATCH-IDX       PIC 9(3) VALUE 0.

       01 WS-ONHAND-QTY      PIC 9(7) VALUE 0.
       01 WS-ONHAND-VALUE    PIC 9(11)V99 VALUE 0.
       01 WS-ONHAND-LINES    PIC 9(5) VALUE 0.
       01 WS-SHIPPED-QTY     PIC 9(7) VALUE 0.
       01 WS-SHIP-LINES      PIC 9(5) VALUE 0.
       01 WS-LINE-VALUE      PIC 9(9)V99.

       01 WS-LOCATION        PIC X(5).
       01 WS-CUST-SHOWN      PIC X(9).
       01 WS-DISP-QTY        PIC Z(3)9.
       01 WS-DISP-TOTAL-QTY  PIC Z(6)9.
       01 WS-DISP-VALUE      PIC Z(8)9.99.
       01 WS-DISP-TOTAL      PIC Z(10)9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DETAIL          PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1500-PRINT-TITLE.
           PERFORM 2000-LIST-ON-HAND THRU 2000-EXIT.
           PERFORM 3000-LIST-SHIPMENTS THRU 3000-EXIT.
           PERFORM 4000-LIST-BY-CUSTOMER.
           CLOSE REPORT-FILE.
           DISPLAY "Lot " WS-TRACE-LOT ": " WS-ONHAND-QTY
               " on hand, " WS-SHIPPED-QTY " shipped to "
               WS-CU-COUNT " customer(s)."
           DISPLAY "Report written to " WS-REPORT-FILENAME.
           STOP RUN.

      *> --- Which lot is recalled ---
       1000-INITIALIZE.
           DISPLAY "=== Lot Recall Trace ===".
           DISPLAY "Lot number: " WITH NO ADVANCING.
           ACCEPT WS-TRACE-LOT.
           IF WS-TRACE-LOT = SPACES
               DISPLAY "No lot given - nothing to trace."
               STOP RUN
           END-IF.
           DISPLAY "Product ID, Enter for any: "
               WITH NO ADVANCING.
           ACCEPT WS-TRACE-PROD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           STRING "recall-trace-" DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

      *> --- Report title ---
       1500-PRINT-TITLE.
           MOVE "=================================="
               & "=================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "          LOT RECALL TRACE" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           IF WS-TRACE-PROD = SPACES
               STRING "Lot: " WS-TRACE-LOT
                      "   Product: (any)"
                      "   As of: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           ELSE
               STRING "Lot: " WS-TRACE-LOT
                      "   Product: " WS-TRACE-PROD
                      "   As of: " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           END-IF.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Every bin still holding the lot ---
       2000-LIST-ON-HAND.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "ON HAND - pull from stock:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  PROD   EXPIRY    WH/BIN  QTY  RECEIVED  "
               & "SUPPLIER REF       VALUE" TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT LOT-FILE.
           IF NOT FS-SUCCESS
               MOVE "  (no lot-stock.dat - no lots on hand)"
                   TO RPT-LINE
               WRITE RPT-LINE
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ LOT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF LT-LOT-NO = WS-TRACE-LOT
                   AND (WS-TRACE-PROD = SPACES
                   OR LT-PROD-ID = WS-TRACE-PROD)
                   PERFORM 2100-PRINT-ONE-BIN
               END-IF
               READ LOT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LOT-FILE.
           IF WS-ONHAND-LINES = 0
               MOVE "  (none left in stock)" TO RPT-LINE
               WRITE RPT-LINE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-ONHAND-QTY TO WS-DISP-TOTAL-QTY.
           MOVE WS-ONHAND-VALUE TO WS-DISP-TOTAL.
           MOVE SPACES TO WS-DETAIL.
           STRING "  On hand: " WS-DISP-TOTAL-QTY
                  " units, value " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
       2000-EXIT.
           CONTINUE.

      *> --- One bin of the lot ---
       2100-PRINT-ONE-BIN.
           ADD 1 TO WS-ONHAND-LINES.
           ADD LT-QTY TO WS-ONHAND-QTY.
           COMPUTE WS-LINE-VALUE = LT-QTY * LT-UNIT-COST.
           ADD WS-LINE-VALUE TO WS-ONHAND-VALUE.
           IF LT-WAREHOUSE = 0
               MOVE "dock" TO WS-LOCATION
           ELSE
               MOVE SPACES TO WS-LOCATION
               STRING LT-WAREHOUSE "/" LT-BIN-NO
                   DELIMITED BY SIZE INTO WS-LOCATION
               END-STRING
           END-IF.
           MOVE LT-QTY TO WS-DISP-QTY.
           MOVE WS-LINE-VALUE TO WS-DISP-VALUE.
           MOVE SPACES TO WS-DETAIL.
           STRING "  " LT-PROD-ID
                  "  " LT-EXPIRY-DATE
                  "  " WS-LOCATION
                  "  " WS-DISP-QTY
                  "  " LT-RCV-DATE
                  "  " LT-SUPPLIER-REF
                  "  " WS-DISP-VALUE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Every shipment that took units of the lot ---
       3000-LIST-SHIPMENTS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SHIPPED:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  SHIPPED   ORDER   CUSTOMER   PROD    QTY  "
               & "FROM" TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT LOTSHIP-FILE.
           IF WS-LOTSHIP-STATUS NOT = "00"
               MOVE "  (no lot-shipments.dat - nothing shipped "
                   & "by lot yet)" TO RPT-LINE
               WRITE RPT-LINE
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ LOTSHIP-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF LS-LOT-NO = WS-TRACE-LOT
                   AND (WS-TRACE-PROD = SPACES
                   OR LS-PROD-ID = WS-TRACE-PROD)
                   PERFORM 3100-PRINT-ONE-SHIPMENT
               END-IF
               READ LOTSHIP-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LOTSHIP-FILE.
           IF WS-SHIP-LINES = 0
               MOVE "  (none shipped)" TO RPT-LINE
               WRITE RPT-LINE
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-SHIPPED-QTY TO WS-DISP-TOTAL-QTY.
           MOVE WS-SHIP-LINES TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  Shipped: " WS-DISP-TOTAL-QTY
                  " units on " WS-DISP-CNT " shipment line(s)"
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
       3000-EXIT.
           CONTINUE.

      *> --- One shipment, onto its customer's total ---
       3100-PRINT-ONE-SHIPMENT.
           ADD 1 TO WS-SHIP-LINES.
           ADD LS-QTY TO WS-SHIPPED-QTY.
           IF LS-CUST-NO = SPACES
               MOVE "(counter)" TO WS-CUST-SHOWN
           ELSE
               MOVE LS-CUST-NO TO WS-CUST-SHOWN
           END-IF.
           IF LS-WAREHOUSE = 0
               MOVE "dock" TO WS-LOCATION
           ELSE
               MOVE SPACES TO WS-LOCATION
               STRING LS-WAREHOUSE "/" LS-BIN-NO
                   DELIMITED BY SIZE INTO WS-LOCATION
               END-STRING
           END-IF.
           MOVE LS-QTY TO WS-DISP-QTY.
           MOVE SPACES TO WS-DETAIL.
           STRING "  " LS-SHIP-DATE
                  "  " LS-ORDER-NO
                  "  " WS-CUST-SHOWN
                  "  " LS-PROD-ID
                  "  " WS-DISP-QTY
                  "  " WS-LOCATION
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CU-COUNT
               IF WS-CU-ID(WS-IDX) = LS-CUST-NO
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0
               IF WS-CU-COUNT >= 300
                   DISPLAY "ABEND: more than 300 customers "
                       "received the lot - raise WS-CU-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CU-COUNT
               MOVE WS-CU-COUNT TO WS-MATCH-IDX
               MOVE LS-CUST-NO TO WS-CU-ID(WS-MATCH-IDX)
               MOVE 0 TO WS-CU-QTY(WS-MATCH-IDX)
               MOVE 0 TO WS-CU-SHIPS(WS-MATCH-IDX)
           END-IF.
           ADD LS-QTY TO WS-CU-QTY(WS-MATCH-IDX).
           ADD 1 TO WS-CU-SHIPS(WS-MATCH-IDX).

      *> --- One line per customer to contact ---
       4000-LIST-BY-CUSTOMER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "BY CUSTOMER - contact for the recall:"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  CUSTOMER     UNITS   SHIPMENTS" TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CU-COUNT = 0
               MOVE "  (none)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CU-COUNT
               IF WS-CU-ID(WS-IDX) = SPACES
                   MOVE "(counter)" TO WS-CUST-SHOWN
               ELSE
                   MOVE WS-CU-ID(WS-IDX) TO WS-CUST-SHOWN
               END-IF
               MOVE WS-CU-QTY(WS-IDX) TO WS-DISP-TOTAL-QTY
               MOVE WS-CU-SHIPS(WS-IDX) TO WS-DISP-CNT
               MOVE SPACES TO WS-DETAIL
               STRING "  " WS-CUST-SHOWN
                      "  " WS-DISP-TOTAL-QTY
                      "      " WS-DISP-CNT
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
