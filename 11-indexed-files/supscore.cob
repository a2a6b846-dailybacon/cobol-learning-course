       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPSCORE.
       AUTHOR. LEARNER.

      *> ============================================
      *> Quarterly supplier performance scorecard
      *> ============================================
      *> Purchasing's view of how each supplier on
      *> suppliers.dat actually performed over a
      *> calendar quarter, from the receipts the INDEXED
      *> menu judged (receipt-history.dat, see
      *> rcphist.cpy) and the PO book
      *> (purchase-orders.dat):
      *>
      *>   - on-time delivery: accepted deliveries that
      *>     arrived on or before the PO line's promised
      *>     date, of those that had one;
      *>   - fill rate: units received of units ordered on
      *>     the PO lines due in the quarter (promised date,
      *>     else the PO date) - lines not yet due are left
      *>     out;
      *>   - reject rate: deliveries bounced at the dock,
      *>     of all the supplier's deliveries;
      *>   - price variance: what the accepted deliveries
      *>     were charged at against the PO's agreed unit
      *>     cost, plus meaning we paid more.
      *>
      *> The overall score weights the four (on-time 40,
      *> fill 30, rejects 20, price 10 - price scores nil
      *> at 10% off the PO either way); a measure with
      *> nothing to go on drops out and the rest are
      *> re-weighted. The prior quarter is scored the same
      *> way for the trend, and any supplier under the
      *> review threshold is flagged. Printed to
      *> supplier-scorecard-YYYYQ.txt.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks supscore.cob -o supscore
      *>   ./supscore
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE
               ASSIGN TO "suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT PO-FILE
               ASSIGN TO "purchase-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT RECEIPT-HISTORY
               ASSIGN TO "receipt-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPHIST-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Same supplier master the INDEXED menu seeds
       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
          05 SUP-ID            PIC X(5).
          05 FILLER            PIC X.
          05 SUP-NAME          PIC X(25).

      *> Same PO layout the INDEXED menu keeps
       FD PO-FILE.
       01 PO-RECORD.
          05 PO-NO             PIC 9(6).
          05 FILLER            PIC X.
          05 PO-SUPPLIER       PIC X(5).
          05 FILLER            PIC X.
          05 PO-PROD-ID        PIC X(5).
          05 FILLER            PIC X.
          05 PO-QTY            PIC 9(4).
          05 FILLER            PIC X.
          05 PO-RECEIVED       PIC 9(4).
          05 FILLER            PIC X.
          05 PO-UNIT-COST      PIC 9(5)V99.
          05 FILLER            PIC X.
          05 PO-STATUS         PIC X.
          05 FILLER            PIC X.
          05 PO-DATE           PIC 9(8).
          05 FILLER            PIC X.
          05 PO-PROMISE-DATE   PIC 9(8).

       FD RECEIPT-HISTORY.
       01 RECEIPT-HISTORY-RECORD.
           COPY "rcphist.cpy".

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SUPPLIER-STATUS PIC XX.
           COPY "filestat.cpy".
       01 WS-PO-STATUS       PIC XX.
       01 WS-RCPHIST-STATUS  PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-REPORT-FILENAME PIC X(28).

      *>   The quarter scored and the one before it, as
      *>   YYYYQ
       01 WS-SCORE-QTR       PIC 9(5) VALUE 0.
       01 WS-SCORE-QTR-R REDEFINES WS-SCORE-QTR.
          05 WS-SCORE-YEAR    PIC 9(4).
          05 WS-SCORE-Q       PIC 9.
       01 WS-PRIOR-QTR       PIC 9(5) VALUE 0.
       01 WS-PRIOR-QTR-R REDEFINES WS-PRIOR-QTR.
          05 WS-PRIOR-YEAR    PIC 9(4).
          05 WS-PRIOR-Q       PIC 9.

      *>   A date's quarter, for 1500-QUARTER-OF-DATE
       01 WS-Q-DATE          PIC 9(8).
       01 WS-Q-DATE-R REDEFINES WS-Q-DATE.
          05 WS-Q-YEAR        PIC 9(4).
          05 WS-Q-MONTH       PIC 9(2).
          05 WS-Q-DAY         PIC 9(2).
       01 WS-Q-KEY           PIC 9(5).
       01 WS-PERIOD          PIC 9.
      *>   1=The quarter scored, 2=The prior quarter,
      *>   0=Neither

      *>   The weights, and the score under which purchasing
      *>   reviews the supplier
       01 WS-WT-ONTIME       PIC 9(3) VALUE 40.
       01 WS-WT-FILL         PIC 9(3) VALUE 30.
       01 WS-WT-REJECT       PIC 9(3) VALUE 20.
       01 WS-WT-PRICE        PIC 9(3) VALUE 10.
       01 WS-THRESHOLD       PIC 9(3) VALUE 0.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Each supplier's raw counts for the two quarters,
      *>   then the measures worked from them
       01 WS-SC-COUNT        PIC 9(3) VALUE 0.
       01 WS-SC-TABLE.
          05 WS-SC-ENTRY OCCURS 100 TIMES.
             10 WS-SC-ID       PIC X(5).
             10 WS-SC-NAME     PIC X(25).
             10 WS-SC-QTR OCCURS 2 TIMES.
                15 WS-SC-RCPTS    PIC 9(5).
                15 WS-SC-REJECTS  PIC 9(5).
                15 WS-SC-DUE      PIC 9(5).
                15 WS-SC-ONTIME   PIC 9(5).
                15 WS-SC-ORDERED  PIC 9(7).
                15 WS-SC-FILLED   PIC 9(7).
                15 WS-SC-AGREED   PIC 9(11)V99.
                15 WS-SC-CHARGED  PIC 9(11)V99.
                15 WS-SC-ONTIME-PCT PIC 9(3)V9.
                15 WS-SC-FILL-PCT   PIC 9(3)V9.
                15 WS-SC-REJ-PCT    PIC 9(3)V9.
                15 WS-SC-VAR-PCT    PIC S9(5)V9.
                15 WS-SC-SCORE      PIC 9(3)V9.
                15 WS-SC-SCORED     PIC X.
       01 WS-SC-IDX          PIC 9(3).
       01 WS-MATCH-IDX       PIC 9(3) VALUE 0.
       01 WS-FIND-ID         PIC X(5).
       01 WS-P               PIC 9.

      *>   One quarter's score being worked
       01 WS-SCORE-SUM       PIC 9(7)V99.
       01 WS-WEIGHT-SUM      PIC 9(3).
       01 WS-PRICE-SCORE     PIC S9(5)V99.
       01 WS-DUE-DATE        PIC 9(8).
       01 WS-FILL-QTY        PIC 9(4).

       01 WS-SCORED-CNT      PIC 9(3) VALUE 0.
       01 WS-FLAGGED-CNT     PIC 9(3) VALUE 0.
       01 WS-UNSCORED-RCPTS  PIC 9(5) VALUE 0.
       01 WS-TREND           PIC S9(3)V9.

       01 WS-DISP-ONTIME     PIC X(7).
       01 WS-DISP-FILL       PIC X(7).
       01 WS-DISP-REJ        PIC X(7).
       01 WS-DISP-VAR        PIC X(8).
       01 WS-DISP-SCORE      PIC X(6).
       01 WS-DISP-PRIOR      PIC X(6).
       01 WS-DISP-TREND      PIC X(6).
       01 WS-DISP-PCT        PIC ZZ9.9.
       01 WS-DISP-SPCT       PIC +++9.9.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-CNT2       PIC Z(4)9.
       01 WS-DISP-UNITS      PIC Z(6)9.
       01 WS-DISP-UNITS2     PIC Z(6)9.
       01 WS-DISP-THRESH     PIC ZZ9.
       01 WS-DISP-WT-1       PIC ZZ9.
       01 WS-DISP-WT-2       PIC ZZ9.
       01 WS-DISP-WT-3       PIC ZZ9.
       01 WS-DISP-WT-4       PIC ZZ9.
       01 WS-DETAIL          PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-SUPPLIERS.
           PERFORM 2000-TAKE-RECEIPTS THRU 2000-EXIT.
           PERFORM 2500-TAKE-PO-LINES THRU 2500-EXIT.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               MOVE 1 TO WS-P
               PERFORM 3000-SCORE-ONE-QUARTER
               MOVE 2 TO WS-P
               PERFORM 3000-SCORE-ONE-QUARTER
           END-PERFORM.
           PERFORM 4000-PRINT-REPORT.
           STOP RUN.

      *> --- Which quarter, and the score to review under.
      *>     The default is the last quarter to have
      *>     closed ---
       1000-INITIALIZE.
           DISPLAY "=== Supplier Scorecard ===".
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Quarter to score (YYYYQ), Enter for the "
               "last closed: " WITH NO ADVANCING.
           ACCEPT WS-SCORE-QTR.
           IF WS-SCORE-QTR NOT = 0
               AND (WS-SCORE-Q < 1 OR WS-SCORE-Q > 4)
               DISPLAY "No quarter " WS-SCORE-Q
                   " - scoring the last closed one."
               MOVE 0 TO WS-SCORE-QTR
           END-IF.
           IF WS-SCORE-QTR = 0
               MOVE WS-TODAY-DATE TO WS-Q-DATE
               PERFORM 1500-QUARTER-OF-DATE
               MOVE WS-Q-KEY TO WS-SCORE-QTR
               PERFORM 1600-QUARTER-BEFORE
               MOVE WS-PRIOR-QTR TO WS-SCORE-QTR
           END-IF.
           PERFORM 1600-QUARTER-BEFORE.
           DISPLAY "Review any supplier scoring under, Enter "
               "for 80: " WITH NO ADVANCING.
           ACCEPT WS-THRESHOLD.
           IF WS-THRESHOLD = 0
               MOVE 80 TO WS-THRESHOLD
           END-IF.
           STRING "supplier-scorecard-" DELIMITED BY SIZE
                   WS-SCORE-QTR DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

      *> --- Every supplier on the master gets a row, scored
      *>     or not ---
       1100-LOAD-SUPPLIERS.
           OPEN INPUT SUPPLIER-FILE.
           IF NOT FS-SUCCESS
               DISPLAY "No suppliers.dat - the INDEXED menu's "
                   "goods receipts seed it."
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ SUPPLIER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               MOVE SUP-ID TO WS-FIND-ID
               PERFORM 1200-FIND-SUPPLIER
               MOVE SUP-NAME TO WS-SC-NAME(WS-MATCH-IDX)
               READ SUPPLIER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-FILE.

      *> --- The supplier's row, started on first sight - a
      *>     supplier on a PO but not the master still
      *>     gets scored ---
       1200-FIND-SUPPLIER.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-ID(WS-SC-IDX) = WS-FIND-ID
                   MOVE WS-SC-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0
               IF WS-SC-COUNT >= 100
      *>           A supplier left off would go unscored
                   DISPLAY "ABEND: more than 100 suppliers - "
                       "raise WS-SC-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SC-COUNT
               MOVE WS-SC-COUNT TO WS-MATCH-IDX
               INITIALIZE WS-SC-ENTRY(WS-MATCH-IDX)
               MOVE WS-FIND-ID TO WS-SC-ID(WS-MATCH-IDX)
               MOVE "(not on master)"
                   TO WS-SC-NAME(WS-MATCH-IDX)
           END-IF.

      *> --- WS-Q-DATE's quarter into WS-Q-KEY, and which of
      *>     the two being scored it is ---
       1500-QUARTER-OF-DATE.
           COMPUTE WS-Q-KEY =
               WS-Q-YEAR * 10 + (WS-Q-MONTH + 2) / 3.
           EVALUATE WS-Q-KEY
               WHEN WS-SCORE-QTR MOVE 1 TO WS-PERIOD
               WHEN WS-PRIOR-QTR MOVE 2 TO WS-PERIOD
               WHEN OTHER        MOVE 0 TO WS-PERIOD
           END-EVALUATE.

      *> --- The quarter before WS-SCORE-QTR ---
       1600-QUARTER-BEFORE.
           IF WS-SCORE-Q = 1
               COMPUTE WS-PRIOR-YEAR = WS-SCORE-YEAR - 1
               MOVE 4 TO WS-PRIOR-Q
           ELSE
               MOVE WS-SCORE-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-Q = WS-SCORE-Q - 1
           END-IF.

      *> --- Every delivery of the two quarters: bounced or
      *>     kept, and if kept whether on time and at what
      *>     price ---
       2000-TAKE-RECEIPTS.
           OPEN INPUT RECEIPT-HISTORY.
           IF WS-RCPHIST-STATUS NOT = "00"
               DISPLAY "No receipt-history.dat yet - scoring "
                   "fill rate only."
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ RECEIPT-HISTORY
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               MOVE RH-RCPT-DATE TO WS-Q-DATE
               PERFORM 1500-QUARTER-OF-DATE
               IF WS-PERIOD > 0
                   IF RH-SUPPLIER = SPACES
                       ADD 1 TO WS-UNSCORED-RCPTS
                   ELSE
                       PERFORM 2100-TAKE-ONE-RECEIPT
                   END-IF
               END-IF
               READ RECEIPT-HISTORY
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-HISTORY.
       2000-EXIT.
           CONTINUE.

       2100-TAKE-ONE-RECEIPT.
           MOVE RH-SUPPLIER TO WS-FIND-ID.
           PERFORM 1200-FIND-SUPPLIER.
           MOVE WS-PERIOD TO WS-P.
           ADD 1 TO WS-SC-RCPTS(WS-MATCH-IDX, WS-P).
           IF RH-REJECTED
               ADD 1 TO WS-SC-REJECTS(WS-MATCH-IDX, WS-P)
           ELSE
               IF RH-PROMISE-DATE > 0
                   ADD 1 TO WS-SC-DUE(WS-MATCH-IDX, WS-P)
                   IF RH-RCPT-DATE NOT > RH-PROMISE-DATE
                       ADD 1 TO WS-SC-ONTIME(WS-MATCH-IDX, WS-P)
                   END-IF
               END-IF
               IF RH-PO-COST > 0
                   COMPUTE WS-SC-AGREED(WS-MATCH-IDX, WS-P) =
                       WS-SC-AGREED(WS-MATCH-IDX, WS-P)
                       + RH-QTY * RH-PO-COST
                   COMPUTE WS-SC-CHARGED(WS-MATCH-IDX, WS-P) =
                       WS-SC-CHARGED(WS-MATCH-IDX, WS-P)
                       + RH-QTY * RH-UNIT-COST
               END-IF
           END-IF.

      *> --- Every PO line that fell due in the two quarters,
      *>     and how much of it came in ---
       2500-TAKE-PO-LINES.
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS NOT = "00"
               DISPLAY "No purchase-orders.dat - no fill rate."
               GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ PO-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF PO-PROMISE-DATE IS NUMERIC
                   AND PO-PROMISE-DATE > 0
                   MOVE PO-PROMISE-DATE TO WS-DUE-DATE
               ELSE
                   MOVE PO-DATE TO WS-DUE-DATE
               END-IF
               MOVE WS-DUE-DATE TO WS-Q-DATE
               PERFORM 1500-QUARTER-OF-DATE
               IF WS-PERIOD > 0
                   AND WS-DUE-DATE NOT > WS-TODAY-DATE
                   PERFORM 2600-TAKE-ONE-PO-LINE
               END-IF
               READ PO-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PO-FILE.
       2500-EXIT.
           CONTINUE.

      *>   An over-delivery inside tolerance fills the line,
      *>   no more
       2600-TAKE-ONE-PO-LINE.
           MOVE PO-SUPPLIER TO WS-FIND-ID.
           PERFORM 1200-FIND-SUPPLIER.
           MOVE WS-PERIOD TO WS-P.
           IF PO-RECEIVED > PO-QTY
               MOVE PO-QTY TO WS-FILL-QTY
           ELSE
               MOVE PO-RECEIVED TO WS-FILL-QTY
           END-IF.
           ADD PO-QTY TO WS-SC-ORDERED(WS-MATCH-IDX, WS-P).
           ADD WS-FILL-QTY TO WS-SC-FILLED(WS-MATCH-IDX, WS-P).

      *> --- One supplier's measures and weighted score for
      *>     quarter WS-P; a measure with nothing behind it
      *>     carries no weight ---
       3000-SCORE-ONE-QUARTER.
           MOVE 0 TO WS-SCORE-SUM.
           MOVE 0 TO WS-WEIGHT-SUM.
           IF WS-SC-DUE(WS-SC-IDX, WS-P) > 0
               COMPUTE WS-SC-ONTIME-PCT(WS-SC-IDX, WS-P) ROUNDED
                   = WS-SC-ONTIME(WS-SC-IDX, WS-P) * 100
                   / WS-SC-DUE(WS-SC-IDX, WS-P)
               COMPUTE WS-SCORE-SUM = WS-SCORE-SUM
                   + WS-WT-ONTIME
                   * WS-SC-ONTIME-PCT(WS-SC-IDX, WS-P)
               ADD WS-WT-ONTIME TO WS-WEIGHT-SUM
           END-IF.
           IF WS-SC-ORDERED(WS-SC-IDX, WS-P) > 0
               COMPUTE WS-SC-FILL-PCT(WS-SC-IDX, WS-P) ROUNDED
                   = WS-SC-FILLED(WS-SC-IDX, WS-P) * 100
                   / WS-SC-ORDERED(WS-SC-IDX, WS-P)
               COMPUTE WS-SCORE-SUM = WS-SCORE-SUM
                   + WS-WT-FILL
                   * WS-SC-FILL-PCT(WS-SC-IDX, WS-P)
               ADD WS-WT-FILL TO WS-WEIGHT-SUM
           END-IF.
           IF WS-SC-RCPTS(WS-SC-IDX, WS-P) > 0
               COMPUTE WS-SC-REJ-PCT(WS-SC-IDX, WS-P) ROUNDED
                   = WS-SC-REJECTS(WS-SC-IDX, WS-P) * 100
                   / WS-SC-RCPTS(WS-SC-IDX, WS-P)
               COMPUTE WS-SCORE-SUM = WS-SCORE-SUM
                   + WS-WT-REJECT
                   * (100 - WS-SC-REJ-PCT(WS-SC-IDX, WS-P))
               ADD WS-WT-REJECT TO WS-WEIGHT-SUM
           END-IF.
           IF WS-SC-AGREED(WS-SC-IDX, WS-P) > 0
               COMPUTE WS-SC-VAR-PCT(WS-SC-IDX, WS-P) ROUNDED
                   = (WS-SC-CHARGED(WS-SC-IDX, WS-P)
                      - WS-SC-AGREED(WS-SC-IDX, WS-P)) * 100
                   / WS-SC-AGREED(WS-SC-IDX, WS-P)
      *>       Ten points off per percent off the PO,
      *>       cheaper or dearer alike
               IF WS-SC-VAR-PCT(WS-SC-IDX, WS-P) < 0
                   COMPUTE WS-PRICE-SCORE = 100
                       + 10 * WS-SC-VAR-PCT(WS-SC-IDX, WS-P)
               ELSE
                   COMPUTE WS-PRICE-SCORE = 100
                       - 10 * WS-SC-VAR-PCT(WS-SC-IDX, WS-P)
               END-IF
               IF WS-PRICE-SCORE < 0
                   MOVE 0 TO WS-PRICE-SCORE
               END-IF
               COMPUTE WS-SCORE-SUM = WS-SCORE-SUM
                   + WS-WT-PRICE * WS-PRICE-SCORE
               ADD WS-WT-PRICE TO WS-WEIGHT-SUM
           END-IF.
           IF WS-WEIGHT-SUM > 0
               COMPUTE WS-SC-SCORE(WS-SC-IDX, WS-P) ROUNDED
                   = WS-SCORE-SUM / WS-WEIGHT-SUM
               MOVE "Y" TO WS-SC-SCORED(WS-SC-IDX, WS-P)
           ELSE
               MOVE 0 TO WS-SC-SCORE(WS-SC-IDX, WS-P)
               MOVE "N" TO WS-SC-SCORED(WS-SC-IDX, WS-P)
           END-IF.

      *> --- The scorecard ---
       4000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================="
               & "=================================="
               & "============"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "          SUPPLIER PERFORMANCE SCORECARD"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-THRESHOLD TO WS-DISP-THRESH.
           MOVE SPACES TO WS-DETAIL.
           STRING "Quarter: " WS-SCORE-YEAR " Q" WS-SCORE-Q
                  "   Prior: " WS-PRIOR-YEAR " Q" WS-PRIOR-Q
                  "   Review under: " WS-DISP-THRESH
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-WT-ONTIME TO WS-DISP-WT-1.
           MOVE WS-WT-FILL   TO WS-DISP-WT-2.
           MOVE WS-WT-REJECT TO WS-DISP-WT-3.
           MOVE WS-WT-PRICE  TO WS-DISP-WT-4.
           MOVE SPACES TO WS-DETAIL.
           STRING "Weights: on-time" WS-DISP-WT-1
                  "  fill" WS-DISP-WT-2
                  "  rejects" WS-DISP-WT-3
                  "  price" WS-DISP-WT-4
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SUPPLIER                   ON-TIME   FILL "
               & " REJECT   PRICE  SCORE  PRIOR  TREND"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "--------------------------------------------"
               & "------------------------------------"
               TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-SC-COUNT = 0
               MOVE "  (no suppliers on file)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               PERFORM 4100-PRINT-ONE-SUPPLIER
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SCORED-CNT TO WS-DISP-CNT.
           MOVE WS-FLAGGED-CNT TO WS-DISP-CNT2.
           MOVE SPACES TO WS-DETAIL.
           STRING "Suppliers scored: " WS-DISP-CNT
                  "   flagged for review: " WS-DISP-CNT2
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-UNSCORED-RCPTS > 0
               MOVE WS-UNSCORED-RCPTS TO WS-DISP-CNT
               MOVE SPACES TO WS-DETAIL
               STRING "Not scored: " WS-DISP-CNT
                      " receipt(s) naming no PO on file"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY "Quarter " WS-SCORE-YEAR " Q" WS-SCORE-Q
               ": " WS-SCORED-CNT " supplier(s) scored, "
               WS-FLAGGED-CNT " flagged for review.".
           DISPLAY "See " WS-REPORT-FILENAME ".".

      *> --- One supplier: the measures, the counts behind
      *>     them, the trend and the flag ---
       4100-PRINT-ONE-SUPPLIER.
           MOVE "    n/a" TO WS-DISP-ONTIME.
           MOVE "    n/a" TO WS-DISP-FILL.
           MOVE "    n/a" TO WS-DISP-REJ.
           MOVE "     n/a" TO WS-DISP-VAR.
           MOVE "   n/a" TO WS-DISP-SCORE.
           MOVE "   n/a" TO WS-DISP-PRIOR.
           MOVE SPACES TO WS-DISP-TREND.
           IF WS-SC-DUE(WS-SC-IDX, 1) > 0
               MOVE WS-SC-ONTIME-PCT(WS-SC-IDX, 1) TO WS-DISP-PCT
               STRING " " WS-DISP-PCT "%" DELIMITED BY SIZE
                   INTO WS-DISP-ONTIME
               END-STRING
           END-IF.
           IF WS-SC-ORDERED(WS-SC-IDX, 1) > 0
               MOVE WS-SC-FILL-PCT(WS-SC-IDX, 1) TO WS-DISP-PCT
               STRING " " WS-DISP-PCT "%" DELIMITED BY SIZE
                   INTO WS-DISP-FILL
               END-STRING
           END-IF.
           IF WS-SC-RCPTS(WS-SC-IDX, 1) > 0
               MOVE WS-SC-REJ-PCT(WS-SC-IDX, 1) TO WS-DISP-PCT
               STRING " " WS-DISP-PCT "%" DELIMITED BY SIZE
                   INTO WS-DISP-REJ
               END-STRING
           END-IF.
           IF WS-SC-AGREED(WS-SC-IDX, 1) > 0
               MOVE WS-SC-VAR-PCT(WS-SC-IDX, 1) TO WS-DISP-SPCT
               STRING " " WS-DISP-SPCT "%" DELIMITED BY SIZE
                   INTO WS-DISP-VAR
               END-STRING
           END-IF.
           IF WS-SC-SCORED(WS-SC-IDX, 1) = "Y"
               ADD 1 TO WS-SCORED-CNT
               MOVE WS-SC-SCORE(WS-SC-IDX, 1) TO WS-DISP-PCT
               STRING " " WS-DISP-PCT DELIMITED BY SIZE
                   INTO WS-DISP-SCORE
               END-STRING
           END-IF.
           IF WS-SC-SCORED(WS-SC-IDX, 2) = "Y"
               MOVE WS-SC-SCORE(WS-SC-IDX, 2) TO WS-DISP-PCT
               STRING " " WS-DISP-PCT DELIMITED BY SIZE
                   INTO WS-DISP-PRIOR
               END-STRING
           END-IF.
           EVALUATE TRUE
               WHEN WS-SC-SCORED(WS-SC-IDX, 1) NOT = "Y"
                   CONTINUE
               WHEN WS-SC-SCORED(WS-SC-IDX, 2) NOT = "Y"
                   MOVE "   NEW" TO WS-DISP-TREND
               WHEN OTHER
                   COMPUTE WS-TREND = WS-SC-SCORE(WS-SC-IDX, 1)
                       - WS-SC-SCORE(WS-SC-IDX, 2)
                   MOVE WS-TREND TO WS-DISP-SPCT
                   MOVE WS-DISP-SPCT TO WS-DISP-TREND
           END-EVALUATE.

           MOVE SPACES TO WS-DETAIL.
           STRING WS-SC-ID(WS-SC-IDX) " "
                  WS-SC-NAME(WS-SC-IDX)(1:20) " "
                  WS-DISP-ONTIME WS-DISP-FILL WS-DISP-REJ
                  WS-DISP-VAR " " WS-DISP-SCORE " "
                  WS-DISP-PRIOR " " WS-DISP-TREND
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-SC-SCORED(WS-SC-IDX, 1) NOT = "Y"
               MOVE "      no deliveries or PO lines due this "
                   & "quarter" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE WS-SC-RCPTS(WS-SC-IDX, 1)   TO WS-DISP-CNT
               MOVE WS-SC-REJECTS(WS-SC-IDX, 1) TO WS-DISP-CNT2
               MOVE WS-SC-FILLED(WS-SC-IDX, 1)  TO WS-DISP-UNITS
               MOVE WS-SC-ORDERED(WS-SC-IDX, 1) TO WS-DISP-UNITS2
               MOVE SPACES TO WS-DETAIL
               STRING "      deliveries" WS-DISP-CNT
                      " rejected" WS-DISP-CNT2
                      "   units due" WS-DISP-UNITS2
                      " received" WS-DISP-UNITS
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               IF WS-SC-SCORE(WS-SC-IDX, 1) < WS-THRESHOLD
                   ADD 1 TO WS-FLAGGED-CNT
                   MOVE "      ** BELOW THRESHOLD - REVIEW "
                       & "THIS SUPPLIER **" TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.
