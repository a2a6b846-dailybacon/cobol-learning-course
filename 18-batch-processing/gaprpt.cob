       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPRPT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Liquidity and interest-rate maturity gap
      *> ============================================
      *> For treasury and the board's ALCO meeting:
      *> how much of the book matures or reprices in
      *> each standard time bucket - 0-30 days, 31-90,
      *> 91-180, 181-365, 1-3 years and over 3 years -
      *> with assets, liabilities, the period gap and
      *> the cumulative gap per bucket, and a simple
      *> rate-shock view of net interest income.
      *>
      *> Where each position lands:
      *>   loans       - the run-off LOANSCHED prints:
      *>                 each cycle's principal on its
      *>                 due date, the same INTCALC
      *>                 interest split. A variable-rate
      *>                 loan's balance still outstanding
      *>                 at its next reset reprices there.
      *>   overdrafts  - drawn lines (negative checking
      *>                 balances) are assets repricing
      *>                 0-30 days; undrawn lines print
      *>                 as a memo - money that can leave
      *>                 on demand.
      *>   term        - the deposit principal at
      *>   deposits      AM-TD-MATURITY.
      *>   checking,   - non-maturity: the volatile share
      *>   savings       0-30 days, the stable core share
      *>                 (GAP-CORE-PCT-CHK / -SAV off
      *>                 batch-params.dat) at 1-3 years.
      *> Anything already past its date sits in 0-30.
      *> Foreign balances count at their book rate.
      *>
      *> The rate shock moves every position repricing
      *> inside a year by +/-100 and +/-200 basis points
      *> from its bucket's midpoint to the year's end;
      *> the change in 12-month net interest income is
      *> the sum of each bucket's gap times that.
      *>
      *> Month end, after GLCLOSE has closed the period.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks gaprpt.cob
      *>       ../13-subprograms/intcalc.cob -o gaprpt
      *>   ./gaprpt
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "account-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(75).

       WORKING-STORAGE SECTION.
       01 WS-PARAMS-STATUS   PIC XX.
           COPY "filestat.cpy".
       01 WS-ACCT-STATUS     PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(30).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
       01 WS-ACCT-EOF        PIC X VALUE "N".

      *>   The core (stable) shares of the non-maturity
      *>   deposits, as percentages
       01 WS-CORE-PCT-CHK     PIC 9(3)V99 VALUE 0.
       01 WS-CORE-PCT-SAV     PIC 9(3)V99 VALUE 0.
       01 WS-PARMS-SEEN       PIC 9 VALUE 0.

       01 WS-TODAY-INT        PIC S9(9) COMP.
       01 WS-DAYS-OUT         PIC S9(9) COMP.
       01 WS-BUCKET-NO        PIC 9.
       01 WS-BUCKET-LABEL     PIC X(10).

      *>   One row per bucket: what matures or reprices there
       01 WS-GAP-TABLE.
          05 WS-GAP-ROW OCCURS 6 TIMES.
             10 WS-BK-ASSETS   PIC S9(11)V99.
             10 WS-BK-LIABS    PIC S9(11)V99.
             10 WS-BK-GAP      PIC S9(11)V99.
             10 WS-BK-CUM-GAP  PIC S9(11)V99.
       01 WS-CUM-GAP          PIC S9(11)V99 VALUE 0.

      *>   Shock factors: the share of a year each bucket's
      *>   repricing is exposed for, from the bucket midpoint
      *>   (15, 60, 135 and 273 days) to day 365
       01 WS-SHOCK-FACTORS.
          05 FILLER PIC V9(4) VALUE .9589.
          05 FILLER PIC V9(4) VALUE .8356.
          05 FILLER PIC V9(4) VALUE .6301.
          05 FILLER PIC V9(4) VALUE .2521.
       01 WS-SHOCK-FACTOR-TBL REDEFINES WS-SHOCK-FACTORS.
          05 WS-SHOCK-FACTOR  PIC V9(4) OCCURS 4 TIMES.
       01 WS-SHOCKS.
          05 FILLER PIC S9(3) VALUE -200.
          05 FILLER PIC S9(3) VALUE -100.
          05 FILLER PIC S9(3) VALUE +100.
          05 FILLER PIC S9(3) VALUE +200.
       01 WS-SHOCK-TBL REDEFINES WS-SHOCKS.
          05 WS-SHOCK-BP      PIC S9(3) OCCURS 4 TIMES.
       01 WS-SHOCK-NO         PIC 9.
       01 WS-NII-CHANGE       PIC S9(11)V99.

      *>   Book totals by kind of position
       01 WS-LOAN-CNT         PIC 9(5) VALUE 0.
       01 WS-LOAN-TOTAL       PIC S9(11)V99 VALUE 0.
       01 WS-VAR-LOAN-CNT     PIC 9(5) VALUE 0.
       01 WS-OD-DRAWN         PIC S9(11)V99 VALUE 0.
       01 WS-OD-UNDRAWN       PIC S9(11)V99 VALUE 0.
       01 WS-TD-CNT           PIC 9(5) VALUE 0.
       01 WS-TD-TOTAL         PIC S9(11)V99 VALUE 0.
       01 WS-CHK-TOTAL        PIC S9(11)V99 VALUE 0.
       01 WS-SAV-TOTAL        PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-ASSETS     PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-LIABS      PIC S9(11)V99 VALUE 0.

      *>   The position in hand, in base currency
       01 WS-POS-AMT          PIC S9(11)V99.
       01 WS-CORE-AMT         PIC S9(11)V99.
       01 WS-FX-RATE          PIC 9(3)V9999.

      *>   Loan run-off working fields, LOANSCHED's arithmetic
       01 WS-RUN-BALANCE      PIC S9(9)V99.
       01 WS-CYCLE-NO         PIC 9(3).
       01 WS-CYCLE-INT        PIC S9(9)V99.
       01 WS-CYCLE-PRIN       PIC S9(9)V99.
       01 WS-INT-DAYS         PIC 9(3) VALUE 30.
       01 WS-FIRST-DUE-DAYS   PIC S9(9) COMP.
       01 WS-RESET-DAYS       PIC S9(9) COMP.
       01 WS-LOAN-REPRICES    PIC X VALUE "N".
          88 LOAN-REPRICES    VALUE "Y".
       01 WS-RUNOFF-DONE      PIC X VALUE "N".
          88 RUNOFF-DONE      VALUE "Y".

       01 WS-DISP-AMT        PIC $Z(8),ZZ9.99-.
       01 WS-DISP-AMT2       PIC $Z(8),ZZ9.99-.
       01 WS-DISP-AMT3       PIC $Z(8),ZZ9.99-.
       01 WS-DISP-AMT4       PIC $Z(8),ZZ9.99-.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-PCT        PIC ZZ9.99.
       01 WS-DISP-BP         PIC +ZZ9.
       01 WS-RPT-DETAIL      PIC X(75).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SLOT-THE-BOOK.
           PERFORM 3000-PRINT-THE-GAP.
           PERFORM 4000-PRINT-RATE-SHOCK.
           PERFORM 5000-PRINT-COMPOSITION.
           PERFORM 6000-CLEANUP.
           STOP RUN.

      *> --- Dates, the core shares, report heading ---
       1000-INITIALIZE.
           DISPLAY "=== Maturity Gap Report ===".
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE).
           STRING "gap-report-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

      *>   The core shares decide where most of the deposit
      *>   book lands - the report runs on proven figures
           OPEN INPUT PARAMS-FILE.
           IF WS-PARAMS-STATUS NOT = "00"
               DISPLAY "ABEND: batch-params.dat missing."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ PARAMS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               EVALUATE PRM-KEY
                   WHEN "GAP-CORE-PCT-CHK"
                       MOVE PRM-VALUE TO WS-CORE-PCT-CHK
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "GAP-CORE-PCT-SAV"
                       MOVE PRM-VALUE TO WS-CORE-PCT-SAV
                       ADD 1 TO WS-PARMS-SEEN
               END-EVALUATE
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-PARMS-SEEN < 2
               DISPLAY "ABEND: GAP-CORE-PCT-CHK/-SAV not on "
                   "batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CORE-PCT-CHK > 100 OR WS-CORE-PCT-SAV > 100
               DISPLAY "ABEND: a GAP-CORE-PCT share is over "
                   "100 percent."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE WS-GAP-TABLE.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ABEND: account-master.dat will not "
                   "open, status " WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "       LIQUIDITY AND INTEREST-RATE MATURITY GAP"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Position date: " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Every live position into its bucket ---
       2000-SLOT-THE-BOOK.
           MOVE "N" TO WS-ACCT-EOF.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY MOVE "Y" TO WS-ACCT-EOF
           END-START.
           IF WS-ACCT-EOF NOT = "Y"
               READ ACCOUNT-MASTER NEXT
                   AT END MOVE "Y" TO WS-ACCT-EOF
               END-READ
           END-IF.
           PERFORM UNTIL WS-ACCT-EOF = "Y"
               PERFORM 2050-BOOK-RATE
               EVALUATE AM-ACCT-TYPE
                   WHEN "L"
                       IF AM-BALANCE > 0
                           AND AM-LOAN-STATUS NOT = "X"
                           AND AM-LOAN-STATUS NOT = "P"
                           PERFORM 2100-RUN-OFF-LOAN
                       END-IF
                   WHEN "D"
                       IF AM-BALANCE > 0
                           PERFORM 2200-SLOT-TERM-DEPOSIT
                       END-IF
                   WHEN "C"
                       PERFORM 2300-SLOT-CHECKING
                   WHEN "S"
                       IF AM-BALANCE > 0
                           PERFORM 2400-SLOT-SAVINGS
                       END-IF
               END-EVALUATE
               READ ACCOUNT-MASTER NEXT
                   AT END MOVE "Y" TO WS-ACCT-EOF
               END-READ
           END-PERFORM.

      *> --- The rate a foreign balance is carried at on the
      *>     books; base currency counts one for one ---
       2050-BOOK-RATE.
           IF AM-CURRENCY = SPACES OR AM-CURRENCY = "USD"
               OR AM-FX-BOOK-RATE = 0
               MOVE 1 TO WS-FX-RATE
           ELSE
               MOVE AM-FX-BOOK-RATE TO WS-FX-RATE
           END-IF.

      *> --- A loan's principal as it runs off, cycle by
      *>     cycle; a variable-rate loan's remaining balance
      *>     reprices at its next reset ---
       2100-RUN-OFF-LOAN.
           ADD 1 TO WS-LOAN-CNT.
           COMPUTE WS-POS-AMT ROUNDED = AM-BALANCE * WS-FX-RATE.
           ADD WS-POS-AMT TO WS-LOAN-TOTAL.
           MOVE "N" TO WS-LOAN-REPRICES.
           IF AM-LOAN-BASE-CODE NOT = SPACES
               AND AM-LOAN-NEXT-RESET > 0
               SET LOAN-REPRICES TO TRUE
               ADD 1 TO WS-VAR-LOAN-CNT
               COMPUTE WS-RESET-DAYS =
                   FUNCTION INTEGER-OF-DATE(AM-LOAN-NEXT-RESET)
                   - WS-TODAY-INT
           END-IF.
           IF AM-LOAN-NEXT-DUE > 0
               COMPUTE WS-FIRST-DUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(AM-LOAN-NEXT-DUE)
                   - WS-TODAY-INT
           ELSE
               MOVE 30 TO WS-FIRST-DUE-DAYS
           END-IF.

           MOVE AM-BALANCE TO WS-RUN-BALANCE.
           MOVE 0 TO WS-CYCLE-NO.
           MOVE "N" TO WS-RUNOFF-DONE.
           PERFORM UNTIL RUNOFF-DONE
               PERFORM 2110-RUN-OFF-ONE-CYCLE
           END-PERFORM.

      *> --- One payment cycle: due roughly a month after the
      *>     last, interest first and the rest to principal.
      *>     Whatever the schedule has not run off by the
      *>     written term (or the next reset) lands there ---
       2110-RUN-OFF-ONE-CYCLE.
           ADD 1 TO WS-CYCLE-NO.
           COMPUTE WS-DAYS-OUT = WS-FIRST-DUE-DAYS
               + (WS-CYCLE-NO - 1) * 365 / 12.

           IF LOAN-REPRICES AND WS-DAYS-OUT >= WS-RESET-DAYS
               MOVE WS-RESET-DAYS TO WS-DAYS-OUT
               MOVE WS-RUN-BALANCE TO WS-CYCLE-PRIN
               SET RUNOFF-DONE TO TRUE
           ELSE
               CALL "INTCALC" USING
                   BY CONTENT   WS-RUN-BALANCE
                   BY CONTENT   AM-LOAN-RATE
                   BY CONTENT   WS-INT-DAYS
                   BY REFERENCE WS-CYCLE-INT
               END-CALL
               COMPUTE WS-CYCLE-PRIN =
                   AM-LOAN-PAYMENT - WS-CYCLE-INT
               IF WS-CYCLE-PRIN > WS-RUN-BALANCE
                   OR WS-CYCLE-NO >= AM-LOAN-TERM
                   OR WS-CYCLE-PRIN <= 0
                   MOVE WS-RUN-BALANCE TO WS-CYCLE-PRIN
                   SET RUNOFF-DONE TO TRUE
               END-IF
           END-IF.

           SUBTRACT WS-CYCLE-PRIN FROM WS-RUN-BALANCE.
           IF WS-RUN-BALANCE <= 0
               SET RUNOFF-DONE TO TRUE
           END-IF.
           PERFORM 2900-FIND-BUCKET.
           COMPUTE WS-POS-AMT ROUNDED = WS-CYCLE-PRIN * WS-FX-RATE.
           ADD WS-POS-AMT TO WS-BK-ASSETS(WS-BUCKET-NO).

      *> --- A term deposit's principal at its maturity ---
       2200-SLOT-TERM-DEPOSIT.
           ADD 1 TO WS-TD-CNT.
           COMPUTE WS-POS-AMT ROUNDED = AM-BALANCE * WS-FX-RATE.
           ADD WS-POS-AMT TO WS-TD-TOTAL.
           IF AM-TD-MATURITY > 0
               COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(AM-TD-MATURITY)
                   - WS-TODAY-INT
           ELSE
               MOVE 0 TO WS-DAYS-OUT
           END-IF.
           PERFORM 2900-FIND-BUCKET.
           ADD WS-POS-AMT TO WS-BK-LIABS(WS-BUCKET-NO).

      *> --- Checking: a drawn overdraft is an asset due on
      *>     demand; a credit balance splits volatile / core.
      *>     The line still undrawn is a memo figure ---
       2300-SLOT-CHECKING.
           COMPUTE WS-POS-AMT ROUNDED = AM-BALANCE * WS-FX-RATE.
           IF WS-POS-AMT < 0
               COMPUTE WS-POS-AMT = 0 - WS-POS-AMT
               ADD WS-POS-AMT TO WS-OD-DRAWN
               ADD WS-POS-AMT TO WS-BK-ASSETS(1)
               IF AM-OD-LIMIT > WS-POS-AMT
                   COMPUTE WS-OD-UNDRAWN = WS-OD-UNDRAWN
                       + AM-OD-LIMIT - WS-POS-AMT
               END-IF
           ELSE
               ADD AM-OD-LIMIT TO WS-OD-UNDRAWN
               ADD WS-POS-AMT TO WS-CHK-TOTAL
               COMPUTE WS-CORE-AMT ROUNDED =
                   WS-POS-AMT * WS-CORE-PCT-CHK / 100
               ADD WS-CORE-AMT TO WS-BK-LIABS(5)
               COMPUTE WS-BK-LIABS(1) = WS-BK-LIABS(1)
                   + WS-POS-AMT - WS-CORE-AMT
           END-IF.

      *> --- Savings: volatile share on demand, core at 1-3
      *>     years ---
       2400-SLOT-SAVINGS.
           COMPUTE WS-POS-AMT ROUNDED = AM-BALANCE * WS-FX-RATE.
           ADD WS-POS-AMT TO WS-SAV-TOTAL.
           COMPUTE WS-CORE-AMT ROUNDED =
               WS-POS-AMT * WS-CORE-PCT-SAV / 100.
           ADD WS-CORE-AMT TO WS-BK-LIABS(5).
           COMPUTE WS-BK-LIABS(1) = WS-BK-LIABS(1)
               + WS-POS-AMT - WS-CORE-AMT.

      *> --- Days out to bucket number ---
       2900-FIND-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-OUT <= 30
                   MOVE 1 TO WS-BUCKET-NO
               WHEN WS-DAYS-OUT <= 90
                   MOVE 2 TO WS-BUCKET-NO
               WHEN WS-DAYS-OUT <= 180
                   MOVE 3 TO WS-BUCKET-NO
               WHEN WS-DAYS-OUT <= 365
                   MOVE 4 TO WS-BUCKET-NO
               WHEN WS-DAYS-OUT <= 1095
                   MOVE 5 TO WS-BUCKET-NO
               WHEN OTHER
                   MOVE 6 TO WS-BUCKET-NO
           END-EVALUATE.

      *> --- The gap table: assets, liabilities, period gap
      *>     and cumulative gap per bucket ---
       3000-PRINT-THE-GAP.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "REPRICING / MATURITY GAP:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Bucket             Assets    Liabilities"
               & "            Gap     Cumulative" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-CUM-GAP.
           PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                   UNTIL WS-BUCKET-NO > 6
               COMPUTE WS-BK-GAP(WS-BUCKET-NO) =
                   WS-BK-ASSETS(WS-BUCKET-NO)
                   - WS-BK-LIABS(WS-BUCKET-NO)
               ADD WS-BK-GAP(WS-BUCKET-NO) TO WS-CUM-GAP
               MOVE WS-CUM-GAP TO WS-BK-CUM-GAP(WS-BUCKET-NO)
               ADD WS-BK-ASSETS(WS-BUCKET-NO) TO WS-TOTAL-ASSETS
               ADD WS-BK-LIABS(WS-BUCKET-NO) TO WS-TOTAL-LIABS
               PERFORM 3100-WRITE-BUCKET-LINE
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOTAL-ASSETS TO WS-DISP-AMT.
           MOVE WS-TOTAL-LIABS  TO WS-DISP-AMT2.
           MOVE WS-CUM-GAP      TO WS-DISP-AMT3.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Total     " WS-DISP-AMT
                  " " WS-DISP-AMT2
                  " " WS-DISP-AMT3
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- One bucket's line ---
       3100-WRITE-BUCKET-LINE.
           EVALUATE WS-BUCKET-NO
               WHEN 1 MOVE "0-30 days"  TO WS-BUCKET-LABEL
               WHEN 2 MOVE "31-90"      TO WS-BUCKET-LABEL
               WHEN 3 MOVE "91-180"     TO WS-BUCKET-LABEL
               WHEN 4 MOVE "181-365"    TO WS-BUCKET-LABEL
               WHEN 5 MOVE "1-3 years"  TO WS-BUCKET-LABEL
               WHEN 6 MOVE "3+ years"   TO WS-BUCKET-LABEL
           END-EVALUATE.
           MOVE WS-BK-ASSETS(WS-BUCKET-NO)  TO WS-DISP-AMT.
           MOVE WS-BK-LIABS(WS-BUCKET-NO)   TO WS-DISP-AMT2.
           MOVE WS-BK-GAP(WS-BUCKET-NO)     TO WS-DISP-AMT3.
           MOVE WS-BK-CUM-GAP(WS-BUCKET-NO) TO WS-DISP-AMT4.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  " WS-BUCKET-LABEL
                  WS-DISP-AMT
                  " " WS-DISP-AMT2
                  " " WS-DISP-AMT3
                  " " WS-DISP-AMT4
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Change in 12-month net interest income for a
      *>     parallel shift: each bucket inside a year reprices
      *>     at its midpoint and earns (or pays) the shock for
      *>     the rest of the year ---
       4000-PRINT-RATE-SHOCK.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "RATE SHOCK - 12-MONTH NET INTEREST INCOME:"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Shift (bp)        Change in NII" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-SHOCK-NO FROM 1 BY 1
                   UNTIL WS-SHOCK-NO > 4
               MOVE 0 TO WS-NII-CHANGE
               PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                       UNTIL WS-BUCKET-NO > 4
                   COMPUTE WS-NII-CHANGE ROUNDED = WS-NII-CHANGE
                       + WS-BK-GAP(WS-BUCKET-NO)
                       * WS-SHOCK-BP(WS-SHOCK-NO) / 10000
                       * WS-SHOCK-FACTOR(WS-BUCKET-NO)
               END-PERFORM
               MOVE WS-SHOCK-BP(WS-SHOCK-NO) TO WS-DISP-BP
               MOVE WS-NII-CHANGE TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "     " WS-DISP-BP
                      "         " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           MOVE WS-BK-CUM-GAP(4) TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  One-year cumulative gap: " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- What the buckets were built from ---
       5000-PRINT-COMPOSITION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "POSITIONS SLOTTED:" TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-LOAN-CNT TO WS-DISP-CNT.
           MOVE WS-LOAN-TOTAL TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Loans:              " WS-DISP-CNT
                  "  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-VAR-LOAN-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "    of which variable-rate: " WS-DISP-CNT
                  " (balance at reset slotted there)"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OD-DRAWN TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Overdrafts drawn:          " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TD-CNT TO WS-DISP-CNT.
           MOVE WS-TD-TOTAL TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Term deposits:      " WS-DISP-CNT
                  "  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CHK-TOTAL TO WS-DISP-AMT.
           MOVE WS-CORE-PCT-CHK TO WS-DISP-PCT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Checking balances:         " WS-DISP-AMT
                  "  core " WS-DISP-PCT "%"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SAV-TOTAL TO WS-DISP-AMT.
           MOVE WS-CORE-PCT-SAV TO WS-DISP-PCT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Savings balances:          " WS-DISP-AMT
                  "  core " WS-DISP-PCT "%"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OD-UNDRAWN TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  MEMO - undrawn overdraft lines: " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Close out ---
       6000-CLEANUP.
           CLOSE ACCOUNT-MASTER.
           CLOSE REPORT-FILE.

           MOVE WS-BK-CUM-GAP(4) TO WS-DISP-AMT.
           DISPLAY "One-year cumulative gap: " WS-DISP-AMT.
           DISPLAY "See " WS-REPORT-FILENAME ".".
