       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRTN.
       AUTHOR. LEARNER.

      *> ============================================
      *> Regulatory quarterly financial return
      *> ============================================
      *> Each quarter the controller rebuilt the
      *> regulator's return by hand from the trial
      *> balance. This quarter-end job builds it:
      *>
      *>   BS - the balance sheet at the quarter end,
      *>        from GLCLOSE's snapshot of the quarter's
      *>        last month;
      *>   IS - the income statement for the quarter and
      *>        the year to date, from the year's
      *>        snapshots (an income or expense balance
      *>        on a snapshot is that month's activity -
      *>        the close before zeroed it);
      *>   LD - deposits and loans by type off the
      *>        account master;
      *>   PD - past-due loans by days past due, off the
      *>        collections file (loan-delinq.dat);
      *>   TD - term deposits by remaining maturity.
      *>
      *> The ledger lines come through the chart-to-line
      *> map on reg-return-map.dat (REGMAP). Every chart
      *> account the map leaves off, every map record
      *> that points nowhere, a missing month and a
      *> balance sheet that does not balance is listed
      *> as an exception - and a return with exceptions
      *> is printed but not filed (RC 8).
      *>
      *> The snapshots are pre-close: the quarter's last
      *> month's income still sits on the income and
      *> expense accounts, not yet in retained earnings,
      *> and the balance sheet carries it as earnings
      *> not yet closed. The master schedules are the
      *> book as it stands on the business date, so the
      *> job runs on the quarter-end night after GLCLOSE.
      *> Foreign balances count at their book rate. All
      *> amounts print in each line's natural sign.
      *>
      *> Outputs, for quarter YYYYQn:
      *>   reg-return-YYYYQn.txt - the printed schedules
      *>   reg-return-YYYYQn.dat - the fixed-format
      *>       submission: header, one detail per line
      *>       item, trailer with count and hash total
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks regrtn.cob
      *>       -o regrtn
      *>   ./regrtn
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

           SELECT MAP-FILE
               ASSIGN TO "reg-return-map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

      *>   Each of the year's period snapshots in turn
           SELECT SNAPSHOT-FILE
               ASSIGN TO WS-SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "account-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT DELINQ-FILE
               ASSIGN TO "loan-delinq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELINQ-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *> The regulator's fixed interchange layout
           SELECT SUBMIT-FILE
               ASSIGN TO WS-SUBMIT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CHART-FILE.
       01 CHART-RECORD.
          05 COA-CODE         PIC X(4).
          05 FILLER           PIC X.
          05 COA-DESC         PIC X(25).
          05 FILLER           PIC X.
          05 COA-TYPE         PIC X.
          05 FILLER           PIC X.
          05 COA-ACTIVE       PIC X.

       FD MAP-FILE.
       01 REG-MAP-RECORD.
           COPY "regmap.cpy".

      *> Same layout GLCLOSE cuts the snapshot in
       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD.
          05 SN-ACCT-CODE     PIC X(4).
          05 FILLER           PIC X.
          05 SN-DR-TOTAL      PIC 9(11)V99.
          05 FILLER           PIC X.
          05 SN-CR-TOTAL      PIC 9(11)V99.

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

      *> Same layout BATCH carries the positions in
       FD DELINQ-FILE.
       01 DELINQ-RECORD.
          05 LD-ACCT-NO       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 LD-CYCLES-MISSED PIC 9(3).
          05 FILLER           PIC X VALUE ",".
          05 LD-PAST-DUE      PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 LD-FIRST-MISS    PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 LD-FEE-CYCLE     PIC 9(8).

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(85).

       FD SUBMIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 RS-HEADER-RECORD.
          05 RSH-REC-TYPE     PIC XX.
      *>     "01"
          05 RSH-BANK-ID      PIC X(4).
          05 RSH-QUARTER      PIC 9(5).
      *>     YYYYQ
          05 RSH-PERIOD-END   PIC 9(8).
          05 RSH-POSITION-DATE PIC 9(8).
      *>     The business date the master schedules are at
          05 FILLER           PIC X(53).
       01 RS-DETAIL-RECORD.
          05 RSD-REC-TYPE     PIC XX.
      *>     "02"
          05 RSD-LINE-ID      PIC X(5).
          05 RSD-COUNT        PIC 9(7).
          05 RSD-AMOUNT-1     PIC S9(13)V99
                              SIGN LEADING SEPARATE.
          05 RSD-AMOUNT-2     PIC S9(13)V99
                              SIGN LEADING SEPARATE.
      *>     BS balance / -; IS quarter / year to date;
      *>     LD and TD balance / -; PD past due / principal
          05 FILLER           PIC X(34).
       01 RS-TRAILER-RECORD.
          05 RST-REC-TYPE     PIC XX.
      *>     "09"
          05 RST-REC-COUNT    PIC 9(7).
          05 RST-HASH-TOTAL   PIC S9(15)V99
                              SIGN LEADING SEPARATE.
      *>     Sum of every detail's first amount
          05 FILLER           PIC X(53).

       WORKING-STORAGE SECTION.
       01 WS-CHART-STATUS    PIC XX.
           COPY "filestat.cpy".
       01 WS-MAP-STATUS      PIC XX.
       01 WS-SNAP-STATUS     PIC XX.
       01 WS-ACCT-STATUS     PIC XX.
       01 WS-DELINQ-STATUS   PIC XX.
       01 WS-REPORT-STATUS   PIC XX.
       01 WS-SUBMIT-STATUS   PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-TODAY-INT        PIC S9(9) COMP.
       01 WS-DAYS-OUT         PIC S9(9) COMP.

       01 WS-REPORT-QTR       PIC 9(5) VALUE 0.
       01 WS-REPORT-YEAR      PIC 9(4).
       01 WS-QTR-NO           PIC 9.
       01 WS-FIRST-MONTH      PIC 9(2).
       01 WS-END-MONTH        PIC 9(2).
       01 WS-END-DAY          PIC 9(2).
       01 WS-PERIOD-END       PIC 9(8).
       01 WS-SCAN-MONTH       PIC 9(2).
       01 WS-SCAN-PERIOD      PIC 9(6).
       01 WS-SNAPSHOT-FILENAME PIC X(24).
       01 WS-REPORT-FILENAME   PIC X(21).
       01 WS-SUBMIT-FILENAME   PIC X(21).
       01 WS-OUR-BANK-ID      PIC X(4) VALUE "BK01".

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
       01 WS-ACCT-EOF        PIC X VALUE "N".

      *>   The return's line items and the figures built on
      *>   each, side by side by catalog position
       01 REG-LINE-CATALOG.
           COPY "regline.cpy".
       01 WS-LN-TABLE.
          05 WS-LN-ENTRY OCCURS 39 TIMES.
             10 WS-LN-COUNT    PIC 9(7).
             10 WS-LN-AMT-1    PIC S9(13)V99.
             10 WS-LN-AMT-2    PIC S9(13)V99.
       01 WS-RL-IDX          PIC 9(2).
       01 WS-RL-MATCH-IDX    PIC 9(2) VALUE 0.
       01 WS-SEEK-LINE       PIC X(5).
       01 WS-LAST-SCHED      PIC X(2).

      *>   The chart, each code with the line it maps to
       01 WS-CH-COUNT        PIC 9(3) VALUE 0.
       01 WS-CH-TABLE.
          05 WS-CH-ENTRY OCCURS 100 TIMES
             INDEXED BY WS-CH-IDX.
             10 WS-CH-CODE      PIC X(4).
             10 WS-CH-DESC      PIC X(25).
             10 WS-CH-TYPE      PIC X.
             10 WS-CH-LINE-IDX  PIC 9(2).
       01 WS-CH-MATCH-IDX    PIC 9(3) VALUE 0.
       01 WS-SEEK-CODE       PIC X(4).

      *>   Everything that keeps the return from being filed
       01 WS-ERR-COUNT       PIC 9(3) VALUE 0.
       01 WS-ERR-TABLE.
          05 WS-ERR-TEXT OCCURS 100 TIMES PIC X(75).
       01 WS-ERR-IDX         PIC 9(3).
       01 WS-ERR-LINE        PIC X(75).

       01 WS-NET-AMT          PIC S9(11)V99.
       01 WS-LINE-AMT         PIC S9(11)V99.
      *>   The quarter's last month's income, on the income
      *>   and expense accounts until GLCLOSE moves it
       01 WS-UNCLOSED         PIC S9(13)V99 VALUE 0.
       01 WS-TOT-ASSETS       PIC S9(13)V99 VALUE 0.
       01 WS-TOT-LIABS        PIC S9(13)V99 VALUE 0.
       01 WS-TOT-EQUITY       PIC S9(13)V99 VALUE 0.
       01 WS-NI-QTR           PIC S9(13)V99 VALUE 0.
       01 WS-NI-YTD           PIC S9(13)V99 VALUE 0.
       01 WS-OUT-OF-BALANCE   PIC S9(13)V99 VALUE 0.

      *>   The position in hand, in base currency
       01 WS-FX-RATE          PIC 9(3)V9999.
       01 WS-POS-AMT          PIC S9(11)V99.
       01 WS-POS-AMT-2        PIC S9(11)V99.
       01 WS-ACCTS-READ       PIC 9(7) VALUE 0.
       01 WS-DELINQ-READ      PIC 9(7) VALUE 0.

       01 WS-SUBMIT-COUNT     PIC 9(7) VALUE 0.
       01 WS-HASH-TOTAL       PIC S9(15)V99 VALUE 0.
       01 WS-FILED            PIC X VALUE "N".
          88 RETURN-FILED     VALUE "Y".

       01 WS-RPT-DETAIL.
          05 FILLER           PIC X(2).
          05 RD-LINE-ID       PIC X(5).
          05 FILLER           PIC X(2).
          05 RD-DESC          PIC X(30).
          05 RD-COUNT         PIC Z(7)9.
          05 RD-COUNT-X REDEFINES RD-COUNT PIC X(8).
          05 RD-AMT-1         PIC ---,---,---,--9.99.
          05 FILLER           PIC X(2).
          05 RD-AMT-2         PIC ---,---,---,--9.99.
          05 RD-AMT-2-X REDEFINES RD-AMT-2 PIC X(18).
       01 WS-RPT-HEADS.
          05 FILLER           PIC X(39).
          05 RH-COUNT         PIC X(8) JUSTIFIED RIGHT.
          05 RH-AMT-1         PIC X(18) JUSTIFIED RIGHT.
          05 FILLER           PIC X(2).
          05 RH-AMT-2         PIC X(18) JUSTIFIED RIGHT.
       01 WS-RPT-RULE.
          05 FILLER           PIC X(47).
          05 FILLER           PIC X(18) VALUE ALL "-".
          05 FILLER           PIC X(2).
          05 RR-RULE-2        PIC X(18).
       01 WS-RPT-TEXT         PIC X(85).
       01 WS-DISP-AMT         PIC ---,---,---,--9.99.
       01 WS-DISP-CNT         PIC ZZ9.
       01 WS-DISP-NUM         PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-CHART.
           PERFORM 1700-LOAD-MAP.
           PERFORM 2000-GATHER-LEDGER.
           PERFORM 2800-CHECK-THE-CHART.
           PERFORM 2900-COMPUTE-TOTALS.
           PERFORM 3000-GATHER-MASTER.
           PERFORM 3500-GATHER-PAST-DUE.
           CLOSE ACCOUNT-MASTER.
           PERFORM 4000-PRINT-RETURN.
           PERFORM 5000-WRITE-SUBMISSION THRU 5000-EXIT.
           PERFORM 6000-FINISH.
           STOP RUN.

      *> --- The quarter, its months and closing date, and
      *>     the business date the master is taken at ---
       1000-INITIALIZE.
           DISPLAY "=== Regulatory Quarterly Return ===".
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

           DISPLAY "Quarter to report (YYYYQ, e.g. 20263): "
               WITH NO ADVANCING.
           ACCEPT WS-REPORT-QTR.
           MOVE WS-REPORT-QTR(1:4) TO WS-REPORT-YEAR.
           MOVE WS-REPORT-QTR(5:1) TO WS-QTR-NO.
           IF WS-QTR-NO < 1 OR WS-QTR-NO > 4
               DISPLAY "ABEND: quarter " WS-REPORT-QTR
                   " is not YYYYQ."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-END-MONTH = WS-QTR-NO * 3.
           COMPUTE WS-FIRST-MONTH = WS-END-MONTH - 2.
           EVALUATE WS-QTR-NO
               WHEN 1 MOVE 31 TO WS-END-DAY
               WHEN 2 MOVE 30 TO WS-END-DAY
               WHEN 3 MOVE 30 TO WS-END-DAY
               WHEN 4 MOVE 31 TO WS-END-DAY
           END-EVALUATE.
           COMPUTE WS-PERIOD-END = WS-REPORT-YEAR * 10000
               + WS-END-MONTH * 100 + WS-END-DAY.

      *>   The quarter's three months must all have been
      *>   closed - their snapshots are what is reported
           PERFORM VARYING WS-SCAN-MONTH FROM WS-FIRST-MONTH
                   BY 1 UNTIL WS-SCAN-MONTH > WS-END-MONTH
               COMPUTE WS-SCAN-PERIOD =
                   WS-REPORT-YEAR * 100 + WS-SCAN-MONTH
               PERFORM 1100-BUILD-SNAPSHOT-NAME
               OPEN INPUT SNAPSHOT-FILE
               IF WS-SNAP-STATUS NOT = "00"
                   DISPLAY "ABEND: no " WS-SNAPSHOT-FILENAME
                       " - run GLCLOSE for the period first."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE SNAPSHOT-FILE
           END-PERFORM.

           STRING "reg-return-" DELIMITED BY SIZE
                   WS-REPORT-YEAR DELIMITED BY SIZE
                   "Q" DELIMITED BY SIZE
                   WS-QTR-NO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           STRING "reg-return-" DELIMITED BY SIZE
                   WS-REPORT-YEAR DELIMITED BY SIZE
                   "Q" DELIMITED BY SIZE
                   WS-QTR-NO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-SUBMIT-FILENAME
           END-STRING.
           INITIALIZE WS-LN-TABLE.

      *> --- ledger-period-YYYYMM.dat for WS-SCAN-PERIOD ---
       1100-BUILD-SNAPSHOT-NAME.
           MOVE SPACES TO WS-SNAPSHOT-FILENAME.
           STRING "ledger-period-" DELIMITED BY SIZE
                   WS-SCAN-PERIOD DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-SNAPSHOT-FILENAME
           END-STRING.

      *> --- Every chart account, its type and name ---
       1500-LOAD-CHART.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "ABEND: no chart-of-accounts.dat - "
                   "run COAMAINT first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CHART-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-CH-COUNT >= 100
                   DISPLAY "ABEND: more than 100 chart accounts "
                       "- raise WS-CH-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CH-COUNT
               MOVE COA-CODE TO WS-CH-CODE(WS-CH-COUNT)
               MOVE COA-DESC TO WS-CH-DESC(WS-CH-COUNT)
               MOVE COA-TYPE TO WS-CH-TYPE(WS-CH-COUNT)
               MOVE 0 TO WS-CH-LINE-IDX(WS-CH-COUNT)
               READ CHART-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CHART-FILE.

      *> --- Each map record onto its chart account, proven:
      *>     a known code, a ledger-fed line on the right
      *>     statement, and only one line per code ---
       1700-LOAD-MAP.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "ABEND: no reg-return-map.dat - "
                   "run REGMAP first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ MAP-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 1800-TAKE-ONE-MAPPING THRU 1800-EXIT
               READ MAP-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE MAP-FILE.

      *> --- One map record ---
       1800-TAKE-ONE-MAPPING.
           MOVE RM-ACCT-CODE TO WS-SEEK-CODE.
           PERFORM 1600-FIND-CODE.
           IF WS-CH-MATCH-IDX = 0
               MOVE SPACES TO WS-ERR-LINE
               STRING "Map: " RM-ACCT-CODE
                      " is not on the chart of accounts"
                   DELIMITED BY SIZE INTO WS-ERR-LINE
               END-STRING
               PERFORM 2950-ADD-ERROR
               GO TO 1800-EXIT
           END-IF.
           MOVE RM-LINE-ID TO WS-SEEK-LINE.
           PERFORM 2600-FIND-LINE.
           IF WS-RL-MATCH-IDX = 0
               MOVE SPACES TO WS-ERR-LINE
               STRING "Map: " RM-ACCT-CODE " to " RM-LINE-ID
                      " - no such line item on the return"
                   DELIMITED BY SIZE INTO WS-ERR-LINE
               END-STRING
               PERFORM 2950-ADD-ERROR
               GO TO 1800-EXIT
           END-IF.
           IF RL-SOURCE(WS-RL-MATCH-IDX) NOT = "M"
               MOVE SPACES TO WS-ERR-LINE
               STRING "Map: " RM-ACCT-CODE " to " RM-LINE-ID
                      " - that line is not fed from the ledger"
                   DELIMITED BY SIZE INTO WS-ERR-LINE
               END-STRING
               PERFORM 2950-ADD-ERROR
               GO TO 1800-EXIT
           END-IF.
           IF ((WS-CH-TYPE(WS-CH-MATCH-IDX) = "A"
                   OR WS-CH-TYPE(WS-CH-MATCH-IDX) = "L")
                 AND RM-LINE-ID(1:2) NOT = "BS")
               OR ((WS-CH-TYPE(WS-CH-MATCH-IDX) = "I"
                   OR WS-CH-TYPE(WS-CH-MATCH-IDX) = "E")
                 AND RM-LINE-ID(1:2) NOT = "IS")
               MOVE SPACES TO WS-ERR-LINE
               STRING "Map: " RM-ACCT-CODE " (type "
                      WS-CH-TYPE(WS-CH-MATCH-IDX) ") to "
                      RM-LINE-ID " - wrong statement"
                   DELIMITED BY SIZE INTO WS-ERR-LINE
               END-STRING
               PERFORM 2950-ADD-ERROR
               GO TO 1800-EXIT
           END-IF.
           IF WS-CH-LINE-IDX(WS-CH-MATCH-IDX) NOT = 0
               MOVE SPACES TO WS-ERR-LINE
               STRING "Map: " RM-ACCT-CODE " is mapped twice"
                      " - second line " RM-LINE-ID " ignored"
                   DELIMITED BY SIZE INTO WS-ERR-LINE
               END-STRING
               PERFORM 2950-ADD-ERROR
               GO TO 1800-EXIT
           END-IF.
           MOVE WS-RL-MATCH-IDX TO WS-CH-LINE-IDX(WS-CH-MATCH-IDX).
       1800-EXIT.
           CONTINUE.

      *> --- One code in the loaded chart ---
       1600-FIND-CODE.
           MOVE 0 TO WS-CH-MATCH-IDX.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-CODE(WS-CH-IDX) = WS-SEEK-CODE
                   SET WS-CH-MATCH-IDX TO WS-CH-IDX
               END-IF
           END-PERFORM.

      *> --- January's snapshot through the quarter end's:
      *>     the year's income and expense activity, and the
      *>     quarter end's balances ---
       2000-GATHER-LEDGER.
           PERFORM VARYING WS-SCAN-MONTH FROM 1 BY 1
                   UNTIL WS-SCAN-MONTH > WS-END-MONTH
               COMPUTE WS-SCAN-PERIOD =
                   WS-REPORT-YEAR * 100 + WS-SCAN-MONTH
               PERFORM 1100-BUILD-SNAPSHOT-NAME
               PERFORM 2100-READ-ONE-SNAPSHOT
           END-PERFORM.

      *> --- One period's snapshot. A month before the
      *>     quarter that never closed leaves the year to
      *>     date short - an exception, not a guess ---
       2100-READ-ONE-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAP-STATUS NOT = "00"
               MOVE SPACES TO WS-ERR-LINE
               STRING "Ledger: no " WS-SNAPSHOT-FILENAME
                      " - the year to date is short"
                   DELIMITED BY SIZE INTO WS-ERR-LINE
               END-STRING
               PERFORM 2950-ADD-ERROR
           ELSE
               MOVE "N" TO WS-EOF
               READ SNAPSHOT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   PERFORM 2200-TAKE-BALANCE THRU 2200-EXIT
                   READ SNAPSHOT-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           END-IF.

      *> --- One account's snapshot balance onto its line,
      *>     in the line's natural sign ---
       2200-TAKE-BALANCE.
           COMPUTE WS-NET-AMT = SN-DR-TOTAL - SN-CR-TOTAL.
           MOVE SN-ACCT-CODE TO WS-SEEK-CODE.
           PERFORM 1600-FIND-CODE.
      *>   LEDGER suspenses unknown codes, so one here is a
      *>   chart account since removed - reported once, off
      *>   the quarter end's snapshot
           IF WS-CH-MATCH-IDX = 0
               IF WS-SCAN-MONTH = WS-END-MONTH
                   AND WS-NET-AMT NOT = 0
                   MOVE SPACES TO WS-ERR-LINE
                   STRING "Ledger: " SN-ACCT-CODE
                          " carries a balance but is not on "
                          "the chart"
                       DELIMITED BY SIZE INTO WS-ERR-LINE
                   END-STRING
                   PERFORM 2950-ADD-ERROR
               END-IF
               GO TO 2200-EXIT
           END-IF.

           IF WS-CH-TYPE(WS-CH-MATCH-IDX) = "I"
                   OR WS-CH-TYPE(WS-CH-MATCH-IDX) = "E"
               IF WS-SCAN-MONTH = WS-END-MONTH
                   SUBTRACT WS-NET-AMT FROM WS-UNCLOSED
               END-IF
           ELSE
               IF WS-SCAN-MONTH NOT = WS-END-MONTH
                   GO TO 2200-EXIT
               END-IF
           END-IF.

      *>   An unmapped account is listed by the chart check
           MOVE WS-CH-LINE-IDX(WS-CH-MATCH-IDX) TO WS-RL-IDX.
           IF WS-RL-IDX = 0
               GO TO 2200-EXIT
           END-IF.
           IF RL-NATURE(WS-RL-IDX) = "A"
                   OR RL-NATURE(WS-RL-IDX) = "E"
               MOVE WS-NET-AMT TO WS-LINE-AMT
           ELSE
               COMPUTE WS-LINE-AMT = 0 - WS-NET-AMT
           END-IF.

           IF WS-CH-TYPE(WS-CH-MATCH-IDX) = "I"
                   OR WS-CH-TYPE(WS-CH-MATCH-IDX) = "E"
               ADD WS-LINE-AMT TO WS-LN-AMT-2(WS-RL-IDX)
               IF WS-SCAN-MONTH >= WS-FIRST-MONTH
                   ADD WS-LINE-AMT TO WS-LN-AMT-1(WS-RL-IDX)
               END-IF
           ELSE
               ADD WS-LINE-AMT TO WS-LN-AMT-1(WS-RL-IDX)
           END-IF.
       2200-EXIT.
           CONTINUE.

      *> --- Every chart account must land on a line ---
       2800-CHECK-THE-CHART.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-LINE-IDX(WS-CH-IDX) = 0
                   MOVE SPACES TO WS-ERR-LINE
                   STRING "Unmapped: " WS-CH-CODE(WS-CH-IDX)
                          " " WS-CH-DESC(WS-CH-IDX)
                          " (type " WS-CH-TYPE(WS-CH-IDX)
                          ") is on no line item"
                       DELIMITED BY SIZE INTO WS-ERR-LINE
                   END-STRING
                   PERFORM 2950-ADD-ERROR
               END-IF
           END-PERFORM.

      *> --- One line item in the catalog by its id ---
       2600-FIND-LINE.
           MOVE 0 TO WS-RL-MATCH-IDX.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > RL-LINE-COUNT
               IF RL-LINE-ID(WS-RL-IDX) = WS-SEEK-LINE
                   MOVE WS-RL-IDX TO WS-RL-MATCH-IDX
               END-IF
           END-PERFORM.

      *> --- The statement totals, net income, and the
      *>     proof that the balance sheet balances ---
       2900-COMPUTE-TOTALS.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > RL-LINE-COUNT
               IF RL-SOURCE(WS-RL-IDX) = "M"
                   EVALUATE RL-NATURE(WS-RL-IDX)
                       WHEN "A"
                           ADD WS-LN-AMT-1(WS-RL-IDX)
                               TO WS-TOT-ASSETS
                       WHEN "L"
                           ADD WS-LN-AMT-1(WS-RL-IDX)
                               TO WS-TOT-LIABS
                       WHEN "Q"
                           ADD WS-LN-AMT-1(WS-RL-IDX)
                               TO WS-TOT-EQUITY
                       WHEN "I"
                           ADD WS-LN-AMT-1(WS-RL-IDX)
                               TO WS-NI-QTR
                           ADD WS-LN-AMT-2(WS-RL-IDX)
                               TO WS-NI-YTD
                       WHEN "E"
                           SUBTRACT WS-LN-AMT-1(WS-RL-IDX)
                               FROM WS-NI-QTR
                           SUBTRACT WS-LN-AMT-2(WS-RL-IDX)
                               FROM WS-NI-YTD
                   END-EVALUATE
               END-IF
           END-PERFORM.
           ADD WS-UNCLOSED TO WS-TOT-EQUITY.

           MOVE "BS090" TO WS-SEEK-LINE.
           PERFORM 2600-FIND-LINE.
           MOVE WS-TOT-ASSETS TO WS-LN-AMT-1(WS-RL-MATCH-IDX).
           MOVE "BS190" TO WS-SEEK-LINE.
           PERFORM 2600-FIND-LINE.
           MOVE WS-TOT-LIABS TO WS-LN-AMT-1(WS-RL-MATCH-IDX).
           MOVE "BS220" TO WS-SEEK-LINE.
           PERFORM 2600-FIND-LINE.
           MOVE WS-UNCLOSED TO WS-LN-AMT-1(WS-RL-MATCH-IDX).
           MOVE "BS290" TO WS-SEEK-LINE.
           PERFORM 2600-FIND-LINE.
           MOVE WS-TOT-EQUITY TO WS-LN-AMT-1(WS-RL-MATCH-IDX).
           MOVE "IS090" TO WS-SEEK-LINE.
           PERFORM 2600-FIND-LINE.
           MOVE WS-NI-QTR TO WS-LN-AMT-1(WS-RL-MATCH-IDX).
           MOVE WS-NI-YTD TO WS-LN-AMT-2(WS-RL-MATCH-IDX).

           COMPUTE WS-OUT-OF-BALANCE = WS-TOT-ASSETS
               - WS-TOT-LIABS - WS-TOT-EQUITY.
           IF WS-OUT-OF-BALANCE NOT = 0
               MOVE WS-OUT-OF-BALANCE TO WS-DISP-AMT
               MOVE SPACES TO WS-ERR-LINE
               STRING "Balance sheet: assets less liabilities "
                      "and equity is " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-ERR-LINE
               END-STRING
               PERFORM 2950-ADD-ERROR
           END-IF.

      *> --- One exception for the foot of the return ---
       2950-ADD-ERROR.
           ADD 1 TO WS-ERR-COUNT.
           IF WS-ERR-COUNT <= 100
               MOVE WS-ERR-LINE TO WS-ERR-TEXT(WS-ERR-COUNT)
           END-IF.

      *> --- Deposits and loans by type, term deposits by
      *>     what they have left to run ---
       3000-GATHER-MASTER.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ABEND: account-master.dat will not "
                   "open, status " WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
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
               ADD 1 TO WS-ACCTS-READ
               PERFORM 3050-BOOK-RATE
               COMPUTE WS-POS-AMT ROUNDED =
                   AM-BALANCE * WS-FX-RATE
               MOVE 0 TO WS-POS-AMT-2
               EVALUATE AM-ACCT-TYPE
                   WHEN "C"
                       PERFORM 3100-SLOT-CHECKING
                   WHEN "S"
                       IF WS-POS-AMT > 0
                           PERFORM 3150-SLOT-SAVINGS
                       END-IF
                   WHEN "D"
                       IF WS-POS-AMT > 0
                           PERFORM 3200-SLOT-TERM-DEPOSIT
                       END-IF
                   WHEN "L"
                       IF WS-POS-AMT > 0
                           AND AM-LOAN-STATUS NOT = "X"
                           AND AM-LOAN-STATUS NOT = "P"
                           PERFORM 3300-SLOT-LOAN
                       END-IF
               END-EVALUATE
               READ ACCOUNT-MASTER NEXT
                   AT END MOVE "Y" TO WS-ACCT-EOF
               END-READ
           END-PERFORM.

      *> --- The rate a foreign balance is carried at on the
      *>     books; base currency counts one for one ---
       3050-BOOK-RATE.
           IF AM-CURRENCY = SPACES OR AM-CURRENCY = "USD"
               OR AM-FX-BOOK-RATE = 0
               MOVE 1 TO WS-FX-RATE
           ELSE
               MOVE AM-FX-BOOK-RATE TO WS-FX-RATE
           END-IF.

      *> --- Checking: a credit balance is a deposit, a drawn
      *>     overdraft a loan ---
       3100-SLOT-CHECKING.
           IF WS-POS-AMT > 0
               MOVE "LD010" TO WS-SEEK-LINE
               PERFORM 3900-ADD-TO-LINE
               MOVE "LD040" TO WS-SEEK-LINE
               PERFORM 3900-ADD-TO-LINE
           END-IF.
           IF WS-POS-AMT < 0
               COMPUTE WS-POS-AMT = 0 - WS-POS-AMT
               MOVE "LD110" TO WS-SEEK-LINE
               PERFORM 3900-ADD-TO-LINE
               MOVE "LD140" TO WS-SEEK-LINE
               PERFORM 3900-ADD-TO-LINE
           END-IF.

      *> --- Savings: a deposit ---
       3150-SLOT-SAVINGS.
           MOVE "LD020" TO WS-SEEK-LINE.
           PERFORM 3900-ADD-TO-LINE.
           MOVE "LD040" TO WS-SEEK-LINE.
           PERFORM 3900-ADD-TO-LINE.

      *> --- A term deposit, and its band by the days left
      *>     from the business date to maturity ---
       3200-SLOT-TERM-DEPOSIT.
           MOVE "LD030" TO WS-SEEK-LINE.
           PERFORM 3900-ADD-TO-LINE.
           MOVE "LD040" TO WS-SEEK-LINE.
           PERFORM 3900-ADD-TO-LINE.
           IF AM-TD-MATURITY > 0
               COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(AM-TD-MATURITY)
                   - WS-TODAY-INT
           ELSE
               MOVE 0 TO WS-DAYS-OUT
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-OUT <= 90
                   MOVE "TD010" TO WS-SEEK-LINE
               WHEN WS-DAYS-OUT <= 365
                   MOVE "TD020" TO WS-SEEK-LINE
               WHEN WS-DAYS-OUT <= 1095
                   MOVE "TD030" TO WS-SEEK-LINE
               WHEN OTHER
                   MOVE "TD040" TO WS-SEEK-LINE
           END-EVALUATE.
           PERFORM 3900-ADD-TO-LINE.
           MOVE "TD090" TO WS-SEEK-LINE.
           PERFORM 3900-ADD-TO-LINE.

      *> --- An installment loan still on the books ---
       3300-SLOT-LOAN.
           IF AM-LOAN-STATUS = "D"
               MOVE "LD130" TO WS-SEEK-LINE
           ELSE
               MOVE "LD120" TO WS-SEEK-LINE
           END-IF.
           PERFORM 3900-ADD-TO-LINE.
           MOVE "LD140" TO WS-SEEK-LINE.
           PERFORM 3900-ADD-TO-LINE.

      *> --- Every loan on the collections file by how long
      *>     its oldest missed payment has been due ---
       3500-GATHER-PAST-DUE.
           OPEN INPUT DELINQ-FILE.
           IF WS-DELINQ-STATUS NOT = "00"
               DISPLAY "No loan-delinq.dat - no loans past due."
           ELSE
               MOVE "N" TO WS-EOF
               READ DELINQ-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO WS-DELINQ-READ
                   PERFORM 3600-SLOT-PAST-DUE THRU 3600-EXIT
                   READ DELINQ-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DELINQ-FILE
           END-IF.

      *> --- One delinquent loan: the amount past due and the
      *>     principal it puts at risk ---
       3600-SLOT-PAST-DUE.
           MOVE LD-ACCT-NO TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-ERR-LINE
                   STRING "Past due: loan " LD-ACCT-NO
                          " is on loan-delinq.dat but not on "
                          "the master"
                       DELIMITED BY SIZE INTO WS-ERR-LINE
                   END-STRING
                   PERFORM 2950-ADD-ERROR
                   GO TO 3600-EXIT
           END-READ.
      *>   A charged-off loan is off the books already
           IF AM-LOAN-STATUS = "X" OR AM-LOAN-STATUS = "P"
               GO TO 3600-EXIT
           END-IF.
           PERFORM 3050-BOOK-RATE.
           COMPUTE WS-POS-AMT ROUNDED = LD-PAST-DUE * WS-FX-RATE.
           COMPUTE WS-POS-AMT-2 ROUNDED = AM-BALANCE * WS-FX-RATE.
           IF LD-FIRST-MISS > 0
               COMPUTE WS-DAYS-OUT = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(LD-FIRST-MISS)
           ELSE
               MOVE 1 TO WS-DAYS-OUT
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-OUT < 30
                   MOVE "PD010" TO WS-SEEK-LINE
               WHEN WS-DAYS-OUT < 60
                   MOVE "PD020" TO WS-SEEK-LINE
               WHEN WS-DAYS-OUT < 90
                   MOVE "PD030" TO WS-SEEK-LINE
               WHEN OTHER
                   MOVE "PD040" TO WS-SEEK-LINE
           END-EVALUATE.
           PERFORM 3900-ADD-TO-LINE.
           MOVE "PD090" TO WS-SEEK-LINE.
           PERFORM 3900-ADD-TO-LINE.
       3600-EXIT.
           CONTINUE.

      *> --- One position onto a schedule line ---
       3900-ADD-TO-LINE.
           PERFORM 2600-FIND-LINE.
           ADD 1 TO WS-LN-COUNT(WS-RL-MATCH-IDX).
           ADD WS-POS-AMT TO WS-LN-AMT-1(WS-RL-MATCH-IDX).
           ADD WS-POS-AMT-2 TO WS-LN-AMT-2(WS-RL-MATCH-IDX).

      *> --- The printed return: each schedule in catalog
      *>     order, then the exceptions ---
       4000-PRINT-RETURN.
           OPEN OUTPUT REPORT-FILE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "         REGULATORY QUARTERLY FINANCIAL RETURN"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "Reporter: " WS-OUR-BANK-ID
                  "   Quarter: " WS-REPORT-YEAR " Q" WS-QTR-NO
                  "   Period end: " WS-PERIOD-END
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING.
           MOVE WS-RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "BS/IS from the closed period snapshots; "
                  "LD/PD/TD from the master at "
                  WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING.
           MOVE WS-RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO WS-LAST-SCHED.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > RL-LINE-COUNT
               IF RL-LINE-ID(WS-RL-IDX)(1:2) NOT = WS-LAST-SCHED
                   MOVE RL-LINE-ID(WS-RL-IDX)(1:2)
                       TO WS-LAST-SCHED
                   PERFORM 4100-SCHEDULE-HEADING
               END-IF
               PERFORM 4200-WRITE-ONE-LINE
           END-PERFORM.

           PERFORM 4300-WRITE-EXCEPTIONS.
           CLOSE REPORT-FILE.

      *> --- A schedule's title and column heads ---
       4100-SCHEDULE-HEADING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE SPACES TO WS-RPT-HEADS.
           EVALUATE WS-LAST-SCHED
               WHEN "BS"
                   STRING "SCHEDULE BS - BALANCE SHEET AT "
                          WS-PERIOD-END
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   END-STRING
                   MOVE "Balance" TO RH-AMT-1
               WHEN "IS"
                   MOVE "SCHEDULE IS - INCOME STATEMENT"
                       TO WS-RPT-TEXT
                   MOVE "Quarter" TO RH-AMT-1
                   MOVE "Year to date" TO RH-AMT-2
               WHEN "LD"
                   MOVE "SCHEDULE LD - DEPOSITS AND LOANS BY TYPE"
                       TO WS-RPT-TEXT
                   MOVE "Count" TO RH-COUNT
                   MOVE "Balance" TO RH-AMT-1
               WHEN "PD"
                   MOVE "SCHEDULE PD - PAST-DUE LOANS"
                       TO WS-RPT-TEXT
                   MOVE "Loans" TO RH-COUNT
                   MOVE "Past due" TO RH-AMT-1
                   MOVE "Principal" TO RH-AMT-2
               WHEN "TD"
                   MOVE "SCHEDULE TD - TERM DEPOSITS BY REMAINING "
                       & "MATURITY" TO WS-RPT-TEXT
                   MOVE "Count" TO RH-COUNT
                   MOVE "Balance" TO RH-AMT-1
           END-EVALUATE.
           MOVE WS-RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-HEADS TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- One line item; a total or the net income gets
      *>     a rule above it ---
       4200-WRITE-ONE-LINE.
           IF RL-DESC(WS-RL-IDX)(1:5) = "Total"
                   OR RL-LINE-ID(WS-RL-IDX) = "IS090"
               IF WS-LAST-SCHED = "IS" OR WS-LAST-SCHED = "PD"
                   MOVE ALL "-" TO RR-RULE-2
               ELSE
                   MOVE SPACES TO RR-RULE-2
               END-IF
               MOVE WS-RPT-RULE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE RL-LINE-ID(WS-RL-IDX) TO RD-LINE-ID.
           MOVE RL-DESC(WS-RL-IDX) TO RD-DESC.
           IF RL-SOURCE(WS-RL-IDX) = "S"
               MOVE WS-LN-COUNT(WS-RL-IDX) TO RD-COUNT
           ELSE
               MOVE SPACES TO RD-COUNT-X
           END-IF.
           MOVE WS-LN-AMT-1(WS-RL-IDX) TO RD-AMT-1.
           IF WS-LAST-SCHED = "IS" OR WS-LAST-SCHED = "PD"
               MOVE WS-LN-AMT-2(WS-RL-IDX) TO RD-AMT-2
           ELSE
               MOVE SPACES TO RD-AMT-2-X
           END-IF.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- What stops the return being filed ---
       4300-WRITE-EXCEPTIONS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "EXCEPTIONS:" TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-ERR-COUNT = 0
               MOVE "  None - every chart account is mapped and "
                   & "the balance sheet balances." TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM VARYING WS-ERR-IDX FROM 1 BY 1
                   UNTIL WS-ERR-IDX > WS-ERR-COUNT
                      OR WS-ERR-IDX > 100
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-ERR-TEXT(WS-ERR-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-PERFORM.
           IF WS-ERR-COUNT > 100
               MOVE SPACES TO WS-RPT-TEXT
               MOVE WS-ERR-COUNT TO WS-DISP-CNT
               STRING "  ... " WS-DISP-CNT
                      " exceptions in all; the first 100 shown"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
               MOVE WS-RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           IF WS-ERR-COUNT = 0
               STRING "Submission file: " WS-SUBMIT-FILENAME
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
           ELSE
               MOVE "SUBMISSION FILE NOT WRITTEN - clear the "
                   & "exceptions (REGMAP) and rerun."
                   TO WS-RPT-TEXT
           END-IF.
           MOVE WS-RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- The filing: header, every line item, trailer.
      *>     A return with exceptions is not filed ---
       5000-WRITE-SUBMISSION.
           IF WS-ERR-COUNT > 0
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT SUBMIT-FILE.
           MOVE SPACES TO RS-HEADER-RECORD.
           MOVE "01"            TO RSH-REC-TYPE.
           MOVE WS-OUR-BANK-ID  TO RSH-BANK-ID.
           MOVE WS-REPORT-QTR   TO RSH-QUARTER.
           MOVE WS-PERIOD-END   TO RSH-PERIOD-END.
           MOVE WS-PROCESS-DATE TO RSH-POSITION-DATE.
           WRITE RS-HEADER-RECORD.

           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > RL-LINE-COUNT
               MOVE SPACES TO RS-DETAIL-RECORD
               MOVE "02" TO RSD-REC-TYPE
               MOVE RL-LINE-ID(WS-RL-IDX)  TO RSD-LINE-ID
               MOVE WS-LN-COUNT(WS-RL-IDX) TO RSD-COUNT
               MOVE WS-LN-AMT-1(WS-RL-IDX) TO RSD-AMOUNT-1
               MOVE WS-LN-AMT-2(WS-RL-IDX) TO RSD-AMOUNT-2
               WRITE RS-DETAIL-RECORD
               ADD 1 TO WS-SUBMIT-COUNT
               ADD WS-LN-AMT-1(WS-RL-IDX) TO WS-HASH-TOTAL
           END-PERFORM.

           MOVE SPACES TO RS-TRAILER-RECORD.
           MOVE "09"            TO RST-REC-TYPE.
           MOVE WS-SUBMIT-COUNT TO RST-REC-COUNT.
           MOVE WS-HASH-TOTAL   TO RST-HASH-TOTAL.
           WRITE RS-TRAILER-RECORD.
           CLOSE SUBMIT-FILE.
           SET RETURN-FILED TO TRUE.
       5000-EXIT.
           CONTINUE.

      *> --- Say where the return went ---
       6000-FINISH.
           MOVE WS-ACCTS-READ TO WS-DISP-NUM.
           DISPLAY "Accounts on the master:  " WS-DISP-NUM.
           MOVE WS-DELINQ-READ TO WS-DISP-NUM.
           DISPLAY "Loans on collections:    " WS-DISP-NUM.
           MOVE WS-ERR-COUNT TO WS-DISP-CNT.
           DISPLAY "Exceptions:              " WS-DISP-CNT.
           DISPLAY "Return: " WS-REPORT-FILENAME.
           IF RETURN-FILED
               DISPLAY "Submission: " WS-SUBMIT-FILENAME
           ELSE
               DISPLAY "Submission NOT written - see the "
                   "exceptions on the return (RC 8)."
           END-IF.
