       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.
       AUTHOR. LEARNER.

      *> ============================================
      *> GL budget versus actual
      *> ============================================
      *> GLCLOSE prints the month's statements; this sets
      *> them against the budget on budget-master.dat,
      *> for the month and the year to date, per account
      *> and grouped by the chart's account types as the
      *> statements are: actual, budget, variance and
      *> variance percent, all in the account's natural
      *> sign (income and liabilities positive when
      *> credit), variance being actual less budget.
      *>
      *> The actuals come from GLCLOSE's pre-close
      *> snapshots, ledger-period-YYYYMM.dat:
      *>   income, expenses - the snapshot's balance is
      *>                      the period's activity, as
      *>                      the previous close zeroed it;
      *>   assets,          - the movement since the
      *>   liabilities        snapshot before (the prior
      *>                      December's for January).
      *> The year to date sums the year's snapshots, so a
      *> month closed late, whose activity sits in the
      *> next snapshot, still counts once.
      *>
      *> A line is flagged for management commentary when
      *> its month or year-to-date variance is at least
      *> BUDGET-VAR-MIN and more than BUDGET-VAR-PCT of
      *> the budget (any variance on an unbudgeted line of
      *> that size). The flagged lines are listed again at
      *> the foot of the report with room for the comment.
      *>
      *> Month end, after GLCLOSE has closed the period.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks budvar.cob
      *>       -o budvar
      *>   ./budvar
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT CHART-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

           SELECT BUDGET-FILE
               ASSIGN TO "budget-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

      *>   Each of the year's period snapshots in turn
           SELECT SNAPSHOT-FILE
               ASSIGN TO WS-SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

       FD CHART-FILE.
       01 CHART-RECORD.
          05 COA-CODE         PIC X(4).
          05 FILLER           PIC X.
          05 COA-DESC         PIC X(25).
          05 FILLER           PIC X.
          05 COA-TYPE         PIC X.
          05 FILLER           PIC X.
          05 COA-ACTIVE       PIC X.

       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           COPY "budgrec.cpy".

      *> Same layout GLCLOSE cuts the snapshot in
       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD.
          05 SN-ACCT-CODE     PIC X(4).
          05 FILLER           PIC X.
          05 SN-DR-TOTAL      PIC 9(11)V99.
          05 FILLER           PIC X.
          05 SN-CR-TOTAL      PIC 9(11)V99.

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-PARAMS-STATUS   PIC XX.
       01 WS-CHART-STATUS    PIC XX.
       01 WS-BUDGET-STATUS   PIC XX.
           COPY "filestat.cpy".
       01 WS-SNAP-STATUS     PIC XX.
       01 WS-REPORT-STATUS   PIC XX.

       01 WS-REPORT-PERIOD    PIC 9(6) VALUE 0.
       01 WS-REPORT-YEAR      PIC 9(4).
       01 WS-REPORT-MONTH     PIC 9(2).
       01 WS-SCAN-MONTH       PIC 9(2).
       01 WS-SCAN-PERIOD      PIC 9(6).
       01 WS-SNAPSHOT-FILENAME PIC X(25).
       01 WS-REPORT-FILENAME   PIC X(26).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Tolerances off the shared control file
       01 WS-VAR-PCT          PIC 9(3)V99 VALUE 0.
       01 WS-VAR-MIN          PIC 9(9)V99 VALUE 0.
       01 WS-PARAMS-SEEN      PIC 9 VALUE 0.

      *>   The chart in storage, with each account's month
      *>   and year-to-date actual and budget
       01 WS-BV-COUNT        PIC 9(3) VALUE 0.
       01 WS-BV-TABLE.
          05 WS-BV-ENTRY OCCURS 100 TIMES
             INDEXED BY WS-BV-IDX.
             10 WS-BV-CODE     PIC X(4).
             10 WS-BV-DESC     PIC X(25).
             10 WS-BV-TYPE     PIC X.
             10 WS-BV-PREV-NET PIC S9(11)V99.
             10 WS-BV-MTH-ACT  PIC S9(11)V99.
             10 WS-BV-YTD-ACT  PIC S9(11)V99.
             10 WS-BV-MTH-BUD  PIC S9(11)V99.
             10 WS-BV-YTD-BUD  PIC S9(11)V99.
             10 WS-BV-FLAG     PIC X(2).
       01 WS-BV-MATCH-IDX    PIC 9(3) VALUE 0.
       01 WS-SEEK-CODE       PIC X(4).

      *>   What the snapshots and budget held
       01 WS-SNAPS-READ       PIC 9(2) VALUE 0.
       01 WS-SNAPS-MISSING    PIC 9(2) VALUE 0.
       01 WS-UNCHARTED        PIC 9(5) VALUE 0.
       01 WS-FLAG-COUNT       PIC 9(3) VALUE 0.

       01 WS-NET-AMT          PIC S9(11)V99 VALUE 0.
       01 WS-ACTIVITY         PIC S9(11)V99 VALUE 0.

      *>   One comparison: actual against budget
       01 WS-CMP-ACT          PIC S9(11)V99.
       01 WS-CMP-BUD          PIC S9(11)V99.
       01 WS-CMP-VAR          PIC S9(11)V99.
       01 WS-CMP-ABS-VAR      PIC 9(11)V99.
       01 WS-CMP-ABS-BUD      PIC 9(11)V99.
       01 WS-CMP-PCT          PIC S9(5)V9.
       01 WS-CMP-PCT-TEXT     PIC X(8).
       01 WS-CMP-OVER         PIC X.
          88 CMP-OVER-TOLERANCE VALUE "Y".

      *>   Section totals
       01 WS-WANT-TYPE        PIC X.
       01 WS-SECT-LABEL       PIC X(20).
       01 WS-SECT-MTH-ACT     PIC S9(11)V99.
       01 WS-SECT-MTH-BUD     PIC S9(11)V99.
       01 WS-SECT-YTD-ACT     PIC S9(11)V99.
       01 WS-SECT-YTD-BUD     PIC S9(11)V99.

      *>   One report line: the month, then the year to date
       01 WS-RPT-DETAIL.
          05 RD-LABEL.
             10 RD-CODE       PIC X(4).
             10 FILLER        PIC X VALUE SPACE.
             10 RD-DESC       PIC X(20).
          05 FILLER           PIC X VALUE SPACE.
          05 RD-MTH-ACT       PIC ---,---,---,--9.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-MTH-BUD       PIC ---,---,---,--9.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-MTH-VAR       PIC ---,---,---,--9.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-MTH-PCT       PIC X(8).
          05 FILLER           PIC X(3) VALUE SPACES.
          05 RD-YTD-ACT       PIC ---,---,---,--9.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-YTD-BUD       PIC ---,---,---,--9.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-YTD-VAR       PIC ---,---,---,--9.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-YTD-PCT       PIC X(8).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 RD-FLAG          PIC X(4).
       01 WS-PCT-EDIT         PIC -----9.9.
       01 WS-RPT-TEXT         PIC X(150).
       01 WS-DISP-AMT         PIC ---,---,---,--9.
       01 WS-DISP-AMT2        PIC ---,---,---,--9.
       01 WS-DISP-PCT         PIC ZZ9.99.
       01 WS-DISP-MIN         PIC Z(8),ZZ9.
       01 WS-DISP-CNT         PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-CHART.
           PERFORM 2000-GATHER-ACTUALS.
           PERFORM 2500-GATHER-BUDGET.
           PERFORM 3000-WRITE-REPORT.
           PERFORM 4000-FINISH.
           STOP RUN.

      *> --- Which period, its snapshot, the tolerances ---
       1000-INITIALIZE.
           DISPLAY "=== GL Budget Versus Actual ===".
           DISPLAY "Period to report (YYYYMM): "
               WITH NO ADVANCING.
           ACCEPT WS-REPORT-PERIOD.
           MOVE WS-REPORT-PERIOD(1:4) TO WS-REPORT-YEAR.
           MOVE WS-REPORT-PERIOD(5:2) TO WS-REPORT-MONTH.
           IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
               DISPLAY "ABEND: period " WS-REPORT-PERIOD
                   " is not YYYYMM."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>   The month must have been closed - its snapshot is
      *>   what the actuals are
           MOVE WS-REPORT-PERIOD TO WS-SCAN-PERIOD.
           PERFORM 1100-BUILD-SNAPSHOT-NAME.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "ABEND: no " WS-SNAPSHOT-FILENAME
                   " - run GLCLOSE for the period first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE SNAPSHOT-FILE.

           STRING "budget-variance-" DELIMITED BY SIZE
                   WS-REPORT-PERIOD DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

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
                   WHEN "BUDGET-VAR-PCT"
                       MOVE PRM-VALUE TO WS-VAR-PCT
                       ADD 1 TO WS-PARAMS-SEEN
                   WHEN "BUDGET-VAR-MIN"
                       MOVE PRM-VALUE TO WS-VAR-MIN
                       ADD 1 TO WS-PARAMS-SEEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-PARAMS-SEEN < 2
               DISPLAY "ABEND: BUDGET-VAR-PCT/-MIN not on "
                   "batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- ledger-period-YYYYMM.dat for WS-SCAN-PERIOD ---
       1100-BUILD-SNAPSHOT-NAME.
           MOVE SPACES TO WS-SNAPSHOT-FILENAME.
           STRING "ledger-period-" DELIMITED BY SIZE
                   WS-SCAN-PERIOD DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-SNAPSHOT-FILENAME
           END-STRING.

      *> --- Every chart account, its section and name ---
       1500-LOAD-CHART.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "ABEND: no chart-of-accounts.dat - the "
                   "report cannot group (run COAMAINT)."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CHART-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-BV-COUNT >= 100
                   DISPLAY "ABEND: more than 100 chart accounts "
                       "- raise WS-BV-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BV-COUNT
               MOVE COA-CODE TO WS-BV-CODE(WS-BV-COUNT)
               MOVE COA-DESC TO WS-BV-DESC(WS-BV-COUNT)
               MOVE COA-TYPE TO WS-BV-TYPE(WS-BV-COUNT)
               MOVE 0 TO WS-BV-PREV-NET(WS-BV-COUNT)
               MOVE 0 TO WS-BV-MTH-ACT(WS-BV-COUNT)
               MOVE 0 TO WS-BV-YTD-ACT(WS-BV-COUNT)
               MOVE 0 TO WS-BV-MTH-BUD(WS-BV-COUNT)
               MOVE 0 TO WS-BV-YTD-BUD(WS-BV-COUNT)
               MOVE SPACES TO WS-BV-FLAG(WS-BV-COUNT)
               READ CHART-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CHART-FILE.

      *> --- The prior December's snapshot sets the balance
      *>     sheet's opening; the year's snapshots through
      *>     the period give the activity ---
       2000-GATHER-ACTUALS.
           PERFORM VARYING WS-SCAN-MONTH FROM 0 BY 1
                   UNTIL WS-SCAN-MONTH > WS-REPORT-MONTH
               IF WS-SCAN-MONTH = 0
                   COMPUTE WS-SCAN-PERIOD =
                       (WS-REPORT-YEAR - 1) * 100 + 12
               ELSE
                   COMPUTE WS-SCAN-PERIOD =
                       WS-REPORT-YEAR * 100 + WS-SCAN-MONTH
               END-IF
               PERFORM 1100-BUILD-SNAPSHOT-NAME
               PERFORM 2100-READ-ONE-SNAPSHOT
           END-PERFORM.

      *> --- One period's snapshot, if that period closed ---
       2100-READ-ONE-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAP-STATUS NOT = "00"
               IF WS-SCAN-MONTH > 0
                   ADD 1 TO WS-SNAPS-MISSING
               END-IF
           ELSE
               IF WS-SCAN-MONTH > 0
                   ADD 1 TO WS-SNAPS-READ
               END-IF
               MOVE "N" TO WS-EOF
               READ SNAPSHOT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   MOVE SN-ACCT-CODE TO WS-SEEK-CODE
                   PERFORM 1600-FIND-CODE
                   IF WS-BV-MATCH-IDX = 0
                       IF WS-SCAN-PERIOD = WS-REPORT-PERIOD
                           ADD 1 TO WS-UNCHARTED
                       END-IF
                   ELSE
                       PERFORM 2200-TAKE-ACTIVITY
                           THRU 2200-EXIT
                   END-IF
                   READ SNAPSHOT-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           END-IF.

      *> --- One account's activity for the scanned period,
      *>     in its natural sign ---
       2200-TAKE-ACTIVITY.
           COMPUTE WS-NET-AMT = SN-DR-TOTAL - SN-CR-TOTAL.
           IF WS-BV-TYPE(WS-BV-MATCH-IDX) = "I"
                   OR WS-BV-TYPE(WS-BV-MATCH-IDX) = "E"
               MOVE WS-NET-AMT TO WS-ACTIVITY
           ELSE
               COMPUTE WS-ACTIVITY =
                   WS-NET-AMT - WS-BV-PREV-NET(WS-BV-MATCH-IDX)
           END-IF.
           MOVE WS-NET-AMT TO WS-BV-PREV-NET(WS-BV-MATCH-IDX).
           IF WS-SCAN-MONTH = 0
               GO TO 2200-EXIT
           END-IF.

      *>   Credit-natural accounts count positive
           IF WS-BV-TYPE(WS-BV-MATCH-IDX) = "I"
                   OR WS-BV-TYPE(WS-BV-MATCH-IDX) = "L"
               COMPUTE WS-ACTIVITY = 0 - WS-ACTIVITY
           END-IF.
           ADD WS-ACTIVITY TO WS-BV-YTD-ACT(WS-BV-MATCH-IDX).
           IF WS-SCAN-PERIOD = WS-REPORT-PERIOD
               MOVE WS-ACTIVITY TO WS-BV-MTH-ACT(WS-BV-MATCH-IDX)
           END-IF.
       2200-EXIT.
           CONTINUE.

      *> --- The year's budget through the period ---
       2500-GATHER-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF NOT FS-SUCCESS
               DISPLAY "ABEND: no budget-master.dat - run BUDLOAD "
                   "with finance's budget first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ BUDGET-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF BG-PERIOD(1:4) = WS-REPORT-YEAR
                       AND BG-PERIOD <= WS-REPORT-PERIOD
                   MOVE BG-ACCT-CODE TO WS-SEEK-CODE
                   PERFORM 1600-FIND-CODE
                   IF WS-BV-MATCH-IDX = 0
                       IF BG-PERIOD = WS-REPORT-PERIOD
                           ADD 1 TO WS-UNCHARTED
                       END-IF
                   ELSE
                       ADD BG-AMOUNT
                           TO WS-BV-YTD-BUD(WS-BV-MATCH-IDX)
                       IF BG-PERIOD = WS-REPORT-PERIOD
                           MOVE BG-AMOUNT
                               TO WS-BV-MTH-BUD(WS-BV-MATCH-IDX)
                       END-IF
                   END-IF
               END-IF
               READ BUDGET-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BUDGET-FILE.

      *> --- One code in the loaded chart ---
       1600-FIND-CODE.
           MOVE 0 TO WS-BV-MATCH-IDX.
           PERFORM VARYING WS-BV-IDX FROM 1 BY 1
                   UNTIL WS-BV-IDX > WS-BV-COUNT
               IF WS-BV-CODE(WS-BV-IDX) = WS-SEEK-CODE
                   SET WS-BV-MATCH-IDX TO WS-BV-IDX
               END-IF
           END-PERFORM.

      *> --- The report: income statement sections, then the
      *>     balance sheet's, then the commentary list ---
       3000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "BUDGET VERSUS ACTUAL  period "
                  WS-REPORT-PERIOD
                  "  (month and year to date, whole units, "
                  "natural sign; variance = actual - budget)"
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING.
           MOVE WS-RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-VAR-PCT TO WS-DISP-PCT.
           MOVE WS-VAR-MIN TO WS-DISP-MIN.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "Flagged (M=month, Y=year to date) when the "
                  "variance is at least " WS-DISP-MIN
                  " and over " WS-DISP-PCT "% of budget"
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING.
           MOVE WS-RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-SNAPS-MISSING > 0
               MOVE WS-SNAPS-MISSING TO WS-DISP-CNT
               MOVE SPACES TO WS-RPT-TEXT
               STRING "Note: " WS-DISP-CNT " month(s) of the year "
                      "have no snapshot - their activity is in "
                      "the next period closed"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
               MOVE WS-RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-UNCHARTED > 0
               MOVE WS-UNCHARTED TO WS-DISP-CNT
               MOVE SPACES TO WS-RPT-TEXT
               STRING "Note: " WS-DISP-CNT " ledger or budget "
                      "line(s) for codes not on the chart are "
                      "left out"
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
               MOVE WS-RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "Code Description          "
                  "  Month actual    Month budget  Month variance"
                  "    Var %   "
                  "    YTD actual      YTD budget    YTD variance"
                  "    Var %  Flag"
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING.
           MOVE WS-RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "INCOME STATEMENT" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "I" TO WS-WANT-TYPE.
           MOVE "INCOME" TO WS-SECT-LABEL.
           PERFORM 3100-WRITE-ONE-SECTION.
           MOVE "E" TO WS-WANT-TYPE.
           MOVE "EXPENSES" TO WS-SECT-LABEL.
           PERFORM 3100-WRITE-ONE-SECTION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "BALANCE SHEET (movement)" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "A" TO WS-WANT-TYPE.
           MOVE "ASSETS" TO WS-SECT-LABEL.
           PERFORM 3100-WRITE-ONE-SECTION.
           MOVE "L" TO WS-WANT-TYPE.
           MOVE "LIABILITIES/EQUITY" TO WS-SECT-LABEL.
           PERFORM 3100-WRITE-ONE-SECTION.

           PERFORM 3300-WRITE-COMMENTARY-LIST
               THRU 3300-EXIT.
           CLOSE REPORT-FILE.

      *> --- One chart type's accounts and their total ---
       3100-WRITE-ONE-SECTION.
           MOVE 0 TO WS-SECT-MTH-ACT WS-SECT-MTH-BUD
                     WS-SECT-YTD-ACT WS-SECT-YTD-BUD.
           MOVE SPACES TO RPT-LINE.
           STRING "  " WS-SECT-LABEL
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           PERFORM VARYING WS-BV-IDX FROM 1 BY 1
                   UNTIL WS-BV-IDX > WS-BV-COUNT
               IF WS-BV-TYPE(WS-BV-IDX) = WS-WANT-TYPE
                   AND (WS-BV-MTH-ACT(WS-BV-IDX) NOT = 0
                     OR WS-BV-MTH-BUD(WS-BV-IDX) NOT = 0
                     OR WS-BV-YTD-ACT(WS-BV-IDX) NOT = 0
                     OR WS-BV-YTD-BUD(WS-BV-IDX) NOT = 0)
                   PERFORM 3200-WRITE-ONE-ACCOUNT
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Total " WS-SECT-LABEL
               DELIMITED BY SIZE INTO RD-LABEL
           END-STRING.
           MOVE WS-SECT-MTH-ACT TO WS-CMP-ACT.
           MOVE WS-SECT-MTH-BUD TO WS-CMP-BUD.
           PERFORM 3500-COMPARE.
           COMPUTE RD-MTH-ACT ROUNDED = WS-CMP-ACT.
           COMPUTE RD-MTH-BUD ROUNDED = WS-CMP-BUD.
           COMPUTE RD-MTH-VAR ROUNDED = WS-CMP-VAR.
           MOVE WS-CMP-PCT-TEXT TO RD-MTH-PCT.
           MOVE WS-SECT-YTD-ACT TO WS-CMP-ACT.
           MOVE WS-SECT-YTD-BUD TO WS-CMP-BUD.
           PERFORM 3500-COMPARE.
           COMPUTE RD-YTD-ACT ROUNDED = WS-CMP-ACT.
           COMPUTE RD-YTD-BUD ROUNDED = WS-CMP-BUD.
           COMPUTE RD-YTD-VAR ROUNDED = WS-CMP-VAR.
           MOVE WS-CMP-PCT-TEXT TO RD-YTD-PCT.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- One account: month and year to date, flagged
      *>     where over tolerance ---
       3200-WRITE-ONE-ACCOUNT.
           ADD WS-BV-MTH-ACT(WS-BV-IDX) TO WS-SECT-MTH-ACT.
           ADD WS-BV-MTH-BUD(WS-BV-IDX) TO WS-SECT-MTH-BUD.
           ADD WS-BV-YTD-ACT(WS-BV-IDX) TO WS-SECT-YTD-ACT.
           ADD WS-BV-YTD-BUD(WS-BV-IDX) TO WS-SECT-YTD-BUD.

           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-BV-CODE(WS-BV-IDX) TO RD-CODE.
           MOVE WS-BV-DESC(WS-BV-IDX) TO RD-DESC.

           MOVE WS-BV-MTH-ACT(WS-BV-IDX) TO WS-CMP-ACT.
           MOVE WS-BV-MTH-BUD(WS-BV-IDX) TO WS-CMP-BUD.
           PERFORM 3500-COMPARE.
           COMPUTE RD-MTH-ACT ROUNDED = WS-CMP-ACT.
           COMPUTE RD-MTH-BUD ROUNDED = WS-CMP-BUD.
           COMPUTE RD-MTH-VAR ROUNDED = WS-CMP-VAR.
           MOVE WS-CMP-PCT-TEXT TO RD-MTH-PCT.
           IF CMP-OVER-TOLERANCE
               MOVE "M" TO WS-BV-FLAG(WS-BV-IDX)(1:1)
           END-IF.

           MOVE WS-BV-YTD-ACT(WS-BV-IDX) TO WS-CMP-ACT.
           MOVE WS-BV-YTD-BUD(WS-BV-IDX) TO WS-CMP-BUD.
           PERFORM 3500-COMPARE.
           COMPUTE RD-YTD-ACT ROUNDED = WS-CMP-ACT.
           COMPUTE RD-YTD-BUD ROUNDED = WS-CMP-BUD.
           COMPUTE RD-YTD-VAR ROUNDED = WS-CMP-VAR.
           MOVE WS-CMP-PCT-TEXT TO RD-YTD-PCT.
           IF CMP-OVER-TOLERANCE
               MOVE "Y" TO WS-BV-FLAG(WS-BV-IDX)(2:1)
           END-IF.

           IF WS-BV-FLAG(WS-BV-IDX) NOT = SPACES
               ADD 1 TO WS-FLAG-COUNT
               MOVE SPACES TO RD-FLAG
               STRING "*" WS-BV-FLAG(WS-BV-IDX)
                   DELIMITED BY SIZE INTO RD-FLAG
               END-STRING
           END-IF.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- The flagged lines again, each with room for
      *>     management's explanation ---
       3300-WRITE-COMMENTARY-LIST.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "VARIANCES OVER TOLERANCE - MANAGEMENT COMMENTARY"
               TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-FLAG-COUNT = 0
               MOVE "  None - every line is within tolerance."
                   TO RPT-LINE
               WRITE RPT-LINE
               GO TO 3300-EXIT
           END-IF.
           PERFORM VARYING WS-BV-IDX FROM 1 BY 1
                   UNTIL WS-BV-IDX > WS-BV-COUNT
               IF WS-BV-FLAG(WS-BV-IDX) NOT = SPACES
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   COMPUTE WS-DISP-AMT ROUNDED =
                       WS-BV-MTH-ACT(WS-BV-IDX)
                       - WS-BV-MTH-BUD(WS-BV-IDX)
                   COMPUTE WS-DISP-AMT2 ROUNDED =
                       WS-BV-YTD-ACT(WS-BV-IDX)
                       - WS-BV-YTD-BUD(WS-BV-IDX)
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING "  " WS-BV-CODE(WS-BV-IDX) " "
                          WS-BV-DESC(WS-BV-IDX)
                          "  flag " WS-BV-FLAG(WS-BV-IDX)
                          "  month variance " WS-DISP-AMT
                          "  YTD variance " WS-DISP-AMT2
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   END-STRING
                   MOVE WS-RPT-TEXT TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE "    Commentary: ______________________"
                       & "__________________________________________"
                       TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
       3300-EXIT.
           CONTINUE.

      *> --- Variance, percent of budget, and whether it is
      *>     over tolerance, for WS-CMP-ACT / WS-CMP-BUD ---
       3500-COMPARE.
           COMPUTE WS-CMP-VAR = WS-CMP-ACT - WS-CMP-BUD.
           MOVE WS-CMP-VAR TO WS-CMP-ABS-VAR.
           MOVE WS-CMP-BUD TO WS-CMP-ABS-BUD.
           MOVE "N" TO WS-CMP-OVER.
           IF WS-CMP-BUD = 0
               MOVE "     n/a" TO WS-CMP-PCT-TEXT
           ELSE
               COMPUTE WS-CMP-PCT ROUNDED =
                   WS-CMP-VAR * 100 / WS-CMP-ABS-BUD
                   ON SIZE ERROR
                       MOVE "   >999%" TO WS-CMP-PCT-TEXT
                   NOT ON SIZE ERROR
                       MOVE WS-CMP-PCT TO WS-PCT-EDIT
                       MOVE WS-PCT-EDIT TO WS-CMP-PCT-TEXT
               END-COMPUTE
           END-IF.
           IF WS-CMP-ABS-VAR >= WS-VAR-MIN
                   AND WS-CMP-ABS-VAR > 0
                   AND (WS-CMP-BUD = 0
                        OR WS-CMP-ABS-VAR * 100 >
                           WS-VAR-PCT * WS-CMP-ABS-BUD)
               MOVE "Y" TO WS-CMP-OVER
           END-IF.

      *> --- Say where the report went ---
       4000-FINISH.
           MOVE WS-SNAPS-READ TO WS-DISP-CNT.
           DISPLAY "Snapshots read this year:  " WS-DISP-CNT.
           MOVE WS-FLAG-COUNT TO WS-DISP-CNT.
           DISPLAY "Lines over tolerance:      " WS-DISP-CNT.
           DISPLAY "Report: " WS-REPORT-FILENAME.
