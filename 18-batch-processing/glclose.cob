      *>      sheet grouped by the chart's account
      *>      types, with prior-period comparison from
      *>      the previous snapshot
      *>      (financial-stmts-YYYYMM.txt);
      *>   4. on the same statements, a P&L for every
      *>      branch and every department from LEDGER's
      *>      cost-center ledger (ledger-cc-master.dat),
      *>      with the unallocated and suspense remainder,
      *>      proven to add back to the bank-wide net
      *>      income - a period whose cost centers do not
      *>      add back is not closed. The cost-center
      *>      ledger is snapshotted
      *>      (ledger-cc-period-YYYYMM.dat) and closed to
      *>      retained earnings center by center, in step
      *>      with the bank-wide ledger.
      *>
      *> It refuses to close the same period twice -
      *> the period just closed is recorded on
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

      *>   The cost-center ledger LEDGER keeps alongside,
      *>   its pre-close snapshot, and the cost centers'
      *>   names and types
           SELECT LEDGER-CC-MASTER
               ASSIGN TO "ledger-cc-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCC-STATUS.

           SELECT CC-SNAPSHOT-FILE
               ASSIGN TO WS-CC-SNAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCSNAP-STATUS.

           SELECT CC-FILE
               ASSIGN TO "cost-centers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO "glclose-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
          05 FILLER           PIC X.
          05 PR-CR-TOTAL      PIC 9(11)V99.

      *> Same layout LEDGER keeps, by account within
      *> cost center
       FD LEDGER-CC-MASTER.
       01 LEDGER-CC-RECORD.
          05 LC-COST-CENTER   PIC X(15).
          05 FILLER           PIC X VALUE ",".
          05 LC-ACCT-CODE     PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 LC-DR-TOTAL      PIC 9(11)V99.
          05 FILLER           PIC X VALUE ",".
          05 LC-CR-TOTAL      PIC 9(11)V99.

       FD CC-SNAPSHOT-FILE.
       01 CC-SNAPSHOT-RECORD.
          05 CS-COST-CENTER   PIC X(15).
          05 FILLER           PIC X VALUE ",".
          05 CS-ACCT-CODE     PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 CS-DR-TOTAL      PIC 9(11)V99.
          05 FILLER           PIC X VALUE ",".
          05 CS-CR-TOTAL      PIC 9(11)V99.

       FD CC-FILE.
       01 COST-CENTER-RECORD.
           COPY "ccrec.cpy".

       FD STMT-FILE.
       01 STMT-LINE          PIC X(75).

       01 WS-PRIOR-STATUS    PIC XX.
       01 WS-STMT-STATUS     PIC XX.
       01 WS-CTL-STATUS      PIC XX.
       01 WS-LCC-STATUS      PIC XX.
       01 WS-CCSNAP-STATUS   PIC XX.
       01 WS-CC-STATUS       PIC XX.

       01 WS-CLOSE-PERIOD     PIC 9(6) VALUE 0.
       01 WS-PRIOR-PERIOD     PIC 9(6) VALUE 0.
       01 WS-SNAPSHOT-FILENAME PIC X(25).
       01 WS-PRIOR-FILENAME    PIC X(25).
       01 WS-STMT-FILENAME     PIC X(26).
       01 WS-CC-SNAP-FILENAME  PIC X(28).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
       01 WS-LGR-MATCH-IDX   PIC 9(3) VALUE 0.
       01 WS-SEEK-CODE       PIC X(4).

      *>   The cost-center ledger in storage, each line
      *>   joined to its account's chart type
       01 WS-LCC-COUNT       PIC 9(4) VALUE 0.
       01 WS-LCC-BASE-COUNT  PIC 9(4) VALUE 0.
       01 WS-LCC-TABLE.
          05 WS-LCC-ENTRY OCCURS 1000 TIMES
             INDEXED BY WS-LCC-IDX WS-LCC-IDX2.
             10 WS-LCC-CENTER  PIC X(15).
             10 WS-LCC-CODE    PIC X(4).
             10 WS-LCC-DR      PIC 9(11)V99.
             10 WS-LCC-CR      PIC 9(11)V99.
             10 WS-LCC-TYPE    PIC X.
             10 WS-LCC-DESC    PIC X(25).
             10 WS-LCC-DONE    PIC X.
       01 WS-LCC-MATCH-IDX   PIC 9(4) VALUE 0.

      *>   The cost-center master: names, and which centers
      *>   are branches and which departments
       01 WS-CC-COUNT        PIC 9(3) VALUE 0.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 100 TIMES
             INDEXED BY WS-CC-IDX.
             10 WS-CC-CODE     PIC X(15).
             10 WS-CC-NAME     PIC X(25).
             10 WS-CC-TYPE     PIC X.

      *>   One center's P&L, and the proof the centers add
      *>   back to the bank
       01 WS-WANT-CENTER      PIC X(15).
       01 WS-CENTER-NAME      PIC X(25).
       01 WS-CC-GROUP         PIC X.
          88 GROUP-BRANCHES   VALUE "B".
          88 GROUP-DEPTS      VALUE "D".
       01 WS-CC-LINES         PIC 9(4) VALUE 0.
       01 WS-CC-INCOME        PIC S9(11)V99 VALUE 0.
       01 WS-CC-EXPENSE       PIC S9(11)V99 VALUE 0.
       01 WS-CC-NET           PIC S9(11)V99 VALUE 0.
       01 WS-BRANCH-NI        PIC S9(11)V99 VALUE 0.
       01 WS-DEPT-NI          PIC S9(11)V99 VALUE 0.
       01 WS-OTHER-NI         PIC S9(11)V99 VALUE 0.
       01 WS-ALL-CC-NI        PIC S9(11)V99 VALUE 0.

       01 WS-NET-AMT          PIC S9(11)V99 VALUE 0.
       01 WS-PRIOR-NET        PIC S9(11)V99 VALUE 0.
       01 WS-NET-INCOME       PIC S9(11)V99 VALUE 0.
           PERFORM 1500-LOAD-LEDGER-AND-CHART.
           PERFORM 2000-CUT-SNAPSHOT.
           PERFORM 3000-WRITE-STATEMENTS.
           PERFORM 3500-WRITE-COST-CENTER-PL.
           PERFORM 4000-CLOSE-TO-RETAINED.
           PERFORM 5000-RECORD-THE-CLOSE.
           STOP RUN.
                   ".txt" DELIMITED BY SIZE
               INTO WS-STMT-FILENAME
           END-STRING.
           STRING "ledger-cc-period-" DELIMITED BY SIZE
                   WS-CLOSE-PERIOD DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-CC-SNAP-FILENAME
           END-STRING.

      *> --- The ledger joined to the chart's types; the
      *>     prior snapshot's nets for the comparison ---
               CLOSE PRIOR-FILE
           END-IF.

           PERFORM 1700-LOAD-COST-CENTERS.

      *> --- The cost-center ledger, each line typed from
      *>     the chart, and the cost centers' names ---
       1700-LOAD-COST-CENTERS.
           OPEN INPUT LEDGER-CC-MASTER.
           IF WS-LCC-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ LEDGER-CC-MASTER
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-LCC-COUNT >= 1000
                       DISPLAY "ABEND: more than 1000 cost-"
                           "center ledger lines - raise "
                           "WS-LCC-TABLE."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LCC-COUNT
                   MOVE LC-COST-CENTER
                       TO WS-LCC-CENTER(WS-LCC-COUNT)
                   MOVE LC-ACCT-CODE TO WS-LCC-CODE(WS-LCC-COUNT)
                   MOVE LC-DR-TOTAL  TO WS-LCC-DR(WS-LCC-COUNT)
                   MOVE LC-CR-TOTAL  TO WS-LCC-CR(WS-LCC-COUNT)
                   READ LEDGER-CC-MASTER
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LEDGER-CC-MASTER
           ELSE
      *>       LEDGER has not yet rolled by cost center: the
      *>       whole ledger is unallocated
               PERFORM VARYING WS-LGR-IDX FROM 1 BY 1
                       UNTIL WS-LGR-IDX > WS-LGR-COUNT
                   ADD 1 TO WS-LCC-COUNT
                   MOVE SPACES TO WS-LCC-CENTER(WS-LCC-COUNT)
                   MOVE WS-LGR-CODE(WS-LGR-IDX)
                       TO WS-LCC-CODE(WS-LCC-COUNT)
                   MOVE WS-LGR-DR(WS-LGR-IDX)
                       TO WS-LCC-DR(WS-LCC-COUNT)
                   MOVE WS-LGR-CR(WS-LGR-IDX)
                       TO WS-LCC-CR(WS-LCC-COUNT)
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-LCC-IDX FROM 1 BY 1
                   UNTIL WS-LCC-IDX > WS-LCC-COUNT
               MOVE WS-LCC-CODE(WS-LCC-IDX) TO WS-SEEK-CODE
               PERFORM 1600-FIND-LEDGER-CODE
               IF WS-LGR-MATCH-IDX NOT = 0
                   MOVE WS-LGR-TYPE(WS-LGR-MATCH-IDX)
                       TO WS-LCC-TYPE(WS-LCC-IDX)
                   MOVE WS-LGR-DESC(WS-LGR-MATCH-IDX)
                       TO WS-LCC-DESC(WS-LCC-IDX)
               ELSE
                   MOVE "?"    TO WS-LCC-TYPE(WS-LCC-IDX)
                   MOVE SPACES TO WS-LCC-DESC(WS-LCC-IDX)
               END-IF
               MOVE "N" TO WS-LCC-DONE(WS-LCC-IDX)
           END-PERFORM.

      *>   Without the master every center prints under
      *>   the remainder, by its bare code
           OPEN INPUT CC-FILE.
           IF WS-CC-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ CC-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-CC-COUNT < 100
                       ADD 1 TO WS-CC-COUNT
                       MOVE CC-CODE TO WS-CC-CODE(WS-CC-COUNT)
                       MOVE CC-NAME TO WS-CC-NAME(WS-CC-COUNT)
                       MOVE CC-TYPE TO WS-CC-TYPE(WS-CC-COUNT)
                   END-IF
                   READ CC-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CC-FILE
           END-IF.

      *> --- One code in the loaded ledger ---
       1600-FIND-LEDGER-CODE.
           MOVE 0 TO WS-LGR-MATCH-IDX.
           CLOSE SNAPSHOT-FILE.
           DISPLAY "Period snapshot: " WS-SNAPSHOT-FILENAME.

           OPEN OUTPUT CC-SNAPSHOT-FILE.
           INITIALIZE CC-SNAPSHOT-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-LCC-IDX FROM 1 BY 1
                   UNTIL WS-LCC-IDX > WS-LCC-COUNT
               MOVE WS-LCC-CENTER(WS-LCC-IDX) TO CS-COST-CENTER
               MOVE WS-LCC-CODE(WS-LCC-IDX)   TO CS-ACCT-CODE
               MOVE WS-LCC-DR(WS-LCC-IDX)     TO CS-DR-TOTAL
               MOVE WS-LCC-CR(WS-LCC-IDX)     TO CS-CR-TOTAL
               WRITE CC-SNAPSHOT-RECORD
           END-PERFORM.
           CLOSE CC-SNAPSHOT-FILE.
           DISPLAY "Cost-center snapshot: " WS-CC-SNAP-FILENAME.

      *> --- Income statement and balance sheet, grouped by
      *>     the chart's types, prior period alongside ---
       3000-WRITE-STATEMENTS.
               END-IF
           END-PERFORM.

      *> --- The P&L of every branch, then every department,
      *>     then whatever no center claims, and the proof
      *>     they add back to the bank-wide net income ---
       3500-WRITE-COST-CENTER-PL.
           OPEN EXTEND STMT-FILE.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE "=================================="
               & "==================================="
               TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "P&L BY COST CENTER  period " WS-CLOSE-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.

           MOVE "BRANCHES" TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE "B" TO WS-CC-GROUP.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-CC-TYPE(WS-CC-IDX) = "B"
                   MOVE WS-CC-CODE(WS-CC-IDX) TO WS-WANT-CENTER
                   MOVE WS-CC-NAME(WS-CC-IDX) TO WS-CENTER-NAME
                   PERFORM 3600-WRITE-ONE-CENTER
               END-IF
           END-PERFORM.

           MOVE "DEPARTMENTS" TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE "D" TO WS-CC-GROUP.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-CC-TYPE(WS-CC-IDX) = "D"
                   MOVE WS-CC-CODE(WS-CC-IDX) TO WS-WANT-CENTER
                   MOVE WS-CC-NAME(WS-CC-IDX) TO WS-CENTER-NAME
                   PERFORM 3600-WRITE-ONE-CENTER
               END-IF
           END-PERFORM.

      *>   Bank-wide postings, suspense, and any center the
      *>   master does not name
           MOVE "UNALLOCATED AND OTHER" TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE "O" TO WS-CC-GROUP.
           PERFORM VARYING WS-LCC-IDX FROM 1 BY 1
                   UNTIL WS-LCC-IDX > WS-LCC-COUNT
               IF WS-LCC-DONE(WS-LCC-IDX) = "N"
                   AND (WS-LCC-TYPE(WS-LCC-IDX) = "I"
                     OR WS-LCC-TYPE(WS-LCC-IDX) = "E")
                   MOVE WS-LCC-CENTER(WS-LCC-IDX)
                       TO WS-WANT-CENTER
                   EVALUATE WS-WANT-CENTER
                       WHEN SPACES
                           MOVE "Unallocated (bank-wide)"
                               TO WS-CENTER-NAME
                       WHEN "SUSPENSE"
                           MOVE "Unknown/inactive centers"
                               TO WS-CENTER-NAME
                       WHEN OTHER
                           MOVE "Not on cost-centers.dat"
                               TO WS-CENTER-NAME
                   END-EVALUATE
                   PERFORM 3600-WRITE-ONE-CENTER
               END-IF
           END-PERFORM.

           MOVE "RECONCILIATION TO THE BANK-WIDE STATEMENTS"
               TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-BRANCH-NI TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Branches net income:       " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-DEPT-NI TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Departments net income:    " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-OTHER-NI TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Unallocated and other:     " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-ALL-CC-NI TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Cost centers together:     " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-NET-INCOME TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Bank-wide net income:      " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           IF WS-ALL-CC-NI = WS-NET-INCOME
               MOVE "  Cost centers agree with the bank-wide figure."
                   TO STMT-LINE
           ELSE
               MOVE "  *** COST CENTERS DO NOT AGREE - PERIOD NOT "
                   & "CLOSED ***"
                   TO STMT-LINE
           END-IF.
           WRITE STMT-LINE.
           CLOSE STMT-FILE.

           IF WS-ALL-CC-NI NOT = WS-NET-INCOME
               DISPLAY "ABEND: the cost-center P&Ls do not add "
                   "back to the bank-wide net income - see "
                   WS-STMT-FILENAME ". Period not closed."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- One cost center's income and expense lines and
      *>     its net, rolled into its group ---
       3600-WRITE-ONE-CENTER.
           MOVE 0 TO WS-CC-LINES.
           MOVE 0 TO WS-CC-INCOME.
           MOVE 0 TO WS-CC-EXPENSE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  " WS-WANT-CENTER " " WS-CENTER-NAME
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.

      *>   Income first, then expenses, in natural sign
           PERFORM VARYING WS-LCC-IDX2 FROM 1 BY 1
                   UNTIL WS-LCC-IDX2 > WS-LCC-COUNT
               IF WS-LCC-CENTER(WS-LCC-IDX2) = WS-WANT-CENTER
                   MOVE "Y" TO WS-LCC-DONE(WS-LCC-IDX2)
                   IF WS-LCC-TYPE(WS-LCC-IDX2) = "I"
                       COMPUTE WS-NET-AMT =
                           WS-LCC-CR(WS-LCC-IDX2)
                           - WS-LCC-DR(WS-LCC-IDX2)
                       ADD WS-NET-AMT TO WS-CC-INCOME
                       PERFORM 3650-WRITE-CENTER-LINE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-LCC-IDX2 FROM 1 BY 1
                   UNTIL WS-LCC-IDX2 > WS-LCC-COUNT
               IF WS-LCC-CENTER(WS-LCC-IDX2) = WS-WANT-CENTER
                   AND WS-LCC-TYPE(WS-LCC-IDX2) = "E"
                   COMPUTE WS-NET-AMT =
                       WS-LCC-DR(WS-LCC-IDX2)
                       - WS-LCC-CR(WS-LCC-IDX2)
                   ADD WS-NET-AMT TO WS-CC-EXPENSE
                   PERFORM 3650-WRITE-CENTER-LINE
               END-IF
           END-PERFORM.

           COMPUTE WS-CC-NET = WS-CC-INCOME - WS-CC-EXPENSE.
           IF WS-CC-LINES = 0
               MOVE "      (no income or expense this period)"
                   TO STMT-LINE
               WRITE STMT-LINE
           ELSE
               MOVE WS-CC-INCOME TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "      Income                    " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO STMT-LINE
               WRITE STMT-LINE
               MOVE WS-CC-EXPENSE TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "      Expenses                  " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO STMT-LINE
               WRITE STMT-LINE
               MOVE WS-CC-NET TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "      NET INCOME                " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO STMT-LINE
               WRITE STMT-LINE
           END-IF.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.

           EVALUATE TRUE
               WHEN GROUP-BRANCHES
                   ADD WS-CC-NET TO WS-BRANCH-NI
               WHEN GROUP-DEPTS
                   ADD WS-CC-NET TO WS-DEPT-NI
               WHEN OTHER
                   ADD WS-CC-NET TO WS-OTHER-NI
           END-EVALUATE.
           ADD WS-CC-NET TO WS-ALL-CC-NI.

      *> --- One account line of a center's P&L ---
       3650-WRITE-CENTER-LINE.
           ADD 1 TO WS-CC-LINES.
           MOVE WS-NET-AMT TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "    " WS-LCC-CODE(WS-LCC-IDX2)
                  " " WS-LCC-DESC(WS-LCC-IDX2)(1:20)
                  "   " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.

      *> --- Zero the income and expense balances into
      *>     retained earnings and put the master away ---
       4000-CLOSE-TO-RETAINED.
               END-IF
           END-PERFORM.

      *>   The cost-center ledger closes in step, before
      *>   either master is rewritten
           PERFORM 4100-CLOSE-CC-TO-RETAINED.

           OPEN OUTPUT LEDGER-MASTER.
           INITIALIZE LEDGER-RECORD
               WITH FILLER ALL TO VALUE
           END-PERFORM.
           CLOSE LEDGER-MASTER.

           OPEN OUTPUT LEDGER-CC-MASTER.
           INITIALIZE LEDGER-CC-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-LCC-IDX FROM 1 BY 1
                   UNTIL WS-LCC-IDX > WS-LCC-COUNT
               MOVE WS-LCC-CENTER(WS-LCC-IDX) TO LC-COST-CENTER
               MOVE WS-LCC-CODE(WS-LCC-IDX)   TO LC-ACCT-CODE
               MOVE WS-LCC-DR(WS-LCC-IDX)     TO LC-DR-TOTAL
               MOVE WS-LCC-CR(WS-LCC-IDX)     TO LC-CR-TOTAL
               WRITE LEDGER-CC-RECORD
           END-PERFORM.
           CLOSE LEDGER-CC-MASTER.

      *> --- Each center's income and expense lines into
      *>     that center's own retained earnings line, so the
      *>     cost-center ledger still sums to the bank's ---
       4100-CLOSE-CC-TO-RETAINED.
           MOVE WS-LCC-COUNT TO WS-LCC-BASE-COUNT.
           PERFORM VARYING WS-LCC-IDX FROM 1 BY 1
                   UNTIL WS-LCC-IDX > WS-LCC-BASE-COUNT
               IF WS-LCC-TYPE(WS-LCC-IDX) = "I"
                   OR WS-LCC-TYPE(WS-LCC-IDX) = "E"
                   PERFORM 4150-CLOSE-ONE-CC-LINE
               END-IF
           END-PERFORM.

      *> --- One center's I/E line against its 3000 line ---
       4150-CLOSE-ONE-CC-LINE.
           MOVE 0 TO WS-LCC-MATCH-IDX.
           PERFORM VARYING WS-LCC-IDX2 FROM 1 BY 1
                   UNTIL WS-LCC-IDX2 > WS-LCC-COUNT
               IF WS-LCC-CENTER(WS-LCC-IDX2)
                       = WS-LCC-CENTER(WS-LCC-IDX)
                   AND WS-LCC-CODE(WS-LCC-IDX2) = "3000"
                   SET WS-LCC-MATCH-IDX TO WS-LCC-IDX2
               END-IF
           END-PERFORM.
           IF WS-LCC-MATCH-IDX = 0
               IF WS-LCC-COUNT >= 1000
      *>           Nothing rewritten yet - the period stays
      *>           open and the close can simply rerun
                   DISPLAY "ABEND: no room for a cost-center "
                       "retained earnings line - raise "
                       "WS-LCC-TABLE. Period not closed."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LCC-COUNT
               MOVE WS-LCC-CENTER(WS-LCC-IDX)
                   TO WS-LCC-CENTER(WS-LCC-COUNT)
               MOVE "3000" TO WS-LCC-CODE(WS-LCC-COUNT)
               MOVE 0 TO WS-LCC-DR(WS-LCC-COUNT)
               MOVE 0 TO WS-LCC-CR(WS-LCC-COUNT)
               MOVE "L" TO WS-LCC-TYPE(WS-LCC-COUNT)
               MOVE "Retained earnings"
                   TO WS-LCC-DESC(WS-LCC-COUNT)
               MOVE "Y" TO WS-LCC-DONE(WS-LCC-COUNT)
               MOVE WS-LCC-COUNT TO WS-LCC-MATCH-IDX
           END-IF.

           COMPUTE WS-NET-AMT =
               WS-LCC-DR(WS-LCC-IDX) - WS-LCC-CR(WS-LCC-IDX).
           IF WS-NET-AMT > 0
               ADD WS-NET-AMT TO WS-LCC-CR(WS-LCC-IDX)
               ADD WS-NET-AMT TO WS-LCC-DR(WS-LCC-MATCH-IDX)
           ELSE
               COMPUTE WS-NET-AMT = 0 - WS-NET-AMT
               ADD WS-NET-AMT TO WS-LCC-DR(WS-LCC-IDX)
               ADD WS-NET-AMT TO WS-LCC-CR(WS-LCC-MATCH-IDX)
           END-IF.

      *> --- Remember the close so it can't run twice ---
       5000-RECORD-THE-CLOSE.
           MOVE WS-CLOSE-PERIOD TO CTL-LAST-PERIOD.
