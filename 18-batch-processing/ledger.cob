      *> nonzero RETURN-CODE, same as BATCH's own
      *> control-total break.
      *>
      *> The same postings roll into ledger-cc-master.dat
      *> by account within cost center (GL-COST-CENTER),
      *> validated against cost-centers.dat the way codes
      *> are against the chart. The day is only declared
      *> clean when the cost-center ledger sums back to the
      *> bank-wide one; GLCLOSE prints each branch's and
      *> department's P&L from it.
      *>
      *> Postings that have been rolled up are consumed:
      *> the postings file is emptied on a clean run so
      *> tomorrow never double-counts today.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

      *> The same totals by account within cost center
           SELECT LEDGER-CC-MASTER
               ASSIGN TO "ledger-cc-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCC-STATUS.

           SELECT TRIAL-FILE
               ASSIGN TO WS-TRIAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

      *> The cost centers (kept by CCMAINT): postings to
      *> unknown or inactive ones divert to SUSPENSE
           SELECT CC-FILE
               ASSIGN TO "cost-centers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER           PIC X VALUE ",".
          05 LM-CR-TOTAL      PIC 9(11)V99.

       FD LEDGER-CC-MASTER.
       01 LEDGER-CC-RECORD.
          05 LC-COST-CENTER   PIC X(15).
      *>     Spaces = unallocated (bank-wide)
          05 FILLER           PIC X VALUE ",".
          05 LC-ACCT-CODE     PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 LC-DR-TOTAL      PIC 9(11)V99.
          05 FILLER           PIC X VALUE ",".
          05 LC-CR-TOTAL      PIC 9(11)V99.

       FD TRIAL-FILE.
       01 TRIAL-LINE         PIC X(70).

          05 FILLER           PIC X.
          05 COA-ACTIVE       PIC X.

       FD CC-FILE.
       01 COST-CENTER-RECORD.
           COPY "ccrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-GL-STATUS       PIC XX.
           COPY "filestat.cpy".
       01 WS-LEDGER-STATUS   PIC XX.
       01 WS-TRIAL-STATUS    PIC XX.
       01 WS-LCC-STATUS      PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-SUSP-CODES      PIC X(40) VALUE SPACES.
       01 WS-SUSP-PTR        PIC 9(2) VALUE 1.

      *> The ledger again by account within cost center,
      *> carried forward on ledger-cc-master.dat
       01 WS-LCC-COUNT       PIC 9(4) VALUE 0.
       01 WS-LCC-TABLE.
          05 WS-LCC-ENTRY OCCURS 1000 TIMES
             INDEXED BY WS-LCC-IDX.
             10 WS-LCC-CENTER  PIC X(15).
             10 WS-LCC-CODE    PIC X(4).
             10 WS-LCC-DR      PIC 9(11)V99.
             10 WS-LCC-CR      PIC 9(11)V99.
       01 WS-LCC-MATCH-IDX   PIC 9(4) VALUE 0.
       01 WS-LCC-FULL        PIC X VALUE "N".
          88 CC-LEDGER-FULL  VALUE "Y".
       01 WS-LCC-DR-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-LCC-CR-TOTAL    PIC 9(11)V99 VALUE 0.

      *> The cost centers in storage. Without the file
      *> (CCMAINT seeds one on first use) cost centers roll
      *> up as posted, unvalidated
       01 WS-CC-STATUS       PIC XX.
       01 WS-CC-PRESENT      PIC X VALUE "N".
          88 CC-PRESENT      VALUE "Y".
       01 WS-CC-COUNT        PIC 9(3) VALUE 0.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 100 TIMES
             INDEXED BY WS-CC-IDX.
             10 WS-CC-CODE     PIC X(15).
             10 WS-CC-ACTIVE   PIC X.
       01 WS-CC-MATCH-IDX    PIC 9(3) VALUE 0.
       01 WS-CC-SUSP-COUNT   PIC 9(5) VALUE 0.
       01 WS-CC-SUSP-CODES   PIC X(60) VALUE SPACES.
       01 WS-CC-SUSP-PTR     PIC 9(2) VALUE 1.

      *> Day and grand control totals
       01 WS-POSTINGS-READ   PIC 9(5) VALUE 0.
       01 WS-DAY-DR-TOTAL    PIC 9(11)V99 VALUE 0.
                   "roll up unvalidated (run COAMAINT)."
           END-IF.

      *>   The cost centers, when CCMAINT has built them
           OPEN INPUT CC-FILE.
           IF WS-CC-STATUS = "00"
               SET CC-PRESENT TO TRUE
               MOVE "N" TO WS-EOF
               READ CC-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-CC-COUNT < 100
                       ADD 1 TO WS-CC-COUNT
                       MOVE CC-CODE
                           TO WS-CC-CODE(WS-CC-COUNT)
                       MOVE CC-ACTIVE
                           TO WS-CC-ACTIVE(WS-CC-COUNT)
                   END-IF
                   READ CC-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CC-FILE
               MOVE "N" TO WS-EOF
           ELSE
               DISPLAY "No cost-centers.dat - cost centers "
                   "roll up unvalidated (run CCMAINT)."
           END-IF.

           OPEN INPUT LEDGER-MASTER.
           IF WS-LEDGER-STATUS = "00"
               MOVE "N" TO WS-EOF
               CLOSE LEDGER-MASTER
           END-IF.

           OPEN INPUT LEDGER-CC-MASTER.
           IF WS-LCC-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ LEDGER-CC-MASTER
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   PERFORM 1200-LOAD-CC-LEDGER-ENTRY
                   READ LEDGER-CC-MASTER
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LEDGER-CC-MASTER
           ELSE
      *>       First run with cost centers: everything the
      *>       ledger already holds predates them, so it
      *>       starts out unallocated - and the two ledgers
      *>       agree from the first day
               PERFORM VARYING WS-LGR-IDX FROM 1 BY 1
                       UNTIL WS-LGR-IDX > WS-LGR-COUNT
                   ADD 1 TO WS-LCC-COUNT
                   MOVE SPACES
                       TO WS-LCC-CENTER(WS-LCC-COUNT)
                   MOVE WS-LGR-CODE(WS-LGR-IDX)
                       TO WS-LCC-CODE(WS-LCC-COUNT)
                   MOVE WS-LGR-DR(WS-LGR-IDX)
                       TO WS-LCC-DR(WS-LCC-COUNT)
                   MOVE WS-LGR-CR(WS-LGR-IDX)
                       TO WS-LCC-CR(WS-LCC-COUNT)
               END-PERFORM
           END-IF.

      *> --- One carried-forward ledger account into the table ---
       1100-LOAD-LEDGER-ENTRY.
           IF WS-LGR-COUNT < 50
               MOVE "Y" TO WS-LGR-FULL
           END-IF.

      *> --- One carried-forward cost-center line into the
      *>     table ---
       1200-LOAD-CC-LEDGER-ENTRY.
           IF WS-LCC-COUNT < 1000
               ADD 1 TO WS-LCC-COUNT
               MOVE LC-COST-CENTER TO WS-LCC-CENTER(WS-LCC-COUNT)
               MOVE LC-ACCT-CODE   TO WS-LCC-CODE(WS-LCC-COUNT)
               MOVE LC-DR-TOTAL    TO WS-LCC-DR(WS-LCC-COUNT)
               MOVE LC-CR-TOTAL    TO WS-LCC-CR(WS-LCC-COUNT)
           ELSE
               MOVE "Y" TO WS-LCC-FULL
           END-IF.

      *> --- Apply each of today's postings to its account ---
       2000-ROLL-UP-POSTINGS.
           OPEN INPUT GL-FILE.
                   ADD GL-AMOUNT TO WS-LGR-CR(WS-LGR-MATCH-IDX)
                   ADD GL-AMOUNT TO WS-DAY-CR-TOTAL
               END-IF
               PERFORM 2200-APPLY-TO-COST-CENTER
           END-IF.

      *> --- The same posting by account within its cost
      *>     center. A cost center the master does not carry
      *>     (or carries inactive) lands on SUSPENSE,
      *>     reported, exactly as an unknown code does ---
       2200-APPLY-TO-COST-CENTER.
           IF CC-PRESENT AND GL-COST-CENTER NOT = SPACES
               MOVE 0 TO WS-CC-MATCH-IDX
               PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                       UNTIL WS-CC-IDX > WS-CC-COUNT
                   IF WS-CC-CODE(WS-CC-IDX) = GL-COST-CENTER
                       SET WS-CC-MATCH-IDX TO WS-CC-IDX
                   END-IF
               END-PERFORM
               IF WS-CC-MATCH-IDX = 0
                   OR WS-CC-ACTIVE(WS-CC-MATCH-IDX) NOT = "Y"
                   ADD 1 TO WS-CC-SUSP-COUNT
                   IF WS-CC-SUSP-PTR < 45
                       STRING GL-COST-CENTER DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           INTO WS-CC-SUSP-CODES
                           WITH POINTER WS-CC-SUSP-PTR
                       END-STRING
                   END-IF
                   MOVE "SUSPENSE" TO GL-COST-CENTER
               END-IF
           END-IF.

           MOVE 0 TO WS-LCC-MATCH-IDX.
           PERFORM VARYING WS-LCC-IDX FROM 1 BY 1
                   UNTIL WS-LCC-IDX > WS-LCC-COUNT
               IF WS-LCC-CENTER(WS-LCC-IDX) = GL-COST-CENTER
                   AND WS-LCC-CODE(WS-LCC-IDX) = GL-ACCT-CODE
                   SET WS-LCC-MATCH-IDX TO WS-LCC-IDX
               END-IF
           END-PERFORM.

           IF WS-LCC-MATCH-IDX = 0
               IF WS-LCC-COUNT < 1000
                   ADD 1 TO WS-LCC-COUNT
                   MOVE GL-COST-CENTER
                       TO WS-LCC-CENTER(WS-LCC-COUNT)
                   MOVE GL-ACCT-CODE TO WS-LCC-CODE(WS-LCC-COUNT)
                   MOVE 0 TO WS-LCC-DR(WS-LCC-COUNT)
                   MOVE 0 TO WS-LCC-CR(WS-LCC-COUNT)
                   MOVE WS-LCC-COUNT TO WS-LCC-MATCH-IDX
               ELSE
                   MOVE "Y" TO WS-LCC-FULL
               END-IF
           END-IF.

           IF WS-LCC-MATCH-IDX NOT = 0
               IF GL-DR-CR = "D"
                   ADD GL-AMOUNT TO WS-LCC-DR(WS-LCC-MATCH-IDX)
               ELSE
                   ADD GL-AMOUNT TO WS-LCC-CR(WS-LCC-MATCH-IDX)
               END-IF
           END-IF.

      *> --- One code against the chart in storage ---
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CC-LEDGER-FULL
               DISPLAY "ABEND: more cost-center ledger lines "
                   "than the table holds - postings were "
                   "dropped. Masters untouched; postings kept."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-LGR-IDX FROM 1 BY 1
                   UNTIL WS-LGR-IDX > WS-LGR-COUNT
               ADD WS-LGR-CR(WS-LGR-IDX) TO WS-ALL-CR-TOTAL
           END-PERFORM.

      *>   The cost centers must add back to the bank: a
      *>   branch or department P&L that does not is worse
      *>   than none
           PERFORM VARYING WS-LCC-IDX FROM 1 BY 1
                   UNTIL WS-LCC-IDX > WS-LCC-COUNT
               ADD WS-LCC-DR(WS-LCC-IDX) TO WS-LCC-DR-TOTAL
               ADD WS-LCC-CR(WS-LCC-IDX) TO WS-LCC-CR-TOTAL
           END-PERFORM.
           IF WS-LCC-DR-TOTAL NOT = WS-ALL-DR-TOTAL
               OR WS-LCC-CR-TOTAL NOT = WS-ALL-CR-TOTAL
               MOVE "E" TO WS-LOG-SEVERITY
               MOVE "Cost-center ledger disagrees with the ledger"
                   TO WS-LOG-MESSAGE
               CALL "RUNLOG" USING
                   BY CONTENT WS-LOG-PROGRAM
                   BY CONTENT WS-LOG-SEVERITY
                   BY CONTENT WS-LOG-MESSAGE
               END-CALL
               DISPLAY "ABEND: ledger-cc-master.dat does not "
                   "sum to ledger-master.dat. Masters "
                   "untouched; postings kept."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-ALL-DR-TOTAL NOT = WS-ALL-CR-TOTAL
               MOVE "Y" TO WS-BALANCE-FAIL
      *>       Print the trial balance anyway - it is the
           END-PERFORM.
           CLOSE LEDGER-MASTER.

           OPEN OUTPUT LEDGER-CC-MASTER.
           INITIALIZE LEDGER-CC-RECORD WITH FILLER ALL TO VALUE
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

      *> --- Trial balance: every account, and the proof that
      *>     the whole ledger nets to zero ---
       4000-WRITE-TRIAL-BALANCE.
               MOVE WS-RPT-DETAIL TO TRIAL-LINE
               WRITE TRIAL-LINE
           END-IF.
           IF WS-CC-SUSP-COUNT > 0
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  *** " WS-CC-SUSP-COUNT
                      " posting(s) to cost center SUSPENSE:"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO TRIAL-LINE
               WRITE TRIAL-LINE
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "      " WS-CC-SUSP-CODES
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO TRIAL-LINE
               WRITE TRIAL-LINE
           END-IF.

           MOVE SPACES TO TRIAL-LINE.
           WRITE TRIAL-LINE.
                   " posting(s) to unknown/inactive codes - "
                   "see the trial balance."
           END-IF.
           IF WS-CC-SUSP-COUNT > 0
               DISPLAY "SUSPENSE: " WS-CC-SUSP-COUNT
                   " posting(s) to unknown/inactive cost "
                   "centers - see the trial balance."
           END-IF.
           DISPLAY "See " WS-TRIAL-FILENAME
               " for the trial balance.".

