       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDLOAD.
       AUTHOR. LEARNER.

      *> ============================================
      *> Annual GL budget load
      *> ============================================
      *> Finance sets the year's budget in a spreadsheet
      *> and supplies it as a comma-delimited file,
      *> budget-import.dat, one line per account:
      *>
      *>     code,YYYY,jan,feb,...,dec
      *>
      *> amounts in the account's natural sign with an
      *> optional leading minus and decimal point, e.g.
      *>     5000,2026,12500.00,12500.00,...,14000.00
      *>
      *> Each line is checked - the code must be on the
      *> chart of accounts, the year four digits, all
      *> twelve amounts numeric - and its months filed
      *> on budget-master.dat. A month already on the
      *> budget is left as it stands and counted:
      *> revisions after the load are made on BUDMAINT,
      *> where they are audited. Rejected lines go to
      *> budget-import-rejects.dat with the reason.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks budload.cob
      *>       -o budload
      *>   ./budload
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE
               ASSIGN TO "budget-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT IMPORT-FILE
               ASSIGN TO "budget-import.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "budget-import-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT CHART-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           COPY "budgrec.cpy".

       FD IMPORT-FILE.
       01 IMPORT-RECORD      PIC X(200).

       FD REJECT-FILE.
       01 REJECT-RECORD.
          05 RJ-RAW-LINE      PIC X(200).
          05 FILLER           PIC X(3) VALUE " | ".
          05 RJ-REASON        PIC X(30).

       FD CHART-FILE.
       01 CHART-RECORD.
          05 COA-CODE         PIC X(4).
          05 FILLER           PIC X.
          05 COA-DESC         PIC X(25).
          05 FILLER           PIC X.
          05 COA-TYPE         PIC X.
          05 FILLER           PIC X.
          05 COA-ACTIVE       PIC X.

       WORKING-STORAGE SECTION.
       01 WS-BUDGET-STATUS   PIC XX.
           COPY "filestat.cpy".
       01 WS-IMPORT-STATUS   PIC XX.
       01 WS-REJECT-STATUS   PIC XX.
       01 WS-CHART-STATUS    PIC XX.

       01 WS-TODAY           PIC 9(8).
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   The chart's codes, to check each line against
       01 WS-COA-COUNT       PIC 9(3) VALUE 0.
       01 WS-COA-TABLE.
          05 WS-COA-CODE OCCURS 100 TIMES PIC X(4).
       01 WS-COA-IDX         PIC 9(3).
       01 WS-CODE-FOUND      PIC X.
          88 CODE-ON-CHART   VALUE "Y".

      *>   One import line taken apart
       01 WS-F-CODE          PIC X(10).
       01 WS-F-YEAR          PIC X(10).
       01 WS-F-MONTHS.
          05 WS-F-MONTH OCCURS 12 TIMES PIC X(16).
       01 WS-F-AMOUNTS.
          05 WS-F-AMOUNT OCCURS 12 TIMES PIC S9(11)V99.
       01 WS-MONTH-IDX       PIC 9(2).
       01 WS-REASON          PIC X(30).

      *>   What the run found and did
       01 WS-LINES-READ      PIC 9(5) VALUE 0.
       01 WS-LINES-REJECTED  PIC 9(5) VALUE 0.
       01 WS-MONTHS-FILED    PIC 9(7) VALUE 0.
       01 WS-MONTHS-PRESENT  PIC 9(7) VALUE 0.
       01 WS-DISP-CNT        PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "=== GL Budget Load ===".
           PERFORM 1000-INITIALIZE.
           MOVE "N" TO WS-EOF.
           READ IMPORT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-LINES-READ
               PERFORM 2000-LOAD-ONE-LINE THRU 2000-EXIT
               READ IMPORT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           PERFORM 3000-CLEANUP.
           STOP RUN.

      *> --- The chart, the import, and the budget file
      *>     (created on first use) ---
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "ABEND: no chart-of-accounts.dat - budget "
                   "codes cannot be checked (run COAMAINT)."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CHART-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-COA-COUNT < 100
                   ADD 1 TO WS-COA-COUNT
                   MOVE COA-CODE TO WS-COA-CODE(WS-COA-COUNT)
               END-IF
               READ CHART-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CHART-FILE.

           OPEN INPUT IMPORT-FILE.
           IF WS-IMPORT-STATUS NOT = "00"
               DISPLAY "ABEND: no budget-import.dat to load."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           INITIALIZE REJECT-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.

           OPEN I-O BUDGET-FILE.
           IF NOT FS-SUCCESS
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           IF NOT FS-SUCCESS
               DISPLAY "ABEND: budget-master.dat will not open, "
                   "status " WS-BUDGET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- One account's year: checked whole, then filed
      *>     a month at a time ---
       2000-LOAD-ONE-LINE.
           IF IMPORT-RECORD = SPACES
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WS-F-CODE WS-F-YEAR WS-F-MONTHS.
           UNSTRING IMPORT-RECORD DELIMITED BY ","
               INTO WS-F-CODE WS-F-YEAR
                    WS-F-MONTH(1)  WS-F-MONTH(2)  WS-F-MONTH(3)
                    WS-F-MONTH(4)  WS-F-MONTH(5)  WS-F-MONTH(6)
                    WS-F-MONTH(7)  WS-F-MONTH(8)  WS-F-MONTH(9)
                    WS-F-MONTH(10) WS-F-MONTH(11) WS-F-MONTH(12)
           END-UNSTRING.

           MOVE SPACES TO WS-REASON.
           PERFORM 2100-CHECK-LINE.
           IF WS-REASON NOT = SPACES
               MOVE IMPORT-RECORD TO RJ-RAW-LINE
               MOVE WS-REASON     TO RJ-REASON
               WRITE REJECT-RECORD
               ADD 1 TO WS-LINES-REJECTED
               GO TO 2000-EXIT
           END-IF.

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               PERFORM 2200-FILE-ONE-MONTH
           END-PERFORM.
       2000-EXIT.
           CONTINUE.

      *> --- A chart code, a year, and twelve amounts ---
       2100-CHECK-LINE.
           MOVE "N" TO WS-CODE-FOUND.
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
               IF WS-COA-CODE(WS-COA-IDX) = WS-F-CODE
                   MOVE "Y" TO WS-CODE-FOUND
               END-IF
           END-PERFORM.
           IF NOT CODE-ON-CHART
               MOVE "Code not on chart of accounts" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
                   AND (WS-F-YEAR(1:4) IS NOT NUMERIC
                        OR WS-F-YEAR(5:) NOT = SPACES)
               MOVE "Year must be YYYY" TO WS-REASON
           END-IF.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               IF WS-REASON = SPACES
                   IF WS-F-MONTH(WS-MONTH-IDX) = SPACES
                       MOVE "Fewer than twelve amounts"
                           TO WS-REASON
                   ELSE
                       IF FUNCTION TEST-NUMVAL
                               (WS-F-MONTH(WS-MONTH-IDX)) NOT = 0
                           MOVE SPACES TO WS-REASON
                           STRING "Month " WS-MONTH-IDX
                                  " amount not numeric"
                               DELIMITED BY SIZE INTO WS-REASON
                           END-STRING
                       ELSE
                           COMPUTE WS-F-AMOUNT(WS-MONTH-IDX) =
                               FUNCTION NUMVAL
                                   (WS-F-MONTH(WS-MONTH-IDX))
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> --- One month onto the budget, unless it is there ---
       2200-FILE-ONE-MONTH.
           MOVE WS-F-CODE TO BG-ACCT-CODE.
           COMPUTE BG-PERIOD =
               FUNCTION NUMVAL(WS-F-YEAR(1:4)) * 100
               + WS-MONTH-IDX.
           MOVE WS-F-AMOUNT(WS-MONTH-IDX) TO BG-AMOUNT.
           MOVE WS-F-AMOUNT(WS-MONTH-IDX) TO BG-LOADED-AMOUNT.
           MOVE WS-TODAY TO BG-LOAD-DATE.
           MOVE SPACES   TO BG-REVISED-BY.
           MOVE 0        TO BG-REVISED-DATE.
           WRITE BUDGET-RECORD
               INVALID KEY
                   ADD 1 TO WS-MONTHS-PRESENT
               NOT INVALID KEY
                   ADD 1 TO WS-MONTHS-FILED
           END-WRITE.

      *> --- Close up and report the load ---
       3000-CLEANUP.
           CLOSE IMPORT-FILE.
           CLOSE REJECT-FILE.
           CLOSE BUDGET-FILE.

           MOVE WS-LINES-READ TO WS-DISP-CNT.
           DISPLAY "Lines read:                 " WS-DISP-CNT.
           MOVE WS-LINES-REJECTED TO WS-DISP-CNT.
           DISPLAY "Lines rejected:             " WS-DISP-CNT.
           MOVE WS-MONTHS-FILED TO WS-DISP-CNT.
           DISPLAY "Budget months filed:        " WS-DISP-CNT.
           MOVE WS-MONTHS-PRESENT TO WS-DISP-CNT.
           DISPLAY "Already budgeted (kept):    " WS-DISP-CNT.
           IF WS-LINES-REJECTED > 0
               DISPLAY "Rejects: budget-import-rejects.dat"
           END-IF.
           IF WS-MONTHS-PRESENT > 0
               DISPLAY "Months already budgeted are revised on "
                   "BUDMAINT."
           END-IF.
