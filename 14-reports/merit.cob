       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERIT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Annual merit increase cycle
      *> ============================================
      *> Annual raises used to be keyed one at a time
      *> through EMPMAINT on the effective date, with the
      *> budget tracked on paper. This runs the cycle:
      *>
      *>   - a merit budget per department and cycle
      *>     year, as a percent of the department's
      *>     salaried payroll (merit-budgets.dat);
      *>   - worksheets: every active salaried employee,
      *>     department by department, with current
      *>     salary, position in the grade's band
      *>     (BANDCHK, at the effective date) and the
      *>     guideline percent for that position
      *>     (merit-guidelines.dat). Printed to
      *>     merit-worksheet-YYYY.txt for the managers,
      *>     and written as data to
      *>     merit-worksheet-YYYY.dat for them to fill
      *>     in MRT-PROPOSED-PCT and hand back as
      *>     merit-proposals-YYYY.dat;
      *>   - loading the proposals back: each line is
      *>     checked against the master (still active
      *>     and salaried, salary unchanged since the
      *>     worksheet) and each department's increases
      *>     against its budget (merit-load-YYYY.txt);
      *>   - approval, department by department, by a
      *>     supervisor, and only within the budget.
      *>
      *> Every line of the cycle is on merit-cycle.dat
      *> (meritrec.cpy). MERITAPL, in the nightly window,
      *> applies the approved increases to the employee
      *> master on their effective date and raises back
      *> pay for any approved too late for it.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks merit.cob
      *>       ../13-subprograms/bandchk.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o merit
      *>   ./merit
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-FILE
               ASSIGN TO "merit-cycle.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT BUDGET-FILE
               ASSIGN TO "merit-budgets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.

           SELECT GUIDE-FILE
               ASSIGN TO "merit-guidelines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDL-STATUS.

      *>   The canonical employee master lives with SEQFILES,
      *>   one directory chain over - the increases land
      *>   there, so the worksheets are cut from it too
           SELECT EMPLOYEE-FILE
               ASSIGN TO
                   "../10-sequential-files/employees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

           SELECT WORKSHEET-FILE
               ASSIGN TO WS-DATA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WKS-STATUS.

           SELECT PROPOSAL-FILE
               ASSIGN TO WS-DATA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRP-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CYCLE-FILE.
       01 MERIT-RECORD.
           COPY "meritrec.cpy".

      *> One department's merit budget for one cycle
       FD BUDGET-FILE.
       01 BUDGET-RECORD.
          05 MBG-CYCLE        PIC 9(4).
          05 FILLER           PIC X VALUE ",".
          05 MBG-DEPT         PIC X(15).
          05 FILLER           PIC X VALUE ",".
          05 MBG-PCT          PIC 9(2)V99.
      *>     Percent of the department's salaried payroll
          05 FILLER           PIC X VALUE ",".
          05 MBG-SET-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 MBG-SET-BY       PIC X(8).

      *> The merit matrix: the guideline increase for a
      *> compa-ratio up to and including MGL-COMPA-UPTO,
      *> lowest band first
       FD GUIDE-FILE.
       01 GUIDE-RECORD.
          05 MGL-COMPA-UPTO   PIC 9(3)V9.
          05 FILLER           PIC X VALUE ",".
          05 MGL-PCT          PIC 9(2)V99.

       FD EMPLOYEE-FILE.
       01 EMP-RECORD.
           COPY "empmast.cpy".

       FD WORKSHEET-FILE.
       01 WORKSHEET-RECORD   PIC X(133).

       FD PROPOSAL-FILE.
       01 PROPOSAL-RECORD.
           COPY "meritrec.cpy"
               REPLACING LEADING ==MRT-== BY ==PRP-==.

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CYC-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-BUD-STATUS      PIC XX.
       01 WS-GDL-STATUS      PIC XX.
       01 WS-EMP-STATUS      PIC XX.
       01 WS-WKS-STATUS      PIC XX.
       01 WS-PRP-STATUS      PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME PIC X(34).
       01 WS-DATA-FILENAME   PIC X(34).

       01 WS-CHOICE          PIC 9.
       01 WS-CONTINUE        PIC X VALUE "Y".
          88 USER-CONTINUES  VALUE "Y" "y".
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Every cycle line in storage while one cycle is
      *>   worked and the file rewritten - reloaded each time
       01 WS-MC-COUNT        PIC S9(4) COMP VALUE 0.
       01 WS-MC-TABLE.
          05 WS-MC-ENTRY OCCURS 1000 TIMES.
             10 WS-MC-REC      PIC X(133).
       01 WS-MC-IDX          PIC S9(4) COMP.
       01 WS-MC-CHK-IDX      PIC S9(4) COMP.
       01 WS-MC-OUT          PIC S9(4) COMP.
       01 WS-MC-MATCH-IDX    PIC S9(4) COMP VALUE 0.

       01 WS-BG-COUNT        PIC 9(3) VALUE 0.
       01 WS-BG-TABLE.
          05 WS-BG-ENTRY OCCURS 200 TIMES.
             10 WS-BG-CYCLE    PIC 9(4).
             10 WS-BG-DEPT     PIC X(15).
             10 WS-BG-PCT      PIC 9(2)V99.
             10 WS-BG-SDATE    PIC 9(8).
             10 WS-BG-SBY      PIC X(8).
       01 WS-BG-IDX          PIC 9(3).
       01 WS-BG-MATCH-IDX    PIC 9(3) VALUE 0.

       01 WS-GL-COUNT        PIC 9(2) VALUE 0.
       01 WS-GL-TABLE.
          05 WS-GL-ENTRY OCCURS 10 TIMES.
             10 WS-GL-UPTO     PIC 9(3)V9.
             10 WS-GL-PCT      PIC 9(2)V99.
       01 WS-GL-IDX          PIC 9(2).

      *>   Active salaried employees, in department and id
      *>   order as they are read
       01 WS-EM-COUNT        PIC S9(4) COMP VALUE 0.
       01 WS-EM-TABLE.
          05 WS-EM-ENTRY OCCURS 500 TIMES.
             10 WS-EM-KEY.
                15 WS-EM-DEPT  PIC X(15).
                15 WS-EM-ID    PIC X(4).
             10 WS-EM-NAME     PIC X(20).
             10 WS-EM-GRADE    PIC X(2).
             10 WS-EM-CURR     PIC X(3).
             10 WS-EM-SALARY   PIC 9(6)V99.
       01 WS-EM-IDX          PIC S9(4) COMP.
       01 WS-EM-POS          PIC S9(4) COMP.
       01 WS-EM-MATCH-IDX    PIC S9(4) COMP VALUE 0.
       01 WS-NEW-KEY.
          05 WS-NEW-DEPT     PIC X(15).
          05 WS-NEW-ID       PIC X(4).

      *>   One department's budget check, per pay currency -
      *>   currencies don't add together
       01 WS-CHK-CYCLE       PIC 9(4).
       01 WS-CHK-DEPT        PIC X(15).
       01 WS-CHK-PCT         PIC 9(2)V99.
       01 WS-CHK-HAS-BUDGET  PIC X.
          88 DEPT-HAS-BUDGET VALUE "Y".
       01 WS-CHK-OVER        PIC X.
          88 DEPT-IS-OVER    VALUE "Y".
       01 WS-CHK-LOADED      PIC 9(4).
       01 WS-BC-COUNT        PIC 9(2) VALUE 0.
       01 WS-BC-TABLE.
          05 WS-BC-ENTRY OCCURS 10 TIMES.
             10 WS-BC-CURR     PIC X(3).
             10 WS-BC-PAYROLL  PIC 9(9)V99.
             10 WS-BC-BUDGET   PIC 9(9)V99.
             10 WS-BC-SPEND    PIC 9(9)V99.
       01 WS-BC-IDX          PIC 9(2).
       01 WS-BC-MATCH-IDX    PIC 9(2) VALUE 0.

      *>   The departments one load touched
       01 WS-TD-COUNT        PIC 9(3) VALUE 0.
       01 WS-TD-TABLE.
          05 WS-TD-DEPT OCCURS 100 TIMES PIC X(15).
       01 WS-TD-IDX          PIC 9(3).
       01 WS-TD-FOUND        PIC X.

      *>   What the operator keys
       01 WS-ASK-CYCLE       PIC 9(4).
       01 WS-ASK-DEPT        PIC X(15).
       01 WS-ASK-PCT         PIC 9(2)V99.
       01 WS-ASK-EFF         PIC 9(8).
       01 WS-ASK-CONFIRM     PIC X.

      *>   BANDCHK's answer
       01 WS-BAND-FOUND      PIC X.
          88 BAND-IS-FOUND   VALUE "Y".
       01 WS-BAND-MIN        PIC 9(6)V99.
       01 WS-BAND-MID        PIC 9(6)V99.
       01 WS-BAND-MAX        PIC 9(6)V99.
       01 WS-BAND-EFF        PIC 9(8).
       01 WS-COMPA           PIC 9(3)V9.
       01 WS-POSITION        PIC X(7).
       01 WS-GUIDE-PCT       PIC 9(2)V99.
       01 WS-NEW-SALARY      PIC 9(6)V99.

       01 WS-REJECT-REASON   PIC X(34).
       01 WS-LINES-READ      PIC 9(4) VALUE 0.
       01 WS-LINES-LOADED    PIC 9(4) VALUE 0.
       01 WS-LINES-REJECTED  PIC 9(4) VALUE 0.
       01 WS-LINES-APPROVED  PIC 9(4) VALUE 0.
       01 WS-PREV-DEPT       PIC X(15).

       01 WS-DISP-AMT        PIC ZZZ,ZZ9.99.
       01 WS-DISP-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-BUDGET     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-SPEND      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-PCT        PIC Z9.99.
       01 WS-DISP-COMPA      PIC ZZ9.9.
       01 WS-DISP-CNT        PIC Z(3)9.
       01 WS-DETAIL          PIC X(80).

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "MERIT".
       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-OPERATOR-ROLE  PIC X.
          88 OPERATOR-IS-SUPER VALUE "S" "A".
       01 WS-SIGNON-OK      PIC X.
       01 WS-OP-ACTION      PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "OPSIGNON" USING
               BY CONTENT   WS-OP-PROGRAM
               BY REFERENCE WS-OPERATOR-ID
               BY REFERENCE WS-OPERATOR-ROLE
               BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK NOT = "Y"
               STOP RUN
           END-IF.
           PERFORM 1100-SET-BUSINESS-DATE.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           STOP RUN.

      *> --- The business date changes are stamped by ---
       1100-SET-BUSINESS-DATE.
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

      *> --- Every cycle line into storage ---
       1200-LOAD-CYCLE.
           MOVE 0 TO WS-MC-COUNT.
           OPEN INPUT CYCLE-FILE.
           IF NOT FS-SUCCESS
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CYCLE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-MC-COUNT >= 1000
      *>           Never load-cap and then rewrite: lines past
      *>           the table would be deleted for good
                   DISPLAY "ABEND: more than 1000 merit cycle "
                       "lines - raise WS-MC-TABLE."
                   CLOSE CYCLE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MC-COUNT
               MOVE MERIT-RECORD TO WS-MC-REC(WS-MC-COUNT)
               READ CYCLE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CYCLE-FILE.
       1200-EXIT.
           CONTINUE.

      *> --- Every department budget into storage ---
       1300-LOAD-BUDGETS.
           MOVE 0 TO WS-BG-COUNT.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUD-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ BUDGET-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-BG-COUNT >= 200
                   DISPLAY "ABEND: more than 200 merit budgets "
                       "- raise WS-BG-TABLE."
                   CLOSE BUDGET-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BG-COUNT
               MOVE MBG-CYCLE    TO WS-BG-CYCLE(WS-BG-COUNT)
               MOVE MBG-DEPT     TO WS-BG-DEPT(WS-BG-COUNT)
               MOVE MBG-PCT      TO WS-BG-PCT(WS-BG-COUNT)
               MOVE MBG-SET-DATE TO WS-BG-SDATE(WS-BG-COUNT)
               MOVE MBG-SET-BY   TO WS-BG-SBY(WS-BG-COUNT)
               READ BUDGET-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BUDGET-FILE.
       1300-EXIT.
           CONTINUE.

      *> --- The merit matrix, seeded the first time ---
       1400-LOAD-GUIDELINES.
           OPEN INPUT GUIDE-FILE.
           IF WS-GDL-STATUS NOT = "00"
               PERFORM 1450-SEED-GUIDELINES
               OPEN INPUT GUIDE-FILE
           END-IF.
           MOVE 0 TO WS-GL-COUNT.
           MOVE "N" TO WS-EOF.
           READ GUIDE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-GL-COUNT >= 10
                   DISPLAY "ABEND: more than 10 merit guideline "
                       "rows - raise WS-GL-TABLE."
                   CLOSE GUIDE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GL-COUNT
               MOVE MGL-COMPA-UPTO TO WS-GL-UPTO(WS-GL-COUNT)
               MOVE MGL-PCT        TO WS-GL-PCT(WS-GL-COUNT)
               READ GUIDE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GUIDE-FILE.

      *> --- First-use matrix: the further below midpoint,
      *>     the bigger the guideline ---
       1450-SEED-GUIDELINES.
           OPEN OUTPUT GUIDE-FILE.
           INITIALIZE GUIDE-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE 80.0  TO MGL-COMPA-UPTO.
           MOVE 6.00  TO MGL-PCT.
           WRITE GUIDE-RECORD.
           MOVE 90.0  TO MGL-COMPA-UPTO.
           MOVE 4.50  TO MGL-PCT.
           WRITE GUIDE-RECORD.
           MOVE 100.0 TO MGL-COMPA-UPTO.
           MOVE 3.50  TO MGL-PCT.
           WRITE GUIDE-RECORD.
           MOVE 110.0 TO MGL-COMPA-UPTO.
           MOVE 2.50  TO MGL-PCT.
           WRITE GUIDE-RECORD.
           MOVE 999.9 TO MGL-COMPA-UPTO.
           MOVE 1.50  TO MGL-PCT.
           WRITE GUIDE-RECORD.
           CLOSE GUIDE-FILE.
           DISPLAY "Seeded merit-guidelines.dat.".

      *> --- Active salaried employees into storage, in
      *>     department and id order ---
       1500-LOAD-EMPLOYEES.
           MOVE 0 TO WS-EM-COUNT.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "No employees.dat."
               GO TO 1500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ EMPLOYEE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF EMP-ACTIVE AND EMP-SALARIED
                   PERFORM 1550-TAKE-ONE-EMPLOYEE
               END-IF
               READ EMPLOYEE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
       1500-EXIT.
           CONTINUE.

      *> --- One employee into its place in the table ---
       1550-TAKE-ONE-EMPLOYEE.
           MOVE EMP-DEPT TO WS-NEW-DEPT.
           MOVE EMP-ID   TO WS-NEW-ID.
           MOVE 0 TO WS-EM-POS.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT
                   OR WS-EM-POS > 0
               IF WS-EM-KEY(WS-EM-IDX) > WS-NEW-KEY
                   MOVE WS-EM-IDX TO WS-EM-POS
               END-IF
           END-PERFORM.
      *>   A worksheet that dropped someone would leave them
      *>   out of the cycle without saying so - refuse instead
           IF WS-EM-COUNT >= 500
               DISPLAY "ABEND: more than 500 salaried employees "
                   "- raise WS-EM-TABLE."
               CLOSE EMPLOYEE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EM-POS = 0
               COMPUTE WS-EM-POS = WS-EM-COUNT + 1
           ELSE
               PERFORM VARYING WS-EM-IDX FROM WS-EM-COUNT BY -1
                       UNTIL WS-EM-IDX < WS-EM-POS
                   MOVE WS-EM-ENTRY(WS-EM-IDX)
                       TO WS-EM-ENTRY(WS-EM-IDX + 1)
               END-PERFORM
           END-IF.
           ADD 1 TO WS-EM-COUNT.
           MOVE WS-NEW-KEY   TO WS-EM-KEY(WS-EM-POS).
           MOVE EMP-NAME     TO WS-EM-NAME(WS-EM-POS).
           MOVE EMP-GRADE    TO WS-EM-GRADE(WS-EM-POS).
           MOVE EMP-CURRENCY TO WS-EM-CURR(WS-EM-POS).
           MOVE EMP-SALARY   TO WS-EM-SALARY(WS-EM-POS).

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Merit Increase Cycle ===".
           DISPLAY "1. Department merit budgets".
           DISPLAY "2. Cut the worksheets (supervisor)".
           DISPLAY "3. Load managers' proposals".
           DISPLAY "4. Approve a department (supervisor)".
           DISPLAY "5. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-BUDGETS THRU 3000-EXIT
               WHEN 2 PERFORM 4000-CUT-WORKSHEETS THRU 4000-EXIT
               WHEN 3 PERFORM 6000-LOAD-PROPOSALS THRU 6000-EXIT
               WHEN 4 PERFORM 7000-APPROVE-DEPT THRU 7000-EXIT
               WHEN 5 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- A cycle's budgets, and one set or changed ---
       3000-BUDGETS.
           DISPLAY "Cycle year (YYYY): ".
           ACCEPT WS-ASK-CYCLE.
           IF WS-ASK-CYCLE < 1900
               DISPLAY "No such cycle."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 1300-LOAD-BUDGETS THRU 1300-EXIT.
           DISPLAY "  Department      Budget  Set on    By".
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
                   UNTIL WS-BG-IDX > WS-BG-COUNT
               IF WS-BG-CYCLE(WS-BG-IDX) = WS-ASK-CYCLE
                   MOVE WS-BG-PCT(WS-BG-IDX) TO WS-DISP-PCT
                   DISPLAY "  " WS-BG-DEPT(WS-BG-IDX)
                       " " WS-DISP-PCT "%"
                       "  " WS-BG-SDATE(WS-BG-IDX)
                       " " WS-BG-SBY(WS-BG-IDX)
               END-IF
           END-PERFORM.
           IF NOT OPERATOR-IS-SUPER
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Department to set (blank to return): ".
           ACCEPT WS-ASK-DEPT.
           IF WS-ASK-DEPT = SPACES
               GO TO 3000-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ASK-DEPT) TO WS-ASK-DEPT.
           DISPLAY "Budget, percent of payroll (e.g. 3.50): ".
           ACCEPT WS-ASK-PCT.
           MOVE WS-ASK-PCT TO WS-DISP-PCT.
           DISPLAY "Set " WS-ASK-DEPT " " WS-ASK-CYCLE " to "
               WS-DISP-PCT "%? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 3000-EXIT
           END-IF.

           MOVE 0 TO WS-BG-MATCH-IDX.
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
                   UNTIL WS-BG-IDX > WS-BG-COUNT
               IF WS-BG-CYCLE(WS-BG-IDX) = WS-ASK-CYCLE
                   AND WS-BG-DEPT(WS-BG-IDX) = WS-ASK-DEPT
                   MOVE WS-BG-IDX TO WS-BG-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-BG-MATCH-IDX = 0
               IF WS-BG-COUNT >= 200
                   DISPLAY "Budget table full - raise "
                       "WS-BG-TABLE."
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO WS-BG-COUNT
               MOVE WS-BG-COUNT  TO WS-BG-MATCH-IDX
               MOVE WS-ASK-CYCLE TO WS-BG-CYCLE(WS-BG-MATCH-IDX)
               MOVE WS-ASK-DEPT  TO WS-BG-DEPT(WS-BG-MATCH-IDX)
           END-IF.
           MOVE WS-ASK-PCT      TO WS-BG-PCT(WS-BG-MATCH-IDX).
           MOVE WS-PROCESS-DATE TO WS-BG-SDATE(WS-BG-MATCH-IDX).
           MOVE WS-OPERATOR-ID  TO WS-BG-SBY(WS-BG-MATCH-IDX).
           PERFORM 8100-SAVE-BUDGETS.
           DISPLAY "Budget saved.".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Merit budget " WS-ASK-DEPT
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       3000-EXIT.
           CONTINUE.

      *> --- The worksheets: every active salaried employee
      *>     onto the cycle, printed and as data ---
       4000-CUT-WORKSHEETS.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Cycle year (YYYY): ".
           ACCEPT WS-ASK-CYCLE.
           IF WS-ASK-CYCLE < 1900
               DISPLAY "No such cycle."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Effective date of the increases (YYYYMMDD): ".
           ACCEPT WS-ASK-EFF.
           IF WS-ASK-EFF < 19000101
               DISPLAY "An effective date is required."
               GO TO 4000-EXIT
           END-IF.

      *>   Worksheets can be cut again until proposals come
      *>   back - after that the cycle's lines are the record
           PERFORM 1200-LOAD-CYCLE THRU 1200-EXIT.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               MOVE WS-MC-REC(WS-MC-IDX) TO MERIT-RECORD
               IF MRT-CYCLE = WS-ASK-CYCLE
                   AND NOT MRT-ON-WORKSHEET
                   DISPLAY "Proposals are already loaded for "
                       WS-ASK-CYCLE " - worksheets not cut."
                   GO TO 4000-EXIT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-MC-OUT.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               MOVE WS-MC-REC(WS-MC-IDX) TO MERIT-RECORD
               IF MRT-CYCLE NOT = WS-ASK-CYCLE
                   ADD 1 TO WS-MC-OUT
                   MOVE WS-MC-REC(WS-MC-IDX)
                       TO WS-MC-REC(WS-MC-OUT)
               END-IF
           END-PERFORM.
           MOVE WS-MC-OUT TO WS-MC-COUNT.

           PERFORM 1400-LOAD-GUIDELINES.
           PERFORM 1300-LOAD-BUDGETS THRU 1300-EXIT.
           PERFORM 1500-LOAD-EMPLOYEES THRU 1500-EXIT.
           IF WS-EM-COUNT = 0
               DISPLAY "No active salaried employees - no "
                   "worksheets."
               GO TO 4000-EXIT
           END-IF.
           IF WS-MC-COUNT + WS-EM-COUNT > 1000
               DISPLAY "Cycle table full - raise WS-MC-TABLE."
               GO TO 4000-EXIT
           END-IF.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT
               PERFORM 4100-WORKSHEET-LINE
           END-PERFORM.
           PERFORM 8000-SAVE-CYCLE.
           PERFORM 4300-WRITE-WORKSHEET-DATA.
           PERFORM 4400-PRINT-WORKSHEETS.

           MOVE WS-EM-COUNT TO WS-DISP-CNT.
           DISPLAY WS-DISP-CNT " employees on the " WS-ASK-CYCLE
               " worksheets.".
           DISPLAY "See " WS-REPORT-FILENAME ".".
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Merit worksheets " WS-ASK-CYCLE
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4000-EXIT.
           CONTINUE.

      *> --- One employee's worksheet line: where they sit
      *>     in the band on the effective date, and the
      *>     guideline for that position ---
       4100-WORKSHEET-LINE.
           CALL "BANDCHK" USING
               BY CONTENT   WS-EM-GRADE(WS-EM-IDX)
               BY CONTENT   WS-EM-CURR(WS-EM-IDX)
               BY CONTENT   WS-ASK-EFF
               BY REFERENCE WS-BAND-FOUND
               BY REFERENCE WS-BAND-MIN
               BY REFERENCE WS-BAND-MID
               BY REFERENCE WS-BAND-MAX
               BY REFERENCE WS-BAND-EFF
           END-CALL.
           MOVE 0 TO WS-COMPA.
           IF BAND-IS-FOUND
               COMPUTE WS-COMPA ROUNDED =
                   WS-EM-SALARY(WS-EM-IDX) * 100 / WS-BAND-MID
                   ON SIZE ERROR MOVE 999.9 TO WS-COMPA
               END-COMPUTE
           END-IF.
           EVALUATE TRUE
               WHEN NOT BAND-IS-FOUND
                   MOVE "NO BAND" TO WS-POSITION
               WHEN WS-EM-SALARY(WS-EM-IDX) < WS-BAND-MIN
                   MOVE "BELOW"   TO WS-POSITION
               WHEN WS-EM-SALARY(WS-EM-IDX) > WS-BAND-MAX
                   MOVE "ABOVE"   TO WS-POSITION
               WHEN OTHER
                   MOVE "IN BAND" TO WS-POSITION
           END-EVALUATE.
           PERFORM 4200-FIND-GUIDELINE THRU 4200-EXIT.

           INITIALIZE MERIT-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-ASK-CYCLE            TO MRT-CYCLE.
           MOVE WS-EM-DEPT(WS-EM-IDX)   TO MRT-DEPT.
           MOVE WS-EM-ID(WS-EM-IDX)     TO MRT-EMP-ID.
           MOVE WS-EM-NAME(WS-EM-IDX)   TO MRT-NAME.
           MOVE WS-EM-GRADE(WS-EM-IDX)  TO MRT-GRADE.
           MOVE WS-EM-CURR(WS-EM-IDX)   TO MRT-CURRENCY.
           MOVE WS-EM-SALARY(WS-EM-IDX) TO MRT-CUR-SALARY.
           MOVE WS-COMPA                TO MRT-COMPA.
           MOVE WS-GUIDE-PCT            TO MRT-GUIDE-PCT.
           MOVE 0                       TO MRT-PROPOSED-PCT.
           MOVE WS-EM-SALARY(WS-EM-IDX) TO MRT-NEW-SALARY.
           MOVE WS-ASK-EFF              TO MRT-EFF-DATE.
           MOVE "W"                     TO MRT-STATUS.
           ADD 1 TO WS-MC-COUNT.
           MOVE MERIT-RECORD TO WS-MC-REC(WS-MC-COUNT).

      *> --- The guideline percent: nothing above the band's
      *>     maximum; with no band, the midpoint's row ---
       4200-FIND-GUIDELINE.
           MOVE 0 TO WS-GUIDE-PCT.
           IF WS-POSITION = "ABOVE"
               GO TO 4200-EXIT
           END-IF.
           IF WS-POSITION = "NO BAND"
               MOVE 100.0 TO WS-COMPA
           END-IF.
           PERFORM VARYING WS-GL-IDX FROM WS-GL-COUNT BY -1
                   UNTIL WS-GL-IDX < 1
               IF WS-COMPA <= WS-GL-UPTO(WS-GL-IDX)
                   MOVE WS-GL-PCT(WS-GL-IDX) TO WS-GUIDE-PCT
               END-IF
           END-PERFORM.
           IF WS-POSITION = "NO BAND"
               MOVE 0 TO WS-COMPA
           END-IF.
       4200-EXIT.
           CONTINUE.

      *> --- The worksheet as data, for the managers to fill
      *>     in and hand back ---
       4300-WRITE-WORKSHEET-DATA.
           MOVE SPACES TO WS-DATA-FILENAME.
           STRING "merit-worksheet-" DELIMITED BY SIZE
                   WS-ASK-CYCLE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-DATA-FILENAME
           END-STRING.
           OPEN OUTPUT WORKSHEET-FILE.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               MOVE WS-MC-REC(WS-MC-IDX) TO MERIT-RECORD
               IF MRT-CYCLE = WS-ASK-CYCLE
                   MOVE WS-MC-REC(WS-MC-IDX) TO WORKSHEET-RECORD
                   WRITE WORKSHEET-RECORD
               END-IF
           END-PERFORM.
           CLOSE WORKSHEET-FILE.

      *> --- The printed worksheets, a department at a time,
      *>     each with its budget ---
       4400-PRINT-WORKSHEETS.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING "merit-worksheet-" DELIMITED BY SIZE
                   WS-ASK-CYCLE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           MOVE "=== MERIT INCREASE WORKSHEETS ===" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Cycle: " WS-ASK-CYCLE
                  "   Effective: " WS-ASK-EFF
                  "   Cut: " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Enter the proposed increase percent in "
               & "MRT-PROPOSED-PCT of the .dat copy."
               TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO WS-PREV-DEPT.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               MOVE WS-MC-REC(WS-MC-IDX) TO MERIT-RECORD
               IF MRT-CYCLE = WS-ASK-CYCLE
                   IF MRT-DEPT NOT = WS-PREV-DEPT
                       PERFORM 4450-PRINT-DEPT-HEADER
                       MOVE WS-MC-REC(WS-MC-IDX) TO MERIT-RECORD
                   END-IF
                   PERFORM 4460-PRINT-WORKSHEET-LINE
               END-IF
           END-PERFORM.
           CLOSE REPORT-FILE.

      *> --- A department's heading and budget ---
       4450-PRINT-DEPT-HEADER.
           MOVE MRT-DEPT TO WS-PREV-DEPT.
           MOVE WS-ASK-CYCLE TO WS-CHK-CYCLE.
           MOVE MRT-DEPT     TO WS-CHK-DEPT.
           PERFORM 5000-CHECK-DEPT-BUDGET.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Department: " WS-CHK-DEPT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 5100-PRINT-DEPT-BUDGET.
           MOVE "Emp  Name                 Gr Cur     Salary"
               & " Compa Position Guide%  Proposed%"
               TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- One employee on the printed worksheet ---
       4460-PRINT-WORKSHEET-LINE.
           CALL "BANDCHK" USING
               BY CONTENT   MRT-GRADE
               BY CONTENT   MRT-CURRENCY
               BY CONTENT   MRT-EFF-DATE
               BY REFERENCE WS-BAND-FOUND
               BY REFERENCE WS-BAND-MIN
               BY REFERENCE WS-BAND-MID
               BY REFERENCE WS-BAND-MAX
               BY REFERENCE WS-BAND-EFF
           END-CALL.
           MOVE SPACES TO WS-DETAIL.
           MOVE MRT-EMP-ID     TO WS-DETAIL(1:4).
           MOVE MRT-NAME       TO WS-DETAIL(6:20).
           MOVE MRT-GRADE      TO WS-DETAIL(27:2).
           MOVE MRT-CURRENCY   TO WS-DETAIL(30:3).
           MOVE MRT-CUR-SALARY TO WS-DISP-AMT.
           MOVE WS-DISP-AMT    TO WS-DETAIL(34:10).
           EVALUATE TRUE
               WHEN NOT BAND-IS-FOUND
                   MOVE "NO BAND" TO WS-DETAIL(51:7)
               WHEN MRT-CUR-SALARY < WS-BAND-MIN
                   MOVE "BELOW"   TO WS-DETAIL(51:7)
               WHEN MRT-CUR-SALARY > WS-BAND-MAX
                   MOVE "ABOVE"   TO WS-DETAIL(51:7)
               WHEN OTHER
                   MOVE "IN BAND" TO WS-DETAIL(51:7)
           END-EVALUATE.
           IF MRT-COMPA > 0
               MOVE MRT-COMPA     TO WS-DISP-COMPA
               MOVE WS-DISP-COMPA TO WS-DETAIL(45:5)
           END-IF.
           MOVE MRT-GUIDE-PCT  TO WS-DISP-PCT.
           MOVE WS-DISP-PCT    TO WS-DETAIL(60:5).
           MOVE "_____"        TO WS-DETAIL(70:5).
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- One department's budget against its increases,
      *>     per pay currency. The base is every worksheet
      *>     line; the spend is every loaded, approved or
      *>     applied line's increase ---
       5000-CHECK-DEPT-BUDGET.
           MOVE 0   TO WS-CHK-PCT.
           MOVE "N" TO WS-CHK-HAS-BUDGET.
           MOVE "N" TO WS-CHK-OVER.
           MOVE 0   TO WS-CHK-LOADED.
           MOVE 0   TO WS-BC-COUNT.
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
                   UNTIL WS-BG-IDX > WS-BG-COUNT
               IF WS-BG-CYCLE(WS-BG-IDX) = WS-CHK-CYCLE
                   AND WS-BG-DEPT(WS-BG-IDX) = WS-CHK-DEPT
                   MOVE WS-BG-PCT(WS-BG-IDX) TO WS-CHK-PCT
                   MOVE "Y" TO WS-CHK-HAS-BUDGET
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-MC-CHK-IDX FROM 1 BY 1
                   UNTIL WS-MC-CHK-IDX > WS-MC-COUNT
               MOVE WS-MC-REC(WS-MC-CHK-IDX) TO MERIT-RECORD
               IF MRT-CYCLE = WS-CHK-CYCLE
                   AND MRT-DEPT = WS-CHK-DEPT
                   AND NOT MRT-NOT-APPLIED
                   PERFORM 5050-ADD-TO-DEPT-CHECK
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-BC-IDX FROM 1 BY 1
                   UNTIL WS-BC-IDX > WS-BC-COUNT
               COMPUTE WS-BC-BUDGET(WS-BC-IDX) ROUNDED =
                   WS-BC-PAYROLL(WS-BC-IDX) * WS-CHK-PCT / 100
               IF WS-BC-SPEND(WS-BC-IDX) > WS-BC-BUDGET(WS-BC-IDX)
                   MOVE "Y" TO WS-CHK-OVER
               END-IF
           END-PERFORM.

      *> --- One line into its currency's totals ---
       5050-ADD-TO-DEPT-CHECK.
           MOVE 0 TO WS-BC-MATCH-IDX.
           PERFORM VARYING WS-BC-IDX FROM 1 BY 1
                   UNTIL WS-BC-IDX > WS-BC-COUNT
               IF WS-BC-CURR(WS-BC-IDX) = MRT-CURRENCY
                   MOVE WS-BC-IDX TO WS-BC-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-BC-MATCH-IDX = 0
               IF WS-BC-COUNT >= 10
                   DISPLAY "ABEND: more than 10 pay currencies "
                       "in " WS-CHK-DEPT " - raise WS-BC-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BC-COUNT
               MOVE WS-BC-COUNT TO WS-BC-MATCH-IDX
               MOVE MRT-CURRENCY TO WS-BC-CURR(WS-BC-MATCH-IDX)
               MOVE 0 TO WS-BC-PAYROLL(WS-BC-MATCH-IDX)
               MOVE 0 TO WS-BC-BUDGET(WS-BC-MATCH-IDX)
               MOVE 0 TO WS-BC-SPEND(WS-BC-MATCH-IDX)
           END-IF.
           ADD MRT-CUR-SALARY TO WS-BC-PAYROLL(WS-BC-MATCH-IDX).
           IF NOT MRT-ON-WORKSHEET
               ADD 1 TO WS-CHK-LOADED
               IF MRT-NEW-SALARY > MRT-CUR-SALARY
                   COMPUTE WS-BC-SPEND(WS-BC-MATCH-IDX) =
                       WS-BC-SPEND(WS-BC-MATCH-IDX)
                       + MRT-NEW-SALARY - MRT-CUR-SALARY
               END-IF
           END-IF.

      *> --- The checked department's budget lines ---
       5100-PRINT-DEPT-BUDGET.
           MOVE WS-CHK-PCT TO WS-DISP-PCT.
           MOVE SPACES TO WS-DETAIL.
           IF DEPT-HAS-BUDGET
               STRING "  Merit budget " WS-DISP-PCT
                      "% of salaried payroll"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           ELSE
               MOVE "  No merit budget set - no increase can "
                   & "be approved" TO WS-DETAIL
           END-IF.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-BC-IDX FROM 1 BY 1
                   UNTIL WS-BC-IDX > WS-BC-COUNT
               MOVE WS-BC-PAYROLL(WS-BC-IDX) TO WS-DISP-TOTAL
               MOVE WS-BC-BUDGET(WS-BC-IDX)  TO WS-DISP-BUDGET
               MOVE WS-BC-SPEND(WS-BC-IDX)   TO WS-DISP-SPEND
               MOVE SPACES TO WS-DETAIL
               STRING "  " WS-BC-CURR(WS-BC-IDX)
                      " payroll" WS-DISP-TOTAL
                      " budget" WS-DISP-BUDGET
                      " proposed" WS-DISP-SPEND
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

      *> --- The managers' proposals back onto the cycle,
      *>     each department checked against its budget ---
       6000-LOAD-PROPOSALS.
           DISPLAY "Cycle year (YYYY): ".
           ACCEPT WS-ASK-CYCLE.
           IF WS-ASK-CYCLE < 1900
               DISPLAY "No such cycle."
               GO TO 6000-EXIT
           END-IF.
           MOVE SPACES TO WS-DATA-FILENAME.
           STRING "merit-proposals-" DELIMITED BY SIZE
                   WS-ASK-CYCLE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-DATA-FILENAME
           END-STRING.
           OPEN INPUT PROPOSAL-FILE.
           IF WS-PRP-STATUS NOT = "00"
               DISPLAY "No " WS-DATA-FILENAME " - nothing to "
                   "load."
               GO TO 6000-EXIT
           END-IF.
           PERFORM 1200-LOAD-CYCLE THRU 1200-EXIT.
           PERFORM 1300-LOAD-BUDGETS THRU 1300-EXIT.
           PERFORM 1500-LOAD-EMPLOYEES THRU 1500-EXIT.

           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING "merit-load-" DELIMITED BY SIZE
                   WS-ASK-CYCLE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           MOVE "=== MERIT PROPOSALS LOADED ===" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Cycle: " WS-ASK-CYCLE
                  "   Loaded: " WS-PROCESS-DATE
                  "   By: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "LINES NOT LOADED:" TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 0 TO WS-LINES-READ.
           MOVE 0 TO WS-LINES-LOADED.
           MOVE 0 TO WS-LINES-REJECTED.
           MOVE 0 TO WS-TD-COUNT.
           MOVE "N" TO WS-EOF.
           READ PROPOSAL-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-LINES-READ
               PERFORM 6100-TAKE-ONE-PROPOSAL THRU 6100-EXIT
               READ PROPOSAL-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PROPOSAL-FILE.
           IF WS-LINES-REJECTED = 0
               MOVE "  (none)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *>   Each department the load touched, checked whole -
      *>   a department over budget holds every one of its
      *>   lines until it is brought back within
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "BUDGET CHECK BY DEPARTMENT:" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > WS-TD-COUNT
               PERFORM 6200-CHECK-ONE-DEPT
           END-PERFORM.
           PERFORM 8000-SAVE-CYCLE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Lines read: " WS-LINES-READ
                  "   Loaded: " WS-LINES-LOADED
                  "   Not loaded: " WS-LINES-REJECTED
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORT-FILE.
           MOVE WS-LINES-LOADED TO WS-DISP-CNT.
           DISPLAY "Lines loaded:    " WS-DISP-CNT.
           MOVE WS-LINES-REJECTED TO WS-DISP-CNT.
           DISPLAY "Lines not loaded:" WS-DISP-CNT.
           DISPLAY "See " WS-REPORT-FILENAME ".".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Merit proposals " WS-ASK-CYCLE
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       6000-EXIT.
           CONTINUE.

      *> --- One proposal line: still the employee on the
      *>     worksheet, still open, and a sane increase ---
       6100-TAKE-ONE-PROPOSAL.
           MOVE SPACES TO WS-REJECT-REASON.
           IF PRP-CYCLE NOT = WS-ASK-CYCLE
               MOVE "not this cycle's worksheet"
                   TO WS-REJECT-REASON
               GO TO 6150-REJECT
           END-IF.
           MOVE 0 TO WS-MC-MATCH-IDX.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               MOVE WS-MC-REC(WS-MC-IDX) TO MERIT-RECORD
               IF MRT-CYCLE = WS-ASK-CYCLE
                   AND MRT-EMP-ID = PRP-EMP-ID
                   MOVE WS-MC-IDX TO WS-MC-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MC-MATCH-IDX = 0
               MOVE "not on the worksheet" TO WS-REJECT-REASON
               GO TO 6150-REJECT
           END-IF.
           MOVE WS-MC-REC(WS-MC-MATCH-IDX) TO MERIT-RECORD.
           IF MRT-APPROVED OR MRT-APPLIED OR MRT-NOT-APPLIED
               MOVE "already approved" TO WS-REJECT-REASON
               GO TO 6150-REJECT
           END-IF.
           IF PRP-PROPOSED-PCT NOT NUMERIC
               MOVE "proposed percent is not a number"
                   TO WS-REJECT-REASON
               GO TO 6150-REJECT
           END-IF.

           MOVE 0 TO WS-EM-MATCH-IDX.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT
               IF WS-EM-ID(WS-EM-IDX) = PRP-EMP-ID
                   MOVE WS-EM-IDX TO WS-EM-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-EM-MATCH-IDX = 0
               MOVE "no longer active and salaried"
                   TO WS-REJECT-REASON
               GO TO 6150-REJECT
           END-IF.
      *>   A raise keyed since the worksheet was cut would be
      *>   overwritten by one worked out from the old salary
           IF WS-EM-SALARY(WS-EM-MATCH-IDX) NOT = MRT-CUR-SALARY
               OR WS-EM-CURR(WS-EM-MATCH-IDX) NOT = MRT-CURRENCY
               MOVE "salary changed since the worksheet"
                   TO WS-REJECT-REASON
               GO TO 6150-REJECT
           END-IF.
           COMPUTE WS-NEW-SALARY ROUNDED =
               MRT-CUR-SALARY * (100 + PRP-PROPOSED-PCT) / 100
               ON SIZE ERROR
                   MOVE "new salary too large"
                       TO WS-REJECT-REASON
           END-COMPUTE.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 6150-REJECT
           END-IF.

           MOVE PRP-PROPOSED-PCT TO MRT-PROPOSED-PCT.
           MOVE WS-NEW-SALARY    TO MRT-NEW-SALARY.
           MOVE "L"              TO MRT-STATUS.
           MOVE MERIT-RECORD TO WS-MC-REC(WS-MC-MATCH-IDX).
           ADD 1 TO WS-LINES-LOADED.

           MOVE "N" TO WS-TD-FOUND.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > WS-TD-COUNT
               IF WS-TD-DEPT(WS-TD-IDX) = MRT-DEPT
                   MOVE "Y" TO WS-TD-FOUND
               END-IF
           END-PERFORM.
           IF WS-TD-FOUND = "N"
               IF WS-TD-COUNT >= 100
                   DISPLAY "ABEND: more than 100 departments "
                       "- raise WS-TD-TABLE."
                   CLOSE PROPOSAL-FILE
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TD-COUNT
               MOVE MRT-DEPT TO WS-TD-DEPT(WS-TD-COUNT)
           END-IF.
           GO TO 6100-EXIT.

       6150-REJECT.
           ADD 1 TO WS-LINES-REJECTED.
           MOVE SPACES TO WS-DETAIL.
           STRING "  " PRP-EMP-ID " " PRP-NAME " "
                  WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
       6100-EXIT.
           CONTINUE.

      *> --- One department's loaded lines marked within or
      *>     over its budget ---
       6200-CHECK-ONE-DEPT.
           MOVE WS-ASK-CYCLE          TO WS-CHK-CYCLE.
           MOVE WS-TD-DEPT(WS-TD-IDX) TO WS-CHK-DEPT.
           PERFORM 5000-CHECK-DEPT-BUDGET.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               MOVE WS-MC-REC(WS-MC-IDX) TO MERIT-RECORD
               IF MRT-CYCLE = WS-CHK-CYCLE
                   AND MRT-DEPT = WS-CHK-DEPT
                   AND (MRT-LOADED OR MRT-OVER-BUDGET)
                   IF DEPT-IS-OVER OR NOT DEPT-HAS-BUDGET
                       MOVE "O" TO MRT-STATUS
                   ELSE
                       MOVE "L" TO MRT-STATUS
                   END-IF
                   MOVE MERIT-RECORD TO WS-MC-REC(WS-MC-IDX)
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           IF DEPT-IS-OVER OR NOT DEPT-HAS-BUDGET
               STRING WS-CHK-DEPT "  OVER BUDGET - held"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           ELSE
               STRING WS-CHK-DEPT "  within budget - ready "
                      "for approval"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           END-IF.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 5100-PRINT-DEPT-BUDGET.

      *> --- A department's increases approved, within its
      *>     budget, to apply on their effective date ---
       7000-APPROVE-DEPT.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 7000-EXIT
           END-IF.
           DISPLAY "Cycle year (YYYY): ".
           ACCEPT WS-ASK-CYCLE.
           IF WS-ASK-CYCLE < 1900
               DISPLAY "No such cycle."
               GO TO 7000-EXIT
           END-IF.
           DISPLAY "Department: ".
           ACCEPT WS-ASK-DEPT.
           MOVE FUNCTION UPPER-CASE(WS-ASK-DEPT) TO WS-ASK-DEPT.
           PERFORM 1200-LOAD-CYCLE THRU 1200-EXIT.
           PERFORM 1300-LOAD-BUDGETS THRU 1300-EXIT.

      *>   The budget is checked again now, not taken from the
      *>   load - it may have been raised since
           MOVE WS-ASK-CYCLE TO WS-CHK-CYCLE.
           MOVE WS-ASK-DEPT  TO WS-CHK-DEPT.
           PERFORM 5000-CHECK-DEPT-BUDGET.
           MOVE 0 TO WS-LINES-APPROVED.
           MOVE 0 TO WS-ASK-EFF.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               MOVE WS-MC-REC(WS-MC-IDX) TO MERIT-RECORD
               IF MRT-CYCLE = WS-CHK-CYCLE
                   AND MRT-DEPT = WS-CHK-DEPT
                   AND (MRT-LOADED OR MRT-OVER-BUDGET)
                   ADD 1 TO WS-LINES-APPROVED
                   MOVE MRT-EFF-DATE TO WS-ASK-EFF
               END-IF
           END-PERFORM.
           IF WS-LINES-APPROVED = 0
               DISPLAY "No loaded proposals for " WS-ASK-DEPT
                   " in " WS-ASK-CYCLE "."
               GO TO 7000-EXIT
           END-IF.
           PERFORM VARYING WS-BC-IDX FROM 1 BY 1
                   UNTIL WS-BC-IDX > WS-BC-COUNT
               MOVE WS-BC-BUDGET(WS-BC-IDX) TO WS-DISP-BUDGET
               MOVE WS-BC-SPEND(WS-BC-IDX)  TO WS-DISP-SPEND
               DISPLAY "  " WS-BC-CURR(WS-BC-IDX)
                   " budget " WS-DISP-BUDGET
                   "  proposed " WS-DISP-SPEND
           END-PERFORM.
           IF NOT DEPT-HAS-BUDGET
               DISPLAY "No merit budget set for " WS-ASK-DEPT
                   " - not approved."
               GO TO 7000-EXIT
           END-IF.
           IF DEPT-IS-OVER
               DISPLAY "Proposals are over the budget - not "
                   "approved. Reload within it."
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-LINES-APPROVED TO WS-DISP-CNT.
           DISPLAY "Approve " WS-DISP-CNT " increases for "
               WS-ASK-DEPT ", effective " WS-ASK-EFF
               "? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing approved."
               GO TO 7000-EXIT
           END-IF.

           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               MOVE WS-MC-REC(WS-MC-IDX) TO MERIT-RECORD
               IF MRT-CYCLE = WS-CHK-CYCLE
                   AND MRT-DEPT = WS-CHK-DEPT
                   AND (MRT-LOADED OR MRT-OVER-BUDGET)
                   MOVE "A"             TO MRT-STATUS
                   MOVE WS-PROCESS-DATE TO MRT-APPR-DATE
                   MOVE WS-OPERATOR-ID  TO MRT-APPR-BY
                   MOVE MERIT-RECORD TO WS-MC-REC(WS-MC-IDX)
               END-IF
           END-PERFORM.
           PERFORM 8000-SAVE-CYCLE.
           DISPLAY "Approved - they apply on " WS-ASK-EFF ".".
           IF WS-ASK-EFF < WS-PROCESS-DATE
               DISPLAY "The effective date has passed: back pay "
                   "for periods already paid goes to PAYSUPP."
           END-IF.

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Merit approved " WS-ASK-DEPT
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       7000-EXIT.
           CONTINUE.

      *> --- The cycle file back from storage ---
       8000-SAVE-CYCLE.
           OPEN OUTPUT CYCLE-FILE.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               MOVE WS-MC-REC(WS-MC-IDX) TO MERIT-RECORD
               WRITE MERIT-RECORD
           END-PERFORM.
           CLOSE CYCLE-FILE.

      *> --- The budget file back from storage ---
       8100-SAVE-BUDGETS.
           OPEN OUTPUT BUDGET-FILE.
           INITIALIZE BUDGET-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
                   UNTIL WS-BG-IDX > WS-BG-COUNT
               MOVE WS-BG-CYCLE(WS-BG-IDX) TO MBG-CYCLE
               MOVE WS-BG-DEPT(WS-BG-IDX)  TO MBG-DEPT
               MOVE WS-BG-PCT(WS-BG-IDX)   TO MBG-PCT
               MOVE WS-BG-SDATE(WS-BG-IDX) TO MBG-SET-DATE
               MOVE WS-BG-SBY(WS-BG-IDX)   TO MBG-SET-BY
               WRITE BUDGET-RECORD
           END-PERFORM.
           CLOSE BUDGET-FILE.
