       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPLAN.
       AUTHOR. LEARNER.

      *> ============================================
      *> Retirement plans, elections and plan-year
      *> report
      *> ============================================
      *> The retirement savings plans the shop offers
      *> and who is in them, kept for RETCALC - which
      *> every pay step CALLs to take the employee's
      *> pre-tax contribution and figure the employer
      *> match:
      *>
      *>   - a plan (retirement-plans.dat, rtplan.cpy)
      *>     names its provider, the match formula -
      *>     a percent of what the employee puts in, on
      *>     no more than a percent of the gross - and
      *>     the year's limit on employee contributions;
      *>   - an election (retirement-enrollments.dat,
      *>     rtenrol.cpy) puts one employee in one plan
      *>     at a percent of gross from a start date.
      *>     Changing it rewrites the one record; stopping
      *>     it keeps the record, marked stopped, so the
      *>     history still names a plan;
      *>   - the plan-year report totals every
      *>     employee's contributions and match for a
      *>     year from retirement-contributions.dat,
      *>     by plan, to retplan-year-YYYY.txt.
      *>
      *> Changes need the supervisor role, and every one
      *> goes to the operator action log.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks retplan.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o retplan
      *>   ./retplan
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE
               ASSIGN TO "retirement-plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT ENROLL-FILE
               ASSIGN TO "retirement-enrollments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT CONTRIB-FILE
               ASSIGN TO "retirement-contributions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRIB-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO "employees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PLAN-FILE.
       01 PLAN-RECORD.
           COPY "rtplan.cpy".

       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           COPY "rtenrol.cpy".

       FD CONTRIB-FILE.
       01 CONTRIB-RECORD.
           COPY "rtcontr.cpy".

      *> The canonical layout; only id, name and status
      *> matter here
       FD EMPLOYEE-FILE.
       01 EMP-RECORD.
           COPY "empmast.cpy".

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-ENROLL-STATUS   PIC XX.
       01 WS-CONTRIB-STATUS  PIC XX.
       01 WS-EMP-STATUS      PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME PIC X(34).

       01 WS-CHOICE          PIC 9.
       01 WS-CONTINUE        PIC X VALUE "Y".
          88 USER-CONTINUES  VALUE "Y" "y".
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   The plans and elections in storage while one is
      *>   changed and the file rewritten - reloaded for
      *>   each change
       01 WS-PL-COUNT        PIC 9(2) VALUE 0.
       01 WS-PL-TABLE.
          05 WS-PL-ENTRY OCCURS 20 TIMES.
             10 WS-PL-CODE     PIC X(4).
             10 WS-PL-NAME     PIC X(20).
             10 WS-PL-PROVIDER PIC X(20).
             10 WS-PL-MATCH    PIC 9(3)V99.
             10 WS-PL-UPTO     PIC 9(2)V99.
             10 WS-PL-LIMIT    PIC 9(7)V99.
             10 WS-PL-SDATE    PIC 9(8).
             10 WS-PL-SBY      PIC X(8).
       01 WS-PL-IDX          PIC 9(2).
       01 WS-PL-MATCH-IDX    PIC 9(2) VALUE 0.

       01 WS-EN-COUNT        PIC 9(3) VALUE 0.
       01 WS-EN-TABLE.
          05 WS-EN-ENTRY OCCURS 500 TIMES.
             10 WS-EN-EMP      PIC X(4).
             10 WS-EN-PLAN     PIC X(4).
             10 WS-EN-PCT      PIC 9(2)V99.
             10 WS-EN-START    PIC 9(8).
             10 WS-EN-STATUS   PIC X.
             10 WS-EN-SDATE    PIC 9(8).
             10 WS-EN-SBY      PIC X(8).
       01 WS-EN-IDX          PIC 9(3).
       01 WS-EN-MATCH-IDX    PIC 9(3) VALUE 0.

      *>   Names for the election prompts and the report
       01 WS-NM-COUNT        PIC 9(3) VALUE 0.
       01 WS-NM-TABLE.
          05 WS-NM-ENTRY OCCURS 500 TIMES.
             10 WS-NM-ID       PIC X(4).
             10 WS-NM-NAME     PIC X(20).
             10 WS-NM-STATUS   PIC X.
       01 WS-NM-IDX          PIC 9(3).
       01 WS-FOUND-NAME      PIC X(20).
       01 WS-FOUND-STATUS    PIC X.

      *>   The plan-year totals, one line per plan and
      *>   employee
       01 WS-YR-COUNT        PIC 9(3) VALUE 0.
       01 WS-YR-TABLE.
          05 WS-YR-ENTRY OCCURS 500 TIMES.
             10 WS-YR-PLAN     PIC X(4).
             10 WS-YR-EMP      PIC X(4).
             10 WS-YR-GROSS    PIC 9(9)V99.
             10 WS-YR-EE       PIC 9(9)V99.
             10 WS-YR-ER       PIC 9(9)V99.
       01 WS-YR-IDX          PIC 9(3).
       01 WS-YR-MATCH-IDX    PIC 9(3) VALUE 0.
       01 WS-YR-PLANS        PIC 9(2) VALUE 0.
       01 WS-YR-PLAN-LIST.
          05 WS-YR-PLAN-CODE OCCURS 20 TIMES PIC X(4).
       01 WS-YR-PLAN-IDX     PIC 9(2).
       01 WS-YR-SEEN         PIC X.
       01 WS-PLAN-EE         PIC 9(9)V99.
       01 WS-PLAN-ER         PIC 9(9)V99.
       01 WS-PLAN-HEADS      PIC 9(3).
       01 WS-ALL-EE          PIC 9(9)V99.
       01 WS-ALL-ER          PIC 9(9)V99.
       01 WS-LINE-TOTAL      PIC 9(9)V99.

      *>   What the operator keys
       01 WS-ASK-PLAN        PIC X(4).
       01 WS-ASK-NAME        PIC X(20).
       01 WS-ASK-PROVIDER    PIC X(20).
       01 WS-ASK-MATCH       PIC 9(3)V99.
       01 WS-ASK-UPTO        PIC 9(2)V99.
       01 WS-ASK-LIMIT       PIC 9(7)V99.
       01 WS-ASK-EMP         PIC X(4).
       01 WS-ASK-PCT         PIC 9(2)V99.
       01 WS-ASK-START       PIC 9(8).
       01 WS-ASK-YEAR        PIC 9(4).
       01 WS-ASK-CONFIRM     PIC X.
       01 WS-MAX-PCT         PIC 9(2)V99 VALUE 50.00.

       01 WS-STATUS-TEXT     PIC X(8).
       01 WS-DISP-PCT        PIC Z9.99.
       01 WS-DISP-MATCH      PIC ZZ9.99.
       01 WS-DISP-LIMIT      PIC Z,ZZZ,ZZ9.99.
       01 WS-DISP-AMT        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-EE         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-ER         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DETAIL          PIC X(80).

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "RETPLAN".
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

      *> --- The business date elections start from and
      *>     changes are stamped by ---
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

      *> --- Every plan and election into storage ---
       1200-LOAD-PLANS.
           MOVE 0 TO WS-PL-COUNT.
           MOVE 0 TO WS-EN-COUNT.
           OPEN INPUT PLAN-FILE.
           IF NOT FS-SUCCESS
               GO TO 1200-LOAD-ELECTIONS
           END-IF.
           MOVE "N" TO WS-EOF.
           READ PLAN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-PL-COUNT >= 20
      *>           Never load-cap and then rewrite: plans past
      *>           the table would be deleted for good
                   DISPLAY "ABEND: more than 20 retirement "
                       "plans - raise WS-PL-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PL-COUNT
               MOVE RPL-PLAN-CODE    TO WS-PL-CODE(WS-PL-COUNT)
               MOVE RPL-PLAN-NAME    TO WS-PL-NAME(WS-PL-COUNT)
               MOVE RPL-PROVIDER
                   TO WS-PL-PROVIDER(WS-PL-COUNT)
               MOVE RPL-MATCH-PCT    TO WS-PL-MATCH(WS-PL-COUNT)
               MOVE RPL-MATCH-UPTO   TO WS-PL-UPTO(WS-PL-COUNT)
               MOVE RPL-ANNUAL-LIMIT TO WS-PL-LIMIT(WS-PL-COUNT)
               MOVE RPL-SET-DATE     TO WS-PL-SDATE(WS-PL-COUNT)
               MOVE RPL-SET-BY       TO WS-PL-SBY(WS-PL-COUNT)
               READ PLAN-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PLAN-FILE.

       1200-LOAD-ELECTIONS.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ ENROLL-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-EN-COUNT >= 500
                   DISPLAY "ABEND: more than 500 retirement "
                       "elections - raise WS-EN-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EN-COUNT
               MOVE REN-EMP-ID      TO WS-EN-EMP(WS-EN-COUNT)
               MOVE REN-PLAN-CODE   TO WS-EN-PLAN(WS-EN-COUNT)
               MOVE REN-CONTRIB-PCT TO WS-EN-PCT(WS-EN-COUNT)
               MOVE REN-START-DATE  TO WS-EN-START(WS-EN-COUNT)
               MOVE REN-STATUS      TO WS-EN-STATUS(WS-EN-COUNT)
               MOVE REN-SET-DATE    TO WS-EN-SDATE(WS-EN-COUNT)
               MOVE REN-SET-BY      TO WS-EN-SBY(WS-EN-COUNT)
               READ ENROLL-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE ENROLL-FILE.
       1200-EXIT.
           CONTINUE.

      *> --- Employee names and status, for the prompts and
      *>     the report; read-only, so a short table only
      *>     costs a name ---
       1300-LOAD-NAMES.
           MOVE 0 TO WS-NM-COUNT.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ EMPLOYEE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-NM-COUNT < 500
                   ADD 1 TO WS-NM-COUNT
                   MOVE EMP-ID     TO WS-NM-ID(WS-NM-COUNT)
                   MOVE EMP-NAME   TO WS-NM-NAME(WS-NM-COUNT)
                   MOVE EMP-STATUS TO WS-NM-STATUS(WS-NM-COUNT)
               END-IF
               READ EMPLOYEE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
       1300-EXIT.
           CONTINUE.

      *> --- The name on file for WS-ASK-EMP ---
       1350-FIND-NAME.
           MOVE "(not on file)" TO WS-FOUND-NAME.
           MOVE SPACE TO WS-FOUND-STATUS.
           PERFORM VARYING WS-NM-IDX FROM 1 BY 1
                   UNTIL WS-NM-IDX > WS-NM-COUNT
               IF WS-NM-ID(WS-NM-IDX) = WS-ASK-EMP
                   MOVE WS-NM-NAME(WS-NM-IDX) TO WS-FOUND-NAME
                   MOVE WS-NM-STATUS(WS-NM-IDX)
                       TO WS-FOUND-STATUS
               END-IF
           END-PERFORM.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Retirement Plans ===".
           DISPLAY "1. List plans and elections".
           DISPLAY "2. Add or change a plan (supervisor)".
           DISPLAY "3. Enroll or change an election (supervisor)".
           DISPLAY "4. Stop contributions (supervisor)".
           DISPLAY "5. Plan-year report".
           DISPLAY "6. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-LIST-PLANS
               WHEN 2 PERFORM 4000-SET-PLAN THRU 4000-EXIT
               WHEN 3 PERFORM 5000-SET-ELECTION THRU 5000-EXIT
               WHEN 4 PERFORM 5500-STOP-ELECTION THRU 5500-EXIT
               WHEN 5 PERFORM 6000-PLAN-YEAR-REPORT
                   THRU 6000-EXIT
               WHEN 6 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- Every plan with its terms, then every
      *>     election ---
       3000-LIST-PLANS.
           PERFORM 1200-LOAD-PLANS THRU 1200-EXIT.
           PERFORM 1300-LOAD-NAMES THRU 1300-EXIT.
           IF WS-PL-COUNT = 0
               DISPLAY "  (no plans on file - nobody contributes)"
           ELSE
               DISPLAY "  Plan Name                 Provider     "
                   "        Match  Upto        Limit"
           END-IF.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               MOVE WS-PL-MATCH(WS-PL-IDX) TO WS-DISP-MATCH
               MOVE WS-PL-UPTO(WS-PL-IDX)  TO WS-DISP-PCT
               MOVE WS-PL-LIMIT(WS-PL-IDX) TO WS-DISP-LIMIT
               MOVE SPACES TO WS-DETAIL
               STRING "  " WS-PL-CODE(WS-PL-IDX)
                      " " WS-PL-NAME(WS-PL-IDX)
                      " " WS-PL-PROVIDER(WS-PL-IDX)
                      " " WS-DISP-MATCH
                      " " WS-DISP-PCT
                      " " WS-DISP-LIMIT
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               DISPLAY WS-DETAIL
           END-PERFORM.

           DISPLAY SPACES.
           IF WS-EN-COUNT = 0
               DISPLAY "  (no elections on file)"
           ELSE
               DISPLAY "  Emp  Name                 Plan   Pct "
                   "  From     Status"
           END-IF.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               MOVE WS-EN-EMP(WS-EN-IDX) TO WS-ASK-EMP
               PERFORM 1350-FIND-NAME
               MOVE WS-EN-PCT(WS-EN-IDX) TO WS-DISP-PCT
               EVALUATE TRUE
                   WHEN WS-EN-STATUS(WS-EN-IDX) = "S"
                       MOVE "stopped" TO WS-STATUS-TEXT
                   WHEN WS-EN-START(WS-EN-IDX) > WS-PROCESS-DATE
                       MOVE "future" TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "active" TO WS-STATUS-TEXT
               END-EVALUATE
               MOVE SPACES TO WS-DETAIL
               STRING "  " WS-EN-EMP(WS-EN-IDX)
                      " " WS-FOUND-NAME
                      " " WS-EN-PLAN(WS-EN-IDX)
                      " " WS-DISP-PCT
                      " " WS-EN-START(WS-EN-IDX)
                      " " WS-STATUS-TEXT
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               DISPLAY WS-DETAIL
           END-PERFORM.
           MOVE WS-EN-COUNT TO WS-DISP-CNT.
           DISPLAY "Elections on file: " WS-DISP-CNT.

      *> --- A plan added, or its terms changed from the next
      *>     pay line on ---
       4000-SET-PLAN.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 1200-LOAD-PLANS THRU 1200-EXIT.
           DISPLAY "Plan code (e.g. K401, blank to cancel): ".
           ACCEPT WS-ASK-PLAN.
           IF WS-ASK-PLAN = SPACES
               GO TO 4000-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ASK-PLAN) TO WS-ASK-PLAN.
           MOVE 0 TO WS-PL-MATCH-IDX.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-CODE(WS-PL-IDX) = WS-ASK-PLAN
                   MOVE WS-PL-IDX TO WS-PL-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-PL-MATCH-IDX = 0
               DISPLAY "New plan " WS-ASK-PLAN "."
           ELSE
               MOVE WS-PL-MATCH(WS-PL-MATCH-IDX)
                   TO WS-DISP-MATCH
               MOVE WS-PL-UPTO(WS-PL-MATCH-IDX) TO WS-DISP-PCT
               MOVE WS-PL-LIMIT(WS-PL-MATCH-IDX)
                   TO WS-DISP-LIMIT
               DISPLAY "  Now: " WS-PL-NAME(WS-PL-MATCH-IDX)
                   " at " WS-PL-PROVIDER(WS-PL-MATCH-IDX)
               DISPLAY "  Match " WS-DISP-MATCH "% up to "
                   WS-DISP-PCT "% of gross, limit "
                   WS-DISP-LIMIT
           END-IF.
           DISPLAY "Plan name: ".
           ACCEPT WS-ASK-NAME.
           DISPLAY "Provider the contributions remit to: ".
           ACCEPT WS-ASK-PROVIDER.
           IF WS-ASK-NAME = SPACES OR WS-ASK-PROVIDER = SPACES
               DISPLAY "A name and a provider are required - "
                   "nothing changed."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Employer match, percent of the employee's "
               "contribution (0 for none): ".
           ACCEPT WS-ASK-MATCH.
           MOVE 0 TO WS-ASK-UPTO.
           IF WS-ASK-MATCH > 0
               DISPLAY "Matched on no more than this percent of "
                   "gross (0 for all of it): "
               ACCEPT WS-ASK-UPTO
           END-IF.
           DISPLAY "Annual limit on employee contributions "
               "(USD): ".
           ACCEPT WS-ASK-LIMIT.
           IF WS-ASK-LIMIT = 0
               DISPLAY "An annual limit is required - nothing "
                   "changed."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-ASK-MATCH TO WS-DISP-MATCH.
           MOVE WS-ASK-UPTO  TO WS-DISP-PCT.
           MOVE WS-ASK-LIMIT TO WS-DISP-LIMIT.
           DISPLAY "Save " WS-ASK-PLAN ": match " WS-DISP-MATCH
               "% up to " WS-DISP-PCT "%, limit " WS-DISP-LIMIT
               "? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 4000-EXIT
           END-IF.

           IF WS-PL-MATCH-IDX = 0
               IF WS-PL-COUNT >= 20
                   DISPLAY "Plan table full - raise "
                       "WS-PL-TABLE."
                   GO TO 4000-EXIT
               END-IF
               ADD 1 TO WS-PL-COUNT
               MOVE WS-PL-COUNT TO WS-PL-MATCH-IDX
               MOVE WS-ASK-PLAN TO WS-PL-CODE(WS-PL-MATCH-IDX)
           END-IF.
           MOVE WS-ASK-NAME     TO WS-PL-NAME(WS-PL-MATCH-IDX).
           MOVE WS-ASK-PROVIDER TO WS-PL-PROVIDER(WS-PL-MATCH-IDX).
           MOVE WS-ASK-MATCH    TO WS-PL-MATCH(WS-PL-MATCH-IDX).
           MOVE WS-ASK-UPTO     TO WS-PL-UPTO(WS-PL-MATCH-IDX).
           MOVE WS-ASK-LIMIT    TO WS-PL-LIMIT(WS-PL-MATCH-IDX).
           MOVE WS-PROCESS-DATE TO WS-PL-SDATE(WS-PL-MATCH-IDX).
           MOVE WS-OPERATOR-ID  TO WS-PL-SBY(WS-PL-MATCH-IDX).
           PERFORM 8000-SAVE-PLANS.
           DISPLAY "Plan " WS-ASK-PLAN " saved.".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Retirement plan " WS-ASK-PLAN " set"
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4000-EXIT.
           CONTINUE.

      *> --- An employee into a plan, or their election
      *>     changed - one record per employee ---
       5000-SET-ELECTION.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 1200-LOAD-PLANS THRU 1200-EXIT.
           PERFORM 1300-LOAD-NAMES THRU 1300-EXIT.
           IF WS-PL-COUNT = 0
               DISPLAY "No plans on file - add one first."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "Employee id (blank to cancel): ".
           ACCEPT WS-ASK-EMP.
           IF WS-ASK-EMP = SPACES
               GO TO 5000-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ASK-EMP) TO WS-ASK-EMP.
           PERFORM 1350-FIND-NAME.
           IF WS-FOUND-STATUS = SPACE
               DISPLAY "No employee " WS-ASK-EMP " on file - "
                   "nothing changed."
               GO TO 5000-EXIT
           END-IF.
           IF WS-FOUND-STATUS = "T"
               DISPLAY WS-ASK-EMP " is terminated - nothing "
                   "changed."
               GO TO 5000-EXIT
           END-IF.
           MOVE 0 TO WS-EN-MATCH-IDX.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               IF WS-EN-EMP(WS-EN-IDX) = WS-ASK-EMP
                   MOVE WS-EN-IDX TO WS-EN-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-EN-MATCH-IDX NOT = 0
               MOVE WS-EN-PCT(WS-EN-MATCH-IDX) TO WS-DISP-PCT
               DISPLAY "  " WS-FOUND-NAME " now: plan "
                   WS-EN-PLAN(WS-EN-MATCH-IDX) " at "
                   WS-DISP-PCT "% from "
                   WS-EN-START(WS-EN-MATCH-IDX)
                   " (" WS-EN-STATUS(WS-EN-MATCH-IDX) ")"
           ELSE
               DISPLAY "  " WS-FOUND-NAME " - not enrolled."
           END-IF.
           DISPLAY "Plan code: ".
           ACCEPT WS-ASK-PLAN.
           MOVE FUNCTION UPPER-CASE(WS-ASK-PLAN) TO WS-ASK-PLAN.
           MOVE 0 TO WS-PL-MATCH-IDX.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-CODE(WS-PL-IDX) = WS-ASK-PLAN
                   MOVE WS-PL-IDX TO WS-PL-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-PL-MATCH-IDX = 0
               DISPLAY "No plan " WS-ASK-PLAN " - nothing "
                   "changed."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "Percent of gross to contribute (e.g. 6.00): ".
           ACCEPT WS-ASK-PCT.
           IF WS-ASK-PCT = 0 OR WS-ASK-PCT > WS-MAX-PCT
               MOVE WS-MAX-PCT TO WS-DISP-PCT
               DISPLAY "Must be above zero and no more than "
                   WS-DISP-PCT "% - nothing changed."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "First pay date it applies to (YYYYMMDD), "
               "Enter for today: ".
           ACCEPT WS-ASK-START.
           IF WS-ASK-START = 0
               MOVE WS-PROCESS-DATE TO WS-ASK-START
           END-IF.
           MOVE WS-ASK-PCT TO WS-DISP-PCT.
           DISPLAY "Enroll " WS-ASK-EMP " in " WS-ASK-PLAN " at "
               WS-DISP-PCT "% from " WS-ASK-START "? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 5000-EXIT
           END-IF.

           IF WS-EN-MATCH-IDX = 0
               IF WS-EN-COUNT >= 500
                   DISPLAY "Election table full - raise "
                       "WS-EN-TABLE."
                   GO TO 5000-EXIT
               END-IF
               ADD 1 TO WS-EN-COUNT
               MOVE WS-EN-COUNT TO WS-EN-MATCH-IDX
               MOVE WS-ASK-EMP TO WS-EN-EMP(WS-EN-MATCH-IDX)
           END-IF.
           MOVE WS-ASK-PLAN     TO WS-EN-PLAN(WS-EN-MATCH-IDX).
           MOVE WS-ASK-PCT      TO WS-EN-PCT(WS-EN-MATCH-IDX).
           MOVE WS-ASK-START    TO WS-EN-START(WS-EN-MATCH-IDX).
           MOVE "A"             TO WS-EN-STATUS(WS-EN-MATCH-IDX).
           MOVE WS-PROCESS-DATE TO WS-EN-SDATE(WS-EN-MATCH-IDX).
           MOVE WS-OPERATOR-ID  TO WS-EN-SBY(WS-EN-MATCH-IDX).
           PERFORM 8100-SAVE-ELECTIONS.
           DISPLAY "Election saved for " WS-ASK-EMP ".".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Retirement " WS-ASK-EMP " " WS-ASK-PLAN
                  " " WS-DISP-PCT "%"
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       5000-EXIT.
           CONTINUE.

      *> --- An employee's contributions stopped: the
      *>     election stays on file, marked stopped ---
       5500-STOP-ELECTION.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 5500-EXIT
           END-IF.
           PERFORM 1200-LOAD-PLANS THRU 1200-EXIT.
           DISPLAY "Employee id (blank to cancel): ".
           ACCEPT WS-ASK-EMP.
           IF WS-ASK-EMP = SPACES
               GO TO 5500-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ASK-EMP) TO WS-ASK-EMP.
           MOVE 0 TO WS-EN-MATCH-IDX.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               IF WS-EN-EMP(WS-EN-IDX) = WS-ASK-EMP
                   AND WS-EN-STATUS(WS-EN-IDX) = "A"
                   MOVE WS-EN-IDX TO WS-EN-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-EN-MATCH-IDX = 0
               DISPLAY WS-ASK-EMP " has no active election - "
                   "nothing changed."
               GO TO 5500-EXIT
           END-IF.
           DISPLAY "Stop " WS-ASK-EMP "'s contributions to "
               WS-EN-PLAN(WS-EN-MATCH-IDX) "? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 5500-EXIT
           END-IF.
           MOVE "S"             TO WS-EN-STATUS(WS-EN-MATCH-IDX).
           MOVE WS-PROCESS-DATE TO WS-EN-SDATE(WS-EN-MATCH-IDX).
           MOVE WS-OPERATOR-ID  TO WS-EN-SBY(WS-EN-MATCH-IDX).
           PERFORM 8100-SAVE-ELECTIONS.
           DISPLAY "Contributions stopped for " WS-ASK-EMP ".".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Retirement " WS-ASK-EMP " stopped"
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       5500-EXIT.
           CONTINUE.

      *> --- A plan year's contributions and match per
      *>     employee, plan by plan, from the history every
      *>     live pay step appends to ---
       6000-PLAN-YEAR-REPORT.
           DISPLAY "Plan year (YYYY), Enter for this year: ".
           ACCEPT WS-ASK-YEAR.
           IF WS-ASK-YEAR = 0
               MOVE WS-PROCESS-DATE(1:4) TO WS-ASK-YEAR
           END-IF.
           PERFORM 1200-LOAD-PLANS THRU 1200-EXIT.
           PERFORM 1300-LOAD-NAMES THRU 1300-EXIT.
           MOVE 0 TO WS-YR-COUNT.
           MOVE 0 TO WS-YR-PLANS.
           OPEN INPUT CONTRIB-FILE.
           IF WS-CONTRIB-STATUS NOT = "00"
               DISPLAY "No retirement-contributions.dat - no "
                   "live pay run has taken a contribution yet."
               GO TO 6000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CONTRIB-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF RCN-PAY-DATE(1:4) = WS-ASK-YEAR
                   PERFORM 6100-TAKE-ONE-CONTRIBUTION
                       THRU 6100-EXIT
               END-IF
               READ CONTRIB-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CONTRIB-FILE.

           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING "retplan-year-" DELIMITED BY SIZE
                   WS-ASK-YEAR DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open " WS-REPORT-FILENAME
                   " - no report."
               GO TO 6000-EXIT
           END-IF.
           MOVE 0 TO WS-ALL-EE.
           MOVE 0 TO WS-ALL-ER.

           MOVE "=== RETIREMENT PLAN YEAR REPORT ===" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Plan year: " WS-ASK-YEAR
                  "   Run: " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM VARYING WS-YR-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-YR-PLAN-IDX > WS-YR-PLANS
               PERFORM 6200-WRITE-ONE-PLAN
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-YR-COUNT = 0
               MOVE "No contributions in the plan year."
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               COMPUTE WS-LINE-TOTAL = WS-ALL-EE + WS-ALL-ER
               MOVE WS-ALL-EE     TO WS-DISP-EE
               MOVE WS-ALL-ER     TO WS-DISP-ER
               MOVE WS-LINE-TOTAL TO WS-DISP-AMT
               MOVE SPACES TO WS-DETAIL
               MOVE "ALL PLANS"  TO WS-DETAIL(1:9)
               MOVE WS-DISP-EE  TO WS-DETAIL(26:14)
               MOVE WS-DISP-ER  TO WS-DETAIL(40:14)
               MOVE WS-DISP-AMT TO WS-DETAIL(54:14)
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           MOVE WS-YR-COUNT TO WS-DISP-CNT.
           DISPLAY "Employees with contributions: " WS-DISP-CNT.
           DISPLAY "See " WS-REPORT-FILENAME ".".
       6000-EXIT.
           CONTINUE.

      *> --- One contribution line into its plan and
      *>     employee's totals ---
       6100-TAKE-ONE-CONTRIBUTION.
           MOVE 0 TO WS-YR-MATCH-IDX.
           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                   UNTIL WS-YR-IDX > WS-YR-COUNT
               IF WS-YR-PLAN(WS-YR-IDX) = RCN-PLAN-CODE
                   AND WS-YR-EMP(WS-YR-IDX) = RCN-EMP-ID
                   MOVE WS-YR-IDX TO WS-YR-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-YR-MATCH-IDX = 0
      *>       A report that dropped someone would be wrong
      *>       without saying so - refuse instead
               IF WS-YR-COUNT >= 500
                   DISPLAY "ABEND: more than 500 plan members "
                       "in the year - raise WS-YR-TABLE."
                   CLOSE CONTRIB-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-YR-COUNT
               MOVE WS-YR-COUNT   TO WS-YR-MATCH-IDX
               MOVE RCN-PLAN-CODE TO WS-YR-PLAN(WS-YR-MATCH-IDX)
               MOVE RCN-EMP-ID    TO WS-YR-EMP(WS-YR-MATCH-IDX)
               MOVE 0 TO WS-YR-GROSS(WS-YR-MATCH-IDX)
               MOVE 0 TO WS-YR-EE(WS-YR-MATCH-IDX)
               MOVE 0 TO WS-YR-ER(WS-YR-MATCH-IDX)
           END-IF.
           ADD RCN-GROSS  TO WS-YR-GROSS(WS-YR-MATCH-IDX).
           ADD RCN-EE-AMT TO WS-YR-EE(WS-YR-MATCH-IDX).
           ADD RCN-ER-AMT TO WS-YR-ER(WS-YR-MATCH-IDX).

      *>   The plans in the order first met
           MOVE "N" TO WS-YR-SEEN.
           PERFORM VARYING WS-YR-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-YR-PLAN-IDX > WS-YR-PLANS
               IF WS-YR-PLAN-CODE(WS-YR-PLAN-IDX) = RCN-PLAN-CODE
                   MOVE "Y" TO WS-YR-SEEN
               END-IF
           END-PERFORM.
           IF WS-YR-SEEN = "Y"
               GO TO 6100-EXIT
           END-IF.
           IF WS-YR-PLANS >= 20
               DISPLAY "ABEND: more than 20 plans in the year."
               CLOSE CONTRIB-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-YR-PLANS.
           MOVE RCN-PLAN-CODE TO WS-YR-PLAN-CODE(WS-YR-PLANS).
       6100-EXIT.
           CONTINUE.

      *> --- One plan's members, with the plan's totals ---
       6200-WRITE-ONE-PLAN.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-PL-MATCH-IDX.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-CODE(WS-PL-IDX)
                   = WS-YR-PLAN-CODE(WS-YR-PLAN-IDX)
                   MOVE WS-PL-IDX TO WS-PL-MATCH-IDX
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-DETAIL.
           IF WS-PL-MATCH-IDX = 0
               STRING "Plan " WS-YR-PLAN-CODE(WS-YR-PLAN-IDX)
                      "  (no longer on file)"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           ELSE
               STRING "Plan " WS-YR-PLAN-CODE(WS-YR-PLAN-IDX)
                      "  " WS-PL-NAME(WS-PL-MATCH-IDX)
                      "  Provider: "
                      WS-PL-PROVIDER(WS-PL-MATCH-IDX)
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           END-IF.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Emp  Name                      Employee      "
               & "   Match         Total" TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 0 TO WS-PLAN-EE.
           MOVE 0 TO WS-PLAN-ER.
           MOVE 0 TO WS-PLAN-HEADS.
           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                   UNTIL WS-YR-IDX > WS-YR-COUNT
               IF WS-YR-PLAN(WS-YR-IDX)
                   = WS-YR-PLAN-CODE(WS-YR-PLAN-IDX)
                   PERFORM 6300-WRITE-ONE-MEMBER
               END-IF
           END-PERFORM.

           COMPUTE WS-LINE-TOTAL = WS-PLAN-EE + WS-PLAN-ER.
           MOVE WS-PLAN-EE    TO WS-DISP-EE.
           MOVE WS-PLAN-ER    TO WS-DISP-ER.
           MOVE WS-LINE-TOTAL TO WS-DISP-AMT.
           MOVE WS-PLAN-HEADS TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  Total, " WS-DISP-CNT " members"
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DISP-EE  TO WS-DETAIL(26:14).
           MOVE WS-DISP-ER  TO WS-DETAIL(40:14).
           MOVE WS-DISP-AMT TO WS-DETAIL(54:14).
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-PLAN-EE TO WS-ALL-EE.
           ADD WS-PLAN-ER TO WS-ALL-ER.

      *> --- One member's year ---
       6300-WRITE-ONE-MEMBER.
           ADD 1 TO WS-PLAN-HEADS.
           ADD WS-YR-EE(WS-YR-IDX) TO WS-PLAN-EE.
           ADD WS-YR-ER(WS-YR-IDX) TO WS-PLAN-ER.
           MOVE WS-YR-EMP(WS-YR-IDX) TO WS-ASK-EMP.
           PERFORM 1350-FIND-NAME.
           COMPUTE WS-LINE-TOTAL =
               WS-YR-EE(WS-YR-IDX) + WS-YR-ER(WS-YR-IDX).
           MOVE WS-YR-EE(WS-YR-IDX) TO WS-DISP-EE.
           MOVE WS-YR-ER(WS-YR-IDX) TO WS-DISP-ER.
           MOVE WS-LINE-TOTAL       TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING WS-YR-EMP(WS-YR-IDX) " " WS-FOUND-NAME
                  WS-DISP-EE WS-DISP-ER WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- The plan file back from storage ---
       8000-SAVE-PLANS.
           OPEN OUTPUT PLAN-FILE.
           INITIALIZE PLAN-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               MOVE WS-PL-CODE(WS-PL-IDX)     TO RPL-PLAN-CODE
               MOVE WS-PL-NAME(WS-PL-IDX)     TO RPL-PLAN-NAME
               MOVE WS-PL-PROVIDER(WS-PL-IDX) TO RPL-PROVIDER
               MOVE WS-PL-MATCH(WS-PL-IDX)    TO RPL-MATCH-PCT
               MOVE WS-PL-UPTO(WS-PL-IDX)     TO RPL-MATCH-UPTO
               MOVE WS-PL-LIMIT(WS-PL-IDX)    TO RPL-ANNUAL-LIMIT
               MOVE WS-PL-SDATE(WS-PL-IDX)    TO RPL-SET-DATE
               MOVE WS-PL-SBY(WS-PL-IDX)      TO RPL-SET-BY
               WRITE PLAN-RECORD
           END-PERFORM.
           CLOSE PLAN-FILE.

      *> --- The election file back from storage ---
       8100-SAVE-ELECTIONS.
           OPEN OUTPUT ENROLL-FILE.
           INITIALIZE ENROLL-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               MOVE WS-EN-EMP(WS-EN-IDX)    TO REN-EMP-ID
               MOVE WS-EN-PLAN(WS-EN-IDX)   TO REN-PLAN-CODE
               MOVE WS-EN-PCT(WS-EN-IDX)    TO REN-CONTRIB-PCT
               MOVE WS-EN-START(WS-EN-IDX)  TO REN-START-DATE
               MOVE WS-EN-STATUS(WS-EN-IDX) TO REN-STATUS
               MOVE WS-EN-SDATE(WS-EN-IDX)  TO REN-SET-DATE
               MOVE WS-EN-SBY(WS-EN-IDX)    TO REN-SET-BY
               WRITE ENROLL-RECORD
           END-PERFORM.
           CLOSE ENROLL-FILE.
