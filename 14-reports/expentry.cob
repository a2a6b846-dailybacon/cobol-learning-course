       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENTRY.
       AUTHOR. LEARNER.

      *> ============================================
      *> Expense claim entry and supervisor approval
      *> ============================================
      *> Travel and expense claims were paid from petty
      *> cash or a hand-written check: no approval
      *> trail, no GL coding. This SCREEN SECTION
      *> program (same style as TIMENTRY) keys a claim
      *> per receipt - date, category, amount and the
      *> expense account it posts to, proven against
      *> the chart of accounts - and a separate
      *> supervisor approval pass (under OPSIGNON
      *> identities) signs claims off. A claim above
      *> its category's policy limit needs a second,
      *> different supervisor; nobody approves a claim
      *> they keyed. REPORTS pays approved claims in the
      *> employee's next pay run, non-taxable, and marks
      *> them paid.
      *>
      *> The monthly spend report totals paid claims by
      *> department and category to
      *> expense-spend-YYYYMM.txt.
      *>
      *> Who keyed, approved or rejected what lands on
      *> expense-claim-audit.dat.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks expentry.cob
      *>       ../13-subprograms/codefmt.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o expentry
      *>   ./expentry
      *> ============================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPCLAIM-FILE
               ASSIGN TO "expense-claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XC-STATUS.

           SELECT EXPCAT-FILE
               ASSIGN TO "expense-categories.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT CHART-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO "employees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "expense-claim-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Same claim layout REPORTS pays from
       FD EXPCLAIM-FILE.
       01 EXPCLAIM-RECORD.
           COPY "expclaim.cpy".

       FD EXPCAT-FILE.
       01 EXPCAT-RECORD.
           COPY "expcat.cpy".

      *> COAMAINT's chart - the accounts a claim may post to
       FD CHART-FILE.
       01 CHART-RECORD.
          05 COA-CODE         PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 COA-DESC         PIC X(25).
          05 FILLER           PIC X VALUE ",".
          05 COA-TYPE         PIC X.
          05 FILLER           PIC X VALUE ",".
          05 COA-ACTIVE       PIC X.

       FD EMPLOYEE-FILE.
       01 EMP-RECORD.
           COPY "empmast.cpy".

      *> One audited action: who keyed, approved or
      *> rejected which claim
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          05 XAU-DATE         PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 XAU-OPERATOR     PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 XAU-ACTION       PIC X.
      *>     K=Keyed, F=First of two approvals,
      *>     A=Approved, R=Rejected
          05 FILLER           PIC X VALUE ",".
          05 XAU-CLAIM-NO     PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 XAU-EMP-ID       PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 XAU-AMOUNT       PIC 9(5)V99.

       FD REPORT-FILE.
       01 RPT-LINE            PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-KEY-STATUS     PIC 9(4).
       01 WS-XC-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-CAT-STATUS     PIC XX.
       01 WS-CHART-STATUS   PIC XX.
       01 WS-EMP-STATUS     PIC XX.
       01 WS-AUDIT-STATUS   PIC XX.
       01 WS-RPT-STATUS     PIC XX.
       01 WS-REPORT-FILENAME PIC X(30).

       01 WS-TODAY          PIC 9(8).
       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-MSG            PIC X(40) VALUE SPACES.
       01 WS-CONTINUE       PIC X VALUE "Y".
          88 USER-DONE      VALUE "N" "n".
       01 WS-EOF            PIC X VALUE "N".
          88 END-OF-FILE    VALUE "Y".

      *>   The claim as keyed on screen
       01 WS-E-EMP          PIC X(4).
       01 WS-E-DATE         PIC 9(8) VALUE 0.
       01 WS-E-CATEGORY     PIC X(4).
       01 WS-E-DESC         PIC X(20).
       01 WS-E-AMOUNT       PIC 9(5)V99 VALUE 0.
       01 WS-E-GL-CODE      PIC X(4).
       01 WS-E-DEPT         PIC X(15).

      *>   The whole file in storage while changes rewrite it
       01 WS-XC-COUNT       PIC 9(3) VALUE 0.
       01 WS-XC-TABLE.
          05 WS-XC-ENTRY OCCURS 500 TIMES.
      *>        Must hold the whole 113-byte claim record
             10 WS-XC-REC     PIC X(113).
       01 WS-XC-IDX         PIC 9(3).
       01 WS-XC-LAST-NO     PIC 9(6) VALUE 0.
       01 WS-DECIDED-NOW    PIC 9(3) VALUE 0.

      *>   Categories and their policy limits
       01 WS-CT-COUNT       PIC 9(2) VALUE 0.
       01 WS-CT-TABLE.
          05 WS-CT-ENTRY OCCURS 20 TIMES.
             10 WS-CT-CAT      PIC X(4).
             10 WS-CT-DESC     PIC X(20).
             10 WS-CT-GL       PIC X(4).
             10 WS-CT-LIMIT    PIC 9(5)V99.
             10 WS-CT-CLAIMS   PIC 9(5).
             10 WS-CT-SPEND    PIC 9(9)V99.
       01 WS-CT-IDX         PIC 9(2).
       01 WS-CT-MATCH-IDX   PIC 9(2) VALUE 0.
       01 WS-CAT-LIST       PIC X(50) VALUE SPACES.
       01 WS-CAT-PTR        PIC 9(3).

      *>   The expense accounts the chart carries
       01 WS-COA-COUNT      PIC 9(3) VALUE 0.
       01 WS-COA-TABLE.
          05 WS-COA-ENTRY OCCURS 100 TIMES.
             10 WS-COA-CODE    PIC X(4).
             10 WS-COA-TYPE    PIC X.
             10 WS-COA-ACTIVE  PIC X.
       01 WS-COA-IDX        PIC 9(3).
       01 WS-COA-OK         PIC X.
          88 ACCOUNT-IS-EXPENSE VALUE "Y".

      *>   Who is on the payroll, and in which department
       01 WS-EM-COUNT       PIC 9(3) VALUE 0.
       01 WS-EM-TABLE.
          05 WS-EM-ENTRY OCCURS 500 TIMES.
             10 WS-EM-ID       PIC X(4).
             10 WS-EM-DEPT     PIC X(15).
             10 WS-EM-STATUS   PIC X.
       01 WS-EM-IDX         PIC 9(3).
       01 WS-EM-MATCH-IDX   PIC 9(3) VALUE 0.

      *>   Employee id format check via the shared CODEFMT
       01 WS-CODE-CHECK      PIC X(20).
       01 WS-CODE-PREFIX     PIC X(10) VALUE "E".
       01 WS-CODE-PREFIX-LEN PIC 9(2)  VALUE 1.
       01 WS-CODE-VALID      PIC X.
          88 CODE-IS-VALID   VALUE "Y".

      *>   The monthly spend report: one entry per
      *>   department and category, kept in key order
       01 WS-ASK-MONTH      PIC 9(6) VALUE 0.
       01 WS-SP-COUNT       PIC S9(4) COMP VALUE 0.
       01 WS-SP-TABLE.
          05 WS-SP-ENTRY OCCURS 200 TIMES.
             10 WS-SP-KEY.
                15 WS-SP-DEPT  PIC X(15).
                15 WS-SP-CAT   PIC X(4).
             10 WS-SP-CLAIMS   PIC 9(5).
             10 WS-SP-AMOUNT   PIC 9(9)V99.
       01 WS-SP-IDX         PIC S9(4) COMP.
       01 WS-SP-POS         PIC S9(4) COMP.
       01 WS-NEW-KEY.
          05 WS-NEW-DEPT    PIC X(15).
          05 WS-NEW-CAT     PIC X(4).
       01 WS-PREV-DEPT      PIC X(15).
       01 WS-DEPT-CLAIMS    PIC 9(5) VALUE 0.
       01 WS-DEPT-AMOUNT    PIC 9(9)V99 VALUE 0.
       01 WS-ALL-CLAIMS     PIC 9(5) VALUE 0.
       01 WS-ALL-AMOUNT     PIC 9(9)V99 VALUE 0.
       01 WS-OPEN-CLAIMS    PIC 9(5) VALUE 0.
       01 WS-OPEN-AMOUNT    PIC 9(9)V99 VALUE 0.
       01 WS-DUE-CLAIMS     PIC 9(5) VALUE 0.
       01 WS-DUE-AMOUNT     PIC 9(9)V99 VALUE 0.
       01 WS-DETAIL         PIC X(70).
       01 WS-DISP-CNT       PIC ZZZZ9.
       01 WS-DISP-AMT       PIC $Z,ZZZ,ZZ9.99.
       01 WS-DISP-CLAIM     PIC $ZZ,ZZ9.99.

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "EXPENTRY".
       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-OPERATOR-ROLE  PIC X.
          88 OPERATOR-IS-SUPER VALUE "S" "A".
       01 WS-SIGNON-OK      PIC X.
       01 WS-OP-ACTION      PIC X(30).
       01 WS-AUD-ACTION     PIC X.

      *> ============================================
      *> SCREEN SECTION: define the UI layout
      *> ============================================
       SCREEN SECTION.

       01 MENU-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 20 VALUE "==========================="
             FOREGROUND-COLOR 3.
          05 LINE 3  COL 20 VALUE "   EXPENSE CLAIMS"
             FOREGROUND-COLOR 3 HIGHLIGHT.
          05 LINE 4  COL 20 VALUE "==========================="
             FOREGROUND-COLOR 3.
          05 LINE 7  COL 20 VALUE "1. Key a claim".
          05 LINE 8  COL 20 VALUE "2. Approve claims".
          05 LINE 9  COL 20 VALUE "3. Monthly spend report".
          05 LINE 10 COL 20 VALUE "4. Exit".
          05 LINE 12 COL 20 VALUE "Choice: ".
          05 LINE 12 COL 28 PIC 9 USING WS-CHOICE
             FOREGROUND-COLOR 6 HIGHLIGHT.
          05 LINE 14 COL 20 PIC X(40) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- The claim, on screen instead of a petty cash slip ---
       01 ENTRY-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Key an Expense Claim ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Employee:   ".
          05 LINE 4  COL 23 PIC X(4) USING WS-E-EMP
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 10 VALUE "Spent on:   ".
          05 LINE 5  COL 23 PIC 9(8) USING WS-E-DATE
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 33 VALUE "(YYYYMMDD)".
          05 LINE 6  COL 10 VALUE "Category:   ".
          05 LINE 6  COL 23 PIC X(4) USING WS-E-CATEGORY
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 29 PIC X(50) FROM WS-CAT-LIST.
          05 LINE 7  COL 10 VALUE "Purpose:    ".
          05 LINE 7  COL 23 PIC X(20) USING WS-E-DESC
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 8  COL 10 VALUE "Amount USD: ".
          05 LINE 8  COL 23 PIC 9(5).99 USING WS-E-AMOUNT
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 9  COL 10 VALUE "GL account: ".
          05 LINE 9  COL 23 PIC X(4) USING WS-E-GL-CODE
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 9  COL 29 VALUE "(blank = the category's)".
          05 LINE 11 COL 10 PIC X(40) FROM WS-MSG
             FOREGROUND-COLOR 4.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           CALL "OPSIGNON" USING
               BY CONTENT   WS-OP-PROGRAM
               BY REFERENCE WS-OPERATOR-ID
               BY REFERENCE WS-OPERATOR-ROLE
               BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK NOT = "Y"
               STOP RUN
           END-IF.
           PERFORM 0500-LOAD-CLAIMS THRU 0500-EXIT.
           PERFORM 0700-LOAD-CATEGORIES THRU 0700-EXIT.
           PERFORM 0800-LOAD-CHART THRU 0800-EXIT.
           PERFORM 0900-LOAD-EMPLOYEES THRU 0900-EXIT.

           PERFORM UNTIL USER-DONE
               MOVE 0 TO WS-CHOICE
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 1000-KEY-A-CLAIM THRU 1000-EXIT
                   WHEN 2 PERFORM 2000-APPROVE-CLAIMS
                              THRU 2000-EXIT
                   WHEN 3 PERFORM 3000-MONTHLY-SPEND-REPORT
                              THRU 3000-EXIT
                   WHEN 4 MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       MOVE "Invalid choice." TO WS-MSG
               END-EVALUATE
           END-PERFORM.

           DISPLAY SPACE BLANK SCREEN.
           DISPLAY "Changes are on expense-claim-audit.dat.".
           STOP RUN.

      *> --- The whole file into storage ---
       0500-LOAD-CLAIMS.
           OPEN INPUT EXPCLAIM-FILE.
           IF WS-XC-STATUS NOT = "00"
               GO TO 0500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ EXPCLAIM-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-XC-COUNT >= 500
      *>           Never load-cap and then rewrite: claims
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 500 expense claims "
                       "- raise WS-XC-TABLE."
                   CLOSE EXPCLAIM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-XC-COUNT
               MOVE EXPCLAIM-RECORD
                   TO WS-XC-REC(WS-XC-COUNT)
               IF XCL-CLAIM-NO > WS-XC-LAST-NO
                   MOVE XCL-CLAIM-NO TO WS-XC-LAST-NO
               END-IF
               READ EXPCLAIM-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EXPCLAIM-FILE.
       0500-EXIT.
           CONTINUE.

      *> --- Rewrite the file from storage after a change ---
       0600-REWRITE-CLAIMS.
           OPEN OUTPUT EXPCLAIM-FILE.
           PERFORM VARYING WS-XC-IDX FROM 1 BY 1
                   UNTIL WS-XC-IDX > WS-XC-COUNT
               MOVE WS-XC-REC(WS-XC-IDX) TO EXPCLAIM-RECORD
               WRITE EXPCLAIM-RECORD
           END-PERFORM.
           CLOSE EXPCLAIM-FILE.

      *> --- The categories and their policy limits, seeded
      *>     on first use ---
       0700-LOAD-CATEGORIES.
           OPEN INPUT EXPCAT-FILE.
           IF WS-CAT-STATUS = "35"
               PERFORM 0750-SEED-CATEGORIES
               OPEN INPUT EXPCAT-FILE
           END-IF.
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "ABEND: expense-categories.dat would not "
                   "open (" WS-CAT-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ EXPCAT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-CT-COUNT < 20
                   ADD 1 TO WS-CT-COUNT
                   MOVE XCT-CATEGORY
                       TO WS-CT-CAT(WS-CT-COUNT)
                   MOVE XCT-DESC TO WS-CT-DESC(WS-CT-COUNT)
                   MOVE XCT-GL-CODE TO WS-CT-GL(WS-CT-COUNT)
                   MOVE XCT-LIMIT TO WS-CT-LIMIT(WS-CT-COUNT)
               END-IF
               READ EXPCAT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EXPCAT-FILE.

      *>   The codes, for the prompt beside the field
           MOVE SPACES TO WS-CAT-LIST.
           MOVE 1 TO WS-CAT-PTR.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
                   OR WS-CAT-PTR > 46
               STRING WS-CT-CAT(WS-CT-IDX) " "
                   DELIMITED BY SIZE
                   INTO WS-CAT-LIST WITH POINTER WS-CAT-PTR
               END-STRING
           END-PERFORM.
       0700-EXIT.
           CONTINUE.

      *> --- The policy as finance set it: the category's
      *>     expense account and the per-claim limit above
      *>     which a second approver signs ---
       0750-SEED-CATEGORIES.
           OPEN OUTPUT EXPCAT-FILE.
           INITIALIZE EXPCAT-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE "TRVL" TO XCT-CATEGORY.
           MOVE "Travel and fares" TO XCT-DESC.
           MOVE "5450" TO XCT-GL-CODE.
           MOVE 1000.00 TO XCT-LIMIT.
           WRITE EXPCAT-RECORD.
           MOVE "LODG" TO XCT-CATEGORY.
           MOVE "Lodging" TO XCT-DESC.
           MOVE "5450" TO XCT-GL-CODE.
           MOVE 600.00 TO XCT-LIMIT.
           WRITE EXPCAT-RECORD.
           MOVE "MILE" TO XCT-CATEGORY.
           MOVE "Mileage" TO XCT-DESC.
           MOVE "5450" TO XCT-GL-CODE.
           MOVE 250.00 TO XCT-LIMIT.
           WRITE EXPCAT-RECORD.
           MOVE "MEAL" TO XCT-CATEGORY.
           MOVE "Meals" TO XCT-DESC.
           MOVE "5460" TO XCT-GL-CODE.
           MOVE 100.00 TO XCT-LIMIT.
           WRITE EXPCAT-RECORD.
           MOVE "ENTN" TO XCT-CATEGORY.
           MOVE "Entertainment" TO XCT-DESC.
           MOVE "5460" TO XCT-GL-CODE.
           MOVE 300.00 TO XCT-LIMIT.
           WRITE EXPCAT-RECORD.
           MOVE "SUPL" TO XCT-CATEGORY.
           MOVE "Supplies" TO XCT-DESC.
           MOVE "5470" TO XCT-GL-CODE.
           MOVE 150.00 TO XCT-LIMIT.
           WRITE EXPCAT-RECORD.
           MOVE "OTHR" TO XCT-CATEGORY.
           MOVE "Other" TO XCT-DESC.
           MOVE "5470" TO XCT-GL-CODE.
           MOVE 100.00 TO XCT-LIMIT.
           WRITE EXPCAT-RECORD.
           CLOSE EXPCAT-FILE.
           DISPLAY "Seeded expense-categories.dat.".

      *> --- The accounts a claim may be coded to ---
       0800-LOAD-CHART.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS NOT = "00"
               GO TO 0800-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CHART-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-COA-COUNT < 100
                   ADD 1 TO WS-COA-COUNT
                   MOVE COA-CODE   TO WS-COA-CODE(WS-COA-COUNT)
                   MOVE COA-TYPE   TO WS-COA-TYPE(WS-COA-COUNT)
                   MOVE COA-ACTIVE TO WS-COA-ACTIVE(WS-COA-COUNT)
               END-IF
               READ CHART-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CHART-FILE.
       0800-EXIT.
           CONTINUE.

      *> --- The payroll's employees and their departments ---
       0900-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = "00"
               GO TO 0900-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ EMPLOYEE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-EM-COUNT < 500
                   ADD 1 TO WS-EM-COUNT
                   MOVE EMP-ID     TO WS-EM-ID(WS-EM-COUNT)
                   MOVE EMP-DEPT   TO WS-EM-DEPT(WS-EM-COUNT)
                   MOVE EMP-STATUS TO WS-EM-STATUS(WS-EM-COUNT)
               END-IF
               READ EMPLOYEE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
       0900-EXIT.
           CONTINUE.

      *> --- One claim: screen, edits, loop until clean or
      *>     the keyer blanks the employee to quit ---
       1000-KEY-A-CLAIM.
           MOVE SPACES TO WS-E-EMP.
           MOVE 0 TO WS-E-DATE.
           MOVE SPACES TO WS-E-CATEGORY.
           MOVE SPACES TO WS-E-DESC.
           MOVE 0 TO WS-E-AMOUNT.
           MOVE SPACES TO WS-E-GL-CODE.
           MOVE SPACES TO WS-MSG.

           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-EMP = SPACES
               DISPLAY ENTRY-SCREEN
               ACCEPT ENTRY-SCREEN
               IF WS-E-EMP NOT = SPACES
                   PERFORM 1500-VALIDATE-CLAIM THRU 1500-EXIT
               ELSE
                   MOVE SPACES TO WS-MSG
               END-IF
               IF WS-MSG NOT = SPACES
                   DISPLAY ENTRY-SCREEN
               END-IF
           END-PERFORM.

           IF WS-E-EMP = SPACES OR WS-MSG NOT = SPACES
               MOVE "Entry abandoned." TO WS-MSG
               GO TO 1000-EXIT
           END-IF.

           IF WS-XC-COUNT >= 500
               MOVE "Claim table is full." TO WS-MSG
               GO TO 1000-EXIT
           END-IF.
           ADD 1 TO WS-XC-COUNT.
           ADD 1 TO WS-XC-LAST-NO.
           INITIALIZE EXPCLAIM-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-XC-LAST-NO  TO XCL-CLAIM-NO.
           MOVE WS-E-EMP       TO XCL-EMP-ID.
           MOVE WS-E-DEPT      TO XCL-DEPT.
           MOVE WS-E-DATE      TO XCL-EXP-DATE.
           MOVE WS-E-CATEGORY  TO XCL-CATEGORY.
           MOVE WS-E-DESC      TO XCL-DESC.
           MOVE WS-E-AMOUNT    TO XCL-AMOUNT.
           MOVE WS-E-GL-CODE   TO XCL-GL-CODE.
           MOVE "K"            TO XCL-STATUS.
           MOVE WS-OPERATOR-ID TO XCL-KEYED-BY.
           MOVE SPACES         TO XCL-APPR1-BY.
           MOVE SPACES         TO XCL-APPR2-BY.
           MOVE 0              TO XCL-PAID-DATE.
           MOVE EXPCLAIM-RECORD TO WS-XC-REC(WS-XC-COUNT).
           PERFORM 0600-REWRITE-CLAIMS.
           MOVE "K" TO WS-AUD-ACTION.
           PERFORM 9000-WRITE-AUDIT.
           MOVE SPACES TO WS-MSG.
           STRING "Claim " XCL-CLAIM-NO
                  " keyed - awaits approval."
               DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
       1000-EXIT.
           CONTINUE.

      *> --- The edits the petty cash box never ran ---
       1500-VALIDATE-CLAIM.
           MOVE SPACES TO WS-MSG.

           MOVE SPACES TO WS-CODE-CHECK.
           MOVE WS-E-EMP TO WS-CODE-CHECK.
           CALL "CODEFMT" USING
               BY CONTENT   WS-CODE-CHECK
               BY CONTENT   WS-CODE-PREFIX
               BY CONTENT   WS-CODE-PREFIX-LEN
               BY REFERENCE WS-CODE-VALID
           END-CALL.
           IF NOT CODE-IS-VALID
               MOVE "Employee must start with E" TO WS-MSG
               GO TO 1500-EXIT
           END-IF.

      *>   Only someone the payroll can pay can be repaid
           MOVE 0 TO WS-EM-MATCH-IDX.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT
               IF WS-EM-ID(WS-EM-IDX) = WS-E-EMP
                   MOVE WS-EM-IDX TO WS-EM-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-EM-MATCH-IDX = 0
               MOVE "Employee not on the master file" TO WS-MSG
               GO TO 1500-EXIT
           END-IF.
           IF WS-EM-STATUS(WS-EM-MATCH-IDX) = "T"
               MOVE "Employee is terminated" TO WS-MSG
               GO TO 1500-EXIT
           END-IF.
           MOVE WS-EM-DEPT(WS-EM-MATCH-IDX) TO WS-E-DEPT.

           IF WS-E-DATE = 0
               OR WS-E-DATE(5:2) < "01" OR WS-E-DATE(5:2) > "12"
               OR WS-E-DATE(7:2) < "01" OR WS-E-DATE(7:2) > "31"
               MOVE "Date must be YYYYMMDD" TO WS-MSG
               GO TO 1500-EXIT
           END-IF.
           IF WS-E-DATE > WS-TODAY
               MOVE "Expense date is in the future" TO WS-MSG
               GO TO 1500-EXIT
           END-IF.

           MOVE 0 TO WS-CT-MATCH-IDX.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-CAT(WS-CT-IDX) = WS-E-CATEGORY
                   MOVE WS-CT-IDX TO WS-CT-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-CT-MATCH-IDX = 0
               MOVE "Unknown category" TO WS-MSG
               GO TO 1500-EXIT
           END-IF.

           IF WS-E-DESC = SPACES
               MOVE "Say what the expense was for" TO WS-MSG
               GO TO 1500-EXIT
           END-IF.
           IF WS-E-AMOUNT = 0
               MOVE "Amount must be above zero" TO WS-MSG
               GO TO 1500-EXIT
           END-IF.

      *>   The GL coding the hand-written check never had:
      *>   the category's account unless the keyer names
      *>   another, and it must be an active expense account
      *>   on the chart
           IF WS-E-GL-CODE = SPACES
               MOVE WS-CT-GL(WS-CT-MATCH-IDX) TO WS-E-GL-CODE
           END-IF.
           IF WS-COA-COUNT > 0
               MOVE "N" TO WS-COA-OK
               PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                       UNTIL WS-COA-IDX > WS-COA-COUNT
                   IF WS-COA-CODE(WS-COA-IDX) = WS-E-GL-CODE
                       AND WS-COA-TYPE(WS-COA-IDX) = "E"
                       AND WS-COA-ACTIVE(WS-COA-IDX) = "Y"
                       MOVE "Y" TO WS-COA-OK
                   END-IF
               END-PERFORM
               IF NOT ACCOUNT-IS-EXPENSE
                   MOVE "GL code is not an active expense acct"
                       TO WS-MSG
                   GO TO 1500-EXIT
               END-IF
           END-IF.
       1500-EXIT.
           CONTINUE.

      *> --- The approval pass: a supervisor walks every
      *>     claim still owed an approval and signs off,
      *>     rejects, or leaves it ---
       2000-APPROVE-CLAIMS.
           IF NOT OPERATOR-IS-SUPER
               MOVE "Supervisor role required." TO WS-MSG
               GO TO 2000-EXIT
           END-IF.
           DISPLAY SPACE BLANK SCREEN.
           MOVE 0 TO WS-DECIDED-NOW.
           PERFORM VARYING WS-XC-IDX FROM 1 BY 1
                   UNTIL WS-XC-IDX > WS-XC-COUNT
               MOVE WS-XC-REC(WS-XC-IDX) TO EXPCLAIM-RECORD
               IF XCL-KEYED OR XCL-FIRST-OK
                   PERFORM 2100-OFFER-ONE-CLAIM THRU 2100-EXIT
               END-IF
           END-PERFORM.
           IF WS-DECIDED-NOW > 0
               PERFORM 0600-REWRITE-CLAIMS
           END-IF.
           MOVE SPACES TO WS-MSG.
           DISPLAY "Decided this session: " WS-DECIDED-NOW.
           DISPLAY "Press ENTER for the menu.".
           ACCEPT WS-MSG.
           MOVE SPACES TO WS-MSG.
       2000-EXIT.
           CONTINUE.

      *> --- One claim for the supervisor's eye. Nobody
      *>     approves what they keyed, and the second
      *>     signature on an over-limit claim must be a
      *>     different supervisor from the first ---
       2100-OFFER-ONE-CLAIM.
           IF XCL-KEYED-BY = WS-OPERATOR-ID
               GO TO 2100-EXIT
           END-IF.
           IF XCL-FIRST-OK AND XCL-APPR1-BY = WS-OPERATOR-ID
               GO TO 2100-EXIT
           END-IF.
           MOVE 0 TO WS-CT-MATCH-IDX.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-CAT(WS-CT-IDX) = XCL-CATEGORY
                   MOVE WS-CT-IDX TO WS-CT-MATCH-IDX
               END-IF
           END-PERFORM.

           MOVE XCL-AMOUNT TO WS-DISP-CLAIM.
           DISPLAY "Claim " XCL-CLAIM-NO " " XCL-EMP-ID
               " " XCL-EXP-DATE " " XCL-CATEGORY
               " " XCL-DESC " " WS-DISP-CLAIM
               " acct " XCL-GL-CODE.
           IF XCL-FIRST-OK
               DISPLAY "  Over policy - first approved by "
                   XCL-APPR1-BY ", second approval needed"
           ELSE
               DISPLAY "  Keyed by " XCL-KEYED-BY
           END-IF.
           DISPLAY "Approve? (Y/N, R to reject): "
               WITH NO ADVANCING.
           ACCEPT WS-MSG.

           IF WS-MSG(1:1) = "R" OR WS-MSG(1:1) = "r"
               IF XCL-KEYED
                   MOVE WS-OPERATOR-ID TO XCL-APPR1-BY
               ELSE
                   MOVE WS-OPERATOR-ID TO XCL-APPR2-BY
               END-IF
               MOVE "R" TO XCL-STATUS
               MOVE "R" TO WS-AUD-ACTION
               GO TO 2100-DECIDED
           END-IF.
           IF WS-MSG(1:1) NOT = "Y" AND WS-MSG(1:1) NOT = "y"
               MOVE SPACES TO WS-MSG
               GO TO 2100-EXIT
           END-IF.

           IF XCL-FIRST-OK
               MOVE WS-OPERATOR-ID TO XCL-APPR2-BY
               MOVE "A" TO XCL-STATUS
               MOVE "A" TO WS-AUD-ACTION
               GO TO 2100-DECIDED
           END-IF.
           MOVE WS-OPERATOR-ID TO XCL-APPR1-BY.
      *>   A category no longer on file has no limit to be
      *>   within - it takes the second signature too
           IF WS-CT-MATCH-IDX = 0
               MOVE "F" TO XCL-STATUS
           ELSE
               IF XCL-AMOUNT > WS-CT-LIMIT(WS-CT-MATCH-IDX)
                   MOVE "F" TO XCL-STATUS
               ELSE
                   MOVE "A" TO XCL-STATUS
               END-IF
           END-IF.
           MOVE XCL-STATUS TO WS-AUD-ACTION.
           IF XCL-FIRST-OK
               DISPLAY "  Over the category limit - a second "
                   "supervisor must approve it too."
           END-IF.
       2100-DECIDED.
           MOVE EXPCLAIM-RECORD TO WS-XC-REC(WS-XC-IDX).
           ADD 1 TO WS-DECIDED-NOW.
           PERFORM 9000-WRITE-AUDIT.
           MOVE SPACES TO WS-MSG.
       2100-EXIT.
           CONTINUE.

      *> --- A month's paid claims by department and
      *>     category, for the budget holders ---
       3000-MONTHLY-SPEND-REPORT.
           DISPLAY SPACE BLANK SCREEN.
           DISPLAY "Month paid (YYYYMM), Enter for this month: "
               WITH NO ADVANCING.
           ACCEPT WS-ASK-MONTH.
           IF WS-ASK-MONTH = 0
               MOVE WS-TODAY(1:6) TO WS-ASK-MONTH
           END-IF.
           MOVE 0 TO WS-SP-COUNT.
           MOVE 0 TO WS-OPEN-CLAIMS.
           MOVE 0 TO WS-OPEN-AMOUNT.
           MOVE 0 TO WS-DUE-CLAIMS.
           MOVE 0 TO WS-DUE-AMOUNT.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE 0 TO WS-CT-CLAIMS(WS-CT-IDX)
               MOVE 0 TO WS-CT-SPEND(WS-CT-IDX)
           END-PERFORM.
           PERFORM VARYING WS-XC-IDX FROM 1 BY 1
                   UNTIL WS-XC-IDX > WS-XC-COUNT
               MOVE WS-XC-REC(WS-XC-IDX) TO EXPCLAIM-RECORD
               EVALUATE TRUE
                   WHEN XCL-PAID
                       IF XCL-PAID-DATE(1:6) = WS-ASK-MONTH
                           PERFORM 3100-TAKE-ONE-CLAIM
                               THRU 3100-EXIT
                       END-IF
                   WHEN XCL-APPROVED
                       ADD 1 TO WS-DUE-CLAIMS
                       ADD XCL-AMOUNT TO WS-DUE-AMOUNT
                   WHEN XCL-KEYED
                   WHEN XCL-FIRST-OK
                       ADD 1 TO WS-OPEN-CLAIMS
                       ADD XCL-AMOUNT TO WS-OPEN-AMOUNT
               END-EVALUATE
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING "expense-spend-" DELIMITED BY SIZE
                   WS-ASK-MONTH DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open " WS-REPORT-FILENAME
                   " - no report."
               GO TO 3000-WAIT
           END-IF.

           MOVE "=== EXPENSE SPEND BY DEPARTMENT AND CATEGORY ==="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Claims paid in: " WS-ASK-MONTH
                  "   Run: " WS-TODAY
                  "   Amounts USD"
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Department       Cat    Claims        Amount"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(1:45).
           WRITE RPT-LINE.

           MOVE 0 TO WS-ALL-CLAIMS.
           MOVE 0 TO WS-ALL-AMOUNT.
           MOVE 0 TO WS-DEPT-CLAIMS.
           MOVE 0 TO WS-DEPT-AMOUNT.
           MOVE SPACES TO WS-PREV-DEPT.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-IDX > 1
                   AND WS-SP-DEPT(WS-SP-IDX) NOT = WS-PREV-DEPT
                   PERFORM 3300-WRITE-DEPT-TOTAL
               END-IF
               PERFORM 3200-WRITE-ONE-LINE
           END-PERFORM.
           IF WS-SP-COUNT = 0
               MOVE "No claims paid in the month." TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM 3300-WRITE-DEPT-TOTAL
               PERFORM 3400-WRITE-CATEGORY-TOTALS
           END-IF.

      *>   What is still in the pipe, whatever the month
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DUE-CLAIMS TO WS-DISP-CNT.
           MOVE WS-DUE-AMOUNT TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           MOVE "Approved, not yet paid" TO WS-DETAIL(1:22).
           MOVE WS-DISP-CNT TO WS-DETAIL(25:5).
           MOVE WS-DISP-AMT TO WS-DETAIL(33:13).
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OPEN-CLAIMS TO WS-DISP-CNT.
           MOVE WS-OPEN-AMOUNT TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           MOVE "Awaiting approval" TO WS-DETAIL(1:17).
           MOVE WS-DISP-CNT TO WS-DETAIL(25:5).
           MOVE WS-DISP-AMT TO WS-DETAIL(33:13).
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORT-FILE.
           MOVE WS-ALL-CLAIMS TO WS-DISP-CNT.
           DISPLAY "Claims paid in " WS-ASK-MONTH ": "
               WS-DISP-CNT.
           DISPLAY "See " WS-REPORT-FILENAME ".".
       3000-WAIT.
           DISPLAY "Press ENTER for the menu.".
           ACCEPT WS-MSG.
           MOVE SPACES TO WS-MSG.
       3000-EXIT.
           CONTINUE.

      *> --- One paid claim into its department and category
      *>     entry, placed in key order as it is first met ---
       3100-TAKE-ONE-CLAIM.
           MOVE 0 TO WS-CT-MATCH-IDX.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-CAT(WS-CT-IDX) = XCL-CATEGORY
                   MOVE WS-CT-IDX TO WS-CT-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-CT-MATCH-IDX > 0
               ADD 1 TO WS-CT-CLAIMS(WS-CT-MATCH-IDX)
               ADD XCL-AMOUNT TO WS-CT-SPEND(WS-CT-MATCH-IDX)
           END-IF.

           MOVE XCL-DEPT     TO WS-NEW-DEPT.
           MOVE XCL-CATEGORY TO WS-NEW-CAT.
           MOVE 0 TO WS-SP-POS.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
                   OR WS-SP-POS > 0
               IF WS-SP-KEY(WS-SP-IDX) >= WS-NEW-KEY
                   MOVE WS-SP-IDX TO WS-SP-POS
               END-IF
           END-PERFORM.
           IF WS-SP-POS > 0
               IF WS-SP-KEY(WS-SP-POS) = WS-NEW-KEY
                   GO TO 3100-ADD
               END-IF
           END-IF.
      *>   A report that dropped a line would be wrong without
      *>   saying so - refuse instead
           IF WS-SP-COUNT >= 200
               DISPLAY "ABEND: more than 200 department and "
                   "category lines - raise WS-SP-TABLE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SP-POS = 0
               COMPUTE WS-SP-POS = WS-SP-COUNT + 1
           ELSE
               PERFORM VARYING WS-SP-IDX FROM WS-SP-COUNT BY -1
                       UNTIL WS-SP-IDX < WS-SP-POS
                   MOVE WS-SP-ENTRY(WS-SP-IDX)
                       TO WS-SP-ENTRY(WS-SP-IDX + 1)
               END-PERFORM
           END-IF.
           ADD 1 TO WS-SP-COUNT.
           MOVE WS-NEW-KEY TO WS-SP-KEY(WS-SP-POS).
           MOVE 0 TO WS-SP-CLAIMS(WS-SP-POS).
           MOVE 0 TO WS-SP-AMOUNT(WS-SP-POS).
       3100-ADD.
           ADD 1 TO WS-SP-CLAIMS(WS-SP-POS).
           ADD XCL-AMOUNT TO WS-SP-AMOUNT(WS-SP-POS).
       3100-EXIT.
           CONTINUE.

      *> --- One department and category line ---
       3200-WRITE-ONE-LINE.
           MOVE SPACES TO WS-DETAIL.
           IF WS-SP-DEPT(WS-SP-IDX) NOT = WS-PREV-DEPT
               MOVE WS-SP-DEPT(WS-SP-IDX) TO WS-DETAIL(1:15)
               MOVE WS-SP-DEPT(WS-SP-IDX) TO WS-PREV-DEPT
           END-IF.
           MOVE WS-SP-CAT(WS-SP-IDX)    TO WS-DETAIL(18:4).
           MOVE WS-SP-CLAIMS(WS-SP-IDX) TO WS-DISP-CNT.
           MOVE WS-DISP-CNT             TO WS-DETAIL(25:5).
           MOVE WS-SP-AMOUNT(WS-SP-IDX) TO WS-DISP-AMT.
           MOVE WS-DISP-AMT             TO WS-DETAIL(33:13).
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-SP-CLAIMS(WS-SP-IDX) TO WS-DEPT-CLAIMS.
           ADD WS-SP-AMOUNT(WS-SP-IDX) TO WS-DEPT-AMOUNT.

      *> --- The department just finished ---
       3300-WRITE-DEPT-TOTAL.
           MOVE WS-DEPT-CLAIMS TO WS-DISP-CNT.
           MOVE WS-DEPT-AMOUNT TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           MOVE "  Department total" TO WS-DETAIL(1:18).
           MOVE WS-DISP-CNT TO WS-DETAIL(25:5).
           MOVE WS-DISP-AMT TO WS-DETAIL(33:13).
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-DEPT-CLAIMS TO WS-ALL-CLAIMS.
           ADD WS-DEPT-AMOUNT TO WS-ALL-AMOUNT.
           MOVE 0 TO WS-DEPT-CLAIMS.
           MOVE 0 TO WS-DEPT-AMOUNT.

      *> --- The same month across departments, by category,
      *>     then the month's total ---
       3400-WRITE-CATEGORY-TOTALS.
           MOVE "By category:" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-CLAIMS(WS-CT-IDX) > 0
                   MOVE SPACES TO WS-DETAIL
                   MOVE WS-CT-CAT(WS-CT-IDX) TO WS-DETAIL(3:4)
                   MOVE WS-CT-DESC(WS-CT-IDX)
                       TO WS-DETAIL(8:16)
                   MOVE WS-CT-CLAIMS(WS-CT-IDX) TO WS-DISP-CNT
                   MOVE WS-DISP-CNT TO WS-DETAIL(25:5)
                   MOVE WS-CT-SPEND(WS-CT-IDX) TO WS-DISP-AMT
                   MOVE WS-DISP-AMT TO WS-DETAIL(33:13)
                   MOVE WS-DETAIL TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO RPT-LINE(1:45).
           WRITE RPT-LINE.
           MOVE WS-ALL-CLAIMS TO WS-DISP-CNT.
           MOVE WS-ALL-AMOUNT TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           MOVE "ALL DEPARTMENTS" TO WS-DETAIL(1:15).
           MOVE WS-DISP-CNT TO WS-DETAIL(25:5).
           MOVE WS-DISP-AMT TO WS-DETAIL(33:13).
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- One audit line, plus the operator action log ---
       9000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           INITIALIZE AUDIT-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-TODAY       TO XAU-DATE.
           MOVE WS-OPERATOR-ID TO XAU-OPERATOR.
           MOVE WS-AUD-ACTION  TO XAU-ACTION.
           MOVE XCL-CLAIM-NO   TO XAU-CLAIM-NO.
           MOVE XCL-EMP-ID     TO XAU-EMP-ID.
           MOVE XCL-AMOUNT     TO XAU-AMOUNT.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

           MOVE SPACES TO WS-OP-ACTION.
           EVALUATE WS-AUD-ACTION
               WHEN "K"
                   STRING "Keyed claim " XCL-CLAIM-NO
                          " " XCL-EMP-ID
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
               WHEN "F"
                   STRING "First approval claim " XCL-CLAIM-NO
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
               WHEN "A"
                   STRING "Approved claim " XCL-CLAIM-NO
                          " " XCL-EMP-ID
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
               WHEN OTHER
                   STRING "Rejected claim " XCL-CLAIM-NO
                          " " XCL-EMP-ID
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
           END-EVALUATE.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
