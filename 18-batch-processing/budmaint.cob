       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMAINT.
       AUTHOR. LEARNER.

      *> ============================================
      *> GL budget maintenance
      *> ============================================
      *> BUDLOAD files the year's budget as finance
      *> supplies it; this SCREEN SECTION front end (same
      *> style as the journal-entry screen) is where it
      *> is revised during the year:
      *>
      *>   1. Revise one month's budget for one account.
      *>      The current and originally loaded figures
      *>      are shown; the new figure needs a reason.
      *>      A month with no budget yet (an account
      *>      opened mid-year) is added the same way.
      *>   2. Show an account's budget for a year, month
      *>      by month, as it stands against the load.
      *>
      *> Revising is a supervisor call. Every revision
      *> goes on budget-audit.dat with the figure before
      *> and after, and is stamped via OPACTION. BUDVAR
      *> always reports against the budget as revised.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks budmaint.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o budmaint
      *>   ./budmaint
      *> ============================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE
               ASSIGN TO "budget-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT CHART-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

      *>   Every revision, before and after
           SELECT AUDIT-FILE
               ASSIGN TO "budget-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           COPY "budgrec.cpy".

       FD CHART-FILE.
       01 CHART-RECORD.
          05 COA-CODE         PIC X(4).
          05 FILLER           PIC X.
          05 COA-DESC         PIC X(25).
          05 FILLER           PIC X.
          05 COA-TYPE         PIC X.
          05 FILLER           PIC X.
          05 COA-ACTIVE       PIC X.

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AUD-DATE         PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 AUD-OPERATOR     PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 AUD-ACCT-CODE    PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 AUD-PERIOD       PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 AUD-OLD-AMOUNT   PIC S9(11)V99
                              SIGN LEADING SEPARATE.
          05 FILLER           PIC X VALUE ",".
          05 AUD-NEW-AMOUNT   PIC S9(11)V99
                              SIGN LEADING SEPARATE.
          05 FILLER           PIC X VALUE ",".
          05 AUD-REASON       PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-KEY-STATUS     PIC 9(4).
       01 WS-BUDGET-STATUS  PIC XX.
           COPY "filestat.cpy".
       01 WS-CHART-STATUS   PIC XX.
       01 WS-AUDIT-STATUS   PIC XX.

       01 WS-TODAY          PIC 9(8).
       01 WS-EOF            PIC X VALUE "N".
          88 END-OF-FILE    VALUE "Y".

      *>   The chart in storage
       01 WS-COA-COUNT      PIC 9(3) VALUE 0.
       01 WS-COA-TABLE.
          05 WS-COA-ENTRY OCCURS 100 TIMES
             INDEXED BY WS-COA-IDX.
             10 WS-COA-CODE    PIC X(4).
             10 WS-COA-DESC    PIC X(25).
       01 WS-COA-MATCH-IDX  PIC 9(3) VALUE 0.

      *>   The month being revised
       01 WS-R-CODE         PIC X(4).
       01 WS-R-PERIOD       PIC 9(6) VALUE 0.
       01 WS-R-YEAR         PIC 9(4) VALUE 0.
       01 WS-R-AMOUNT       PIC 9(11)V99 VALUE 0.
       01 WS-R-SIGN         PIC X.
          88 SIGN-IS-VALID  VALUE " " "+" "-".
       01 WS-R-REASON       PIC X(30).
       01 WS-R-CONFIRM      PIC X.
          88 REVISION-CONFIRMED VALUE "Y" "y".
       01 WS-R-DESC         PIC X(25).
       01 WS-NEW-AMOUNT     PIC S9(11)V99 VALUE 0.
       01 WS-OLD-AMOUNT     PIC S9(11)V99 VALUE 0.
       01 WS-BUDGET-FOUND   PIC X VALUE "N".
          88 BUDGET-FOUND   VALUE "Y".
       01 WS-MONTH-IDX      PIC 9(2).
       01 WS-YEAR-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-YEAR-LOADED    PIC S9(11)V99 VALUE 0.

      *>   What the screens show
       01 WS-S-CURRENT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-S-LOADED       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-S-REVISED      PIC X(30).
       01 WS-DISP-AMT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-AMT2      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-MSG            PIC X(60) VALUE SPACES.
       01 WS-CONTINUE       PIC X VALUE "Y".
          88 USER-DONE      VALUE "N" "n".
       01 WS-PAUSE          PIC X.

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "BUDMAINT".
       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-OPERATOR-ROLE  PIC X.
          88 OPERATOR-IS-SUPER VALUE "S" "A".
       01 WS-SIGNON-OK      PIC X.
       01 WS-OP-ACTION      PIC X(30).

      *> ============================================
      *> SCREEN SECTION: define the UI layout
      *> ============================================
       SCREEN SECTION.

      *> --- Main menu screen ---
       01 MENU-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 20 VALUE "==========================="
             FOREGROUND-COLOR 3.
          05 LINE 3  COL 20 VALUE "    GL BUDGET MAINTENANCE"
             FOREGROUND-COLOR 3 HIGHLIGHT.
          05 LINE 4  COL 20 VALUE "==========================="
             FOREGROUND-COLOR 3.
          05 LINE 7  COL 20 VALUE "1. Revise a month's budget".
          05 LINE 8  COL 20 VALUE "2. Show an account's year".
          05 LINE 9  COL 20 VALUE "3. Exit".
          05 LINE 11 COL 20 VALUE "Choice: ".
          05 LINE 11 COL 28 PIC 9 USING WS-CHOICE
             FOREGROUND-COLOR 6 HIGHLIGHT.
          05 LINE 13 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- Which account and month ---
       01 LOOKUP-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Revise a Month's Budget ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "GL code:    ".
          05 LINE 4  COL 22 PIC X(4) USING WS-R-CODE
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 10 VALUE "Period:     ".
          05 LINE 5  COL 22 PIC 9(6) USING WS-R-PERIOD
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 30 VALUE "(YYYYMM)".
          05 LINE 7  COL 10 VALUE "Blank the GL code to go back.".
          05 LINE 9  COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- The month as it stands, and the new figure ---
       01 AMOUNT-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Revise a Month's Budget ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 PIC X(4) FROM WS-R-CODE.
          05 LINE 4  COL 15 PIC X(25) FROM WS-R-DESC.
          05 LINE 4  COL 42 PIC 9(6) FROM WS-R-PERIOD.
          05 LINE 6  COL 10 VALUE "Current:    ".
          05 LINE 6  COL 22 PIC X(18) FROM WS-S-CURRENT.
          05 LINE 7  COL 10 VALUE "As loaded:  ".
          05 LINE 7  COL 22 PIC X(18) FROM WS-S-LOADED.
          05 LINE 8  COL 10 VALUE "Revised:    ".
          05 LINE 8  COL 22 PIC X(30) FROM WS-S-REVISED.
          05 LINE 10 COL 10 VALUE "New budget: ".
          05 LINE 10 COL 22 PIC 9(11)V99 USING WS-R-AMOUNT
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 11 COL 10 VALUE "Sign:       ".
          05 LINE 11 COL 22 PIC X USING WS-R-SIGN
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 11 COL 26 VALUE "(- for a negative budget)".
          05 LINE 12 COL 10 VALUE "Reason:     ".
          05 LINE 12 COL 22 PIC X(30) USING WS-R-REASON
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 14 COL 10 VALUE "Save this revision? (Y/N): ".
          05 LINE 14 COL 37 PIC X USING WS-R-CONFIRM
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 16 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- Which account and year to show ---
       01 YEAR-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- An Account's Budget Year ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "GL code:    ".
          05 LINE 4  COL 22 PIC X(4) USING WS-R-CODE
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 10 VALUE "Year:       ".
          05 LINE 5  COL 22 PIC 9(4) USING WS-R-YEAR
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 7  COL 10 VALUE "Blank the GL code to go back.".
          05 LINE 9  COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

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
           PERFORM 1000-INITIALIZE.

           PERFORM UNTIL USER-DONE
               MOVE 0 TO WS-CHOICE
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 3000-REVISE-MONTH
                           THRU 3000-EXIT
                   WHEN 2
                       PERFORM 4000-SHOW-YEAR
                           THRU 4000-EXIT
                   WHEN 3
                       MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       MOVE "Invalid choice. Try again."
                           TO WS-MSG
               END-EVALUATE
           END-PERFORM.

           CLOSE BUDGET-FILE.
           DISPLAY SPACE BLANK SCREEN.
           STOP RUN.

      *> --- The chart into storage, the budget file open
      *>     (created on first use) ---
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "ABEND: chart-of-accounts.dat missing - "
                   "run COAMAINT to seed it."
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
                   MOVE COA-DESC TO WS-COA-DESC(WS-COA-COUNT)
               END-IF
               READ CHART-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CHART-FILE.

           OPEN I-O BUDGET-FILE.
           IF NOT FS-SUCCESS
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           IF NOT FS-SUCCESS
               DISPLAY "ABEND: budget-master.dat did not open ("
                   WS-BUDGET-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- Revise one month: a supervisor, a reason, and
      *>     the figure before and after on the audit ---
       3000-REVISE-MONTH.
           MOVE SPACES TO WS-MSG.
           IF NOT OPERATOR-IS-SUPER
               MOVE "Supervisor role required." TO WS-MSG
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO WS-R-CODE.
           MOVE 0 TO WS-R-PERIOD.
           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-R-CODE = SPACES
               DISPLAY LOOKUP-SCREEN
               ACCEPT LOOKUP-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-R-CODE NOT = SPACES
                   PERFORM 3100-VALIDATE-LOOKUP
               END-IF
           END-PERFORM.
           IF WS-R-CODE = SPACES
               MOVE "No budget revised." TO WS-MSG
               GO TO 3000-EXIT
           END-IF.

           PERFORM 7000-READ-BUDGET.
           IF BUDGET-FOUND
               MOVE BG-AMOUNT        TO WS-OLD-AMOUNT
               MOVE BG-AMOUNT        TO WS-S-CURRENT
               MOVE BG-LOADED-AMOUNT TO WS-S-LOADED
               IF BG-REVISED-BY = SPACES
                   MOVE "Not revised since the load"
                       TO WS-S-REVISED
               ELSE
                   MOVE SPACES TO WS-S-REVISED
                   STRING BG-REVISED-BY " on " BG-REVISED-DATE
                       DELIMITED BY SIZE INTO WS-S-REVISED
                   END-STRING
               END-IF
           ELSE
               MOVE 0 TO WS-OLD-AMOUNT
               MOVE 0 TO WS-S-CURRENT
               MOVE 0 TO WS-S-LOADED
               MOVE "No budget yet - adds the month"
                   TO WS-S-REVISED
           END-IF.

           MOVE 0 TO WS-R-AMOUNT.
           MOVE SPACE TO WS-R-SIGN.
           MOVE SPACES TO WS-R-REASON.
           MOVE SPACE TO WS-R-CONFIRM.
           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
               DISPLAY AMOUNT-SCREEN
               ACCEPT AMOUNT-SCREEN
               MOVE SPACES TO WS-MSG
               IF REVISION-CONFIRMED
                   PERFORM 3200-VALIDATE-AMOUNT
               END-IF
           END-PERFORM.
           IF NOT REVISION-CONFIRMED
               MOVE "Revision not saved." TO WS-MSG
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3300-SAVE-REVISION THRU 3300-EXIT.
       3000-EXIT.
           CONTINUE.

      *> --- A chart code and a real month ---
       3100-VALIDATE-LOOKUP.
           PERFORM 7100-FIND-CODE.
           IF WS-COA-MATCH-IDX = 0
               MOVE "Code is not on the chart of accounts"
                   TO WS-MSG
           ELSE
               MOVE WS-COA-DESC(WS-COA-MATCH-IDX) TO WS-R-DESC
           END-IF.
           IF WS-MSG = SPACES
                   AND (FUNCTION MOD(WS-R-PERIOD, 100) < 1
                        OR FUNCTION MOD(WS-R-PERIOD, 100) > 12
                        OR WS-R-PERIOD < 190001)
               MOVE "Period must be YYYYMM" TO WS-MSG
           END-IF.

      *> --- A sign the screen understands, and a reason ---
       3200-VALIDATE-AMOUNT.
           IF NOT SIGN-IS-VALID
               MOVE "Sign is - or blank" TO WS-MSG
           END-IF.
           IF WS-MSG = SPACES AND WS-R-REASON = SPACES
               MOVE "A reason for the revision is required"
                   TO WS-MSG
           END-IF.

      *> --- The revised month back on file, and audited ---
       3300-SAVE-REVISION.
           IF WS-R-SIGN = "-"
               COMPUTE WS-NEW-AMOUNT = 0 - WS-R-AMOUNT
           ELSE
               MOVE WS-R-AMOUNT TO WS-NEW-AMOUNT
           END-IF.
           MOVE WS-NEW-AMOUNT  TO BG-AMOUNT.
           MOVE WS-OPERATOR-ID TO BG-REVISED-BY.
           MOVE WS-TODAY       TO BG-REVISED-DATE.
           IF BUDGET-FOUND
               REWRITE BUDGET-RECORD
                   INVALID KEY
                       MOVE "Budget file refused the revision"
                           TO WS-MSG
               END-REWRITE
           ELSE
               MOVE 0        TO BG-LOADED-AMOUNT
               MOVE WS-TODAY TO BG-LOAD-DATE
               WRITE BUDGET-RECORD
                   INVALID KEY
                       MOVE "Budget file refused the new month"
                           TO WS-MSG
               END-WRITE
           END-IF.
           IF WS-MSG NOT = SPACES
               GO TO 3300-EXIT
           END-IF.

           PERFORM 9000-WRITE-AUDIT.
           MOVE SPACES TO WS-OP-ACTION.
           STRING "BUDGET REVISED " WS-R-CODE " " WS-R-PERIOD
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           PERFORM 7200-LOG-ACTION.
           STRING "Budget for " WS-R-CODE " " WS-R-PERIOD
                  " revised."
               DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
       3300-EXIT.
           CONTINUE.

      *> --- One account's year, month by month ---
       4000-SHOW-YEAR.
           MOVE SPACES TO WS-MSG.
           MOVE SPACES TO WS-R-CODE.
           MOVE 0 TO WS-R-YEAR.
           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-R-CODE = SPACES
               DISPLAY YEAR-SCREEN
               ACCEPT YEAR-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-R-CODE NOT = SPACES
                   PERFORM 7100-FIND-CODE
                   IF WS-COA-MATCH-IDX = 0
                       MOVE "Code is not on the chart of accounts"
                           TO WS-MSG
                   ELSE
                       IF WS-R-YEAR < 1900
                           MOVE "Year must be YYYY" TO WS-MSG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-R-CODE = SPACES
               GO TO 4000-EXIT
           END-IF.

           DISPLAY SPACE BLANK SCREEN.
           DISPLAY "=== Budget " WS-R-YEAR " for " WS-R-CODE " "
               WS-COA-DESC(WS-COA-MATCH-IDX) " ===".
           DISPLAY "Period            Budget         As loaded"
               "  Revised by".
           MOVE 0 TO WS-YEAR-TOTAL.
           MOVE 0 TO WS-YEAR-LOADED.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               COMPUTE WS-R-PERIOD = WS-R-YEAR * 100 + WS-MONTH-IDX
               PERFORM 7000-READ-BUDGET
               IF BUDGET-FOUND
                   ADD BG-AMOUNT        TO WS-YEAR-TOTAL
                   ADD BG-LOADED-AMOUNT TO WS-YEAR-LOADED
                   MOVE BG-AMOUNT        TO WS-DISP-AMT
                   MOVE BG-LOADED-AMOUNT TO WS-DISP-AMT2
                   DISPLAY WS-R-PERIOD WS-DISP-AMT WS-DISP-AMT2
                       "  " BG-REVISED-BY
               ELSE
                   DISPLAY WS-R-PERIOD "      (no budget)"
               END-IF
           END-PERFORM.
           MOVE WS-YEAR-TOTAL  TO WS-DISP-AMT.
           MOVE WS-YEAR-LOADED TO WS-DISP-AMT2.
           DISPLAY "Year  " WS-DISP-AMT WS-DISP-AMT2.
           DISPLAY SPACES.
           DISPLAY "Press Enter to return to the menu.".
           ACCEPT WS-PAUSE.
       4000-EXIT.
           CONTINUE.

      *> --- The budget for WS-R-CODE / WS-R-PERIOD, if any ---
       7000-READ-BUDGET.
           MOVE "N" TO WS-BUDGET-FOUND.
           MOVE WS-R-CODE   TO BG-ACCT-CODE.
           MOVE WS-R-PERIOD TO BG-PERIOD.
           READ BUDGET-FILE
               KEY IS BG-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BUDGET-FOUND
           END-READ.

      *> --- WS-R-CODE on the chart: its slot, or zero ---
       7100-FIND-CODE.
           MOVE 0 TO WS-COA-MATCH-IDX.
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
               IF WS-COA-CODE(WS-COA-IDX) = WS-R-CODE
                   SET WS-COA-MATCH-IDX TO WS-COA-IDX
               END-IF
           END-PERFORM.

      *> --- Stamp the action with the operator's id ---
       7200-LOG-ACTION.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.

      *> --- The revision: who, when, which month, the
      *>     figure before and after, and why ---
       9000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           INITIALIZE AUDIT-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-TODAY       TO AUD-DATE.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-R-CODE      TO AUD-ACCT-CODE.
           MOVE WS-R-PERIOD    TO AUD-PERIOD.
           MOVE WS-OLD-AMOUNT  TO AUD-OLD-AMOUNT.
           MOVE WS-NEW-AMOUNT  TO AUD-NEW-AMOUNT.
           MOVE WS-R-REASON    TO AUD-REASON.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
