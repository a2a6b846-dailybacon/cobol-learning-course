       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMNT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Variable-rate loan terms maintenance
      *> ============================================
      *> A loan originates on a fixed rate (the "L"
      *> feed record has no room for more terms). When
      *> commercial lending books a prime-plus loan, the
      *> variable terms are set here afterwards:
      *>
      *>   - the base-rate index it is priced over
      *>     (a code on base-rates.dat, which RATEIMP
      *>     maintains);
      *>   - the margin above or below that base;
      *>   - the reset frequency in months;
      *>   - the first reset date.
      *>
      *> From then on BATCH reprices the loan on each
      *> reset date. A loan can be put back on its
      *> current rate as fixed, and the variable-rate
      *> book listed. Setting terms is a supervisor
      *> call; every change is stamped via OPACTION.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks loanmnt.cob
      *>       ../13-subprograms/codefmt.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o loanmnt
      *>   ./loanmnt
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER
               ASSIGN TO "account-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT BASE-RATE-FILE
               ASSIGN TO "base-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

       FD BASE-RATE-FILE.
       01 BASE-RATE-RECORD.
           COPY "baserate.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS    PIC XX.
           COPY "filestat.cpy".
       01 WS-BASE-STATUS    PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.

       01 WS-CHOICE         PIC 9.
       01 WS-CONTINUE       PIC X VALUE "Y".
          88 USER-CONTINUES VALUE "Y" "y".
       01 WS-EOF            PIC X VALUE "N".
          88 END-OF-FILE    VALUE "Y".
       01 WS-LOAN-COUNT     PIC 9(3) VALUE 0.

      *>   The terms as keyed
       01 WS-ASK-ACCT       PIC X(8).
       01 WS-ASK-CODE       PIC X(6).
       01 WS-ASK-MARGIN     PIC 9V9(4).
       01 WS-ASK-SIDE       PIC X.
          88 MARGIN-ABOVE   VALUE "A" "a".
          88 MARGIN-BELOW   VALUE "B" "b".
       01 WS-ASK-MONTHS     PIC 9(2).
       01 WS-ASK-RESET      PIC 9(8).
       01 WS-CODE-FOUND     PIC X VALUE "N".
          88 BASE-CODE-FOUND VALUE "Y".
       01 WS-DISP-MARGIN    PIC -9.9999.
       01 WS-DISP-RATE      PIC .9999.

      *>   Account number format check via the shared CODEFMT
      *>   subprogram - same routine BATCH uses on the feed
       01 WS-CODE-CHECK      PIC X(20).
       01 WS-CODE-PREFIX     PIC X(10) VALUE "ACCT".
       01 WS-CODE-PREFIX-LEN PIC 9(2)  VALUE 4.
       01 WS-CODE-VALID      PIC X.
          88 CODE-IS-VALID   VALUE "Y".

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "LOANMNT".
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
      *>   Changing a loan's pricing is a supervisor call
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           CLOSE ACCOUNT-MASTER.
           STOP RUN.

      *> --- Business date and the master ---
       1000-INITIALIZE.
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
           OPEN I-O ACCOUNT-MASTER.
           IF NOT FS-SUCCESS
               DISPLAY "FATAL: cannot open account-master.dat: "
                   WS-ACCT-STATUS
               STOP RUN
           END-IF.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Variable-Rate Loan Terms ===".
           DISPLAY "1. Set variable-rate terms on a loan".
           DISPLAY "2. Return a loan to a fixed rate".
           DISPLAY "3. List variable-rate loans".
           DISPLAY "4. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-SET-TERMS
                          THRU 3000-EXIT
               WHEN 2 PERFORM 4000-MAKE-FIXED
                          THRU 4000-EXIT
               WHEN 3 PERFORM 5000-LIST-LOANS
               WHEN 4 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- Key and check the terms, then set them ---
       3000-SET-TERMS.
           PERFORM 3100-FIND-THE-LOAN
               THRU 3100-EXIT.
           IF AM-ACCT-NO = SPACES
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "Base-rate index (e.g. PRIME): ".
           ACCEPT WS-ASK-CODE.
           PERFORM 3200-CHECK-BASE-CODE.
           IF NOT BASE-CODE-FOUND
               DISPLAY "No " WS-ASK-CODE " rate on "
                   "base-rates.dat - post it through RATEIMP "
                   "first."
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "Margin as a fraction (e.g. 0.0150): ".
           ACCEPT WS-ASK-MARGIN.
           DISPLAY "Above or below the base (A/B): ".
           ACCEPT WS-ASK-SIDE.
           IF NOT MARGIN-ABOVE AND NOT MARGIN-BELOW
               DISPLAY "Answer A or B."
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "Reset every how many months (1-60): ".
           ACCEPT WS-ASK-MONTHS.
           IF WS-ASK-MONTHS < 1 OR WS-ASK-MONTHS > 60
               DISPLAY "Reset frequency must be 1 to 60 months."
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "First reset date (YYYYMMDD): ".
           ACCEPT WS-ASK-RESET.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASK-RESET) NOT = 0
               DISPLAY "Not a valid date."
               GO TO 3000-EXIT
           END-IF.
           IF WS-ASK-RESET <= WS-PROCESS-DATE
               DISPLAY "First reset must fall after the business "
                   "date " WS-PROCESS-DATE "."
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-ASK-CODE   TO AM-LOAN-BASE-CODE.
           IF MARGIN-BELOW
               COMPUTE AM-LOAN-MARGIN = 0 - WS-ASK-MARGIN
           ELSE
               MOVE WS-ASK-MARGIN TO AM-LOAN-MARGIN
           END-IF.
           MOVE WS-ASK-MONTHS TO AM-LOAN-RESET-MOS.
           MOVE WS-ASK-RESET  TO AM-LOAN-NEXT-RESET.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Update failed for " AM-ACCT-NO
                   GO TO 3000-EXIT
           END-REWRITE.
           MOVE AM-LOAN-MARGIN TO WS-DISP-MARGIN.
           DISPLAY AM-ACCT-NO " now " AM-LOAN-BASE-CODE " "
               WS-DISP-MARGIN ", reset every " AM-LOAN-RESET-MOS
               " months from " AM-LOAN-NEXT-RESET ".".
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Variable " AM-ACCT-NO " " AM-LOAN-BASE-CODE
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       3000-EXIT.
           CONTINUE.

      *> --- A live installment loan, or AM-ACCT-NO spaces ---
       3100-FIND-THE-LOAN.
           DISPLAY "Enter loan account number (e.g. ACCT0009): ".
           ACCEPT WS-ASK-ACCT.
           MOVE SPACES TO WS-CODE-CHECK.
           MOVE WS-ASK-ACCT TO WS-CODE-CHECK.
           CALL "CODEFMT" USING
               BY CONTENT   WS-CODE-CHECK
               BY CONTENT   WS-CODE-PREFIX
               BY CONTENT   WS-CODE-PREFIX-LEN
               BY REFERENCE WS-CODE-VALID
           END-CALL.
           IF NOT CODE-IS-VALID
               DISPLAY "Account number must start with 'ACCT'."
               MOVE SPACES TO AM-ACCT-NO
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-ASK-ACCT TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   DISPLAY "No such account."
                   MOVE SPACES TO AM-ACCT-NO
                   GO TO 3100-EXIT
           END-READ.
           IF AM-ACCT-TYPE NOT = "L"
               DISPLAY AM-ACCT-NO " is not an installment loan."
               MOVE SPACES TO AM-ACCT-NO
               GO TO 3100-EXIT
           END-IF.
           IF AM-LOAN-STATUS = "X" OR AM-LOAN-STATUS = "P"
               DISPLAY AM-ACCT-NO " is charged off or paid off."
               MOVE SPACES TO AM-ACCT-NO
               GO TO 3100-EXIT
           END-IF.
       3100-EXIT.
           CONTINUE.

      *> --- Is the index on base-rates.dat at all ---
       3200-CHECK-BASE-CODE.
           MOVE "N" TO WS-CODE-FOUND.
           OPEN INPUT BASE-RATE-FILE.
           IF WS-BASE-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ BASE-RATE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF BR-CODE = WS-ASK-CODE
                       SET BASE-CODE-FOUND TO TRUE
                   END-IF
                   READ BASE-RATE-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BASE-RATE-FILE
           END-IF.

      *> --- Off the base: the rate in force stays, fixed ---
       4000-MAKE-FIXED.
           PERFORM 3100-FIND-THE-LOAN
               THRU 3100-EXIT.
           IF AM-ACCT-NO = SPACES
               GO TO 4000-EXIT
           END-IF.
           IF AM-LOAN-BASE-CODE = SPACES
               DISPLAY AM-ACCT-NO " is already fixed-rate."
               GO TO 4000-EXIT
           END-IF.
           INITIALIZE AM-LOAN-VAR-DETAIL.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Update failed for " AM-ACCT-NO
                   GO TO 4000-EXIT
           END-REWRITE.
           MOVE AM-LOAN-RATE TO WS-DISP-RATE.
           DISPLAY AM-ACCT-NO " fixed at " WS-DISP-RATE ".".
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Fixed rate " AM-ACCT-NO
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4000-EXIT.
           CONTINUE.

      *> --- Every loan priced over a base ---
       5000-LIST-LOANS.
           MOVE 0 TO WS-LOAN-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.

           DISPLAY SPACES.
           DISPLAY "=== Variable-Rate Loans ===".

           IF NOT END-OF-FILE
               READ ACCOUNT-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL END-OF-FILE
               IF AM-ACCT-TYPE = "L"
                   AND AM-LOAN-BASE-CODE NOT = SPACES
                   ADD 1 TO WS-LOAN-COUNT
                   MOVE AM-LOAN-MARGIN TO WS-DISP-MARGIN
                   MOVE AM-LOAN-RATE TO WS-DISP-RATE
                   DISPLAY "  " AM-ACCT-NO
                       " | " AM-LOAN-BASE-CODE " " WS-DISP-MARGIN
                       " | rate " WS-DISP-RATE
                       " | every " AM-LOAN-RESET-MOS " mos"
                       " | next " AM-LOAN-NEXT-RESET
               END-IF
               READ ACCOUNT-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

           IF WS-LOAN-COUNT = 0
               DISPLAY "  (none)"
           END-IF.
