       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRHOLD.
       AUTHOR. LEARNER.

      *> ============================================
      *> Credit manager: credit holds and credit terms
      *> ============================================
      *> The INDEXED menu no longer books and allocates an
      *> order for a trade customer the business would not
      *> give the credit to. It weighs the customer's open
      *> AR plus unshipped order-book value plus the new
      *> order against the limit on credit-terms.dat (see
      *> crterms.cpy), and holds the order on
      *> credit-holds.dat (see crhold.cpy) - nothing
      *> allocated - when that goes over the limit, when an
      *> invoice has been unpaid long enough to sit in
      *> ARAGING's 60-89 band or later, when the account is
      *> stopped, or when the customer has no credit terms
      *> at all.
      *>
      *> This screen is the credit manager's:
      *>
      *>   - the held orders, with the exposure, limit and
      *>     oldest unpaid invoice each was held on;
      *>   - release a held order - the next sales-order
      *>     run books and allocates it with no second
      *>     check - or cancel it. Either way the decision,
      *>     who made it, when and why stays on the hold
      *>     record and goes to the operator action log;
      *>   - each trade customer's credit limit and status
      *>     (Approved, or Stopped so every order is held).
      *>
      *> Decisions and limits need the supervisor role.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks crhold.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o crhold
      *>   ./crhold
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-HOLD-FILE
               ASSIGN TO "credit-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.

           SELECT CREDIT-TERMS-FILE
               ASSIGN TO "credit-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CREDIT-HOLD-FILE.
       01 CREDIT-HOLD-RECORD.
           COPY "crhold.cpy".

       FD CREDIT-TERMS-FILE.
       01 CREDIT-TERMS-RECORD.
           COPY "crterms.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CH-STATUS       PIC XX.
           COPY "filestat.cpy".
       01 WS-CT-STATUS       PIC XX.

       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.

       01 WS-CHOICE          PIC 9.
       01 WS-CONTINUE        PIC X VALUE "Y".
          88 USER-CONTINUES  VALUE "Y" "y".
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Every hold in storage while a decision is made and
      *>   the file rewritten - reloaded for each decision,
      *>   so a hold the order run added meanwhile is kept
       01 WS-CH-COUNT        PIC 9(3) VALUE 0.
       01 WS-CH-TABLE.
          05 WS-CH-ENTRY OCCURS 300 TIMES.
             10 WS-CH-NO       PIC 9(6).
             10 WS-CH-CUST     PIC X(6).
             10 WS-CH-PROD     PIC X(5).
             10 WS-CH-QTY      PIC 9(4).
             10 WS-CH-VALUE    PIC 9(9)V99.
             10 WS-CH-REASON   PIC X.
             10 WS-CH-EXPOS    PIC 9(9)V99.
             10 WS-CH-LIMIT    PIC 9(9)V99.
             10 WS-CH-OLDEST   PIC 9(4).
             10 WS-CH-HDATE    PIC 9(8).
             10 WS-CH-STAT     PIC X.
             10 WS-CH-DDATE    PIC 9(8).
             10 WS-CH-DBY      PIC X(8).
             10 WS-CH-NOTE     PIC X(30).
             10 WS-CH-BDATE    PIC 9(8).
       01 WS-CH-IDX          PIC 9(3).
       01 WS-CH-MATCH-IDX    PIC 9(3) VALUE 0.
       01 WS-HELD-COUNT      PIC 9(3) VALUE 0.

      *>   Every customer's credit terms, the same way
       01 WS-CT-COUNT        PIC 9(3) VALUE 0.
       01 WS-CT-TABLE.
          05 WS-CT-ENTRY OCCURS 300 TIMES.
             10 WS-CT-CUST     PIC X(6).
             10 WS-CT-LIMIT    PIC 9(9)V99.
             10 WS-CT-STAT     PIC X.
             10 WS-CT-SDATE    PIC 9(8).
             10 WS-CT-SBY      PIC X(8).
       01 WS-CT-IDX          PIC 9(3).
       01 WS-CT-MATCH-IDX    PIC 9(3) VALUE 0.

      *>   What the operator keys
       01 WS-ASK-HOLD        PIC 9(6).
       01 WS-ASK-NOTE        PIC X(30).
       01 WS-ASK-CUST        PIC X(6).
       01 WS-ASK-LIMIT       PIC 9(9)V99.
       01 WS-ASK-STAT        PIC X.
          88 STAT-APPROVED   VALUE "A" "a".
          88 STAT-STOPPED    VALUE "S" "s".
       01 WS-ASK-CONFIRM     PIC X.
       01 WS-DECISION        PIC X.
          88 DECIDE-RELEASE  VALUE "R".
          88 DECIDE-CANCEL   VALUE "C".

       01 WS-REASON-TEXT     PIC X(20).
       01 WS-DISP-AMT        PIC $Z(7),ZZ9.99.
       01 WS-DISP-LIMIT      PIC $Z(7),ZZ9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-DAYS       PIC Z(3)9.

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "CRHOLD".
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

      *> --- The business date every decision is stamped
      *>     with ---
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

      *> --- Every hold on file into storage ---
       1200-LOAD-HOLDS.
           MOVE 0 TO WS-CH-COUNT.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF NOT FS-SUCCESS
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CREDIT-HOLD-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-CH-COUNT >= 300
      *>           Never load-cap and then rewrite: holds
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 300 credit holds "
                       "- raise WS-CH-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CH-COUNT
               MOVE CH-HOLD-NO      TO WS-CH-NO(WS-CH-COUNT)
               MOVE CH-CUST-NO      TO WS-CH-CUST(WS-CH-COUNT)
               MOVE CH-PROD-ID      TO WS-CH-PROD(WS-CH-COUNT)
               MOVE CH-QTY          TO WS-CH-QTY(WS-CH-COUNT)
               MOVE CH-VALUE        TO WS-CH-VALUE(WS-CH-COUNT)
               MOVE CH-REASON       TO WS-CH-REASON(WS-CH-COUNT)
               MOVE CH-EXPOSURE     TO WS-CH-EXPOS(WS-CH-COUNT)
               MOVE CH-LIMIT        TO WS-CH-LIMIT(WS-CH-COUNT)
               MOVE CH-OLDEST-DAYS  TO WS-CH-OLDEST(WS-CH-COUNT)
               MOVE CH-HOLD-DATE    TO WS-CH-HDATE(WS-CH-COUNT)
               MOVE CH-STATUS       TO WS-CH-STAT(WS-CH-COUNT)
               MOVE CH-DECIDED-DATE TO WS-CH-DDATE(WS-CH-COUNT)
               MOVE CH-DECIDED-BY   TO WS-CH-DBY(WS-CH-COUNT)
               MOVE CH-DECISION-NOTE
                   TO WS-CH-NOTE(WS-CH-COUNT)
               MOVE CH-BOOKED-DATE  TO WS-CH-BDATE(WS-CH-COUNT)
               READ CREDIT-HOLD-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CREDIT-HOLD-FILE.
       1200-EXIT.
           CONTINUE.

      *> --- Every customer's credit terms into storage ---
       1300-LOAD-TERMS.
           MOVE 0 TO WS-CT-COUNT.
           OPEN INPUT CREDIT-TERMS-FILE.
           IF WS-CT-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CREDIT-TERMS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-CT-COUNT >= 300
      *>           Never load-cap and then rewrite: terms
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 300 credit terms "
                       "- raise WS-CT-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE CT-CUST-NO  TO WS-CT-CUST(WS-CT-COUNT)
               MOVE CT-LIMIT    TO WS-CT-LIMIT(WS-CT-COUNT)
               MOVE CT-STATUS   TO WS-CT-STAT(WS-CT-COUNT)
               MOVE CT-SET-DATE TO WS-CT-SDATE(WS-CT-COUNT)
               MOVE CT-SET-BY   TO WS-CT-SBY(WS-CT-COUNT)
               READ CREDIT-TERMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CREDIT-TERMS-FILE.
       1300-EXIT.
           CONTINUE.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Credit Manager ===".
           DISPLAY "1. List orders on credit hold".
           DISPLAY "2. Release a held order (supervisor)".
           DISPLAY "3. Cancel a held order (supervisor)".
           DISPLAY "4. Set a customer's credit limit "
               "(supervisor)".
           DISPLAY "5. List credit terms".
           DISPLAY "6. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-LIST-HOLDS
               WHEN 2 MOVE "R" TO WS-DECISION
                      PERFORM 4000-DECIDE-HOLD THRU 4000-EXIT
               WHEN 3 MOVE "C" TO WS-DECISION
                      PERFORM 4000-DECIDE-HOLD THRU 4000-EXIT
               WHEN 4 PERFORM 5000-SET-TERMS THRU 5000-EXIT
               WHEN 5 PERFORM 6000-LIST-TERMS
               WHEN 6 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- Every order still waiting on the credit
      *>     manager ---
       3000-LIST-HOLDS.
           PERFORM 1200-LOAD-HOLDS THRU 1200-EXIT.
           MOVE 0 TO WS-HELD-COUNT.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-STAT(WS-CH-IDX) = "H"
                   IF WS-HELD-COUNT = 0
                       DISPLAY "  Hold   Cust   Prod  Qty "
                           "          Order  Reason"
                   END-IF
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM 3100-SHOW-ONE-HOLD
               END-IF
           END-PERFORM.
           IF WS-HELD-COUNT = 0
               DISPLAY "  (no orders on credit hold)"
           END-IF.
           MOVE WS-HELD-COUNT TO WS-DISP-CNT.
           DISPLAY "Orders on credit hold: " WS-DISP-CNT.

      *> --- One hold: the order, and the account it was
      *>     held on ---
       3100-SHOW-ONE-HOLD.
           PERFORM 3200-REASON-TEXT.
           MOVE WS-CH-VALUE(WS-CH-IDX) TO WS-DISP-AMT.
           DISPLAY "  " WS-CH-NO(WS-CH-IDX) " "
               WS-CH-CUST(WS-CH-IDX) " "
               WS-CH-PROD(WS-CH-IDX) " "
               WS-CH-QTY(WS-CH-IDX) " "
               WS-DISP-AMT "  " WS-REASON-TEXT.
           MOVE WS-CH-EXPOS(WS-CH-IDX) TO WS-DISP-AMT.
           MOVE WS-CH-LIMIT(WS-CH-IDX) TO WS-DISP-LIMIT.
           MOVE WS-CH-OLDEST(WS-CH-IDX) TO WS-DISP-DAYS.
           DISPLAY "         exposure " WS-DISP-AMT
               "  limit " WS-DISP-LIMIT
               "  oldest invoice " WS-DISP-DAYS " days".

      *> --- Why the order was held, in words ---
       3200-REASON-TEXT.
           EVALUATE WS-CH-REASON(WS-CH-IDX)
               WHEN "S" MOVE "account stopped"
                            TO WS-REASON-TEXT
               WHEN "N" MOVE "no credit terms"
                            TO WS-REASON-TEXT
               WHEN "O" MOVE "overdue invoices"
                            TO WS-REASON-TEXT
               WHEN "L" MOVE "over credit limit"
                            TO WS-REASON-TEXT
               WHEN OTHER MOVE SPACES TO WS-REASON-TEXT
           END-EVALUATE.

      *> --- Release or cancel one held order. The decision
      *>     needs a reason, and stays on the hold ---
       4000-DECIDE-HOLD.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 1200-LOAD-HOLDS THRU 1200-EXIT.
           DISPLAY "Hold number (0 to cancel): ".
           ACCEPT WS-ASK-HOLD.
           IF WS-ASK-HOLD = 0
               GO TO 4000-EXIT
           END-IF.
           MOVE 0 TO WS-CH-MATCH-IDX.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-NO(WS-CH-IDX) = WS-ASK-HOLD
                   MOVE WS-CH-IDX TO WS-CH-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-CH-MATCH-IDX = 0
               DISPLAY "No credit hold " WS-ASK-HOLD "."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-CH-MATCH-IDX TO WS-CH-IDX.
           IF WS-CH-STAT(WS-CH-IDX) NOT = "H"
               DISPLAY "Hold " WS-ASK-HOLD " is already decided ("
                   WS-CH-STAT(WS-CH-IDX) " by "
                   WS-CH-DBY(WS-CH-IDX) " on "
                   WS-CH-DDATE(WS-CH-IDX) ")."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "  Hold   Cust   Prod  Qty "
               "          Order  Reason".
           PERFORM 3100-SHOW-ONE-HOLD.

           DISPLAY "Reason for the decision: ".
           ACCEPT WS-ASK-NOTE.
           IF WS-ASK-NOTE = SPACES
               DISPLAY "A decision needs a reason - nothing "
                   "changed."
               GO TO 4000-EXIT
           END-IF.
           IF DECIDE-RELEASE
               DISPLAY "Release it for booking? (Y/N): "
           ELSE
               DISPLAY "Cancel the order? (Y/N): "
           END-IF.
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-DECISION     TO WS-CH-STAT(WS-CH-IDX).
           MOVE WS-PROCESS-DATE TO WS-CH-DDATE(WS-CH-IDX).
           MOVE WS-OPERATOR-ID  TO WS-CH-DBY(WS-CH-IDX).
           MOVE WS-ASK-NOTE     TO WS-CH-NOTE(WS-CH-IDX).
           PERFORM 8000-SAVE-HOLDS.

           MOVE SPACES TO WS-OP-ACTION.
           IF DECIDE-RELEASE
               DISPLAY "Hold " WS-ASK-HOLD " released - the "
                   "next sales-order run books it."
               STRING "Released credit hold " WS-ASK-HOLD
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
           ELSE
               DISPLAY "Hold " WS-ASK-HOLD " cancelled - the "
                   "order will not be booked."
               STRING "Cancelled credit hold " WS-ASK-HOLD
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
           END-IF.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4000-EXIT.
           CONTINUE.

      *> --- A customer's credit limit and status, new or
      *>     changed ---
       5000-SET-TERMS.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 1300-LOAD-TERMS THRU 1300-EXIT.
           DISPLAY "Customer number (e.g. C00005): ".
           ACCEPT WS-ASK-CUST.
           IF WS-ASK-CUST = SPACES
               GO TO 5000-EXIT
           END-IF.
           MOVE 0 TO WS-CT-MATCH-IDX.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-CUST(WS-CT-IDX) = WS-ASK-CUST
                   MOVE WS-CT-IDX TO WS-CT-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-CT-MATCH-IDX = 0
               DISPLAY "  no credit terms on file - every order "
                   "is held until set."
           ELSE
               MOVE WS-CT-LIMIT(WS-CT-MATCH-IDX) TO WS-DISP-AMT
               DISPLAY "  limit " WS-DISP-AMT "  status "
                   WS-CT-STAT(WS-CT-MATCH-IDX) "  set "
                   WS-CT-SDATE(WS-CT-MATCH-IDX) " by "
                   WS-CT-SBY(WS-CT-MATCH-IDX)
           END-IF.

           DISPLAY "New credit limit: ".
           ACCEPT WS-ASK-LIMIT.
           DISPLAY "Status (A=Approved, S=Stopped): ".
           ACCEPT WS-ASK-STAT.
           IF NOT STAT-APPROVED AND NOT STAT-STOPPED
               DISPLAY "Status must be A or S - nothing changed."
               GO TO 5000-EXIT
           END-IF.
           IF STAT-APPROVED
               MOVE "A" TO WS-ASK-STAT
           ELSE
               MOVE "S" TO WS-ASK-STAT
           END-IF.
           MOVE WS-ASK-LIMIT TO WS-DISP-AMT.
           DISPLAY "Set " WS-ASK-CUST " to " WS-DISP-AMT
               " status " WS-ASK-STAT "? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 5000-EXIT
           END-IF.

           IF WS-CT-MATCH-IDX = 0
               IF WS-CT-COUNT >= 300
                   DISPLAY "Credit terms table full - raise "
                       "WS-CT-TABLE."
                   GO TO 5000-EXIT
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-MATCH-IDX
               MOVE WS-ASK-CUST TO WS-CT-CUST(WS-CT-MATCH-IDX)
           END-IF.
           MOVE WS-ASK-LIMIT    TO WS-CT-LIMIT(WS-CT-MATCH-IDX).
           MOVE WS-ASK-STAT     TO WS-CT-STAT(WS-CT-MATCH-IDX).
           MOVE WS-PROCESS-DATE TO WS-CT-SDATE(WS-CT-MATCH-IDX).
           MOVE WS-OPERATOR-ID  TO WS-CT-SBY(WS-CT-MATCH-IDX).
           PERFORM 8100-SAVE-TERMS.
           DISPLAY "Credit terms for " WS-ASK-CUST " saved.".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Credit terms " WS-ASK-CUST " set "
                  WS-ASK-STAT
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       5000-EXIT.
           CONTINUE.

      *> --- Every customer's credit line ---
       6000-LIST-TERMS.
           PERFORM 1300-LOAD-TERMS THRU 1300-EXIT.
           IF WS-CT-COUNT = 0
               DISPLAY "  (no credit terms on file)"
           ELSE
               DISPLAY "  Cust           Limit St Set on   By"
           END-IF.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE WS-CT-LIMIT(WS-CT-IDX) TO WS-DISP-AMT
               DISPLAY "  " WS-CT-CUST(WS-CT-IDX) " "
                   WS-DISP-AMT " "
                   WS-CT-STAT(WS-CT-IDX) "  "
                   WS-CT-SDATE(WS-CT-IDX) " "
                   WS-CT-SBY(WS-CT-IDX)
           END-PERFORM.
           MOVE WS-CT-COUNT TO WS-DISP-CNT.
           DISPLAY "Customers with credit terms: " WS-DISP-CNT.

      *> --- The hold file back from storage ---
       8000-SAVE-HOLDS.
           OPEN OUTPUT CREDIT-HOLD-FILE.
           INITIALIZE CREDIT-HOLD-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               MOVE WS-CH-NO(WS-CH-IDX)     TO CH-HOLD-NO
               MOVE WS-CH-CUST(WS-CH-IDX)   TO CH-CUST-NO
               MOVE WS-CH-PROD(WS-CH-IDX)   TO CH-PROD-ID
               MOVE WS-CH-QTY(WS-CH-IDX)    TO CH-QTY
               MOVE WS-CH-VALUE(WS-CH-IDX)  TO CH-VALUE
               MOVE WS-CH-REASON(WS-CH-IDX) TO CH-REASON
               MOVE WS-CH-EXPOS(WS-CH-IDX)  TO CH-EXPOSURE
               MOVE WS-CH-LIMIT(WS-CH-IDX)  TO CH-LIMIT
               MOVE WS-CH-OLDEST(WS-CH-IDX) TO CH-OLDEST-DAYS
               MOVE WS-CH-HDATE(WS-CH-IDX)  TO CH-HOLD-DATE
               MOVE WS-CH-STAT(WS-CH-IDX)   TO CH-STATUS
               MOVE WS-CH-DDATE(WS-CH-IDX)  TO CH-DECIDED-DATE
               MOVE WS-CH-DBY(WS-CH-IDX)    TO CH-DECIDED-BY
               MOVE WS-CH-NOTE(WS-CH-IDX)   TO CH-DECISION-NOTE
               MOVE WS-CH-BDATE(WS-CH-IDX)  TO CH-BOOKED-DATE
               WRITE CREDIT-HOLD-RECORD
           END-PERFORM.
           CLOSE CREDIT-HOLD-FILE.

      *> --- The credit-terms file back from storage ---
       8100-SAVE-TERMS.
           OPEN OUTPUT CREDIT-TERMS-FILE.
           INITIALIZE CREDIT-TERMS-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE WS-CT-CUST(WS-CT-IDX)  TO CT-CUST-NO
               MOVE WS-CT-LIMIT(WS-CT-IDX) TO CT-LIMIT
               MOVE WS-CT-STAT(WS-CT-IDX)  TO CT-STATUS
               MOVE WS-CT-SDATE(WS-CT-IDX) TO CT-SET-DATE
               MOVE WS-CT-SBY(WS-CT-IDX)   TO CT-SET-BY
               WRITE CREDIT-TERMS-RECORD
           END-PERFORM.
           CLOSE CREDIT-TERMS-FILE.
