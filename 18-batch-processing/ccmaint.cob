       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCMAINT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Cost-center maintenance
      *> ============================================
      *> Every GL posting carries a cost center - the
      *> branch a transaction came through or the
      *> department an employee works in (see
      *> glpost.cpy). The cost centers the ledger will
      *> accept live on cost-centers.dat - code, name,
      *> type, active flag - kept here the way COAMAINT
      *> keeps the chart. LEDGER diverts postings to an
      *> unknown or inactive cost center onto SUSPENSE
      *> and says so on the trial balance; GLCLOSE prints
      *> a P&L for each branch and department.
      *>
      *> A branch is keyed by its branch code (BR01); a
      *> department by its name exactly as the employee
      *> master spells it (Sales).
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks ccmaint.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o ccmaint
      *>   ./ccmaint
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CC-FILE
               ASSIGN TO "cost-centers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CC-FILE.
       01 COST-CENTER-RECORD.
           COPY "ccrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CC-STATUS      PIC XX.
           COPY "filestat.cpy".

       01 WS-CHOICE         PIC 9.
       01 WS-CONTINUE       PIC X VALUE "Y".
          88 USER-CONTINUES VALUE "Y" "y".
       01 WS-EOF            PIC X VALUE "N".
          88 END-OF-FILE    VALUE "Y".

      *>   The whole master in storage while a change
      *>   rewrites it
       01 WS-CC-COUNT       PIC 9(3) VALUE 0.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 100 TIMES
             INDEXED BY WS-CC-IDX.
             10 WS-CC-CODE     PIC X(15).
             10 WS-CC-NAME     PIC X(25).
             10 WS-CC-TYPE     PIC X.
             10 WS-CC-ACTIVE   PIC X.
       01 WS-CC-MATCH-IDX   PIC 9(3) VALUE 0.
       01 WS-ASK-CODE       PIC X(15).
       01 WS-NEW-ACTIVE     PIC X.

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "CCMAINT".
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
      *>   Cost centers drive what the ledger accepts - a
      *>   supervisor call, like the chart
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               STOP RUN
           END-IF.
           PERFORM 0500-LOAD-COST-CENTERS.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           STOP RUN.

      *> --- The master into storage, seeded on first use
      *>     with the branches and departments that post
      *>     today ---
       0500-LOAD-COST-CENTERS.
           OPEN INPUT CC-FILE.
           IF NOT FS-SUCCESS
               PERFORM 0600-SEED-COST-CENTERS
               OPEN INPUT CC-FILE
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CC-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-CC-COUNT >= 100
      *>           Never load-cap and then rewrite: cost
      *>           centers past the table would be lost
                   DISPLAY "ABEND: more than 100 cost centers "
                       "- raise WS-CC-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CC-COUNT
               MOVE CC-CODE   TO WS-CC-CODE(WS-CC-COUNT)
               MOVE CC-NAME   TO WS-CC-NAME(WS-CC-COUNT)
               MOVE CC-TYPE   TO WS-CC-TYPE(WS-CC-COUNT)
               MOVE CC-ACTIVE TO WS-CC-ACTIVE(WS-CC-COUNT)
               READ CC-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CC-FILE.

      *> --- The branch feeds BATCH consolidates, the inward
      *>     clearing feed, and the departments on the
      *>     employee master ---
       0600-SEED-COST-CENTERS.
           OPEN OUTPUT CC-FILE.
           INITIALIZE COST-CENTER-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE "Y" TO CC-ACTIVE.
           MOVE "BR01" TO CC-CODE.
           MOVE "Branch 01" TO CC-NAME.
           MOVE "B" TO CC-TYPE.
           WRITE COST-CENTER-RECORD.
           MOVE "BR02" TO CC-CODE.
           MOVE "Branch 02" TO CC-NAME.
           MOVE "B" TO CC-TYPE.
           WRITE COST-CENTER-RECORD.
           MOVE "BR03" TO CC-CODE.
           MOVE "Branch 03" TO CC-NAME.
           MOVE "B" TO CC-TYPE.
           WRITE COST-CENTER-RECORD.
           MOVE "BR04" TO CC-CODE.
           MOVE "Branch 04" TO CC-NAME.
           MOVE "B" TO CC-TYPE.
           WRITE COST-CENTER-RECORD.
           MOVE "INWD" TO CC-CODE.
           MOVE "Inward clearing" TO CC-NAME.
           MOVE "B" TO CC-TYPE.
           WRITE COST-CENTER-RECORD.
           MOVE "Engineering" TO CC-CODE.
           MOVE "Engineering" TO CC-NAME.
           MOVE "D" TO CC-TYPE.
           WRITE COST-CENTER-RECORD.
           MOVE "Marketing" TO CC-CODE.
           MOVE "Marketing" TO CC-NAME.
           MOVE "D" TO CC-TYPE.
           WRITE COST-CENTER-RECORD.
           MOVE "Sales" TO CC-CODE.
           MOVE "Sales" TO CC-NAME.
           MOVE "D" TO CC-TYPE.
           WRITE COST-CENTER-RECORD.
           MOVE "Support" TO CC-CODE.
           MOVE "Support" TO CC-NAME.
           MOVE "D" TO CC-TYPE.
           WRITE COST-CENTER-RECORD.
           CLOSE CC-FILE.
           DISPLAY "Seeded cost-centers.dat.".

      *> --- Rewrite the master from storage after a change ---
       0700-REWRITE-COST-CENTERS.
           OPEN OUTPUT CC-FILE.
           INITIALIZE COST-CENTER-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               MOVE WS-CC-CODE(WS-CC-IDX)   TO CC-CODE
               MOVE WS-CC-NAME(WS-CC-IDX)   TO CC-NAME
               MOVE WS-CC-TYPE(WS-CC-IDX)   TO CC-TYPE
               MOVE WS-CC-ACTIVE(WS-CC-IDX) TO CC-ACTIVE
               WRITE COST-CENTER-RECORD
           END-PERFORM.
           CLOSE CC-FILE.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Cost Center Maintenance ===".
           DISPLAY "1. Add a cost center".
           DISPLAY "2. Activate/deactivate a cost center".
           DISPLAY "3. List the cost centers".
           DISPLAY "4. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-ADD-COST-CENTER
                          THRU 3000-EXIT
               WHEN 2 PERFORM 4000-TOGGLE-ACTIVE
                          THRU 4000-EXIT
               WHEN 3 PERFORM 5000-LIST-COST-CENTERS
               WHEN 4 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- Find one cost center in storage ---
       2500-FIND-CODE.
           MOVE 0 TO WS-CC-MATCH-IDX.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-CC-CODE(WS-CC-IDX) = WS-ASK-CODE
                   MOVE WS-CC-IDX TO WS-CC-MATCH-IDX
               END-IF
           END-PERFORM.

      *> --- A new branch or department ---
       3000-ADD-COST-CENTER.
           DISPLAY "Cost center (branch code or department "
               "name, up to 15 chars): ".
           ACCEPT WS-ASK-CODE.
           IF WS-ASK-CODE = SPACES
      *>       Spaces on a posting already mean unallocated
               DISPLAY "A cost center needs a code."
               GO TO 3000-EXIT
           END-IF.
           IF WS-ASK-CODE = "SUSPENSE"
               DISPLAY "SUSPENSE is the ledger's own - "
                   "pick another code."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2500-FIND-CODE.
           IF WS-CC-MATCH-IDX NOT = 0
               DISPLAY "That cost center is already on file."
               GO TO 3000-EXIT
           END-IF.
           IF WS-CC-COUNT >= 100
               DISPLAY "Cost center table full."
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-CC-COUNT.
           MOVE WS-ASK-CODE TO WS-CC-CODE(WS-CC-COUNT).
           DISPLAY "Name: ".
           ACCEPT WS-CC-NAME(WS-CC-COUNT).
           DISPLAY "Type (B=Branch, D=Department): ".
           ACCEPT WS-CC-TYPE(WS-CC-COUNT).
           IF WS-CC-TYPE(WS-CC-COUNT) NOT = "B"
               AND WS-CC-TYPE(WS-CC-COUNT) NOT = "D"
               DISPLAY "Type must be B or D - nothing added."
               SUBTRACT 1 FROM WS-CC-COUNT
               GO TO 3000-EXIT
           END-IF.
           MOVE "Y" TO WS-CC-ACTIVE(WS-CC-COUNT).
           PERFORM 0700-REWRITE-COST-CENTERS.
           DISPLAY "Cost center " WS-ASK-CODE " added.".
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Added cost center " WS-ASK-CODE
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       3000-EXIT.
           CONTINUE.

      *> --- Flip one cost center's active flag ---
       4000-TOGGLE-ACTIVE.
           DISPLAY "Cost center: ".
           ACCEPT WS-ASK-CODE.
           PERFORM 2500-FIND-CODE.
           IF WS-CC-MATCH-IDX = 0
               DISPLAY "No such cost center on file."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Currently "
               WS-CC-ACTIVE(WS-CC-MATCH-IDX)
               " - new flag (Y/N): ".
           ACCEPT WS-NEW-ACTIVE.
           IF WS-NEW-ACTIVE NOT = "Y"
               AND WS-NEW-ACTIVE NOT = "N"
               DISPLAY "Flag must be Y or N."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-NEW-ACTIVE
               TO WS-CC-ACTIVE(WS-CC-MATCH-IDX).
           PERFORM 0700-REWRITE-COST-CENTERS.
           DISPLAY "Cost center " WS-ASK-CODE " now "
               WS-NEW-ACTIVE ".".
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Cost center " WS-ASK-CODE
                  " to " WS-NEW-ACTIVE
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4000-EXIT.
           CONTINUE.

      *> --- The cost centers as they stand ---
       5000-LIST-COST-CENTERS.
           DISPLAY SPACES.
           DISPLAY "=== Cost Centers ===".
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               DISPLAY "  " WS-CC-CODE(WS-CC-IDX)
                   " " WS-CC-NAME(WS-CC-IDX)
                   " | " WS-CC-TYPE(WS-CC-IDX)
                   " | " WS-CC-ACTIVE(WS-CC-IDX)
           END-PERFORM.
