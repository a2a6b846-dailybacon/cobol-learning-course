       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMAP.
       AUTHOR. LEARNER.

      *> ============================================
      *> Regulatory return mapping maintenance
      *> ============================================
      *> The quarterly financial return used to be
      *> rebuilt by hand from the trial balance, the
      *> controller deciding each quarter which line
      *> every account fell on. That decision now lives
      *> on reg-return-map.dat - one chart account, one
      *> return line item (regline.cpy) - kept here the
      *> way COAMAINT keeps the chart, and REGRTN builds
      *> the return through it.
      *>
      *> A balance-sheet account goes to a BS line, an
      *> income or expense account to an IS line, and
      *> only to a line the ledger feeds. Mapping an
      *> account already mapped moves it. The list shows
      *> each line with its accounts and then every
      *> chart account not yet mapped - REGRTN reports
      *> those as errors and will not write the
      *> submission file until they are cleared.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks regmap.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o regmap
      *>   ./regmap
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE
               ASSIGN TO "reg-return-map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT CHART-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MAP-FILE.
       01 REG-MAP-RECORD.
           COPY "regmap.cpy".

       FD CHART-FILE.
       01 CHART-RECORD.
          05 COA-CODE         PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 COA-DESC         PIC X(25).
          05 FILLER           PIC X VALUE ",".
          05 COA-TYPE         PIC X.
      *>     A=Asset, L=Liability, I=Income, E=Expense
          05 FILLER           PIC X VALUE ",".
          05 COA-ACTIVE       PIC X.
      *>     Y=Active, N=Inactive

       WORKING-STORAGE SECTION.
       01 WS-MAP-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-CHART-STATUS   PIC XX.

       01 WS-CHOICE         PIC 9.
       01 WS-CONTINUE       PIC X VALUE "Y".
          88 USER-CONTINUES VALUE "Y" "y".
       01 WS-EOF            PIC X VALUE "N".
          88 END-OF-FILE    VALUE "Y".

      *>   The return's line items
       01 REG-LINE-CATALOG.
           COPY "regline.cpy".
       01 WS-RL-IDX         PIC 9(2).
       01 WS-RL-MATCH-IDX   PIC 9(2) VALUE 0.

      *>   The whole map in storage while a change
      *>   rewrites it
       01 WS-MAP-COUNT      PIC 9(3) VALUE 0.
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 100 TIMES
             INDEXED BY WS-MAP-IDX.
             10 WS-MAP-CODE    PIC X(4).
             10 WS-MAP-LINE    PIC X(5).
       01 WS-MAP-MATCH-IDX  PIC 9(3) VALUE 0.

      *>   The chart, to prove a code and find its type
       01 WS-COA-COUNT      PIC 9(3) VALUE 0.
       01 WS-COA-TABLE.
          05 WS-COA-ENTRY OCCURS 100 TIMES
             INDEXED BY WS-COA-IDX.
             10 WS-COA-CODE    PIC X(4).
             10 WS-COA-DESC    PIC X(25).
             10 WS-COA-TYPE    PIC X.
       01 WS-COA-MATCH-IDX  PIC 9(3) VALUE 0.

       01 WS-ASK-CODE       PIC X(4).
       01 WS-ASK-LINE       PIC X(5).
       01 WS-OLD-LINE       PIC X(5).
       01 WS-LINE-SCHED     PIC X(2).
       01 WS-UNMAPPED       PIC 9(3) VALUE 0.
       01 WS-LINE-ACCTS     PIC 9(3) VALUE 0.

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "REGMAP".
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
      *>   What the regulator is told rests on the map - a
      *>   supervisor call, like the chart itself
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               STOP RUN
           END-IF.
           PERFORM 0400-LOAD-CHART.
           PERFORM 0500-LOAD-MAP.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           STOP RUN.

      *> --- The chart into storage: codes and types ---
       0400-LOAD-CHART.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "ABEND: no chart-of-accounts.dat - "
                   "run COAMAINT first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CHART-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-COA-COUNT >= 100
                   DISPLAY "ABEND: more than 100 GL accounts "
                       "- raise WS-COA-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-COA-COUNT
               MOVE COA-CODE TO WS-COA-CODE(WS-COA-COUNT)
               MOVE COA-DESC TO WS-COA-DESC(WS-COA-COUNT)
               MOVE COA-TYPE TO WS-COA-TYPE(WS-COA-COUNT)
               READ CHART-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CHART-FILE.

      *> --- The map into storage, seeded on first use with
      *>     the lines the controller reported the chart on
      *>     by hand ---
       0500-LOAD-MAP.
           OPEN INPUT MAP-FILE.
           IF NOT FS-SUCCESS
               PERFORM 0600-SEED-MAP
               OPEN INPUT MAP-FILE
           END-IF.
           MOVE "N" TO WS-EOF.
           READ MAP-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-MAP-COUNT >= 100
      *>           Never load-cap and then rewrite: codes
      *>           past the table would be unmapped for good
                   DISPLAY "ABEND: more than 100 mapped "
                       "accounts - raise WS-MAP-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MAP-COUNT
               MOVE RM-ACCT-CODE TO WS-MAP-CODE(WS-MAP-COUNT)
               MOVE RM-LINE-ID   TO WS-MAP-LINE(WS-MAP-COUNT)
               READ MAP-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE MAP-FILE.

      *> --- The shop's chart as the controller mapped it ---
       0600-SEED-MAP.
           OPEN OUTPUT MAP-FILE.
           INITIALIZE REG-MAP-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE "1000" TO RM-ACCT-CODE.
           MOVE "BS010" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "1010" TO RM-ACCT-CODE.
           MOVE "BS010" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "1100" TO RM-ACCT-CODE.
           MOVE "BS020" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "1150" TO RM-ACCT-CODE.
           MOVE "BS030" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "1300" TO RM-ACCT-CODE.
           MOVE "BS040" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "1400" TO RM-ACCT-CODE.
           MOVE "BS060" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "1500" TO RM-ACCT-CODE.
           MOVE "BS050" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "1550" TO RM-ACCT-CODE.
           MOVE "BS050" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2000" TO RM-ACCT-CODE.
           MOVE "BS110" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2100" TO RM-ACCT-CODE.
           MOVE "BS120" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2200" TO RM-ACCT-CODE.
           MOVE "BS120" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2210" TO RM-ACCT-CODE.
           MOVE "BS120" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2300" TO RM-ACCT-CODE.
           MOVE "BS120" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2310" TO RM-ACCT-CODE.
           MOVE "BS120" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2320" TO RM-ACCT-CODE.
           MOVE "BS120" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2330" TO RM-ACCT-CODE.
           MOVE "BS120" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2400" TO RM-ACCT-CODE.
           MOVE "BS120" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2500" TO RM-ACCT-CODE.
           MOVE "BS130" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2600" TO RM-ACCT-CODE.
           MOVE "BS120" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2700" TO RM-ACCT-CODE.
           MOVE "BS120" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2750" TO RM-ACCT-CODE.
           MOVE "BS120" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2760" TO RM-ACCT-CODE.
           MOVE "BS120" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "2800" TO RM-ACCT-CODE.
           MOVE "BS120" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "3000" TO RM-ACCT-CODE.
           MOVE "BS210" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "4000" TO RM-ACCT-CODE.
           MOVE "IS040" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "4100" TO RM-ACCT-CODE.
           MOVE "IS010" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "4200" TO RM-ACCT-CODE.
           MOVE "IS040" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "4300" TO RM-ACCT-CODE.
           MOVE "IS040" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "4500" TO RM-ACCT-CODE.
           MOVE "IS040" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "4600" TO RM-ACCT-CODE.
           MOVE "IS040" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "4700" TO RM-ACCT-CODE.
           MOVE "IS040" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "5000" TO RM-ACCT-CODE.
           MOVE "IS050" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "5100" TO RM-ACCT-CODE.
           MOVE "IS020" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "5200" TO RM-ACCT-CODE.
           MOVE "IS050" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "5300" TO RM-ACCT-CODE.
           MOVE "IS050" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "5310" TO RM-ACCT-CODE.
           MOVE "IS050" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "5400" TO RM-ACCT-CODE.
           MOVE "IS050" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "5450" TO RM-ACCT-CODE.
           MOVE "IS060" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "5460" TO RM-ACCT-CODE.
           MOVE "IS060" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "5470" TO RM-ACCT-CODE.
           MOVE "IS060" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "5500" TO RM-ACCT-CODE.
           MOVE "IS030" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "5600" TO RM-ACCT-CODE.
           MOVE "IS060" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "5700" TO RM-ACCT-CODE.
           MOVE "IS060" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "5800" TO RM-ACCT-CODE.
           MOVE "IS060" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "5900" TO RM-ACCT-CODE.
           MOVE "IS060" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           MOVE "9990" TO RM-ACCT-CODE.
           MOVE "BS130" TO RM-LINE-ID.
           WRITE REG-MAP-RECORD.
           CLOSE MAP-FILE.
           DISPLAY "Seeded reg-return-map.dat.".

      *> --- Rewrite the map from storage after a change ---
       0700-REWRITE-MAP.
           OPEN OUTPUT MAP-FILE.
           INITIALIZE REG-MAP-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               MOVE WS-MAP-CODE(WS-MAP-IDX) TO RM-ACCT-CODE
               MOVE WS-MAP-LINE(WS-MAP-IDX) TO RM-LINE-ID
               WRITE REG-MAP-RECORD
           END-PERFORM.
           CLOSE MAP-FILE.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Regulatory Return Mapping ===".
           DISPLAY "1. Map an account to a line item".
           DISPLAY "2. Remove an account's mapping".
           DISPLAY "3. List the map".
           DISPLAY "4. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-MAP-ACCOUNT THRU 3000-EXIT
               WHEN 2 PERFORM 4000-UNMAP-ACCOUNT THRU 4000-EXIT
               WHEN 3 PERFORM 5000-LIST-MAP
               WHEN 4 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- Find one code on the chart ---
       2400-FIND-CHART-CODE.
           MOVE 0 TO WS-COA-MATCH-IDX.
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
               IF WS-COA-CODE(WS-COA-IDX) = WS-ASK-CODE
                   MOVE WS-COA-IDX TO WS-COA-MATCH-IDX
               END-IF
           END-PERFORM.

      *> --- Find one code on the map ---
       2500-FIND-MAP-CODE.
           MOVE 0 TO WS-MAP-MATCH-IDX.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-CODE(WS-MAP-IDX) = WS-ASK-CODE
                   MOVE WS-MAP-IDX TO WS-MAP-MATCH-IDX
               END-IF
           END-PERFORM.

      *> --- Find one line item in the catalog ---
       2600-FIND-LINE.
           MOVE 0 TO WS-RL-MATCH-IDX.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > RL-LINE-COUNT
               IF RL-LINE-ID(WS-RL-IDX) = WS-ASK-LINE
                   MOVE WS-RL-IDX TO WS-RL-MATCH-IDX
               END-IF
           END-PERFORM.

      *> --- Put one chart account on a line item, or move
      *>     it from the line it is on ---
       3000-MAP-ACCOUNT.
           DISPLAY "Account code: ".
           ACCEPT WS-ASK-CODE.
           PERFORM 2400-FIND-CHART-CODE.
           IF WS-COA-MATCH-IDX = 0
               DISPLAY "No such code on the chart."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "  " WS-COA-DESC(WS-COA-MATCH-IDX)
               " | type " WS-COA-TYPE(WS-COA-MATCH-IDX).
           DISPLAY "Line item (e.g. BS010): ".
           ACCEPT WS-ASK-LINE.
           PERFORM 2600-FIND-LINE.
           IF WS-RL-MATCH-IDX = 0
               DISPLAY "No such line item on the return."
               GO TO 3000-EXIT
           END-IF.
           IF RL-SOURCE(WS-RL-MATCH-IDX) NOT = "M"
               DISPLAY "Line " WS-ASK-LINE " is not fed from "
                   "the ledger - nothing mapped."
               GO TO 3000-EXIT
           END-IF.
      *>   The balance sheet and the income statement do not
      *>   cross: a balance on one would be counted on the
      *>   wrong basis (quarter-end balance against activity)
           MOVE WS-ASK-LINE(1:2) TO WS-LINE-SCHED.
           IF (WS-COA-TYPE(WS-COA-MATCH-IDX) = "A"
                   OR WS-COA-TYPE(WS-COA-MATCH-IDX) = "L")
               AND WS-LINE-SCHED NOT = "BS"
               DISPLAY "A balance-sheet account maps to a BS "
                   "line - nothing mapped."
               GO TO 3000-EXIT
           END-IF.
           IF (WS-COA-TYPE(WS-COA-MATCH-IDX) = "I"
                   OR WS-COA-TYPE(WS-COA-MATCH-IDX) = "E")
               AND WS-LINE-SCHED NOT = "IS"
               DISPLAY "An income or expense account maps to "
                   "an IS line - nothing mapped."
               GO TO 3000-EXIT
           END-IF.

           PERFORM 2500-FIND-MAP-CODE.
           IF WS-MAP-MATCH-IDX = 0
               IF WS-MAP-COUNT >= 100
                   DISPLAY "Map table full."
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO WS-MAP-COUNT
               MOVE WS-MAP-COUNT TO WS-MAP-MATCH-IDX
               MOVE WS-ASK-CODE TO WS-MAP-CODE(WS-MAP-MATCH-IDX)
               MOVE SPACES TO WS-OLD-LINE
           ELSE
               MOVE WS-MAP-LINE(WS-MAP-MATCH-IDX) TO WS-OLD-LINE
           END-IF.
           MOVE WS-ASK-LINE TO WS-MAP-LINE(WS-MAP-MATCH-IDX).
           PERFORM 0700-REWRITE-MAP.
           DISPLAY "Account " WS-ASK-CODE " now reports on "
               WS-ASK-LINE " " RL-DESC(WS-RL-MATCH-IDX).
           MOVE SPACES TO WS-OP-ACTION.
           IF WS-OLD-LINE = SPACES
               STRING "Mapped GL " WS-ASK-CODE
                      " to " WS-ASK-LINE
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
           ELSE
               STRING "GL " WS-ASK-CODE " moved "
                      WS-OLD-LINE " to " WS-ASK-LINE
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
           END-IF.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       3000-EXIT.
           CONTINUE.

      *> --- Take one code off the map - a code retired from
      *>     the chart, or one mapped in error ---
       4000-UNMAP-ACCOUNT.
           DISPLAY "Account code: ".
           ACCEPT WS-ASK-CODE.
           PERFORM 2500-FIND-MAP-CODE.
           IF WS-MAP-MATCH-IDX = 0
               DISPLAY "That code is not on the map."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-MAP-LINE(WS-MAP-MATCH-IDX) TO WS-OLD-LINE.
           PERFORM VARYING WS-MAP-IDX FROM WS-MAP-MATCH-IDX
                   BY 1 UNTIL WS-MAP-IDX >= WS-MAP-COUNT
               MOVE WS-MAP-ENTRY(WS-MAP-IDX + 1)
                   TO WS-MAP-ENTRY(WS-MAP-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-MAP-COUNT.
           PERFORM 0700-REWRITE-MAP.
           DISPLAY "Account " WS-ASK-CODE " taken off line "
               WS-OLD-LINE ".".
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Unmapped GL " WS-ASK-CODE
                  " from " WS-OLD-LINE
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4000-EXIT.
           CONTINUE.

      *> --- Each ledger-fed line with its accounts, then
      *>     the chart accounts still on no line ---
       5000-LIST-MAP.
           DISPLAY SPACES.
           DISPLAY "=== Regulatory Return Map ===".
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > RL-LINE-COUNT
               IF RL-SOURCE(WS-RL-IDX) = "M"
                   PERFORM 5100-LIST-ONE-LINE
               END-IF
           END-PERFORM.

           DISPLAY SPACES.
           MOVE 0 TO WS-UNMAPPED.
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
               MOVE WS-COA-CODE(WS-COA-IDX) TO WS-ASK-CODE
               PERFORM 2500-FIND-MAP-CODE
               IF WS-MAP-MATCH-IDX = 0
                   IF WS-UNMAPPED = 0
                       DISPLAY "Chart accounts on no line:"
                   END-IF
                   ADD 1 TO WS-UNMAPPED
                   DISPLAY "  " WS-COA-CODE(WS-COA-IDX)
                       " " WS-COA-DESC(WS-COA-IDX)
                       " | " WS-COA-TYPE(WS-COA-IDX)
               END-IF
           END-PERFORM.
           IF WS-UNMAPPED = 0
               DISPLAY "Every chart account is mapped."
           END-IF.

      *> --- One line item and the accounts on it ---
       5100-LIST-ONE-LINE.
           DISPLAY RL-LINE-ID(WS-RL-IDX) " "
               RL-DESC(WS-RL-IDX).
           MOVE 0 TO WS-LINE-ACCTS.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-LINE(WS-MAP-IDX) = RL-LINE-ID(WS-RL-IDX)
                   ADD 1 TO WS-LINE-ACCTS
                   MOVE WS-MAP-CODE(WS-MAP-IDX) TO WS-ASK-CODE
                   PERFORM 2400-FIND-CHART-CODE
                   IF WS-COA-MATCH-IDX = 0
                       DISPLAY "      " WS-ASK-CODE
                           " (not on the chart)"
                   ELSE
                       DISPLAY "      " WS-ASK-CODE " "
                           WS-COA-DESC(WS-COA-MATCH-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LINE-ACCTS = 0
               DISPLAY "      (no accounts)"
           END-IF.
