       IDENTIFICATION DIVISION.
       PROGRAM-ID. JEMAINT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Manual journal entries, maker and checker
      *> ============================================
      *> Everything on gl-postings.dat used to come from
      *> a program, so an accrual, a reclass or a
      *> correction meant someone editing the postings
      *> file by hand before LEDGER ran. This SCREEN
      *> SECTION front end (same style as the KYC and
      *> dispute screens) keeps manual entries on
      *> manual-journal.dat instead:
      *>
      *>   1. Key an entry: a description, a supporting
      *>      reference, and up to ten debit and credit
      *>      lines against active chart-of-accounts.dat
      *>      codes. It is only filed when the debits and
      *>      credits balance, and it is filed pending -
      *>      nothing reaches the ledger yet.
      *>   2. Approve or reject a pending entry. That is
      *>      a supervisor call, and never for the
      *>      operator who keyed it. An approval checks
      *>      the codes against the chart again.
      *>   3. List the entries not yet staged.
      *>
      *> JESTAGE stages approved entries onto the next
      *> window's gl-postings.dat with source MANUALJE.
      *> Every entry keyed, approved or rejected goes on
      *> manual-je-audit.dat a line at a time, and every
      *> action is stamped via OPACTION.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks jemaint.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o jemaint
      *>   ./jemaint
      *> ============================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JE-FILE
               ASSIGN TO "manual-journal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MJ-ENTRY-NO
               FILE STATUS IS WS-JE-STATUS.

      *>   The chart of accounts COAMAINT keeps - every line
      *>   must post to an active code
           SELECT CHART-FILE
               ASSIGN TO "chart-of-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

      *>   Every entry keyed, approved or rejected
           SELECT AUDIT-FILE
               ASSIGN TO "manual-je-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD JE-FILE.
       01 MANUAL-JE-RECORD.
           COPY "mjerec.cpy".

      *> One chart entry, as COAMAINT keeps it
       FD CHART-FILE.
       01 CHART-RECORD.
          05 COA-CODE         PIC X(4).
          05 FILLER           PIC X.
          05 COA-DESC         PIC X(25).
          05 FILLER           PIC X.
          05 COA-TYPE         PIC X.
          05 FILLER           PIC X.
          05 COA-ACTIVE       PIC X.

      *> One line of an entry as it was keyed, approved or
      *> rejected: who, when, what, and the line itself
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AUD-DATE         PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 AUD-OPERATOR     PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 AUD-ACTION       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 AUD-ENTRY-NO     PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 AUD-LINE-NO      PIC 9(2).
          05 FILLER           PIC X VALUE ",".
          05 AUD-GL-CODE      PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 AUD-DR-CR        PIC X.
          05 FILLER           PIC X VALUE ",".
          05 AUD-AMOUNT       PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 AUD-DESC         PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 AUD-SUPPORT-REF  PIC X(15).
          05 FILLER           PIC X VALUE ",".
          05 AUD-REASON       PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-KEY-STATUS     PIC 9(4).
       01 WS-JE-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-CHART-STATUS   PIC XX.
       01 WS-AUDIT-STATUS   PIC XX.

       01 WS-TODAY          PIC 9(8).
       01 WS-EOF            PIC X VALUE "N".
          88 END-OF-FILE    VALUE "Y".
          88 NOT-EOF        VALUE "N".

      *>   The chart in storage
       01 WS-COA-COUNT      PIC 9(3) VALUE 0.
       01 WS-COA-TABLE.
          05 WS-COA-ENTRY OCCURS 100 TIMES
             INDEXED BY WS-COA-IDX.
             10 WS-COA-CODE    PIC X(4).
             10 WS-COA-DESC    PIC X(25).
             10 WS-COA-ACTIVE  PIC X.
       01 WS-COA-MATCH-IDX  PIC 9(3) VALUE 0.

      *>   The entry as keyed
       01 WS-E-DESC         PIC X(20).
       01 WS-E-REF          PIC X(15).
       01 WS-E-CODE         PIC X(4).
       01 WS-E-DRCR         PIC X.
          88 DRCR-IS-VALID  VALUE "D" "C".
       01 WS-E-AMOUNT       PIC 9(9)V99 VALUE 0.
       01 WS-E-ACTION       PIC X.
          88 ENTRY-FILED     VALUE "F" "f".
          88 KEY-MORE-LINES  VALUE "K" "k".
          88 ENTRY-ABANDONED VALUE "A" "a".
       01 WS-E-ENTRY-NO     PIC 9(6) VALUE 0.
       01 WS-E-REASON       PIC X(30).
       01 WS-DECISION       PIC X.
          88 WANTS-APPROVE  VALUE "A" "a".
          88 WANTS-REJECT   VALUE "J" "j".
       01 WS-LINES-DONE     PIC X VALUE "N".
          88 LINES-DONE     VALUE "Y".
       01 WS-ENTRY-FOUND    PIC X VALUE "N".
          88 ENTRY-FOUND    VALUE "Y".
       01 WS-NEXT-ENTRY-NO  PIC 9(6) VALUE 0.
       01 WS-LINE-IDX       PIC 9(2).
       01 WS-OPEN-COUNT     PIC 9(5) VALUE 0.
      *>   The entry being keyed, held while the file is
      *>   walked for the next number
       01 WS-SAVE-ENTRY     PIC X(274).

      *>   Running totals of the entry in hand
       01 WS-DR-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-CR-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-DIFF           PIC S9(11)V99 VALUE 0.

      *>   What the screens show
       01 WS-S-LINE-NO      PIC 99.
       01 WS-S-LINES        PIC 99.
       01 WS-DISP-AMT       PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-CNT       PIC Z(4)9.

       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-MSG            PIC X(60) VALUE SPACES.
       01 WS-CONTINUE       PIC X VALUE "Y".
          88 USER-DONE      VALUE "N" "n".
       01 WS-PAUSE          PIC X.
       01 WS-AUD-ACTION     PIC X(8).

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "JEMAINT".
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
          05 LINE 3  COL 20 VALUE "  MANUAL JOURNAL ENTRIES"
             FOREGROUND-COLOR 3 HIGHLIGHT.
          05 LINE 4  COL 20 VALUE "==========================="
             FOREGROUND-COLOR 3.
          05 LINE 7  COL 20 VALUE "1. Key a new entry".
          05 LINE 8  COL 20 VALUE "2. Approve or reject an entry".
          05 LINE 9  COL 20 VALUE "3. List entries not yet staged".
          05 LINE 10 COL 20 VALUE "4. Exit".
          05 LINE 12 COL 20 VALUE "Choice: ".
          05 LINE 12 COL 28 PIC 9 USING WS-CHOICE
             FOREGROUND-COLOR 6 HIGHLIGHT.
          05 LINE 14 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- What the entry is and what supports it ---
       01 HEADER-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- New Journal Entry ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Description: ".
          05 LINE 4  COL 24 PIC X(20) USING WS-E-DESC
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 10 VALUE "Support ref: ".
          05 LINE 5  COL 24 PIC X(15) USING WS-E-REF
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 24 VALUE "(schedule, memo or ticket)".
          05 LINE 8  COL 10 VALUE
             "Blank the description to go back.".
          05 LINE 10 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- One debit or credit line ---
       01 LINE-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- New Journal Entry ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 PIC X(20) FROM WS-E-DESC.
          05 LINE 4  COL 32 PIC X(15) FROM WS-E-REF.
          05 LINE 6  COL 10 VALUE "Debits:     ".
          05 LINE 6  COL 22 PIC ZZ,ZZZ,ZZZ,ZZ9.99 FROM WS-DR-TOTAL.
          05 LINE 7  COL 10 VALUE "Credits:    ".
          05 LINE 7  COL 22 PIC ZZ,ZZZ,ZZZ,ZZ9.99 FROM WS-CR-TOTAL.
          05 LINE 9  COL 10 VALUE "Line ".
          05 LINE 9  COL 15 PIC Z9 FROM WS-S-LINE-NO.
          05 LINE 9  COL 18 VALUE "of 10".
          05 LINE 10 COL 10 VALUE "GL code:    ".
          05 LINE 10 COL 22 PIC X(4) USING WS-E-CODE
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 11 COL 10 VALUE "Dr/Cr:      ".
          05 LINE 11 COL 22 PIC X USING WS-E-DRCR
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 11 COL 26 VALUE "(D=Debit C=Credit)".
          05 LINE 12 COL 10 VALUE "Amount:     ".
          05 LINE 12 COL 22 PIC 9(9)V99 USING WS-E-AMOUNT
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 14 COL 10 VALUE
             "Blank the GL code when the lines are all in.".
          05 LINE 16 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- Totals, and file, key more, or abandon ---
       01 CONFIRM-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- New Journal Entry ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 PIC X(20) FROM WS-E-DESC.
          05 LINE 4  COL 32 PIC X(15) FROM WS-E-REF.
          05 LINE 6  COL 10 VALUE "Lines:      ".
          05 LINE 6  COL 22 PIC Z9 FROM WS-S-LINES.
          05 LINE 7  COL 10 VALUE "Debits:     ".
          05 LINE 7  COL 22 PIC ZZ,ZZZ,ZZZ,ZZ9.99 FROM WS-DR-TOTAL.
          05 LINE 8  COL 10 VALUE "Credits:    ".
          05 LINE 8  COL 22 PIC ZZ,ZZZ,ZZZ,ZZ9.99 FROM WS-CR-TOTAL.
          05 LINE 9  COL 10 VALUE "Difference: ".
          05 LINE 9  COL 22 PIC ZZ,ZZZ,ZZZ,ZZ9.99- FROM WS-DIFF.
          05 LINE 11 COL 10 VALUE
             "F=File for approval  K=Key more lines  A=Abandon: ".
          05 LINE 11 COL 61 PIC X USING WS-E-ACTION
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 13 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- Which entry to decide ---
       01 LOOKUP-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Approve a Journal Entry ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Entry no:  ".
          05 LINE 4  COL 22 PIC 9(6) USING WS-E-ENTRY-NO
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 10 VALUE "Zero the entry number to go back.".
          05 LINE 8  COL 10 PIC X(60) FROM WS-MSG
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
                       PERFORM 3000-KEY-ENTRY
                           THRU 3000-EXIT
                   WHEN 2
                       PERFORM 4000-REVIEW-ENTRY
                           THRU 4000-EXIT
                   WHEN 3
                       PERFORM 5000-LIST-OPEN-ENTRIES
                   WHEN 4
                       MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       MOVE "Invalid choice. Try again."
                           TO WS-MSG
               END-EVALUATE
           END-PERFORM.

           CLOSE JE-FILE.
           DISPLAY SPACE BLANK SCREEN.
           STOP RUN.

      *> --- The chart into storage, the entry file open
      *>     (created on first use) ---
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1100-LOAD-CHART.

           OPEN I-O JE-FILE.
           IF NOT FS-SUCCESS
               OPEN OUTPUT JE-FILE
               CLOSE JE-FILE
               OPEN I-O JE-FILE
           END-IF.
           IF NOT FS-SUCCESS
               DISPLAY "ABEND: manual-journal.dat did not open ("
                   WS-JE-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- Codes and whether they are open for posting ---
       1100-LOAD-CHART.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "ABEND: chart-of-accounts.dat missing - "
                   "run COAMAINT to seed it."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET NOT-EOF TO TRUE.
           READ CHART-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-COA-COUNT < 100
                   ADD 1 TO WS-COA-COUNT
                   MOVE COA-CODE   TO WS-COA-CODE(WS-COA-COUNT)
                   MOVE COA-DESC   TO WS-COA-DESC(WS-COA-COUNT)
                   MOVE COA-ACTIVE TO WS-COA-ACTIVE(WS-COA-COUNT)
               END-IF
               READ CHART-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CHART-FILE.

      *> --- Key an entry: header, lines, then file it
      *>     pending once it balances ---
       3000-KEY-ENTRY.
           MOVE SPACES TO WS-MSG.
           MOVE SPACES TO WS-E-DESC.
           MOVE SPACES TO WS-E-REF.
           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-DESC = SPACES
               DISPLAY HEADER-SCREEN
               ACCEPT HEADER-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-E-DESC NOT = SPACES AND WS-E-REF = SPACES
                   MOVE "A supporting reference is required"
                       TO WS-MSG
               END-IF
           END-PERFORM.
           IF WS-E-DESC = SPACES
               MOVE "No entry keyed." TO WS-MSG
               GO TO 3000-EXIT
           END-IF.

           INITIALIZE MANUAL-JE-RECORD.
           MOVE WS-E-DESC TO MJ-DESC.
           MOVE WS-E-REF  TO MJ-SUPPORT-REF.
           MOVE 0 TO WS-DR-TOTAL.
           MOVE 0 TO WS-CR-TOTAL.
           MOVE SPACE TO WS-E-ACTION.
           PERFORM UNTIL ENTRY-FILED OR ENTRY-ABANDONED
               PERFORM 3100-KEY-LINES
               PERFORM 3200-CONFIRM-ENTRY
           END-PERFORM.

           IF ENTRY-FILED
               PERFORM 3300-FILE-ENTRY
           ELSE
               MOVE "Entry abandoned - nothing filed." TO WS-MSG
           END-IF.
       3000-EXIT.
           CONTINUE.

      *> --- Lines until the code is left blank or the
      *>     entry is full ---
       3100-KEY-LINES.
           MOVE SPACES TO WS-MSG.
           MOVE "N" TO WS-LINES-DONE.
           PERFORM UNTIL LINES-DONE
               IF MJ-LINE-COUNT >= 10
                   SET LINES-DONE TO TRUE
               ELSE
                   PERFORM 3110-KEY-ONE-LINE
               END-IF
           END-PERFORM.

      *> --- One line, re-shown until it is good or blank ---
       3110-KEY-ONE-LINE.
           COMPUTE WS-S-LINE-NO = MJ-LINE-COUNT + 1.
           MOVE SPACES TO WS-E-CODE.
           MOVE SPACES TO WS-E-DRCR.
           MOVE 0 TO WS-E-AMOUNT.
           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-CODE = SPACES
               DISPLAY LINE-SCREEN
               ACCEPT LINE-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-E-CODE NOT = SPACES
                   PERFORM 3150-VALIDATE-LINE
               END-IF
           END-PERFORM.

           IF WS-E-CODE = SPACES
               SET LINES-DONE TO TRUE
           ELSE
               ADD 1 TO MJ-LINE-COUNT
               MOVE WS-E-CODE   TO MJ-GL-CODE(MJ-LINE-COUNT)
               MOVE WS-E-DRCR   TO MJ-DR-CR(MJ-LINE-COUNT)
               MOVE WS-E-AMOUNT TO MJ-AMOUNT(MJ-LINE-COUNT)
               IF WS-E-DRCR = "D"
                   ADD WS-E-AMOUNT TO WS-DR-TOTAL
               ELSE
                   ADD WS-E-AMOUNT TO WS-CR-TOTAL
               END-IF
           END-IF.

      *> --- An active code, a side, and an amount ---
       3150-VALIDATE-LINE.
           PERFORM 7100-FIND-CODE.
           IF WS-COA-MATCH-IDX = 0
               MOVE "Code is not on the chart of accounts"
                   TO WS-MSG
           ELSE
               IF WS-COA-ACTIVE(WS-COA-MATCH-IDX) NOT = "Y"
                   MOVE "Code is inactive on the chart of accounts"
                       TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES AND NOT DRCR-IS-VALID
               MOVE "Enter D for a debit or C for a credit"
                   TO WS-MSG
           END-IF.
           IF WS-MSG = SPACES AND WS-E-AMOUNT = 0
               MOVE "Amount is required" TO WS-MSG
           END-IF.

      *> --- The totals: file only a balanced entry of two
      *>     lines or more ---
       3200-CONFIRM-ENTRY.
           MOVE SPACE TO WS-E-ACTION.
           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
               MOVE MJ-LINE-COUNT TO WS-S-LINES
               COMPUTE WS-DIFF = WS-DR-TOTAL - WS-CR-TOTAL
               DISPLAY CONFIRM-SCREEN
               ACCEPT CONFIRM-SCREEN
               MOVE SPACES TO WS-MSG
               EVALUATE TRUE
                   WHEN ENTRY-FILED
                       IF MJ-LINE-COUNT < 2
                           MOVE "An entry needs at least two lines"
                               TO WS-MSG
                       ELSE
                           IF WS-DIFF NOT = 0
                               MOVE "Debits and credits do not "
                                   & "balance" TO WS-MSG
                           END-IF
                       END-IF
                   WHEN KEY-MORE-LINES
                       IF MJ-LINE-COUNT >= 10
                           MOVE "Ten lines is the most one entry "
                               & "holds" TO WS-MSG
                       END-IF
                   WHEN ENTRY-ABANDONED
                       CONTINUE
                   WHEN OTHER
                       MOVE "Enter F, K or A" TO WS-MSG
               END-EVALUATE
           END-PERFORM.

      *> --- File the entry pending, under the next number ---
       3300-FILE-ENTRY.
           PERFORM 3310-NEXT-ENTRY-NO.
           MOVE WS-NEXT-ENTRY-NO TO MJ-ENTRY-NO.
           MOVE "P"              TO MJ-STATUS.
           MOVE WS-OPERATOR-ID   TO MJ-KEYED-BY.
           MOVE WS-TODAY         TO MJ-KEYED-DATE.
           MOVE SPACES           TO MJ-DECIDED-BY.
           MOVE 0                TO MJ-DECIDED-DATE.
           MOVE SPACES           TO MJ-REJECT-REASON.
           MOVE 0                TO MJ-STAGED-DATE.
           WRITE MANUAL-JE-RECORD
               INVALID KEY
                   MOVE "Entry file refused the new entry"
                       TO WS-MSG
               NOT INVALID KEY
                   MOVE "KEYED" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-E-REASON
                   PERFORM 9000-WRITE-AUDIT
                   MOVE SPACES TO WS-OP-ACTION
                   STRING "JE KEYED " MJ-ENTRY-NO
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
                   PERFORM 7200-LOG-ACTION
                   MOVE SPACES TO WS-MSG
                   STRING "Entry " MJ-ENTRY-NO
                          " filed - awaiting another "
                          "supervisor's approval."
                       DELIMITED BY SIZE INTO WS-MSG
                   END-STRING
           END-WRITE.

      *> --- The highest entry number on file, plus one ---
       3310-NEXT-ENTRY-NO.
           MOVE 0 TO WS-NEXT-ENTRY-NO.
           MOVE MANUAL-JE-RECORD TO WS-SAVE-ENTRY.
           MOVE 0 TO MJ-ENTRY-NO.
           START JE-FILE KEY IS NOT LESS THAN MJ-ENTRY-NO
               INVALID KEY SET END-OF-FILE TO TRUE
               NOT INVALID KEY SET NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ JE-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE MJ-ENTRY-NO TO WS-NEXT-ENTRY-NO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-ENTRY-NO.
           MOVE WS-SAVE-ENTRY TO MANUAL-JE-RECORD.

      *> --- The checker: a supervisor, not the maker,
      *>     approves or rejects one pending entry ---
       4000-REVIEW-ENTRY.
           MOVE SPACES TO WS-MSG.
           IF NOT OPERATOR-IS-SUPER
               MOVE "Supervisor role required." TO WS-MSG
               GO TO 4000-EXIT
           END-IF.

           MOVE 0 TO WS-E-ENTRY-NO.
           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-ENTRY-NO = 0
               DISPLAY LOOKUP-SCREEN
               ACCEPT LOOKUP-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-E-ENTRY-NO NOT = 0
                   PERFORM 7000-READ-ENTRY
                   IF ENTRY-FOUND
                       PERFORM 4050-CHECK-REVIEWABLE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-E-ENTRY-NO = 0
               MOVE "No entry reviewed." TO WS-MSG
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-SHOW-ENTRY.
           DISPLAY "Approve, reJect, or leave pending? (A/J/Enter): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-DECISION.
           ACCEPT WS-DECISION.
           EVALUATE TRUE
               WHEN WANTS-APPROVE
                   PERFORM 4200-APPROVE-ENTRY THRU 4200-EXIT
               WHEN WANTS-REJECT
                   PERFORM 4300-REJECT-ENTRY
               WHEN OTHER
                   MOVE SPACES TO WS-MSG
                   STRING "Entry " MJ-ENTRY-NO " left pending."
                       DELIMITED BY SIZE INTO WS-MSG
                   END-STRING
           END-EVALUATE.
       4000-EXIT.
           CONTINUE.

      *> --- Only a pending entry, and never by its maker ---
       4050-CHECK-REVIEWABLE.
           IF MJ-STATUS NOT = "P"
               MOVE "Entry is not awaiting approval" TO WS-MSG
           ELSE
               IF MJ-KEYED-BY = WS-OPERATOR-ID
                   MOVE "You keyed this entry - another supervisor "
                       & "must decide it" TO WS-MSG
               END-IF
           END-IF.

      *> --- The entry as keyed, line by line ---
       4100-SHOW-ENTRY.
           DISPLAY SPACE BLANK SCREEN.
           DISPLAY "=== Journal entry " MJ-ENTRY-NO " ===".
           DISPLAY "Description:  " MJ-DESC.
           DISPLAY "Support ref:  " MJ-SUPPORT-REF.
           DISPLAY "Keyed by:     " MJ-KEYED-BY
               " on " MJ-KEYED-DATE.
           DISPLAY SPACES.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > MJ-LINE-COUNT
               MOVE MJ-GL-CODE(WS-LINE-IDX) TO WS-E-CODE
               PERFORM 7100-FIND-CODE
               MOVE MJ-AMOUNT(WS-LINE-IDX) TO WS-DISP-AMT
               IF WS-COA-MATCH-IDX = 0
                   DISPLAY "  " WS-LINE-IDX "  " WS-E-CODE " "
                       "(not on the chart)       "
                       " " MJ-DR-CR(WS-LINE-IDX) " " WS-DISP-AMT
               ELSE
                   DISPLAY "  " WS-LINE-IDX "  " WS-E-CODE " "
                       WS-COA-DESC(WS-COA-MATCH-IDX)
                       " " MJ-DR-CR(WS-LINE-IDX) " " WS-DISP-AMT
               END-IF
           END-PERFORM.
           PERFORM 7300-TOTAL-ENTRY.
           MOVE WS-DR-TOTAL TO WS-DISP-AMT.
           DISPLAY "  Debits:  " WS-DISP-AMT.
           MOVE WS-CR-TOTAL TO WS-DISP-AMT.
           DISPLAY "  Credits: " WS-DISP-AMT.
           DISPLAY SPACES.

      *> --- Approve: every code must still be open for
      *>     posting, since the chart may have moved on ---
       4200-APPROVE-ENTRY.
           MOVE SPACES TO WS-MSG.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > MJ-LINE-COUNT
               MOVE MJ-GL-CODE(WS-LINE-IDX) TO WS-E-CODE
               PERFORM 7100-FIND-CODE
               IF WS-COA-MATCH-IDX = 0
                   MOVE SPACES TO WS-MSG
                   STRING "Code " WS-E-CODE " is no longer on the "
                          "chart - reject the entry"
                       DELIMITED BY SIZE INTO WS-MSG
                   END-STRING
               ELSE
                   IF WS-COA-ACTIVE(WS-COA-MATCH-IDX) NOT = "Y"
                       MOVE SPACES TO WS-MSG
                       STRING "Code " WS-E-CODE " is now inactive"
                              " - reject the entry"
                           DELIMITED BY SIZE INTO WS-MSG
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MSG NOT = SPACES
               GO TO 4200-EXIT
           END-IF.

           MOVE "A"            TO MJ-STATUS.
           MOVE WS-OPERATOR-ID TO MJ-DECIDED-BY.
           MOVE WS-TODAY       TO MJ-DECIDED-DATE.
           REWRITE MANUAL-JE-RECORD
               INVALID KEY
                   MOVE "Entry file refused the approval"
                       TO WS-MSG
           END-REWRITE.
           IF WS-MSG = SPACES
               MOVE "APPROVED" TO WS-AUD-ACTION
               MOVE SPACES TO WS-E-REASON
               PERFORM 9000-WRITE-AUDIT
               MOVE SPACES TO WS-OP-ACTION
               STRING "JE APPROVED " MJ-ENTRY-NO
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
               PERFORM 7200-LOG-ACTION
               STRING "Entry " MJ-ENTRY-NO " approved - stages "
                      "in the next window."
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           END-IF.
       4200-EXIT.
           CONTINUE.

      *> --- Reject, with the reason the maker will see ---
       4300-REJECT-ENTRY.
           DISPLAY "Reason for rejecting: " WITH NO ADVANCING.
           MOVE SPACES TO WS-E-REASON.
           ACCEPT WS-E-REASON.
           IF WS-E-REASON = SPACES
               MOVE "Rejected by supervisor" TO WS-E-REASON
           END-IF.

           MOVE SPACES TO WS-MSG.
           MOVE "J"            TO MJ-STATUS.
           MOVE WS-OPERATOR-ID TO MJ-DECIDED-BY.
           MOVE WS-TODAY       TO MJ-DECIDED-DATE.
           MOVE WS-E-REASON    TO MJ-REJECT-REASON.
           REWRITE MANUAL-JE-RECORD
               INVALID KEY
                   MOVE "Entry file refused the rejection"
                       TO WS-MSG
           END-REWRITE.
           IF WS-MSG = SPACES
               MOVE "REJECTED" TO WS-AUD-ACTION
               PERFORM 9000-WRITE-AUDIT
               MOVE SPACES TO WS-OP-ACTION
               STRING "JE REJECTED " MJ-ENTRY-NO
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
               PERFORM 7200-LOG-ACTION
               STRING "Entry " MJ-ENTRY-NO " rejected."
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           END-IF.

      *> --- Entries pending approval or approved and
      *>     waiting for the next window ---
       5000-LIST-OPEN-ENTRIES.
           MOVE SPACES TO WS-MSG.
           MOVE 0 TO WS-OPEN-COUNT.
           DISPLAY SPACE BLANK SCREEN.
           DISPLAY "=== Journal entries not yet staged ===".
           DISPLAY "Entry  S Keyed by Keyed on Description"
               "          Debits".
           MOVE 0 TO MJ-ENTRY-NO.
           START JE-FILE KEY IS NOT LESS THAN MJ-ENTRY-NO
               INVALID KEY SET END-OF-FILE TO TRUE
               NOT INVALID KEY SET NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ JE-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF MJ-STATUS = "P" OR MJ-STATUS = "A"
                           ADD 1 TO WS-OPEN-COUNT
                           PERFORM 7300-TOTAL-ENTRY
                           MOVE WS-DR-TOTAL TO WS-DISP-AMT
                           DISPLAY MJ-ENTRY-NO " " MJ-STATUS " "
                               MJ-KEYED-BY " " MJ-KEYED-DATE " "
                               MJ-DESC " " WS-DISP-AMT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-OPEN-COUNT TO WS-DISP-CNT.
           DISPLAY SPACES.
           DISPLAY "Entries: " WS-DISP-CNT
               "   (P=Pending approval A=Approved, stages next "
               "window)".
           DISPLAY "Press Enter to return to the menu.".
           ACCEPT WS-PAUSE.

      *> --- The entry keyed, if it is on file ---
       7000-READ-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           MOVE WS-E-ENTRY-NO TO MJ-ENTRY-NO.
           READ JE-FILE
               KEY IS MJ-ENTRY-NO
               INVALID KEY
                   MOVE "No such entry" TO WS-MSG
               NOT INVALID KEY
                   MOVE "Y" TO WS-ENTRY-FOUND
           END-READ.

      *> --- WS-E-CODE on the chart: its slot, or zero ---
       7100-FIND-CODE.
           MOVE 0 TO WS-COA-MATCH-IDX.
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
               IF WS-COA-CODE(WS-COA-IDX) = WS-E-CODE
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

      *> --- Debit and credit totals of the entry on hand ---
       7300-TOTAL-ENTRY.
           MOVE 0 TO WS-DR-TOTAL.
           MOVE 0 TO WS-CR-TOTAL.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > MJ-LINE-COUNT
               IF MJ-DR-CR(WS-LINE-IDX) = "D"
                   ADD MJ-AMOUNT(WS-LINE-IDX) TO WS-DR-TOTAL
               ELSE
                   ADD MJ-AMOUNT(WS-LINE-IDX) TO WS-CR-TOTAL
               END-IF
           END-PERFORM.

      *> --- One audit line per line of the entry: who, when,
      *>     what was done, and the line itself ---
       9000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > MJ-LINE-COUNT
               INITIALIZE AUDIT-RECORD
                   WITH FILLER ALL TO VALUE
                   THEN TO DEFAULT
               MOVE WS-TODAY                TO AUD-DATE
               MOVE WS-OPERATOR-ID          TO AUD-OPERATOR
               MOVE WS-AUD-ACTION           TO AUD-ACTION
               MOVE MJ-ENTRY-NO             TO AUD-ENTRY-NO
               MOVE WS-LINE-IDX             TO AUD-LINE-NO
               MOVE MJ-GL-CODE(WS-LINE-IDX) TO AUD-GL-CODE
               MOVE MJ-DR-CR(WS-LINE-IDX)   TO AUD-DR-CR
               MOVE MJ-AMOUNT(WS-LINE-IDX)  TO AUD-AMOUNT
               MOVE MJ-DESC                 TO AUD-DESC
               MOVE MJ-SUPPORT-REF          TO AUD-SUPPORT-REF
               MOVE WS-E-REASON             TO AUD-REASON
               WRITE AUDIT-RECORD
           END-PERFORM.
           CLOSE AUDIT-FILE.
