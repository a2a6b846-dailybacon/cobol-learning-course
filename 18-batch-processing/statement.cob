      *> At month end, customer disputes used to mean
      *> hand-assembling activity out of a month's worth
      *> of valid-trans-YYYYMMDD.dat files. This program
      *> does that assembly: it walks ACCOUNT-MASTER and
      *> prints one statement per account - opening
      *> balance, every D/W/T/F posting in date order
      *> (read by key off the transaction history file,
      *> from the cycle's first day to its last),
      *> closing balance. A savings statement also shows
      *> the cycle's count of withdrawals and transfers
      *> out against the convenience limit, and any
      *> excess-activity fees.
      *>
      *> Opening and closing figures come from the
      *> balance journal (balance-journal.dat), which
      *>   ./statement
      *>
      *> NOTE: -I ../copybooks pulls in the shared feed
      *>   layout (transrec.cpy), the history key
      *>   (histrec.cpy), the account master layout
      *>   (acctrec.cpy), and the FILE STATUS condition
      *>   names (filestat.cpy).
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   Every accepted posting, keyed by account, date
      *>   and reference - one START per statement
           SELECT HISTORY-FILE
               ASSIGN TO "transaction-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-STATUS.

      *> Every posting's before/after, the statement's
      *> source of truth for opening and closing figures
       FILE SECTION.

      *> Same layout BATCH writes: batch date + feed image
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "histrec.cpy".
          05 TH-DATA.
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==TH-==.

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
       01 STMT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS     PIC XX.
       01 WS-ACCT-STATUS     PIC XX.
           COPY "filestat.cpy"
               REPLACING ==FS-SUCCESS==
       01 WS-ADDR-PRESENT    PIC X VALUE "N".
          88 ADDR-FILE-PRESENT VALUE "Y".

      *>   Statement cycle (YYYYMM) and the file name built
      *>   from it
       01 WS-STMT-MONTH       PIC 9(6) VALUE 0.
       01 WS-TODAY-DATE       PIC 9(8).
       01 WS-STMT-FILENAME    PIC X(26).

       01 WS-HIST-EOF         PIC X VALUE "N".
          88 HIST-AT-END      VALUE "Y".
       01 WS-ACCT-EOF         PIC X VALUE "N".
          88 ACCT-AT-END      VALUE "Y".

      *>   The cycle's value-dated entries, which exist only
      *>   on the balance journal, in the order they were
      *>   journaled
       01 WS-POST-COUNT       PIC 9(5) VALUE 0.
       01 WS-POST-TABLE.
          05 WS-POST-ENTRY OCCURS 2000 TIMES
       01 WS-ACCT-POST-CNT    PIC 9(5) VALUE 0.

      *>   Counters for the close-out summary
       01 WS-HIST-READ        PIC 9(5) VALUE 0.
       01 WS-STMT-COUNT       PIC 9(5) VALUE 0.

      *>   Report spool registration
       01 WS-RPT-DETAIL      PIC X(80).
       01 WS-TYPE-LABEL      PIC X(11).

      *>   A savings account's withdrawal count for the cycle,
      *>   from whichever of the master's two cycle slots
      *>   holds the statement month - BATCH rolls the slots
      *>   on the first item of a new month
       01 WS-SAV-ITEMS        PIC 9(3) VALUE 0.
       01 WS-SAV-EXCESS       PIC 9(3) VALUE 0.
       01 WS-SAV-FEES         PIC 9(5)V99 VALUE 0.

      *>   Which side of a transfer the line being printed is:
      *>   the debit on the source account, or the credit the
      *>   same posting lands on the destination account
       01 WS-POSTING-SIDE     PIC X VALUE "S".
          88 CREDIT-SIDE      VALUE "C".

      *>   The posting line being printed, whether it came
      *>   off the history or the value-dated table
       01 WS-PRINT-POSTING.
          05 WS-PRT-TYPE         PIC X.
          05 WS-PRT-AMOUNT       PIC 9(7)V99.
          05 WS-PRT-DESC         PIC X(20).
          05 WS-PRT-EFF-DATE     PIC 9(8).
          05 WS-PRT-REF          PIC 9(9).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-JOURNAL-BALANCES THRU 1500-EXIT.
           PERFORM 2000-OPEN-HISTORY.
           PERFORM 3000-PRINT-STATEMENTS.
           PERFORM 4000-CLEANUP.
           STOP RUN.
               AT END SET JRNL-AT-END TO TRUE
           END-READ.
           PERFORM UNTIL JRNL-AT-END
               PERFORM 1600-DISTIL-ONE-ENTRY THRU 1600-EXIT
               READ JOURNAL-FILE
                   AT END SET JRNL-AT-END TO TRUE
               END-READ
       1600-EXIT.
           CONTINUE.

      *> --- The postings themselves are read account by
      *>     account as each statement prints ---
       2000-OPEN-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "FATAL: cannot open "
                   "transaction-history.dat: " WS-HIST-STATUS
                   " - run HISTLOAD."
               STOP RUN
           END-IF.
           MOVE WS-POST-COUNT TO WS-DISP-CNT.
           DISPLAY "Value-dated entries:     " WS-DISP-CNT.

      *> --- One statement per account on the master ---
       3000-PRINT-STATEMENTS.
       3100-PRINT-ONE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT.

           MOVE 0 TO WS-ACCT-POST-CNT.

           PERFORM 3120-DERIVE-CYCLE-BALANCES THRU 3120-EXIT.

           MOVE "=================================="
               & "==================================="
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.

           PERFORM 3110-PRINT-MAILING-BLOCK THRU 3110-EXIT.

           MOVE WS-OPEN-BALANCE TO WS-DISP-BAL.
           MOVE SPACES TO WS-RPT-DETAIL.
                   UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WS-PST-ACCT(WS-POST-IDX) = AM-ACCT-NO
                   MOVE "S" TO WS-POSTING-SIDE
                   MOVE WS-PST-TYPE(WS-POST-IDX) TO WS-PRT-TYPE
                   MOVE WS-PST-AMOUNT(WS-POST-IDX)
                       TO WS-PRT-AMOUNT
                   MOVE WS-PST-DESC(WS-POST-IDX) TO WS-PRT-DESC
                   MOVE WS-PST-EFF-DATE(WS-POST-IDX)
                       TO WS-PRT-EFF-DATE
                   MOVE WS-PST-REF(WS-POST-IDX) TO WS-PRT-REF
                   PERFORM 3150-PRINT-POSTING-LINE
               END-IF
           END-PERFORM.

           PERFORM 3140-PRINT-CYCLE-HISTORY.

           IF WS-ACCT-POST-CNT = 0
               MOVE "  (no activity this cycle)" TO STMT-LINE
               WRITE STMT-LINE
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.

           IF AM-ACCT-TYPE = "S"
               PERFORM 3130-PRINT-SAVINGS-ACTIVITY
           END-IF.

           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.

      *> --- A savings account's convenience withdrawals for
      *>     the cycle: W and T items out, how many went past
      *>     the limit, and the excess-activity fees charged.
      *>     Nothing counted for the month prints as zero ---
       3130-PRINT-SAVINGS-ACTIVITY.
           MOVE 0 TO WS-SAV-ITEMS.
           MOVE 0 TO WS-SAV-EXCESS.
           MOVE 0 TO WS-SAV-FEES.
           IF AM-SAV-CYCLE = WS-STMT-MONTH
               MOVE AM-SAV-WD-COUNT     TO WS-SAV-ITEMS
               MOVE AM-SAV-EXCESS-COUNT TO WS-SAV-EXCESS
               MOVE AM-SAV-EXCESS-FEES  TO WS-SAV-FEES
           ELSE
               IF AM-SAV-PRIOR-CYCLE = WS-STMT-MONTH
                   MOVE AM-SAV-PRIOR-COUNT  TO WS-SAV-ITEMS
                   MOVE AM-SAV-PRIOR-EXCESS TO WS-SAV-EXCESS
                   MOVE AM-SAV-PRIOR-FEES   TO WS-SAV-FEES
               END-IF
           END-IF.

           MOVE WS-SAV-ITEMS TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Withdrawals/transfers out:     " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-SAV-EXCESS TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "    Past the cycle limit:        " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-SAV-FEES TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Excess-activity fees:     " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.

      *> --- The mailing block: the owning customer's address
      *>     as ADDRMNT keeps it. No address on file prints a
      *>     chaser line so the branch gets one keyed ---
       3120-EXIT.
           CONTINUE.

      *> --- The account's history for the cycle: one START
      *>     at its first day, then READ NEXT until the
      *>     account or the cycle runs out. A transfer's
      *>     credit is filed under the account it landed on ---
       3140-PRINT-CYCLE-HISTORY.
           MOVE AM-ACCT-NO     TO TH-KEY-ACCT.
           MOVE WS-CYCLE-START TO TH-KEY-DATE.
           MOVE 0              TO TH-KEY-REF.
           MOVE "N" TO WS-HIST-EOF.
           START HISTORY-FILE KEY IS NOT LESS THAN TH-KEY
               INVALID KEY SET HIST-AT-END TO TRUE
           END-START.
           IF NOT HIST-AT-END
               PERFORM 3145-READ-NEXT-HISTORY
           END-IF.
           PERFORM UNTIL HIST-AT-END
               MOVE TH-SIDE      TO WS-POSTING-SIDE
               MOVE TH-TYPE      TO WS-PRT-TYPE
               MOVE TH-AMOUNT    TO WS-PRT-AMOUNT
               MOVE TH-DESC      TO WS-PRT-DESC
               MOVE TH-EFF-DATE  TO WS-PRT-EFF-DATE
               MOVE TH-KEY-REF   TO WS-PRT-REF
               PERFORM 3150-PRINT-POSTING-LINE
               PERFORM 3145-READ-NEXT-HISTORY
           END-PERFORM.

      *> --- Next history record for this account and cycle ---
       3145-READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT
               AT END SET HIST-AT-END TO TRUE
           END-READ.
           IF NOT HIST-AT-END
               IF TH-KEY-ACCT NOT = AM-ACCT-NO
                   OR TH-KEY-DATE > WS-CYCLE-END
                   SET HIST-AT-END TO TRUE
               ELSE
                   ADD 1 TO WS-HIST-READ
               END-IF
           END-IF.

      *> --- One posting detail line ---
       3150-PRINT-POSTING-LINE.
           ADD 1 TO WS-ACCT-POST-CNT.
           EVALUATE WS-PRT-TYPE
               WHEN "D" MOVE "Deposit    " TO WS-TYPE-LABEL
               WHEN "W" MOVE "Withdrawal " TO WS-TYPE-LABEL
               WHEN "T"
               WHEN OTHER MOVE "Posting    " TO WS-TYPE-LABEL
           END-EVALUATE.

           MOVE WS-PRT-AMOUNT TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  " WS-PRT-EFF-DATE
                  "  " WS-TYPE-LABEL
                  " " WS-DISP-AMT
                  "  " WS-PRT-DESC
                  " #" WS-PRT-REF
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
      *> --- Close up and report what was produced ---
       4000-CLEANUP.
           CLOSE ACCOUNT-MASTER.
           CLOSE HISTORY-FILE.
           CLOSE STMT-FILE.
           IF ADDR-FILE-PRESENT
               CLOSE ADDRESS-FILE
           DISPLAY "Statement run complete.".
           MOVE WS-STMT-COUNT TO WS-DISP-CNT.
           DISPLAY "  Statements printed: " WS-DISP-CNT.
           MOVE WS-HIST-READ TO WS-DISP-CNT.
           DISPLAY "  Postings printed:   " WS-DISP-CNT.
           DISPLAY "See " WS-STMT-FILENAME " for the statements.".

           COMPUTE WS-SPOOL-DATE = WS-STMT-MONTH * 100 + 1.
           END-CALL.

           IF POSTINGS-OVERFLOWED
               DISPLAY "WARNING: more than 2000 value-dated "
                   "entries in the cycle - statements are "
                   "incomplete."
           END-IF.
