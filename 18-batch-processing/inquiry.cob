      *> operator grepping valid-trans-YYYYMMDD.dat files
      *> by eye. Given an account and a date range, this
      *> utility shows the current balance from the
      *> master and every matching posting - filterable
      *> by transaction type and amount range - to the
      *> screen, or to a capture file the service desk
      *> can send on.
      *>
      *> The postings come off the transaction history
      *> file, keyed by account and date: one START at
      *> the first day asked for and READ NEXTs until the
      *> account or the range runs out, however many days
      *> or archived months the range spans. Anything
      *> still inside ARCHIVE's retention window is
      *> there.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks inquiry.cob -o inquiry
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   Every accepted posting, keyed by account, date
      *>   and reference - BATCH keeps it current
           SELECT HISTORY-FILE
               ASSIGN TO "transaction-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "account-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "histrec.cpy".
          05 TH-DATA.
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==TH-==.

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
       FD CAPTURE-FILE.
       01 CAPTURE-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS     PIC XX.
       01 WS-ACCT-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-CAPTURE-STATUS  PIC XX.
          88 CAPTURE-TO-FILE VALUE "F" "f".

       01 WS-TODAY-DATE       PIC 9(8).
       01 WS-CAPTURE-FILENAME PIC X(30).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-TAKE-THE-QUESTION.
           PERFORM 1500-SHOW-CURRENT-BALANCE THRU 1500-EXIT.
           PERFORM 2000-SCAN-DATE-RANGE THRU 2000-EXIT.
           PERFORM 3000-CLEANUP.
           STOP RUN.

       1500-EXIT.
           CONTINUE.

      *> --- The account's history from the first day asked
      *>     for to the last ---
       2000-SCAN-DATE-RANGE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               MOVE "No transaction history file - run HISTLOAD."
                   TO WS-OUT-LINE
               PERFORM 2950-PUT-LINE
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-ASK-ACCT  TO TH-KEY-ACCT.
           MOVE WS-FROM-DATE TO TH-KEY-DATE.
           MOVE 0            TO TH-KEY-REF.
           MOVE "N" TO WS-EOF.
           START HISTORY-FILE KEY IS NOT LESS THAN TH-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               PERFORM 2100-READ-NEXT-POSTING
           END-IF.
           PERFORM UNTIL END-OF-FILE
               PERFORM 2200-MATCH-ONE-POSTING THRU 2200-EXIT
               PERFORM 2100-READ-NEXT-POSTING
           END-PERFORM.
           CLOSE HISTORY-FILE.
       2000-EXIT.
           CONTINUE.

      *> --- Next history record, ending at the account's last
      *>     or the range's last day ---
       2100-READ-NEXT-POSTING.
           READ HISTORY-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE
               IF TH-KEY-ACCT NOT = WS-ASK-ACCT
                   OR TH-KEY-DATE > WS-TO-DATE
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.

      *> --- Does this posting answer the question? The
      *>     credit side of a transfer is filed under the
      *>     account it landed on ---
       2200-MATCH-ONE-POSTING.
           IF TH-SIDE = "C"
               MOVE "in " TO WS-LINE-SIDE
           ELSE
               MOVE "   " TO WS-LINE-SIDE
           END-IF.

           IF WS-TYPE-FILTER NOT = SPACE
               AND TH-TYPE NOT = WS-TYPE-FILTER
               GO TO 2200-EXIT
           END-IF.
           IF TH-AMOUNT < WS-MIN-AMOUNT
               GO TO 2200-EXIT
           END-IF.
           IF WS-MAX-AMOUNT > 0
               AND TH-AMOUNT > WS-MAX-AMOUNT
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-MATCH-COUNT.
           MOVE TH-AMOUNT TO WS-DISP-AMT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "  " TH-KEY-DATE
                  " " TH-TYPE
                  " " WS-LINE-SIDE
                  WS-DISP-AMT
                  " " TH-DESC
                  " #" TH-KEY-REF
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 2950-PUT-LINE.
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM 2950-PUT-LINE.
           IF CAPTURE-TO-FILE
               CLOSE CAPTURE-FILE
               DISPLAY "Capture written to "
