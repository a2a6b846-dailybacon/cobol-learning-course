      *>   card number -> linked account, through the
      *>   card master (card-master.dat, kept by
      *>   CARDMNT) - the network's raw mapping is no
      *>   longer trusted. Unknown, lost, blocked or
      *>   expired cards reject with a card-level
      *>   reason (a card is good through the end of
      *>   its expiry month, judged on the entry's own
      *>   date), and
      *>   each card's daily ATM withdrawal limit is
      *>   enforced across the day's interchange.
      *>
      *> One card on the master
       FD CARD-FILE.
       01 CARD-RECORD.
           COPY "cardrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ATM-STATUS      PIC XX.

      *>   The resolved account for the entry in hand
       01 WS-RESOLVED-ACCT   PIC X(8).
      *>   The entry's month, YYYYMM, against card expiry
       01 WS-ENTRY-MONTH     PIC 9(6).

      *>   Per-card withdrawals across the day's interchange,
      *>   so the daily limit holds however many entries the
       1060-SEED-CARD-MASTER.
           OPEN OUTPUT CARD-FILE.

           INITIALIZE CARD-RECORD.
           MOVE "CARD0001" TO CM-CARD-NO.
           MOVE "ACCT0002" TO CM-ACCT-NO.
           MOVE "A"        TO CM-STATUS.
           MOVE 500.00     TO CM-DAILY-LIMIT.
           MOVE 202712     TO CM-EXPIRY.
           MOVE 20241201   TO CM-ISSUE-DATE.
           WRITE CARD-RECORD.

           MOVE "CARD0002" TO CM-CARD-NO.
           MOVE "ACCT0004" TO CM-ACCT-NO.
           MOVE "A"        TO CM-STATUS.
           MOVE 1000.00    TO CM-DAILY-LIMIT.
           MOVE 202712     TO CM-EXPIRY.
           MOVE 20241201   TO CM-ISSUE-DATE.
           WRITE CARD-RECORD.

           MOVE "CARD0003" TO CM-CARD-NO.
           MOVE "ACCT0005" TO CM-ACCT-NO.
           MOVE "B"        TO CM-STATUS.
           MOVE 500.00     TO CM-DAILY-LIMIT.
           MOVE 202712     TO CM-EXPIRY.
           MOVE 20241201   TO CM-ISSUE-DATE.
      *>     Reported lost last week - blocked in CARDMNT
           WRITE CARD-RECORD.

           MOVE "CARD0004" TO CM-CARD-NO.
           MOVE "ACCT0001" TO CM-ACCT-NO.
           MOVE "A"        TO CM-STATUS.
           MOVE 500.00     TO CM-DAILY-LIMIT.
           MOVE 202412     TO CM-EXPIRY.
           MOVE 20211201   TO CM-ISSUE-DATE.
      *>     Ran out at the end of December, never renewed
           WRITE CARD-RECORD.

           CLOSE CARD-FILE.
           DISPLAY "Seeded card-master.dat.".

      *>     Unknown terminal - should reject
           WRITE ATM-RECORD.

           MOVE "TRM00401010000000000004000CARD0004"
               & "10439220250113" TO ATM-RECORD.
      *>     Expired card - should reject
           WRITE ATM-RECORD.

           CLOSE ATM-FILE.
           DISPLAY "Seeded atm-interchange.dat.".

           END-IF.

      *>   The card resolves through the master - the
      *>   network's raw mapping posts to nobody. Unknown,
      *>   blocked and expired cards reject with the card-level
      *>   reason; withdrawals count against the card's
      *>   daily limit across the whole day's interchange
           IF ENTRY-TRANSLATES
                       MOVE "Unknown card"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE AI-DATE(1:6) TO WS-ENTRY-MONTH
                       EVALUATE TRUE
                           WHEN CM-STATUS = "A"
                               AND CM-EXPIRY < WS-ENTRY-MONTH
                               MOVE "N" TO WS-XLATE-OK
                               MOVE "Card expired"
                                   TO WS-REJECT-REASON
                           WHEN CM-STATUS = "A"
                               MOVE CM-ACCT-NO
                                   TO WS-RESOLVED-ACCT
                           WHEN CM-STATUS = "L"
                               MOVE "N" TO WS-XLATE-OK
                               MOVE "Card reported lost"
                                   TO WS-REJECT-REASON
                           WHEN CM-STATUS = "S"
                               MOVE "N" TO WS-XLATE-OK
                               MOVE "Staff card held - leaver"
                                   TO WS-REJECT-REASON
                           WHEN OTHER
                               MOVE "N" TO WS-XLATE-OK
                               MOVE "Card blocked"

           IF ENTRY-TRANSLATES
               AND WS-TRANS-TYPE = "W"
               PERFORM 2150-CHECK-DAILY-LIMIT THRU 2150-EXIT
           END-IF.

      *>   The mapped account must still look like one of
               WRITE REJECT-RECORD
               ADD 1 TO WS-TOTAL-REJECT
           END-IF.
           PERFORM 2300-ROLL-TERMINAL-TOTAL THRU 2300-EXIT.

      *> --- This entry into its terminal's totals - rejects
      *>     included, because a reject the network settled
