       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 500 TIMES
             INDEXED BY WS-GEN-IDX.
             10 WS-GEN-REC      PIC X(200).

      *>   Per-account roll-forward accounting: entries
      *>   applied and the net amount, plus the running
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-RESTORE-GENERATION.
           PERFORM 3000-REPLAY-THE-JOURNAL THRU 3000-EXIT.
           PERFORM 4000-VERIFY-THE-RESULT.
           PERFORM 5000-WRITE-THE-REPORT.
           STOP RUN.
           END-READ.
           PERFORM UNTIL AT-END
               IF JR-POST-DATE > WS-GEN-DATE
                   PERFORM 3100-REPLAY-ONE-ENTRY THRU 3100-EXIT
               END-IF
               READ JOURNAL-FILE
                   AT END SET AT-END TO TRUE
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   PERFORM 3200-REPLAY-ORPHAN-ENTRY THRU 3200-EXIT
                   GO TO 3100-EXIT
           END-READ.

