      *>      valid-trans amounts type by type (D and W
      *>      exist only in the feed; other journal
      *>      types are system postings and are listed
      *>      for the reader). A "D" to a live loan is
      *>      a prepayment - it journals as a "Q" for its
      *>      principal only, so it is totalled apart.
      *>   3. The day's GL cash (1000) movement against
      *>      the same figures, prepayments included.
      *>
      *> In balance or not, with the out-of-balance
      *> legs named - ending RC 8 on any break so the
      *>   The day's valid-trans amounts by type
       01 WS-VALID-D          PIC 9(11)V99 VALUE 0.
       01 WS-VALID-W          PIC 9(11)V99 VALUE 0.
       01 WS-VALID-Q          PIC 9(11)V99 VALUE 0.

      *>   The day's GL cash movement
       01 WS-GL-CASH-NET      PIC S9(13)V99 VALUE 0.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-TOTAL-THE-MASTERS.
           PERFORM 3000-NET-THE-JOURNAL THRU 3000-EXIT.
           PERFORM 4000-TOTAL-VALID-TRANS THRU 4000-EXIT.
           PERFORM 5000-NET-GL-CASH THRU 5000-EXIT.
           PERFORM 6000-WRITE-THE-PROOF.
           STOP RUN.

                   TO WS-JT-NET(WS-JT-MATCH-IDX)
           END-IF.

      *> --- The day's accepted D and W amounts, a D that
      *>     landed on a live loan set aside as a prepayment
      *>     (the master says which) ---
       4000-TOTAL-VALID-TRANS.
           OPEN INPUT VALID-FILE.
           IF WS-VALID-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           MOVE "N" TO WS-EOF.
           READ VALID-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               EVALUATE VR-TYPE
                   WHEN "D" PERFORM 4100-TOTAL-ONE-DEPOSIT
                   WHEN "W" ADD VR-AMOUNT TO WS-VALID-W
               END-EVALUATE
               READ VALID-FILE
               END-READ
           END-PERFORM.
           CLOSE VALID-FILE.
           CLOSE ACCOUNT-MASTER.
       4000-EXIT.
           CONTINUE.

      *> --- One accepted D: a deposit, or a prepayment when
      *>     its account is a loan not charged off (money in
      *>     on a charged-off loan journals as a "D") ---
       4100-TOTAL-ONE-DEPOSIT.
           MOVE VR-ACCT-NO TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   MOVE SPACES TO AM-ACCT-TYPE
           END-READ.
           IF AM-ACCT-TYPE = "L" AND AM-LOAN-STATUS NOT = "X"
               ADD VR-AMOUNT TO WS-VALID-Q
           ELSE
               ADD VR-AMOUNT TO WS-VALID-D
           END-IF.

      *> --- The day's GL cash (1000) movement, net ---
       5000-NET-GL-CASH.
           OPEN INPUT GL-FILE.
           MOVE "PROOF 3: GL CASH MOVEMENT" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GL-CASH-NET TO WS-DISP-AMT.
           COMPUTE WS-DIFF =
               WS-VALID-D + WS-VALID-Q - WS-VALID-W.
           MOVE WS-DIFF TO WS-DISP-AMT2.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  GL 1000 net " WS-DISP-AMT
                  "  vs valid D+Q-W " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
               MOVE "  *** D LEG DISAGREES ***" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      *>   Prepayments journal only their principal, so the
      *>   amount taken prints for the eye beside the "Q"
      *>   system net below
           IF WS-VALID-Q > 0
               MOVE WS-VALID-Q TO WS-DISP-AMT2
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  Q: loan prepayments taken, valid "
                      WS-DISP-AMT2
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *> --- The withdrawal leg (journal nets negative) ---
       6200-PROVE-W-LEG.
