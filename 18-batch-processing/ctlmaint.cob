      *>   cobc -x -I ../copybooks ctlmaint.cob
      *>       ../13-subprograms/codefmt.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o ctlmaint
      *>   ./ctlmaint
      *> ============================================
          05 FILLER PIC X(20) VALUE "LATE-FEE-AMT".
          05 FILLER PIC X(20) VALUE "RATE-TOLER-PCT".
          05 FILLER PIC X(20) VALUE "RATE-MAX-AGE-DAYS".
          05 FILLER PIC X(20) VALUE "CHARGEOFF-DAYS".
          05 FILLER PIC X(20) VALUE "PROV-PCT-CURRENT".
          05 FILLER PIC X(20) VALUE "PROV-PCT-UNDER-30".
          05 FILLER PIC X(20) VALUE "PROV-PCT-30-59".
          05 FILLER PIC X(20) VALUE "PROV-PCT-60-89".
          05 FILLER PIC X(20) VALUE "PROV-PCT-90-PLUS".
          05 FILLER PIC X(20) VALUE "PAYOFF-FEE".
          05 FILLER PIC X(20) VALUE "DISPUTE-PROV-DAYS".
          05 FILLER PIC X(20) VALUE "DISPUTE-RESOLVE-DAYS".
          05 FILLER PIC X(20) VALUE "DISPUTE-WARN-DAYS".
          05 FILLER PIC X(20) VALUE "GAP-CORE-PCT-CHK".
          05 FILLER PIC X(20) VALUE "GAP-CORE-PCT-SAV".
          05 FILLER PIC X(20) VALUE "DEPINS-LIMIT-SINGLE".
          05 FILLER PIC X(20) VALUE "DEPINS-LIMIT-JOINT".
          05 FILLER PIC X(20) VALUE "BOX-RENT-SMALL".
          05 FILLER PIC X(20) VALUE "BOX-RENT-MEDIUM".
          05 FILLER PIC X(20) VALUE "BOX-RENT-LARGE".
          05 FILLER PIC X(20) VALUE "BOX-GRACE-DAYS".
          05 FILLER PIC X(20) VALUE "BOX-DRILL-DAYS".
          05 FILLER PIC X(20) VALUE "CARD-VALID-YEARS".
          05 FILLER PIC X(20) VALUE "RISK-LOOKBACK-DAYS".
          05 FILLER PIC X(20) VALUE "RISK-CASH-HIGH".
          05 FILLER PIC X(20) VALUE "RISK-SCORE-MEDIUM".
          05 FILLER PIC X(20) VALUE "RISK-SCORE-HIGH".
          05 FILLER PIC X(20) VALUE "KYC-REVIEW-MOS-HIGH".
          05 FILLER PIC X(20) VALUE "KYC-REVIEW-MOS-MED".
          05 FILLER PIC X(20) VALUE "KYC-REVIEW-MOS-LOW".
          05 FILLER PIC X(20) VALUE "KYC-DUE-WARN-DAYS".
          05 FILLER PIC X(20) VALUE "KITE-WINDOW-DAYS".
          05 FILLER PIC X(20) VALUE "KITE-MIN-AMOUNT".
          05 FILLER PIC X(20) VALUE "KITE-REPEAT-XFERS".
          05 FILLER PIC X(20) VALUE "KITE-FLOAT-RISE-PCT".
          05 FILLER PIC X(20) VALUE "KITE-SCORE-SUSPECT".
          05 FILLER PIC X(20) VALUE "SAV-WD-LIMIT".
          05 FILLER PIC X(20) VALUE "SAV-EXCESS-ACTION".
          05 FILLER PIC X(20) VALUE "SAV-EXCESS-FEE".
          05 FILLER PIC X(20) VALUE "SAV-BREACH-CYCLES".
          05 FILLER PIC X(20) VALUE "BUDGET-VAR-PCT".
          05 FILLER PIC X(20) VALUE "BUDGET-VAR-MIN".
          05 FILLER PIC X(20) VALUE "AR-TERMS-DAYS".
          05 FILLER PIC X(20) VALUE "AR-FIN-CHG-PCT".
          05 FILLER PIC X(20) VALUE "OP-PASS-DAYS".
          05 FILLER PIC X(20) VALUE "OP-LOCKOUT-TRIES".
          05 FILLER PIC X(20) VALUE "OP-IDLE-DAYS".
       01 WS-KEY-LIST REDEFINES WS-KEY-LIST-DATA.
          05 WS-KNOWN-KEY OCCURS 62 TIMES PIC X(20).
       01 WS-KEY-IDX         PIC 9(2).
       01 WS-KEY-OK          PIC X.
          88 KEY-IS-KNOWN    VALUE "Y".
      *>   rewrites it
       01 WS-PM-COUNT        PIC 9(2) VALUE 0.
       01 WS-PM-TABLE.
          05 WS-PM-ENTRY OCCURS 90 TIMES.
             10 WS-PM-KEY      PIC X(20).
             10 WS-PM-VALUE    PIC 9(9)V99.
       01 WS-PM-IDX          PIC 9(2).
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-CHANGE-PARAMETER THRU 3000-EXIT
               WHEN 2 PERFORM 3500-STAGE-PARAMETER THRU 3500-EXIT
               WHEN 3 PERFORM 4000-ADD-HOLIDAY THRU 4000-EXIT
               WHEN 4 PERFORM 5000-ADD-STANDING-ORDER THRU 5000-EXIT
               WHEN 5 PERFORM 6000-LIST-PARAMETERS
               WHEN 6 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
       2100-VALIDATE-KEY.
           MOVE "N" TO WS-KEY-OK.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > 62
               IF WS-KNOWN-KEY(WS-KEY-IDX) = WS-ASK-KEY
                   MOVE "Y" TO WS-KEY-OK
               END-IF
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-PM-COUNT < 90
                   ADD 1 TO WS-PM-COUNT
                   MOVE PRM-KEY   TO WS-PM-KEY(WS-PM-COUNT)
                   MOVE PRM-VALUE TO WS-PM-VALUE(WS-PM-COUNT)
           IF NOT KEY-IS-KNOWN
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2200-LOAD-PARAMS THRU 2200-EXIT.
           MOVE 0 TO WS-PM-MATCH-IDX.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT

      *> --- The control file as it stands ---
       6000-LIST-PARAMETERS.
           PERFORM 2200-LOAD-PARAMS THRU 2200-EXIT.
           DISPLAY SPACES.
           DISPLAY "=== Parameters In Force ===".
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
