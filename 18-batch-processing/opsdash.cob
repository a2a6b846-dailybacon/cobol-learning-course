       0000-MAIN.
           PERFORM UNTIL USER-DONE
               PERFORM 1000-PAINT-DASHBOARD
               PERFORM 3000-OFFER-DRILL-DOWN THRU 3000-EXIT
           END-PERFORM.
           DISPLAY SPACE BLANK SCREEN.
           STOP RUN.
               COMPUTE WS-DOW = FUNCTION MOD(WS-SCAN-INT, 7)
               IF WS-DOW NOT = 6 AND WS-DOW NOT = 0
                   ADD 1 TO WS-DAYS-SHOWN
                   PERFORM 1100-SHOW-ONE-DAY THRU 1100-EXIT
               END-IF
               SUBTRACT 1 FROM WS-SCAN-INT
           END-PERFORM.

           ADD 1 TO WS-ROW-LINE.
           PERFORM 2000-SHOW-STEP-PANEL THRU 2000-EXIT.
           ADD 1 TO WS-ROW-LINE.
           PERFORM 2500-SHOW-BASELINE-PANEL THRU 2500-EXIT.

      *> --- One business day from its eod summary ---
       1100-SHOW-ONE-DAY.
           MOVE 0 TO WS-REMAIN-SECS.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
               PERFORM 2700-SHOW-ONE-STEP-ROW THRU 2700-EXIT
           END-PERFORM.

           PERFORM 2800-PROJECT-WINDOW-END THRU 2800-EXIT.
       2500-EXIT.
           CONTINUE.

