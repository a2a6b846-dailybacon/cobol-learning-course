           END-READ.
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-TOTAL-EVENTS
               PERFORM 2100-ROLL-ONE-EVENT THRU 2100-EXIT
               READ LOG-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
