           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 2000-IMPORT THRU 2000-EXIT
               WHEN 2 PERFORM 3000-EXPORT THRU 3000-EXIT
               WHEN 3 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.
           END-READ.
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-TOTAL-READ
               PERFORM 2100-IMPORT-ONE-LINE THRU 2100-EXIT
               READ IMPORT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
