               EVALUATE TRUE
                   WHEN DX-AGE-DAYS >= WS-STAT-DAYS
                       AND DX-BALANCE > 0
                       PERFORM 2200-SWEEP-ONE-ACCOUNT THRU 2200-EXIT
                   WHEN DX-AGE-DAYS >= WS-WARN-DAYS
                       PERFORM 2100-WRITE-ONE-LETTER
               END-EVALUATE
