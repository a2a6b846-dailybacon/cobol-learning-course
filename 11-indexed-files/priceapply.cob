           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PND-DATE(WS-PEND-IDX) <= WS-PROCESS-DATE
                   PERFORM 2100-APPLY-ONE-CHANGE THRU 2100-EXIT
               END-IF
           END-PERFORM.
           CLOSE PRODUCT-FILE.
