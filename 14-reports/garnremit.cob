               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 2100-ROLL-ONE-TAKE THRU 2100-EXIT
               READ WITHHELD-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ

           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               PERFORM 3100-REMIT-ONE-CODE THRU 3100-EXIT
           END-PERFORM.

           CLOSE DIRECTDEP-FILE.
