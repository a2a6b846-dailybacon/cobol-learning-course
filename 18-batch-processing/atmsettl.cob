               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 2100-PROVE-ONE-TERMINAL THRU 2100-EXIT
               READ NETWORK-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
