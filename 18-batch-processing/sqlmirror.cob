               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-MIRROR-ACCOUNTS THRU 2000-EXIT.
           PERFORM 3000-MIRROR-CUSTOMERS THRU 3000-EXIT.
           PERFORM 4000-MIRROR-VALID-TRANS THRU 4000-EXIT.
           PERFORM 5000-MIRROR-GL-POSTINGS THRU 5000-EXIT.
           PERFORM 9000-DISCONNECT-FROM-DATABASE.
           PERFORM 9500-CLEANUP.
           STOP RUN.
