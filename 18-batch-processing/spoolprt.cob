       0000-MAIN.
           PERFORM 1000-LOAD-THE-INDEX.
           PERFORM 2000-LIST-THE-INDEX.
           PERFORM 3000-OFFER-REPRINT THRU 3000-EXIT.
           STOP RUN.

      *> --- The spool index into storage ---
