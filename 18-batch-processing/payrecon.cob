       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-THE-LOG.
           PERFORM 2000-MATCH-THE-POSTINGS THRU 2000-EXIT.
           PERFORM 2500-PULL-REJECT-REASONS THRU 2500-EXIT.
           PERFORM 3000-WRITE-THE-REPORT.
           PERFORM 4000-CLEANUP.
           STOP RUN.
