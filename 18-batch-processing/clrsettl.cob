       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-REGISTER.
           PERFORM 2000-APPLY-ACKNOWLEDGMENTS THRU 2000-EXIT.
           PERFORM 3000-REPORT-UNACKNOWLEDGED.
           PERFORM 4000-REWRITE-REGISTER.
           PERFORM 5000-CLEANUP.
