       MAIN-LOGIC.
           PERFORM 1000-FILE-STATUS-DEMO.
           PERFORM 2000-SIZE-ERROR-DEMO.
           PERFORM 3000-ROBUST-FILE-READ THRU 3000-EXIT.
           PERFORM 4000-RETRY-DEMO.
           STOP RUN.

