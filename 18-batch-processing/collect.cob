       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-AGE-THE-FILE THRU 2000-EXIT.
           PERFORM 3000-WRITE-BAND-SUMMARY.
           PERFORM 4000-CLEANUP.
           STOP RUN.
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 2100-AGE-ONE-LOAN THRU 2100-EXIT
               READ DELINQ-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
