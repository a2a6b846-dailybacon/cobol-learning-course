          05 AR-PAID          PIC 9(9)V99.
          05 FILLER           PIC X.
          05 AR-STATUS        PIC X.
          05 FILLER           PIC X.
          05 AR-CREDITED      PIC 9(9)V99.

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(75).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-AGE-THE-ITEMS THRU 2000-EXIT.
           PERFORM 3000-WRITE-BAND-SUMMARY.
           PERFORM 4000-CLEANUP.
           STOP RUN.
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF AR-STATUS = "O"
                   PERFORM 2100-AGE-ONE-ITEM THRU 2100-EXIT
               END-IF
               READ AR-FILE
                   AT END SET END-OF-FILE TO TRUE

      *> --- One open invoice ---
       2100-AGE-ONE-ITEM.
      *>   An item raised before credit memos existed
      *>   carries no credited figure
           IF AR-CREDITED IS NOT NUMERIC
               MOVE 0 TO AR-CREDITED
           END-IF.
           COMPUTE WS-OUTSTANDING =
               AR-AMOUNT - AR-PAID - AR-CREDITED.
           IF WS-OUTSTANDING <= 0
               GO TO 2100-EXIT
           END-IF.
