          05 SH-CUST-NO        PIC X(6).
          05 FILLER            PIC X VALUE ",".
          05 SH-INVOICED       PIC X.
          05 FILLER            PIC X VALUE ",".
          05 SH-INV-NO         PIC 9(6).
      *>     The invoice that billed it; zero until billed
          05 FILLER            PIC X VALUE ",".
          05 SH-COGS           PIC 9(9)V99.
          05 FILLER            PIC X VALUE ",".
          05 SH-CONTRACT-NO    PIC 9(6).
      *>     What the units cost, at the layers the
      *>     shipment consumed

       FD PRODUCT-FILE.
       01 PROD-RECORD.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ROLL-UP-HISTORY.
           PERFORM 3000-RANK-BY-REVENUE THRU 3000-EXIT.
           PERFORM 4000-WRITE-REPORT.
           STOP RUN.

               END-READ
           END-IF.
           PERFORM UNTIL END-OF-FILE
               PERFORM 4600-JUDGE-ONE-PRODUCT THRU 4600-EXIT
               READ PRODUCT-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
