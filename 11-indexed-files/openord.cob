          05 OB-ORDER-DATE     PIC 9(8).
          05 FILLER            PIC X.
          05 OB-SHIP-DATE      PIC 9(8).
          05 FILLER            PIC X.
          05 OB-CUST-PO        PIC X(10).
          05 FILLER            PIC X.
          05 OB-CUST-PO-LINE   PIC 9(3).

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(70).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-AGE-THE-BOOK THRU 2000-EXIT.
           PERFORM 3000-CLEANUP.
           STOP RUN.

