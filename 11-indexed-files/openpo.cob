          05 PO-STATUS         PIC X.
          05 FILLER            PIC X.
          05 PO-DATE           PIC 9(8).
          05 FILLER            PIC X.
          05 PO-PROMISE-DATE   PIC 9(8).

       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-OPEN-LINES THRU 2000-EXIT.
           PERFORM 3000-REPORT-BY-SUPPLIER.
           PERFORM 4000-CLEANUP.
           STOP RUN.
