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

      *> One commission rule
       FD RATES-FILE.
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           PERFORM 1050-REFUSE-A-RESTAGE THRU 1050-EXIT.

           OPEN INPUT RATES-FILE.
           IF WS-RATES-STATUS NOT = "00"
