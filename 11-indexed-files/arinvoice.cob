      *>   - issues one invoice per customer from the
      *>     AR number register (ar-control.dat),
      *>     printed to invoices-YYYYMMDD.txt;
      *>   - charges sales tax line by line where the
      *>     customer's ship-to state (customer-address.dat
      *>     on the batch side) is one we collect in, at
      *>     the state and locality rates effective on the
      *>     invoice date (sales-tax-rates.dat), unless the
      *>     product line is exempt (product-tax.dat) or
      *>     the customer holds an exemption certificate in
      *>     force (tax-exemptions.dat) - each line logged
      *>     to sales-tax-log.dat for TAXRTN's return;
      *>   - opens the receivable on ar-open-items.dat
      *>     (ARCASH applies the cash, ARAGING ages
      *>     what stays open);
      *>   - books receivables against sales revenue
      *>     and sales tax payable to gl-postings.dat,
      *>     which the nightly
      *>     window stages into LEDGER's roll-up;
      *>   - marks the history lines invoiced so they
      *>     can never bill twice, stamped with the
      *>     invoice number - the line number printed
      *>     on the invoice is the line's place among
      *>     them, which is how SALESRTN authorizes a
      *>     return against it.
      *>
      *> Once any tax rate is on file, a customer with no
      *> ship-to address cannot be taxed and is not billed:
      *> the lines wait, listed, until the address is set.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks arinvoice.cob
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      *>   The ship-to address is kept with the customer on
      *>   the batch side
           SELECT ADDRESS-FILE
               ASSIGN TO WS-ADDR-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CUST-NO
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT RATE-FILE
               ASSIGN TO "sales-tax-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PRODTAX-FILE
               ASSIGN TO "product-tax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.

           SELECT EXEMPT-FILE
               ASSIGN TO "tax-exemptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TE-STATUS.

           SELECT TAXLOG-FILE
               ASSIGN TO "sales-tax-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

       DATA DIVISION.
       FILE SECTION.

          05 SH-CUST-NO        PIC X(6).
          05 FILLER            PIC X VALUE ",".
          05 SH-INVOICED      PIC X.
          05 FILLER            PIC X VALUE ",".
          05 SH-INV-NO         PIC 9(6).
      *>     The invoice that billed it; zero until billed
          05 FILLER            PIC X VALUE ",".
          05 SH-COGS           PIC 9(9)V99.
          05 FILLER            PIC X VALUE ",".
          05 SH-CONTRACT-NO    PIC 9(6).
      *>     What the units cost, at the layers the
      *>     shipment consumed

      *> One open receivable
       FD AR-FILE.
          05 AR-PAID          PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 AR-STATUS        PIC X.
      *>     O=Open, P=Paid - or settled by credit memo
          05 FILLER           PIC X VALUE ",".
          05 AR-CREDITED      PIC 9(9)V99.
      *>     Credit memos ARCREDIT has raised against it;
      *>     what is owed is AR-AMOUNT less AR-PAID less
      *>     this

      *> The next invoice number, carried run to run like
      *> BATCH's ref-control.dat, and the next credit-memo
      *> number ARCREDIT issues from the same register
       FD ARCTL-FILE.
       01 ARCTL-RECORD.
          05 AC-NEXT-INV      PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 AC-NEXT-CM       PIC 9(6).

       FD GL-FILE.
       01 GL-POSTING-RECORD.
       FD INVOICE-FILE.
       01 INVOICE-LINE       PIC X(70).

       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY "addrrec.cpy".

       FD RATE-FILE.
       01 TAX-RATE-RECORD.
           COPY "taxrate.cpy".

       FD PRODTAX-FILE.
       01 PRODUCT-TAX-RECORD.
           COPY "prodtax.cpy".

       FD EXEMPT-FILE.
       01 TAX-EXEMPTION-RECORD.
           COPY "taxexmt.cpy".

       FD TAXLOG-FILE.
       01 TAX-LOG-RECORD.
           COPY "taxlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SALES-STATUS    PIC XX.
           COPY "filestat.cpy".
       01 WS-ARCTL-STATUS    PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-INV-STATUS      PIC XX.
       01 WS-ADDR-STATUS     PIC XX.
       01 WS-RATE-STATUS     PIC XX.
       01 WS-PT-STATUS       PIC XX.
       01 WS-TE-STATUS       PIC XX.
       01 WS-TL-STATUS       PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-INVOICE-FILENAME PIC X(22).
       01 WS-NEXT-INV         PIC 9(6) VALUE 1.
       01 WS-NEXT-CM          PIC 9(6) VALUE 1.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
             10 WS-SH-DATE     PIC 9(8).
             10 WS-SH-CUST     PIC X(6).
             10 WS-SH-INV      PIC X.
             10 WS-SH-INVNO    PIC 9(6).
             10 WS-SH-COGS     PIC 9(9)V99.
             10 WS-SH-CONTRACT PIC 9(6).
             10 WS-SH-HELD     PIC X.
      *>           Y=Customer's invoice held this run for
      *>           want of a ship-to address
       01 WS-SH-IDX          PIC 9(4).
       01 WS-SH-IDX2         PIC 9(4).
      *>     2100 walks the table inside 2000's walk - each
       01 WS-THIS-CUST       PIC X(6).
       01 WS-INV-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-INV-LINES       PIC 9(4) VALUE 0.
       01 WS-LINE-NO         PIC 9(3).
       01 WS-INVOICES-OUT    PIC 9(3) VALUE 0.
       01 WS-BILLED-TOTAL    PIC 9(9)V99 VALUE 0.

      *>   Sales tax: the rates, the exempt product lines and
      *>   the customers' certificates, in storage for the run
       01 WS-TAX-ON          PIC X VALUE "N".
          88 TAX-IS-ON       VALUE "Y".
      *>     Y=At least one rate on file - we collect
       01 WS-ADDR-OPEN       PIC X VALUE "N".
       01 WS-ADDR-FILENAME   PIC X(43)
           VALUE "../18-batch-processing/customer-address.dat".
       01 WS-TX-COUNT        PIC 9(3) VALUE 0.
       01 WS-TX-TABLE.
          05 WS-TX-ENTRY OCCURS 300 TIMES.
             10 WS-TX-STATE    PIC X(2).
             10 WS-TX-LOCAL    PIC X(20).
             10 WS-TX-EFF      PIC 9(8).
             10 WS-TX-RATE     PIC 9(2)V9(3).
       01 WS-TX-IDX          PIC 9(3).
       01 WS-BEST-EFF        PIC 9(8).
       01 WS-PT-COUNT        PIC 9(3) VALUE 0.
       01 WS-PT-TABLE.
          05 WS-PT-ENTRY OCCURS 500 TIMES.
             10 WS-PT-PROD     PIC X(5).
             10 WS-PT-TAXABLE  PIC X.
       01 WS-PT-IDX          PIC 9(3).
       01 WS-TE-COUNT        PIC 9(3) VALUE 0.
       01 WS-TE-TABLE.
          05 WS-TE-ENTRY OCCURS 300 TIMES.
             10 WS-TE-CUST     PIC X(6).
             10 WS-TE-CERT     PIC X(20).
             10 WS-TE-EXPIRY   PIC 9(8).
       01 WS-TE-IDX          PIC 9(3).

      *>   One customer's jurisdiction and standing
       01 WS-CUST-HELD       PIC X.
          88 CUST-IS-HELD    VALUE "Y".
       01 WS-COLLECTS        PIC X.
          88 WE-COLLECT      VALUE "Y".
      *>     Y=The ship-to state has a state rate in force
       01 WS-SHIP-STATE      PIC X(2).
       01 WS-SHIP-CITY       PIC X(20).
       01 WS-TAX-LOCALITY    PIC X(20).
      *>     The ship-to city when it has a rate of its own,
      *>     else spaces - the return's jurisdiction
       01 WS-STATE-RATE      PIC 9(2)V9(3).
       01 WS-LOCAL-RATE      PIC 9(2)V9(3).
       01 WS-CERT-STATE      PIC X.
          88 CERT-IN-FORCE   VALUE "F".
          88 CERT-LAPSED     VALUE "L".
       01 WS-CERT-NO         PIC X(20).
       01 WS-CERT-EXPIRY     PIC 9(8).

      *>   One line's tax, and the invoice's
       01 WS-EXEMPT-WHY      PIC X.
       01 WS-LINE-STATE-TAX  PIC 9(7)V99.
       01 WS-LINE-LOCAL-TAX  PIC 9(7)V99.
       01 WS-LINE-TAX        PIC 9(7)V99.
       01 WS-INV-STATE-TAX   PIC 9(7)V99.
       01 WS-INV-LOCAL-TAX   PIC 9(7)V99.
       01 WS-INV-TAX         PIC 9(7)V99.
       01 WS-INV-DUE         PIC 9(9)V99.
       01 WS-TAX-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-HELD-CUSTS      PIC 9(3) VALUE 0.

       01 WS-DISP-AMT        PIC $Z(7),ZZ9.99.
       01 WS-DISP-TAX        PIC $Z(5)9.99.
       01 WS-DISP-RATE       PIC Z9.999.
       01 WS-TAX-TEXT        PIC X(16).
       01 WS-DETAIL          PIC X(70).

       PROCEDURE DIVISION.
           IF WS-ARCTL-STATUS = "00"
               READ ARCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE AC-NEXT-INV TO WS-NEXT-INV
      *>               A register written before credit memos
      *>               carries no memo number yet
                       IF AC-NEXT-CM IS NUMERIC
                           MOVE AC-NEXT-CM TO WS-NEXT-CM
                       END-IF
               END-READ
               CLOSE ARCTL-FILE
           END-IF.
               MOVE SH-DATE      TO WS-SH-DATE(WS-SH-COUNT)
               MOVE SH-CUST-NO   TO WS-SH-CUST(WS-SH-COUNT)
               MOVE SH-INVOICED  TO WS-SH-INV(WS-SH-COUNT)
               MOVE "N"          TO WS-SH-HELD(WS-SH-COUNT)
      *>           Lines logged before the invoice stamp and
      *>           the shipment cost existed carry neither
               IF SH-INV-NO IS NUMERIC
                   MOVE SH-INV-NO TO WS-SH-INVNO(WS-SH-COUNT)
               ELSE
                   MOVE 0 TO WS-SH-INVNO(WS-SH-COUNT)
               END-IF
               IF SH-COGS IS NUMERIC
                   MOVE SH-COGS TO WS-SH-COGS(WS-SH-COUNT)
               ELSE
                   MOVE 0 TO WS-SH-COGS(WS-SH-COUNT)
               END-IF
      *>           Nor, before contract pricing, a contract
               IF SH-CONTRACT-NO IS NUMERIC
                   MOVE SH-CONTRACT-NO
                       TO WS-SH-CONTRACT(WS-SH-COUNT)
               ELSE
                   MOVE 0 TO WS-SH-CONTRACT(WS-SH-COUNT)
               END-IF
               READ SALES-HISTORY
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SALES-HISTORY.

           PERFORM 1100-LOAD-TAX-TABLES THRU 1100-EXIT.

           OPEN OUTPUT INVOICE-FILE.
           OPEN EXTEND AR-FILE.
           IF WS-AR-STATUS NOT = "00"
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.

      *> --- The tax rates, exempt product lines and
      *>     certificates; none of it matters until a rate
      *>     is on file ---
       1100-LOAD-TAX-TABLES.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ RATE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-TX-COUNT >= 300
      *>           A rate left out would bill short
                   DISPLAY "ABEND: more than 300 sales tax "
                       "rates - raise WS-TX-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TX-COUNT
               MOVE TX-STATE    TO WS-TX-STATE(WS-TX-COUNT)
               MOVE TX-LOCALITY TO WS-TX-LOCAL(WS-TX-COUNT)
               MOVE TX-EFF-DATE TO WS-TX-EFF(WS-TX-COUNT)
               MOVE TX-RATE-PCT TO WS-TX-RATE(WS-TX-COUNT)
               READ RATE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
           IF WS-TX-COUNT = 0
               GO TO 1100-EXIT
           END-IF.
           MOVE "Y" TO WS-TAX-ON.

           OPEN INPUT PRODTAX-FILE.
           IF WS-PT-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ PRODTAX-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-PT-COUNT >= 500
                       DISPLAY "ABEND: more than 500 product "
                           "tax flags - raise WS-PT-TABLE."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PT-COUNT
                   MOVE PT-PROD-ID  TO WS-PT-PROD(WS-PT-COUNT)
                   MOVE PT-TAXABLE  TO WS-PT-TAXABLE(WS-PT-COUNT)
                   READ PRODTAX-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PRODTAX-FILE
           END-IF.

           OPEN INPUT EXEMPT-FILE.
           IF WS-TE-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ EXEMPT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-TE-COUNT >= 300
                       DISPLAY "ABEND: more than 300 exemption "
                           "certificates - raise WS-TE-TABLE."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TE-COUNT
                   MOVE TE-CUST-NO TO WS-TE-CUST(WS-TE-COUNT)
                   MOVE TE-CERT-NO TO WS-TE-CERT(WS-TE-COUNT)
                   MOVE TE-EXPIRY  TO WS-TE-EXPIRY(WS-TE-COUNT)
                   READ EXEMPT-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EXEMPT-FILE
           END-IF.

           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDR-STATUS = "00"
               MOVE "Y" TO WS-ADDR-OPEN
           ELSE
               DISPLAY "No customer-address.dat - every invoice "
                   "is held until ship-to addresses are on file."
           END-IF.
           OPEN EXTEND TAXLOG-FILE.
           IF WS-TL-STATUS NOT = "00"
               OPEN OUTPUT TAXLOG-FILE
           END-IF.
           INITIALIZE TAX-LOG-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
       1100-EXIT.
           CONTINUE.

      *> --- One invoice per customer with unbilled lines ---
       2000-INVOICE-BY-CUSTOMER.
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               IF WS-SH-INV(WS-SH-IDX) NOT = "Y"
                   AND WS-SH-HELD(WS-SH-IDX) NOT = "Y"
                   AND WS-SH-CUST(WS-SH-IDX) NOT = SPACES
                   MOVE WS-SH-CUST(WS-SH-IDX)
                       TO WS-THIS-CUST
                   PERFORM 2050-CUSTOMER-TAX THRU 2050-EXIT
                   IF CUST-IS-HELD
                       PERFORM 2060-HOLD-CUSTOMER
                   ELSE
                       PERFORM 2100-RAISE-ONE-INVOICE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE INVOICE-FILE.
           CLOSE AR-FILE.
           CLOSE GL-FILE.
           IF TAX-IS-ON
               CLOSE TAXLOG-FILE
               IF WS-ADDR-OPEN = "Y"
                   CLOSE ADDRESS-FILE
               END-IF
           END-IF.

      *> --- Where the customer's goods ship to, the rates
      *>     in force there on the invoice date, and any
      *>     exemption certificate ---
       2050-CUSTOMER-TAX.
           MOVE "N"    TO WS-CUST-HELD.
           MOVE "N"    TO WS-COLLECTS.
           MOVE SPACES TO WS-SHIP-STATE.
           MOVE SPACES TO WS-SHIP-CITY.
           MOVE SPACES TO WS-TAX-LOCALITY.
           MOVE 0      TO WS-STATE-RATE.
           MOVE 0      TO WS-LOCAL-RATE.
           MOVE SPACE  TO WS-CERT-STATE.
           IF NOT TAX-IS-ON
               GO TO 2050-EXIT
           END-IF.
           IF WS-ADDR-OPEN NOT = "Y"
               MOVE "Y" TO WS-CUST-HELD
               GO TO 2050-EXIT
           END-IF.
           MOVE WS-THIS-CUST TO CA-CUST-NO.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE "Y" TO WS-CUST-HELD
           END-READ.
           IF CUST-IS-HELD
               GO TO 2050-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(CA-STATE) TO WS-SHIP-STATE.
           MOVE FUNCTION UPPER-CASE(CA-CITY)  TO WS-SHIP-CITY.

      *>   The latest state rate effective by the invoice
      *>   date - none, and we do not collect there
           MOVE 0 TO WS-BEST-EFF.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
               IF WS-TX-STATE(WS-TX-IDX) = WS-SHIP-STATE
                   AND WS-TX-LOCAL(WS-TX-IDX) = SPACES
                   AND WS-TX-EFF(WS-TX-IDX) <= WS-PROCESS-DATE
                   AND WS-TX-EFF(WS-TX-IDX) >= WS-BEST-EFF
                   MOVE WS-TX-EFF(WS-TX-IDX)  TO WS-BEST-EFF
                   MOVE WS-TX-RATE(WS-TX-IDX) TO WS-STATE-RATE
                   MOVE "Y" TO WS-COLLECTS
               END-IF
           END-PERFORM.
           IF NOT WE-COLLECT
               GO TO 2050-EXIT
           END-IF.

      *>   ...and the locality's on top, where it has one
           MOVE 0 TO WS-BEST-EFF.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
               IF WS-TX-STATE(WS-TX-IDX) = WS-SHIP-STATE
                   AND WS-TX-LOCAL(WS-TX-IDX) = WS-SHIP-CITY
                   AND WS-SHIP-CITY NOT = SPACES
                   AND WS-TX-EFF(WS-TX-IDX) <= WS-PROCESS-DATE
                   AND WS-TX-EFF(WS-TX-IDX) >= WS-BEST-EFF
                   MOVE WS-TX-EFF(WS-TX-IDX)  TO WS-BEST-EFF
                   MOVE WS-TX-RATE(WS-TX-IDX) TO WS-LOCAL-RATE
                   MOVE WS-SHIP-CITY TO WS-TAX-LOCALITY
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-TE-IDX FROM 1 BY 1
                   UNTIL WS-TE-IDX > WS-TE-COUNT
               IF WS-TE-CUST(WS-TE-IDX) = WS-THIS-CUST
                   MOVE WS-TE-CERT(WS-TE-IDX)   TO WS-CERT-NO
                   MOVE WS-TE-EXPIRY(WS-TE-IDX) TO WS-CERT-EXPIRY
                   IF WS-TE-EXPIRY(WS-TE-IDX) >= WS-PROCESS-DATE
                       MOVE "F" TO WS-CERT-STATE
                   ELSE
                       MOVE "L" TO WS-CERT-STATE
                   END-IF
               END-IF
           END-PERFORM.
       2050-EXIT.
           CONTINUE.

      *> --- No ship-to address: the customer's lines wait
      *>     unbilled for this run ---
       2060-HOLD-CUSTOMER.
           PERFORM VARYING WS-SH-IDX2 FROM 1 BY 1
                   UNTIL WS-SH-IDX2 > WS-SH-COUNT
               IF WS-SH-INV(WS-SH-IDX2) NOT = "Y"
                   AND WS-SH-CUST(WS-SH-IDX2) = WS-THIS-CUST
                   MOVE "Y" TO WS-SH-HELD(WS-SH-IDX2)
               END-IF
           END-PERFORM.
           DISPLAY "  Customer " WS-THIS-CUST " has no ship-to "
               "address - not billed, tax cannot be worked out.".
           ADD 1 TO WS-HELD-CUSTS.

      *> --- Every unbilled line of one customer, onto one
      *>     invoice, the receivable opened and booked ---
       2100-RAISE-ONE-INVOICE.
           MOVE 0 TO WS-INV-TOTAL.
           MOVE 0 TO WS-INV-LINES.
           MOVE 0 TO WS-INV-STATE-TAX.
           MOVE 0 TO WS-INV-LOCAL-TAX.

           MOVE "=================================="
               & "===================================="
               IF WS-SH-INV(WS-SH-IDX2) NOT = "Y"
                   AND WS-SH-CUST(WS-SH-IDX2) = WS-THIS-CUST
                   MOVE "Y" TO WS-SH-INV(WS-SH-IDX2)
                   MOVE WS-NEXT-INV TO WS-SH-INVNO(WS-SH-IDX2)
                   ADD WS-SH-EXT(WS-SH-IDX2) TO WS-INV-TOTAL
                   ADD 1 TO WS-INV-LINES
                   MOVE WS-INV-LINES TO WS-LINE-NO
                   PERFORM 2150-TAX-ONE-LINE THRU 2150-EXIT
                   MOVE WS-SH-EXT(WS-SH-IDX2) TO WS-DISP-AMT
                   MOVE SPACES TO WS-DETAIL
                   STRING "  " WS-LINE-NO
                          "  " WS-SH-PROD(WS-SH-IDX2)
                          " x " WS-SH-QTY(WS-SH-IDX2)
                          "  " WS-DISP-AMT
                          "  sold " WS-SH-DATE(WS-SH-IDX2)
                          WS-TAX-TEXT
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
                   MOVE WS-DETAIL TO INVOICE-LINE
                   WRITE INVOICE-LINE
                   IF WS-SH-CONTRACT(WS-SH-IDX2) > 0
                       MOVE SPACES TO WS-DETAIL
                       STRING "        at your contract price, "
                              "contract "
                              WS-SH-CONTRACT(WS-SH-IDX2)
                           DELIMITED BY SIZE INTO WS-DETAIL
                       END-STRING
                       MOVE WS-DETAIL TO INVOICE-LINE
                       WRITE INVOICE-LINE
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE WS-INV-TAX = WS-INV-STATE-TAX
               + WS-INV-LOCAL-TAX.
           COMPUTE WS-INV-DUE = WS-INV-TOTAL + WS-INV-TAX.
           IF WE-COLLECT
               PERFORM 2200-PRINT-TAX-SUMMARY
           END-IF.

           MOVE WS-INV-DUE TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  TOTAL DUE: " WS-DISP-AMT
                  "   pay ref: INV " WS-NEXT-INV
           MOVE WS-NEXT-INV     TO AR-INV-NO.
           MOVE WS-THIS-CUST    TO AR-CUST-NO.
           MOVE WS-PROCESS-DATE TO AR-INV-DATE.
           MOVE WS-INV-DUE      TO AR-AMOUNT.
           MOVE 0               TO AR-PAID.
           MOVE 0               TO AR-CREDITED.
           MOVE "O"             TO AR-STATUS.
           WRITE AR-RECORD.

      *>   Receivable up, revenue recognized, the tax owed
      *>   on to the states
           MOVE WS-PROCESS-DATE TO GL-POST-DATE.
           MOVE "1300"          TO GL-ACCT-CODE.
           MOVE "D"             TO GL-DR-CR.
           MOVE WS-INV-DUE      TO GL-AMOUNT.
           MOVE "ARINVOIC"      TO GL-SOURCE.
           MOVE "Customer invoice" TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "4500"          TO GL-ACCT-CODE.
           MOVE "C"             TO GL-DR-CR.
           MOVE WS-INV-TOTAL    TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF WS-INV-TAX > 0
               MOVE "2800"      TO GL-ACCT-CODE
               MOVE WS-INV-TAX  TO GL-AMOUNT
               MOVE "Sales tax collected" TO GL-DESC
               WRITE GL-POSTING-RECORD
           END-IF.

           ADD 1 TO WS-INVOICES-OUT.
           ADD WS-INV-DUE TO WS-BILLED-TOTAL.
           ADD WS-INV-TAX TO WS-TAX-TOTAL.
           ADD 1 TO WS-NEXT-INV.

      *> --- One line's tax - or its exemption - logged for
      *>     the return ---
       2150-TAX-ONE-LINE.
           MOVE SPACES TO WS-TAX-TEXT.
           MOVE SPACE  TO WS-EXEMPT-WHY.
           MOVE 0 TO WS-LINE-STATE-TAX.
           MOVE 0 TO WS-LINE-LOCAL-TAX.
           IF NOT WE-COLLECT
               GO TO 2150-EXIT
           END-IF.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-PROD(WS-PT-IDX) = WS-SH-PROD(WS-SH-IDX2)
                   AND WS-PT-TAXABLE(WS-PT-IDX) = "N"
                   MOVE "P" TO WS-EXEMPT-WHY
               END-IF
           END-PERFORM.
           IF WS-EXEMPT-WHY = SPACE AND CERT-IN-FORCE
               MOVE "C" TO WS-EXEMPT-WHY
           END-IF.

           MOVE WS-NEXT-INV     TO TL-INV-NO.
           MOVE WS-LINE-NO      TO TL-LINE-NO.
           MOVE "I"             TO TL-KIND.
           MOVE WS-NEXT-INV     TO TL-DOC-NO.
           MOVE WS-PROCESS-DATE TO TL-DATE.
           MOVE WS-THIS-CUST    TO TL-CUST-NO.
           MOVE WS-SHIP-STATE   TO TL-STATE.
           MOVE WS-TAX-LOCALITY TO TL-LOCALITY.
           MOVE WS-EXEMPT-WHY   TO TL-EXEMPT-WHY.
           MOVE WS-STATE-RATE   TO TL-STATE-RATE.
           MOVE WS-LOCAL-RATE   TO TL-LOCAL-RATE.
           IF WS-EXEMPT-WHY = SPACE
               COMPUTE WS-LINE-STATE-TAX ROUNDED =
                   WS-SH-EXT(WS-SH-IDX2) * WS-STATE-RATE / 100
               COMPUTE WS-LINE-LOCAL-TAX ROUNDED =
                   WS-SH-EXT(WS-SH-IDX2) * WS-LOCAL-RATE / 100
               MOVE WS-SH-EXT(WS-SH-IDX2) TO TL-TAXABLE-AMT
               MOVE 0 TO TL-EXEMPT-AMT
               COMPUTE WS-LINE-TAX = WS-LINE-STATE-TAX
                   + WS-LINE-LOCAL-TAX
               MOVE WS-LINE-TAX TO WS-DISP-TAX
               STRING "  tax " WS-DISP-TAX
                   DELIMITED BY SIZE INTO WS-TAX-TEXT
               END-STRING
           ELSE
               MOVE 0 TO TL-TAXABLE-AMT
               MOVE WS-SH-EXT(WS-SH-IDX2) TO TL-EXEMPT-AMT
               MOVE "  exempt" TO WS-TAX-TEXT
           END-IF.
           MOVE WS-LINE-STATE-TAX TO TL-STATE-TAX.
           MOVE WS-LINE-LOCAL-TAX TO TL-LOCAL-TAX.
           WRITE TAX-LOG-RECORD.
           ADD WS-LINE-STATE-TAX TO WS-INV-STATE-TAX.
           ADD WS-LINE-LOCAL-TAX TO WS-INV-LOCAL-TAX.
       2150-EXIT.
           CONTINUE.

      *> --- Goods, the tax by jurisdiction, and the
      *>     certificate it was waived on ---
       2200-PRINT-TAX-SUMMARY.
           MOVE WS-INV-TOTAL TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  GOODS:     " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE WS-INV-STATE-TAX TO WS-DISP-AMT.
           MOVE WS-STATE-RATE TO WS-DISP-RATE.
           MOVE SPACES TO WS-DETAIL.
           STRING "  STATE TAX: " WS-DISP-AMT
                  "   " WS-SHIP-STATE " at " WS-DISP-RATE "%"
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           IF WS-TAX-LOCALITY NOT = SPACES
               MOVE WS-INV-LOCAL-TAX TO WS-DISP-AMT
               MOVE WS-LOCAL-RATE TO WS-DISP-RATE
               MOVE SPACES TO WS-DETAIL
               STRING "  LOCAL TAX: " WS-DISP-AMT
                      "   " DELIMITED BY SIZE
                      WS-TAX-LOCALITY DELIMITED BY "  "
                      " at " WS-DISP-RATE "%" DELIMITED BY SIZE
                   INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.
           MOVE SPACES TO WS-DETAIL.
           IF CERT-IN-FORCE
               STRING "  Tax exempt: certificate "
                      DELIMITED BY SIZE
                      WS-CERT-NO DELIMITED BY "  "
                      " to " WS-CERT-EXPIRY DELIMITED BY SIZE
                   INTO WS-DETAIL
               END-STRING
           END-IF.
           IF CERT-LAPSED
               STRING "  Exemption certificate "
                      DELIMITED BY SIZE
                      WS-CERT-NO DELIMITED BY "  "
                      " lapsed " WS-CERT-EXPIRY " - taxed"
                      DELIMITED BY SIZE
                   INTO WS-DETAIL
               END-STRING
           END-IF.
           IF WS-DETAIL NOT = SPACES
               MOVE WS-DETAIL TO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.

      *> --- The history back with the billed marks on ---
       3000-REWRITE-HISTORY.
           OPEN OUTPUT SALES-HISTORY.
               MOVE WS-SH-DATE(WS-SH-IDX) TO SH-DATE
               MOVE WS-SH-CUST(WS-SH-IDX) TO SH-CUST-NO
               MOVE WS-SH-INV(WS-SH-IDX)  TO SH-INVOICED
               MOVE WS-SH-INVNO(WS-SH-IDX) TO SH-INV-NO
               MOVE WS-SH-COGS(WS-SH-IDX) TO SH-COGS
               MOVE WS-SH-CONTRACT(WS-SH-IDX) TO SH-CONTRACT-NO
               WRITE SALES-HISTORY-RECORD
           END-PERFORM.
           CLOSE SALES-HISTORY.

      *> --- The register forward, and the take reported ---
       4000-CLEANUP.
           INITIALIZE ARCTL-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-NEXT-INV TO AC-NEXT-INV.
           MOVE WS-NEXT-CM  TO AC-NEXT-CM.
           OPEN OUTPUT ARCTL-FILE.
           WRITE ARCTL-RECORD.
           CLOSE ARCTL-FILE.
           MOVE WS-BILLED-TOTAL TO WS-DISP-AMT.
           DISPLAY "Invoices raised: " WS-INVOICES-OUT
               "  billed " WS-DISP-AMT.
           IF TAX-IS-ON
               MOVE WS-TAX-TOTAL TO WS-DISP-AMT
               DISPLAY "Sales tax charged: " WS-DISP-AMT
                   "  (sales-tax-log.dat)"
           END-IF.
           IF WS-HELD-CUSTS > 0
               DISPLAY "Customers held for want of a ship-to "
                   "address: " WS-HELD-CUSTS
           END-IF.
           DISPLAY "See " WS-INVOICE-FILENAME
               "; open items on ar-open-items.dat.".
