       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIORDIN.
       AUTHOR. LEARNER.

      *> ============================================
      *> Inbound EDI order translator
      *> ============================================
      *> Our largest trade customers send their orders
      *> as a fixed-format interchange instead of the
      *> spreadsheets that used to be re-keyed into
      *> sales-orders.dat. This translator reads the
      *> day's inbound file (edi-orders-in.dat), checks
      *> each interchange's control totals, validates
      *> every order line, stages the clean ones on
      *> edi-orders.dat for the INDEXED menu's next sales
      *> order run to book, and drops the rest into
      *> edi-rejects.dat with the reason.
      *>
      *> An interchange is a header, its order lines
      *> and a trailer:
      *>   H  sender id, control number, date sent
      *>   D  customer order number and line, product,
      *>      quantity - the lines of one order share
      *>      its order number
      *>   T  line count and quantity hash total
      *>
      *> The whole interchange is refused when the
      *> trailer disagrees with the lines, the sender is
      *> not a trading partner on edi-partners.dat (see
      *> ediprtnr.cpy) or is suspended, the control
      *> number is not past the last one taken (a re-sent
      *> file), or the customer has no trade terms on
      *> credit-terms.dat. Otherwise each line stands on
      *> its own: it needs an order number, a product on
      *> products.dat and a quantity of 1 to 9999.
      *>
      *> Every interchange gets an acknowledgment on
      *> edi-acks-out.dat for the customer: a header, a
      *> line for each rejected order line with the
      *> reason, a line for every order received - A
      *> accepted, P part accepted, R rejected - and a
      *> trailer with the control totals.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks ediordin.cob -o ediordin
      *>       (edi-partners.dat seeds itself first run)
      *>   ./ediordin
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-IN-FILE
               ASSIGN TO "edi-orders-in.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIIN-STATUS.

           SELECT EDI-ORDER-FILE
               ASSIGN TO "edi-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIORD-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "edi-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *> Outbound to the customers: collected from here by
      *> the same transfer job that drops the inbound file
           SELECT ACK-FILE
               ASSIGN TO "edi-acks-out.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT PARTNER-FILE
               ASSIGN TO "edi-partners.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-STATUS.

           SELECT CREDIT-TERMS-FILE
               ASSIGN TO "credit-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.

      *>   Read only - every ordered product must exist
           SELECT PRODUCT-FILE
               ASSIGN TO "products.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               ALTERNATE RECORD KEY IS PROD-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> The customer's interchange, exactly as delivered:
      *> no delimiters, one record type per line
       FD EDI-IN-FILE.
       01 EDI-IN-RECORD.
          05 EI-REC-TYPE      PIC X.
      *>     H=Header, D=Order line, T=Trailer
          05 EI-BODY          PIC X(39).
          05 EI-HEADER REDEFINES EI-BODY.
             10 EI-SENDER-ID     PIC X(10).
             10 EI-CONTROL-NO    PIC X(6).
             10 EI-CONTROL-NO-N REDEFINES EI-CONTROL-NO
                                 PIC 9(6).
             10 EI-SENT-DATE     PIC X(8).
             10 FILLER           PIC X(15).
          05 EI-LINE REDEFINES EI-BODY.
             10 EI-CUST-PO       PIC X(10).
             10 EI-PO-LINE       PIC X(3).
             10 EI-PO-LINE-N REDEFINES EI-PO-LINE
                                 PIC 9(3).
             10 EI-PROD-ID       PIC X(5).
             10 EI-QTY           PIC X(5).
             10 EI-QTY-N REDEFINES EI-QTY
                                 PIC 9(5).
             10 FILLER           PIC X(16).
          05 EI-TRAILER REDEFINES EI-BODY.
             10 EI-LINE-COUNT    PIC X(6).
             10 EI-LINE-COUNT-N REDEFINES EI-LINE-COUNT
                                 PIC 9(6).
             10 EI-QTY-TOTAL     PIC X(9).
             10 EI-QTY-TOTAL-N REDEFINES EI-QTY-TOTAL
                                 PIC 9(9).
             10 FILLER           PIC X(24).

      *> Clean lines for the INDEXED menu to book
       FD EDI-ORDER-FILE.
       01 EDI-ORDER-RECORD.
           COPY "ediord.cpy".

      *> Lines that would not translate: the raw image plus why
       FD REJECT-FILE.
       01 REJECT-RECORD.
          05 RJ-RAW-IMAGE     PIC X(40).
          05 RJ-REASON        PIC X(30).

      *> The acknowledgment, in the customer's fixed format
       FD ACK-FILE.
       01 ACK-RECORD.
          05 AK-REC-TYPE      PIC X.
      *>     H=Header, L=Rejected line, O=Order, T=Trailer
          05 AK-BODY          PIC X(59).
          05 AK-HEADER REDEFINES AK-BODY.
             10 AK-PARTNER-ID    PIC X(10).
             10 AK-CONTROL-NO    PIC X(6).
      *>         Their control number, echoed
             10 AK-ACK-DATE      PIC 9(8).
             10 FILLER           PIC X(35).
          05 AK-LINE REDEFINES AK-BODY.
             10 AK-LINE-PO       PIC X(10).
             10 AK-LINE-NO       PIC X(3).
             10 AK-LINE-PROD     PIC X(5).
             10 AK-LINE-REASON   PIC X(30).
             10 FILLER           PIC X(11).
          05 AK-ORDER REDEFINES AK-BODY.
             10 AK-CUST-PO       PIC X(10).
             10 AK-LINES-RCVD    PIC 9(3).
             10 AK-LINES-TAKEN   PIC 9(3).
             10 AK-ORDER-STATUS  PIC X.
      *>         A=Accepted, P=Part accepted, R=Rejected
             10 FILLER           PIC X(42).
          05 AK-TRAILER REDEFINES AK-BODY.
             10 AK-ORDER-COUNT   PIC 9(5).
             10 AK-LINE-COUNT    PIC 9(6).
             10 AK-TAKEN-COUNT   PIC 9(6).
             10 AK-IC-STATUS     PIC X.
             10 AK-IC-REASON     PIC X(30).
             10 FILLER           PIC X(11).

       FD PARTNER-FILE.
       01 EDI-PARTNER-RECORD.
           COPY "ediprtnr.cpy".

       FD CREDIT-TERMS-FILE.
       01 CREDIT-TERMS-RECORD.
           COPY "crterms.cpy".

       FD PRODUCT-FILE.
       01 PROD-RECORD.
          05 PROD-ID        PIC X(5).
          05 PROD-NAME      PIC X(20).
          05 PROD-PRICE     PIC 9(5)V99 COMP-3.
          05 PROD-QTY       PIC 9(4).
          05 PROD-QTY-ALLOC PIC 9(4).
          05 PROD-QTY-BREAK OCCURS 3 TIMES
             INDEXED BY PQB-IDX.
             10 PQB-THRESHOLD     PIC 9(4).
             10 PQB-DISCOUNT-PCT  PIC 9V999.

       WORKING-STORAGE SECTION.
       01 WS-EDIIN-STATUS    PIC XX.
       01 WS-EDIORD-STATUS   PIC XX.
       01 WS-REJECT-STATUS   PIC XX.
       01 WS-ACK-STATUS      PIC XX.
       01 WS-PARTNER-STATUS  PIC XX.
       01 WS-CT-STATUS       PIC XX.
       01 WS-FILE-STATUS     PIC XX.
           COPY "filestat.cpy".

       01 WS-TODAY           PIC 9(8).

      *>   The trading partners, in storage while the run
      *>   moves their inbound control numbers on
       01 WS-EP-COUNT        PIC 9(3) VALUE 0.
       01 WS-EP-TABLE.
          05 WS-EP-ENTRY OCCURS 50 TIMES.
             10 WS-EP-ID       PIC X(10).
             10 WS-EP-CUST     PIC X(6).
             10 WS-EP-LAST-IN  PIC 9(6).
             10 WS-EP-LAST-ASN PIC 9(6).
             10 WS-EP-STAT     PIC X.
       01 WS-EP-IDX          PIC 9(3).
       01 WS-EP-MATCH-IDX    PIC 9(3) VALUE 0.

      *>   The customers with trade terms
       01 WS-CT-COUNT        PIC 9(3) VALUE 0.
       01 WS-CT-TABLE.
          05 WS-CT-CUST OCCURS 200 TIMES PIC X(6).
       01 WS-CT-IDX          PIC 9(3).
       01 WS-CT-FOUND        PIC X VALUE "N".
       01 WS-TERMS-ON-FILE   PIC X VALUE "N".
          88 TERMS-ARE-ON-FILE VALUE "Y".

      *>   First pass: whether each interchange's trailer
      *>   agrees with its lines, before any line is staged
       01 WS-IX-COUNT        PIC 9(3) VALUE 0.
       01 WS-IX-TABLE.
          05 WS-IX-ENTRY OCCURS 50 TIMES.
             10 WS-IX-OK       PIC X.
             10 WS-IX-REASON   PIC X(30).
       01 WS-IX-IDX          PIC 9(3) VALUE 0.
       01 WS-IX-LINES        PIC 9(6) VALUE 0.
       01 WS-IX-QTY          PIC 9(9) VALUE 0.

      *>   The interchange in hand
       01 WS-IN-IC           PIC X VALUE "N".
          88 IN-INTERCHANGE  VALUE "Y".
       01 WS-IC-OK           PIC X VALUE "N".
          88 INTERCHANGE-OK  VALUE "Y".
       01 WS-IC-REASON       PIC X(30).
       01 WS-IC-SENDER       PIC X(10).
       01 WS-IC-CONTROL      PIC X(6).
       01 WS-IC-CUST         PIC X(6).
       01 WS-IC-LINES        PIC 9(6) VALUE 0.
       01 WS-IC-TAKEN        PIC 9(6) VALUE 0.

      *>   Its orders, for the acknowledgment
       01 WS-PO-COUNT        PIC 9(3) VALUE 0.
       01 WS-PO-TABLE.
          05 WS-PO-ENTRY OCCURS 100 TIMES.
             10 WS-PO-NO       PIC X(10).
             10 WS-PO-RCVD     PIC 9(3).
             10 WS-PO-TAKEN    PIC 9(3).
       01 WS-PO-IDX          PIC 9(3).
       01 WS-PO-MATCH-IDX    PIC 9(3) VALUE 0.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
       01 WS-LINE-OK         PIC X.
          88 LINE-TRANSLATES VALUE "Y".
       01 WS-REJECT-REASON   PIC X(30).

       01 WS-TOTAL-READ      PIC 9(5) VALUE 0.
       01 WS-TOTAL-IC        PIC 9(5) VALUE 0.
       01 WS-TOTAL-CLEAN     PIC 9(5) VALUE 0.
       01 WS-TOTAL-REJECT    PIC 9(5) VALUE 0.
       01 WS-FILES-OPEN      PIC X VALUE "N".
          88 FILES-ARE-OPEN  VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF NOT END-OF-FILE
               PERFORM 2000-CHECK-CONTROLS
               PERFORM 3000-TRANSLATE-ALL
           END-IF.
           PERFORM 4000-CLEANUP.
           STOP RUN.

      *> --- Partners, trade terms and products to hand, then
      *>     the inbound file, seeding a sample one the first
      *>     time so the flow can be exercised ---
       1000-INITIALIZE.
           DISPLAY "=== EDI Order Translator ===".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1050-LOAD-PARTNERS THRU 1050-EXIT.
           PERFORM 1070-LOAD-TRADE-TERMS.
           OPEN INPUT PRODUCT-FILE.
           IF NOT FS-SUCCESS
               DISPLAY "FATAL: cannot open products.dat: "
                   WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EDI-IN-FILE.
           IF WS-EDIIN-STATUS NOT = "00"
               PERFORM 1100-CREATE-SAMPLE-INTERCHANGE
               OPEN INPUT EDI-IN-FILE
           END-IF.
           IF WS-EDIIN-STATUS NOT = "00"
               DISPLAY "No edi-orders-in.dat to translate."
               SET END-OF-FILE TO TRUE
           ELSE
               CLOSE EDI-IN-FILE
               OPEN EXTEND EDI-ORDER-FILE
               IF WS-EDIORD-STATUS NOT = "00"
                   OPEN OUTPUT EDI-ORDER-FILE
               END-IF
               OPEN EXTEND ACK-FILE
               IF WS-ACK-STATUS NOT = "00"
                   OPEN OUTPUT ACK-FILE
               END-IF
               OPEN OUTPUT REJECT-FILE
               SET FILES-ARE-OPEN TO TRUE
           END-IF.

      *> --- The trading partners, seeded with the two
      *>     customers that trade by EDI the first time ---
       1050-LOAD-PARTNERS.
           MOVE 0 TO WS-EP-COUNT.
           OPEN INPUT PARTNER-FILE.
           IF WS-PARTNER-STATUS NOT = "00"
               PERFORM 1060-SEED-PARTNERS
               OPEN INPUT PARTNER-FILE
           END-IF.
           IF WS-PARTNER-STATUS NOT = "00"
               GO TO 1050-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ PARTNER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-EP-COUNT >= 50
      *>           Never load-cap and then rewrite: partners
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 50 trading "
                       "partners - raise WS-EP-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EP-COUNT
               MOVE EP-PARTNER-ID   TO WS-EP-ID(WS-EP-COUNT)
               MOVE EP-CUST-NO      TO WS-EP-CUST(WS-EP-COUNT)
               MOVE EP-LAST-IN-CTL  TO WS-EP-LAST-IN(WS-EP-COUNT)
               MOVE EP-LAST-ASN-CTL
                   TO WS-EP-LAST-ASN(WS-EP-COUNT)
               MOVE EP-STATUS       TO WS-EP-STAT(WS-EP-COUNT)
               READ PARTNER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARTNER-FILE.
       1050-EXIT.
           CONTINUE.

      *> --- First-run partner register ---
       1060-SEED-PARTNERS.
           OPEN OUTPUT PARTNER-FILE.
           INITIALIZE EDI-PARTNER-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE "NORTHWIND"  TO EP-PARTNER-ID.
           MOVE "C00005"     TO EP-CUST-NO.
           MOVE 0            TO EP-LAST-IN-CTL.
           MOVE 0            TO EP-LAST-ASN-CTL.
           MOVE "A"          TO EP-STATUS.
           WRITE EDI-PARTNER-RECORD.
           MOVE "HARBORMART" TO EP-PARTNER-ID.
           MOVE "C00003"     TO EP-CUST-NO.
           WRITE EDI-PARTNER-RECORD.
           CLOSE PARTNER-FILE.
           DISPLAY "Seeded edi-partners.dat.".

      *> --- The customers the credit manager has set up for
      *>     trade. With no credit-terms.dat yet (the INDEXED
      *>     menu seeds it at its first order run) there is
      *>     nothing to check against, and booking holds any
      *>     order without terms for the credit manager ---
       1070-LOAD-TRADE-TERMS.
           MOVE 0 TO WS-CT-COUNT.
           OPEN INPUT CREDIT-TERMS-FILE.
           IF WS-CT-STATUS NOT = "00"
               DISPLAY "No credit-terms.dat yet - trade terms "
                   "not checked."
           ELSE
               SET TERMS-ARE-ON-FILE TO TRUE
               MOVE "N" TO WS-EOF
               READ CREDIT-TERMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-CT-COUNT < 200
                       ADD 1 TO WS-CT-COUNT
                       MOVE CT-CUST-NO TO WS-CT-CUST(WS-CT-COUNT)
                   ELSE
                       DISPLAY "WARNING: more than 200 trade "
                           "customers - terms check incomplete."
                   END-IF
                   READ CREDIT-TERMS-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CREDIT-TERMS-FILE
           END-IF.
           MOVE "N" TO WS-EOF.

      *> --- A sample day's interchanges ---
       1100-CREATE-SAMPLE-INTERCHANGE.
           OPEN OUTPUT EDI-IN-FILE.

           MOVE "HNORTHWIND 00000120250113" TO EDI-IN-RECORD.
           WRITE EDI-IN-RECORD.
           MOVE "DNW-4410   001P001 00004" TO EDI-IN-RECORD.
           WRITE EDI-IN-RECORD.
           MOVE "DNW-4410   002P002 00002" TO EDI-IN-RECORD.
           WRITE EDI-IN-RECORD.
           MOVE "DNW-4410   003P999 00001" TO EDI-IN-RECORD.
      *>     No such product - the line should reject
           WRITE EDI-IN-RECORD.
           MOVE "DNW-4411   001P003 00000" TO EDI-IN-RECORD.
      *>     Nothing ordered - the order should reject
           WRITE EDI-IN-RECORD.
           MOVE "T000004000000007" TO EDI-IN-RECORD.
           WRITE EDI-IN-RECORD.

           MOVE "HHARBORMART00000120250113" TO EDI-IN-RECORD.
           WRITE EDI-IN-RECORD.
           MOVE "DHM-0078   001P002 00003" TO EDI-IN-RECORD.
           WRITE EDI-IN-RECORD.
           MOVE "T000002000000003" TO EDI-IN-RECORD.
      *>     Trailer counts a line that never came - the whole
      *>     interchange should reject
           WRITE EDI-IN-RECORD.

           MOVE "HBAYSIDECO 00000120250113" TO EDI-IN-RECORD.
      *>     Not a trading partner - should reject
           WRITE EDI-IN-RECORD.
           MOVE "DBS-0001   001P001 00001" TO EDI-IN-RECORD.
           WRITE EDI-IN-RECORD.
           MOVE "T000001000000001" TO EDI-IN-RECORD.
           WRITE EDI-IN-RECORD.

           CLOSE EDI-IN-FILE.
           DISPLAY "Seeded edi-orders-in.dat.".

      *> --- First pass: each interchange's trailer against
      *>     the lines actually between it and its header ---
       2000-CHECK-CONTROLS.
           MOVE 0 TO WS-IX-COUNT.
           MOVE "N" TO WS-IN-IC.
           OPEN INPUT EDI-IN-FILE.
           MOVE "N" TO WS-EOF.
           READ EDI-IN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               EVALUATE EI-REC-TYPE
                   WHEN "H"
                       IF IN-INTERCHANGE
                           MOVE "N" TO WS-IX-OK(WS-IX-COUNT)
                           MOVE "No trailer"
                               TO WS-IX-REASON(WS-IX-COUNT)
                       END-IF
                       PERFORM 2100-OPEN-CONTROL
                   WHEN "D"
                       IF IN-INTERCHANGE
                           ADD 1 TO WS-IX-LINES
                           IF EI-QTY IS NUMERIC
                               ADD EI-QTY-N TO WS-IX-QTY
                           END-IF
                       END-IF
                   WHEN "T"
                       IF IN-INTERCHANGE
                           PERFORM 2200-CLOSE-CONTROL
                       END-IF
                   WHEN OTHER
                       IF IN-INTERCHANGE
                           MOVE "N" TO WS-IX-OK(WS-IX-COUNT)
                           MOVE "Unknown record type"
                               TO WS-IX-REASON(WS-IX-COUNT)
                       END-IF
               END-EVALUATE
               READ EDI-IN-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           IF IN-INTERCHANGE
               MOVE "N" TO WS-IX-OK(WS-IX-COUNT)
               MOVE "No trailer" TO WS-IX-REASON(WS-IX-COUNT)
           END-IF.
           CLOSE EDI-IN-FILE.

      *> --- A header starts the next interchange's count ---
       2100-OPEN-CONTROL.
           IF WS-IX-COUNT >= 50
      *>       Nothing is staged yet, so stop clean
               DISPLAY "ABEND: more than 50 interchanges in "
                   "one file - raise WS-IX-TABLE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-IX-COUNT.
           MOVE "Y" TO WS-IX-OK(WS-IX-COUNT).
           MOVE SPACES TO WS-IX-REASON(WS-IX-COUNT).
           MOVE 0 TO WS-IX-LINES.
           MOVE 0 TO WS-IX-QTY.
           MOVE "Y" TO WS-IN-IC.

      *> --- The trailer must count the same lines and
      *>     quantity the interchange carried ---
       2200-CLOSE-CONTROL.
           IF EI-LINE-COUNT IS NOT NUMERIC
               OR EI-QTY-TOTAL IS NOT NUMERIC
               MOVE "N" TO WS-IX-OK(WS-IX-COUNT)
               MOVE "Trailer totals not numeric"
                   TO WS-IX-REASON(WS-IX-COUNT)
           ELSE
               IF EI-LINE-COUNT-N NOT = WS-IX-LINES
                   OR EI-QTY-TOTAL-N NOT = WS-IX-QTY
                   MOVE "N" TO WS-IX-OK(WS-IX-COUNT)
                   MOVE "Control totals do not agree"
                       TO WS-IX-REASON(WS-IX-COUNT)
               END-IF
           END-IF.
           MOVE "N" TO WS-IN-IC.

      *> --- Second pass: translate interchange by interchange ---
       3000-TRANSLATE-ALL.
           MOVE 0 TO WS-IX-IDX.
           MOVE "N" TO WS-IN-IC.
           OPEN INPUT EDI-IN-FILE.
           MOVE "N" TO WS-EOF.
           READ EDI-IN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-TOTAL-READ
               EVALUATE EI-REC-TYPE
                   WHEN "H"
                       IF IN-INTERCHANGE
                           PERFORM 3400-END-INTERCHANGE
                       END-IF
                       PERFORM 3100-START-INTERCHANGE
                   WHEN "D"
                       IF IN-INTERCHANGE
                           PERFORM 3200-TRANSLATE-LINE
                       ELSE
                           MOVE "Line outside an interchange"
                               TO WS-REJECT-REASON
                           PERFORM 3300-REJECT-RAW
                       END-IF
                   WHEN "T"
                       IF IN-INTERCHANGE
                           PERFORM 3400-END-INTERCHANGE
                       END-IF
                   WHEN OTHER
                       MOVE "Unknown record type"
                           TO WS-REJECT-REASON
                       PERFORM 3300-REJECT-RAW
               END-EVALUATE
               READ EDI-IN-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           IF IN-INTERCHANGE
               PERFORM 3400-END-INTERCHANGE
           END-IF.
           CLOSE EDI-IN-FILE.

      *> --- A header: who sent it, and whether the whole
      *>     interchange can be taken at all ---
       3100-START-INTERCHANGE.
           ADD 1 TO WS-IX-IDX.
           ADD 1 TO WS-TOTAL-IC.
           MOVE "Y" TO WS-IN-IC.
           MOVE EI-SENDER-ID  TO WS-IC-SENDER.
           MOVE EI-CONTROL-NO TO WS-IC-CONTROL.
           MOVE SPACES TO WS-IC-CUST.
           MOVE 0 TO WS-IC-LINES.
           MOVE 0 TO WS-IC-TAKEN.
           MOVE 0 TO WS-PO-COUNT.
           MOVE WS-IX-OK(WS-IX-IDX)     TO WS-IC-OK.
           MOVE WS-IX-REASON(WS-IX-IDX) TO WS-IC-REASON.

           MOVE 0 TO WS-EP-MATCH-IDX.
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-COUNT
               IF WS-EP-ID(WS-EP-IDX) = WS-IC-SENDER
                   MOVE WS-EP-IDX TO WS-EP-MATCH-IDX
               END-IF
           END-PERFORM.
           IF INTERCHANGE-OK
               EVALUATE TRUE
                   WHEN WS-EP-MATCH-IDX = 0
                       MOVE "N" TO WS-IC-OK
                       MOVE "Unknown trading partner"
                           TO WS-IC-REASON
                   WHEN WS-EP-STAT(WS-EP-MATCH-IDX) NOT = "A"
                       MOVE "N" TO WS-IC-OK
                       MOVE "Trading partner suspended"
                           TO WS-IC-REASON
                   WHEN EI-CONTROL-NO IS NOT NUMERIC
                       MOVE "N" TO WS-IC-OK
                       MOVE "Control number not numeric"
                           TO WS-IC-REASON
                   WHEN EI-CONTROL-NO-N
                           NOT > WS-EP-LAST-IN(WS-EP-MATCH-IDX)
                       MOVE "N" TO WS-IC-OK
                       MOVE "Interchange already received"
                           TO WS-IC-REASON
                   WHEN OTHER
                       MOVE WS-EP-CUST(WS-EP-MATCH-IDX)
                           TO WS-IC-CUST
               END-EVALUATE
           END-IF.
           IF INTERCHANGE-OK AND TERMS-ARE-ON-FILE
               MOVE "N" TO WS-CT-FOUND
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
                   IF WS-CT-CUST(WS-CT-IDX) = WS-IC-CUST
                       MOVE "Y" TO WS-CT-FOUND
                   END-IF
               END-PERFORM
               IF WS-CT-FOUND = "N"
                   MOVE "N" TO WS-IC-OK
                   MOVE "Customer has no trade terms"
                       TO WS-IC-REASON
               END-IF
           END-IF.

           MOVE SPACES TO ACK-RECORD.
           MOVE "H"           TO AK-REC-TYPE.
           MOVE WS-IC-SENDER  TO AK-PARTNER-ID.
           MOVE WS-IC-CONTROL TO AK-CONTROL-NO.
           MOVE WS-TODAY      TO AK-ACK-DATE.
           WRITE ACK-RECORD.
           IF NOT INTERCHANGE-OK
               DISPLAY "  " WS-IC-SENDER " " WS-IC-CONTROL
                   ": refused - " WS-IC-REASON
           END-IF.

      *> --- One order line: staged for booking, or
      *>     rejected with the reason on both the reject file
      *>     and the customer's acknowledgment ---
       3200-TRANSLATE-LINE.
           ADD 1 TO WS-IC-LINES.
           PERFORM 3250-FIND-ORDER THRU 3250-EXIT.
           MOVE WS-IC-OK TO WS-LINE-OK.
           MOVE WS-IC-REASON TO WS-REJECT-REASON.

           IF LINE-TRANSLATES
               AND EI-CUST-PO = SPACES
               MOVE "N" TO WS-LINE-OK
               MOVE "No customer order number"
                   TO WS-REJECT-REASON
           END-IF.
           IF LINE-TRANSLATES
               AND EI-PO-LINE IS NOT NUMERIC
               MOVE "N" TO WS-LINE-OK
               MOVE "Order line number not numeric"
                   TO WS-REJECT-REASON
           END-IF.
           IF LINE-TRANSLATES
               IF EI-QTY IS NOT NUMERIC
                   MOVE "N" TO WS-LINE-OK
                   MOVE "Quantity not numeric"
                       TO WS-REJECT-REASON
               ELSE
                   IF EI-QTY-N = 0 OR EI-QTY-N > 9999
                       MOVE "N" TO WS-LINE-OK
                       MOVE "Quantity out of range"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF LINE-TRANSLATES
               MOVE EI-PROD-ID TO PROD-ID
               READ PRODUCT-FILE
                   KEY IS PROD-ID
                   INVALID KEY
                       MOVE "N" TO WS-LINE-OK
                       MOVE "Unknown product"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

           IF LINE-TRANSLATES
               PERFORM 3220-STAGE-ORDER-LINE
               ADD 1 TO WS-IC-TAKEN
               ADD 1 TO WS-TOTAL-CLEAN
               IF WS-PO-MATCH-IDX > 0
                   ADD 1 TO WS-PO-TAKEN(WS-PO-MATCH-IDX)
               END-IF
           ELSE
               PERFORM 3300-REJECT-RAW
               MOVE SPACES TO ACK-RECORD
               MOVE "L"              TO AK-REC-TYPE
               MOVE EI-CUST-PO       TO AK-LINE-PO
               MOVE EI-PO-LINE       TO AK-LINE-NO
               MOVE EI-PROD-ID       TO AK-LINE-PROD
               MOVE WS-REJECT-REASON TO AK-LINE-REASON
               WRITE ACK-RECORD
           END-IF.

      *> --- One translated line onto the staging file ---
       3220-STAGE-ORDER-LINE.
           INITIALIZE EDI-ORDER-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE EI-PROD-ID       TO EO-PROD-ID.
           MOVE EI-QTY-N         TO EO-QTY.
           MOVE WS-IC-CUST       TO EO-CUST-NO.
           MOVE EI-CUST-PO       TO EO-CUST-PO.
           MOVE EI-PO-LINE-N     TO EO-CUST-PO-LINE.
           MOVE WS-IC-SENDER     TO EO-PARTNER-ID.
           MOVE WS-IC-CONTROL    TO EO-CONTROL-NO.
           MOVE WS-TODAY         TO EO-RCVD-DATE.
           WRITE EDI-ORDER-RECORD.

      *> --- The line's order, found or started, for the
      *>     acknowledgment's per-order count ---
       3250-FIND-ORDER.
           MOVE 0 TO WS-PO-MATCH-IDX.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF WS-PO-NO(WS-PO-IDX) = EI-CUST-PO
                   MOVE WS-PO-IDX TO WS-PO-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-PO-MATCH-IDX = 0
               IF WS-PO-COUNT < 100
                   ADD 1 TO WS-PO-COUNT
                   MOVE EI-CUST-PO TO WS-PO-NO(WS-PO-COUNT)
                   MOVE 0 TO WS-PO-RCVD(WS-PO-COUNT)
                   MOVE 0 TO WS-PO-TAKEN(WS-PO-COUNT)
                   MOVE WS-PO-COUNT TO WS-PO-MATCH-IDX
               ELSE
                   DISPLAY "WARNING: more than 100 orders in "
                       "one interchange - acknowledgment "
                       "incomplete."
                   GO TO 3250-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-PO-RCVD(WS-PO-MATCH-IDX).
       3250-EXIT.
           CONTINUE.

      *> --- An untranslatable line, raw, onto the rejects ---
       3300-REJECT-RAW.
           MOVE EDI-IN-RECORD    TO RJ-RAW-IMAGE.
           MOVE WS-REJECT-REASON TO RJ-REASON.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-TOTAL-REJECT.

      *> --- The interchange done: a line per order on the
      *>     acknowledgment, then its control totals, and
      *>     the partner's control number moved on ---
       3400-END-INTERCHANGE.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               MOVE SPACES TO ACK-RECORD
               MOVE "O"                 TO AK-REC-TYPE
               MOVE WS-PO-NO(WS-PO-IDX) TO AK-CUST-PO
               MOVE WS-PO-RCVD(WS-PO-IDX)  TO AK-LINES-RCVD
               MOVE WS-PO-TAKEN(WS-PO-IDX) TO AK-LINES-TAKEN
               EVALUATE TRUE
                   WHEN WS-PO-TAKEN(WS-PO-IDX) = 0
                       MOVE "R" TO AK-ORDER-STATUS
                   WHEN WS-PO-TAKEN(WS-PO-IDX)
                           = WS-PO-RCVD(WS-PO-IDX)
                       MOVE "A" TO AK-ORDER-STATUS
                   WHEN OTHER
                       MOVE "P" TO AK-ORDER-STATUS
               END-EVALUATE
               WRITE ACK-RECORD
           END-PERFORM.

           MOVE SPACES TO ACK-RECORD.
           MOVE "T"          TO AK-REC-TYPE.
           MOVE WS-PO-COUNT  TO AK-ORDER-COUNT.
           MOVE WS-IC-LINES  TO AK-LINE-COUNT.
           MOVE WS-IC-TAKEN  TO AK-TAKEN-COUNT.
           EVALUATE TRUE
               WHEN NOT INTERCHANGE-OK
                   MOVE "R" TO AK-IC-STATUS
                   MOVE WS-IC-REASON TO AK-IC-REASON
               WHEN WS-IC-TAKEN = WS-IC-LINES
                   MOVE "A" TO AK-IC-STATUS
               WHEN OTHER
                   MOVE "P" TO AK-IC-STATUS
           END-EVALUATE.
           WRITE ACK-RECORD.

           IF INTERCHANGE-OK
               MOVE WS-IC-CONTROL
                   TO WS-EP-LAST-IN(WS-EP-MATCH-IDX)
               DISPLAY "  " WS-IC-SENDER " " WS-IC-CONTROL
                   ": " WS-IC-TAKEN " of " WS-IC-LINES
                   " line(s) staged"
           END-IF.
           MOVE "N" TO WS-IN-IC.

      *> --- Close up, move the partners' control numbers on
      *>     and report the day's take ---
       4000-CLEANUP.
           CLOSE PRODUCT-FILE.
           IF FILES-ARE-OPEN
               CLOSE EDI-ORDER-FILE
               CLOSE ACK-FILE
               CLOSE REJECT-FILE
      *>       The inbound file is consumed once translated
               OPEN OUTPUT EDI-IN-FILE
               CLOSE EDI-IN-FILE
               PERFORM 4100-REWRITE-PARTNERS
           END-IF.

           DISPLAY "Interchanges read:      " WS-TOTAL-IC.
           DISPLAY "  Order lines staged:   " WS-TOTAL-CLEAN.
           DISPLAY "  Records rejected:     " WS-TOTAL-REJECT.
           IF WS-TOTAL-REJECT > 0
               DISPLAY "See edi-rejects.dat for the lines that "
                   "would not translate."
           END-IF.

      *> --- The partners back to disk ---
       4100-REWRITE-PARTNERS.
           OPEN OUTPUT PARTNER-FILE.
           INITIALIZE EDI-PARTNER-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-COUNT
               MOVE WS-EP-ID(WS-EP-IDX)       TO EP-PARTNER-ID
               MOVE WS-EP-CUST(WS-EP-IDX)     TO EP-CUST-NO
               MOVE WS-EP-LAST-IN(WS-EP-IDX)  TO EP-LAST-IN-CTL
               MOVE WS-EP-LAST-ASN(WS-EP-IDX) TO EP-LAST-ASN-CTL
               MOVE WS-EP-STAT(WS-EP-IDX)     TO EP-STATUS
               WRITE EDI-PARTNER-RECORD
           END-PERFORM.
           CLOSE PARTNER-FILE.
