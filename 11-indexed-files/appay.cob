       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY.
       AUTHOR. LEARNER.

      *> ============================================
      *> Accounts payable booking and payment run
      *> ============================================
      *> The scheduled half of accounts payable, run in
      *> the nightly window ahead of BATCH:
      *>
      *>   - every invoice line APINVOICE matched (or
      *>     purchasing released) is booked: the goods
      *>     the receipt put into inventory come off
      *>     received-not-invoiced and onto accounts
      *>     payable, to gl-postings.dat, which the
      *>     window stages into LEDGER's roll-up. Any
      *>     difference between the invoice and the
      *>     receipt cost stays on 2750 for purchasing
      *>     to clear;
      *>   - every booked invoice due by the business
      *>     date, with no line of it still held, is
      *>     paid. Each supplier gets one payment for
      *>     all its invoices due, staged on
      *>     supplier-payments.dat for BATCH to send
      *>     through the outward clearing file, and
      *>     one remittance advice saying what it pays
      *>     (remittances-YYYYMMDD.txt), numbered off
      *>     ap-control.dat;
      *>   - the payment is booked accounts payable
      *>     against outward clearing, the way BATCH
      *>     books any transfer that leaves the bank.
      *>
      *> A supplier with no bank account on
      *> supplier-terms.dat is named and skipped - its
      *> invoices stay owed until APINVOICE sets one.
      *> A line is only ever booked once and paid
      *> once, so a rerun does no harm.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks appay.cob -o appay
      *>   ./appay
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-FILE
               ASSIGN TO "ap-invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           SELECT TERMS-FILE
               ASSIGN TO "supplier-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT SUPPLIER-FILE
               ASSIGN TO "suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT APCTL-FILE
               ASSIGN TO "ap-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APCTL-STATUS.

           SELECT GL-FILE
               ASSIGN TO "gl-postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT PAYMENT-FILE
               ASSIGN TO "supplier-payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT REMIT-FILE
               ASSIGN TO WS-REMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD AP-FILE.
       01 AP-INVOICE-RECORD.
           COPY "aprec.cpy".

       FD TERMS-FILE.
       01 SUPPLIER-TERMS-RECORD.
           COPY "aptrec.cpy".

       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
          05 SUP-ID            PIC X(5).
          05 FILLER            PIC X.
          05 SUP-NAME          PIC X(25).

      *> The next remittance number, carried run to run like
      *> ARINVOICE's ar-control.dat
       FD APCTL-FILE.
       01 APCTL-RECORD.
          05 APC-NEXT-REMIT   PIC 9(6).

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

       FD PAYMENT-FILE.
       01 SUPPLIER-PAYMENT-RECORD.
           COPY "spayrec.cpy".

       FD REMIT-FILE.
       01 REMIT-LINE         PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-AP-STATUS       PIC XX.
           COPY "filestat.cpy".
       01 WS-TERMS-STATUS    PIC XX.
       01 WS-SUPPLIER-STATUS PIC XX.
       01 WS-APCTL-STATUS    PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-PAY-STATUS      PIC XX.
       01 WS-REMIT-STATUS    PIC XX.

       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.
       01 WS-REMIT-FILENAME  PIC X(24).
       01 WS-NEXT-REMIT      PIC 9(6) VALUE 1.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Every invoice line in storage while lines are
      *>   booked and paid and the file rewritten
       01 WS-AP-COUNT        PIC 9(4) VALUE 0.
       01 WS-AP-TABLE.
          05 WS-AP-ENTRY OCCURS 500 TIMES.
             10 WS-AP-SUP       PIC X(5).
             10 WS-AP-REF       PIC X(12).
             10 WS-AP-LINE      PIC 9(2).
             10 WS-AP-PO        PIC 9(6).
             10 WS-AP-PROD      PIC X(5).
             10 WS-AP-QTY       PIC 9(4).
             10 WS-AP-PRICE     PIC 9(5)V99.
             10 WS-AP-AMT       PIC 9(9)V99.
             10 WS-AP-INV-DATE  PIC 9(8).
             10 WS-AP-DUE       PIC 9(8).
             10 WS-AP-STAT      PIC X.
             10 WS-AP-REASON    PIC X(3).
             10 WS-AP-ENT-BY    PIC X(8).
             10 WS-AP-RES-BY    PIC X(8).
             10 WS-AP-PAID-DATE PIC 9(8).
             10 WS-AP-REMIT     PIC 9(6).
             10 WS-AP-PAY-NOW   PIC X.
      *>            Y = goes out on tonight's run
       01 WS-AP-IDX          PIC 9(4).
       01 WS-AP-IDX2         PIC 9(4).
      *>     3100 walks the table inside 3000's walk - each
      *>     loop needs its own index

      *>   Supplier bank accounts
       01 WS-ST-COUNT        PIC 9(3) VALUE 0.
       01 WS-ST-TABLE.
          05 WS-ST-ENTRY OCCURS 100 TIMES.
             10 WS-ST-SUP       PIC X(5).
             10 WS-ST-ACCT      PIC X(8).
       01 WS-ST-IDX          PIC 9(3).

      *>   Supplier names, for the advices
       01 WS-SUP-COUNT       PIC 9(3) VALUE 0.
       01 WS-SUP-TABLE.
          05 WS-SUP-ENTRY OCCURS 100 TIMES.
             10 WS-SUP-ID       PIC X(5).
             10 WS-SUP-NAME     PIC X(25).
       01 WS-SUP-IDX         PIC 9(3).

      *>   One supplier's payment
       01 WS-THIS-SUP        PIC X(5).
       01 WS-THIS-NAME       PIC X(25).
       01 WS-THIS-ACCT       PIC X(8).
       01 WS-PAY-TOTAL       PIC 9(9)V99 VALUE 0.
      *>   The most one clearing item carries
       01 WS-PAY-LIMIT       PIC 9(9)V99 VALUE 9999999.99.
       01 WS-HELD-ON-INV     PIC X VALUE "N".

      *>   Run totals
       01 WS-BOOKED-COUNT    PIC 9(4) VALUE 0.
       01 WS-BOOKED-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-PAID-COUNT      PIC 9(4) VALUE 0.
       01 WS-PAID-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-SKIPPED-COUNT   PIC 9(4) VALUE 0.

       01 WS-DISP-AMT        PIC $Z(7),ZZ9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DETAIL          PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-BOOK-MATCHED.
           PERFORM 3000-PAY-DUE-INVOICES.
           PERFORM 4000-CLEANUP.
           STOP RUN.

      *> --- The business date, the register, the invoice
      *>     lines, bank accounts and names in storage ---
       1000-INITIALIZE.
           DISPLAY "=== Accounts Payable Run ===".
           ACCEPT WS-BUS-DATE-PARAM
               FROM ENVIRONMENT "BATCH_DATE".
           IF WS-BUS-DATE-PARAM = SPACES
               ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-BUS-DATE-PARAM IS NUMERIC
                   MOVE WS-BUS-DATE-PARAM TO WS-PROCESS-DATE
               ELSE
                   DISPLAY "ABEND: BATCH_DATE parameter '"
                       WS-BUS-DATE-PARAM "' is not YYYYMMDD."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           STRING "remittances-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REMIT-FILENAME
           END-STRING.

           OPEN INPUT APCTL-FILE.
           IF WS-APCTL-STATUS = "00"
               READ APCTL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE APC-NEXT-REMIT TO WS-NEXT-REMIT
               END-READ
               CLOSE APCTL-FILE
           END-IF.

           OPEN INPUT AP-FILE.
           IF NOT FS-SUCCESS
               DISPLAY "No ap-invoices.dat - nothing to book "
                   "or pay."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ AP-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-AP-COUNT >= 500
      *>           Never load-cap and then rewrite: lines
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 500 invoice "
                       "lines - raise WS-AP-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AP-COUNT
               MOVE AP-SUP-ID      TO WS-AP-SUP(WS-AP-COUNT)
               MOVE AP-INV-REF     TO WS-AP-REF(WS-AP-COUNT)
               MOVE AP-LINE-NO     TO WS-AP-LINE(WS-AP-COUNT)
               MOVE AP-PO-NO       TO WS-AP-PO(WS-AP-COUNT)
               MOVE AP-PROD-ID     TO WS-AP-PROD(WS-AP-COUNT)
               MOVE AP-QTY         TO WS-AP-QTY(WS-AP-COUNT)
               MOVE AP-UNIT-PRICE  TO WS-AP-PRICE(WS-AP-COUNT)
               MOVE AP-AMOUNT      TO WS-AP-AMT(WS-AP-COUNT)
               MOVE AP-INV-DATE    TO WS-AP-INV-DATE(WS-AP-COUNT)
               MOVE AP-DUE-DATE    TO WS-AP-DUE(WS-AP-COUNT)
               MOVE AP-STATUS      TO WS-AP-STAT(WS-AP-COUNT)
               MOVE AP-HOLD-REASON TO WS-AP-REASON(WS-AP-COUNT)
               MOVE AP-ENTERED-BY  TO WS-AP-ENT-BY(WS-AP-COUNT)
               MOVE AP-RESOLVED-BY TO WS-AP-RES-BY(WS-AP-COUNT)
               MOVE AP-PAID-DATE
                   TO WS-AP-PAID-DATE(WS-AP-COUNT)
               MOVE AP-REMIT-NO    TO WS-AP-REMIT(WS-AP-COUNT)
               MOVE "N"            TO WS-AP-PAY-NOW(WS-AP-COUNT)
               READ AP-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AP-FILE.

           OPEN INPUT TERMS-FILE.
           IF WS-TERMS-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ TERMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-ST-COUNT < 100
                       ADD 1 TO WS-ST-COUNT
                       MOVE ST-SUP-ID    TO WS-ST-SUP(WS-ST-COUNT)
                       MOVE ST-BANK-ACCT
                           TO WS-ST-ACCT(WS-ST-COUNT)
                   END-IF
                   READ TERMS-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TERMS-FILE
           END-IF.

           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUPPLIER-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ SUPPLIER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-SUP-COUNT < 100
                       ADD 1 TO WS-SUP-COUNT
                       MOVE SUP-ID   TO WS-SUP-ID(WS-SUP-COUNT)
                       MOVE SUP-NAME TO WS-SUP-NAME(WS-SUP-COUNT)
                   END-IF
                   READ SUPPLIER-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
           END-IF.

           OPEN EXTEND GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               OPEN OUTPUT GL-FILE
           END-IF.
           INITIALIZE GL-POSTING-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.

      *> --- Matched lines onto the books: the receipt's
      *>     clearing entry settled, owed to the supplier ---
       2000-BOOK-MATCHED.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-STAT(WS-AP-IDX) = "M"
                   MOVE WS-PROCESS-DATE TO GL-POST-DATE
                   MOVE "2750"          TO GL-ACCT-CODE
                   MOVE "D"             TO GL-DR-CR
                   MOVE WS-AP-AMT(WS-AP-IDX) TO GL-AMOUNT
                   MOVE "APPAY"         TO GL-SOURCE
                   MOVE "Supplier invoice" TO GL-DESC
                   MOVE SPACES          TO GL-COST-CENTER
                   WRITE GL-POSTING-RECORD
                   MOVE "2700"          TO GL-ACCT-CODE
                   MOVE "C"             TO GL-DR-CR
                   WRITE GL-POSTING-RECORD
                   MOVE "B" TO WS-AP-STAT(WS-AP-IDX)
                   ADD 1 TO WS-BOOKED-COUNT
                   ADD WS-AP-AMT(WS-AP-IDX) TO WS-BOOKED-TOTAL
               END-IF
           END-PERFORM.

      *> --- Pick out what is due, then pay it supplier by
      *>     supplier ---
       3000-PAY-DUE-INVOICES.
      *>   A booked line goes tonight when its invoice is
      *>   due and no line of the invoice is still held
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-STAT(WS-AP-IDX) = "B"
                   AND WS-AP-DUE(WS-AP-IDX) <= WS-PROCESS-DATE
                   MOVE "N" TO WS-HELD-ON-INV
                   PERFORM VARYING WS-AP-IDX2 FROM 1 BY 1
                           UNTIL WS-AP-IDX2 > WS-AP-COUNT
                       IF WS-AP-STAT(WS-AP-IDX2) = "H"
                           AND WS-AP-SUP(WS-AP-IDX2)
                               = WS-AP-SUP(WS-AP-IDX)
                           AND WS-AP-REF(WS-AP-IDX2)
                               = WS-AP-REF(WS-AP-IDX)
                           MOVE "Y" TO WS-HELD-ON-INV
                       END-IF
                   END-PERFORM
                   IF WS-HELD-ON-INV = "N"
                       MOVE "Y" TO WS-AP-PAY-NOW(WS-AP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *>   Extended, so a rerun never loses the day's advices
           OPEN EXTEND REMIT-FILE.
           IF WS-REMIT-STATUS NOT = "00"
               OPEN OUTPUT REMIT-FILE
           END-IF.
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PAY-STATUS NOT = "00"
               OPEN OUTPUT PAYMENT-FILE
           END-IF.
           INITIALIZE SUPPLIER-PAYMENT-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-PAY-NOW(WS-AP-IDX) = "Y"
                   MOVE WS-AP-SUP(WS-AP-IDX) TO WS-THIS-SUP
                   PERFORM 3100-PAY-ONE-SUPPLIER THRU 3100-EXIT
               END-IF
           END-PERFORM.
           CLOSE REMIT-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE GL-FILE.

      *> --- Everything due to one supplier: one payment,
      *>     one remittance advice, booked and staged ---
       3100-PAY-ONE-SUPPLIER.
           MOVE SPACES TO WS-THIS-ACCT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-SUP(WS-ST-IDX) = WS-THIS-SUP
                   MOVE WS-ST-ACCT(WS-ST-IDX) TO WS-THIS-ACCT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PAY-TOTAL.
           PERFORM VARYING WS-AP-IDX2 FROM 1 BY 1
                   UNTIL WS-AP-IDX2 > WS-AP-COUNT
               IF WS-AP-PAY-NOW(WS-AP-IDX2) = "Y"
                   AND WS-AP-SUP(WS-AP-IDX2) = WS-THIS-SUP
                   ADD WS-AP-AMT(WS-AP-IDX2) TO WS-PAY-TOTAL
               END-IF
           END-PERFORM.

           IF WS-THIS-ACCT = SPACES
               OR WS-PAY-TOTAL > WS-PAY-LIMIT
               IF WS-THIS-ACCT = SPACES
                   DISPLAY "  " WS-THIS-SUP ": no bank account "
                       "on supplier-terms.dat - not paid"
               ELSE
                   DISPLAY "  " WS-THIS-SUP ": payment past "
                       "one clearing item - not paid"
               END-IF
               ADD 1 TO WS-SKIPPED-COUNT
      *>       Leave its lines owed; the outer walk moves on
               PERFORM VARYING WS-AP-IDX2 FROM 1 BY 1
                       UNTIL WS-AP-IDX2 > WS-AP-COUNT
                   IF WS-AP-SUP(WS-AP-IDX2) = WS-THIS-SUP
                       MOVE "N" TO WS-AP-PAY-NOW(WS-AP-IDX2)
                   END-IF
               END-PERFORM
               GO TO 3100-EXIT
           END-IF.

           MOVE WS-THIS-SUP TO WS-THIS-NAME.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               IF WS-SUP-ID(WS-SUP-IDX) = WS-THIS-SUP
                   MOVE WS-SUP-NAME(WS-SUP-IDX) TO WS-THIS-NAME
               END-IF
           END-PERFORM.

           MOVE "=================================="
               & "===================================="
               TO REMIT-LINE.
           WRITE REMIT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "REMITTANCE ADVICE " WS-NEXT-REMIT
                  "  date " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO REMIT-LINE.
           WRITE REMIT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "To: " WS-THIS-SUP "  " WS-THIS-NAME
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO REMIT-LINE.
           WRITE REMIT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Paid to account " WS-THIS-ACCT
                  " through the clearing house"
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO REMIT-LINE.
           WRITE REMIT-LINE.
           MOVE SPACES TO REMIT-LINE.
           WRITE REMIT-LINE.
           MOVE "  Your invoice  Ln  Our PO  Dated"
               & "            Amount" TO REMIT-LINE.
           WRITE REMIT-LINE.

           PERFORM VARYING WS-AP-IDX2 FROM 1 BY 1
                   UNTIL WS-AP-IDX2 > WS-AP-COUNT
               IF WS-AP-PAY-NOW(WS-AP-IDX2) = "Y"
                   AND WS-AP-SUP(WS-AP-IDX2) = WS-THIS-SUP
                   MOVE WS-AP-AMT(WS-AP-IDX2) TO WS-DISP-AMT
                   MOVE SPACES TO WS-DETAIL
                   STRING "  " WS-AP-REF(WS-AP-IDX2)
                          "  " WS-AP-LINE(WS-AP-IDX2)
                          "  " WS-AP-PO(WS-AP-IDX2)
                          "  " WS-AP-INV-DATE(WS-AP-IDX2)
                          " " WS-DISP-AMT
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
                   MOVE WS-DETAIL TO REMIT-LINE
                   WRITE REMIT-LINE
                   MOVE "P" TO WS-AP-STAT(WS-AP-IDX2)
                   MOVE WS-PROCESS-DATE
                       TO WS-AP-PAID-DATE(WS-AP-IDX2)
                   MOVE WS-NEXT-REMIT TO WS-AP-REMIT(WS-AP-IDX2)
                   MOVE "N" TO WS-AP-PAY-NOW(WS-AP-IDX2)
               END-IF
           END-PERFORM.

           MOVE WS-PAY-TOTAL TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  TOTAL PAID: " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO REMIT-LINE.
           WRITE REMIT-LINE.
           MOVE SPACES TO REMIT-LINE.
           WRITE REMIT-LINE.

      *>   Owed no longer; the money is on its way out
           MOVE WS-PROCESS-DATE TO GL-POST-DATE.
           MOVE "2700"          TO GL-ACCT-CODE.
           MOVE "D"             TO GL-DR-CR.
           MOVE WS-PAY-TOTAL    TO GL-AMOUNT.
           MOVE "APPAY"         TO GL-SOURCE.
           MOVE "Supplier payment" TO GL-DESC.
           MOVE SPACES          TO GL-COST-CENTER.
           WRITE GL-POSTING-RECORD.
           MOVE "2500"          TO GL-ACCT-CODE.
           MOVE "C"             TO GL-DR-CR.
           WRITE GL-POSTING-RECORD.

      *>   For BATCH to send
           MOVE WS-NEXT-REMIT   TO SPM-REMIT-NO.
           MOVE WS-THIS-SUP     TO SPM-SUP-ID.
           MOVE WS-THIS-ACCT    TO SPM-BANK-ACCT.
           MOVE WS-PAY-TOTAL    TO SPM-AMOUNT.
           MOVE WS-PROCESS-DATE TO SPM-PAY-DATE.
           WRITE SUPPLIER-PAYMENT-RECORD.

           ADD 1 TO WS-PAID-COUNT.
           ADD WS-PAY-TOTAL TO WS-PAID-TOTAL.
           ADD 1 TO WS-NEXT-REMIT.
       3100-EXIT.
           CONTINUE.

      *> --- The lines back with their new status, the
      *>     register forward, the run reported ---
       4000-CLEANUP.
           OPEN OUTPUT AP-FILE.
           INITIALIZE AP-INVOICE-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               MOVE WS-AP-SUP(WS-AP-IDX)      TO AP-SUP-ID
               MOVE WS-AP-REF(WS-AP-IDX)      TO AP-INV-REF
               MOVE WS-AP-LINE(WS-AP-IDX)     TO AP-LINE-NO
               MOVE WS-AP-PO(WS-AP-IDX)       TO AP-PO-NO
               MOVE WS-AP-PROD(WS-AP-IDX)     TO AP-PROD-ID
               MOVE WS-AP-QTY(WS-AP-IDX)      TO AP-QTY
               MOVE WS-AP-PRICE(WS-AP-IDX)    TO AP-UNIT-PRICE
               MOVE WS-AP-AMT(WS-AP-IDX)      TO AP-AMOUNT
               MOVE WS-AP-INV-DATE(WS-AP-IDX) TO AP-INV-DATE
               MOVE WS-AP-DUE(WS-AP-IDX)      TO AP-DUE-DATE
               MOVE WS-AP-STAT(WS-AP-IDX)     TO AP-STATUS
               MOVE WS-AP-REASON(WS-AP-IDX)   TO AP-HOLD-REASON
               MOVE WS-AP-ENT-BY(WS-AP-IDX)   TO AP-ENTERED-BY
               MOVE WS-AP-RES-BY(WS-AP-IDX)   TO AP-RESOLVED-BY
               MOVE WS-AP-PAID-DATE(WS-AP-IDX)
                   TO AP-PAID-DATE
               MOVE WS-AP-REMIT(WS-AP-IDX)    TO AP-REMIT-NO
               WRITE AP-INVOICE-RECORD
           END-PERFORM.
           CLOSE AP-FILE.

           MOVE WS-NEXT-REMIT TO APC-NEXT-REMIT.
           OPEN OUTPUT APCTL-FILE.
           WRITE APCTL-RECORD.
           CLOSE APCTL-FILE.

           MOVE WS-BOOKED-COUNT TO WS-DISP-CNT.
           MOVE WS-BOOKED-TOTAL TO WS-DISP-AMT.
           DISPLAY "Invoice lines booked: " WS-DISP-CNT
               "  " WS-DISP-AMT.
           MOVE WS-PAID-COUNT TO WS-DISP-CNT.
           MOVE WS-PAID-TOTAL TO WS-DISP-AMT.
           DISPLAY "Suppliers paid:       " WS-DISP-CNT
               "  " WS-DISP-AMT.
           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-DISP-CNT
               DISPLAY "Suppliers not paid:   " WS-DISP-CNT
                   "  (see above)"
           END-IF.
           DISPLAY "See " WS-REMIT-FILENAME
               "; payments staged on supplier-payments.dat.".
