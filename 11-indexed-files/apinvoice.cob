       IDENTIFICATION DIVISION.
       PROGRAM-ID. APINVOICE.
       AUTHOR. LEARNER.

      *> ============================================
      *> Supplier invoice entry and three-way match
      *> ============================================
      *> Supplier invoices used to be paid on sight,
      *> with nobody holding them up against what we
      *> ordered or what actually arrived. Every
      *> invoice is keyed here now, onto
      *> ap-invoices.dat (see aprec.cpy):
      *>
      *>   - each line names its purchase-order line;
      *>     the supplier and product must be the PO's,
      *>     the price must sit within the tolerance of
      *>     the PO's agreed cost, and the quantity
      *>     billed - with everything billed on that
      *>     line before - within the tolerance of what
      *>     the goods receipts put on the shelf
      *>     (PO-RECEIVED);
      *>   - a line that matches waits for APPAY to
      *>     book it to accounts payable; one that does
      *>     not is held, and the invoice with it;
      *>   - purchasing (supervisor role) works the
      *>     held lines: release one the buyer accepts,
      *>     reject one we will not pay;
      *>   - supervisors keep each supplier's bank
      *>     account and payment terms on
      *>     supplier-terms.dat (see aptrec.cpy).
      *>
      *> Nothing is posted from the terminal - APPAY
      *> books and pays in the nightly window, the same
      *> way JESTAGE posts what JEMAINT approves.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks apinvoice.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o apinvoice
      *>   ./apinvoice
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

           SELECT PO-FILE
               ASSIGN TO "purchase-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.

           SELECT SUPPLIER-FILE
               ASSIGN TO "suppliers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD AP-FILE.
       01 AP-INVOICE-RECORD.
           COPY "aprec.cpy".

       FD TERMS-FILE.
       01 SUPPLIER-TERMS-RECORD.
           COPY "aptrec.cpy".

      *> Same PO layout the INDEXED menu keeps
       FD PO-FILE.
       01 PO-RECORD.
          05 PO-NO             PIC 9(6).
          05 FILLER            PIC X.
          05 PO-SUPPLIER       PIC X(5).
          05 FILLER            PIC X.
          05 PO-PROD-ID        PIC X(5).
          05 FILLER            PIC X.
          05 PO-QTY            PIC 9(4).
          05 FILLER            PIC X.
          05 PO-RECEIVED       PIC 9(4).
          05 FILLER            PIC X.
          05 PO-UNIT-COST      PIC 9(5)V99.
          05 FILLER            PIC X.
          05 PO-STATUS         PIC X.
          05 FILLER            PIC X.
          05 PO-DATE           PIC 9(8).
          05 FILLER            PIC X.
          05 PO-PROMISE-DATE   PIC 9(8).

       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
          05 SUP-ID            PIC X(5).
          05 FILLER            PIC X.
          05 SUP-NAME          PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-AP-STATUS       PIC XX.
           COPY "filestat.cpy".
       01 WS-TERMS-STATUS    PIC XX.
       01 WS-PO-STATUS       PIC XX.
       01 WS-SUPPLIER-STATUS PIC XX.

       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.

       01 WS-CHOICE          PIC 9.
       01 WS-CONTINUE        PIC X VALUE "Y".
          88 USER-CONTINUES  VALUE "Y" "y".
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   The match tolerances: a price within 5% of the
      *>   PO's agreed cost, a quantity within 5% over what
      *>   was received. Past either, purchasing decides.
       01 WS-PRICE-TOL-PCT   PIC 9(2) VALUE 5.
       01 WS-QTY-TOL-PCT     PIC 9(2) VALUE 5.
      *>   Terms for a supplier with none on file
       01 WS-HOUSE-TERMS     PIC 9(3) VALUE 30.

      *>   Every invoice line in storage while lines are
      *>   added, released or rejected and the file
      *>   rewritten
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
       01 WS-AP-IDX          PIC 9(4).
       01 WS-AP-FIRST-NEW    PIC 9(4).

      *>   Supplier bank accounts and terms
       01 WS-ST-COUNT        PIC 9(3) VALUE 0.
       01 WS-ST-TABLE.
          05 WS-ST-ENTRY OCCURS 100 TIMES.
             10 WS-ST-SUP       PIC X(5).
             10 WS-ST-ACCT      PIC X(8).
             10 WS-ST-DAYS      PIC 9(3).
       01 WS-ST-IDX          PIC 9(3).
       01 WS-ST-MATCH-IDX    PIC 9(3) VALUE 0.

      *>   What the operator keys
       01 WS-ASK-SUP         PIC X(5).
       01 WS-ASK-REF         PIC X(12).
       01 WS-ASK-DATE        PIC 9(8).
       01 WS-ASK-PO          PIC 9(6).
       01 WS-ASK-QTY         PIC 9(4).
       01 WS-ASK-PRICE       PIC 9(5)V99.
       01 WS-ASK-ACCT        PIC X(8).
       01 WS-ASK-DAYS        PIC 9(3).
       01 WS-ASK-ENTRY       PIC 9(4).
       01 WS-ASK-ACTION      PIC X.
       01 WS-ASK-CONFIRM     PIC X.

      *>   The supplier and PO line looked up
       01 WS-SUP-FOUND       PIC X VALUE "N".
          88 SUPPLIER-FOUND  VALUE "Y".
       01 WS-SUP-NAME        PIC X(25).
       01 WS-PO-FOUND        PIC X VALUE "N".
          88 PO-LINE-FOUND   VALUE "Y".
       01 WS-PO-SUPPLIER     PIC X(5).
       01 WS-PO-PROD         PIC X(5).
       01 WS-PO-RECEIVED     PIC 9(4).
       01 WS-PO-COST         PIC 9(5)V99.

      *>   One invoice being keyed
       01 WS-LINES-DONE      PIC X VALUE "N".
          88 NO-MORE-LINES   VALUE "Y".
       01 WS-LINE-NO         PIC 9(2) VALUE 0.
       01 WS-INV-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-INV-HELD        PIC 9(2) VALUE 0.
       01 WS-DUE-DATE        PIC 9(8).
       01 WS-TERMS-DAYS      PIC 9(3).

      *>   The match itself
       01 WS-QTY-BILLED      PIC 9(7) VALUE 0.
       01 WS-QTY-ROOM        PIC S9(7) VALUE 0.
       01 WS-PRICE-DIFF      PIC S9(5)V99.
       01 WS-PRICE-PCT       PIC 9(5)V99.
       01 WS-PRICE-OFF       PIC X VALUE "N".
       01 WS-QTY-OFF         PIC X VALUE "N".
       01 WS-HOLD-REASON     PIC X(3).

       01 WS-HELD-COUNT      PIC 9(4) VALUE 0.
       01 WS-DISP-AMT        PIC $Z(7),ZZ9.99.
       01 WS-DISP-PRICE      PIC $ZZ,ZZ9.99.
       01 WS-DISP-CNT        PIC Z(4)9.

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "APINVOIC".
       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-OPERATOR-ROLE  PIC X.
          88 OPERATOR-IS-SUPER VALUE "S" "A".
       01 WS-SIGNON-OK      PIC X.
       01 WS-OP-ACTION      PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "OPSIGNON" USING
               BY CONTENT   WS-OP-PROGRAM
               BY REFERENCE WS-OPERATOR-ID
               BY REFERENCE WS-OPERATOR-ROLE
               BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK NOT = "Y"
               STOP RUN
           END-IF.
           PERFORM 1100-SET-BUSINESS-DATE.
           PERFORM 1200-LOAD-INVOICES THRU 1200-EXIT.
           PERFORM 1300-LOAD-TERMS THRU 1300-EXIT.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           STOP RUN.

      *> --- The business date: invoices dated after it
      *>     are refused, and due dates run from them ---
       1100-SET-BUSINESS-DATE.
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

      *> --- Every invoice line on file into storage ---
       1200-LOAD-INVOICES.
           OPEN INPUT AP-FILE.
           IF NOT FS-SUCCESS
               GO TO 1200-EXIT
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
               READ AP-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AP-FILE.
       1200-EXIT.
           CONTINUE.

      *> --- Supplier bank accounts and terms into storage ---
       1300-LOAD-TERMS.
           OPEN INPUT TERMS-FILE.
           IF WS-TERMS-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ TERMS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-ST-COUNT >= 100
      *>           Never load-cap and then rewrite
                   DISPLAY "ABEND: more than 100 supplier "
                       "terms - raise WS-ST-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE ST-SUP-ID     TO WS-ST-SUP(WS-ST-COUNT)
               MOVE ST-BANK-ACCT  TO WS-ST-ACCT(WS-ST-COUNT)
               MOVE ST-TERMS-DAYS TO WS-ST-DAYS(WS-ST-COUNT)
               READ TERMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TERMS-FILE.
       1300-EXIT.
           CONTINUE.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Supplier Invoices ===".
           DISPLAY "1. Enter a supplier invoice".
           DISPLAY "2. Work the held lines (purchasing)".
           DISPLAY "3. Supplier bank account and terms".
           DISPLAY "4. List invoices on file".
           DISPLAY "5. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-ENTER-INVOICE
                          THRU 3000-EXIT
               WHEN 2 PERFORM 4000-WORK-HELD-LINES
                          THRU 4000-EXIT
               WHEN 3 PERFORM 5000-SUPPLIER-TERMS
                          THRU 5000-EXIT
               WHEN 4 PERFORM 6000-LIST-INVOICES
               WHEN 5 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- One supplier against suppliers.dat: found, with
      *>     its name, or WS-SUP-FOUND "N" ---
       2500-FIND-SUPPLIER.
           MOVE "N" TO WS-SUP-FOUND.
           MOVE SPACES TO WS-SUP-NAME.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUPPLIER-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ SUPPLIER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE OR SUPPLIER-FOUND
               IF SUP-ID = WS-ASK-SUP
                   MOVE "Y" TO WS-SUP-FOUND
                   MOVE SUP-NAME TO WS-SUP-NAME
               ELSE
                   READ SUPPLIER-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE SUPPLIER-FILE.
       2500-EXIT.
           CONTINUE.

      *> --- The supplier's terms row, or WS-ST-MATCH-IDX
      *>     zero ---
       2600-FIND-TERMS.
           MOVE 0 TO WS-ST-MATCH-IDX.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-SUP(WS-ST-IDX) = WS-ASK-SUP
                   MOVE WS-ST-IDX TO WS-ST-MATCH-IDX
               END-IF
           END-PERFORM.

      *> --- Key an invoice header, then its lines, each
      *>     matched as it is keyed ---
       3000-ENTER-INVOICE.
           DISPLAY "Supplier id: ".
           ACCEPT WS-ASK-SUP.
           IF WS-ASK-SUP = SPACES
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2500-FIND-SUPPLIER THRU 2500-EXIT.
           IF NOT SUPPLIER-FOUND
               DISPLAY "No supplier " WS-ASK-SUP
                   " on suppliers.dat."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "  " WS-SUP-NAME.

           DISPLAY "Supplier's invoice number: ".
           ACCEPT WS-ASK-REF.
           IF WS-ASK-REF = SPACES
               GO TO 3000-EXIT
           END-IF.
      *>   The same invoice twice is the classic double
      *>   payment - whatever became of the first one
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-SUP(WS-AP-IDX) = WS-ASK-SUP
                   AND WS-AP-REF(WS-AP-IDX) = WS-ASK-REF
                   DISPLAY "Invoice " WS-ASK-REF " from "
                       WS-ASK-SUP " is already on file."
                   GO TO 3000-EXIT
               END-IF
           END-PERFORM.

           DISPLAY "Invoice date (YYYYMMDD): ".
           ACCEPT WS-ASK-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASK-DATE) NOT = 0
               DISPLAY "Not a valid date - nothing keyed."
               GO TO 3000-EXIT
           END-IF.
           IF WS-ASK-DATE > WS-PROCESS-DATE
               DISPLAY "An invoice cannot be dated after the "
                   "business date " WS-PROCESS-DATE "."
               GO TO 3000-EXIT
           END-IF.

           PERFORM 2600-FIND-TERMS.
           IF WS-ST-MATCH-IDX = 0
               MOVE WS-HOUSE-TERMS TO WS-TERMS-DAYS
           ELSE
               MOVE WS-ST-DAYS(WS-ST-MATCH-IDX) TO WS-TERMS-DAYS
           END-IF.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ASK-DATE)
               + WS-TERMS-DAYS).

           COMPUTE WS-AP-FIRST-NEW = WS-AP-COUNT + 1.
           MOVE 0 TO WS-LINE-NO.
           MOVE 0 TO WS-INV-TOTAL.
           MOVE 0 TO WS-INV-HELD.
           MOVE "N" TO WS-LINES-DONE.
           PERFORM 3200-KEY-LINE THRU 3200-EXIT
               UNTIL NO-MORE-LINES.
           IF WS-LINE-NO = 0
               DISPLAY "No lines keyed - nothing filed."
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-INV-TOTAL TO WS-DISP-AMT.
           DISPLAY "Invoice " WS-ASK-REF " total " WS-DISP-AMT
               "  due " WS-DUE-DATE.
           DISPLAY "File it? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
      *>       Drop the lines keyed for it
               COMPUTE WS-AP-COUNT = WS-AP-FIRST-NEW - 1
               DISPLAY "Nothing filed."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 8000-SAVE-INVOICES.
           IF WS-INV-HELD > 0
               DISPLAY WS-INV-HELD " line(s) held for "
                   "purchasing - the invoice waits on them."
           ELSE
               DISPLAY "Matched - APPAY books it tonight."
           END-IF.
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Keyed invoice " WS-ASK-SUP " " WS-ASK-REF
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       3000-EXIT.
           CONTINUE.

      *> --- One invoice line: the PO line it bills, the
      *>     quantity and price, then the match ---
       3200-KEY-LINE.
           DISPLAY "PO number (0 when done): ".
           ACCEPT WS-ASK-PO.
           IF WS-ASK-PO = 0
               MOVE "Y" TO WS-LINES-DONE
               GO TO 3200-EXIT
           END-IF.
           IF WS-LINE-NO >= 99
               DISPLAY "99 lines is the most one invoice "
                   "carries."
               MOVE "Y" TO WS-LINES-DONE
               GO TO 3200-EXIT
           END-IF.
           IF WS-AP-COUNT >= 500
               DISPLAY "The invoice file is full - raise "
                   "WS-AP-TABLE."
               MOVE "Y" TO WS-LINES-DONE
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3300-FIND-PO-LINE THRU 3300-EXIT.
           IF NOT PO-LINE-FOUND
               DISPLAY "No PO " WS-ASK-PO
                   " on purchase-orders.dat."
               GO TO 3200-EXIT
           END-IF.
           IF WS-PO-SUPPLIER NOT = WS-ASK-SUP
               DISPLAY "PO " WS-ASK-PO " was raised on "
                   WS-PO-SUPPLIER ", not " WS-ASK-SUP "."
               GO TO 3200-EXIT
           END-IF.
           DISPLAY "  Product " WS-PO-PROD.
           DISPLAY "Quantity billed: ".
           ACCEPT WS-ASK-QTY.
           IF WS-ASK-QTY = 0
               DISPLAY "A line needs a quantity."
               GO TO 3200-EXIT
           END-IF.
           DISPLAY "Unit price billed: ".
           ACCEPT WS-ASK-PRICE.
           IF WS-ASK-PRICE = 0
               DISPLAY "A line needs a price."
               GO TO 3200-EXIT
           END-IF.

           PERFORM 3400-MATCH-LINE.

           ADD 1 TO WS-LINE-NO.
           ADD 1 TO WS-AP-COUNT.
           MOVE WS-ASK-SUP      TO WS-AP-SUP(WS-AP-COUNT).
           MOVE WS-ASK-REF      TO WS-AP-REF(WS-AP-COUNT).
           MOVE WS-LINE-NO      TO WS-AP-LINE(WS-AP-COUNT).
           MOVE WS-ASK-PO       TO WS-AP-PO(WS-AP-COUNT).
           MOVE WS-PO-PROD      TO WS-AP-PROD(WS-AP-COUNT).
           MOVE WS-ASK-QTY      TO WS-AP-QTY(WS-AP-COUNT).
           MOVE WS-ASK-PRICE    TO WS-AP-PRICE(WS-AP-COUNT).
           COMPUTE WS-AP-AMT(WS-AP-COUNT) ROUNDED =
               WS-ASK-QTY * WS-ASK-PRICE.
           MOVE WS-ASK-DATE     TO WS-AP-INV-DATE(WS-AP-COUNT).
           MOVE WS-DUE-DATE     TO WS-AP-DUE(WS-AP-COUNT).
           MOVE WS-HOLD-REASON  TO WS-AP-REASON(WS-AP-COUNT).
           MOVE WS-OPERATOR-ID  TO WS-AP-ENT-BY(WS-AP-COUNT).
           MOVE SPACES          TO WS-AP-RES-BY(WS-AP-COUNT).
           MOVE 0               TO WS-AP-PAID-DATE(WS-AP-COUNT).
           MOVE 0               TO WS-AP-REMIT(WS-AP-COUNT).
           ADD WS-AP-AMT(WS-AP-COUNT) TO WS-INV-TOTAL.
           IF WS-HOLD-REASON = SPACES
               MOVE "M" TO WS-AP-STAT(WS-AP-COUNT)
               DISPLAY "  Line " WS-LINE-NO " matched."
           ELSE
               MOVE "H" TO WS-AP-STAT(WS-AP-COUNT)
               ADD 1 TO WS-INV-HELD
               DISPLAY "  Line " WS-LINE-NO " HELD ("
                   WS-HOLD-REASON ") - received "
                   WS-PO-RECEIVED ", already billed "
                   WS-QTY-BILLED
           END-IF.
       3200-EXIT.
           CONTINUE.

      *> --- The PO line off purchase-orders.dat ---
       3300-FIND-PO-LINE.
           MOVE "N" TO WS-PO-FOUND.
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS NOT = "00"
               GO TO 3300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ PO-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE OR PO-LINE-FOUND
               IF PO-NO = WS-ASK-PO
                   MOVE "Y" TO WS-PO-FOUND
                   MOVE PO-SUPPLIER  TO WS-PO-SUPPLIER
                   MOVE PO-PROD-ID   TO WS-PO-PROD
                   MOVE PO-RECEIVED  TO WS-PO-RECEIVED
                   MOVE PO-UNIT-COST TO WS-PO-COST
               ELSE
                   READ PO-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE PO-FILE.
       3300-EXIT.
           CONTINUE.

      *> --- The three-way match. Quantity: this line with
      *>     everything billed on the PO line before (bar
      *>     rejected lines) against what the receipts put
      *>     on the shelf. Price: against the PO's cost ---
       3400-MATCH-LINE.
           MOVE 0 TO WS-QTY-BILLED.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-PO(WS-AP-IDX) = WS-ASK-PO
                   AND WS-AP-STAT(WS-AP-IDX) NOT = "R"
                   ADD WS-AP-QTY(WS-AP-IDX) TO WS-QTY-BILLED
               END-IF
           END-PERFORM.
           COMPUTE WS-QTY-ROOM =
               WS-PO-RECEIVED * (100 + WS-QTY-TOL-PCT) / 100
               - WS-QTY-BILLED.
           MOVE "N" TO WS-QTY-OFF.
           IF WS-ASK-QTY > WS-QTY-ROOM
               MOVE "Y" TO WS-QTY-OFF
           END-IF.

           MOVE "N" TO WS-PRICE-OFF.
           IF WS-PO-COST > 0
               COMPUTE WS-PRICE-DIFF =
                   WS-ASK-PRICE - WS-PO-COST
               COMPUTE WS-PRICE-PCT ROUNDED =
                   FUNCTION ABS(WS-PRICE-DIFF) * 100
                   / WS-PO-COST
               IF WS-PRICE-PCT > WS-PRICE-TOL-PCT
                   MOVE "Y" TO WS-PRICE-OFF
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-PRICE-OFF = "Y" AND WS-QTY-OFF = "Y"
                   MOVE "P+Q" TO WS-HOLD-REASON
               WHEN WS-PRICE-OFF = "Y"
                   MOVE "PRC" TO WS-HOLD-REASON
               WHEN WS-QTY-OFF = "Y"
                   MOVE "QTY" TO WS-HOLD-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-HOLD-REASON
           END-EVALUATE.

      *> --- Purchasing's queue: release a held line the
      *>     buyer accepts, reject one we will not pay ---
       4000-WORK-HELD-LINES.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 4000-EXIT
           END-IF.
           MOVE 0 TO WS-HELD-COUNT.
           DISPLAY "  Entry Supplier Invoice      Ln PO     "
               "Qty  Price      Why".
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-STAT(WS-AP-IDX) = "H"
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-AP-PRICE(WS-AP-IDX) TO WS-DISP-PRICE
                   DISPLAY "  " WS-AP-IDX " "
                       WS-AP-SUP(WS-AP-IDX) "    "
                       WS-AP-REF(WS-AP-IDX) " "
                       WS-AP-LINE(WS-AP-IDX) " "
                       WS-AP-PO(WS-AP-IDX) " "
                       WS-AP-QTY(WS-AP-IDX) " "
                       WS-DISP-PRICE " "
                       WS-AP-REASON(WS-AP-IDX)
               END-IF
           END-PERFORM.
           IF WS-HELD-COUNT = 0
               DISPLAY "  (nothing held)"
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "Entry to work (0 to leave): ".
           ACCEPT WS-ASK-ENTRY.
           IF WS-ASK-ENTRY = 0 OR WS-ASK-ENTRY > WS-AP-COUNT
               GO TO 4000-EXIT
           END-IF.
           IF WS-AP-STAT(WS-ASK-ENTRY) NOT = "H"
               DISPLAY "Entry " WS-ASK-ENTRY " is not held."
               GO TO 4000-EXIT
           END-IF.
      *>   What the PO and the receipts say, beside the bill
           MOVE WS-AP-PO(WS-ASK-ENTRY) TO WS-ASK-PO.
           PERFORM 3300-FIND-PO-LINE THRU 3300-EXIT.
           IF PO-LINE-FOUND
               MOVE WS-PO-COST TO WS-DISP-PRICE
               DISPLAY "  PO " WS-ASK-PO ": cost " WS-DISP-PRICE
                   "  received " WS-PO-RECEIVED
           END-IF.
           DISPLAY "R=Release for payment, X=Reject: ".
           ACCEPT WS-ASK-ACTION.
           MOVE SPACES TO WS-OP-ACTION.
           EVALUATE WS-ASK-ACTION
               WHEN "R"
               WHEN "r"
                   MOVE "M" TO WS-AP-STAT(WS-ASK-ENTRY)
                   STRING "Released AP "
                          WS-AP-SUP(WS-ASK-ENTRY) " "
                          WS-AP-REF(WS-ASK-ENTRY)
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
               WHEN "X"
               WHEN "x"
                   MOVE "R" TO WS-AP-STAT(WS-ASK-ENTRY)
                   STRING "Rejected AP "
                          WS-AP-SUP(WS-ASK-ENTRY) " "
                          WS-AP-REF(WS-ASK-ENTRY)
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
               WHEN OTHER
                   DISPLAY "Left as it was."
                   GO TO 4000-EXIT
           END-EVALUATE.
           MOVE WS-OPERATOR-ID TO WS-AP-RES-BY(WS-ASK-ENTRY).
           PERFORM 8000-SAVE-INVOICES.
           DISPLAY "Entry " WS-ASK-ENTRY " now "
               WS-AP-STAT(WS-ASK-ENTRY) ".".
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4000-EXIT.
           CONTINUE.

      *> --- Where and when a supplier is paid ---
       5000-SUPPLIER-TERMS.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "Supplier id: ".
           ACCEPT WS-ASK-SUP.
           IF WS-ASK-SUP = SPACES
               GO TO 5000-EXIT
           END-IF.
           PERFORM 2500-FIND-SUPPLIER THRU 2500-EXIT.
           IF NOT SUPPLIER-FOUND
               DISPLAY "No supplier " WS-ASK-SUP
                   " on suppliers.dat."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 2600-FIND-TERMS.
           IF WS-ST-MATCH-IDX > 0
               DISPLAY "  " WS-SUP-NAME " paid to "
                   WS-ST-ACCT(WS-ST-MATCH-IDX) " at "
                   WS-ST-DAYS(WS-ST-MATCH-IDX) " days"
           ELSE
               DISPLAY "  " WS-SUP-NAME " - no terms on file"
           END-IF.

           DISPLAY "Supplier's bank account: ".
           ACCEPT WS-ASK-ACCT.
           IF WS-ASK-ACCT = SPACES
               DISPLAY "A supplier is paid to an account - "
                   "nothing changed."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "Terms in days (0-120): ".
           ACCEPT WS-ASK-DAYS.
           IF WS-ASK-DAYS > 120
               DISPLAY "Terms run 0 to 120 days - nothing "
                   "changed."
               GO TO 5000-EXIT
           END-IF.

           IF WS-ST-MATCH-IDX = 0
               IF WS-ST-COUNT >= 100
                   DISPLAY "Terms table full - raise "
                       "WS-ST-TABLE."
                   GO TO 5000-EXIT
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-MATCH-IDX
               MOVE WS-ASK-SUP TO WS-ST-SUP(WS-ST-MATCH-IDX)
           END-IF.
           MOVE WS-ASK-ACCT TO WS-ST-ACCT(WS-ST-MATCH-IDX).
           MOVE WS-ASK-DAYS TO WS-ST-DAYS(WS-ST-MATCH-IDX).
           PERFORM 8100-SAVE-TERMS.
           DISPLAY "Terms set for " WS-ASK-SUP
               " - invoices keyed from now take them.".
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Set terms for " WS-ASK-SUP
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       5000-EXIT.
           CONTINUE.

      *> --- Every invoice line on file ---
       6000-LIST-INVOICES.
           IF WS-AP-COUNT = 0
               DISPLAY "  (no invoices on file)"
           ELSE
               DISPLAY "  Supplier Invoice      Ln PO     "
                   "Qty        Amount  Due      St Why"
           END-IF.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               MOVE WS-AP-AMT(WS-AP-IDX) TO WS-DISP-AMT
               DISPLAY "  " WS-AP-SUP(WS-AP-IDX) "    "
                   WS-AP-REF(WS-AP-IDX) " "
                   WS-AP-LINE(WS-AP-IDX) " "
                   WS-AP-PO(WS-AP-IDX) " "
                   WS-AP-QTY(WS-AP-IDX) " "
                   WS-DISP-AMT " "
                   WS-AP-DUE(WS-AP-IDX) " "
                   WS-AP-STAT(WS-AP-IDX) "  "
                   WS-AP-REASON(WS-AP-IDX)
           END-PERFORM.
           MOVE WS-AP-COUNT TO WS-DISP-CNT.
           DISPLAY "Lines: " WS-DISP-CNT.

      *> --- The invoice file back from storage ---
       8000-SAVE-INVOICES.
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

      *> --- The terms file back from storage ---
       8100-SAVE-TERMS.
           OPEN OUTPUT TERMS-FILE.
           INITIALIZE SUPPLIER-TERMS-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               MOVE WS-ST-SUP(WS-ST-IDX)  TO ST-SUP-ID
               MOVE WS-ST-ACCT(WS-ST-IDX) TO ST-BANK-ACCT
               MOVE WS-ST-DAYS(WS-ST-IDX) TO ST-TERMS-DAYS
               WRITE SUPPLIER-TERMS-RECORD
           END-PERFORM.
           CLOSE TERMS-FILE.
