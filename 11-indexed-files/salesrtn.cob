       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESRTN.
       AUTHOR. LEARNER.

      *> ============================================
      *> Customer returns: authorization and receipt
      *> ============================================
      *> ARINVOICE could only ever bill, so stock a
      *> trade customer sent back was fudged in as an
      *> adjustment. A return now runs through a return
      *> authorization (RA) on return-auths.dat (see
      *> rtnrec.cpy):
      *>
      *>   - a supervisor authorizes it against one
      *>     invoice line - the invoice number and the
      *>     line's number as printed on it, which finds
      *>     the sales-history line ARINVOICE stamped.
      *>     No more can come back than the line sold,
      *>     less what earlier RAs already took back;
      *>   - when the goods arrive they are inspected
      *>     and received: good stock goes back on the
      *>     shelf in a warehouse bin, with a movement-
      *>     history entry and a cost layer at what the
      *>     units cost when they shipped; damaged stock
      *>     goes to the scrap location (scrap-stock.dat)
      *>     and never rejoins saleable stock; goods that
      *>     are not what was authorized are refused;
      *>   - ARCREDIT raises the numbered credit memo for
      *>     every return received and accepted, takes
      *>     it off the customer's open item and reverses
      *>     the revenue.
      *>
      *> The credit memo and its ledger entries are
      *> ARCREDIT's. The one posting made here is the
      *> stock itself: good units back on the shelf go
      *> back into inventory at the cost they shipped at,
      *> off cost of goods sold, the moment their layer
      *> is written (see invgl.cpy).
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks salesrtn.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o salesrtn
      *>   ./salesrtn
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE
               ASSIGN TO "return-auths.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT SALES-HISTORY
               ASSIGN TO "sales-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT PRODUCT-FILE
               ASSIGN TO "products.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               ALTERNATE RECORD KEY IS PROD-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BIN-FILE
               ASSIGN TO "bins.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-BIN-SLOT
               FILE STATUS IS WS-BIN-STATUS.

           SELECT MOVEMENT-FILE
               ASSIGN TO "stock-movements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-STATUS.

           SELECT LAYER-FILE
               ASSIGN TO "cost-layers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYER-STATUS.

      *>   The scrap location: damaged returns, off the
      *>   saleable stock for good
           SELECT SCRAP-FILE
               ASSIGN TO "scrap-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRAP-STATUS.

      *>   Restocked units back onto inventory, once the
      *>   INDEXED menu has booked the opening balance
           SELECT GL-FILE
               ASSIGN TO "gl-postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT INVGL-FILE
               ASSIGN TO "inventory-gl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVGL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RETURN-FILE.
       01 RETURN-AUTH-RECORD.
           COPY "rtnrec.cpy".

      *> Same history layout 9960-LOG-SALE appends
       FD SALES-HISTORY.
       01 SALES-HISTORY-RECORD.
          05 SH-PROD-ID        PIC X(5).
          05 FILLER            PIC X.
          05 SH-QTY            PIC 9(4).
          05 FILLER            PIC X.
          05 SH-EXT-PRICE      PIC 9(9)V99.
          05 FILLER            PIC X.
          05 SH-DATE           PIC 9(8).
          05 FILLER            PIC X.
          05 SH-CUST-NO        PIC X(6).
          05 FILLER            PIC X.
          05 SH-INVOICED       PIC X.
          05 FILLER            PIC X.
          05 SH-INV-NO         PIC 9(6).
          05 FILLER            PIC X.
          05 SH-COGS           PIC 9(9)V99.
          05 FILLER            PIC X.
          05 SH-CONTRACT-NO    PIC 9(6).

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

      *> Same bin layout the INDEXED menu assigns
       FD BIN-FILE.
       01 BIN-RECORD.
          05 BIN-WAREHOUSE     PIC 9.
          05 BIN-PROD-ID       PIC X(5).
          05 BIN-QTY           PIC 9(4).

       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD.
          05 MV-PROD-ID        PIC X(5).
          05 FILLER            PIC X VALUE ",".
          05 MV-TYPE           PIC X.
          05 FILLER            PIC X VALUE ",".
          05 MV-QTY            PIC S9(5)
                               SIGN LEADING SEPARATE.
          05 FILLER            PIC X VALUE ",".
          05 MV-REF            PIC X(10).
          05 FILLER            PIC X VALUE ",".
          05 MV-DATE           PIC 9(8).

      *> Same layer layout the INDEXED menu maintains
       FD LAYER-FILE.
       01 LAYER-RECORD.
          05 CL-PROD-ID        PIC X(5).
          05 FILLER            PIC X VALUE ",".
          05 CL-DATE           PIC 9(8).
          05 FILLER            PIC X VALUE ",".
          05 CL-QTY-REMAIN     PIC 9(4).
          05 FILLER            PIC X VALUE ",".
          05 CL-UNIT-COST      PIC 9(5)V99.
          05 FILLER            PIC X VALUE ",".
          05 CL-PO-NO          PIC 9(6).
          05 FILLER            PIC X VALUE ",".
          05 CL-RCPT-REF       PIC X(10).

      *> One damaged return in the scrap location
       FD SCRAP-FILE.
       01 SCRAP-RECORD.
          05 SC-RA-NO          PIC 9(6).
          05 FILLER            PIC X VALUE ",".
          05 SC-PROD-ID        PIC X(5).
          05 FILLER            PIC X VALUE ",".
          05 SC-QTY            PIC 9(4).
          05 FILLER            PIC X VALUE ",".
          05 SC-UNIT-COST      PIC 9(5)V99.
          05 FILLER            PIC X VALUE ",".
          05 SC-DATE           PIC 9(8).

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

       FD INVGL-FILE.
       01 INVENTORY-GL-RECORD.
           COPY "invgl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RTN-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-SALES-STATUS    PIC XX.
       01 WS-FILE-STATUS     PIC XX.
       01 WS-BIN-STATUS      PIC XX.
       01 WS-MOVE-STATUS     PIC XX.
       01 WS-LAYER-STATUS    PIC XX.
       01 WS-SCRAP-STATUS    PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-INVGL-STATUS    PIC XX.

       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.

       01 WS-CHOICE          PIC 9.
       01 WS-CONTINUE        PIC X VALUE "Y".
          88 USER-CONTINUES  VALUE "Y" "y".
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Every RA in storage while returns are authorized
      *>   and received and the file rewritten
       01 WS-RT-COUNT        PIC 9(3) VALUE 0.
       01 WS-RT-TABLE.
          05 WS-RT-ENTRY OCCURS 300 TIMES.
             10 WS-RT-NO        PIC 9(6).
             10 WS-RT-INV       PIC 9(6).
             10 WS-RT-LINE      PIC 9(3).
             10 WS-RT-CUST      PIC X(6).
             10 WS-RT-PROD      PIC X(5).
             10 WS-RT-QTY       PIC 9(4).
             10 WS-RT-CREDIT    PIC 9(9)V99.
             10 WS-RT-COST      PIC 9(5)V99.
             10 WS-RT-REASON    PIC X(20).
             10 WS-RT-AUTH-DATE PIC 9(8).
             10 WS-RT-AUTH-BY   PIC X(8).
             10 WS-RT-STAT      PIC X.
             10 WS-RT-COND      PIC X.
             10 WS-RT-WH        PIC 9.
             10 WS-RT-BIN       PIC 9(3).
             10 WS-RT-RCV-DATE  PIC 9(8).
             10 WS-RT-RCV-BY    PIC X(8).
             10 WS-RT-CM-NO     PIC 9(6).
             10 WS-RT-CM-DATE   PIC 9(8).
       01 WS-RT-IDX          PIC 9(3).
       01 WS-RT-MATCH-IDX    PIC 9(3) VALUE 0.
       01 WS-NEXT-RA         PIC 9(6) VALUE 1.

      *>   What the operator keys
       01 WS-ASK-INV         PIC 9(6).
       01 WS-ASK-LINE        PIC 9(3).
       01 WS-ASK-QTY         PIC 9(4).
       01 WS-ASK-REASON      PIC X(20).
       01 WS-ASK-RA          PIC 9(6).
       01 WS-ASK-COND        PIC X.
          88 COND-GOOD       VALUE "G" "g".
          88 COND-DAMAGED    VALUE "D" "d".
          88 COND-REFUSED    VALUE "X" "x".
       01 WS-ASK-WH          PIC 9.
       01 WS-ASK-BIN         PIC 9(3).
       01 WS-ASK-CONFIRM     PIC X.

      *>   The invoice line the return is against
       01 WS-LINE-FOUND      PIC X VALUE "N".
          88 HISTORY-LINE-FOUND VALUE "Y".
       01 WS-LINE-SEEN       PIC 9(3) VALUE 0.
       01 WS-HL-PROD         PIC X(5).
       01 WS-HL-QTY          PIC 9(4).
       01 WS-HL-EXT          PIC 9(9)V99.
       01 WS-HL-DATE         PIC 9(8).
       01 WS-HL-CUST         PIC X(6).
       01 WS-HL-COGS         PIC 9(9)V99.

      *>   What earlier RAs already took back off the line
       01 WS-QTY-BACK        PIC 9(5) VALUE 0.
       01 WS-CREDIT-BACK     PIC 9(9)V99 VALUE 0.
       01 WS-QTY-ROOM        PIC S9(5) VALUE 0.
       01 WS-NEW-CREDIT      PIC 9(9)V99 VALUE 0.
       01 WS-NEW-COST        PIC 9(5)V99 VALUE 0.

      *>   Receipt into stock
       01 WS-BIN-SLOT        PIC 9(4) COMP.
       01 WS-PUT-AWAY        PIC X VALUE "N".
          88 PUT-AWAY-DONE   VALUE "Y".
       01 WS-MOVE-REF        PIC X(10).
       01 WS-RESTOCK-COST    PIC 9(9)V99 VALUE 0.

       01 WS-DISP-AMT        PIC $Z(7),ZZ9.99.
       01 WS-DISP-COST       PIC $Z(4)9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-QTY        PIC Z(4)9.

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "SALESRTN".
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
           PERFORM 1200-LOAD-RETURNS THRU 1200-EXIT.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           STOP RUN.

      *> --- The business date every authorization and
      *>     receipt is stamped with ---
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

      *> --- Every RA on file into storage; the next RA
      *>     number follows the highest one issued ---
       1200-LOAD-RETURNS.
           OPEN INPUT RETURN-FILE.
           IF NOT FS-SUCCESS
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ RETURN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-RT-COUNT >= 300
      *>           Never load-cap and then rewrite: RAs
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 300 return "
                       "authorizations - raise WS-RT-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RT-COUNT
               MOVE RT-RA-NO      TO WS-RT-NO(WS-RT-COUNT)
               MOVE RT-INV-NO     TO WS-RT-INV(WS-RT-COUNT)
               MOVE RT-LINE-NO    TO WS-RT-LINE(WS-RT-COUNT)
               MOVE RT-CUST-NO    TO WS-RT-CUST(WS-RT-COUNT)
               MOVE RT-PROD-ID    TO WS-RT-PROD(WS-RT-COUNT)
               MOVE RT-QTY        TO WS-RT-QTY(WS-RT-COUNT)
               MOVE RT-CREDIT-AMT TO WS-RT-CREDIT(WS-RT-COUNT)
               MOVE RT-UNIT-COST  TO WS-RT-COST(WS-RT-COUNT)
               MOVE RT-REASON     TO WS-RT-REASON(WS-RT-COUNT)
               MOVE RT-AUTH-DATE
                   TO WS-RT-AUTH-DATE(WS-RT-COUNT)
               MOVE RT-AUTH-BY    TO WS-RT-AUTH-BY(WS-RT-COUNT)
               MOVE RT-STATUS     TO WS-RT-STAT(WS-RT-COUNT)
               MOVE RT-CONDITION  TO WS-RT-COND(WS-RT-COUNT)
               MOVE RT-WAREHOUSE  TO WS-RT-WH(WS-RT-COUNT)
               MOVE RT-BIN-NO     TO WS-RT-BIN(WS-RT-COUNT)
               MOVE RT-RCV-DATE   TO WS-RT-RCV-DATE(WS-RT-COUNT)
               MOVE RT-RCV-BY     TO WS-RT-RCV-BY(WS-RT-COUNT)
               MOVE RT-CM-NO      TO WS-RT-CM-NO(WS-RT-COUNT)
               MOVE RT-CM-DATE    TO WS-RT-CM-DATE(WS-RT-COUNT)
               IF RT-RA-NO >= WS-NEXT-RA
                   COMPUTE WS-NEXT-RA = RT-RA-NO + 1
               END-IF
               READ RETURN-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RETURN-FILE.
       1200-EXIT.
           CONTINUE.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Customer Returns ===".
           DISPLAY "1. Authorize a return (supervisor)".
           DISPLAY "2. Receive returned goods".
           DISPLAY "3. List return authorizations".
           DISPLAY "4. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-AUTHORIZE-RETURN
                          THRU 3000-EXIT
               WHEN 2 PERFORM 4000-RECEIVE-RETURN
                          THRU 4000-EXIT
               WHEN 3 PERFORM 6000-LIST-RETURNS
               WHEN 4 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- A return against one invoice line: how many
      *>     units, why, and what the customer gets back ---
       3000-AUTHORIZE-RETURN.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Invoice number (0 to cancel): ".
           ACCEPT WS-ASK-INV.
           IF WS-ASK-INV = 0
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Line number on the invoice: ".
           ACCEPT WS-ASK-LINE.
           PERFORM 3100-FIND-HISTORY-LINE THRU 3100-EXIT.
           IF NOT HISTORY-LINE-FOUND
               DISPLAY "Invoice " WS-ASK-INV " has no line "
                   WS-ASK-LINE " on sales-history.dat."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-HL-EXT TO WS-DISP-AMT.
           DISPLAY "  customer " WS-HL-CUST "  " WS-HL-PROD
               " x " WS-HL-QTY "  " WS-DISP-AMT
               "  sold " WS-HL-DATE.

           PERFORM 3200-SUM-EARLIER-RETURNS.
           COMPUTE WS-QTY-ROOM = WS-HL-QTY - WS-QTY-BACK.
           IF WS-QTY-ROOM <= 0
               DISPLAY "Every unit on the line is already "
                   "authorized back."
               GO TO 3000-EXIT
           END-IF.
           IF WS-QTY-BACK > 0
               MOVE WS-QTY-BACK TO WS-DISP-CNT
               MOVE WS-QTY-ROOM TO WS-DISP-QTY
               DISPLAY " " WS-DISP-CNT " already authorized "
                   "back -" WS-DISP-QTY " may still return."
           END-IF.

           DISPLAY "Quantity coming back: ".
           ACCEPT WS-ASK-QTY.
           IF WS-ASK-QTY = 0
               GO TO 3000-EXIT
           END-IF.
           IF WS-ASK-QTY > WS-QTY-ROOM
               DISPLAY "More than the line has left to "
                   "return - nothing authorized."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Reason for the return: ".
           ACCEPT WS-ASK-REASON.
           IF WS-ASK-REASON = SPACES
               DISPLAY "A return needs a reason - nothing "
                   "authorized."
               GO TO 3000-EXIT
           END-IF.

      *>   The customer gets back what they paid for these
      *>   units. The return that empties the line takes
      *>   what is left of its price, so the pennies the
      *>   pro-rating rounds away come back too
           IF WS-ASK-QTY = WS-QTY-ROOM
               COMPUTE WS-NEW-CREDIT =
                   WS-HL-EXT - WS-CREDIT-BACK
           ELSE
               COMPUTE WS-NEW-CREDIT ROUNDED =
                   WS-HL-EXT * WS-ASK-QTY / WS-HL-QTY
           END-IF.
      *>   And the stock goes back at what it cost when it
      *>   shipped
           IF WS-HL-COGS > 0
               COMPUTE WS-NEW-COST ROUNDED =
                   WS-HL-COGS / WS-HL-QTY
           ELSE
               PERFORM 3300-COST-AT-LIST
           END-IF.

           MOVE WS-NEW-CREDIT TO WS-DISP-AMT.
           MOVE WS-NEW-COST TO WS-DISP-COST.
           DISPLAY "  credit " WS-DISP-AMT "  restock cost "
               WS-DISP-COST " a unit".
           DISPLAY "Authorize it? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing authorized."
               GO TO 3000-EXIT
           END-IF.
           IF WS-RT-COUNT >= 300
               DISPLAY "Return table full - raise "
                   "WS-RT-TABLE."
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-RT-COUNT.
           MOVE WS-NEXT-RA      TO WS-RT-NO(WS-RT-COUNT).
           ADD 1 TO WS-NEXT-RA.
           MOVE WS-ASK-INV      TO WS-RT-INV(WS-RT-COUNT).
           MOVE WS-ASK-LINE     TO WS-RT-LINE(WS-RT-COUNT).
           MOVE WS-HL-CUST      TO WS-RT-CUST(WS-RT-COUNT).
           MOVE WS-HL-PROD      TO WS-RT-PROD(WS-RT-COUNT).
           MOVE WS-ASK-QTY      TO WS-RT-QTY(WS-RT-COUNT).
           MOVE WS-NEW-CREDIT   TO WS-RT-CREDIT(WS-RT-COUNT).
           MOVE WS-NEW-COST     TO WS-RT-COST(WS-RT-COUNT).
           MOVE WS-ASK-REASON   TO WS-RT-REASON(WS-RT-COUNT).
           MOVE WS-PROCESS-DATE TO WS-RT-AUTH-DATE(WS-RT-COUNT).
           MOVE WS-OPERATOR-ID  TO WS-RT-AUTH-BY(WS-RT-COUNT).
           MOVE "A"             TO WS-RT-STAT(WS-RT-COUNT).
           MOVE SPACE           TO WS-RT-COND(WS-RT-COUNT).
           MOVE 0               TO WS-RT-WH(WS-RT-COUNT).
           MOVE 0               TO WS-RT-BIN(WS-RT-COUNT).
           MOVE 0               TO WS-RT-RCV-DATE(WS-RT-COUNT).
           MOVE SPACES          TO WS-RT-RCV-BY(WS-RT-COUNT).
           MOVE 0               TO WS-RT-CM-NO(WS-RT-COUNT).
           MOVE 0               TO WS-RT-CM-DATE(WS-RT-COUNT).
           PERFORM 8000-SAVE-RETURNS.

           DISPLAY "RA " WS-RT-NO(WS-RT-COUNT)
               " authorized - the customer quotes it on "
               "the parcel.".
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Authorized RA " WS-RT-NO(WS-RT-COUNT)
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       3000-EXIT.
           CONTINUE.

      *> --- The invoice's n-th line: the history lines
      *>     ARINVOICE stamped with the invoice number, in
      *>     file order, are the invoice's lines in print
      *>     order ---
       3100-FIND-HISTORY-LINE.
           MOVE "N" TO WS-LINE-FOUND.
           MOVE 0 TO WS-LINE-SEEN.
           OPEN INPUT SALES-HISTORY.
           IF WS-SALES-STATUS NOT = "00"
               GO TO 3100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ SALES-HISTORY
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE OR HISTORY-LINE-FOUND
      *>       Lines billed before the stamp existed carry
      *>       no invoice number and cannot be matched
               IF SH-INV-NO IS NUMERIC
                   AND SH-INV-NO = WS-ASK-INV
                   ADD 1 TO WS-LINE-SEEN
               END-IF
               IF SH-INV-NO IS NUMERIC
                   AND SH-INV-NO = WS-ASK-INV
                   AND WS-LINE-SEEN = WS-ASK-LINE
                   MOVE "Y" TO WS-LINE-FOUND
                   MOVE SH-PROD-ID   TO WS-HL-PROD
                   MOVE SH-QTY       TO WS-HL-QTY
                   MOVE SH-EXT-PRICE TO WS-HL-EXT
                   MOVE SH-DATE      TO WS-HL-DATE
                   MOVE SH-CUST-NO   TO WS-HL-CUST
                   IF SH-COGS IS NUMERIC
                       MOVE SH-COGS TO WS-HL-COGS
                   ELSE
                       MOVE 0 TO WS-HL-COGS
                   END-IF
               ELSE
                   READ SALES-HISTORY
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE SALES-HISTORY.
       3100-EXIT.
           CONTINUE.

      *> --- Units and credit already authorized back off
      *>     this line by RAs still standing ---
       3200-SUM-EARLIER-RETURNS.
           MOVE 0 TO WS-QTY-BACK.
           MOVE 0 TO WS-CREDIT-BACK.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-INV(WS-RT-IDX) = WS-ASK-INV
                   AND WS-RT-LINE(WS-RT-IDX) = WS-ASK-LINE
                   AND WS-RT-STAT(WS-RT-IDX) NOT = "X"
                   ADD WS-RT-QTY(WS-RT-IDX) TO WS-QTY-BACK
                   ADD WS-RT-CREDIT(WS-RT-IDX)
                       TO WS-CREDIT-BACK
               END-IF
           END-PERFORM.

      *> --- A line shipped before the history carried its
      *>     cost: restock at the list price, as a shipment
      *>     no layer covered was costed, and say so ---
       3300-COST-AT-LIST.
           MOVE 0 TO WS-NEW-COST.
           OPEN INPUT PRODUCT-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE WS-HL-PROD TO PROD-ID
               READ PRODUCT-FILE
                   KEY IS PROD-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-PRICE TO WS-NEW-COST
               END-READ
               CLOSE PRODUCT-FILE
           END-IF.
           DISPLAY "WARNING: the line carries no shipment "
               "cost - restocks at list.".

      *> --- The goods are back: inspect, then shelf,
      *>     scrap, or refuse ---
       4000-RECEIVE-RETURN.
           DISPLAY "RA number (0 to cancel): ".
           ACCEPT WS-ASK-RA.
           IF WS-ASK-RA = 0
               GO TO 4000-EXIT
           END-IF.
           MOVE 0 TO WS-RT-MATCH-IDX.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-NO(WS-RT-IDX) = WS-ASK-RA
                   MOVE WS-RT-IDX TO WS-RT-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-RT-MATCH-IDX = 0
               DISPLAY "No RA " WS-ASK-RA " on file - goods "
                   "without an RA are not received."
               GO TO 4000-EXIT
           END-IF.
           IF WS-RT-STAT(WS-RT-MATCH-IDX) NOT = "A"
               DISPLAY "RA " WS-ASK-RA " is not waiting on "
                   "goods (status " WS-RT-STAT(WS-RT-MATCH-IDX)
                   ")."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "  invoice " WS-RT-INV(WS-RT-MATCH-IDX)
               " line " WS-RT-LINE(WS-RT-MATCH-IDX)
               "  " WS-RT-PROD(WS-RT-MATCH-IDX)
               " x " WS-RT-QTY(WS-RT-MATCH-IDX)
               "  " WS-RT-REASON(WS-RT-MATCH-IDX).
           DISPLAY "Condition: G=good, D=damaged, "
               "X=refuse the goods: ".
           ACCEPT WS-ASK-COND.

           MOVE SPACES TO WS-MOVE-REF.
           STRING "RA " WS-ASK-RA
               DELIMITED BY SIZE INTO WS-MOVE-REF
           END-STRING.
           EVALUATE TRUE
               WHEN COND-GOOD
                   PERFORM 4100-PUT-AWAY THRU 4100-EXIT
                   IF NOT PUT-AWAY-DONE
                       GO TO 4000-EXIT
                   END-IF
                   MOVE "G" TO WS-RT-COND(WS-RT-MATCH-IDX)
                   MOVE "R" TO WS-RT-STAT(WS-RT-MATCH-IDX)
                   MOVE WS-ASK-WH
                       TO WS-RT-WH(WS-RT-MATCH-IDX)
                   MOVE WS-ASK-BIN
                       TO WS-RT-BIN(WS-RT-MATCH-IDX)
               WHEN COND-DAMAGED
                   PERFORM 4200-TO-SCRAP
                   MOVE "D" TO WS-RT-COND(WS-RT-MATCH-IDX)
                   MOVE "R" TO WS-RT-STAT(WS-RT-MATCH-IDX)
               WHEN COND-REFUSED
                   MOVE "X" TO WS-RT-STAT(WS-RT-MATCH-IDX)
               WHEN OTHER
                   DISPLAY "Invalid condition - nothing "
                       "received."
                   GO TO 4000-EXIT
           END-EVALUATE.
           MOVE WS-PROCESS-DATE
               TO WS-RT-RCV-DATE(WS-RT-MATCH-IDX).
           MOVE WS-OPERATOR-ID
               TO WS-RT-RCV-BY(WS-RT-MATCH-IDX).
           PERFORM 8000-SAVE-RETURNS.

           MOVE SPACES TO WS-OP-ACTION.
           IF COND-REFUSED
               DISPLAY "RA " WS-ASK-RA " refused - goods go "
                   "back to the customer, no credit."
               STRING "Refused RA " WS-ASK-RA
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
           ELSE
               DISPLAY "RA " WS-ASK-RA " received - ARCREDIT "
                   "raises the credit memo."
               STRING "Received RA " WS-ASK-RA " "
                      WS-RT-COND(WS-RT-MATCH-IDX)
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
           END-IF.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4000-EXIT.
           CONTINUE.

      *> --- Good stock back on the shelf: into a bin that
      *>     is empty or already holds the product, onto
      *>     PROD-QTY, into the movement history, and a
      *>     cost layer at the shipped cost ---
       4100-PUT-AWAY.
           MOVE "N" TO WS-PUT-AWAY.
           DISPLAY "Put away to warehouse (1-9): ".
           ACCEPT WS-ASK-WH.
           DISPLAY "Bin number (1-999): ".
           ACCEPT WS-ASK-BIN.
           IF WS-ASK-WH = 0 OR WS-ASK-BIN = 0
               DISPLAY "No such bin - nothing received."
               GO TO 4100-EXIT
           END-IF.

           OPEN I-O PRODUCT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "products.dat would not open: "
                   WS-FILE-STATUS
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-RT-PROD(WS-RT-MATCH-IDX) TO PROD-ID.
           READ PRODUCT-FILE
               KEY IS PROD-ID
               INVALID KEY
                   DISPLAY PROD-ID " is no longer carried - "
                       "receive it as damaged or refuse it."
                   CLOSE PRODUCT-FILE
                   GO TO 4100-EXIT
           END-READ.

           OPEN I-O BIN-FILE.
           IF WS-BIN-STATUS NOT = "00"
               OPEN OUTPUT BIN-FILE
               CLOSE BIN-FILE
               OPEN I-O BIN-FILE
           END-IF.
           COMPUTE WS-BIN-SLOT =
               (WS-ASK-WH - 1) * 1000 + WS-ASK-BIN.
           READ BIN-FILE
               INVALID KEY
                   MOVE WS-ASK-WH TO BIN-WAREHOUSE
                   MOVE PROD-ID TO BIN-PROD-ID
                   MOVE WS-RT-QTY(WS-RT-MATCH-IDX) TO BIN-QTY
                   WRITE BIN-RECORD
               NOT INVALID KEY
                   IF BIN-PROD-ID NOT = PROD-ID
                       AND BIN-QTY > 0
                       DISPLAY "Warehouse " WS-ASK-WH " bin "
                           WS-ASK-BIN " holds " BIN-PROD-ID
                           " - choose another bin."
                       CLOSE BIN-FILE
                       CLOSE PRODUCT-FILE
                       GO TO 4100-EXIT
                   END-IF
                   MOVE PROD-ID TO BIN-PROD-ID
                   ADD WS-RT-QTY(WS-RT-MATCH-IDX) TO BIN-QTY
                   REWRITE BIN-RECORD
           END-READ.
           CLOSE BIN-FILE.

           ADD WS-RT-QTY(WS-RT-MATCH-IDX) TO PROD-QTY.
           REWRITE PROD-RECORD.
           CLOSE PRODUCT-FILE.

           OPEN EXTEND MOVEMENT-FILE.
           IF WS-MOVE-STATUS NOT = "00"
               OPEN OUTPUT MOVEMENT-FILE
           END-IF.
           INITIALIZE MOVEMENT-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-RT-PROD(WS-RT-MATCH-IDX) TO MV-PROD-ID.
           MOVE "C"             TO MV-TYPE.
           MOVE WS-RT-QTY(WS-RT-MATCH-IDX) TO MV-QTY.
           MOVE WS-MOVE-REF     TO MV-REF.
           MOVE WS-PROCESS-DATE TO MV-DATE.
           WRITE MOVEMENT-RECORD.
           CLOSE MOVEMENT-FILE.

      *>   The returned units found their own layer at the
      *>   cost they left at. Before the layers are cut over
      *>   there is no file to add to - the cutover layers
      *>   the whole of PROD-QTY, these units included
           OPEN EXTEND LAYER-FILE.
           IF WS-LAYER-STATUS = "00"
               INITIALIZE LAYER-RECORD
                   WITH FILLER ALL TO VALUE
                   THEN TO DEFAULT
               MOVE WS-RT-PROD(WS-RT-MATCH-IDX) TO CL-PROD-ID
               MOVE WS-PROCESS-DATE TO CL-DATE
               MOVE WS-RT-QTY(WS-RT-MATCH-IDX)
                   TO CL-QTY-REMAIN
               MOVE WS-RT-COST(WS-RT-MATCH-IDX)
                   TO CL-UNIT-COST
               MOVE 0      TO CL-PO-NO
               MOVE SPACES TO CL-RCPT-REF
               WRITE LAYER-RECORD
               CLOSE LAYER-FILE
               PERFORM 4150-POST-RESTOCK THRU 4150-EXIT
           END-IF.

           MOVE "Y" TO WS-PUT-AWAY.
           DISPLAY "  " WS-RT-QTY(WS-RT-MATCH-IDX) " of "
               PROD-ID " back in warehouse " WS-ASK-WH
               " bin " WS-ASK-BIN ".".
       4100-EXIT.
           CONTINUE.

      *> --- The restocked layer onto the ledger: back into
      *>     inventory, off cost of goods sold. Before the
      *>     opening balance is booked there is nothing to
      *>     post to - the opening picks the layer up ---
       4150-POST-RESTOCK.
           OPEN INPUT INVGL-FILE.
           IF WS-INVGL-STATUS NOT = "00"
               GO TO 4150-EXIT
           END-IF.
           CLOSE INVGL-FILE.
           COMPUTE WS-RESTOCK-COST =
               WS-RT-QTY(WS-RT-MATCH-IDX)
               * WS-RT-COST(WS-RT-MATCH-IDX).
           IF WS-RESTOCK-COST = 0
               GO TO 4150-EXIT
           END-IF.
           OPEN EXTEND GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               OPEN OUTPUT GL-FILE
           END-IF.
           INITIALIZE GL-POSTING-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-PROCESS-DATE TO GL-POST-DATE.
           MOVE "1400"          TO GL-ACCT-CODE.
           MOVE "D"             TO GL-DR-CR.
           MOVE WS-RESTOCK-COST TO GL-AMOUNT.
           MOVE "SALESRTN"      TO GL-SOURCE.
           MOVE "Return to stock" TO GL-DESC.
           MOVE SPACES          TO GL-COST-CENTER.
           WRITE GL-POSTING-RECORD.
           MOVE "5800"          TO GL-ACCT-CODE.
           MOVE "C"             TO GL-DR-CR.
           WRITE GL-POSTING-RECORD.
           CLOSE GL-FILE.
       4150-EXIT.
           CONTINUE.

      *> --- Damaged stock to the scrap location, at its
      *>     cost, never onto saleable stock ---
       4200-TO-SCRAP.
           OPEN EXTEND SCRAP-FILE.
           IF WS-SCRAP-STATUS NOT = "00"
               OPEN OUTPUT SCRAP-FILE
           END-IF.
           INITIALIZE SCRAP-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-ASK-RA TO SC-RA-NO.
           MOVE WS-RT-PROD(WS-RT-MATCH-IDX) TO SC-PROD-ID.
           MOVE WS-RT-QTY(WS-RT-MATCH-IDX)  TO SC-QTY.
           MOVE WS-RT-COST(WS-RT-MATCH-IDX) TO SC-UNIT-COST.
           MOVE WS-PROCESS-DATE TO SC-DATE.
           WRITE SCRAP-RECORD.
           CLOSE SCRAP-FILE.
           DISPLAY "  " WS-RT-QTY(WS-RT-MATCH-IDX) " of "
               WS-RT-PROD(WS-RT-MATCH-IDX)
               " to the scrap location.".

      *> --- Every RA and where it stands ---
       6000-LIST-RETURNS.
           IF WS-RT-COUNT = 0
               DISPLAY "  (no return authorizations on file)"
           ELSE
               DISPLAY "  RA     Invoice Ln  Cust   Prod  "
                   "Qty        Credit St Cd CM"
           END-IF.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE WS-RT-CREDIT(WS-RT-IDX) TO WS-DISP-AMT
               DISPLAY "  " WS-RT-NO(WS-RT-IDX) " "
                   WS-RT-INV(WS-RT-IDX) "  "
                   WS-RT-LINE(WS-RT-IDX) " "
                   WS-RT-CUST(WS-RT-IDX) " "
                   WS-RT-PROD(WS-RT-IDX) " "
                   WS-RT-QTY(WS-RT-IDX) " "
                   WS-DISP-AMT " "
                   WS-RT-STAT(WS-RT-IDX) "  "
                   WS-RT-COND(WS-RT-IDX) "  "
                   WS-RT-CM-NO(WS-RT-IDX)
           END-PERFORM.
           MOVE WS-RT-COUNT TO WS-DISP-CNT.
           DISPLAY "Return authorizations: " WS-DISP-CNT.

      *> --- The RA file back from storage ---
       8000-SAVE-RETURNS.
           OPEN OUTPUT RETURN-FILE.
           INITIALIZE RETURN-AUTH-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE WS-RT-NO(WS-RT-IDX)        TO RT-RA-NO
               MOVE WS-RT-INV(WS-RT-IDX)       TO RT-INV-NO
               MOVE WS-RT-LINE(WS-RT-IDX)      TO RT-LINE-NO
               MOVE WS-RT-CUST(WS-RT-IDX)      TO RT-CUST-NO
               MOVE WS-RT-PROD(WS-RT-IDX)      TO RT-PROD-ID
               MOVE WS-RT-QTY(WS-RT-IDX)       TO RT-QTY
               MOVE WS-RT-CREDIT(WS-RT-IDX)    TO RT-CREDIT-AMT
               MOVE WS-RT-COST(WS-RT-IDX)      TO RT-UNIT-COST
               MOVE WS-RT-REASON(WS-RT-IDX)    TO RT-REASON
               MOVE WS-RT-AUTH-DATE(WS-RT-IDX) TO RT-AUTH-DATE
               MOVE WS-RT-AUTH-BY(WS-RT-IDX)   TO RT-AUTH-BY
               MOVE WS-RT-STAT(WS-RT-IDX)      TO RT-STATUS
               MOVE WS-RT-COND(WS-RT-IDX)      TO RT-CONDITION
               MOVE WS-RT-WH(WS-RT-IDX)        TO RT-WAREHOUSE
               MOVE WS-RT-BIN(WS-RT-IDX)       TO RT-BIN-NO
               MOVE WS-RT-RCV-DATE(WS-RT-IDX)  TO RT-RCV-DATE
               MOVE WS-RT-RCV-BY(WS-RT-IDX)    TO RT-RCV-BY
               MOVE WS-RT-CM-NO(WS-RT-IDX)     TO RT-CM-NO
               MOVE WS-RT-CM-DATE(WS-RT-IDX)   TO RT-CM-DATE
               WRITE RETURN-AUTH-RECORD
           END-PERFORM.
           CLOSE RETURN-FILE.
