       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCREDIT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Credit memos for accepted customer returns
      *> ============================================
      *> SALESRTN authorizes a return against an
      *> invoice line and receives the goods; this step
      *> settles with the customer for every return
      *> received and accepted (RT-STATUS "R") on
      *> return-auths.dat:
      *>
      *>   - issues one credit memo per return from the
      *>     AR number register (ar-control.dat, the
      *>     credit-memo side of the register ARINVOICE
      *>     numbers invoices from), printed to
      *>     credit-memos-YYYYMMDD.txt;
      *>   - takes the credit off the invoice's open
      *>     item on ar-open-items.dat (AR-CREDITED),
      *>     settling it when nothing is left owing. A
      *>     credit past what is still owed leaves the
      *>     customer in credit, and the memo says a
      *>     refund is due;
      *>   - reverses the sales tax the invoice line was
      *>     charged, at the rates it was charged at (the
      *>     line's entry on sales-tax-log.dat), and logs
      *>     the reversal there for TAXRTN's return;
      *>   - reverses the revenue and the tax: sales
      *>     revenue and sales tax payable against
      *>     receivables to gl-postings.dat, which the
      *>     nightly window stages into LEDGER's roll-up;
      *>   - marks the return credited with the memo
      *>     number, so it can never credit twice.
      *>
      *> A return whose invoice is not on the open items,
      *> or is on them for another customer, is left
      *> waiting and listed for AR to look into.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks arcredit.cob
      *>       -o arcredit
      *>   ./arcredit
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE
               ASSIGN TO "return-auths.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT AR-FILE
               ASSIGN TO "ar-open-items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT ARCTL-FILE
               ASSIGN TO "ar-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCTL-STATUS.

           SELECT GL-FILE
               ASSIGN TO "gl-postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT MEMO-FILE
               ASSIGN TO WS-MEMO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-STATUS.

           SELECT TAXLOG-FILE
               ASSIGN TO "sales-tax-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RETURN-FILE.
       01 RETURN-AUTH-RECORD.
           COPY "rtnrec.cpy".

      *> Same open-items layout ARINVOICE writes
       FD AR-FILE.
       01 AR-RECORD.
          05 AR-INV-NO        PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 AR-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 AR-INV-DATE      PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 AR-AMOUNT        PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 AR-PAID          PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 AR-STATUS        PIC X.
          05 FILLER           PIC X VALUE ",".
          05 AR-CREDITED      PIC 9(9)V99.

      *> Same register layout ARINVOICE keeps
       FD ARCTL-FILE.
       01 ARCTL-RECORD.
          05 AC-NEXT-INV      PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 AC-NEXT-CM       PIC 9(6).

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

       FD MEMO-FILE.
       01 MEMO-LINE          PIC X(70).

       FD TAXLOG-FILE.
       01 TAX-LOG-RECORD.
           COPY "taxlog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RTN-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-AR-STATUS       PIC XX.
       01 WS-ARCTL-STATUS    PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-MEMO-STATUS     PIC XX.
       01 WS-TL-STATUS       PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-MEMO-FILENAME    PIC X(26).
       01 WS-NEXT-INV         PIC 9(6) VALUE 1.
       01 WS-NEXT-CM          PIC 9(6) VALUE 1.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Every RA in storage while the credited ones are
      *>   marked and the file rewritten, each held as
      *>   its whole record (rtnrec.cpy)
       01 WS-RT-COUNT        PIC 9(3) VALUE 0.
       01 WS-RT-TABLE.
          05 WS-RT-ENTRY OCCURS 300 TIMES.
             10 WS-RT-IMAGE     PIC X(138).
       01 WS-RT-IDX          PIC 9(3).

      *>   The open items in storage while credits apply
       01 WS-AR-COUNT        PIC 9(3) VALUE 0.
       01 WS-AR-TABLE.
          05 WS-AR-ENTRY OCCURS 200 TIMES.
             10 WS-AR-NO       PIC 9(6).
             10 WS-AR-CUST     PIC X(6).
             10 WS-AR-DATE     PIC 9(8).
             10 WS-AR-AMT      PIC 9(9)V99.
             10 WS-AR-PAID     PIC 9(9)V99.
             10 WS-AR-STAT     PIC X.
             10 WS-AR-CRED     PIC 9(9)V99.
       01 WS-AR-IDX          PIC 9(3).
       01 WS-AR-MATCH-IDX    PIC 9(3) VALUE 0.

      *>   The invoice lines sales tax was worked out on,
      *>   taxed or exempt, for the rates to reverse at
       01 WS-TL-COUNT        PIC 9(4) VALUE 0.
       01 WS-TL-TABLE.
          05 WS-TL-ENTRY OCCURS 2000 TIMES.
             10 WS-TL-INV      PIC 9(6).
             10 WS-TL-LINE     PIC 9(3).
             10 WS-TL-STATE    PIC X(2).
             10 WS-TL-LOCAL    PIC X(20).
             10 WS-TL-WHY      PIC X.
             10 WS-TL-SRATE    PIC 9(2)V9(3).
             10 WS-TL-LRATE    PIC 9(2)V9(3).
       01 WS-TL-IDX          PIC 9(4).
       01 WS-TL-MATCH-IDX    PIC 9(4) VALUE 0.

      *>   One memo's tax reversed, and the whole credit
       01 WS-MEMO-STATE-TAX  PIC 9(7)V99.
       01 WS-MEMO-LOCAL-TAX  PIC 9(7)V99.
       01 WS-MEMO-TAX        PIC 9(7)V99.
       01 WS-MEMO-TOTAL      PIC 9(9)V99.

       01 WS-OWING           PIC S9(9)V99 VALUE 0.
       01 WS-COND-TEXT       PIC X(8).
       01 WS-MEMOS-OUT       PIC 9(3) VALUE 0.
       01 WS-CREDIT-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-HELD-COUNT      PIC 9(3) VALUE 0.

       01 WS-DISP-AMT        PIC $Z(7),ZZ9.99.
       01 WS-DISP-OWING      PIC $Z(7),ZZ9.99-.
       01 WS-DETAIL          PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CREDIT-RETURNS.
           PERFORM 3000-REWRITE-FILES.
           PERFORM 4000-CLEANUP.
           STOP RUN.

      *> --- Dates, the register, the returns and the open
      *>     items in storage ---
       1000-INITIALIZE.
           DISPLAY "=== Customer Credit Memos ===".
           ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
           STRING "credit-memos-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-MEMO-FILENAME
           END-STRING.

           OPEN INPUT ARCTL-FILE.
           IF WS-ARCTL-STATUS = "00"
               READ ARCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE AC-NEXT-INV TO WS-NEXT-INV
                       IF AC-NEXT-CM IS NUMERIC
                           MOVE AC-NEXT-CM TO WS-NEXT-CM
                       END-IF
               END-READ
               CLOSE ARCTL-FILE
           END-IF.

           OPEN INPUT RETURN-FILE.
           IF NOT FS-SUCCESS
               DISPLAY "No return-auths.dat - nothing to "
                   "credit."
               STOP RUN
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
               MOVE RETURN-AUTH-RECORD
                   TO WS-RT-IMAGE(WS-RT-COUNT)
               READ RETURN-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RETURN-FILE.

           OPEN INPUT AR-FILE.
           IF WS-AR-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ AR-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-AR-COUNT >= 200
      *>               Never load-cap and then rewrite
                       DISPLAY "ABEND: more than 200 open "
                           "items - raise WS-AR-TABLE."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-AR-COUNT
                   MOVE AR-INV-NO   TO WS-AR-NO(WS-AR-COUNT)
                   MOVE AR-CUST-NO  TO WS-AR-CUST(WS-AR-COUNT)
                   MOVE AR-INV-DATE TO WS-AR-DATE(WS-AR-COUNT)
                   MOVE AR-AMOUNT   TO WS-AR-AMT(WS-AR-COUNT)
                   MOVE AR-PAID     TO WS-AR-PAID(WS-AR-COUNT)
                   MOVE AR-STATUS   TO WS-AR-STAT(WS-AR-COUNT)
                   IF AR-CREDITED IS NUMERIC
                       MOVE AR-CREDITED
                           TO WS-AR-CRED(WS-AR-COUNT)
                   ELSE
                       MOVE 0 TO WS-AR-CRED(WS-AR-COUNT)
                   END-IF
                   READ AR-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AR-FILE
           END-IF.

           OPEN INPUT TAXLOG-FILE.
           IF WS-TL-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ TAXLOG-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF TL-INVOICE
                       IF WS-TL-COUNT >= 2000
      *>                   A line left out would credit no tax
                           DISPLAY "ABEND: more than 2000 taxed "
                               "invoice lines - raise "
                               "WS-TL-TABLE."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TL-COUNT
                       MOVE TL-INV-NO   TO WS-TL-INV(WS-TL-COUNT)
                       MOVE TL-LINE-NO  TO WS-TL-LINE(WS-TL-COUNT)
                       MOVE TL-STATE    TO WS-TL-STATE(WS-TL-COUNT)
                       MOVE TL-LOCALITY TO WS-TL-LOCAL(WS-TL-COUNT)
                       MOVE TL-EXEMPT-WHY
                           TO WS-TL-WHY(WS-TL-COUNT)
                       MOVE TL-STATE-RATE
                           TO WS-TL-SRATE(WS-TL-COUNT)
                       MOVE TL-LOCAL-RATE
                           TO WS-TL-LRATE(WS-TL-COUNT)
                   END-IF
                   READ TAXLOG-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TAXLOG-FILE
           END-IF.
           IF WS-TL-COUNT > 0
               OPEN EXTEND TAXLOG-FILE
               INITIALIZE TAX-LOG-RECORD
                   WITH FILLER ALL TO VALUE
                   THEN TO DEFAULT
           END-IF.

           OPEN OUTPUT MEMO-FILE.
           OPEN EXTEND GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               OPEN OUTPUT GL-FILE
           END-IF.
           INITIALIZE GL-POSTING-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.

      *> --- One credit memo per return received and
      *>     accepted ---
       2000-CREDIT-RETURNS.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE WS-RT-IMAGE(WS-RT-IDX)
                   TO RETURN-AUTH-RECORD
               IF RT-RECEIVED
                   PERFORM 2100-RAISE-ONE-MEMO THRU 2100-EXIT
               END-IF
           END-PERFORM.
           IF WS-MEMOS-OUT = 0
               MOVE "  (no returns waiting on credit)"
                   TO MEMO-LINE
               WRITE MEMO-LINE
           END-IF.
           CLOSE MEMO-FILE.
           CLOSE GL-FILE.
           IF WS-TL-COUNT > 0
               CLOSE TAXLOG-FILE
           END-IF.

      *> --- The memo printed, the open item credited, the
      *>     revenue reversed, the return marked ---
       2100-RAISE-ONE-MEMO.
           MOVE 0 TO WS-AR-MATCH-IDX.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
               IF WS-AR-NO(WS-AR-IDX) = RT-INV-NO
                   MOVE WS-AR-IDX TO WS-AR-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-AR-MATCH-IDX = 0
               DISPLAY "  RA " RT-RA-NO ": INV " RT-INV-NO
                   " not on the open items - left waiting."
               ADD 1 TO WS-HELD-COUNT
               GO TO 2100-EXIT
           END-IF.
           IF WS-AR-CUST(WS-AR-MATCH-IDX) NOT = RT-CUST-NO
               DISPLAY "  RA " RT-RA-NO ": INV " RT-INV-NO
                   " was billed to " WS-AR-CUST(WS-AR-MATCH-IDX)
                   " - left waiting."
               ADD 1 TO WS-HELD-COUNT
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2150-REVERSE-LINE-TAX THRU 2150-EXIT.
           COMPUTE WS-MEMO-TOTAL = RT-CREDIT-AMT + WS-MEMO-TAX.
           ADD WS-MEMO-TOTAL TO WS-AR-CRED(WS-AR-MATCH-IDX).
           COMPUTE WS-OWING =
               WS-AR-AMT(WS-AR-MATCH-IDX)
               - WS-AR-PAID(WS-AR-MATCH-IDX)
               - WS-AR-CRED(WS-AR-MATCH-IDX).
           IF WS-OWING <= 0
               MOVE "P" TO WS-AR-STAT(WS-AR-MATCH-IDX)
           END-IF.

           IF RT-CONDITION = "D"
               MOVE "damaged" TO WS-COND-TEXT
           ELSE
               MOVE "good" TO WS-COND-TEXT
           END-IF.
           MOVE "=================================="
               & "===================================="
               TO MEMO-LINE.
           WRITE MEMO-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "CREDIT MEMO " WS-NEXT-CM
                  "  customer " RT-CUST-NO
                  "  date " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO MEMO-LINE.
           WRITE MEMO-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "  against INV " RT-INV-NO
                  " line " RT-LINE-NO
                  "   return authorization RA " RT-RA-NO
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO MEMO-LINE.
           WRITE MEMO-LINE.
           MOVE RT-CREDIT-AMT TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  " RT-PROD-ID " x " RT-QTY
                  " returned " WS-COND-TEXT
                  "  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO MEMO-LINE.
           WRITE MEMO-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "  reason: " RT-REASON
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO MEMO-LINE.
           WRITE MEMO-LINE.
           IF WS-MEMO-TAX > 0
               MOVE WS-MEMO-TAX TO WS-DISP-AMT
               MOVE SPACES TO WS-DETAIL
               STRING "  SALES TAX:    " WS-DISP-AMT
                      "   " WS-TL-STATE(WS-TL-MATCH-IDX) " "
                      WS-TL-LOCAL(WS-TL-MATCH-IDX)
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO MEMO-LINE
               WRITE MEMO-LINE
           END-IF.
           MOVE WS-MEMO-TOTAL TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  TOTAL CREDIT: " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO MEMO-LINE.
           WRITE MEMO-LINE.
           MOVE WS-OWING TO WS-DISP-OWING.
           MOVE SPACES TO WS-DETAIL.
           IF WS-OWING < 0
               STRING "  INV " RT-INV-NO " now in credit "
                      WS-DISP-OWING " - refund due"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           ELSE
               STRING "  INV " RT-INV-NO " still owing "
                      WS-DISP-OWING
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           END-IF.
           MOVE WS-DETAIL TO MEMO-LINE.
           WRITE MEMO-LINE.
           MOVE SPACES TO MEMO-LINE.
           WRITE MEMO-LINE.

      *>   Revenue and tax reversed, receivable down
           MOVE WS-PROCESS-DATE TO GL-POST-DATE.
           MOVE "4500"          TO GL-ACCT-CODE.
           MOVE "D"             TO GL-DR-CR.
           MOVE RT-CREDIT-AMT   TO GL-AMOUNT.
           MOVE "ARCREDIT"      TO GL-SOURCE.
           MOVE "Sales return credit" TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           IF WS-MEMO-TAX > 0
               MOVE "2800"      TO GL-ACCT-CODE
               MOVE WS-MEMO-TAX TO GL-AMOUNT
               MOVE "Sales tax reversed" TO GL-DESC
               WRITE GL-POSTING-RECORD
               MOVE "Sales return credit" TO GL-DESC
           END-IF.
           MOVE "1300"          TO GL-ACCT-CODE.
           MOVE "C"             TO GL-DR-CR.
           MOVE WS-MEMO-TOTAL   TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.

           MOVE "C"             TO RT-STATUS.
           MOVE WS-NEXT-CM      TO RT-CM-NO.
           MOVE WS-PROCESS-DATE TO RT-CM-DATE.
           MOVE RETURN-AUTH-RECORD TO WS-RT-IMAGE(WS-RT-IDX).

           ADD 1 TO WS-MEMOS-OUT.
           ADD WS-MEMO-TOTAL TO WS-CREDIT-TOTAL.
           ADD 1 TO WS-NEXT-CM.
       2100-EXIT.
           CONTINUE.

      *> --- The tax the returned line was charged, taken
      *>     back pro rata at its own rates; an exempt line
      *>     is logged exempt. A line billed before we
      *>     collected has no entry and no tax ---
       2150-REVERSE-LINE-TAX.
           MOVE 0 TO WS-MEMO-STATE-TAX.
           MOVE 0 TO WS-MEMO-LOCAL-TAX.
           MOVE 0 TO WS-MEMO-TAX.
           MOVE 0 TO WS-TL-MATCH-IDX.
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TL-COUNT
               IF WS-TL-INV(WS-TL-IDX) = RT-INV-NO
                   AND WS-TL-LINE(WS-TL-IDX) = RT-LINE-NO
                   MOVE WS-TL-IDX TO WS-TL-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-TL-MATCH-IDX = 0
               GO TO 2150-EXIT
           END-IF.

           MOVE RT-INV-NO       TO TL-INV-NO.
           MOVE RT-LINE-NO      TO TL-LINE-NO.
           MOVE "C"             TO TL-KIND.
           MOVE WS-NEXT-CM      TO TL-DOC-NO.
           MOVE WS-PROCESS-DATE TO TL-DATE.
           MOVE RT-CUST-NO      TO TL-CUST-NO.
           MOVE WS-TL-STATE(WS-TL-MATCH-IDX) TO TL-STATE.
           MOVE WS-TL-LOCAL(WS-TL-MATCH-IDX) TO TL-LOCALITY.
           MOVE WS-TL-WHY(WS-TL-MATCH-IDX)   TO TL-EXEMPT-WHY.
           MOVE WS-TL-SRATE(WS-TL-MATCH-IDX) TO TL-STATE-RATE.
           MOVE WS-TL-LRATE(WS-TL-MATCH-IDX) TO TL-LOCAL-RATE.
           IF WS-TL-WHY(WS-TL-MATCH-IDX) = SPACE
               COMPUTE WS-MEMO-STATE-TAX ROUNDED =
                   RT-CREDIT-AMT * WS-TL-SRATE(WS-TL-MATCH-IDX)
                   / 100
               COMPUTE WS-MEMO-LOCAL-TAX ROUNDED =
                   RT-CREDIT-AMT * WS-TL-LRATE(WS-TL-MATCH-IDX)
                   / 100
               MOVE RT-CREDIT-AMT TO TL-TAXABLE-AMT
               MOVE 0 TO TL-EXEMPT-AMT
           ELSE
               MOVE 0 TO TL-TAXABLE-AMT
               MOVE RT-CREDIT-AMT TO TL-EXEMPT-AMT
           END-IF.
           MOVE WS-MEMO-STATE-TAX TO TL-STATE-TAX.
           MOVE WS-MEMO-LOCAL-TAX TO TL-LOCAL-TAX.
           WRITE TAX-LOG-RECORD.
           COMPUTE WS-MEMO-TAX = WS-MEMO-STATE-TAX
               + WS-MEMO-LOCAL-TAX.
       2150-EXIT.
           CONTINUE.

      *> --- The open items and the returns back, the
      *>     credits on ---
       3000-REWRITE-FILES.
           OPEN OUTPUT AR-FILE.
           INITIALIZE AR-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
               MOVE WS-AR-NO(WS-AR-IDX)   TO AR-INV-NO
               MOVE WS-AR-CUST(WS-AR-IDX) TO AR-CUST-NO
               MOVE WS-AR-DATE(WS-AR-IDX) TO AR-INV-DATE
               MOVE WS-AR-AMT(WS-AR-IDX)  TO AR-AMOUNT
               MOVE WS-AR-PAID(WS-AR-IDX) TO AR-PAID
               MOVE WS-AR-STAT(WS-AR-IDX) TO AR-STATUS
               MOVE WS-AR-CRED(WS-AR-IDX) TO AR-CREDITED
               WRITE AR-RECORD
           END-PERFORM.
           CLOSE AR-FILE.

           OPEN OUTPUT RETURN-FILE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE WS-RT-IMAGE(WS-RT-IDX)
                   TO RETURN-AUTH-RECORD
               WRITE RETURN-AUTH-RECORD
           END-PERFORM.
           CLOSE RETURN-FILE.

      *> --- The register forward, and the credits reported ---
       4000-CLEANUP.
           INITIALIZE ARCTL-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-NEXT-INV TO AC-NEXT-INV.
           MOVE WS-NEXT-CM  TO AC-NEXT-CM.
           OPEN OUTPUT ARCTL-FILE.
           WRITE ARCTL-RECORD.
           CLOSE ARCTL-FILE.

           MOVE WS-CREDIT-TOTAL TO WS-DISP-AMT.
           DISPLAY "Credit memos raised: " WS-MEMOS-OUT
               "  credited " WS-DISP-AMT.
           IF WS-HELD-COUNT > 0
               DISPLAY "Returns left waiting: " WS-HELD-COUNT
                   " - investigate."
           END-IF.
           DISPLAY "See " WS-MEMO-FILENAME
               "; open items on ar-open-items.dat.".
