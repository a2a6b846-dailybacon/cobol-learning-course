      *>   - folds into the YTD master as a
      *>     supplemental period;
      *>   - books the same GL set as a regular pay
      *>     line;
      *>   - takes the employee's retirement election
      *>     pre-tax, with the employer match, through
      *>     RETCALC, and remits them to the plan
      *>     providers at the end of the run.
      *>
      *> The adjustments file is consumed once worked.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks paysupp.cob
      *>       ../13-subprograms/taxcalc.cob
      *>       ../13-subprograms/retcalc.cob -o paysupp
      *>   ./paysupp
      *> ============================================

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      *>   The tax credits again, on the register the quarter's
      *>   returns reconcile to
           SELECT TAXREG-FILE
               ASSIGN TO "payroll-tax-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PXR-STATUS.

           SELECT RATE-FILE
               ASSIGN TO "exchange-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
          05 YTD-TAX          PIC 9(9)V99.
          05 YTD-LAST-PERIOD  PIC 9(6).
          05 YTD-LAST-NET     PIC 9(9)V99.
          05 YTD-RET-EE       PIC 9(9)V99.
          05 YTD-RET-ER       PIC 9(9)V99.

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

       FD TAXREG-FILE.
       01 TAX-REGISTER-RECORD.
           COPY "paytaxr.cpy".

       FD RATE-FILE.
       01 RATE-RECORD.
           COPY "currates.cpy".
       01 WS-EMP-STATUS      PIC XX.
       01 WS-YTD-STATUS      PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-PXR-STATUS      PIC XX.
       01 WS-RATE-STATUS     PIC XX.
       01 WS-EB-STATUS       PIC XX.
       01 WS-DD-STATUS       PIC XX.
       01 WS-GROSS-USD       PIC 9(9)V99 VALUE 0.
       01 WS-NET-USD         PIC 9(9)V99 VALUE 0.
       01 WS-YTD-FOR-BRACKET PIC 9(9)V99.
      *>   Retirement, pre-tax - RETCALC figures it in USD
       01 WS-RET-ACTION      PIC X.
       01 WS-RET-SOURCE      PIC X(8) VALUE "PAYSUPP".
       01 WS-RET-EE-USD      PIC 9(7)V99 VALUE 0.
       01 WS-RET-ER-USD      PIC 9(7)V99 VALUE 0.
       01 WS-RET-LOCAL       PIC 9(6)V99 VALUE 0.
       01 WS-TAXABLE-USD     PIC 9(9)V99 VALUE 0.

       01 WS-WORKED          PIC 9(4) VALUE 0.
       01 WS-SKIPPED         PIC 9(4) VALUE 0.
           INITIALIZE GL-POSTING-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           OPEN EXTEND TAXREG-FILE.
           IF WS-PXR-STATUS NOT = "00"
               OPEN OUTPUT TAXREG-FILE
           END-IF.
           INITIALIZE TAX-REGISTER-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           OPEN EXTEND DIRECTDEP-FILE.
           IF WS-DD-STATUS NOT = "00"
               OPEN OUTPUT DIRECTDEP-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 2100-WORK-ONE-ADJUSTMENT THRU 2100-EXIT
               READ ADJUST-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
                   MOVE 0 TO YTD-TAX
                   MOVE 0 TO YTD-LAST-PERIOD
                   MOVE 0 TO YTD-LAST-NET
                   MOVE 0 TO YTD-RET-EE
                   MOVE 0 TO YTD-RET-ER
           END-READ.

      *>   The retirement election comes off the delta too,
      *>   before tax and held to the plan's annual limit
           MOVE "C" TO WS-RET-ACTION.
           CALL "RETCALC" USING
               BY CONTENT   WS-RET-ACTION
               BY CONTENT   WS-RET-SOURCE
               BY CONTENT   WS-PROCESS-DATE
               BY CONTENT   EMP-ID
               BY CONTENT   EMP-NAME
               BY CONTENT   WS-GROSS-USD
               BY CONTENT   YTD-RET-EE
               BY REFERENCE WS-RET-EE-USD
               BY REFERENCE WS-RET-ER-USD
           END-CALL.
           COMPUTE WS-RET-LOCAL ROUNDED =
               WS-RET-EE-USD / WS-EXCH-RATE.
           COMPUTE WS-TAXABLE-USD =
               WS-GROSS-USD - WS-RET-EE-USD.
           COMPUTE WS-YTD-FOR-BRACKET =
               YTD-GROSS - YTD-RET-EE + WS-TAXABLE-USD.

           MOVE WS-PROCESS-DATE(1:4) TO WS-TAX-YEAR.
           CALL "TAXCALC" USING
               BY CONTENT   WS-TAXABLE-USD
               BY CONTENT   EMP-FILING-STATUS
               BY CONTENT   WS-YTD-FOR-BRACKET
               BY CONTENT   WS-TAX-YEAR
           END-CALL.
           COMPUTE WS-TAX-LOCAL ROUNDED =
               WS-TAX-AMOUNT / WS-EXCH-RATE.
           COMPUTE WS-NET =
               WS-GROSS - WS-TAX-LOCAL - WS-RET-LOCAL.
           COMPUTE WS-NET-USD =
               WS-GROSS-USD - WS-TAX-AMOUNT - WS-RET-EE-USD.

      *>   Fold into the year as a supplemental period
           ADD WS-GROSS-USD  TO YTD-GROSS.
           ADD WS-NET-USD    TO YTD-NET.
           ADD WS-TAX-AMOUNT TO YTD-TAX.
           ADD WS-RET-EE-USD TO YTD-RET-EE.
           ADD WS-RET-ER-USD TO YTD-RET-ER.
           MOVE WS-SUPP-PERIOD TO YTD-LAST-PERIOD.
           IF WS-YTD-STATUS = "23"
               WRITE YTD-RECORD
           MOVE "D"             TO GL-DR-CR.
           MOVE WS-GROSS-USD    TO GL-AMOUNT.
           MOVE "PAYSUPP"       TO GL-SOURCE.
           MOVE EMP-DEPT        TO GL-COST-CENTER.
           MOVE EMP-NAME        TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "2200"          TO GL-ACCT-CODE.
           MOVE "C"             TO GL-DR-CR.
           MOVE WS-NET-USD      TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF WS-RET-EE-USD > 0
               MOVE "2330"          TO GL-ACCT-CODE
               MOVE "C"             TO GL-DR-CR
               MOVE WS-RET-EE-USD   TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
           END-IF.
           IF WS-RET-ER-USD > 0
               MOVE "5310"          TO GL-ACCT-CODE
               MOVE "D"             TO GL-DR-CR
               MOVE WS-RET-ER-USD   TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
               MOVE "2330"          TO GL-ACCT-CODE
               MOVE "C"             TO GL-DR-CR
               WRITE GL-POSTING-RECORD
           END-IF.

      *>   An off-cycle line books no employer tax of its own
           MOVE WS-PROCESS-DATE TO PX-POST-DATE.
           MOVE "PAYSUPP"       TO PX-SOURCE.
           MOVE EMP-ID          TO PX-EMP-ID.
           MOVE WS-GROSS-USD    TO PX-GROSS.
           MOVE WS-TAX-AMOUNT   TO PX-WITHHELD.
           MOVE 0               TO PX-ER-TAX.
           WRITE TAX-REGISTER-RECORD.

           PERFORM 2200-WRITE-SUPP-ADVICE.
           PERFORM 2300-STAGE-THE-DEPOSIT THRU 2300-EXIT.
           ADD 1 TO WS-WORKED.
       2100-EXIT.
           CONTINUE.
           END-STRING.
           MOVE WS-DETAIL TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           IF WS-RET-LOCAL > 0
               MOVE WS-RET-LOCAL TO WS-DISP-AMT
               MOVE SPACES TO WS-DETAIL
               STRING "  Retirement:   " WS-DISP-AMT
                      " " EMP-CURRENCY " (pre-tax)"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO ADVICE-LINE
               WRITE ADVICE-LINE
           END-IF.
           MOVE WS-NET TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  NET DELTA:    " WS-DISP-AMT

      *> --- Close out ---
       3000-CLEANUP.
           MOVE "F" TO WS-RET-ACTION.
           CALL "RETCALC" USING
               BY CONTENT   WS-RET-ACTION
               BY CONTENT   WS-RET-SOURCE
               BY CONTENT   WS-PROCESS-DATE
               BY CONTENT   EMP-ID
               BY CONTENT   EMP-NAME
               BY CONTENT   WS-GROSS-USD
               BY CONTENT   YTD-RET-EE
               BY REFERENCE WS-RET-EE-USD
               BY REFERENCE WS-RET-ER-USD
           END-CALL.
           CLOSE YTD-MASTER.
           CLOSE GL-FILE.
           CLOSE TAXREG-FILE.
           CLOSE DIRECTDEP-FILE.
           CLOSE ADVICE-FILE.
           DISPLAY "Adjustments paid: " WS-WORKED
