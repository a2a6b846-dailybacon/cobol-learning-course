      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks reports.cob
      *>       ../13-subprograms/taxcalc.cob
      *>       ../13-subprograms/retcalc.cob
      *>       -o reports
      *>   ./reports
      *>
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      *> The same pay line's tax credits, kept past LEDGER's
      *> nightly roll-up for the quarter's returns
           SELECT TAXREG-FILE
               ASSIGN TO "payroll-tax-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PXR-STATUS.

      *> Net-pay credits for the banking cycle, in the shared
      *> feed layout - BATCH folds these in and validates them
      *> like any keyed transaction, so payday stops being a
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-STATUS.

      *> Expense claims approved on EXPENTRY - repaid with
      *> the next pay, non-taxable, and marked paid
           SELECT EXPCLAIM-FILE
               ASSIGN TO "expense-claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XC-STATUS.

      *> The trial run's proof register and exception report
      *> - the review that used to happen after the money had
      *> already moved
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

       FD TAXREG-FILE.
       01 TAX-REGISTER-RECORD.
           COPY "paytaxr.cpy".

       FD RATE-FILE.
       01 RATE-RECORD.
           COPY "currates.cpy".
          05 FILLER           PIC X VALUE ",".
          05 CE-AMOUNT        PIC 9(7)V99.

       FD EXPCLAIM-FILE.
       01 EXPCLAIM-RECORD.
           COPY "expclaim.cpy".

       FD PROOF-FILE.
       01 PROOF-LINE         PIC X(75).

          05 YTD-LAST-NET     PIC 9(9)V99.
      *>     Last period's net in USD - the trial run's
      *>     variance check compares against it
          05 YTD-RET-EE       PIC 9(9)V99.
      *>     Retirement contributions taken this year, in
      *>     USD - RETCALC holds them to the plan's limit
          05 YTD-RET-ER       PIC 9(9)V99.
      *>     The employer's match on them this year

      *> One pay period per group
       FD CALENDAR-FILE.
      *>     so a Thursday window rerun Friday morning still
      *>     pays on Thursday's books ---
       01 WS-GL-STATUS       PIC XX.
       01 WS-PXR-STATUS      PIC XX.
       01 WS-GL-DATE         PIC 9(8).
       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.

       01 WS-COMM-LOCAL      PIC 9(6)V99 VALUE 0.
       01 WS-DISP-COMM       PIC $ZZZ,ZZ9.99.

      *> --- Approved expense claims, repaid on top of net
      *>     pay. The whole file is held because paid claims
      *>     stay on it for EXPENTRY's spend report ---
       01 WS-XC-STATUS       PIC XX.
       01 WS-XC-COUNT        PIC 9(3) VALUE 0.
       01 WS-XC-TABLE.
          05 WS-XC-ENTRY OCCURS 500 TIMES.
      *>        Must hold the whole 113-byte claim record
             10 WS-XC-REC      PIC X(113).
             10 WS-XC-PAY-NOW  PIC X.
       01 WS-XC-IDX          PIC 9(3).
       01 WS-EXP-USD         PIC 9(7)V99 VALUE 0.
       01 WS-EXP-LOCAL       PIC 9(6)V99 VALUE 0.
       01 WS-TOT-EXP-USD     PIC 9(9)V99 VALUE 0.

      *> --- Trial-run mode (PAYROLL_TRIAL=Y): the full
      *>     calculation runs and a proof register plus
      *>     exception report print, but nothing permanent
       01 WS-ER-BENEFIT      PIC 9(7)V99 VALUE 0.
       01 WS-TOT-ER-TAX      PIC 9(9)V99 VALUE 0.
       01 WS-TOT-ER-BENE     PIC 9(9)V99 VALUE 0.

      *> --- Retirement plan contributions: RETCALC figures
      *>     the employee's pre-tax election and the match
      *>     in USD; the election also comes off the local
      *>     net. The "F" call at the end of a live run
      *>     writes the providers' remittance files ---
       01 WS-RET-ACTION      PIC X.
       01 WS-RET-SOURCE      PIC X(8) VALUE "REPORTS".
       01 WS-RET-EE-USD      PIC 9(7)V99 VALUE 0.
       01 WS-RET-ER-USD      PIC 9(7)V99 VALUE 0.
       01 WS-RET-LOCAL       PIC 9(6)V99 VALUE 0.
       01 WS-TAXABLE-USD     PIC 9(9)V99 VALUE 0.
       01 WS-TOT-RET-EE      PIC 9(9)V99 VALUE 0.
       01 WS-TOT-RET-ER      PIC 9(9)V99 VALUE 0.
       01 WS-DISP-ER         PIC $Z(6),ZZ9.99.

      *> --- Report spool registration ---
           PERFORM 1060-LOAD-EXCHANGE-RATES.
           PERFORM 1063-LOAD-ER-RATES.
           PERFORM 1066-LOAD-PAY-CALENDAR.
           PERFORM 1069-LOAD-LEAVE-BALANCES THRU 1069-EXIT.
           PERFORM 1072-LOAD-COMMISSIONS THRU 1072-EXIT.
           PERFORM 1074-LOAD-EXPENSE-CLAIMS THRU 1074-EXIT.
           PERFORM 1070-LOAD-DEDUCTIONS.
           PERFORM 1080-LOAD-TIMECARDS.
           PERFORM 1090-LOAD-BANK-ACCOUNTS.
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
           OPEN INPUT EMPLOYEE-FILE.
           PERFORM 1050-OPEN-YTD-MASTER.
           PERFORM 1000-WRITE-HEADER.
           END-PERFORM.

           PERFORM 3000-WRITE-FOOTER.
           PERFORM 3500-RECORD-PERIODS-PAID THRU 3500-EXIT.
           PERFORM 3600-REWRITE-LEAVE-BALANCES THRU 3600-EXIT.
           PERFORM 3700-REWRITE-COMMISSIONS THRU 3700-EXIT.
           PERFORM 3750-REWRITE-EXPENSE-CLAIMS THRU 3750-EXIT.
           PERFORM 3650-POST-LEAVE-LIABILITY THRU 3650-EXIT.
      *>   The providers are only ever sent a live run
           IF NOT TRIAL-RUN
               MOVE "F" TO WS-RET-ACTION
               CALL "RETCALC" USING
                   BY CONTENT   WS-RET-ACTION
                   BY CONTENT   WS-RET-SOURCE
                   BY CONTENT   WS-GL-DATE
                   BY CONTENT   EMP-ID
                   BY CONTENT   EMP-NAME
                   BY CONTENT   WS-GROSS-USD
                   BY CONTENT   YTD-RET-EE
                   BY REFERENCE WS-RET-EE-USD
                   BY REFERENCE WS-RET-ER-USD
               END-CALL
           END-IF.
           CLOSE EMPLOYEE-FILE.
           CLOSE REPORT-FILE.
           CLOSE CSV-FILE.
               CLOSE DIRECTDEP-FILE
           END-IF.
           CLOSE GL-FILE.
           CLOSE TAXREG-FILE.
           CLOSE YTD-MASTER.

           IF TRIAL-RUN
       3700-EXIT.
           CONTINUE.

      *> --- Expense claims keyed and approved on EXPENTRY ---
       1074-LOAD-EXPENSE-CLAIMS.
           MOVE 0 TO WS-XC-COUNT.
           OPEN INPUT EXPCLAIM-FILE.
           IF WS-XC-STATUS NOT = "00"
               GO TO 1074-EXIT
           END-IF.
           MOVE "N" TO WS-EMP-EOF.
           READ EXPCLAIM-FILE
               AT END SET EMP-END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL EMP-END-OF-FILE
               IF WS-XC-COUNT >= 500
      *>           Never load-cap and then rewrite: claims
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 500 expense claims "
                       "- raise WS-XC-TABLE."
                   CLOSE EXPCLAIM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-XC-COUNT
               MOVE EXPCLAIM-RECORD TO WS-XC-REC(WS-XC-COUNT)
               MOVE "N" TO WS-XC-PAY-NOW(WS-XC-COUNT)
               READ EXPCLAIM-FILE
                   AT END SET EMP-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EXPCLAIM-FILE.
           MOVE "N" TO WS-EMP-EOF.
       1074-EXIT.
           CONTINUE.

      *> --- The claims this run repaid go back marked paid,
      *>     with the pay date, beside everything else ---
       3750-REWRITE-EXPENSE-CLAIMS.
           IF WS-XC-COUNT = 0 OR TRIAL-RUN
               GO TO 3750-EXIT
           END-IF.
           OPEN OUTPUT EXPCLAIM-FILE.
           PERFORM VARYING WS-XC-IDX FROM 1 BY 1
                   UNTIL WS-XC-IDX > WS-XC-COUNT
               MOVE WS-XC-REC(WS-XC-IDX) TO EXPCLAIM-RECORD
               IF WS-XC-PAY-NOW(WS-XC-IDX) = "Y"
                   MOVE "P"        TO XCL-STATUS
                   MOVE WS-GL-DATE TO XCL-PAID-DATE
               END-IF
               WRITE EXPCLAIM-RECORD
           END-PERFORM.
           CLOSE EXPCLAIM-FILE.
       3750-EXIT.
           CONTINUE.

      *> --- The balances back to disk with the period's
      *>     accruals and draws on ---
       3600-REWRITE-LEAVE-BALANCES.
           PERFORM UNTIL EMP-END-OF-FILE
               IF PC-PAY-DATE = WS-GL-DATE
                   AND WS-GRP-COUNT < 3
                   PERFORM 1068-CHECK-ALREADY-PAID THRU 1068-EXIT
               END-IF
               READ CALENDAR-FILE
                   AT END SET EMP-END-OF-FILE TO TRUE
                   WHEN "ER-BENEFIT-PCT"
                       MOVE ERR-VALUE TO WS-ER-BENE-PCT
                       ADD 1 TO WS-ERR-SEEN
      *>               QTRTAX's state unemployment figures -
      *>               not a per-pay cost, nothing to load
                   WHEN "SUI-WAGE-BASE"
                   WHEN "SUI-RATE-PCT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ABEND: unknown key '" ERR-KEY
                           "' on payroll-er-rates.dat."

           PERFORM 2140-READ-PRIOR-YTD.
           MOVE YTD-LAST-NET TO WS-PRIOR-LAST-NET.

      *>   The retirement election comes off before tax, held
      *>   to what is left of the plan's annual limit
           MOVE "C" TO WS-RET-ACTION.
           CALL "RETCALC" USING
               BY CONTENT   WS-RET-ACTION
               BY CONTENT   WS-RET-SOURCE
               BY CONTENT   WS-GL-DATE
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
           ADD WS-RET-EE-USD TO WS-TOT-RET-EE.
           ADD WS-RET-ER-USD TO WS-TOT-RET-ER.
           COMPUTE WS-YTD-FOR-BRACKET =
               YTD-GROSS - YTD-RET-EE + WS-TAXABLE-USD.

      *>   Real net pay via the shared tax calculator,
      *>   the same subprogram lesson 13's payroll uses.
      *>   currency for their net pay.
           MOVE WS-GL-DATE(1:4) TO WS-TAX-YEAR.
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

      *>   Deductions come off after tax, in priority order.
      *>   The USD net derives from the other ledger legs so
      *>   the posting set always balances to the cent.
           PERFORM 2400-APPLY-DEDUCTIONS.
      *>   Approved expense claims repay the employee on top
      *>   of net - a reimbursement, not earnings: untaxed,
      *>   out of the deductions' reach, kept off YTD gross
           PERFORM 2470-PAY-EXPENSE-CLAIMS.
           COMPUTE WS-NET-USD =
               WS-GROSS-USD - WS-TAX-AMOUNT - WS-EMP-DED-USD
               - WS-RET-EE-USD + WS-EXP-USD.

           MOVE WS-GROSS TO WS-DT-GROSS.
           MOVE WS-NET   TO WS-DT-NET.
               PERFORM 2900-WRITE-PROOF-LINE
               PERFORM 2950-JUDGE-EXCEPTIONS
           END-IF.
           PERFORM 2460-ACCRUE-LEAVE THRU 2460-EXIT.
           PERFORM 2200-WRITE-GL-POSTINGS THRU 2200-EXIT.
           PERFORM 2250-POST-EMPLOYER-COST THRU 2250-EXIT.
           PERFORM 2300-WRITE-PAY-ADVICE.
           PERFORM 2500-WRITE-DIRECT-DEPOSIT THRU 2500-EXIT.

      *> --- This employee's approved claims, in USD as
      *>     keyed, into the pay currency like commission ---
       2470-PAY-EXPENSE-CLAIMS.
           MOVE 0 TO WS-EXP-USD.
           PERFORM VARYING WS-XC-IDX FROM 1 BY 1
                   UNTIL WS-XC-IDX > WS-XC-COUNT
               MOVE WS-XC-REC(WS-XC-IDX) TO EXPCLAIM-RECORD
               IF XCL-EMP-ID = EMP-ID AND XCL-APPROVED
                   AND WS-XC-PAY-NOW(WS-XC-IDX) NOT = "Y"
                   ADD XCL-AMOUNT TO WS-EXP-USD
                   MOVE "Y" TO WS-XC-PAY-NOW(WS-XC-IDX)
               END-IF
           END-PERFORM.
           IF WS-EXP-USD > 0
               COMPUTE WS-EXP-LOCAL ROUNDED =
                   WS-EXP-USD / WS-EXCH-RATE
               ADD WS-EXP-LOCAL TO WS-NET
               ADD WS-EXP-USD TO WS-TOT-EXP-USD
           ELSE
               MOVE 0 TO WS-EXP-LOCAL
           END-IF.

      *> --- One proof-register line, in USD ---
       2900-WRITE-PROOF-LINE.
           MOVE WS-ADV-DETAIL TO ADVICE-LINE.
           WRITE ADVICE-LINE.

           IF WS-RET-LOCAL > 0
               MOVE WS-RET-LOCAL TO WS-ADV-TAX
               MOVE SPACES TO WS-ADV-DETAIL
               STRING "  Retirement (pre-tax):" WS-ADV-TAX
                      " " EMP-CURRENCY
                   DELIMITED BY SIZE INTO WS-ADV-DETAIL
               END-STRING
               MOVE WS-ADV-DETAIL TO ADVICE-LINE
               WRITE ADVICE-LINE
           END-IF.

           PERFORM VARYING WS-ITM-NO FROM 1 BY 1
                   UNTIL WS-ITM-NO > WS-ITM-COUNT
               MOVE WS-ITM-AMT(WS-ITM-NO) TO WS-DISP-DED
               WRITE ADVICE-LINE
           END-PERFORM.

           IF WS-EXP-LOCAL > 0
               MOVE WS-EXP-LOCAL TO WS-ADV-TAX
               MOVE SPACES TO WS-ADV-DETAIL
               STRING "  Expenses (non-tax):  " WS-ADV-TAX
                      " " EMP-CURRENCY
                   DELIMITED BY SIZE INTO WS-ADV-DETAIL
               END-STRING
               MOVE WS-ADV-DETAIL TO ADVICE-LINE
               WRITE ADVICE-LINE
           END-IF.

           MOVE WS-NET TO WS-ADV-NET.
           MOVE SPACES TO WS-ADV-DETAIL.
           STRING "  NET PAY:             " WS-ADV-NET
           END-STRING.
           MOVE WS-ADV-DETAIL TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           IF YTD-RET-EE > 0 OR YTD-RET-ER > 0
               MOVE YTD-RET-EE TO WS-ADV-YTD
               MOVE SPACES TO WS-ADV-DETAIL
               STRING "    Retirement " WS-ADV-YTD
                   DELIMITED BY SIZE INTO WS-ADV-DETAIL
               END-STRING
               MOVE WS-ADV-DETAIL TO ADVICE-LINE
               WRITE ADVICE-LINE
               MOVE YTD-RET-ER TO WS-ADV-YTD
               MOVE SPACES TO WS-ADV-DETAIL
               STRING "    Employer match " WS-ADV-YTD
                   DELIMITED BY SIZE INTO WS-ADV-DETAIL
               END-STRING
               MOVE WS-ADV-DETAIL TO ADVICE-LINE
               WRITE ADVICE-LINE
           END-IF.

      *>   Where the vacation balance stands - the binder
      *>   disputes end here
                       UNTIL WS-DED-IDX > WS-DED-COUNT
                   IF WS-DED-EMP(WS-DED-IDX) = EMP-ID
                       AND WS-DED-PRI(WS-DED-IDX) = WS-PRI
                       PERFORM 2450-TAKE-ONE-DEDUCTION THRU 2450-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE "D"          TO GL-DR-CR.
           MOVE WS-GROSS-USD TO GL-AMOUNT.
           MOVE "REPORTS"    TO GL-SOURCE.
           MOVE EMP-DEPT     TO GL-COST-CENTER.
           MOVE EMP-NAME     TO GL-DESC.
           WRITE GL-POSTING-RECORD.

      *>   Each repaid claim to the expense account it was
      *>   coded to; the repayment rides in the net credit
           IF WS-EXP-USD > 0
               PERFORM VARYING WS-XC-IDX FROM 1 BY 1
                       UNTIL WS-XC-IDX > WS-XC-COUNT
                   MOVE WS-XC-REC(WS-XC-IDX) TO EXPCLAIM-RECORD
                   IF XCL-EMP-ID = EMP-ID
                       AND WS-XC-PAY-NOW(WS-XC-IDX) = "Y"
                       MOVE XCL-GL-CODE TO GL-ACCT-CODE
                       MOVE "D"         TO GL-DR-CR
                       MOVE XCL-AMOUNT  TO GL-AMOUNT
                       WRITE GL-POSTING-RECORD
                   END-IF
               END-PERFORM
           END-IF.

           MOVE "2200"         TO GL-ACCT-CODE.
           MOVE "C"            TO GL-DR-CR.
           MOVE WS-TAX-AMOUNT  TO GL-AMOUNT.
               MOVE WS-EMP-DED-USD TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
           END-IF.

           IF WS-RET-EE-USD > 0
               MOVE "2330"         TO GL-ACCT-CODE
               MOVE "C"            TO GL-DR-CR
               MOVE WS-RET-EE-USD  TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
           END-IF.
       2200-EXIT.
           CONTINUE.

               FUNCTION ABS(WS-LV-NET-VALUE).
           MOVE WS-GL-DATE TO GL-POST-DATE.
           MOVE "REPORTS"  TO GL-SOURCE.
           MOVE SPACES     TO GL-COST-CENTER.
           MOVE "Leave accrual" TO GL-DESC.
           IF WS-LV-NET-VALUE > 0
               MOVE "5400" TO GL-ACCT-CODE
               MOVE "D"         TO GL-DR-CR
               MOVE WS-ER-TAX   TO GL-AMOUNT
               MOVE "REPORTS"   TO GL-SOURCE
               MOVE EMP-DEPT    TO GL-COST-CENTER
               MOVE EMP-NAME    TO GL-DESC
               WRITE GL-POSTING-RECORD
               MOVE "2210"      TO GL-ACCT-CODE
               MOVE "D"           TO GL-DR-CR
               MOVE WS-ER-BENEFIT TO GL-AMOUNT
               MOVE "REPORTS"     TO GL-SOURCE
               MOVE EMP-DEPT      TO GL-COST-CENTER
               MOVE EMP-NAME      TO GL-DESC
               WRITE GL-POSTING-RECORD
               MOVE "2310"        TO GL-ACCT-CODE
               WRITE GL-POSTING-RECORD
               ADD WS-ER-BENEFIT TO WS-TOT-ER-BENE
           END-IF.
      *>   The employer's retirement match, owed to the same
      *>   provider as the employee's share
           IF WS-RET-ER-USD > 0
               MOVE WS-GL-DATE    TO GL-POST-DATE
               MOVE "5310"        TO GL-ACCT-CODE
               MOVE "D"           TO GL-DR-CR
               MOVE WS-RET-ER-USD TO GL-AMOUNT
               MOVE "REPORTS"     TO GL-SOURCE
               MOVE EMP-DEPT      TO GL-COST-CENTER
               MOVE EMP-NAME      TO GL-DESC
               WRITE GL-POSTING-RECORD
               MOVE "2330"        TO GL-ACCT-CODE
               MOVE "C"           TO GL-DR-CR
               WRITE GL-POSTING-RECORD
           END-IF.

      *>   The line's 2200 and 2210 credits onto the register
           MOVE WS-GL-DATE    TO PX-POST-DATE.
           MOVE "REPORTS"     TO PX-SOURCE.
           MOVE EMP-ID        TO PX-EMP-ID.
           MOVE WS-GROSS-USD  TO PX-GROSS.
           MOVE WS-TAX-AMOUNT TO PX-WITHHELD.
           MOVE WS-ER-TAX     TO PX-ER-TAX.
           WRITE TAX-REGISTER-RECORD.
       2250-EXIT.
           CONTINUE.

      *>           the trial run's variance check reads it
                   MOVE 0 TO YTD-LAST-PERIOD
                   MOVE 0 TO YTD-LAST-NET
                   MOVE 0 TO YTD-RET-EE
                   MOVE 0 TO YTD-RET-ER
           END-READ.

      *> --- Roll this period's pay into the employee's YTD record.
           ADD WS-GROSS-USD  TO YTD-GROSS.
           ADD WS-NET-USD    TO YTD-NET.
           ADD WS-TAX-AMOUNT TO YTD-TAX.
           ADD WS-RET-EE-USD TO YTD-RET-EE.
           ADD WS-RET-ER-USD TO YTD-RET-ER.
           MOVE WS-THIS-PERIOD TO YTD-LAST-PERIOD.
           MOVE WS-NET-USD     TO YTD-LAST-NET.

               AFTER ADVANCING 1 LINE.

           PERFORM 3100-WRITE-DEPT-SUBTOTALS.
           PERFORM 3200-WRITE-REMITTANCE-TOTALS THRU 3200-EXIT.
           PERFORM 3300-WRITE-EMPLOYER-COST.

      *> --- The employer's side of the period, now booked in
           END-STRING.
           WRITE PRINT-LINE FROM WS-DEPT-SUB-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOT-RET-ER TO WS-DISP-ER.
           MOVE SPACES TO WS-DEPT-SUB-LINE.
           STRING "  Retirement match:        " WS-DISP-ER
               DELIMITED BY SIZE INTO WS-DEPT-SUB-LINE
           END-STRING.
           WRITE PRINT-LINE FROM WS-DEPT-SUB-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOT-RET-EE TO WS-DISP-ER.
           MOVE SPACES TO WS-DEPT-SUB-LINE.
           STRING "  Employee retirement:     " WS-DISP-ER
               DELIMITED BY SIZE INTO WS-DEPT-SUB-LINE
           END-STRING.
           WRITE PRINT-LINE FROM WS-DEPT-SUB-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOT-EXP-USD TO WS-DISP-ER.
           MOVE SPACES TO WS-DEPT-SUB-LINE.
           STRING "  Expense reimbursements:  " WS-DISP-ER
               DELIMITED BY SIZE INTO WS-DEPT-SUB-LINE
           END-STRING.
           WRITE PRINT-LINE FROM WS-DEPT-SUB-LINE
               AFTER ADVANCING 1 LINE.

      *> --- What each provider is owed this period ---
       3200-WRITE-REMITTANCE-TOTALS.
