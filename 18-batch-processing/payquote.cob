       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYQUOTE.
       AUTHOR. LEARNER.

      *> ============================================
      *> Loan payoff quote
      *> ============================================
      *> Works out what it takes to pay one "L"
      *> account off on a requested date - the
      *> outstanding principal, interest accrued from
      *> the last due date on the same INTCALC basis
      *> the nightly loan posting uses, and the payoff
      *> fee (PAYOFF-FEE on batch-params.dat) - and
      *> prints the quote letter for the borrower:
      *>
      *>   - the payoff figure on the requested date;
      *>   - the per-diem interest each later day adds;
      *>   - the figure on the good-through date, past
      *>     which the quote must be reissued.
      *>
      *> BATCH takes a "D" to the loan as the payoff
      *> only when it is the exact figure for the day
      *> it posts, which is why the letter gives both
      *> ends of the window and the daily step.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks payquote.cob
      *>       ../13-subprograms/intcalc.cob -o payquote
      *>   ./payquote
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "account-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO "customer-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ADDRESS-FILE
               ASSIGN TO "customer-address.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUST-NO
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT QUOTE-FILE
               ASSIGN TO WS-QUOTE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY "addrrec.cpy".

       FD QUOTE-FILE.
       01 QUOTE-LINE         PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-PARAMS-STATUS   PIC XX.
       01 WS-CUST-STATUS     PIC XX.
       01 WS-ADDR-STATUS     PIC XX.
       01 WS-QUOTE-STATUS    PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

       01 WS-ASK-ACCT         PIC X(8).
       01 WS-PAYOFF-DATE      PIC 9(8) VALUE 0.
       01 WS-GOOD-THRU        PIC 9(8) VALUE 0.
       01 WS-QUOTE-FILENAME   PIC X(30).

      *>   The payoff fee off the shared control file
       01 WS-PAYOFF-FEE       PIC 9(5)V99 VALUE 0.
       01 WS-FEES-SEEN        PIC 9 VALUE 0.

      *>   Payoff arithmetic - the same steps as BATCH's
      *>   2264-FIGURE-PAYOFF, on a date of the caller's
      *>   choosing instead of the business date
       01 WS-LOAN-DUE-WORK    PIC 9(8).
       01 WS-LOAN-DUE-PARTS REDEFINES WS-LOAN-DUE-WORK.
          05 WS-LD-YYYY        PIC 9(4).
          05 WS-LD-MM          PIC 9(2).
          05 WS-LD-DD          PIC 9(2).
       01 WS-LAST-DUE-INT     PIC S9(9) COMP.
       01 WS-DATE-INT         PIC S9(9) COMP.
       01 WS-DAYS-WORK        PIC S9(9) COMP.
       01 WS-INT-DAYS         PIC 9(3) VALUE 0.
       01 WS-ONE-DAY          PIC 9(3) VALUE 1.
       01 WS-PER-DIEM         PIC S9(9)V99 VALUE 0.
       01 WS-INT-AT-PAYOFF    PIC S9(9)V99 VALUE 0.
       01 WS-INT-AT-THRU      PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-AT-PAYOFF  PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-AT-THRU    PIC S9(9)V99 VALUE 0.

       01 WS-DISP-AMT        PIC $ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-RATE       PIC Z9.99.
       01 WS-RATE-PCT        PIC 99V99.
       01 WS-RPT-DETAIL      PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-FIND-THE-LOAN.
           PERFORM 2000-FIGURE-THE-QUOTE.
           PERFORM 3000-PRINT-THE-LETTER.
           PERFORM 4000-CLEANUP.
           STOP RUN.

      *> --- The business date, the fee, and what to quote ---
       1000-INITIALIZE.
           DISPLAY "=== Loan Payoff Quote ===".
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

      *>   A quote that left the fee off would be refused
      *>   at posting, so no fee on file means no quote
           OPEN INPUT PARAMS-FILE.
           IF WS-PARAMS-STATUS NOT = "00"
               DISPLAY "ABEND: batch-params.dat missing."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ PARAMS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF PRM-KEY = "PAYOFF-FEE"
                   MOVE PRM-VALUE TO WS-PAYOFF-FEE
                   ADD 1 TO WS-FEES-SEEN
               END-IF
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-FEES-SEEN < 1
               DISPLAY "ABEND: PAYOFF-FEE not on "
                   "batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Loan account number: " WITH NO ADVANCING.
           ACCEPT WS-ASK-ACCT.
           DISPLAY "Payoff date (YYYYMMDD), or press Enter "
               "for today: " WITH NO ADVANCING.
           ACCEPT WS-PAYOFF-DATE.
           IF WS-PAYOFF-DATE = 0
               MOVE WS-PROCESS-DATE TO WS-PAYOFF-DATE
           END-IF.
           DISPLAY "Good through (YYYYMMDD), or press Enter "
               "for ten days on: " WITH NO ADVANCING.
           ACCEPT WS-GOOD-THRU.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PAYOFF-DATE)
               NOT = 0
               DISPLAY "Payoff date " WS-PAYOFF-DATE
                   " is not a valid date."
               STOP RUN
           END-IF.
           IF WS-PAYOFF-DATE < WS-PROCESS-DATE
               DISPLAY "Payoff date " WS-PAYOFF-DATE
                   " is before the business date."
               STOP RUN
           END-IF.
           IF WS-GOOD-THRU = 0
               COMPUTE WS-GOOD-THRU = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PAYOFF-DATE) + 10)
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-GOOD-THRU) NOT = 0
               OR WS-GOOD-THRU < WS-PAYOFF-DATE
               DISPLAY "Good-through date " WS-GOOD-THRU
                   " is not a valid date on or after the "
                   "payoff date."
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-MASTER.
           IF NOT FS-SUCCESS
               DISPLAY "FATAL: cannot open account-master.dat."
               STOP RUN
           END-IF.

      *> --- Only a live loan has a payoff to quote ---
       1100-FIND-THE-LOAN.
           MOVE WS-ASK-ACCT TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   DISPLAY "No such account on the master."
                   CLOSE ACCOUNT-MASTER
                   STOP RUN
           END-READ.
           IF AM-ACCT-TYPE NOT = "L"
               DISPLAY WS-ASK-ACCT " is not a loan account."
               CLOSE ACCOUNT-MASTER
               STOP RUN
           END-IF.
           IF AM-LOAN-STATUS = "P" OR AM-BALANCE NOT > 0
               DISPLAY WS-ASK-ACCT " is already paid off."
               CLOSE ACCOUNT-MASTER
               STOP RUN
           END-IF.
           IF AM-LOAN-STATUS = "X"
               DISPLAY WS-ASK-ACCT " is charged off - refer "
                   "the borrower to collections."
               CLOSE ACCOUNT-MASTER
               STOP RUN
           END-IF.

      *> --- Principal, interest from the last due date (the
      *>     next one, a month back) to each end of the
      *>     window, the per-diem, and the fee ---
       2000-FIGURE-THE-QUOTE.
           MOVE AM-LOAN-NEXT-DUE TO WS-LOAN-DUE-WORK.
           IF WS-LD-MM = 1
               MOVE 12 TO WS-LD-MM
               SUBTRACT 1 FROM WS-LD-YYYY
           ELSE
               SUBTRACT 1 FROM WS-LD-MM
           END-IF.
           IF WS-LD-DD > 28
               MOVE 28 TO WS-LD-DD
           END-IF.
           COMPUTE WS-LAST-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-LOAN-DUE-WORK).

           CALL "INTCALC" USING
               BY CONTENT   AM-BALANCE
               BY CONTENT   AM-LOAN-RATE
               BY CONTENT   WS-ONE-DAY
               BY REFERENCE WS-PER-DIEM
           END-CALL.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PAYOFF-DATE).
           PERFORM 2100-INTEREST-TO-DATE.
           CALL "INTCALC" USING
               BY CONTENT   AM-BALANCE
               BY CONTENT   AM-LOAN-RATE
               BY CONTENT   WS-INT-DAYS
               BY REFERENCE WS-INT-AT-PAYOFF
           END-CALL.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-GOOD-THRU).
           PERFORM 2100-INTEREST-TO-DATE.
           CALL "INTCALC" USING
               BY CONTENT   AM-BALANCE
               BY CONTENT   AM-LOAN-RATE
               BY CONTENT   WS-INT-DAYS
               BY REFERENCE WS-INT-AT-THRU
           END-CALL.

           COMPUTE WS-TOTAL-AT-PAYOFF =
               AM-BALANCE + WS-INT-AT-PAYOFF + WS-PAYOFF-FEE.
           COMPUTE WS-TOTAL-AT-THRU =
               AM-BALANCE + WS-INT-AT-THRU + WS-PAYOFF-FEE.

      *> --- Accrual days from the last due date to the date
      *>     in WS-DATE-INT, held to what INTCALC takes ---
       2100-INTEREST-TO-DATE.
           COMPUTE WS-DAYS-WORK = WS-DATE-INT - WS-LAST-DUE-INT.
           IF WS-DAYS-WORK < 0
               MOVE 0 TO WS-DAYS-WORK
           END-IF.
           IF WS-DAYS-WORK > 999
               MOVE 999 TO WS-DAYS-WORK
           END-IF.
           MOVE WS-DAYS-WORK TO WS-INT-DAYS.

      *> --- The letter ---
       3000-PRINT-THE-LETTER.
           MOVE SPACES TO WS-QUOTE-FILENAME.
           STRING "payoff-quote-" DELIMITED BY SIZE
                   AM-ACCT-NO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-QUOTE-FILENAME
           END-STRING.
           OPEN OUTPUT QUOTE-FILE.

           MOVE "=================================="
               & "==================================="
               TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE "LOAN PAYOFF QUOTE" TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Issued: " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE SPACES TO QUOTE-LINE.
           WRITE QUOTE-LINE.

           PERFORM 3100-PRINT-MAILING-BLOCK
               THRU 3100-EXIT.
           MOVE SPACES TO QUOTE-LINE.
           WRITE QUOTE-LINE.

           COMPUTE WS-RATE-PCT = AM-LOAN-RATE * 100.
           MOVE WS-RATE-PCT TO WS-DISP-RATE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Loan account " AM-ACCT-NO
                  "   Rate " WS-DISP-RATE "%"
                  "   Next due " AM-LOAN-NEXT-DUE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE SPACES TO QUOTE-LINE.
           WRITE QUOTE-LINE.

           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "To pay this loan in full on " WS-PAYOFF-DATE ":"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE AM-BALANCE TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Principal outstanding     " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE WS-INT-AT-PAYOFF TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Interest accrued          " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE WS-PAYOFF-FEE TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Payoff fee                " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE WS-TOTAL-AT-PAYOFF TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  PAYOFF AMOUNT             " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE SPACES TO QUOTE-LINE.
           WRITE QUOTE-LINE.

           MOVE WS-PER-DIEM TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Each later day adds per-diem interest of "
                  WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE WS-TOTAL-AT-THRU TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Payoff amount on " WS-GOOD-THRU
                  "      " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE SPACES TO QUOTE-LINE.
           WRITE QUOTE-LINE.

           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "This quote is good through " WS-GOOD-THRU
                  ". Funds must equal the"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE "payoff amount for the day they are received; a "
               & "scheduled" TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE "payment collected first lowers it - ask for a "
               & "new quote." TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE "A smaller amount is applied to principal; tell "
               & "us whether to" TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           MOVE "shorten the term or lower the monthly payment."
               TO QUOTE-LINE.
           WRITE QUOTE-LINE.

      *> --- The borrower's name and address, as STATEMENT
      *>     prints them ---
       3100-PRINT-MAILING-BLOCK.
           IF AM-CUST-NO = SPACES
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO CU-NAME.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS = "00"
               MOVE AM-CUST-NO TO CU-CUST-NO
               READ CUSTOMER-MASTER
                   KEY IS CU-CUST-NO
                   INVALID KEY
                       MOVE SPACES TO CU-NAME
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  " AM-CUST-NO "  " CU-NAME
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO QUOTE-LINE.
           WRITE QUOTE-LINE.

           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDR-STATUS NOT = "00"
               GO TO 3100-EXIT
           END-IF.
           MOVE AM-CUST-NO TO CA-CUST-NO.
           READ ADDRESS-FILE
               KEY IS CA-CUST-NO
               INVALID KEY
                   MOVE "  (no address on file - hold at "
                       & "branch)" TO QUOTE-LINE
                   WRITE QUOTE-LINE
                   CLOSE ADDRESS-FILE
                   GO TO 3100-EXIT
           END-READ.
           CLOSE ADDRESS-FILE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  " CA-ADDR-LINE1
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO QUOTE-LINE.
           WRITE QUOTE-LINE.
           IF CA-ADDR-LINE2 NOT = SPACES
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  " CA-ADDR-LINE2
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO QUOTE-LINE
               WRITE QUOTE-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  " CA-CITY " " CA-STATE " " CA-ZIP
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO QUOTE-LINE.
           WRITE QUOTE-LINE.
       3100-EXIT.
           CONTINUE.

      *> --- Close out ---
       4000-CLEANUP.
           CLOSE QUOTE-FILE.
           CLOSE ACCOUNT-MASTER.
           MOVE WS-TOTAL-AT-PAYOFF TO WS-DISP-AMT.
           DISPLAY "Payoff on " WS-PAYOFF-DATE ": " WS-DISP-AMT.
           DISPLAY "Quote letter written to " WS-QUOTE-FILENAME.
