       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISN.
       AUTHOR. LEARNER.

      *> ============================================
      *> Monthly loan-loss provisioning
      *> ============================================
      *> Sizes the loan-loss allowance (GL 1150) the
      *> book needs and posts the difference. Every
      *> loan still carrying principal is aged into
      *> COLLECT's bands off its standing due date -
      *> current loans on their own line, delinquent
      *> ones under 30, 30-59, 60-89 and 90 and up -
      *> and each band's outstanding principal is
      *> reserved at its PROV-PCT-* loss rate off
      *> batch-params.dat.
      *>
      *> The allowance on the books is the 1150
      *> balance on ledger-master.dat plus whatever
      *> 1150 postings (charge-offs, recoveries, an
      *> earlier provision) are still waiting on
      *> gl-postings.dat for LEDGER. The shortfall is
      *> provided, 5500 Dr / 1150 Cr; an excess is
      *> released the other way - so a second run in
      *> the same month posts nothing new.
      *>
      *> The report also lists the month's charge-offs
      *> and recoveries off chargeoff-register.dat.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks provisn.cob
      *>       -o provisn
      *>   ./provisn
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

           SELECT LEDGER-MASTER
               ASSIGN TO "ledger-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT GL-FILE
               ASSIGN TO "gl-postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT CHGOFF-REG-FILE
               ASSIGN TO "chargeoff-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGREG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

      *> Same layout LEDGER carries the totals in
       FD LEDGER-MASTER.
       01 LEDGER-RECORD.
          05 LM-ACCT-CODE     PIC X(4).
          05 FILLER           PIC X.
          05 LM-DR-TOTAL      PIC 9(11)V99.
          05 FILLER           PIC X.
          05 LM-CR-TOTAL      PIC 9(11)V99.

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

      *> Same layout CHGOFF writes
       FD CHGOFF-REG-FILE.
       01 CHGOFF-REG-RECORD.
          05 CO-POST-DATE     PIC 9(8).
          05 FILLER           PIC X.
          05 CO-ENTRY-TYPE    PIC X.
          05 FILLER           PIC X.
          05 CO-ACCT-NO       PIC X(8).
          05 FILLER           PIC X.
          05 CO-REF-NO        PIC 9(9).
          05 FILLER           PIC X.
          05 CO-AMOUNT        PIC 9(9)V99.

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(75).

       WORKING-STORAGE SECTION.
       01 WS-PARAMS-STATUS   PIC XX.
           COPY "filestat.cpy".
       01 WS-ACCT-STATUS     PIC XX.
       01 WS-LEDGER-STATUS   PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-CHGREG-STATUS   PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-PROCESS-MONTH REDEFINES WS-PROCESS-DATE.
          05 WS-PROC-YYYYMM   PIC 9(6).
          05 FILLER           PIC 9(2).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(30).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
       01 WS-ACCT-EOF        PIC X VALUE "N".

       01 WS-TODAY-INT        PIC S9(9) COMP.
       01 WS-DAYS-OVER        PIC S9(9) COMP.
       01 WS-BAND-NO          PIC 9.
       01 WS-BAND-LABEL       PIC X(12).

      *>   Bands: current, then COLLECT's 1-29, 30-59, 60-89
      *>   and 90 and up. Loss rates are percentages off the
      *>   shared control file, in band order.
       01 WS-BAND-RATES.
          05 WS-BAND-PCT OCCURS 5 TIMES PIC 9(3)V99.
       01 WS-RATES-SEEN       PIC 9 VALUE 0.
       01 WS-BAND-COUNTS.
          05 WS-BAND-CNT OCCURS 5 TIMES PIC 9(4).
       01 WS-BAND-BALANCES.
          05 WS-BAND-BAL OCCURS 5 TIMES PIC 9(11)V99.
       01 WS-BAND-RESERVES.
          05 WS-BAND-REQ OCCURS 5 TIMES PIC 9(11)V99.

       01 WS-LOANS-AGED       PIC 9(5) VALUE 0.
       01 WS-BOOK-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-REQUIRED         PIC 9(11)V99 VALUE 0.
      *>   1150 carries a credit balance; a negative figure
      *>   means charge-offs have run the allowance dry
       01 WS-ALLOWANCE        PIC S9(11)V99 VALUE 0.
       01 WS-PENDING-1150     PIC S9(11)V99 VALUE 0.
       01 WS-ADJUSTMENT       PIC S9(11)V99 VALUE 0.

      *>   The month's activity off the register
       01 WS-MO-CHGOFF-CNT    PIC 9(4) VALUE 0.
       01 WS-MO-CHGOFF-AMT    PIC 9(11)V99 VALUE 0.
       01 WS-MO-RECOV-CNT     PIC 9(4) VALUE 0.
       01 WS-MO-RECOV-AMT     PIC 9(11)V99 VALUE 0.
       01 WS-MO-NET-LOSS      PIC S9(11)V99 VALUE 0.
       01 WS-CO-MONTH         PIC 9(6).

       01 WS-DISP-AMT        PIC $Z(8),ZZ9.99.
       01 WS-DISP-SAMT       PIC $Z(8),ZZ9.99-.
       01 WS-DISP-REQ        PIC $Z(8),ZZ9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-PCT        PIC ZZ9.99.
       01 WS-RPT-DETAIL      PIC X(75).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-AGE-THE-BOOK.
           PERFORM 3000-READ-THE-ALLOWANCE.
           PERFORM 4000-POST-THE-ADJUSTMENT
               THRU 4000-EXIT.
           PERFORM 5000-MONTHS-LOSSES.
           PERFORM 6000-CLEANUP.
           STOP RUN.

      *> --- Dates, the loss rates, report heading ---
       1000-INITIALIZE.
           DISPLAY "=== Loan-Loss Provisioning ===".
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE).
           STRING "provision-report-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

      *>   The loss rates - a reserve booked to the ledger
      *>   runs on proven figures or not at all
           MOVE ZEROS TO WS-BAND-RATES.
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
               EVALUATE PRM-KEY
                   WHEN "PROV-PCT-CURRENT"
                       MOVE PRM-VALUE TO WS-BAND-PCT(1)
                       ADD 1 TO WS-RATES-SEEN
                   WHEN "PROV-PCT-UNDER-30"
                       MOVE PRM-VALUE TO WS-BAND-PCT(2)
                       ADD 1 TO WS-RATES-SEEN
                   WHEN "PROV-PCT-30-59"
                       MOVE PRM-VALUE TO WS-BAND-PCT(3)
                       ADD 1 TO WS-RATES-SEEN
                   WHEN "PROV-PCT-60-89"
                       MOVE PRM-VALUE TO WS-BAND-PCT(4)
                       ADD 1 TO WS-RATES-SEEN
                   WHEN "PROV-PCT-90-PLUS"
                       MOVE PRM-VALUE TO WS-BAND-PCT(5)
                       ADD 1 TO WS-RATES-SEEN
               END-EVALUATE
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-RATES-SEEN < 5
               DISPLAY "ABEND: PROV-PCT-* loss rates not all "
                   "on batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZEROS TO WS-BAND-COUNTS.
           MOVE ZEROS TO WS-BAND-BALANCES.
           MOVE ZEROS TO WS-BAND-RESERVES.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ABEND: account-master.dat will not "
                   "open, status " WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "          LOAN-LOSS PROVISIONING REPORT"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Run date: " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Band          Loans     Outstanding     Rate"
               & "          Required" TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Every loan still carrying principal into its
      *>     band. Charged-off loans are already out of the
      *>     book at zero ---
       2000-AGE-THE-BOOK.
           MOVE "N" TO WS-ACCT-EOF.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY MOVE "Y" TO WS-ACCT-EOF
           END-START.
           IF WS-ACCT-EOF NOT = "Y"
               READ ACCOUNT-MASTER NEXT
                   AT END MOVE "Y" TO WS-ACCT-EOF
               END-READ
           END-IF.
           PERFORM UNTIL WS-ACCT-EOF = "Y"
               IF AM-ACCT-TYPE = "L"
                   AND AM-BALANCE > 0
                   AND AM-LOAN-STATUS NOT = "X"
                   PERFORM 2100-BAND-ONE-LOAN
               END-IF
               READ ACCOUNT-MASTER NEXT
                   AT END MOVE "Y" TO WS-ACCT-EOF
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-BAND-NO FROM 1 BY 1
                   UNTIL WS-BAND-NO > 5
               COMPUTE WS-BAND-REQ(WS-BAND-NO) ROUNDED =
                   WS-BAND-BAL(WS-BAND-NO)
                   * WS-BAND-PCT(WS-BAND-NO) / 100
               ADD WS-BAND-REQ(WS-BAND-NO) TO WS-REQUIRED
               ADD WS-BAND-BAL(WS-BAND-NO) TO WS-BOOK-TOTAL
               PERFORM 2200-WRITE-BAND-LINE
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LOANS-AGED TO WS-DISP-CNT.
           MOVE WS-BOOK-TOTAL TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Loan book: " WS-DISP-CNT " loan(s)  "
                  WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REQUIRED TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Required allowance:        " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- One loan: current, or aged the way COLLECT ages
      *>     a delinquent position ---
       2100-BAND-ONE-LOAN.
           IF AM-LOAN-STATUS NOT = "D"
               MOVE 1 TO WS-BAND-NO
           ELSE
               COMPUTE WS-DAYS-OVER = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(AM-LOAN-NEXT-DUE)
               EVALUATE TRUE
                   WHEN WS-DAYS-OVER >= 90
                       MOVE 5 TO WS-BAND-NO
                   WHEN WS-DAYS-OVER >= 60
                       MOVE 4 TO WS-BAND-NO
                   WHEN WS-DAYS-OVER >= 30
                       MOVE 3 TO WS-BAND-NO
                   WHEN OTHER
                       MOVE 2 TO WS-BAND-NO
               END-EVALUATE
           END-IF.
           ADD 1 TO WS-BAND-CNT(WS-BAND-NO).
           ADD AM-BALANCE TO WS-BAND-BAL(WS-BAND-NO).
           ADD 1 TO WS-LOANS-AGED.

      *> --- One band's line ---
       2200-WRITE-BAND-LINE.
           EVALUATE WS-BAND-NO
               WHEN 1 MOVE "current"      TO WS-BAND-LABEL
               WHEN 2 MOVE "under 30"     TO WS-BAND-LABEL
               WHEN 3 MOVE "30-59 days"   TO WS-BAND-LABEL
               WHEN 4 MOVE "60-89 days"   TO WS-BAND-LABEL
               WHEN 5 MOVE "90+ days"     TO WS-BAND-LABEL
           END-EVALUATE.
           MOVE WS-BAND-CNT(WS-BAND-NO) TO WS-DISP-CNT.
           MOVE WS-BAND-PCT(WS-BAND-NO) TO WS-DISP-PCT.
           MOVE WS-BAND-BAL(WS-BAND-NO) TO WS-DISP-AMT.
           MOVE WS-BAND-REQ(WS-BAND-NO) TO WS-DISP-REQ.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  " WS-BAND-LABEL
                  "  " WS-DISP-CNT
                  "  " WS-DISP-AMT
                  "  " WS-DISP-PCT "%"
                  "  " WS-DISP-REQ
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- The allowance as booked: LEDGER's 1150 totals,
      *>     plus any 1150 postings not yet rolled up ---
       3000-READ-THE-ALLOWANCE.
           OPEN INPUT LEDGER-MASTER.
           IF WS-LEDGER-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ LEDGER-MASTER
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF LM-ACCT-CODE = "1150"
                       COMPUTE WS-ALLOWANCE =
                           LM-CR-TOTAL - LM-DR-TOTAL
                   END-IF
                   READ LEDGER-MASTER
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LEDGER-MASTER
           END-IF.

           OPEN INPUT GL-FILE.
           IF WS-GL-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ GL-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF GL-ACCT-CODE = "1150"
                       IF GL-DR-CR = "C"
                           ADD GL-AMOUNT TO WS-PENDING-1150
                       ELSE
                           SUBTRACT GL-AMOUNT
                               FROM WS-PENDING-1150
                       END-IF
                   END-IF
                   READ GL-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GL-FILE
           END-IF.
           ADD WS-PENDING-1150 TO WS-ALLOWANCE.

           MOVE WS-ALLOWANCE TO WS-DISP-SAMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Allowance on the books:    " WS-DISP-SAMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Provide the shortfall or release the excess ---
       4000-POST-THE-ADJUSTMENT.
           COMPUTE WS-ADJUSTMENT = WS-REQUIRED - WS-ALLOWANCE.
           MOVE WS-ADJUSTMENT TO WS-DISP-SAMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Adjustment posted:         " WS-DISP-SAMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-ADJUSTMENT = 0
               GO TO 4000-EXIT
           END-IF.

           OPEN EXTEND GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               OPEN OUTPUT GL-FILE
           END-IF.
           INITIALIZE GL-POSTING-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-PROCESS-DATE TO GL-POST-DATE.
           MOVE "PROVISN"       TO GL-SOURCE.
           IF WS-ADJUSTMENT > 0
               MOVE WS-ADJUSTMENT   TO GL-AMOUNT
               MOVE "Loan loss provision" TO GL-DESC
               MOVE "5500"          TO GL-ACCT-CODE
               MOVE "D"             TO GL-DR-CR
               WRITE GL-POSTING-RECORD
               MOVE "1150"          TO GL-ACCT-CODE
               MOVE "C"             TO GL-DR-CR
               WRITE GL-POSTING-RECORD
           ELSE
               COMPUTE GL-AMOUNT = 0 - WS-ADJUSTMENT
               MOVE "Allowance release" TO GL-DESC
               MOVE "1150"          TO GL-ACCT-CODE
               MOVE "D"             TO GL-DR-CR
               WRITE GL-POSTING-RECORD
               MOVE "5500"          TO GL-ACCT-CODE
               MOVE "C"             TO GL-DR-CR
               WRITE GL-POSTING-RECORD
           END-IF.
           CLOSE GL-FILE.
       4000-EXIT.
           CONTINUE.

      *> --- The month's charge-offs and recoveries, the net
      *>     loss the allowance absorbed ---
       5000-MONTHS-LOSSES.
           OPEN INPUT CHGOFF-REG-FILE.
           IF WS-CHGREG-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ CHGOFF-REG-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   COMPUTE WS-CO-MONTH = CO-POST-DATE / 100
                   IF WS-CO-MONTH = WS-PROC-YYYYMM
                       IF CO-ENTRY-TYPE = "C"
                           ADD 1 TO WS-MO-CHGOFF-CNT
                           ADD CO-AMOUNT TO WS-MO-CHGOFF-AMT
                       ELSE
                           ADD 1 TO WS-MO-RECOV-CNT
                           ADD CO-AMOUNT TO WS-MO-RECOV-AMT
                       END-IF
                   END-IF
                   READ CHGOFF-REG-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHGOFF-REG-FILE
           END-IF.
           COMPUTE WS-MO-NET-LOSS =
               WS-MO-CHGOFF-AMT - WS-MO-RECOV-AMT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "MONTH " WS-PROC-YYYYMM " LOSSES:"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MO-CHGOFF-CNT TO WS-DISP-CNT.
           MOVE WS-MO-CHGOFF-AMT TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Charged off: " WS-DISP-CNT "  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MO-RECOV-CNT TO WS-DISP-CNT.
           MOVE WS-MO-RECOV-AMT TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Recovered:   " WS-DISP-CNT "  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MO-NET-LOSS TO WS-DISP-SAMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Net loss:           " WS-DISP-SAMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Close out ---
       6000-CLEANUP.
           CLOSE ACCOUNT-MASTER.
           CLOSE REPORT-FILE.

           MOVE WS-REQUIRED TO WS-DISP-AMT.
           DISPLAY "Required allowance: " WS-DISP-AMT.
           MOVE WS-ADJUSTMENT TO WS-DISP-SAMT.
           DISPLAY "Adjustment posted:  " WS-DISP-SAMT.
           DISPLAY "See " WS-REPORT-FILENAME ".".
