       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPINS.
       AUTHOR. LEARNER.

      *> ============================================
      *> Deposit insurance coverage by depositor
      *> ============================================
      *> The insurer limits coverage per depositor per
      *> ownership category, not per account - three
      *> accounts in one name share one limit, while a
      *> joint account is a separate category with its
      *> own limit for each co-owner. This report walks
      *> customer-master.dat, cust-acct-xref.dat and
      *> account-master.dat, rolls every depositor's
      *> balances into their ownership categories, and
      *> prints the insured and uninsured amount of each
      *> with bank-wide totals - the figure the assessment
      *> return and the board both ask for.
      *>
      *> Ownership categories:
      *>   SGL single   - an account whose only owner is
      *>                  one customer (the master's
      *>                  AM-CUST-NO, no joint links)
      *>   JNT joint    - an account with two or more
      *>                  owners (primary plus "J" links);
      *>                  each owner holds an equal share
      *> Authorized signers ("A") own nothing and are not
      *> counted. Loans are not deposits and are skipped;
      *> an overdrawn account insures nothing. Savings
      *> interest accrued to date counts with its balance,
      *> and foreign balances count at their book rate.
      *>
      *> The limits are DEPINS-LIMIT-SINGLE and
      *> DEPINS-LIMIT-JOINT (per co-owner) on
      *> batch-params.dat. Deposits no known customer owns
      *> cannot be insured to anyone and are listed for
      *> the branches to resolve.
      *>
      *> Besides the printed report, one comma-delimited
      *> line per depositor per category goes to
      *> depositor-extract-YYYYMMDD.dat for the insurer's
      *> depositor file.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks depins.cob -o depins
      *>   ./depins
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO "customer-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "account-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT XREF-FILE
               ASSIGN TO "cust-acct-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

      *> One customer/account ownership link
       FD XREF-FILE.
       01 XREF-RECORD.
          05 XR-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 XR-ACCT-NO       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 XR-ROLE          PIC X.
      *>     P=Primary, J=Joint owner, A=Authorized signer

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(75).

      *> One depositor's position in one ownership category
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
          05 DX-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 DX-NAME          PIC X(25).
          05 FILLER           PIC X VALUE ",".
          05 DX-CATEGORY      PIC X(3).
      *>     SGL=Single, JNT=Joint
          05 FILLER           PIC X VALUE ",".
          05 DX-ACCT-COUNT    PIC 9(3).
          05 FILLER           PIC X VALUE ",".
          05 DX-BALANCE       PIC 9(11)V99.
      *>     The depositor's insurable balance in the
      *>     category - for joint, their share
          05 FILLER           PIC X VALUE ",".
          05 DX-LIMIT         PIC 9(11)V99.
          05 FILLER           PIC X VALUE ",".
          05 DX-INSURED       PIC 9(11)V99.
          05 FILLER           PIC X VALUE ",".
          05 DX-UNINSURED     PIC 9(11)V99.
          05 FILLER           PIC X VALUE ",".
          05 DX-AS-OF-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-PARAMS-STATUS   PIC XX.
       01 WS-CUST-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-ACCT-STATUS     PIC XX.
       01 WS-XREF-STATUS     PIC XX.
       01 WS-RPT-STATUS      PIC XX.
       01 WS-EXT-STATUS      PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(35).
       01 WS-EXTRACT-FILENAME PIC X(35).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
       01 WS-CUST-EOF         PIC X VALUE "N".
          88 CUST-AT-END      VALUE "Y".

      *>   Coverage limits per depositor per category
       01 WS-LIMIT-SINGLE     PIC 9(9)V99 VALUE 0.
       01 WS-LIMIT-JOINT      PIC 9(9)V99 VALUE 0.
       01 WS-PARMS-SEEN       PIC 9 VALUE 0.

      *>   Every account loaded once with its insurable
      *>   amount and owner count worked out up front, then
      *>   claimed customer by customer
       01 WS-ACC-COUNT        PIC 9(3) VALUE 0.
       01 WS-ACC-TABLE.
          05 WS-ACC-ENTRY OCCURS 500 TIMES
             INDEXED BY WS-ACC-IDX.
             10 WS-ACC-NO       PIC X(8).
             10 WS-ACC-TYPE     PIC X.
             10 WS-ACC-CUST     PIC X(6).
             10 WS-ACC-INSURABLE PIC S9(11)V99.
      *>         Balance plus accrued interest at book rate;
      *>         zero for loans and overdrawn accounts
             10 WS-ACC-OWNERS   PIC 9(3).
             10 WS-ACC-SHARE    PIC S9(11)V99.
      *>         One owner's equal part, cents truncated
             10 WS-ACC-REM-CUST PIC X(6).
      *>         The owner who also takes the odd cents -
      *>         the primary, or the first joint owner
      *>         where the master names none
             10 WS-ACC-CLAIMED  PIC S9(11)V99.

      *>   Ownership links in storage, as CUSTRPT holds them
       01 WS-XR-COUNT         PIC 9(3) VALUE 0.
       01 WS-XR-TABLE.
          05 WS-XR-ENTRY OCCURS 200 TIMES.
             10 WS-XR-CUST     PIC X(6).
             10 WS-XR-ACCT     PIC X(8).
             10 WS-XR-ROLE     PIC X.
       01 WS-XR-IDX           PIC 9(3).
       01 WS-ACC-REL          PIC X.

       01 WS-FX-RATE          PIC 9(3)V9999.
       01 WS-CLAIM-AMT        PIC S9(11)V99.

      *>   One customer's categories
       01 WS-SGL-BAL          PIC S9(11)V99.
       01 WS-SGL-ACCTS        PIC 9(3).
       01 WS-JNT-BAL          PIC S9(11)V99.
       01 WS-JNT-ACCTS        PIC 9(3).
       01 WS-CUST-UNINSURED   PIC S9(11)V99.

      *>   The category being printed and extracted
       01 WS-CAT-CODE         PIC X(3).
       01 WS-CAT-LABEL        PIC X(8).
       01 WS-CAT-BAL          PIC S9(11)V99.
       01 WS-CAT-ACCTS        PIC 9(3).
       01 WS-CAT-LIMIT        PIC 9(9)V99.
       01 WS-CAT-INSURED      PIC S9(11)V99.
       01 WS-CAT-UNINSURED    PIC S9(11)V99.

      *>   Bank-wide
       01 WS-BOOK-DEPOSITS    PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SGL-BAL      PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SGL-INS      PIC S9(11)V99 VALUE 0.
       01 WS-TOT-JNT-BAL      PIC S9(11)V99 VALUE 0.
       01 WS-TOT-JNT-INS      PIC S9(11)V99 VALUE 0.
       01 WS-TOT-INSURED      PIC S9(11)V99 VALUE 0.
       01 WS-TOT-UNINSURED    PIC S9(11)V99 VALUE 0.
       01 WS-TOT-UNRESOLVED   PIC S9(11)V99 VALUE 0.
       01 WS-DEPOSITOR-CNT    PIC 9(5) VALUE 0.
       01 WS-OVER-LIMIT-CNT   PIC 9(5) VALUE 0.
       01 WS-EXTRACT-CNT      PIC 9(5) VALUE 0.
       01 WS-STRAY-COUNT      PIC 9(3) VALUE 0.

       01 WS-DISP-AMT        PIC $Z(8),ZZ9.99-.
       01 WS-DISP-AMT2       PIC $Z(8),ZZ9.99-.
       01 WS-DISP-AMT3       PIC $Z(8),ZZ9.99-.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-ACCTS      PIC ZZ9.
       01 WS-RPT-DETAIL      PIC X(75).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-ACCOUNTS.
           PERFORM 1700-LOAD-XREF.
           PERFORM 1800-COUNT-OWNERS.
           PERFORM 2000-REPORT-BY-CUSTOMER.
           PERFORM 3000-REPORT-UNRESOLVED.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 5000-CLEANUP.
           STOP RUN.

      *> --- Dates, the coverage limits, files, heading ---
       1000-INITIALIZE.
           DISPLAY "=== Deposit Insurance Coverage ===".
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
           STRING "deposit-insurance-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           STRING "depositor-extract-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-EXTRACT-FILENAME
           END-STRING.

           PERFORM 1100-READ-LIMITS.

           OPEN INPUT CUSTOMER-MASTER.
           IF NOT FS-SUCCESS
               DISPLAY "ABEND: customer-master.dat will not "
                   "open, status " WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ABEND: account-master.dat will not "
                   "open, status " WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "          DEPOSIT INSURANCE COVERAGE BY DEPOSITOR"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "As of: " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LIMIT-SINGLE TO WS-DISP-AMT.
           MOVE WS-LIMIT-JOINT TO WS-DISP-AMT2.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Limits: single " WS-DISP-AMT
                  "  joint (per owner) " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- The per-category limits off the control file;
      *>     the report means nothing without them ---
       1100-READ-LIMITS.
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
                   WHEN "DEPINS-LIMIT-SINGLE"
                       MOVE PRM-VALUE TO WS-LIMIT-SINGLE
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "DEPINS-LIMIT-JOINT"
                       MOVE PRM-VALUE TO WS-LIMIT-JOINT
                       ADD 1 TO WS-PARMS-SEEN
               END-EVALUATE
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-PARMS-SEEN < 2
               DISPLAY "ABEND: DEPINS-LIMIT-SINGLE/-JOINT not "
                   "on batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- One pass over the account master: what each
      *>     account puts up for insurance ---
       1500-LOAD-ACCOUNTS.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ ACCOUNT-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL END-OF-FILE
               IF WS-ACC-COUNT < 500
                   ADD 1 TO WS-ACC-COUNT
                   PERFORM 1550-LOAD-ONE-ACCOUNT
               ELSE
                   DISPLAY "WARNING: more than 500 accounts - "
                       "report is incomplete."
               END-IF
               READ ACCOUNT-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

      *> --- One account into the table at its insurable
      *>     amount in base currency ---
       1550-LOAD-ONE-ACCOUNT.
           MOVE AM-ACCT-NO   TO WS-ACC-NO(WS-ACC-COUNT).
           MOVE AM-ACCT-TYPE TO WS-ACC-TYPE(WS-ACC-COUNT).
           MOVE AM-CUST-NO   TO WS-ACC-CUST(WS-ACC-COUNT).
           MOVE 0 TO WS-ACC-INSURABLE(WS-ACC-COUNT).
           MOVE 0 TO WS-ACC-OWNERS(WS-ACC-COUNT).
           MOVE 0 TO WS-ACC-SHARE(WS-ACC-COUNT).
           MOVE 0 TO WS-ACC-CLAIMED(WS-ACC-COUNT).
           MOVE SPACES TO WS-ACC-REM-CUST(WS-ACC-COUNT).
           IF AM-CURRENCY = SPACES OR AM-CURRENCY = "USD"
               OR AM-FX-BOOK-RATE = 0
               MOVE 1 TO WS-FX-RATE
           ELSE
               MOVE AM-FX-BOOK-RATE TO WS-FX-RATE
           END-IF.
           IF AM-ACCT-TYPE = "C" OR AM-ACCT-TYPE = "S"
               OR AM-ACCT-TYPE = "D"
               IF AM-BALANCE + AM-ACCRUED-INT > 0
                   COMPUTE WS-ACC-INSURABLE(WS-ACC-COUNT)
                       ROUNDED = (AM-BALANCE + AM-ACCRUED-INT)
                               * WS-FX-RATE
                   ADD WS-ACC-INSURABLE(WS-ACC-COUNT)
                       TO WS-BOOK-DEPOSITS
               END-IF
           END-IF.

      *> --- The ownership cross-reference; without one
      *>     every account stands in its primary's name ---
       1700-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "WARNING: cust-acct-xref.dat not found - "
                   "no joint ownership recognized."
           ELSE
               MOVE "N" TO WS-EOF
               READ XREF-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-XR-COUNT < 200
                       ADD 1 TO WS-XR-COUNT
                       MOVE XR-CUST-NO
                           TO WS-XR-CUST(WS-XR-COUNT)
                       MOVE XR-ACCT-NO
                           TO WS-XR-ACCT(WS-XR-COUNT)
                       MOVE XR-ROLE TO WS-XR-ROLE(WS-XR-COUNT)
                   ELSE
                       DISPLAY "WARNING: more than 200 xref "
                           "links - report is incomplete."
                   END-IF
                   READ XREF-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

      *> --- How many owners each deposit is split between:
      *>     the master's primary plus every joint link to a
      *>     different customer ---
       1800-COUNT-OWNERS.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               IF WS-ACC-CUST(WS-ACC-IDX) NOT = SPACES
                   MOVE 1 TO WS-ACC-OWNERS(WS-ACC-IDX)
                   MOVE WS-ACC-CUST(WS-ACC-IDX)
                       TO WS-ACC-REM-CUST(WS-ACC-IDX)
               END-IF
               PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                       UNTIL WS-XR-IDX > WS-XR-COUNT
                   IF WS-XR-ACCT(WS-XR-IDX) = WS-ACC-NO(WS-ACC-IDX)
                       AND WS-XR-ROLE(WS-XR-IDX) = "J"
                       AND WS-XR-CUST(WS-XR-IDX) NOT =
                           WS-ACC-CUST(WS-ACC-IDX)
                       ADD 1 TO WS-ACC-OWNERS(WS-ACC-IDX)
                       IF WS-ACC-REM-CUST(WS-ACC-IDX) = SPACES
                           MOVE WS-XR-CUST(WS-XR-IDX)
                               TO WS-ACC-REM-CUST(WS-ACC-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ACC-OWNERS(WS-ACC-IDX) > 0
                   DIVIDE WS-ACC-INSURABLE(WS-ACC-IDX)
                       BY WS-ACC-OWNERS(WS-ACC-IDX)
                       GIVING WS-ACC-SHARE(WS-ACC-IDX)
               END-IF
           END-PERFORM.

      *> --- Each customer, category by category ---
       2000-REPORT-BY-CUSTOMER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "    Category  Accts          Balance"
               & "          Insured        Uninsured"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE LOW-VALUES TO CU-CUST-NO.
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CU-CUST-NO
               INVALID KEY SET CUST-AT-END TO TRUE
           END-START.
           IF NOT CUST-AT-END
               READ CUSTOMER-MASTER NEXT
                   AT END SET CUST-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL CUST-AT-END
               PERFORM 2100-ONE-CUSTOMER THRU 2100-EXIT
               READ CUSTOMER-MASTER NEXT
                   AT END SET CUST-AT-END TO TRUE
               END-READ
           END-PERFORM.

      *> --- One customer: gather their deposits into
      *>     categories, then print and extract each ---
       2100-ONE-CUSTOMER.
           MOVE 0 TO WS-SGL-BAL WS-SGL-ACCTS.
           MOVE 0 TO WS-JNT-BAL WS-JNT-ACCTS.
           MOVE 0 TO WS-CUST-UNINSURED.

           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               MOVE SPACE TO WS-ACC-REL
               IF WS-ACC-CUST(WS-ACC-IDX) = CU-CUST-NO
                   MOVE "P" TO WS-ACC-REL
               ELSE
                   PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                           UNTIL WS-XR-IDX > WS-XR-COUNT
                       IF WS-XR-CUST(WS-XR-IDX) = CU-CUST-NO
                           AND WS-XR-ACCT(WS-XR-IDX)
                               = WS-ACC-NO(WS-ACC-IDX)
                           AND WS-XR-ROLE(WS-XR-IDX) = "J"
                           MOVE "J" TO WS-ACC-REL
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-ACC-REL NOT = SPACE
                   AND WS-ACC-INSURABLE(WS-ACC-IDX) > 0
                   PERFORM 2150-CLAIM-ONE-ACCOUNT
               END-IF
           END-PERFORM.

           IF WS-SGL-ACCTS = 0 AND WS-JNT-ACCTS = 0
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-DEPOSITOR-CNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING CU-CUST-NO "  " CU-NAME
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-SGL-ACCTS > 0
               MOVE "SGL" TO WS-CAT-CODE
               MOVE "Single  " TO WS-CAT-LABEL
               MOVE WS-SGL-BAL TO WS-CAT-BAL
               MOVE WS-SGL-ACCTS TO WS-CAT-ACCTS
               MOVE WS-LIMIT-SINGLE TO WS-CAT-LIMIT
               PERFORM 2200-ONE-CATEGORY
               ADD WS-CAT-BAL TO WS-TOT-SGL-BAL
               ADD WS-CAT-INSURED TO WS-TOT-SGL-INS
           END-IF.
           IF WS-JNT-ACCTS > 0
               MOVE "JNT" TO WS-CAT-CODE
               MOVE "Joint   " TO WS-CAT-LABEL
               MOVE WS-JNT-BAL TO WS-CAT-BAL
               MOVE WS-JNT-ACCTS TO WS-CAT-ACCTS
               MOVE WS-LIMIT-JOINT TO WS-CAT-LIMIT
               PERFORM 2200-ONE-CATEGORY
               ADD WS-CAT-BAL TO WS-TOT-JNT-BAL
               ADD WS-CAT-INSURED TO WS-TOT-JNT-INS
           END-IF.

           IF WS-CUST-UNINSURED > 0
               ADD 1 TO WS-OVER-LIMIT-CNT
               MOVE WS-CUST-UNINSURED TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "    ** Over the limit - uninsured "
                      WS-DISP-AMT " **"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       2100-EXIT.
           CONTINUE.

      *> --- This customer's part of one deposit: the whole
      *>     of a sole account, an equal share of a joint
      *>     one (with the odd cents to the primary) ---
       2150-CLAIM-ONE-ACCOUNT.
           IF WS-ACC-OWNERS(WS-ACC-IDX) = 1
               MOVE WS-ACC-INSURABLE(WS-ACC-IDX) TO WS-CLAIM-AMT
               ADD WS-CLAIM-AMT TO WS-SGL-BAL
               ADD 1 TO WS-SGL-ACCTS
           ELSE
               MOVE WS-ACC-SHARE(WS-ACC-IDX) TO WS-CLAIM-AMT
               IF WS-ACC-REM-CUST(WS-ACC-IDX) = CU-CUST-NO
                   COMPUTE WS-CLAIM-AMT = WS-CLAIM-AMT
                       + WS-ACC-INSURABLE(WS-ACC-IDX)
                       - (WS-ACC-SHARE(WS-ACC-IDX)
                          * WS-ACC-OWNERS(WS-ACC-IDX))
               END-IF
               ADD WS-CLAIM-AMT TO WS-JNT-BAL
               ADD 1 TO WS-JNT-ACCTS
           END-IF.
           ADD WS-CLAIM-AMT TO WS-ACC-CLAIMED(WS-ACC-IDX).

      *> --- One category: insured up to its limit, the
      *>     rest uninsured; a report line and an extract
      *>     line ---
       2200-ONE-CATEGORY.
           IF WS-CAT-BAL > WS-CAT-LIMIT
               MOVE WS-CAT-LIMIT TO WS-CAT-INSURED
           ELSE
               MOVE WS-CAT-BAL TO WS-CAT-INSURED
           END-IF.
           COMPUTE WS-CAT-UNINSURED = WS-CAT-BAL - WS-CAT-INSURED.
           ADD WS-CAT-INSURED TO WS-TOT-INSURED.
           ADD WS-CAT-UNINSURED TO WS-TOT-UNINSURED.
           ADD WS-CAT-UNINSURED TO WS-CUST-UNINSURED.

           MOVE WS-CAT-ACCTS TO WS-DISP-ACCTS.
           MOVE WS-CAT-BAL TO WS-DISP-AMT.
           MOVE WS-CAT-INSURED TO WS-DISP-AMT2.
           MOVE WS-CAT-UNINSURED TO WS-DISP-AMT3.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "    " WS-CAT-LABEL "    " WS-DISP-ACCTS
                  "  " WS-DISP-AMT " " WS-DISP-AMT2
                  " " WS-DISP-AMT3
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           INITIALIZE EXTRACT-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE CU-CUST-NO TO DX-CUST-NO.
           MOVE CU-NAME TO DX-NAME.
           MOVE WS-CAT-CODE TO DX-CATEGORY.
           MOVE WS-CAT-ACCTS TO DX-ACCT-COUNT.
           MOVE WS-CAT-BAL TO DX-BALANCE.
           MOVE WS-CAT-LIMIT TO DX-LIMIT.
           MOVE WS-CAT-INSURED TO DX-INSURED.
           MOVE WS-CAT-UNINSURED TO DX-UNINSURED.
           MOVE WS-PROCESS-DATE TO DX-AS-OF-DATE.
           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-CNT.

      *> --- Deposits, or parts of them, no customer on the
      *>     master could claim: a blank or unknown primary,
      *>     or a joint owner missing from customer-master ---
       3000-REPORT-UNRESOLVED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "OWNERSHIP UNRESOLVED - NOT INSURED TO ANYONE:"
               TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               IF WS-ACC-CLAIMED(WS-ACC-IDX)
                   < WS-ACC-INSURABLE(WS-ACC-IDX)
                   ADD 1 TO WS-STRAY-COUNT
                   COMPUTE WS-CLAIM-AMT =
                       WS-ACC-INSURABLE(WS-ACC-IDX)
                       - WS-ACC-CLAIMED(WS-ACC-IDX)
                   ADD WS-CLAIM-AMT TO WS-TOT-UNRESOLVED
                   MOVE WS-CLAIM-AMT TO WS-DISP-AMT
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING "    " WS-ACC-NO(WS-ACC-IDX)
                          " (" WS-ACC-TYPE(WS-ACC-IDX)
                          ")  cust [" WS-ACC-CUST(WS-ACC-IDX)
                          "]  " WS-DISP-AMT
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   END-STRING
                   MOVE WS-RPT-DETAIL TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.

           IF WS-STRAY-COUNT = 0
               MOVE "    (none)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *> --- Bank-wide: by category, then insured against
      *>     uninsured against the book ---
       4000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "BANK-WIDE TOTALS" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "    Category                 Balance"
               & "          Insured        Uninsured"
               TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-TOT-SGL-BAL TO WS-DISP-AMT.
           MOVE WS-TOT-SGL-INS TO WS-DISP-AMT2.
           COMPUTE WS-CLAIM-AMT = WS-TOT-SGL-BAL - WS-TOT-SGL-INS.
           MOVE WS-CLAIM-AMT TO WS-DISP-AMT3.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "    Single         " WS-DISP-AMT " "
                  WS-DISP-AMT2 " " WS-DISP-AMT3
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-TOT-JNT-BAL TO WS-DISP-AMT.
           MOVE WS-TOT-JNT-INS TO WS-DISP-AMT2.
           COMPUTE WS-CLAIM-AMT = WS-TOT-JNT-BAL - WS-TOT-JNT-INS.
           MOVE WS-CLAIM-AMT TO WS-DISP-AMT3.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "    Joint          " WS-DISP-AMT " "
                  WS-DISP-AMT2 " " WS-DISP-AMT3
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-TOT-UNRESOLVED TO WS-DISP-AMT.
           MOVE WS-TOT-UNRESOLVED TO WS-DISP-AMT3.
           MOVE 0 TO WS-DISP-AMT2.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "    Unresolved     " WS-DISP-AMT " "
                  WS-DISP-AMT2 " " WS-DISP-AMT3
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           ADD WS-TOT-UNRESOLVED TO WS-TOT-UNINSURED.
           MOVE WS-BOOK-DEPOSITS TO WS-DISP-AMT.
           MOVE WS-TOT-INSURED TO WS-DISP-AMT2.
           MOVE WS-TOT-UNINSURED TO WS-DISP-AMT3.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "    TOTAL DEPOSITS " WS-DISP-AMT " "
                  WS-DISP-AMT2 " " WS-DISP-AMT3
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DEPOSITOR-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Depositors:              " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OVER-LIMIT-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Depositors over a limit: " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EXTRACT-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Extract lines written:   " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Close up ---
       5000-CLEANUP.
           CLOSE CUSTOMER-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE REPORT-FILE.
           CLOSE EXTRACT-FILE.

           MOVE WS-DEPOSITOR-CNT TO WS-DISP-CNT.
           DISPLAY "Depositors reported: " WS-DISP-CNT.
           DISPLAY "See " WS-REPORT-FILENAME " and "
               WS-EXTRACT-FILENAME ".".
