       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCREVW.
       AUTHOR. LEARNER.

      *> ============================================
      *> Monthly customer risk rating and KYC review list
      *> ============================================
      *> Run once a month. Every customer on
      *> customer-master.dat who is not closed is rated
      *> Low, Medium or High from what the bank already
      *> holds on them, and the customers whose periodic
      *> review or identity document is coming due or
      *> overdue are listed branch by branch for
      *> compliance to work through.
      *>
      *> The rating is scored over the last
      *> RISK-LOOKBACK-DAYS days:
      *>
      *>   - account types: 1 point for holding a
      *>     checking account, 1 for holding an account
      *>     in a foreign currency;
      *>   - cash volume: 1 point for each day CASHRPT
      *>     filed a same-day aggregate for the customer
      *>     (ctr-extract-YYYYMMDD.dat, "03" records),
      *>     and 2 more when that cash totals
      *>     RISK-CASH-HIGH or over;
      *>   - velocity: 2 points for each day one of the
      *>     customer's accounts was on BATCH's
      *>     suspicious-activity-YYYYMMDD.txt.
      *>
      *> RISK-SCORE-HIGH points or more rates High,
      *> RISK-SCORE-MEDIUM or more Medium, anything less
      *> Low. A customer on watch standing is High
      *> whatever the score.
      *>
      *> The next review falls the rating's interval
      *> (KYC-REVIEW-MOS-HIGH / -MED / -LOW) after the
      *> last one recorded on the KYCMNT screen, so a
      *> customer whose rating rises is brought forward.
      *> A customer never reviewed is due now.
      *>
      *> The list (kyc-review-due-YYYYMMDD.txt) shows,
      *> per home branch, everyone whose review is
      *> overdue or falls within KYC-DUE-WARN-DAYS, and
      *> everyone whose identity document has expired,
      *> runs out within the same window, or was never
      *> recorded.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks kycrevw.cob
      *>       ../13-subprograms/spoolreg.cob -o kycrevw
      *>   ./kycrevw
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

      *>   One day's large-cash filing extract from CASHRPT
           SELECT CTR-FILE
               ASSIGN TO WS-CTR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.

      *>   One day's velocity report from BATCH
           SELECT SAR-FILE
               ASSIGN TO WS-SAR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

      *> CASHRPT's 60-byte filing record - only the type
      *> code and the "03" customer aggregate are read here
       FD CTR-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01 CT-RECORD.
          05 CT-REC-TYPE      PIC XX.
          05 FILLER           PIC X(58).
       01 CT-AGG-RECORD.
          05 CTA-REC-TYPE     PIC XX.
      *>     "03"
          05 CTA-CUST-NO      PIC X(6).
          05 CTA-ITEM-COUNT   PIC 9(5).
          05 CTA-CASH-TOTAL   PIC 9(11)V99.
          05 CTA-CUST-NAME    PIC X(25).
          05 FILLER           PIC X(9).

      *> A flagged account's line starts two spaces then
      *> the account number
       FD SAR-FILE.
       01 SAR-LINE           PIC X(80).

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-ACCT-STATUS     PIC XX.
       01 WS-PARAMS-STATUS   PIC XX.
       01 WS-CTR-STATUS      PIC XX.
       01 WS-SAR-STATUS      PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(35).
       01 WS-CTR-FILENAME     PIC X(30).
       01 WS-SAR-FILENAME     PIC X(35).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
          88 NOT-EOF         VALUE "N".
       01 WS-DAY-EOF         PIC X VALUE "N".
          88 DAY-AT-END      VALUE "Y".

      *>   The rating and review parameters
       01 WS-LOOKBACK-DAYS    PIC 9(3) VALUE 0.
       01 WS-CASH-HIGH        PIC 9(9)V99 VALUE 0.
       01 WS-SCORE-MEDIUM     PIC 9(3) VALUE 0.
       01 WS-SCORE-HIGH       PIC 9(3) VALUE 0.
       01 WS-MOS-HIGH         PIC 9(3) VALUE 0.
       01 WS-MOS-MED          PIC 9(3) VALUE 0.
       01 WS-MOS-LOW          PIC 9(3) VALUE 0.
       01 WS-WARN-DAYS        PIC 9(3) VALUE 0.
       01 WS-PARMS-SEEN       PIC 9 VALUE 0.

      *>   The look-back window and the coming-due horizon
       01 WS-TODAY-INT        PIC S9(9) COMP.
       01 WS-DAY-INT          PIC S9(9) COMP.
       01 WS-DAY-DATE         PIC 9(8).
       01 WS-FROM-DATE        PIC 9(8).
       01 WS-HORIZON-DATE     PIC 9(8).
       01 WS-DAYS-FOUND       PIC 9(3) VALUE 0.

      *>   Review date arithmetic: months on from the last
      *>   review, days past the 28th clamped as BATCH does
      *>   for its monthly schedules
       01 WS-REVIEW-WORK      PIC 9(8).
       01 WS-REVIEW-PARTS REDEFINES WS-REVIEW-WORK.
          05 WS-RV-YYYY       PIC 9(4).
          05 WS-RV-MM         PIC 9(2).
          05 WS-RV-DD         PIC 9(2).
       01 WS-REVIEW-MOS       PIC 9(3).

      *>   Every account: whose it is, so a flagged
      *>   account can be put against its customer
       01 WS-ACC-COUNT        PIC 9(4) VALUE 0.
       01 WS-ACC-TABLE.
          05 WS-ACC-ENTRY OCCURS 2000 TIMES.
             10 WS-ACC-NO        PIC X(8).
             10 WS-ACC-CUST      PIC X(6).
       01 WS-ACC-IDX          PIC 9(4).

      *>   The rating factors gathered for each customer
       01 WS-RF-COUNT         PIC 9(4) VALUE 0.
       01 WS-RF-TABLE.
          05 WS-RF-ENTRY OCCURS 1000 TIMES.
             10 WS-RF-CUST       PIC X(6).
             10 WS-RF-CHECKING   PIC X.
             10 WS-RF-FOREIGN    PIC X.
             10 WS-RF-CTR-DAYS   PIC 9(3).
             10 WS-RF-CTR-CASH   PIC 9(11)V99.
             10 WS-RF-SAR-DAYS   PIC 9(3).
             10 WS-RF-SAR-SEEN   PIC 9(8).
       01 WS-RF-IDX           PIC 9(4).
       01 WS-RF-MATCH-IDX     PIC 9(4).
       01 WS-THIS-CUST        PIC X(6).
       01 WS-SAR-ACCT         PIC X(8).

      *>   The customer in hand
       01 WS-SCORE            PIC 9(3).
       01 WS-OLD-RATING       PIC X.
       01 WS-REVIEW-FLAG      PIC X(8).
       01 WS-ID-FLAG          PIC X(8).

      *>   Customers to list, in customer order as read,
      *>   and the branches they fall under, kept in
      *>   branch order
       01 WS-DUE-COUNT        PIC 9(4) VALUE 0.
       01 WS-DUE-TABLE.
          05 WS-DUE-ENTRY OCCURS 1000 TIMES.
             10 WS-DUE-BRANCH    PIC X(4).
             10 WS-DUE-LINE      PIC X(70).
       01 WS-DUE-IDX          PIC 9(4).
       01 WS-BR-COUNT         PIC 9(3) VALUE 0.
       01 WS-BR-TABLE.
          05 WS-BR-CODE OCCURS 200 TIMES PIC X(4).
       01 WS-BR-IDX           PIC 9(3).
       01 WS-BR-SHIFT         PIC 9(3).
       01 WS-BR-FOUND         PIC X.
          88 BRANCH-LISTED    VALUE "Y".
       01 WS-BR-LISTED        PIC 9(4).
       01 WS-BR-NAME          PIC X(6).

       01 WS-RATED-COUNT      PIC 9(5) VALUE 0.
       01 WS-HIGH-COUNT       PIC 9(5) VALUE 0.
       01 WS-MED-COUNT        PIC 9(5) VALUE 0.
       01 WS-LOW-COUNT        PIC 9(5) VALUE 0.
       01 WS-RAISED-COUNT     PIC 9(5) VALUE 0.
       01 WS-LOWERED-COUNT    PIC 9(5) VALUE 0.
       01 WS-REV-OVER-COUNT   PIC 9(5) VALUE 0.
       01 WS-REV-DUE-COUNT    PIC 9(5) VALUE 0.
       01 WS-ID-OVER-COUNT    PIC 9(5) VALUE 0.
       01 WS-ID-DUE-COUNT     PIC 9(5) VALUE 0.

      *> Shared spool index
       01 WS-SPOOL-PROGRAM   PIC X(8) VALUE "KYCREVW".
       01 WS-SPOOL-REPORT    PIC X(20) VALUE "KYC review due".
       01 WS-SPOOL-FILE      PIC X(40).

       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-RPT-DETAIL      PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ACCOUNTS.
           PERFORM 2500-LOAD-ACTIVITY.
           PERFORM 3000-RATE-CUSTOMERS.
           PERFORM 4000-WRITE-REPORT.
           PERFORM 5000-CLEANUP.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> --- Business date, parameters, the window, and the
      *>     masters ---
       1000-INITIALIZE.
           DISPLAY "=== Customer Risk Rating / KYC Review ===".
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
           STRING "kyc-review-due-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

           OPEN INPUT PARAMS-FILE.
           IF WS-PARAMS-STATUS NOT = "00"
               DISPLAY "ABEND: batch-params.dat missing."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET NOT-EOF TO TRUE.
           READ PARAMS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               EVALUATE PRM-KEY
                   WHEN "RISK-LOOKBACK-DAYS"
                       MOVE PRM-VALUE TO WS-LOOKBACK-DAYS
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "RISK-CASH-HIGH"
                       MOVE PRM-VALUE TO WS-CASH-HIGH
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "RISK-SCORE-MEDIUM"
                       MOVE PRM-VALUE TO WS-SCORE-MEDIUM
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "RISK-SCORE-HIGH"
                       MOVE PRM-VALUE TO WS-SCORE-HIGH
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "KYC-REVIEW-MOS-HIGH"
                       MOVE PRM-VALUE TO WS-MOS-HIGH
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "KYC-REVIEW-MOS-MED"
                       MOVE PRM-VALUE TO WS-MOS-MED
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "KYC-REVIEW-MOS-LOW"
                       MOVE PRM-VALUE TO WS-MOS-LOW
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "KYC-DUE-WARN-DAYS"
                       MOVE PRM-VALUE TO WS-WARN-DAYS
                       ADD 1 TO WS-PARMS-SEEN
               END-EVALUATE
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-PARMS-SEEN < 8
               DISPLAY "ABEND: risk rating / KYC review keys "
                   "missing from batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE).
           COMPUTE WS-DAY-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS + 1.
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           COMPUTE WS-DAY-INT = WS-TODAY-INT + WS-WARN-DAYS.
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).

           OPEN I-O CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ABEND: customer-master.dat did not open ("
                   WS-CUST-STATUS ") - missing, or still in "
                   "the old layout (run CUSTCONV)."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ABEND: account-master.dat missing."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- One pass of the account master: who owns what,
      *>     and the account-type factors ---
       2000-LOAD-ACCOUNTS.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           SET NOT-EOF TO TRUE.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ ACCOUNT-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL END-OF-FILE
               IF WS-ACC-COUNT < 2000
                   ADD 1 TO WS-ACC-COUNT
                   MOVE AM-ACCT-NO TO WS-ACC-NO(WS-ACC-COUNT)
                   MOVE AM-CUST-NO TO WS-ACC-CUST(WS-ACC-COUNT)
               ELSE
                   DISPLAY "WARNING: more than 2000 accounts - "
                       "velocity hits may be missed."
               END-IF
               MOVE AM-CUST-NO TO WS-THIS-CUST
               PERFORM 2900-FIND-FACTORS
                   THRU 2900-EXIT
               IF WS-RF-MATCH-IDX NOT = 0
                   IF AM-ACCT-TYPE = "C"
                       MOVE "Y" TO WS-RF-CHECKING(WS-RF-MATCH-IDX)
                   END-IF
                   IF AM-CURRENCY NOT = SPACES
                       AND AM-CURRENCY NOT = "USD"
                       MOVE "Y" TO WS-RF-FOREIGN(WS-RF-MATCH-IDX)
                   END-IF
               END-IF
               READ ACCOUNT-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER.

      *> --- Each day of the look-back: the cash filing and
      *>     the velocity report, where that day ran ---
       2500-LOAD-ACTIVITY.
           COMPUTE WS-DAY-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS + 1.
           PERFORM UNTIL WS-DAY-INT > WS-TODAY-INT
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM 2550-LOAD-ONE-DAY
               ADD 1 TO WS-DAY-INT
           END-PERFORM.

           MOVE WS-DAYS-FOUND TO WS-DISP-CNT.
           DISPLAY "Days with activity files: " WS-DISP-CNT.

      *> --- One day's CASHRPT aggregates and SAR hits ---
       2550-LOAD-ONE-DAY.
           MOVE SPACES TO WS-CTR-FILENAME.
           STRING "ctr-extract-" DELIMITED BY SIZE
                   WS-DAY-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-CTR-FILENAME
           END-STRING.
           OPEN INPUT CTR-FILE.
           IF WS-CTR-STATUS = "00"
               ADD 1 TO WS-DAYS-FOUND
               MOVE "N" TO WS-DAY-EOF
               READ CTR-FILE
                   AT END SET DAY-AT-END TO TRUE
               END-READ
               PERFORM UNTIL DAY-AT-END
                   IF CT-REC-TYPE = "03"
                       PERFORM 2600-ADD-CASH-DAY
                   END-IF
                   READ CTR-FILE
                       AT END SET DAY-AT-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CTR-FILE
           END-IF.

           MOVE SPACES TO WS-SAR-FILENAME.
           STRING "suspicious-activity-" DELIMITED BY SIZE
                   WS-DAY-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SAR-FILENAME
           END-STRING.
           OPEN INPUT SAR-FILE.
           IF WS-SAR-STATUS = "00"
               MOVE "N" TO WS-DAY-EOF
               READ SAR-FILE
                   AT END SET DAY-AT-END TO TRUE
               END-READ
               PERFORM UNTIL DAY-AT-END
                   IF SAR-LINE(1:2) = SPACES
                       AND SAR-LINE(3:1) NOT = SPACE
                       MOVE SAR-LINE(3:8) TO WS-SAR-ACCT
                       PERFORM 2700-ADD-SAR-DAY
                   END-IF
                   READ SAR-FILE
                       AT END SET DAY-AT-END TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SAR-FILE
           END-IF.

      *> --- A day the customer's cash filed as an aggregate ---
       2600-ADD-CASH-DAY.
           MOVE CTA-CUST-NO TO WS-THIS-CUST.
           PERFORM 2900-FIND-FACTORS
               THRU 2900-EXIT.
           IF WS-RF-MATCH-IDX NOT = 0
               ADD 1 TO WS-RF-CTR-DAYS(WS-RF-MATCH-IDX)
               ADD CTA-CASH-TOTAL
                   TO WS-RF-CTR-CASH(WS-RF-MATCH-IDX)
           END-IF.

      *> --- A flagged account: a velocity day against its
      *>     customer, counted once however many of their
      *>     accounts were flagged that day ---
       2700-ADD-SAR-DAY.
           MOVE SPACES TO WS-THIS-CUST.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               IF WS-ACC-NO(WS-ACC-IDX) = WS-SAR-ACCT
                   MOVE WS-ACC-CUST(WS-ACC-IDX) TO WS-THIS-CUST
               END-IF
           END-PERFORM.
           PERFORM 2900-FIND-FACTORS
               THRU 2900-EXIT.
           IF WS-RF-MATCH-IDX NOT = 0
               IF WS-RF-SAR-SEEN(WS-RF-MATCH-IDX) NOT = WS-DAY-DATE
                   ADD 1 TO WS-RF-SAR-DAYS(WS-RF-MATCH-IDX)
                   MOVE WS-DAY-DATE
                       TO WS-RF-SAR-SEEN(WS-RF-MATCH-IDX)
               END-IF
           END-IF.

      *> --- The factor entry for WS-THIS-CUST, added on
      *>     first sight; zero when there is no customer ---
       2900-FIND-FACTORS.
           MOVE 0 TO WS-RF-MATCH-IDX.
           IF WS-THIS-CUST = SPACES
               GO TO 2900-EXIT
           END-IF.
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-RF-COUNT
               IF WS-RF-CUST(WS-RF-IDX) = WS-THIS-CUST
                   MOVE WS-RF-IDX TO WS-RF-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-RF-MATCH-IDX = 0
               IF WS-RF-COUNT < 1000
                   ADD 1 TO WS-RF-COUNT
                   MOVE WS-THIS-CUST TO WS-RF-CUST(WS-RF-COUNT)
                   MOVE "N" TO WS-RF-CHECKING(WS-RF-COUNT)
                   MOVE "N" TO WS-RF-FOREIGN(WS-RF-COUNT)
                   MOVE 0   TO WS-RF-CTR-DAYS(WS-RF-COUNT)
                   MOVE 0   TO WS-RF-CTR-CASH(WS-RF-COUNT)
                   MOVE 0   TO WS-RF-SAR-DAYS(WS-RF-COUNT)
                   MOVE 0   TO WS-RF-SAR-SEEN(WS-RF-COUNT)
                   MOVE WS-RF-COUNT TO WS-RF-MATCH-IDX
               ELSE
                   DISPLAY "WARNING: more than 1000 customers - "
                       "ratings incomplete."
               END-IF
           END-IF.
       2900-EXIT.
           CONTINUE.

      *> --- Rate every open customer, reset the next review
      *>     date from the rating, and pick out who is due ---
       3000-RATE-CUSTOMERS.
           MOVE LOW-VALUES TO CU-CUST-NO.
           SET NOT-EOF TO TRUE.
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CU-CUST-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ CUSTOMER-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL END-OF-FILE
               IF CU-STANDING NOT = "C"
                   PERFORM 3100-RATE-ONE-CUSTOMER
                   PERFORM 3200-CHECK-DUE
               END-IF
               READ CUSTOMER-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

      *> --- Score the customer's factors into a rating ---
       3100-RATE-ONE-CUSTOMER.
           MOVE CU-CUST-NO TO WS-THIS-CUST.
           PERFORM 2900-FIND-FACTORS
               THRU 2900-EXIT.
           MOVE 0 TO WS-SCORE.
           IF WS-RF-MATCH-IDX NOT = 0
               IF WS-RF-CHECKING(WS-RF-MATCH-IDX) = "Y"
                   ADD 1 TO WS-SCORE
               END-IF
               IF WS-RF-FOREIGN(WS-RF-MATCH-IDX) = "Y"
                   ADD 1 TO WS-SCORE
               END-IF
               ADD WS-RF-CTR-DAYS(WS-RF-MATCH-IDX) TO WS-SCORE
                   ON SIZE ERROR MOVE 999 TO WS-SCORE
               END-ADD
               IF WS-RF-CTR-CASH(WS-RF-MATCH-IDX) >= WS-CASH-HIGH
                   AND WS-RF-CTR-DAYS(WS-RF-MATCH-IDX) > 0
                   ADD 2 TO WS-SCORE
                       ON SIZE ERROR MOVE 999 TO WS-SCORE
                   END-ADD
               END-IF
               COMPUTE WS-SCORE =
                   WS-SCORE + 2 * WS-RF-SAR-DAYS(WS-RF-MATCH-IDX)
                   ON SIZE ERROR MOVE 999 TO WS-SCORE
               END-COMPUTE
           END-IF.

           MOVE CU-RISK-RATING TO WS-OLD-RATING.
           EVALUATE TRUE
               WHEN CU-STANDING = "W"
                   MOVE "H" TO CU-RISK-RATING
               WHEN WS-SCORE >= WS-SCORE-HIGH
                   MOVE "H" TO CU-RISK-RATING
               WHEN WS-SCORE >= WS-SCORE-MEDIUM
                   MOVE "M" TO CU-RISK-RATING
               WHEN OTHER
                   MOVE "L" TO CU-RISK-RATING
           END-EVALUATE.
           EVALUATE CU-RISK-RATING
               WHEN "H"
                   ADD 1 TO WS-HIGH-COUNT
                   MOVE WS-MOS-HIGH TO WS-REVIEW-MOS
               WHEN "M"
                   ADD 1 TO WS-MED-COUNT
                   MOVE WS-MOS-MED  TO WS-REVIEW-MOS
               WHEN OTHER
                   ADD 1 TO WS-LOW-COUNT
                   MOVE WS-MOS-LOW  TO WS-REVIEW-MOS
           END-EVALUATE.
      *>   A first rating is not a change; after that, up
      *>   is toward H and down toward L
           IF WS-OLD-RATING NOT = SPACE
               AND WS-OLD-RATING NOT = CU-RISK-RATING
               IF CU-RISK-RATING = "H"
                   OR (CU-RISK-RATING = "M" AND WS-OLD-RATING = "L")
                   ADD 1 TO WS-RAISED-COUNT
               ELSE
                   ADD 1 TO WS-LOWERED-COUNT
               END-IF
           END-IF.
           MOVE WS-SCORE        TO CU-RISK-SCORE.
           MOVE WS-PROCESS-DATE TO CU-RATED-DATE.

           IF CU-LAST-REVIEW = 0
               MOVE 0 TO CU-NEXT-REVIEW
           ELSE
               MOVE CU-LAST-REVIEW TO WS-REVIEW-WORK
               PERFORM 3900-ADD-REVIEW-MONTHS
               MOVE WS-REVIEW-WORK TO CU-NEXT-REVIEW
           END-IF.
           REWRITE CUSTOMER-RECORD.
           ADD 1 TO WS-RATED-COUNT.

      *> --- Is the review, or the identity document, due
      *>     inside the window or past it? ---
       3200-CHECK-DUE.
           MOVE SPACES TO WS-REVIEW-FLAG WS-ID-FLAG.
           EVALUATE TRUE
               WHEN CU-LAST-REVIEW = 0
                   MOVE "NEVER"    TO WS-REVIEW-FLAG
                   ADD 1 TO WS-REV-OVER-COUNT
               WHEN CU-NEXT-REVIEW < WS-PROCESS-DATE
                   MOVE "OVERDUE"  TO WS-REVIEW-FLAG
                   ADD 1 TO WS-REV-OVER-COUNT
               WHEN CU-NEXT-REVIEW <= WS-HORIZON-DATE
                   MOVE "DUE"      TO WS-REVIEW-FLAG
                   ADD 1 TO WS-REV-DUE-COUNT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CU-ID-TYPE = SPACES
                   MOVE "NONE"     TO WS-ID-FLAG
                   ADD 1 TO WS-ID-OVER-COUNT
               WHEN CU-ID-EXPIRY = 0
                   CONTINUE
               WHEN CU-ID-EXPIRY < WS-PROCESS-DATE
                   MOVE "EXPIRED"  TO WS-ID-FLAG
                   ADD 1 TO WS-ID-OVER-COUNT
               WHEN CU-ID-EXPIRY <= WS-HORIZON-DATE
                   MOVE "EXPIRING" TO WS-ID-FLAG
                   ADD 1 TO WS-ID-DUE-COUNT
           END-EVALUATE.
           IF WS-REVIEW-FLAG NOT = SPACES
               OR WS-ID-FLAG NOT = SPACES
               PERFORM 3300-LIST-CUSTOMER
           END-IF.

      *> --- Hold the customer's line under their branch ---
       3300-LIST-CUSTOMER.
           IF WS-DUE-COUNT >= 1000
               DISPLAY "WARNING: more than 1000 customers due - "
                   "list incomplete."
           ELSE
               ADD 1 TO WS-DUE-COUNT
               MOVE CU-HOME-BRANCH TO WS-DUE-BRANCH(WS-DUE-COUNT)
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  " CU-CUST-NO " " CU-NAME(1:20)
                      " " CU-RISK-RATING
                      " " CU-NEXT-REVIEW
                      " " WS-REVIEW-FLAG
                      " " CU-ID-TYPE
                      " " CU-ID-EXPIRY
                      " " WS-ID-FLAG
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO WS-DUE-LINE(WS-DUE-COUNT)
               PERFORM 3400-NOTE-BRANCH
           END-IF.

      *> --- Add the branch to the list, in branch order,
      *>     the first time it is met ---
       3400-NOTE-BRANCH.
           MOVE "N" TO WS-BR-FOUND.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-CODE(WS-BR-IDX) = CU-HOME-BRANCH
                   MOVE "Y" TO WS-BR-FOUND
               END-IF
           END-PERFORM.
           IF NOT BRANCH-LISTED AND WS-BR-COUNT < 200
               MOVE 1 TO WS-BR-IDX
               PERFORM UNTIL WS-BR-IDX > WS-BR-COUNT
                       OR WS-BR-CODE(WS-BR-IDX) > CU-HOME-BRANCH
                   ADD 1 TO WS-BR-IDX
               END-PERFORM
               PERFORM VARYING WS-BR-SHIFT FROM WS-BR-COUNT BY -1
                       UNTIL WS-BR-SHIFT < WS-BR-IDX
                   MOVE WS-BR-CODE(WS-BR-SHIFT)
                       TO WS-BR-CODE(WS-BR-SHIFT + 1)
               END-PERFORM
               MOVE CU-HOME-BRANCH TO WS-BR-CODE(WS-BR-IDX)
               ADD 1 TO WS-BR-COUNT
           END-IF.

      *> --- WS-REVIEW-WORK moved on WS-REVIEW-MOS months ---
       3900-ADD-REVIEW-MONTHS.
           ADD WS-REVIEW-MOS TO WS-RV-MM.
           PERFORM UNTIL WS-RV-MM <= 12
               SUBTRACT 12 FROM WS-RV-MM
               ADD 1 TO WS-RV-YYYY
           END-PERFORM.
           IF WS-RV-DD > 28
               MOVE 28 TO WS-RV-DD
           END-IF.

      *> --- The review list, branch by branch, then the
      *>     rating and due counts ---
       4000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "     KYC REVIEW AND IDENTITY DOCUMENTS DUE"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "As at: " WS-PROCESS-DATE
                  "  due by: " WS-HORIZON-DATE
                  "  activity from: " WS-FROM-DATE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               PERFORM 4100-WRITE-ONE-BRANCH
           END-PERFORM.
           IF WS-DUE-COUNT = 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "  No reviews or documents due." TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-RATED-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Customers rated:       " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HIGH-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  High:                " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MED-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Medium:              " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LOW-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Low:                 " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RAISED-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Ratings raised:        " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LOWERED-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Ratings lowered:       " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REV-OVER-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Reviews overdue:       " WS-DISP-CNT
                  "  (including never reviewed)"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REV-DUE-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Reviews coming due:    " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ID-OVER-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "ID expired or missing: " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ID-DUE-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "ID expiring:           " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORT-FILE.

      *> --- One branch's heading and its customers ---
       4100-WRITE-ONE-BRANCH.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-BR-CODE(WS-BR-IDX) = SPACES
               MOVE "(none)" TO WS-BR-NAME
           ELSE
               MOVE WS-BR-CODE(WS-BR-IDX) TO WS-BR-NAME
           END-IF.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Home branch: " WS-BR-NAME
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Cust   Name                 R Next rev Review   "
               & "ID Expiry   ID" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-BR-LISTED.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF WS-DUE-BRANCH(WS-DUE-IDX) = WS-BR-CODE(WS-BR-IDX)
                   MOVE WS-DUE-LINE(WS-DUE-IDX) TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-BR-LISTED
               END-IF
           END-PERFORM.
           MOVE WS-BR-LISTED TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Customers due at branch: " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Close up, onto the spool ---
       5000-CLEANUP.
           CLOSE CUSTOMER-MASTER.
           MOVE WS-DUE-COUNT TO WS-DISP-CNT.
           DISPLAY "Customers due for review or ID: " WS-DISP-CNT
               " - see " WS-REPORT-FILENAME.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.
