       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOXBILL.
       AUTHOR. LEARNER.

      *> ============================================
      *> Safe deposit box rent billing and delinquency
      *> ============================================
      *> Nightly, after BATCH, over every rented box on
      *> safe-deposit-boxes.dat (kept by BOXMNT):
      *>
      *>   Settle - rent BATCH has posted since it was
      *>   billed is found on balance-journal.dat (an "F"
      *>   whose reference is the box's SDB RENT line) and
      *>   the box is marked paid; a delinquent box that
      *>   pays goes back to rented and its renters may
      *>   open it again.
      *>
      *>   Bill - a box whose rent anniversary has come
      *>   round is charged a year's rent for its size
      *>   (BOX-RENT-SMALL / -MEDIUM / -LARGE). The charge
      *>   is staged as an "F" fee on teller-trans.dat
      *>   against the renter's designated account, so it
      *>   posts through the normal fee path in the next
      *>   window - funds check, fee income to the GL -
      *>   and the next anniversary is set a year on.
      *>
      *>   Re-present - rent still unpaid a week after it
      *>   was last staged (the fee was rejected for want
      *>   of funds) is staged again.
      *>
      *>   Age - rent unpaid more than BOX-GRACE-DAYS puts
      *>   the box delinquent (access refused) and the
      *>   renter is sent an overdue letter; past
      *>   BOX-DRILL-DAYS the box goes up for drilling
      *>   and the renter is told so.
      *>
      *> Every delinquent box is listed on the dated
      *> box-delinquency-YYYYMMDD.txt with the action due
      *> (NOTICE or DRILL), and written to the dated
      *> box-delinquent-YYYYMMDD.dat extract the vault
      *> staff work the drilling and escheat inventory
      *> from. Always ends RC 0 - it reports, it does not
      *> stop the window.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks boxbill.cob
      *>       ../13-subprograms/spoolreg.cob
      *>       ../13-subprograms/runlog.cob -o boxbill
      *>   ./boxbill
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOX-FILE
               ASSIGN TO "safe-deposit-boxes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SB-BOX-KEY
               FILE STATUS IS WS-BOX-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO "customer-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO "balance-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT TELLER-FILE
               ASSIGN TO "teller-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT NOTICE-QUEUE-FILE
               ASSIGN TO "notice-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCQ-STATUS.

           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BOX-FILE.
       01 BOX-RECORD.
           COPY "sdboxrec.cpy".

       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY "jrnlrec.cpy".

       FD TELLER-FILE.
       01 TELLER-STAGED-RECORD.
           COPY "transrec.cpy".

       FD NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
           COPY "ntcqueue.cpy".

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(70).

      *> One delinquent box for the drilling and escheat
      *> process
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
          05 BX-BRANCH        PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 BX-BOX-NO        PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 BX-SIZE          PIC X.
          05 FILLER           PIC X VALUE ",".
          05 BX-RENTER        PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 BX-RENTER-NAME   PIC X(25).
          05 FILLER           PIC X VALUE ",".
          05 BX-JOINT-1       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 BX-JOINT-2       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 BX-BILL-ACCT     PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 BX-RENT-DUE      PIC 9(5)V99.
          05 FILLER           PIC X VALUE ",".
          05 BX-BILLED-DATE   PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 BX-DAYS-UNPAID   PIC 9(5).
          05 FILLER           PIC X VALUE ",".
          05 BX-ACTION        PIC X(6).
      *>     NOTICE = renter told, box refused;
      *>     DRILL  = past BOX-DRILL-DAYS, open the box and
      *>              inventory the contents
          05 FILLER           PIC X VALUE ",".
          05 BX-LAST-ACCESS   PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 BX-AS-OF-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-BOX-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-CUST-STATUS     PIC XX.
       01 WS-JRNL-STATUS     PIC XX.
       01 WS-TELLER-STATUS   PIC XX.
       01 WS-NTCQ-STATUS     PIC XX.
       01 WS-PARAMS-STATUS   PIC XX.
       01 WS-RPT-STATUS      PIC XX.
       01 WS-EXTRACT-STATUS  PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(35).
       01 WS-EXTRACT-FILENAME PIC X(35).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
          88 NOT-EOF         VALUE "N".
       01 WS-CUST-OPEN       PIC X VALUE "N".
          88 CUSTOMERS-OPEN  VALUE "Y".

      *>   Rent by box size, and the aging windows
       01 WS-RENT-SMALL       PIC 9(5)V99 VALUE 0.
       01 WS-RENT-MEDIUM      PIC 9(5)V99 VALUE 0.
       01 WS-RENT-LARGE       PIC 9(5)V99 VALUE 0.
       01 WS-GRACE-DAYS       PIC 9(5) VALUE 0.
       01 WS-DRILL-DAYS       PIC 9(5) VALUE 0.
       01 WS-PARMS-SEEN       PIC 9 VALUE 0.

      *>   Rent posted since the last run: the latest post
      *>   date seen for each box's SDB RENT line
       01 WS-PAID-COUNT       PIC 9(4) VALUE 0.
       01 WS-PAID-TABLE.
          05 WS-PAID-ENTRY OCCURS 2000 TIMES.
             10 WS-PAID-KEY     PIC X(9).
             10 WS-PAID-DATE    PIC 9(8).
       01 WS-PAID-IDX         PIC 9(4).
       01 WS-PAID-FOUND       PIC 9(4).
       01 WS-JRNL-KEY.
          05 WS-JRNL-BRANCH   PIC X(4).
          05 WS-JRNL-BOX-NO   PIC X(5).

      *>   Date arithmetic for the aging and anniversaries
       01 WS-TODAY-INT        PIC S9(9) COMP.
       01 WS-DATE-INT         PIC S9(9) COMP.
       01 WS-DAYS-UNPAID      PIC 9(5) VALUE 0.
       01 WS-NEXT-DATE        PIC 9(8).
       01 WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
          05 WS-NEXT-YYYY     PIC 9(4).
          05 WS-NEXT-MMDD     PIC 9(4).

      *>   The rent line staged for BATCH
       01 WS-STAGE-DESC       PIC X(20).
       01 WS-RENT-AMOUNT      PIC 9(5)V99.

      *>   The letter queued for NOTICES
       01 WS-LETTER-KIND      PIC X(20).
       01 WS-LETTER-BODY      PIC X(60).

       01 WS-RENTER-NAME      PIC X(25).
       01 WS-ACTION           PIC X(6).

       01 WS-RENTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-PAID-BOXES       PIC 9(5) VALUE 0.
       01 WS-BILLED-COUNT     PIC 9(5) VALUE 0.
       01 WS-BILLED-TOTAL     PIC 9(7)V99 VALUE 0.
       01 WS-REPRESENT-COUNT  PIC 9(5) VALUE 0.
       01 WS-DELINQ-COUNT     PIC 9(5) VALUE 0.
       01 WS-NEW-DELINQ-COUNT PIC 9(5) VALUE 0.
       01 WS-DRILL-COUNT      PIC 9(5) VALUE 0.
       01 WS-DELINQ-TOTAL     PIC 9(7)V99 VALUE 0.

      *> Shared run log
       01 WS-LOG-PROGRAM     PIC X(8) VALUE "BOXBILL".
       01 WS-LOG-SEVERITY    PIC X.
       01 WS-LOG-MESSAGE     PIC X(60).

      *> Shared spool index
       01 WS-SPOOL-PROGRAM   PIC X(8) VALUE "BOXBILL".
       01 WS-SPOOL-REPORT    PIC X(20) VALUE "Box delinquency".
       01 WS-SPOOL-FILE      PIC X(40).

       01 WS-DISP-AMT        PIC $Z(6),ZZ9.99.
       01 WS-DISP-RENT       PIC Z(4)9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-DAYS       PIC ZZZZ9.
       01 WS-RPT-DETAIL      PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-RENT-PAID THRU 2000-EXIT.
           PERFORM 3000-PROCESS-BOXES THRU 3000-EXIT.
           PERFORM 3500-REPORT-TOTALS.
           PERFORM 5000-CLEANUP.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> --- The business date, the rents and windows, and
      *>     the day's report and extract names ---
       1000-INITIALIZE.
           DISPLAY "=== Safe Deposit Box Billing ===".
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
           STRING "box-delinquency-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           STRING "box-delinquent-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-EXTRACT-FILENAME
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
                   WHEN "BOX-RENT-SMALL"
                       MOVE PRM-VALUE TO WS-RENT-SMALL
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "BOX-RENT-MEDIUM"
                       MOVE PRM-VALUE TO WS-RENT-MEDIUM
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "BOX-RENT-LARGE"
                       MOVE PRM-VALUE TO WS-RENT-LARGE
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "BOX-GRACE-DAYS"
                       MOVE PRM-VALUE TO WS-GRACE-DAYS
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "BOX-DRILL-DAYS"
                       MOVE PRM-VALUE TO WS-DRILL-DAYS
                       ADD 1 TO WS-PARMS-SEEN
               END-EVALUATE
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-PARMS-SEEN < 5
               DISPLAY "ABEND: BOX-RENT-SMALL/-MEDIUM/-LARGE, "
                   "BOX-GRACE-DAYS and BOX-DRILL-DAYS must all "
                   "be on batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>   Renter names are for the report only - without
      *>   the customer master the boxes still bill
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN
           ELSE
               DISPLAY "WARNING: customer-master.dat missing - "
                   "renter names left blank."
           END-IF.

      *> --- Every SDB RENT fee BATCH has posted, by box,
      *>     keeping the latest post date ---
       2000-LOAD-RENT-PAID.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           READ JOURNAL-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF JR-TXN-TYPE = "F"
                   AND JR-TXN-REF(1:9) = "SDB RENT "
                   PERFORM 2100-NOTE-RENT-PAID
               END-IF
               READ JOURNAL-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
       2000-EXIT.
           CONTINUE.

      *> --- One posted rent line: branch and box ride in
      *>     the reference as SDB RENT BR01-00012 ---
       2100-NOTE-RENT-PAID.
           MOVE JR-TXN-REF(10:4) TO WS-JRNL-BRANCH.
           MOVE JR-TXN-REF(15:5) TO WS-JRNL-BOX-NO.
           MOVE 0 TO WS-PAID-FOUND.
           PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                   UNTIL WS-PAID-IDX > WS-PAID-COUNT
                      OR WS-PAID-FOUND > 0
               IF WS-PAID-KEY(WS-PAID-IDX) = WS-JRNL-KEY
                   MOVE WS-PAID-IDX TO WS-PAID-FOUND
               END-IF
           END-PERFORM.
           IF WS-PAID-FOUND = 0
               IF WS-PAID-COUNT < 2000
                   ADD 1 TO WS-PAID-COUNT
                   MOVE WS-PAID-COUNT TO WS-PAID-FOUND
                   MOVE WS-JRNL-KEY TO WS-PAID-KEY(WS-PAID-FOUND)
                   MOVE 0 TO WS-PAID-DATE(WS-PAID-FOUND)
               ELSE
                   DISPLAY "WARNING: box rent table full - "
                       WS-JRNL-KEY " not settled tonight."
               END-IF
           END-IF.
           IF WS-PAID-FOUND > 0
               IF JR-POST-DATE > WS-PAID-DATE(WS-PAID-FOUND)
                   MOVE JR-POST-DATE
                       TO WS-PAID-DATE(WS-PAID-FOUND)
               END-IF
           END-IF.

      *> --- Every box: settle, bill, re-present, age and
      *>     report ---
       3000-PROCESS-BOXES.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "     SAFE DEPOSIT BOX RENT AND DELINQUENCY"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "As at: " WS-PROCESS-DATE
                  "  grace: " WS-GRACE-DAYS " days"
                  "  drill after: " WS-DRILL-DAYS " days"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Rent billed tonight:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Box        Sz Renter Bill to      Rent  Next due"
               TO RPT-LINE.
           WRITE RPT-LINE.

           OPEN I-O BOX-FILE.
           IF WS-BOX-STATUS NOT = "00"
               DISPLAY "No box file - nothing to bill."
               GO TO 3000-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           READ BOX-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF SB-STATUS = "R" OR SB-STATUS = "D"
                   ADD 1 TO WS-RENTED-COUNT
                   PERFORM 3100-SETTLE-RENT THRU 3100-EXIT
                   PERFORM 3200-BILL-RENT
                   PERFORM 3300-AGE-RENT THRU 3300-EXIT
                   REWRITE BOX-RECORD
               END-IF
               READ BOX-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           IF WS-BILLED-COUNT = 0
               MOVE "  (none)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *>   Second pass for the delinquency listing, so it
      *>   reads in box order under its own heading
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Delinquent boxes:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Box        Renter Name                Rent due"
               & "  Days Action" TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE BOX-FILE.
           OPEN INPUT BOX-FILE.
           SET NOT-EOF TO TRUE.
           READ BOX-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF SB-STATUS = "D"
                   PERFORM 3400-LIST-DELINQUENT
               END-IF
               READ BOX-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BOX-FILE.
           IF WS-DELINQ-COUNT = 0
               MOVE "  (none - every rented box is paid up or "
                   & "inside its grace)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       3000-EXIT.
           CONTINUE.

      *> --- Counts and totals at the foot of the report ---
       3500-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RENTED-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Boxes rented:          " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PAID-BOXES TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Rent seen paid:        " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BILLED-COUNT TO WS-DISP-CNT.
           MOVE WS-BILLED-TOTAL TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Rent billed tonight:   " WS-DISP-CNT
                  "  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-REPRESENT-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Unpaid rent presented: " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DELINQ-COUNT TO WS-DISP-CNT.
           MOVE WS-DELINQ-TOTAL TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Delinquent boxes:      " WS-DISP-CNT
                  "  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DRILL-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  of which to drill:   " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORT-FILE.
           CLOSE EXTRACT-FILE.

      *> --- Rent outstanding that BATCH has since posted:
      *>     the box is paid up, and a delinquent box opens
      *>     to its renters again ---
       3100-SETTLE-RENT.
           IF SB-RENT-DUE = 0
               GO TO 3100-EXIT
           END-IF.
           MOVE SB-BRANCH TO WS-JRNL-BRANCH.
           MOVE SB-BOX-NO TO WS-JRNL-BOX-NO.
           MOVE 0 TO WS-PAID-FOUND.
           PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                   UNTIL WS-PAID-IDX > WS-PAID-COUNT
                      OR WS-PAID-FOUND > 0
               IF WS-PAID-KEY(WS-PAID-IDX) = WS-JRNL-KEY
                   MOVE WS-PAID-IDX TO WS-PAID-FOUND
               END-IF
           END-PERFORM.
           IF WS-PAID-FOUND > 0
               IF WS-PAID-DATE(WS-PAID-FOUND) >= SB-BILLED-DATE
                   MOVE 0 TO SB-RENT-DUE
                   MOVE WS-PAID-DATE(WS-PAID-FOUND)
                       TO SB-PAID-DATE
                   MOVE 0 TO SB-DELINQ-DATE SB-DRILL-NOTICED
                   MOVE "R" TO SB-STATUS
                   ADD 1 TO WS-PAID-BOXES
               END-IF
           END-IF.
       3100-EXIT.
           CONTINUE.

      *> --- The rent anniversary: a year's rent for the
      *>     box's size, staged as a fee on the renter's
      *>     account; or unpaid rent staged again once a
      *>     week has gone by without it posting ---
       3200-BILL-RENT.
           IF SB-RENT-DUE = 0
               AND SB-NEXT-BILL NOT > WS-PROCESS-DATE
               EVALUATE SB-SIZE
                   WHEN "S" MOVE WS-RENT-SMALL  TO WS-RENT-AMOUNT
                   WHEN "M" MOVE WS-RENT-MEDIUM TO WS-RENT-AMOUNT
                   WHEN OTHER
                            MOVE WS-RENT-LARGE  TO WS-RENT-AMOUNT
               END-EVALUATE
               MOVE WS-RENT-AMOUNT  TO SB-RENT-DUE
               MOVE WS-PROCESS-DATE TO SB-BILLED-DATE
               PERFORM 3250-STAGE-RENT
               PERFORM 3260-NEXT-ANNIVERSARY
               ADD 1 TO WS-BILLED-COUNT
               ADD SB-RENT-DUE TO WS-BILLED-TOTAL
               MOVE SB-RENT-DUE TO WS-DISP-RENT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  " SB-BRANCH "-" SB-BOX-NO "  " SB-SIZE
                      "  " SB-RENTER " " SB-BILL-ACCT "  "
                      WS-DISP-RENT "  " SB-NEXT-BILL
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               IF SB-RENT-DUE > 0
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(SB-PRESENTED-DATE)
                   IF WS-TODAY-INT - WS-DATE-INT >= 7
                       MOVE SB-RENT-DUE TO WS-RENT-AMOUNT
                       PERFORM 3250-STAGE-RENT
                       ADD 1 TO WS-REPRESENT-COUNT
                   END-IF
               END-IF
           END-IF.

      *> --- One rent fee for BATCH to post in the next
      *>     window, under the box's branch ---
       3250-STAGE-RENT.
           MOVE SPACES TO WS-STAGE-DESC.
           STRING "SDB RENT " SB-BRANCH "-" SB-BOX-NO
               DELIMITED BY SIZE INTO WS-STAGE-DESC
           END-STRING.
           OPEN EXTEND TELLER-FILE.
           IF WS-TELLER-STATUS NOT = "00"
               OPEN OUTPUT TELLER-FILE
           END-IF.
           INITIALIZE TELLER-STAGED-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE SB-BILL-ACCT     TO TR-ACCT-NO.
           MOVE "F"              TO TR-TYPE.
           MOVE WS-RENT-AMOUNT   TO TR-AMOUNT.
           MOVE WS-STAGE-DESC    TO TR-DESC.
           MOVE SB-BRANCH        TO TR-BRANCH.
           MOVE WS-PROCESS-DATE  TO TR-EFF-DATE.
           WRITE TELLER-STAGED-RECORD.
           CLOSE TELLER-FILE.
           MOVE WS-PROCESS-DATE TO SB-PRESENTED-DATE.

      *> --- The next anniversary, a year on; a box rented
      *>     on 29 February bills on the 28th in other
      *>     years ---
       3260-NEXT-ANNIVERSARY.
           MOVE SB-NEXT-BILL TO WS-NEXT-DATE.
           ADD 1 TO WS-NEXT-YYYY.
           IF WS-NEXT-MMDD = 0229
               MOVE 0228 TO WS-NEXT-MMDD
           END-IF.
           MOVE WS-NEXT-DATE TO SB-NEXT-BILL.
      *>   A box that missed anniversaries while the run was
      *>   down is not billed for them twice
           IF SB-NEXT-BILL NOT > WS-PROCESS-DATE
               MOVE WS-PROCESS-DATE TO WS-NEXT-DATE
               ADD 1 TO WS-NEXT-YYYY
               IF WS-NEXT-MMDD = 0229
                   MOVE 0228 TO WS-NEXT-MMDD
               END-IF
               MOVE WS-NEXT-DATE TO SB-NEXT-BILL
           END-IF.

      *> --- Rent unpaid past the grace puts the box
      *>     delinquent; past the drilling window it goes up
      *>     for drilling. The renter hears of each once ---
       3300-AGE-RENT.
           MOVE 0 TO WS-DAYS-UNPAID.
           IF SB-RENT-DUE = 0
               GO TO 3300-EXIT
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(SB-BILLED-DATE).
           COMPUTE WS-DAYS-UNPAID = WS-TODAY-INT - WS-DATE-INT.

           IF SB-STATUS = "R"
               AND WS-DAYS-UNPAID > WS-GRACE-DAYS
               MOVE "D" TO SB-STATUS
               MOVE WS-PROCESS-DATE TO SB-DELINQ-DATE
               ADD 1 TO WS-NEW-DELINQ-COUNT
               MOVE "SAFE DEPOSIT BOX" TO WS-LETTER-KIND
               MOVE SPACES TO WS-LETTER-BODY
               STRING "Rent on box " SB-BRANCH "-" SB-BOX-NO
                      " is overdue - access is suspended."
                   DELIMITED BY SIZE INTO WS-LETTER-BODY
               END-STRING
               PERFORM 3350-QUEUE-LETTER
           END-IF.

           IF SB-STATUS = "D"
               AND SB-DRILL-NOTICED = 0
               AND WS-DAYS-UNPAID > WS-DRILL-DAYS
               MOVE WS-PROCESS-DATE TO SB-DRILL-NOTICED
               MOVE "SAFE DEPOSIT BOX" TO WS-LETTER-KIND
               MOVE SPACES TO WS-LETTER-BODY
               STRING "Box " SB-BRANCH "-" SB-BOX-NO
                      " rent unpaid - box will be drilled."
                   DELIMITED BY SIZE INTO WS-LETTER-BODY
               END-STRING
               PERFORM 3350-QUEUE-LETTER
           END-IF.
       3300-EXIT.
           CONTINUE.

      *> --- One letter to the renter, by the bill-to
      *>     account, for NOTICES to send ---
       3350-QUEUE-LETTER.
           OPEN EXTEND NOTICE-QUEUE-FILE.
           IF WS-NTCQ-STATUS NOT = "00"
               OPEN OUTPUT NOTICE-QUEUE-FILE
           END-IF.
           INITIALIZE NOTICE-QUEUE-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-PROCESS-DATE  TO NQ-POST-DATE.
           MOVE SB-BILL-ACCT     TO NQ-ACCT-NO.
           MOVE WS-LETTER-KIND   TO NQ-KIND.
           MOVE WS-LETTER-BODY   TO NQ-BODY.
           MOVE SB-RENT-DUE      TO NQ-AMOUNT.
           WRITE NOTICE-QUEUE-RECORD.
           CLOSE NOTICE-QUEUE-FILE.

      *> --- One delinquent box onto the report and the
      *>     drilling extract ---
       3400-LIST-DELINQUENT.
           ADD 1 TO WS-DELINQ-COUNT.
           ADD SB-RENT-DUE TO WS-DELINQ-TOTAL.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(SB-BILLED-DATE).
           COMPUTE WS-DAYS-UNPAID = WS-TODAY-INT - WS-DATE-INT.
           IF SB-DRILL-NOTICED > 0
               MOVE "DRILL" TO WS-ACTION
               ADD 1 TO WS-DRILL-COUNT
           ELSE
               MOVE "NOTICE" TO WS-ACTION
           END-IF.

           MOVE SPACES TO WS-RENTER-NAME.
           IF CUSTOMERS-OPEN
               MOVE SB-RENTER TO CU-CUST-NO
               READ CUSTOMER-MASTER
                   KEY IS CU-CUST-NO
                   INVALID KEY
                       MOVE "(not on customer master)"
                           TO WS-RENTER-NAME
                   NOT INVALID KEY
                       MOVE CU-NAME TO WS-RENTER-NAME
               END-READ
           END-IF.

           MOVE SB-RENT-DUE TO WS-DISP-RENT.
           MOVE WS-DAYS-UNPAID TO WS-DISP-DAYS.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  " SB-BRANCH "-" SB-BOX-NO "  " SB-RENTER " "
                  WS-RENTER-NAME " " WS-DISP-RENT " "
                  WS-DISP-DAYS " " WS-ACTION
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           INITIALIZE EXTRACT-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE SB-BRANCH          TO BX-BRANCH.
           MOVE SB-BOX-NO          TO BX-BOX-NO.
           MOVE SB-SIZE            TO BX-SIZE.
           MOVE SB-RENTER          TO BX-RENTER.
           MOVE WS-RENTER-NAME     TO BX-RENTER-NAME.
           MOVE SB-JOINT-RENTER(1) TO BX-JOINT-1.
           MOVE SB-JOINT-RENTER(2) TO BX-JOINT-2.
           MOVE SB-BILL-ACCT       TO BX-BILL-ACCT.
           MOVE SB-RENT-DUE        TO BX-RENT-DUE.
           MOVE SB-BILLED-DATE     TO BX-BILLED-DATE.
           MOVE WS-DAYS-UNPAID     TO BX-DAYS-UNPAID.
           MOVE WS-ACTION          TO BX-ACTION.
           MOVE SB-LAST-ACCESS     TO BX-LAST-ACCESS.
           MOVE WS-PROCESS-DATE    TO BX-AS-OF-DATE.
           WRITE EXTRACT-RECORD.

      *> --- Onto the spool, and flag delinquency loudly ---
       5000-CLEANUP.
           IF CUSTOMERS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.
           MOVE WS-BILLED-COUNT TO WS-DISP-CNT.
           DISPLAY "Box rents billed:       " WS-DISP-CNT.
           MOVE WS-REPRESENT-COUNT TO WS-DISP-CNT.
           DISPLAY "Unpaid rents presented: " WS-DISP-CNT.
           MOVE WS-PAID-BOXES TO WS-DISP-CNT.
           DISPLAY "Box rents seen paid:    " WS-DISP-CNT.
           IF WS-DELINQ-COUNT > 0
               MOVE WS-DELINQ-COUNT TO WS-DISP-CNT
               DISPLAY "Delinquent boxes:       " WS-DISP-CNT
                   " - see " WS-REPORT-FILENAME
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               MOVE WS-DRILL-COUNT TO WS-DISP-DAYS
               STRING "Delinquent boxes: " WS-DISP-CNT
                      ", up for drilling: " WS-DISP-DAYS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "RUNLOG" USING
                   BY CONTENT WS-LOG-PROGRAM
                   BY CONTENT WS-LOG-SEVERITY
                   BY CONTENT WS-LOG-MESSAGE
               END-CALL
           END-IF.
