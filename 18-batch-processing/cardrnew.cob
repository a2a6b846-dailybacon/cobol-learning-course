       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDRNEW.
       AUTHOR. LEARNER.

      *> ============================================
      *> Monthly ATM card renewal
      *> ============================================
      *> Run once a month, ahead of month end. Every
      *> active card on card-master.dat that runs out by
      *> the end of next month and has not already been
      *> renewed is reissued:
      *>
      *>   - a new card number (the next CARDnnnn after
      *>     the highest on file), same account, same
      *>     daily limit, good for CARD-VALID-YEARS from
      *>     next month;
      *>   - the old card is marked renewed by the new
      *>     one and keeps working until its own expiry,
      *>     so the customer is never without a card;
      *>   - the new card goes onto the dated fixed-format
      *>     card-production-YYYYMMDD.dat for the card
      *>     vendor to emboss and mail, with the
      *>     cardholder's name and mailing address.
      *>
      *> A card is only reissued on an open account that
      *> is not held. Cards whose account is closed or
      *> has been escheated (off the master), or is under
      *> a hold (account-holds.dat), are left as they are
      *> and listed on the dated card-renewal-YYYYMMDD.txt
      *> with the reason - a held account's card comes up
      *> again next month, expired or not, until the hold
      *> is lifted. Lost and blocked cards are never
      *> reissued.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks cardrnew.cob
      *>       ../13-subprograms/spoolreg.cob -o cardrnew
      *>   ./cardrnew
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE
               ASSIGN TO "card-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CARD-NO
               FILE STATUS IS WS-CARD-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "account-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT HOLDS-FILE
               ASSIGN TO "account-holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ACCT-NO
               FILE STATUS IS WS-HOLDS-STATUS.

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

      *>   An account gone from the master with an "E"
      *>   sweep on the journal was escheated, not closed
           SELECT JOURNAL-FILE
               ASSIGN TO "balance-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT PRODUCTION-FILE
               ASSIGN TO WS-PROD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CARD-FILE.
       01 CARD-RECORD.
           COPY "cardrec.cpy".

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

       FD HOLDS-FILE.
       01 HOLD-RECORD.
           COPY "holdrec.cpy".

       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY "addrrec.cpy".

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY "jrnlrec.cpy".

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

      *> The card vendor's embossing file: fixed columns, no
      *> delimiters - one header, a detail per card, one
      *> trailer carrying the detail count
       FD PRODUCTION-FILE.
       01 PRODUCTION-RECORD.
          05 PC-REC-TYPE      PIC X.
      *>     H=Header, D=Card to emboss, T=Trailer
          05 PC-DETAIL.
             10 PC-CARD-NO       PIC X(8).
             10 PC-ACCT-NO       PIC X(8).
             10 PC-NAME          PIC X(25).
      *>        Name embossed on the card
             10 PC-EXPIRY-MM     PIC 9(2).
             10 PC-EXPIRY-YY     PIC 9(2).
      *>        Embossed as MM/YY
             10 PC-ISSUE-DATE    PIC 9(8).
             10 PC-REPLACES      PIC X(8).
             10 PC-ADDR-LINE1    PIC X(30).
             10 PC-ADDR-LINE2    PIC X(30).
             10 PC-CITY          PIC X(20).
             10 PC-STATE         PIC X(2).
             10 PC-ZIP           PIC X(10).
             10 PC-MAIL-FLAG     PIC X.
      *>        M=Mail to the address, B=No address on
      *>        file - send to the bank for the branch
          05 PC-HEADER REDEFINES PC-DETAIL.
             10 PC-HDR-FILE-ID   PIC X(8).
      *>        Always CARDPROD
             10 PC-HDR-RUN-DATE  PIC 9(8).
             10 FILLER           PIC X(138).
          05 PC-TRAILER REDEFINES PC-DETAIL.
             10 PC-TRL-COUNT     PIC 9(6).
             10 FILLER           PIC X(148).

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-ACCT-STATUS     PIC XX.
       01 WS-HOLDS-STATUS    PIC XX.
       01 WS-CUST-STATUS     PIC XX.
       01 WS-ADDR-STATUS     PIC XX.
       01 WS-JRNL-STATUS     PIC XX.
       01 WS-PARAMS-STATUS   PIC XX.
       01 WS-PROD-STATUS     PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-PROCESS-DATE-X REDEFINES WS-PROCESS-DATE.
          05 WS-PROCESS-YYYY  PIC 9(4).
          05 WS-PROCESS-MM    PIC 9(2).
          05 WS-PROCESS-DD    PIC 9(2).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(35).
       01 WS-PROD-FILENAME    PIC X(35).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
          88 NOT-EOF         VALUE "N".
       01 WS-HOLDS-OPEN      PIC X VALUE "N".
          88 HOLDS-PRESENT   VALUE "Y".
       01 WS-CUST-OPEN       PIC X VALUE "N".
          88 CUSTOMERS-OPEN  VALUE "Y".
       01 WS-ADDR-OPEN       PIC X VALUE "N".
          88 ADDRESSES-OPEN  VALUE "Y".

      *>   Cards running out by the end of next month come
      *>   up for renewal; new ones run the card life on
      *>   from that month
       01 WS-RENEW-MONTH      PIC 9(6).
       01 WS-RENEW-MONTH-X REDEFINES WS-RENEW-MONTH.
          05 WS-RENEW-YYYY    PIC 9(4).
          05 WS-RENEW-MM      PIC 9(2).
       01 WS-VALID-YEARS      PIC 9(2) VALUE 0.
       01 WS-PARMS-SEEN       PIC 9 VALUE 0.

      *>   Card numbers are CARD plus four digits; renewals
      *>   take the next one after the highest on file
       01 WS-NEW-CARD-NO.
          05 FILLER           PIC X(4) VALUE "CARD".
          05 WS-NEW-CARD-SEQ  PIC 9(4).
       01 WS-HIGH-SEQ         PIC 9(4) VALUE 0.
       01 WS-SEQ-CHECK        PIC X(4).
       01 WS-SEQ-NUM REDEFINES WS-SEQ-CHECK PIC 9(4).

      *>   Cards due, collected before any is written so the
      *>   master is not added to while it is being read
       01 WS-DUE-COUNT        PIC 9(4) VALUE 0.
       01 WS-DUE-TABLE.
          05 WS-DUE-CARD OCCURS 1000 TIMES PIC X(8).
       01 WS-DUE-IDX          PIC 9(4).

      *>   Accounts swept to the state
       01 WS-ESC-COUNT        PIC 9(4) VALUE 0.
       01 WS-ESC-TABLE.
          05 WS-ESC-ACCT OCCURS 1000 TIMES PIC X(8).
       01 WS-ESC-IDX          PIC 9(4).
       01 WS-ESC-FOUND        PIC X.
          88 ACCOUNT-ESCHEATED VALUE "Y".

      *>   The card in hand
       01 WS-OLD-CARD         PIC X(8).
       01 WS-OLD-EXPIRY       PIC 9(6).
       01 WS-OLD-ACCT         PIC X(8).
       01 WS-OLD-LIMIT        PIC 9(7)V99.
       01 WS-NEW-EXPIRY       PIC 9(6).
       01 WS-EXCLUDE-REASON   PIC X(20).
       01 WS-HOLDER-NAME      PIC X(25).
       01 WS-HOLDER-CUST      PIC X(6).

       01 WS-RENEWED-COUNT    PIC 9(5) VALUE 0.
       01 WS-EXCLUDED-COUNT   PIC 9(5) VALUE 0.
       01 WS-NO-ADDR-COUNT    PIC 9(5) VALUE 0.

      *> Shared spool index
       01 WS-SPOOL-PROGRAM   PIC X(8) VALUE "CARDRNEW".
       01 WS-SPOOL-REPORT    PIC X(20) VALUE "Card renewal".
       01 WS-SPOOL-FILE      PIC X(40).

       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-RPT-DETAIL      PIC X(70).

      *>   Renewed and excluded lines are held until the run
      *>   is done so each list prints under its own heading
       01 WS-RENEW-LINES      PIC 9(4) VALUE 0.
       01 WS-RENEW-LINE-TABLE.
          05 WS-RENEW-LINE OCCURS 1000 TIMES PIC X(70).
       01 WS-EXCL-LINES       PIC 9(4) VALUE 0.
       01 WS-EXCL-LINE-TABLE.
          05 WS-EXCL-LINE OCCURS 1000 TIMES PIC X(70).
       01 WS-LINE-IDX         PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-FIND-CARDS-DUE.
           PERFORM 2500-LOAD-ESCHEATED.
           PERFORM 3000-RENEW-CARDS.
           PERFORM 4000-WRITE-REPORT.
           PERFORM 5000-CLEANUP.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> --- Business date, renewal month, card life, and
      *>     the files ---
       1000-INITIALIZE.
           DISPLAY "=== ATM Card Renewal ===".
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
           MOVE WS-PROCESS-YYYY TO WS-RENEW-YYYY.
           MOVE WS-PROCESS-MM   TO WS-RENEW-MM.
           IF WS-RENEW-MM = 12
               ADD 1 TO WS-RENEW-YYYY
               MOVE 1 TO WS-RENEW-MM
           ELSE
               ADD 1 TO WS-RENEW-MM
           END-IF.
           STRING "card-renewal-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           STRING "card-production-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-PROD-FILENAME
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
               IF PRM-KEY = "CARD-VALID-YEARS"
                   MOVE PRM-VALUE TO WS-VALID-YEARS
                   ADD 1 TO WS-PARMS-SEEN
               END-IF
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-PARMS-SEEN < 1
               DISPLAY "ABEND: CARD-VALID-YEARS not on "
                   "batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "ABEND: card-master.dat did not open ("
                   WS-CARD-STATUS ") - missing, or still in "
                   "the old layout (run CARDCONV)."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ABEND: account-master.dat missing."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-STATUS = "00"
               MOVE "Y" TO WS-HOLDS-OPEN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN
           ELSE
               DISPLAY "WARNING: customer-master.dat missing - "
                   "cards embossed without a name."
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDR-STATUS = "00"
               MOVE "Y" TO WS-ADDR-OPEN
           ELSE
               DISPLAY "WARNING: customer-address.dat missing - "
                   "every card goes to the branch."
           END-IF.

           OPEN OUTPUT PRODUCTION-FILE.
           INITIALIZE PRODUCTION-RECORD.
           MOVE "H"             TO PC-REC-TYPE.
           MOVE "CARDPROD"      TO PC-HDR-FILE-ID.
           MOVE WS-PROCESS-DATE TO PC-HDR-RUN-DATE.
           WRITE PRODUCTION-RECORD.

      *> --- One pass of the card master: the highest card
      *>     number in use, and every live card running out
      *>     by the end of next month not yet renewed ---
       2000-FIND-CARDS-DUE.
           MOVE LOW-VALUES TO CM-CARD-NO.
           SET NOT-EOF TO TRUE.
           START CARD-FILE KEY IS NOT LESS THAN CM-CARD-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ CARD-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL END-OF-FILE
               IF CM-CARD-NO(1:4) = "CARD"
                   MOVE CM-CARD-NO(5:4) TO WS-SEQ-CHECK
                   IF WS-SEQ-CHECK IS NUMERIC
                       AND WS-SEQ-NUM > WS-HIGH-SEQ
                       MOVE WS-SEQ-NUM TO WS-HIGH-SEQ
                   END-IF
               END-IF
               IF CM-STATUS = "A"
                   AND CM-RENEWED-BY = SPACES
                   AND CM-EXPIRY NOT > WS-RENEW-MONTH
                   IF WS-DUE-COUNT < 1000
                       ADD 1 TO WS-DUE-COUNT
                       MOVE CM-CARD-NO TO WS-DUE-CARD(WS-DUE-COUNT)
                   ELSE
                       DISPLAY "WARNING: more than 1000 cards due "
                           "- " CM-CARD-NO " waits for next run."
                   END-IF
               END-IF
               READ CARD-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

      *> --- Accounts the escheatment sweep has taken off the
      *>     master ---
       2500-LOAD-ESCHEATED.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS = "00"
               SET NOT-EOF TO TRUE
               READ JOURNAL-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF JR-TXN-TYPE = "E"
                       AND WS-ESC-COUNT < 1000
                       ADD 1 TO WS-ESC-COUNT
                       MOVE JR-ACCT-NO TO WS-ESC-ACCT(WS-ESC-COUNT)
                   END-IF
                   READ JOURNAL-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

      *> --- Every card due: reissue it, or list why not ---
       3000-RENEW-CARDS.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               PERFORM 3100-RENEW-ONE-CARD THRU 3100-EXIT
           END-PERFORM.

      *> --- One card: the account must be on the master and
      *>     not held ---
       3100-RENEW-ONE-CARD.
           MOVE WS-DUE-CARD(WS-DUE-IDX) TO CM-CARD-NO.
           READ CARD-FILE
               KEY IS CM-CARD-NO
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ.
           MOVE CM-CARD-NO     TO WS-OLD-CARD.
           MOVE CM-EXPIRY      TO WS-OLD-EXPIRY.
           MOVE CM-ACCT-NO     TO WS-OLD-ACCT.
           MOVE CM-DAILY-LIMIT TO WS-OLD-LIMIT.
           MOVE SPACES TO WS-EXCLUDE-REASON.

           MOVE WS-OLD-ACCT TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   PERFORM 3150-CLOSED-OR-ESCHEATED
           END-READ.
           IF WS-EXCLUDE-REASON = SPACES AND HOLDS-PRESENT
               MOVE WS-OLD-ACCT TO HOLD-ACCT-NO
               READ HOLDS-FILE
                   KEY IS HOLD-ACCT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-TYPE = "F"
                           MOVE "ACCOUNT HELD - FRAUD"
                               TO WS-EXCLUDE-REASON
                       ELSE
                           MOVE "ACCOUNT HELD - LEGAL"
                               TO WS-EXCLUDE-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-EXCLUDE-REASON NOT = SPACES
               PERFORM 3800-LIST-EXCLUDED
               GO TO 3100-EXIT
           END-IF.

           IF WS-HIGH-SEQ = 9999
               MOVE "NO CARD NUMBER FREE" TO WS-EXCLUDE-REASON
               PERFORM 3800-LIST-EXCLUDED
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-HIGH-SEQ.
           MOVE WS-HIGH-SEQ TO WS-NEW-CARD-SEQ.

      *>   The replacement, good for the card life from
      *>   the old card's renewal month
           INITIALIZE CARD-RECORD.
           MOVE WS-NEW-CARD-NO  TO CM-CARD-NO.
           MOVE WS-OLD-ACCT     TO CM-ACCT-NO.
           MOVE "A"             TO CM-STATUS.
           MOVE WS-OLD-LIMIT    TO CM-DAILY-LIMIT.
           COMPUTE CM-EXPIRY-YYYY =
               WS-RENEW-YYYY + WS-VALID-YEARS.
           MOVE WS-RENEW-MM     TO CM-EXPIRY-MM.
           MOVE WS-PROCESS-DATE TO CM-ISSUE-DATE.
           MOVE WS-OLD-CARD     TO CM-REPLACES.
           MOVE SPACES          TO CM-RENEWED-BY.
           MOVE CM-EXPIRY       TO WS-NEW-EXPIRY.
           WRITE CARD-RECORD
               INVALID KEY
                   MOVE "NEW NUMBER IN USE" TO WS-EXCLUDE-REASON
                   PERFORM 3800-LIST-EXCLUDED
                   GO TO 3100-EXIT
           END-WRITE.
           PERFORM 3200-WRITE-PRODUCTION.

      *>   The old card points at its replacement, so it is
      *>   not picked up again
           MOVE WS-OLD-CARD TO CM-CARD-NO.
           READ CARD-FILE
               KEY IS CM-CARD-NO
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ.
           MOVE WS-NEW-CARD-NO TO CM-RENEWED-BY.
           REWRITE CARD-RECORD.

           ADD 1 TO WS-RENEWED-COUNT.
           IF WS-RENEW-LINES < 1000
               ADD 1 TO WS-RENEW-LINES
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  " WS-OLD-CARD "  " WS-OLD-EXPIRY "  "
                      WS-NEW-CARD-NO "  " WS-NEW-EXPIRY
                      "  " WS-OLD-ACCT "  "
                      WS-HOLDER-NAME
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO WS-RENEW-LINE(WS-RENEW-LINES)
           END-IF.
       3100-EXIT.
           CONTINUE.

      *> --- Gone from the master: escheated if the sweep
      *>     journaled it, otherwise closed ---
       3150-CLOSED-OR-ESCHEATED.
           MOVE "N" TO WS-ESC-FOUND.
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-ESC-COUNT
               IF WS-ESC-ACCT(WS-ESC-IDX) = WS-OLD-ACCT
                   MOVE "Y" TO WS-ESC-FOUND
               END-IF
           END-PERFORM.
           IF ACCOUNT-ESCHEATED
               MOVE "ACCOUNT ESCHEATED" TO WS-EXCLUDE-REASON
           ELSE
               MOVE "ACCOUNT CLOSED" TO WS-EXCLUDE-REASON
           END-IF.

      *> --- The new card for the vendor, with the name and
      *>     address of the account's customer ---
       3200-WRITE-PRODUCTION.
           MOVE AM-CUST-NO TO WS-HOLDER-CUST.
           MOVE SPACES TO WS-HOLDER-NAME.
           IF CUSTOMERS-OPEN
               MOVE WS-HOLDER-CUST TO CU-CUST-NO
               READ CUSTOMER-MASTER
                   KEY IS CU-CUST-NO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CU-NAME TO WS-HOLDER-NAME
               END-READ
           END-IF.

           INITIALIZE PRODUCTION-RECORD.
           MOVE "D"             TO PC-REC-TYPE.
           MOVE CM-CARD-NO      TO PC-CARD-NO.
           MOVE CM-ACCT-NO      TO PC-ACCT-NO.
           MOVE WS-HOLDER-NAME  TO PC-NAME.
           MOVE CM-EXPIRY-MM    TO PC-EXPIRY-MM.
           MOVE CM-EXPIRY-YYYY(3:2) TO PC-EXPIRY-YY.
           MOVE CM-ISSUE-DATE   TO PC-ISSUE-DATE.
           MOVE CM-REPLACES     TO PC-REPLACES.
           MOVE "B"             TO PC-MAIL-FLAG.
           IF ADDRESSES-OPEN
               MOVE WS-HOLDER-CUST TO CA-CUST-NO
               READ ADDRESS-FILE
                   KEY IS CA-CUST-NO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CA-ADDR-LINE1 TO PC-ADDR-LINE1
                       MOVE CA-ADDR-LINE2 TO PC-ADDR-LINE2
                       MOVE CA-CITY       TO PC-CITY
                       MOVE CA-STATE      TO PC-STATE
                       MOVE CA-ZIP        TO PC-ZIP
                       MOVE "M"           TO PC-MAIL-FLAG
               END-READ
           END-IF.
           IF PC-MAIL-FLAG = "B"
               ADD 1 TO WS-NO-ADDR-COUNT
           END-IF.
           WRITE PRODUCTION-RECORD.

      *> --- A card left alone, and why ---
       3800-LIST-EXCLUDED.
           ADD 1 TO WS-EXCLUDED-COUNT.
           IF WS-EXCL-LINES < 1000
               ADD 1 TO WS-EXCL-LINES
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  " WS-OLD-CARD "  " WS-OLD-EXPIRY "  "
                      WS-OLD-ACCT "  " WS-EXCLUDE-REASON
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO WS-EXCL-LINE(WS-EXCL-LINES)
           END-IF.

      *> --- The renewal report: what was reissued, what was
      *>     left out, and the counts ---
       4000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "     ATM CARD RENEWAL" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "As at: " WS-PROCESS-DATE
                  "  cards expiring by: " WS-RENEW-MONTH
                  "  card life: " WS-VALID-YEARS " years"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "Cards reissued:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Old card  Expiry  New card  Expiry  Account"
               & "   Cardholder" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-RENEW-LINES
               MOVE WS-RENEW-LINE(WS-LINE-IDX) TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           IF WS-RENEW-LINES = 0
               MOVE "  (none)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "Cards not reissued:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Card      Expiry  Account   Reason" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-EXCL-LINES
               MOVE WS-EXCL-LINE(WS-LINE-IDX) TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           IF WS-EXCL-LINES = 0
               MOVE "  (none)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-DUE-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Cards due:             " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RENEWED-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Reissued:              " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NO-ADDR-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  sent to the branch:  " WS-DISP-CNT
                  "  (no mailing address)"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EXCLUDED-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Not reissued:          " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORT-FILE.

      *> --- Trailer, close up, onto the spool ---
       5000-CLEANUP.
           INITIALIZE PRODUCTION-RECORD.
           MOVE "T"              TO PC-REC-TYPE.
           MOVE WS-RENEWED-COUNT TO PC-TRL-COUNT.
           WRITE PRODUCTION-RECORD.
           CLOSE PRODUCTION-FILE.
           CLOSE CARD-FILE.
           CLOSE ACCOUNT-MASTER.
           IF HOLDS-PRESENT
               CLOSE HOLDS-FILE
           END-IF.
           IF CUSTOMERS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF ADDRESSES-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.
           MOVE WS-RENEWED-COUNT TO WS-DISP-CNT.
           DISPLAY "Cards reissued:     " WS-DISP-CNT
               " - see " WS-PROD-FILENAME.
           MOVE WS-EXCLUDED-COUNT TO WS-DISP-CNT.
           DISPLAY "Cards not reissued: " WS-DISP-CNT
               " - see " WS-REPORT-FILENAME.
