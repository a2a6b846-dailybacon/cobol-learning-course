       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITING.
       AUTHOR. LEARNER.

      *> ============================================
      *> Check-kiting detection
      *> ============================================
      *> BATCH's velocity check counts one account's
      *> withdrawals. Kiting looks different: money
      *> pushed round and round a customer's own
      *> accounts, or deposits drawn on another bank
      *> spent before their availability hold lifts,
      *> the float the bank is carrying growing night
      *> on night. This step scores every customer on
      *> those patterns over the last KITE-WINDOW-DAYS
      *> days of valid-trans-YYYYMMDD.dat and the
      *> funds-hold file, and lists everyone scoring
      *> KITE-SCORE-SUSPECT or more for the fraud desk
      *> (kiting-suspects-YYYYMMDD.txt).
      *>
      *> A customer's accounts are the ones they own
      *> outright (AM-CUST-NO) or jointly (P and J rows
      *> on cust-acct-xref.dat). Only amounts of
      *> KITE-MIN-AMOUNT or more count. Points:
      *>
      *>   - repeated transfers: 2 for each pair of the
      *>     customer's accounts with KITE-REPEAT-XFERS
      *>     or more transfers between them in the
      *>     window, 3 more when the money went both ways;
      *>   - withdrawals against held funds: 2 for each
      *>     day money left one of the customer's accounts
      *>     (withdrawn, or transferred anywhere, another
      *>     bank included) while a deposit on it was
      *>     still under its availability hold;
      *>   - rising float: 3 when the customer's held
      *>     deposits tonight exceed those at the start of
      *>     the window by KITE-FLOAT-RISE-PCT percent.
      *>
      *> Holds drop off funds-holds.dat when they
      *> release, so each night's float per customer is
      *> kept on kiting-float.dat, trimmed to the
      *> window. Until that history spans the window the
      *> float factor is not scored.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks kiting.cob
      *>       ../13-subprograms/spoolreg.cob
      *>       ../13-subprograms/runlog.cob -o kiting
      *>   ./kiting
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

      *>   Joint owners beyond the master's AM-CUST-NO
           SELECT XREF-FILE
               ASSIGN TO "cust-acct-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

      *>   One day's posted transactions from BATCH
           SELECT VALID-FILE
               ASSIGN TO WS-VALID-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.

      *>   Deposits still under an availability hold
           SELECT FUNDS-HOLD-FILE
               ASSIGN TO "funds-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FHOLD-STATUS.

      *>   Each customer's held float, night by night
           SELECT FLOAT-FILE
               ASSIGN TO "kiting-float.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOAT-STATUS.

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

       FD XREF-FILE.
       01 XREF-RECORD.
          05 XR-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 XR-ACCT-NO       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 XR-ROLE          PIC X.
      *>     P=Primary, J=Joint owner, A=Authorized signer

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

      *> Same layout BATCH writes
       FD VALID-FILE.
       01 VALID-RECORD.
          05 VR-BATCH-DATE     PIC 9(8).
          05 VR-REF-NO         PIC 9(9).
          05 VR-DATA.
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==VR-==.

      *> Same layout BATCH keeps
       FD FUNDS-HOLD-FILE.
       01 FUNDS-HOLD-RECORD.
          05 FH-ACCT-NO       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 FH-AMOUNT        PIC 9(7)V99.
          05 FILLER           PIC X VALUE ",".
          05 FH-PLACED-DATE   PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 FH-AVAIL-DATE    PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 FH-REF-NO        PIC 9(9).

      *> One customer's held float on one night
       FD FLOAT-FILE.
       01 FLOAT-RECORD.
          05 KF-DATE          PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 KF-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 KF-FLOAT         PIC 9(9)V99.

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-ACCT-STATUS     PIC XX.
       01 WS-XREF-STATUS     PIC XX.
       01 WS-PARAMS-STATUS   PIC XX.
       01 WS-VALID-STATUS    PIC XX.
       01 WS-FHOLD-STATUS    PIC XX.
       01 WS-FLOAT-STATUS    PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-CUST-PRESENT    PIC X VALUE "N".
          88 CUST-FILE-PRESENT VALUE "Y".

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(35).
       01 WS-VALID-FILENAME   PIC X(24).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
          88 NOT-EOF         VALUE "N".

      *>   The detection parameters
       01 WS-WINDOW-DAYS      PIC 9(3) VALUE 0.
       01 WS-MIN-AMOUNT       PIC 9(9)V99 VALUE 0.
       01 WS-REPEAT-XFERS     PIC 9(3) VALUE 0.
       01 WS-FLOAT-RISE-PCT   PIC 9(3)V99 VALUE 0.
       01 WS-SCORE-SUSPECT    PIC 9(3) VALUE 0.
       01 WS-PARMS-SEEN       PIC 9 VALUE 0.

      *>   The scoring window
       01 WS-TODAY-INT        PIC S9(9) COMP.
       01 WS-DAY-INT          PIC S9(9) COMP.
       01 WS-DAY-DATE         PIC 9(8).
       01 WS-FROM-DATE        PIC 9(8).
       01 WS-DAYS-FOUND       PIC 9(3) VALUE 0.

      *>   Who owns each account: the master's owner plus
      *>   every primary or joint owner on the cross-reference
       01 WS-OWN-COUNT        PIC 9(4) VALUE 0.
       01 WS-OWN-TABLE.
          05 WS-OWN-ENTRY OCCURS 3000 TIMES.
             10 WS-OWN-ACCT      PIC X(8).
             10 WS-OWN-CUST      PIC X(6).
       01 WS-OWN-IDX          PIC 9(4).
       01 WS-OWN2-IDX         PIC 9(4).
       01 WS-OWNER-FLAG       PIC X.
          88 OWNER-KNOWN      VALUE "Y".
       01 WS-ENDS-OWNED       PIC 9.

      *>   Transfers between two of our accounts, one entry
      *>   per pair (lower account number first)
       01 WS-PR-COUNT         PIC 9(4) VALUE 0.
       01 WS-PR-TABLE.
          05 WS-PR-ENTRY OCCURS 500 TIMES.
             10 WS-PR-ACCT-LO    PIC X(8).
             10 WS-PR-ACCT-HI    PIC X(8).
             10 WS-PR-LO-TO-HI   PIC 9(4).
             10 WS-PR-HI-TO-LO   PIC 9(4).
             10 WS-PR-AMOUNT     PIC 9(11)V99.
       01 WS-PR-IDX           PIC 9(4).
       01 WS-PR-MATCH-IDX     PIC 9(4).
       01 WS-PR-FULL-WARNED   PIC X VALUE "N".
       01 WS-ACCT-LO          PIC X(8).
       01 WS-ACCT-HI          PIC X(8).

      *>   Holds on file, in storage for the date tests
       01 WS-FH-COUNT         PIC 9(4) VALUE 0.
       01 WS-FH-TABLE.
          05 WS-FH-ENTRY OCCURS 1000 TIMES.
             10 WS-FH-ACCT       PIC X(8).
             10 WS-FH-AMOUNT     PIC 9(7)V99.
             10 WS-FH-PLACED     PIC 9(8).
             10 WS-FH-AVAIL      PIC 9(8).
       01 WS-FH-IDX           PIC 9(4).
       01 WS-HELD-FLAG        PIC X.
          88 FUNDS-WERE-HELD  VALUE "Y".

      *>   Every customer's factors and score
       01 WS-SC-COUNT         PIC 9(4) VALUE 0.
       01 WS-SC-TABLE.
          05 WS-SC-ENTRY OCCURS 1000 TIMES.
             10 WS-SC-CUST       PIC X(6).
             10 WS-SC-PAIRS      PIC 9(3).
             10 WS-SC-ROUNDS     PIC 9(3).
             10 WS-SC-HELD-DAYS  PIC 9(3).
             10 WS-SC-HELD-SEEN  PIC 9(8).
             10 WS-SC-HELD-AMT   PIC 9(11)V99.
             10 WS-SC-FLOAT      PIC 9(11)V99.
             10 WS-SC-FLOAT-OPEN PIC 9(11)V99.
             10 WS-SC-FLOAT-RISE PIC X.
             10 WS-SC-SCORE      PIC 9(3).
       01 WS-SC-IDX           PIC 9(4).
       01 WS-SC-MATCH-IDX     PIC 9(4).
       01 WS-SC-FULL-WARNED   PIC X VALUE "N".
       01 WS-THIS-CUST        PIC X(6).
       01 WS-THIS-ACCT        PIC X(8).

      *>   The float history: the earliest night on file in
      *>   the window, and whether the history spans it
       01 WS-KF-COUNT         PIC 9(5) VALUE 0.
       01 WS-KF-TABLE.
          05 WS-KF-ENTRY OCCURS 5000 TIMES.
             10 WS-KF-DATE       PIC 9(8).
             10 WS-KF-CUST       PIC X(6).
             10 WS-KF-FLOAT      PIC 9(9)V99.
       01 WS-KF-IDX           PIC 9(5).
       01 WS-KF-OLDEST        PIC 9(8) VALUE 99999999.
       01 WS-KF-BEFORE-WINDOW PIC X VALUE "N".
          88 HISTORY-SPANS-WINDOW VALUE "Y".
       01 WS-FLOAT-LIMIT      PIC 9(11)V99.

       01 WS-TRANS-READ       PIC 9(7) VALUE 0.
       01 WS-SUSPECT-COUNT    PIC 9(5) VALUE 0.

      *> Shared run log
       01 WS-LOG-PROGRAM     PIC X(8) VALUE "KITING".
       01 WS-LOG-SEVERITY    PIC X.
       01 WS-LOG-MESSAGE     PIC X(60).

      *> Shared spool index
       01 WS-SPOOL-PROGRAM   PIC X(8) VALUE "KITING".
       01 WS-SPOOL-REPORT    PIC X(20) VALUE "Kiting suspects".
       01 WS-SPOOL-FILE      PIC X(40).

       01 WS-DISP-AMT        PIC $Z(8),ZZ9.99.
       01 WS-DISP-AMT2       PIC $Z(8),ZZ9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-SCORE      PIC ZZ9.
       01 WS-DISP-NUM        PIC ZZ9.
       01 WS-RPT-DETAIL      PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-OWNERS.
           PERFORM 2200-LOAD-HOLDS.
           PERFORM 2500-LOAD-WINDOW.
           PERFORM 3000-SCORE-PAIRS.
           PERFORM 3300-SCORE-FLOAT.
           PERFORM 4000-WRITE-REPORT.
           PERFORM 4500-REWRITE-FLOAT-HISTORY.
           PERFORM 5000-CLEANUP.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> --- Business date, parameters, the window and the
      *>     masters ---
       1000-INITIALIZE.
           DISPLAY "=== Check-Kiting Detection ===".
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
           STRING "kiting-suspects-" DELIMITED BY SIZE
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
                   WHEN "KITE-WINDOW-DAYS"
                       MOVE PRM-VALUE TO WS-WINDOW-DAYS
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "KITE-MIN-AMOUNT"
                       MOVE PRM-VALUE TO WS-MIN-AMOUNT
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "KITE-REPEAT-XFERS"
                       MOVE PRM-VALUE TO WS-REPEAT-XFERS
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "KITE-FLOAT-RISE-PCT"
                       MOVE PRM-VALUE TO WS-FLOAT-RISE-PCT
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "KITE-SCORE-SUSPECT"
                       MOVE PRM-VALUE TO WS-SCORE-SUSPECT
                       ADD 1 TO WS-PARMS-SEEN
               END-EVALUATE
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-PARMS-SEEN < 5
               DISPLAY "ABEND: kiting detection keys missing "
                   "from batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-WINDOW-DAYS = 0
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF.

           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE).
           COMPUTE WS-DAY-INT = WS-TODAY-INT - WS-WINDOW-DAYS + 1.
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).

      *>   Names only - without a customer master the
      *>   suspects are listed by number
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS = "00"
               SET CUST-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "No customer-master file - suspects "
                   "listed without names."
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ABEND: account-master.dat missing."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- Every account's owners: the master's customer,
      *>     then the primary and joint owners on the
      *>     cross-reference (signers are not owners) ---
       2000-LOAD-OWNERS.
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
               IF AM-CUST-NO NOT = SPACES
                   MOVE AM-ACCT-NO TO WS-THIS-ACCT
                   MOVE AM-CUST-NO TO WS-THIS-CUST
                   PERFORM 2100-ADD-OWNER
               END-IF
               READ ACCOUNT-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER.

           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "00"
               SET NOT-EOF TO TRUE
               READ XREF-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF XR-ROLE = "P" OR XR-ROLE = "J"
                       MOVE XR-ACCT-NO TO WS-THIS-ACCT
                       MOVE XR-CUST-NO TO WS-THIS-CUST
                       PERFORM 2100-ADD-OWNER
                   END-IF
                   READ XREF-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

      *> --- One account/owner pairing, once only ---
       2100-ADD-OWNER.
           MOVE "N" TO WS-OWNER-FLAG.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-ACCT(WS-OWN-IDX) = WS-THIS-ACCT
                   AND WS-OWN-CUST(WS-OWN-IDX) = WS-THIS-CUST
                   SET OWNER-KNOWN TO TRUE
               END-IF
           END-PERFORM.
           IF NOT OWNER-KNOWN
               IF WS-OWN-COUNT < 3000
                   ADD 1 TO WS-OWN-COUNT
                   MOVE WS-THIS-ACCT TO WS-OWN-ACCT(WS-OWN-COUNT)
                   MOVE WS-THIS-CUST TO WS-OWN-CUST(WS-OWN-COUNT)
               ELSE
                   DISPLAY "WARNING: more than 3000 account "
                       "owners - scoring incomplete."
               END-IF
           END-IF.

      *> --- The holds still on file ---
       2200-LOAD-HOLDS.
           OPEN INPUT FUNDS-HOLD-FILE.
           IF WS-FHOLD-STATUS = "00"
               SET NOT-EOF TO TRUE
               READ FUNDS-HOLD-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-FH-COUNT < 1000
                       ADD 1 TO WS-FH-COUNT
                       MOVE FH-ACCT-NO
                           TO WS-FH-ACCT(WS-FH-COUNT)
                       MOVE FH-AMOUNT
                           TO WS-FH-AMOUNT(WS-FH-COUNT)
                       MOVE FH-PLACED-DATE
                           TO WS-FH-PLACED(WS-FH-COUNT)
                       MOVE FH-AVAIL-DATE
                           TO WS-FH-AVAIL(WS-FH-COUNT)
                   ELSE
                       DISPLAY "WARNING: more than 1000 funds "
                           "holds - scoring incomplete."
                   END-IF
                   READ FUNDS-HOLD-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FUNDS-HOLD-FILE
           END-IF.

      *> --- Each day of the window that BATCH posted ---
       2500-LOAD-WINDOW.
           COMPUTE WS-DAY-INT = WS-TODAY-INT - WS-WINDOW-DAYS + 1.
           PERFORM UNTIL WS-DAY-INT > WS-TODAY-INT
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM 2550-LOAD-ONE-DAY
               ADD 1 TO WS-DAY-INT
           END-PERFORM.
           MOVE WS-DAYS-FOUND TO WS-DISP-CNT.
           DISPLAY "Days of valid transactions: " WS-DISP-CNT.

      *> --- One day's valid transactions ---
       2550-LOAD-ONE-DAY.
           MOVE SPACES TO WS-VALID-FILENAME.
           STRING "valid-trans-" DELIMITED BY SIZE
                   WS-DAY-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-VALID-FILENAME
           END-STRING.
           OPEN INPUT VALID-FILE.
           IF WS-VALID-STATUS = "00"
               ADD 1 TO WS-DAYS-FOUND
               SET NOT-EOF TO TRUE
               READ VALID-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   ADD 1 TO WS-TRANS-READ
                   IF VR-AMOUNT NOT < WS-MIN-AMOUNT
                       PERFORM 2600-EXAMINE-ONE-TRANS
                   END-IF
                   READ VALID-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VALID-FILE
           END-IF.

      *> --- Money out is tested against the holds; a
      *>     transfer between two of our accounts goes on
      *>     the pair table too ---
       2600-EXAMINE-ONE-TRANS.
           IF VR-TYPE = "W" OR VR-TYPE = "T"
               PERFORM 2700-CHECK-HELD-FUNDS
           END-IF.
           IF VR-TYPE = "T"
               AND VR-DEST-ACCT NOT = SPACES
               AND VR-DEST-ACCT NOT = VR-ACCT-NO
               PERFORM 2800-NOTE-TRANSFER-PAIR
                   THRU 2800-EXIT
           END-IF.

      *> --- Did the account have a deposit under hold on
      *>     the day the money left it? Then every owner
      *>     scores the day, once however many items ---
       2700-CHECK-HELD-FUNDS.
           MOVE "N" TO WS-HELD-FLAG.
           PERFORM VARYING WS-FH-IDX FROM 1 BY 1
                   UNTIL WS-FH-IDX > WS-FH-COUNT
               IF WS-FH-ACCT(WS-FH-IDX) = VR-ACCT-NO
                   AND WS-FH-PLACED(WS-FH-IDX) NOT > WS-DAY-DATE
                   AND WS-FH-AVAIL(WS-FH-IDX) > WS-DAY-DATE
                   SET FUNDS-WERE-HELD TO TRUE
               END-IF
           END-PERFORM.
           IF FUNDS-WERE-HELD
               PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                       UNTIL WS-OWN-IDX > WS-OWN-COUNT
                   IF WS-OWN-ACCT(WS-OWN-IDX) = VR-ACCT-NO
                       MOVE WS-OWN-CUST(WS-OWN-IDX)
                           TO WS-THIS-CUST
                       PERFORM 2900-FIND-SCORE
                           THRU 2900-EXIT
                       IF WS-SC-MATCH-IDX NOT = 0
                           PERFORM 2750-ADD-HELD-DAY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> --- A held-funds day for the customer in hand ---
       2750-ADD-HELD-DAY.
           ADD VR-AMOUNT TO WS-SC-HELD-AMT(WS-SC-MATCH-IDX).
           IF WS-SC-HELD-SEEN(WS-SC-MATCH-IDX) NOT = WS-DAY-DATE
               ADD 1 TO WS-SC-HELD-DAYS(WS-SC-MATCH-IDX)
               MOVE WS-DAY-DATE
                   TO WS-SC-HELD-SEEN(WS-SC-MATCH-IDX)
           END-IF.

      *> --- A transfer between two accounts: counted on the
      *>     pair, in the direction it ran ---
       2800-NOTE-TRANSFER-PAIR.
           IF VR-ACCT-NO < VR-DEST-ACCT
               MOVE VR-ACCT-NO   TO WS-ACCT-LO
               MOVE VR-DEST-ACCT TO WS-ACCT-HI
           ELSE
               MOVE VR-DEST-ACCT TO WS-ACCT-LO
               MOVE VR-ACCT-NO   TO WS-ACCT-HI
           END-IF.
           MOVE 0 TO WS-PR-MATCH-IDX.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-ACCT-LO(WS-PR-IDX) = WS-ACCT-LO
                   AND WS-PR-ACCT-HI(WS-PR-IDX) = WS-ACCT-HI
                   MOVE WS-PR-IDX TO WS-PR-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-PR-MATCH-IDX = 0
               IF WS-PR-COUNT >= 500
                   IF WS-PR-FULL-WARNED = "N"
                       DISPLAY "WARNING: more than 500 transfer "
                           "pairs - scoring incomplete."
                       MOVE "Y" TO WS-PR-FULL-WARNED
                   END-IF
                   GO TO 2800-EXIT
               END-IF
               ADD 1 TO WS-PR-COUNT
               MOVE WS-PR-COUNT TO WS-PR-MATCH-IDX
               MOVE WS-ACCT-LO TO WS-PR-ACCT-LO(WS-PR-COUNT)
               MOVE WS-ACCT-HI TO WS-PR-ACCT-HI(WS-PR-COUNT)
               MOVE 0 TO WS-PR-LO-TO-HI(WS-PR-COUNT)
               MOVE 0 TO WS-PR-HI-TO-LO(WS-PR-COUNT)
               MOVE 0 TO WS-PR-AMOUNT(WS-PR-COUNT)
           END-IF.
           IF VR-ACCT-NO = WS-ACCT-LO
               ADD 1 TO WS-PR-LO-TO-HI(WS-PR-MATCH-IDX)
           ELSE
               ADD 1 TO WS-PR-HI-TO-LO(WS-PR-MATCH-IDX)
           END-IF.
           ADD VR-AMOUNT TO WS-PR-AMOUNT(WS-PR-MATCH-IDX).
       2800-EXIT.
           CONTINUE.

      *> --- The score entry for WS-THIS-CUST, added on
      *>     first sight; zero when the table is full ---
       2900-FIND-SCORE.
           MOVE 0 TO WS-SC-MATCH-IDX.
           IF WS-THIS-CUST = SPACES
               GO TO 2900-EXIT
           END-IF.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-CUST(WS-SC-IDX) = WS-THIS-CUST
                   MOVE WS-SC-IDX TO WS-SC-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-SC-MATCH-IDX = 0
               IF WS-SC-COUNT < 1000
                   ADD 1 TO WS-SC-COUNT
                   INITIALIZE WS-SC-ENTRY(WS-SC-COUNT)
                   MOVE WS-THIS-CUST TO WS-SC-CUST(WS-SC-COUNT)
                   MOVE "N" TO WS-SC-FLOAT-RISE(WS-SC-COUNT)
                   MOVE WS-SC-COUNT TO WS-SC-MATCH-IDX
               ELSE
                   IF WS-SC-FULL-WARNED = "N"
                       DISPLAY "WARNING: more than 1000 customers "
                           "in play - scoring incomplete."
                       MOVE "Y" TO WS-SC-FULL-WARNED
                   END-IF
               END-IF
           END-IF.
       2900-EXIT.
           CONTINUE.

      *> --- A pair moved often enough scores against every
      *>     customer who owns both ends of it ---
       3000-SCORE-PAIRS.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-LO-TO-HI(WS-PR-IDX)
                  + WS-PR-HI-TO-LO(WS-PR-IDX)
                  NOT < WS-REPEAT-XFERS
                   PERFORM 3100-SCORE-ONE-PAIR
               END-IF
           END-PERFORM.

      *> --- Owners of the low account who own the high one ---
       3100-SCORE-ONE-PAIR.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-ACCT(WS-OWN-IDX) =
                   WS-PR-ACCT-LO(WS-PR-IDX)
                   PERFORM VARYING WS-OWN2-IDX FROM 1 BY 1
                           UNTIL WS-OWN2-IDX > WS-OWN-COUNT
                       IF WS-OWN-ACCT(WS-OWN2-IDX) =
                           WS-PR-ACCT-HI(WS-PR-IDX)
                          AND WS-OWN-CUST(WS-OWN2-IDX) =
                           WS-OWN-CUST(WS-OWN-IDX)
                           MOVE WS-OWN-CUST(WS-OWN-IDX)
                               TO WS-THIS-CUST
                           PERFORM 2900-FIND-SCORE
                               THRU 2900-EXIT
                           IF WS-SC-MATCH-IDX NOT = 0
                               ADD 1 TO WS-SC-PAIRS(WS-SC-MATCH-IDX)
                               IF WS-PR-LO-TO-HI(WS-PR-IDX) > 0
                                  AND WS-PR-HI-TO-LO(WS-PR-IDX) > 0
                                   ADD 1 TO
                                       WS-SC-ROUNDS(WS-SC-MATCH-IDX)
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> --- Tonight's held float per customer against the
      *>     float on file at the start of the window ---
       3300-SCORE-FLOAT.
           PERFORM VARYING WS-FH-IDX FROM 1 BY 1
                   UNTIL WS-FH-IDX > WS-FH-COUNT
               IF WS-FH-AVAIL(WS-FH-IDX) > WS-PROCESS-DATE
                   PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                           UNTIL WS-OWN-IDX > WS-OWN-COUNT
                       IF WS-OWN-ACCT(WS-OWN-IDX) =
                           WS-FH-ACCT(WS-FH-IDX)
                           MOVE WS-OWN-CUST(WS-OWN-IDX)
                               TO WS-THIS-CUST
                           PERFORM 2900-FIND-SCORE
                               THRU 2900-EXIT
                           IF WS-SC-MATCH-IDX NOT = 0
                               ADD WS-FH-AMOUNT(WS-FH-IDX)
                                   TO WS-SC-FLOAT(WS-SC-MATCH-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *>   The history kept so far, tonight's own night left
      *>   out so a rerun does not count it twice
           OPEN INPUT FLOAT-FILE.
           IF WS-FLOAT-STATUS = "00"
               SET NOT-EOF TO TRUE
               READ FLOAT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF KF-DATE < WS-FROM-DATE
                       SET HISTORY-SPANS-WINDOW TO TRUE
                   END-IF
                   IF KF-DATE NOT < WS-FROM-DATE
                      AND KF-DATE < WS-PROCESS-DATE
                       PERFORM 3350-KEEP-FLOAT-NIGHT
                   END-IF
                   READ FLOAT-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FLOAT-FILE
           END-IF.
           IF WS-KF-OLDEST = WS-FROM-DATE
               SET HISTORY-SPANS-WINDOW TO TRUE
           END-IF.

      *>   Opening float: the oldest night in the window;
      *>   a customer with nothing held that night opened
      *>   at zero
           PERFORM VARYING WS-KF-IDX FROM 1 BY 1
                   UNTIL WS-KF-IDX > WS-KF-COUNT
               IF WS-KF-DATE(WS-KF-IDX) = WS-KF-OLDEST
                   MOVE WS-KF-CUST(WS-KF-IDX) TO WS-THIS-CUST
                   PERFORM 2900-FIND-SCORE
                       THRU 2900-EXIT
                   IF WS-SC-MATCH-IDX NOT = 0
                       MOVE WS-KF-FLOAT(WS-KF-IDX)
                           TO WS-SC-FLOAT-OPEN(WS-SC-MATCH-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               IF HISTORY-SPANS-WINDOW
                  AND WS-SC-FLOAT(WS-SC-IDX) NOT < WS-MIN-AMOUNT
                   COMPUTE WS-FLOAT-LIMIT ROUNDED =
                       WS-SC-FLOAT-OPEN(WS-SC-IDX)
                       * (100 + WS-FLOAT-RISE-PCT) / 100
                   IF WS-SC-FLOAT(WS-SC-IDX) > WS-FLOAT-LIMIT
                       MOVE "Y" TO WS-SC-FLOAT-RISE(WS-SC-IDX)
                   END-IF
               END-IF
               PERFORM 3400-TOTAL-SCORE
           END-PERFORM.

      *> --- One night of history kept in the window ---
       3350-KEEP-FLOAT-NIGHT.
           IF WS-KF-COUNT < 5000
               ADD 1 TO WS-KF-COUNT
               MOVE KF-DATE    TO WS-KF-DATE(WS-KF-COUNT)
               MOVE KF-CUST-NO TO WS-KF-CUST(WS-KF-COUNT)
               MOVE KF-FLOAT   TO WS-KF-FLOAT(WS-KF-COUNT)
               IF KF-DATE < WS-KF-OLDEST
                   MOVE KF-DATE TO WS-KF-OLDEST
               END-IF
           ELSE
               DISPLAY "WARNING: float history over 5000 "
                   "nights - oldest kept only."
           END-IF.

      *> --- The points, as the header sets them out ---
       3400-TOTAL-SCORE.
           COMPUTE WS-SC-SCORE(WS-SC-IDX) =
               WS-SC-PAIRS(WS-SC-IDX) * 2
               + WS-SC-ROUNDS(WS-SC-IDX) * 3
               + WS-SC-HELD-DAYS(WS-SC-IDX) * 2.
           IF WS-SC-FLOAT-RISE(WS-SC-IDX) = "Y"
               ADD 3 TO WS-SC-SCORE(WS-SC-IDX)
           END-IF.

      *> --- The suspects list for the fraud desk ---
       4000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "     CHECK-KITING SUSPECTS" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "As at: " WS-PROCESS-DATE
                  "  window from " WS-FROM-DATE
                  "  suspect at score " WS-SCORE-SUSPECT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF NOT HISTORY-SPANS-WINDOW
               MOVE "(float history does not span the window yet"
                   & " - rising float not scored)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-SCORE(WS-SC-IDX) NOT < WS-SCORE-SUSPECT
                  AND WS-SC-SCORE(WS-SC-IDX) > 0
                   PERFORM 4100-WRITE-SUSPECT
               END-IF
           END-PERFORM.

           IF WS-SUSPECT-COUNT = 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "  (no customer reached the suspect score)"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUSPECT-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Suspects listed: " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORT-FILE.

      *> --- One suspect: who, the score and what drove it,
      *>     then the account pairs behind it ---
       4100-WRITE-SUSPECT.
           ADD 1 TO WS-SUSPECT-COUNT.
           MOVE WS-SC-CUST(WS-SC-IDX) TO CU-CUST-NO.
           IF CUST-FILE-PRESENT
               READ CUSTOMER-MASTER
                   KEY IS CU-CUST-NO
                   INVALID KEY MOVE "(not on customer master)"
                       TO CU-NAME
               END-READ
           ELSE
               MOVE SPACES TO CU-NAME
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SC-SCORE(WS-SC-IDX) TO WS-DISP-SCORE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Customer " WS-SC-CUST(WS-SC-IDX)
                  "  " CU-NAME
                  "  score " WS-DISP-SCORE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-SC-PAIRS(WS-SC-IDX) TO WS-DISP-NUM.
           MOVE WS-SC-ROUNDS(WS-SC-IDX) TO WS-DISP-SCORE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Repeat transfer pairs: " WS-DISP-NUM
                  "   round trips: " WS-DISP-SCORE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-SC-HELD-DAYS(WS-SC-IDX) TO WS-DISP-NUM.
           MOVE WS-SC-HELD-AMT(WS-SC-IDX) TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Days drawn against held funds: " WS-DISP-NUM
                  "  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-SC-FLOAT(WS-SC-IDX) TO WS-DISP-AMT.
           MOVE WS-SC-FLOAT-OPEN(WS-SC-IDX) TO WS-DISP-AMT2.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Held float: " WS-DISP-AMT
                  "  window start " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           IF WS-SC-FLOAT-RISE(WS-SC-IDX) = "Y"
               MOVE "RISING" TO WS-RPT-DETAIL(62:6)
           END-IF.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-LO-TO-HI(WS-PR-IDX)
                  + WS-PR-HI-TO-LO(WS-PR-IDX)
                  NOT < WS-REPEAT-XFERS
                   PERFORM 4200-WRITE-PAIR-IF-OWNED
               END-IF
           END-PERFORM.

      *> --- A scoring pair under the suspect, if they own
      *>     both ends of it ---
       4200-WRITE-PAIR-IF-OWNED.
           MOVE WS-PR-ACCT-LO(WS-PR-IDX) TO WS-ACCT-LO.
           MOVE WS-PR-ACCT-HI(WS-PR-IDX) TO WS-ACCT-HI.
           MOVE 0 TO WS-ENDS-OWNED.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-CUST(WS-OWN-IDX) = WS-SC-CUST(WS-SC-IDX)
                   IF WS-OWN-ACCT(WS-OWN-IDX) = WS-ACCT-LO
                       OR WS-OWN-ACCT(WS-OWN-IDX) = WS-ACCT-HI
                       ADD 1 TO WS-ENDS-OWNED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ENDS-OWNED >= 2
               MOVE WS-PR-LO-TO-HI(WS-PR-IDX) TO WS-DISP-NUM
               MOVE WS-PR-HI-TO-LO(WS-PR-IDX) TO WS-DISP-SCORE
               MOVE WS-PR-AMOUNT(WS-PR-IDX) TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "    " WS-ACCT-LO " -> " WS-ACCT-HI
                      WS-DISP-NUM "   back " WS-DISP-SCORE
                      "  " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *> --- The history back to disk: the nights still in
      *>     tomorrow's reach plus tonight's floats ---
       4500-REWRITE-FLOAT-HISTORY.
           OPEN OUTPUT FLOAT-FILE.
           INITIALIZE FLOAT-RECORD
               WITH FILLER ALL TO VALUE THEN TO DEFAULT.
           PERFORM VARYING WS-KF-IDX FROM 1 BY 1
                   UNTIL WS-KF-IDX > WS-KF-COUNT
               MOVE WS-KF-DATE(WS-KF-IDX)  TO KF-DATE
               MOVE WS-KF-CUST(WS-KF-IDX)  TO KF-CUST-NO
               MOVE WS-KF-FLOAT(WS-KF-IDX) TO KF-FLOAT
               WRITE FLOAT-RECORD
           END-PERFORM.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-FLOAT(WS-SC-IDX) > 0
                   MOVE WS-PROCESS-DATE        TO KF-DATE
                   MOVE WS-SC-CUST(WS-SC-IDX)  TO KF-CUST-NO
                   MOVE WS-SC-FLOAT(WS-SC-IDX) TO KF-FLOAT
                   WRITE FLOAT-RECORD
               END-IF
           END-PERFORM.
      *>   Tonight's marker: a night with nothing held
      *>   anywhere still counts toward the history
           MOVE WS-PROCESS-DATE TO KF-DATE.
           MOVE SPACES          TO KF-CUST-NO.
           MOVE 0               TO KF-FLOAT.
           WRITE FLOAT-RECORD.
           CLOSE FLOAT-FILE.

      *> --- Onto the spool, and the fraud desk told ---
       5000-CLEANUP.
           IF CUST-FILE-PRESENT
               CLOSE CUSTOMER-MASTER
           END-IF.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.
           MOVE WS-TRANS-READ TO WS-DISP-CNT.
           DISPLAY "Transactions examined: " WS-DISP-CNT.
           MOVE WS-SUSPECT-COUNT TO WS-DISP-CNT.
           DISPLAY "Kiting suspects:       " WS-DISP-CNT.
           IF WS-SUSPECT-COUNT > 0
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Kiting suspects for the fraud desk: "
                      WS-DISP-CNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "RUNLOG" USING
                   BY CONTENT WS-LOG-PROGRAM
                   BY CONTENT WS-LOG-SEVERITY
                   BY CONTENT WS-LOG-MESSAGE
               END-CALL
           END-IF.
