       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFF.
       AUTHOR. LEARNER.

      *> ============================================
      *> Loan charge-off
      *> ============================================
      *> COLLECT escalates a loan at 90 days, but the
      *> principal used to sit on 1100 Loans receivable
      *> forever after. This step works the collections
      *> file (loan-delinq.dat) and writes off every
      *> loan whose standing due date is CHARGEOFF-DAYS
      *> or more behind the business date:
      *>
      *>   - the outstanding principal is journaled off
      *>     the loan (type "X") and booked against the
      *>     loan-loss allowance, 1150 Dr / 1100 Cr;
      *>   - the loan is marked charged off on the
      *>     master (AM-LOAN-STATUS "X") but kept, so
      *>     BATCH skips it for collections and late
      *>     fees and books any later payment on it as
      *>     a recovery;
      *>   - the loan comes off the collections file and
      *>     goes onto chargeoff-register.dat, which
      *>     PROVISN reads for the month's net losses.
      *>
      *> The age is CHARGEOFF-DAYS on batch-params.dat.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks chgoff.cob
      *>       -o chgoff
      *>   ./chgoff
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELINQ-FILE
               ASSIGN TO "loan-delinq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELINQ-STATUS.

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

      *>   Every write-off journals like any other master write
           SELECT JOURNAL-FILE
               ASSIGN TO "balance-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT GL-FILE
               ASSIGN TO "gl-postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT REF-CONTROL-FILE
               ASSIGN TO "ref-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFCTL-STATUS.

      *>   The standing register of charge-offs and the
      *>   recoveries BATCH later collects on them
           SELECT CHGOFF-REG-FILE
               ASSIGN TO "chargeoff-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGREG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Same layout BATCH carries the positions in
       FD DELINQ-FILE.
       01 DELINQ-RECORD.
          05 LD-ACCT-NO       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 LD-CYCLES-MISSED PIC 9(3).
          05 FILLER           PIC X VALUE ",".
          05 LD-PAST-DUE      PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 LD-FIRST-MISS    PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 LD-FEE-CYCLE     PIC 9(8).

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY "jrnlrec.cpy".

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

       FD REF-CONTROL-FILE.
       01 REF-CONTROL-RECORD.
          05 RC-NEXT-REF      PIC 9(9).

      *> One charge-off or recovery
       FD CHGOFF-REG-FILE.
       01 CHGOFF-REG-RECORD.
          05 CO-POST-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 CO-ENTRY-TYPE    PIC X.
      *>     C=Charged off, R=Recovery collected
          05 FILLER           PIC X VALUE ",".
          05 CO-ACCT-NO       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 CO-REF-NO        PIC 9(9).
          05 FILLER           PIC X VALUE ",".
          05 CO-AMOUNT        PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-DELINQ-STATUS   PIC XX.
           COPY "filestat.cpy".
       01 WS-PARAMS-STATUS   PIC XX.
       01 WS-ACCT-STATUS     PIC XX.
       01 WS-JRNL-STATUS     PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-REFCTL-STATUS   PIC XX.
       01 WS-CHGREG-STATUS   PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   The write-off age off the shared control file
       01 WS-CHARGEOFF-DAYS   PIC 9(5) VALUE 0.
       01 WS-AGES-SEEN        PIC 9 VALUE 0.

      *>   The collections positions in storage; the ones
      *>   left standing are written back at cleanup, the
      *>   charged-off ones dropped
       01 WS-DQ-COUNT         PIC 9(2) VALUE 0.
       01 WS-DQ-TABLE.
          05 WS-DQ-ENTRY OCCURS 50 TIMES.
             10 WS-DQ-ACCT      PIC X(8).
             10 WS-DQ-CYCLES    PIC 9(3).
             10 WS-DQ-PASTDUE   PIC 9(9)V99.
             10 WS-DQ-FIRST     PIC 9(8).
             10 WS-DQ-FEECYC    PIC 9(8).
             10 WS-DQ-DROPPED   PIC X.
       01 WS-DQ-IDX           PIC 9(2).

       01 WS-TODAY-INT        PIC S9(9) COMP.
       01 WS-DAYS-OVER        PIC S9(9) COMP.

      *>   The reference counter, carried like BATCH carries it
       01 WS-NEXT-REF         PIC 9(9) VALUE 1.
       01 WS-CURR-REF         PIC 9(9) VALUE 0.

       01 WS-CHGOFF-AMT       PIC S9(9)V99 VALUE 0.
       01 WS-CHGOFF-COUNT     PIC 9(4) VALUE 0.
       01 WS-CHGOFF-TOTAL     PIC 9(11)V99 VALUE 0.

       01 WS-DISP-AMT        PIC $Z(8),ZZ9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-DAYS       PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WORK-THE-POSITIONS.
           PERFORM 3000-CLEANUP.
           STOP RUN.

      *> --- Dates, the write-off age, and every file the
      *>     charge-off touches ---
       1000-INITIALIZE.
           DISPLAY "=== Loan Charge-Off ===".
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

      *>   Writing off a customer's debt runs on a proven
      *>   age or not at all
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
               IF PRM-KEY = "CHARGEOFF-DAYS"
                   MOVE PRM-VALUE TO WS-CHARGEOFF-DAYS
                   ADD 1 TO WS-AGES-SEEN
               END-IF
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-AGES-SEEN < 1 OR WS-CHARGEOFF-DAYS = 0
               DISPLAY "ABEND: CHARGEOFF-DAYS not on "
                   "batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-POSITIONS
               THRU 1100-EXIT.

           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ABEND: account-master.dat will not "
                   "open, status " WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           INITIALIZE JOURNAL-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           OPEN EXTEND GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               OPEN OUTPUT GL-FILE
           END-IF.
           INITIALIZE GL-POSTING-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           OPEN EXTEND CHGOFF-REG-FILE.
           IF WS-CHGREG-STATUS NOT = "00"
               OPEN OUTPUT CHGOFF-REG-FILE
           END-IF.
           INITIALIZE CHGOFF-REG-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.

      *>   The shared reference counter, so journal entries
      *>   stay uniquely numbered across programs
           OPEN INPUT REF-CONTROL-FILE.
           IF WS-REFCTL-STATUS = "00"
               READ REF-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE RC-NEXT-REF TO WS-NEXT-REF
               END-READ
               CLOSE REF-CONTROL-FILE
           END-IF.

      *> --- The collections file into storage. No file means
      *>     no late loans and nothing to write off ---
       1100-LOAD-POSITIONS.
           MOVE 0 TO WS-DQ-COUNT.
           OPEN INPUT DELINQ-FILE.
           IF WS-DELINQ-STATUS NOT = "00"
               DISPLAY "No loan-delinq.dat - no loans to "
                   "consider."
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ DELINQ-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
      *>       Never load-cap and then rewrite: positions past
      *>       the table would be lost off the desk's file
               IF WS-DQ-COUNT >= 50
                   DISPLAY "ABEND: more than 50 delinquent "
                       "loans - raise WS-DQ-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DQ-COUNT
               MOVE LD-ACCT-NO       TO WS-DQ-ACCT(WS-DQ-COUNT)
               MOVE LD-CYCLES-MISSED TO WS-DQ-CYCLES(WS-DQ-COUNT)
               MOVE LD-PAST-DUE     TO WS-DQ-PASTDUE(WS-DQ-COUNT)
               MOVE LD-FIRST-MISS    TO WS-DQ-FIRST(WS-DQ-COUNT)
               MOVE LD-FEE-CYCLE     TO WS-DQ-FEECYC(WS-DQ-COUNT)
               MOVE "N"              TO WS-DQ-DROPPED(WS-DQ-COUNT)
               READ DELINQ-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE DELINQ-FILE.
       1100-EXIT.
           CONTINUE.

      *> --- Each late loan: aged off its standing due date
      *>     the way COLLECT ages it, written off once past
      *>     the age ---
       2000-WORK-THE-POSITIONS.
           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
                   UNTIL WS-DQ-IDX > WS-DQ-COUNT
               PERFORM 2100-CHARGE-OFF-ONE-LOAN
                   THRU 2100-EXIT
           END-PERFORM.

      *> --- Write one loan off: journal the principal away,
      *>     mark the master, book it against the allowance,
      *>     and register it ---
       2100-CHARGE-OFF-ONE-LOAN.
           MOVE WS-DQ-ACCT(WS-DQ-IDX) TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   DISPLAY "WARNING: delinquent loan "
                       WS-DQ-ACCT(WS-DQ-IDX)
                       " not on the master."
                   GO TO 2100-EXIT
           END-READ.
           IF AM-ACCT-TYPE NOT = "L"
               OR AM-LOAN-STATUS = "X"
               OR AM-BALANCE <= 0
               GO TO 2100-EXIT
           END-IF.

           COMPUTE WS-DAYS-OVER = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(AM-LOAN-NEXT-DUE).
           IF WS-DAYS-OVER < WS-CHARGEOFF-DAYS
               GO TO 2100-EXIT
           END-IF.
           MOVE AM-BALANCE TO WS-CHGOFF-AMT.

           MOVE WS-NEXT-REF TO WS-CURR-REF.
           ADD 1 TO WS-NEXT-REF.

           MOVE AM-ACCT-NO      TO JR-ACCT-NO.
           MOVE WS-PROCESS-DATE TO JR-POST-DATE.
           MOVE "X"             TO JR-TXN-TYPE.
           MOVE WS-CURR-REF     TO JR-REF-NO.
           MOVE 0               TO JR-ORIG-REF.
           MOVE "Loan charge-off" TO JR-TXN-REF.
           MOVE AM-BALANCE      TO JR-BAL-BEFORE.
           MOVE 0               TO JR-BAL-AFTER.
           WRITE JOURNAL-RECORD.

           MOVE 0   TO AM-BALANCE.
           MOVE "X" TO AM-LOAN-STATUS.
           REWRITE ACCOUNT-RECORD.

           MOVE WS-PROCESS-DATE TO GL-POST-DATE.
           MOVE "1150"          TO GL-ACCT-CODE.
           MOVE "D"             TO GL-DR-CR.
           MOVE WS-CHGOFF-AMT   TO GL-AMOUNT.
           MOVE "CHGOFF"        TO GL-SOURCE.
           MOVE "Loan charge-off" TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "1100"          TO GL-ACCT-CODE.
           MOVE "C"             TO GL-DR-CR.
           WRITE GL-POSTING-RECORD.

           MOVE WS-PROCESS-DATE TO CO-POST-DATE.
           MOVE "C"             TO CO-ENTRY-TYPE.
           MOVE AM-ACCT-NO      TO CO-ACCT-NO.
           MOVE WS-CURR-REF     TO CO-REF-NO.
           MOVE WS-CHGOFF-AMT   TO CO-AMOUNT.
           WRITE CHGOFF-REG-RECORD.

      *>   Off the collections desk's list for good
           MOVE "Y" TO WS-DQ-DROPPED(WS-DQ-IDX).

           ADD 1 TO WS-CHGOFF-COUNT.
           ADD WS-CHGOFF-AMT TO WS-CHGOFF-TOTAL.
           MOVE WS-CHGOFF-AMT TO WS-DISP-AMT.
           MOVE WS-DAYS-OVER TO WS-DISP-DAYS.
           DISPLAY "  " AM-ACCT-NO ": charged off "
               WS-DISP-AMT " at " WS-DISP-DAYS " days.".
       2100-EXIT.
           CONTINUE.

      *> --- The positions still standing back onto the
      *>     collections file ---
       2500-REWRITE-POSITIONS.
           OPEN OUTPUT DELINQ-FILE.
           INITIALIZE DELINQ-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
                   UNTIL WS-DQ-IDX > WS-DQ-COUNT
               IF WS-DQ-DROPPED(WS-DQ-IDX) NOT = "Y"
                   MOVE WS-DQ-ACCT(WS-DQ-IDX)    TO LD-ACCT-NO
                   MOVE WS-DQ-CYCLES(WS-DQ-IDX)
                       TO LD-CYCLES-MISSED
                   MOVE WS-DQ-PASTDUE(WS-DQ-IDX) TO LD-PAST-DUE
                   MOVE WS-DQ-FIRST(WS-DQ-IDX)   TO LD-FIRST-MISS
                   MOVE WS-DQ-FEECYC(WS-DQ-IDX)  TO LD-FEE-CYCLE
                   WRITE DELINQ-RECORD
               END-IF
           END-PERFORM.
           CLOSE DELINQ-FILE.

      *> --- Put the counter away and report the run ---
       3000-CLEANUP.
           IF WS-CHGOFF-COUNT > 0
               PERFORM 2500-REWRITE-POSITIONS
           END-IF.
           CLOSE ACCOUNT-MASTER.
           CLOSE JOURNAL-FILE.
           CLOSE GL-FILE.
           CLOSE CHGOFF-REG-FILE.

           MOVE WS-NEXT-REF TO RC-NEXT-REF.
           OPEN OUTPUT REF-CONTROL-FILE.
           WRITE REF-CONTROL-RECORD.
           CLOSE REF-CONTROL-FILE.

           MOVE WS-CHGOFF-COUNT TO WS-DISP-CNT.
           MOVE WS-CHGOFF-TOTAL TO WS-DISP-AMT.
           DISPLAY "Loans charged off: " WS-DISP-CNT
               "  total " WS-DISP-AMT.
           DISPLAY "Register: chargeoff-register.dat".
