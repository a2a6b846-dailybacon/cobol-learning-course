       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.
       AUTHOR. LEARNER.

      *> ============================================
      *> Dunning letters and finance charges
      *> ============================================
      *> ARAGING shows who is late; this step chases
      *> them. Nightly, ahead of the daily proof like
      *> FADEPR, over every unpaid item on
      *> ar-open-items.dat (the nightly window brings the
      *> open items and their number register,
      *> ar-control.dat, over from the sales side and
      *> puts them back after):
      *>
      *>   - at month-end, a finance charge of
      *>     AR-FIN-CHG-PCT a month on each customer's
      *>     balance past AR-TERMS-DAYS is raised as its
      *>     own open item, numbered off the register the
      *>     way ARINVOICE numbers invoices, and booked
      *>     Dr 1300 receivables, Cr 4700 finance charge
      *>     income. The month is noted on the customer's
      *>     dunning record, so a rerun never charges it
      *>     twice;
      *>
      *>   - a customer whose oldest unpaid item has aged
      *>     past 30, 60 or 90 days from its invoice date
      *>     is sent the reminder, the second notice or
      *>     the final demand - whichever stage is due and
      *>     not yet sent - with a statement of every open
      *>     item, to dunning-letters-YYYYMMDD.txt. The
      *>     stage is kept on dunning-stages.dat (dunrec.
      *>     cpy) so no letter is sent twice; a customer
      *>     who pays up drops back to stage 0.
      *>
      *> Letters are addressed through customer-address.
      *> dat (kept by ADDRMNT); customers with no address
      *> are listed at the end for AR to chase and their
      *> stage is left where it was, so the letter goes
      *> once the address is on file. Always ends RC 0 -
      *> it reports, it does not stop the window.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks dunning.cob
      *>       ../13-subprograms/spoolreg.cob
      *>       ../13-subprograms/runlog.cob -o dunning
      *>   ./dunning
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-FILE
               ASSIGN TO "ar-open-items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT ARCTL-FILE
               ASSIGN TO "ar-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCTL-STATUS.

           SELECT STAGE-FILE
               ASSIGN TO "dunning-stages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

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

           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT GL-FILE
               ASSIGN TO "gl-postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      *> The window BATCH is processing and the business day
      *> after it - what says this is the month's last
           SELECT CUTOVER-FILE
               ASSIGN TO "teller-cutover.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTOVER-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO WS-LETTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Same open-items layout ARINVOICE writes
       FD AR-FILE.
       01 AR-RECORD.
          05 AR-INV-NO        PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 AR-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 AR-INV-DATE      PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 AR-AMOUNT        PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 AR-PAID          PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 AR-STATUS        PIC X.
          05 FILLER           PIC X VALUE ",".
          05 AR-CREDITED      PIC 9(9)V99.

      *> Same register layout ARINVOICE keeps
       FD ARCTL-FILE.
       01 ARCTL-RECORD.
          05 AC-NEXT-INV      PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 AC-NEXT-CM       PIC 9(6).

       FD STAGE-FILE.
       01 DUNNING-STAGE-RECORD.
           COPY "dunrec.cpy".

       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY "addrrec.cpy".

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

      *> Same cutover layout BATCH writes
       FD CUTOVER-FILE.
       01 CUTOVER-RECORD.
          05 CO-CUT-STAMP     PIC 9(14).
          05 FILLER           PIC X.
          05 CO-WINDOW-DATE   PIC 9(8).
          05 FILLER           PIC X.
          05 CO-NEXT-DATE     PIC 9(8).

       FD LETTER-FILE.
       01 LETTER-LINE        PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-AR-STATUS       PIC XX.
           COPY "filestat.cpy".
       01 WS-ARCTL-STATUS    PIC XX.
       01 WS-STAGE-STATUS    PIC XX.
       01 WS-CUST-STATUS     PIC XX.
       01 WS-ADDR-STATUS     PIC XX.
       01 WS-PARAMS-STATUS   PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-CUTOVER-STATUS  PIC XX.
       01 WS-LETTER-STATUS   PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-LETTER-FILENAME  PIC X(30).
       01 WS-NEXT-DATE        PIC 9(8) VALUE 0.
       01 WS-NEXT-DATE-INT    PIC 9(7).
       01 WS-MONTH-END-FLAG   PIC X VALUE "N".
          88 IS-MONTH-END     VALUE "Y".
       01 WS-THIS-MONTH       PIC 9(6).
       01 WS-NEXT-INV         PIC 9(6) VALUE 1.
       01 WS-NEXT-CM          PIC 9(6) VALUE 1.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
          88 NOT-EOF         VALUE "N".
       01 WS-CUST-OPEN       PIC X VALUE "N".
          88 CUSTOMERS-OPEN  VALUE "Y".
       01 WS-ADDR-OPEN       PIC X VALUE "N".
          88 ADDRESSES-OPEN  VALUE "Y".

      *>   The terms and the monthly finance charge rate
       01 WS-TERMS-DAYS       PIC 9(5) VALUE 0.
       01 WS-FIN-CHG-PCT      PIC 9(3)V99 VALUE 0.
       01 WS-PARMS-SEEN       PIC 9 VALUE 0.

      *>   The stages letters go out at, in days past the
      *>   invoice date
       01 WS-STAGE-1-DAYS     PIC 9(3) VALUE 30.
       01 WS-STAGE-2-DAYS     PIC 9(3) VALUE 60.
       01 WS-STAGE-3-DAYS     PIC 9(3) VALUE 90.

      *>   Every unpaid item, aged, for the statements
       01 WS-IT-COUNT        PIC 9(4) VALUE 0.
       01 WS-IT-TABLE.
          05 WS-IT-ENTRY OCCURS 1000 TIMES.
             10 WS-IT-NO       PIC 9(6).
             10 WS-IT-CUST     PIC X(6).
             10 WS-IT-DATE     PIC 9(8).
             10 WS-IT-AGE      PIC 9(5).
             10 WS-IT-AMT      PIC 9(9)V99.
             10 WS-IT-OWING    PIC 9(9)V99.
       01 WS-IT-IDX          PIC 9(4).

      *>   Each customer with something unpaid
       01 WS-DC-COUNT        PIC 9(4) VALUE 0.
       01 WS-DC-TABLE.
          05 WS-DC-ENTRY OCCURS 500 TIMES.
             10 WS-DC-CUST       PIC X(6).
             10 WS-DC-OLDEST     PIC 9(5).
             10 WS-DC-OWING      PIC 9(9)V99.
             10 WS-DC-PAST-TERMS PIC 9(9)V99.
             10 WS-DC-CHARGE     PIC 9(9)V99.
             10 WS-DC-CHARGE-NO  PIC 9(6).
       01 WS-DC-IDX          PIC 9(4).
       01 WS-DC-FOUND        PIC 9(4).

      *>   Every customer's dunning stage, in storage while
      *>   the run moves them on and rewritten at the end
       01 WS-DS-COUNT        PIC 9(4) VALUE 0.
       01 WS-DS-TABLE.
          05 WS-DS-ENTRY OCCURS 500 TIMES.
             10 WS-DS-CUST       PIC X(6).
             10 WS-DS-STAGE      PIC 9.
             10 WS-DS-LETTER-DATE PIC 9(8).
             10 WS-DS-CHG-MONTH  PIC 9(6).
             10 WS-DS-CHG-TOTAL  PIC 9(9)V99.
       01 WS-DS-IDX          PIC 9(4).
       01 WS-DS-FOUND        PIC 9(4).

      *>   Date arithmetic for the aging
       01 WS-TODAY-INT        PIC S9(9) COMP.
       01 WS-INV-INT          PIC S9(9) COMP.
       01 WS-AGE-DAYS         PIC S9(9) COMP.
       01 WS-OWING            PIC S9(9)V99.

      *>   One customer's letter
       01 WS-DUE-STAGE        PIC 9.
       01 WS-CUST-NAME        PIC X(25).
       01 WS-HAVE-ADDR        PIC X VALUE "N".
          88 ADDRESS-FOUND    VALUE "Y".
       01 WS-LETTER-HEAD      PIC X(40).
       01 WS-LETTER-TEXT-1    PIC X(66).
       01 WS-LETTER-TEXT-2    PIC X(66).
       01 WS-LETTER-TEXT-3    PIC X(66).

      *>   Customers to chase for an address
       01 WS-NO-ADDR-COUNT   PIC 9(4) VALUE 0.
       01 WS-NO-ADDR-LIST.
          05 WS-NA-ENTRY OCCURS 100 TIMES.
             10 WS-NA-CUST     PIC X(6).
             10 WS-NA-STAGE    PIC 9.
       01 WS-NA-IDX          PIC 9(4).

      *>   What the run did
       01 WS-STAGE-COUNTS.
          05 WS-STAGE-CNT OCCURS 3 TIMES PIC 9(5).
       01 WS-LETTER-COUNT    PIC 9(5) VALUE 0.
       01 WS-CHARGE-COUNT    PIC 9(5) VALUE 0.
       01 WS-CHARGE-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-CLEARED-COUNT   PIC 9(5) VALUE 0.

      *> Shared run log
       01 WS-LOG-PROGRAM     PIC X(8) VALUE "DUNNING".
       01 WS-LOG-SEVERITY    PIC X.
       01 WS-LOG-MESSAGE     PIC X(60).

      *> Shared spool index
       01 WS-SPOOL-PROGRAM   PIC X(8) VALUE "DUNNING".
       01 WS-SPOOL-REPORT    PIC X(20) VALUE "Dunning letters".
       01 WS-SPOOL-FILE      PIC X(40).

       01 WS-DISP-AMT        PIC $Z(7),ZZ9.99.
       01 WS-DISP-OWING      PIC $Z(7),ZZ9.99.
       01 WS-DISP-PCT        PIC ZZ9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-DAYS       PIC Z(4)9.
       01 WS-DETAIL          PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-OPEN-ITEMS THRU 2000-EXIT.
           PERFORM 2500-LOAD-STAGES THRU 2500-EXIT.
           PERFORM 3000-DUN-CUSTOMERS.
           PERFORM 4000-CLEAR-SETTLED.
           PERFORM 5000-REWRITE-FILES.
           PERFORM 6000-CLEANUP.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> --- The business date, the terms and rate, and the
      *>     day's letter file ---
       1000-INITIALIZE.
           DISPLAY "=== Dunning Letters and Finance Charges ===".
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
           MOVE WS-PROCESS-DATE(1:6) TO WS-THIS-MONTH.
           STRING "dunning-letters-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-LETTER-FILENAME
           END-STRING.
           MOVE ZEROS TO WS-STAGE-COUNTS.
           PERFORM 1100-CHECK-MONTH-END.

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
                   WHEN "AR-TERMS-DAYS"
                       MOVE PRM-VALUE TO WS-TERMS-DAYS
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "AR-FIN-CHG-PCT"
                       MOVE PRM-VALUE TO WS-FIN-CHG-PCT
                       ADD 1 TO WS-PARMS-SEEN
               END-EVALUATE
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-PARMS-SEEN < 2
               DISPLAY "ABEND: AR-TERMS-DAYS and AR-FIN-CHG-PCT "
                   "must both be on batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARCTL-FILE.
           IF WS-ARCTL-STATUS = "00"
               READ ARCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE AC-NEXT-INV TO WS-NEXT-INV
                       IF AC-NEXT-CM IS NUMERIC
                           MOVE AC-NEXT-CM TO WS-NEXT-CM
                       END-IF
               END-READ
               CLOSE ARCTL-FILE
           END-IF.

      *>   Names are for the letter only - without the
      *>   customer master the letters still go
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN
           ELSE
               DISPLAY "WARNING: customer-master.dat missing - "
                   "letters addressed without a name."
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDR-STATUS = "00"
               MOVE "Y" TO WS-ADDR-OPEN
           ELSE
               DISPLAY "WARNING: customer-address.dat missing - "
                   "every letter goes to the chase list."
           END-IF.

      *> --- Month-end is the month's last business day, the
      *>     way BATCH decides it: the next business day falls
      *>     in another month. BATCH leaves that day on the
      *>     cutover record; run outside the window, the next
      *>     calendar day stands in for it ---
       1100-CHECK-MONTH-END.
           OPEN INPUT CUTOVER-FILE.
           IF WS-CUTOVER-STATUS = "00"
               READ CUTOVER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CO-WINDOW-DATE = WS-PROCESS-DATE
                           MOVE CO-NEXT-DATE TO WS-NEXT-DATE
                       END-IF
               END-READ
               CLOSE CUTOVER-FILE
           END-IF.
           IF WS-NEXT-DATE = 0
               COMPUTE WS-NEXT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE) + 1
               COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-NEXT-DATE-INT)
           END-IF.
           IF WS-PROCESS-DATE(1:6) NOT = WS-NEXT-DATE(1:6)
               SET IS-MONTH-END TO TRUE
               DISPLAY "Month-end: finance charges for "
                   WS-THIS-MONTH "."
           END-IF.

      *> --- Every unpaid item aged, and each customer's
      *>     oldest item and balance past terms ---
       2000-LOAD-OPEN-ITEMS.
           OPEN INPUT AR-FILE.
           IF NOT FS-SUCCESS
               DISPLAY "No ar-open-items.dat - nobody to chase."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET NOT-EOF TO TRUE.
           READ AR-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF AR-STATUS = "O"
                   PERFORM 2100-LOAD-ONE-ITEM THRU 2100-EXIT
               END-IF
               READ AR-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AR-FILE.
       2000-EXIT.
           CONTINUE.

      *> --- One open item: what is left owing and how old
      *>     it is, onto its customer ---
       2100-LOAD-ONE-ITEM.
      *>   An item raised before credit memos existed
      *>   carries no credited figure
           IF AR-CREDITED IS NOT NUMERIC
               MOVE 0 TO AR-CREDITED
           END-IF.
           COMPUTE WS-OWING =
               AR-AMOUNT - AR-PAID - AR-CREDITED.
           IF WS-OWING <= 0
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-INV-INT =
               FUNCTION INTEGER-OF-DATE(AR-INV-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-INV-INT.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.

           IF WS-IT-COUNT >= 1000
      *>       A short statement would tell the customer they
      *>       owe less than they do
               DISPLAY "ABEND: more than 1000 open items - "
                   "raise WS-IT-TABLE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-IT-COUNT.
           MOVE AR-INV-NO   TO WS-IT-NO(WS-IT-COUNT).
           MOVE AR-CUST-NO  TO WS-IT-CUST(WS-IT-COUNT).
           MOVE AR-INV-DATE TO WS-IT-DATE(WS-IT-COUNT).
           MOVE WS-AGE-DAYS TO WS-IT-AGE(WS-IT-COUNT).
           MOVE AR-AMOUNT   TO WS-IT-AMT(WS-IT-COUNT).
           MOVE WS-OWING    TO WS-IT-OWING(WS-IT-COUNT).

           MOVE 0 TO WS-DC-FOUND.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
                      OR WS-DC-FOUND > 0
               IF WS-DC-CUST(WS-DC-IDX) = AR-CUST-NO
                   MOVE WS-DC-IDX TO WS-DC-FOUND
               END-IF
           END-PERFORM.
           IF WS-DC-FOUND = 0
               IF WS-DC-COUNT >= 500
                   DISPLAY "ABEND: more than 500 customers owing "
                       "- raise WS-DC-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DC-COUNT
               MOVE WS-DC-COUNT TO WS-DC-FOUND
               MOVE AR-CUST-NO TO WS-DC-CUST(WS-DC-FOUND)
               MOVE 0 TO WS-DC-OLDEST(WS-DC-FOUND)
               MOVE 0 TO WS-DC-OWING(WS-DC-FOUND)
               MOVE 0 TO WS-DC-PAST-TERMS(WS-DC-FOUND)
               MOVE 0 TO WS-DC-CHARGE(WS-DC-FOUND)
               MOVE 0 TO WS-DC-CHARGE-NO(WS-DC-FOUND)
           END-IF.
           IF WS-AGE-DAYS > WS-DC-OLDEST(WS-DC-FOUND)
               MOVE WS-AGE-DAYS TO WS-DC-OLDEST(WS-DC-FOUND)
           END-IF.
           ADD WS-OWING TO WS-DC-OWING(WS-DC-FOUND).
           IF WS-AGE-DAYS > WS-TERMS-DAYS
               ADD WS-OWING TO WS-DC-PAST-TERMS(WS-DC-FOUND)
           END-IF.
       2100-EXIT.
           CONTINUE.

      *> --- Every customer's dunning stage into storage ---
       2500-LOAD-STAGES.
           OPEN INPUT STAGE-FILE.
           IF WS-STAGE-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           READ STAGE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-DS-COUNT >= 500
      *>           Never load-cap and then rewrite: stages
      *>           past the table would be lost, and their
      *>           letters sent again
                   DISPLAY "ABEND: more than 500 dunning stages "
                       "- raise WS-DS-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DS-COUNT
               MOVE DN-CUST-NO TO WS-DS-CUST(WS-DS-COUNT)
               MOVE DN-STAGE TO WS-DS-STAGE(WS-DS-COUNT)
               MOVE DN-LETTER-DATE
                   TO WS-DS-LETTER-DATE(WS-DS-COUNT)
               MOVE DN-CHARGE-MONTH
                   TO WS-DS-CHG-MONTH(WS-DS-COUNT)
               MOVE DN-CHARGE-TOTAL
                   TO WS-DS-CHG-TOTAL(WS-DS-COUNT)
               READ STAGE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE STAGE-FILE.
       2500-EXIT.
           CONTINUE.

      *> --- Every customer owing: the month's charge, then
      *>     the letter due ---
       3000-DUN-CUSTOMERS.
           OPEN OUTPUT LETTER-FILE.
           IF IS-MONTH-END
               OPEN EXTEND AR-FILE
               OPEN EXTEND GL-FILE
               IF WS-GL-STATUS NOT = "00"
                   OPEN OUTPUT GL-FILE
               END-IF
               INITIALIZE AR-RECORD
                   WITH FILLER ALL TO VALUE
                   THEN TO DEFAULT
               INITIALIZE GL-POSTING-RECORD
                   WITH FILLER ALL TO VALUE
                   THEN TO DEFAULT
           END-IF.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               PERFORM 3100-FIND-STAGE
               IF IS-MONTH-END
                   PERFORM 3200-RAISE-CHARGE THRU 3200-EXIT
               END-IF
               PERFORM 3300-DUN-ONE-CUSTOMER THRU 3300-EXIT
           END-PERFORM.
           IF IS-MONTH-END
               CLOSE AR-FILE
               CLOSE GL-FILE
           END-IF.
           IF WS-LETTER-COUNT = 0
               MOVE "  (no letters due)" TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

      *> --- The customer's dunning record, a fresh one at
      *>     stage 0 the first time they owe ---
       3100-FIND-STAGE.
           MOVE 0 TO WS-DS-FOUND.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-COUNT
                      OR WS-DS-FOUND > 0
               IF WS-DS-CUST(WS-DS-IDX) = WS-DC-CUST(WS-DC-IDX)
                   MOVE WS-DS-IDX TO WS-DS-FOUND
               END-IF
           END-PERFORM.
           IF WS-DS-FOUND = 0
               IF WS-DS-COUNT >= 500
                   DISPLAY "ABEND: more than 500 dunning stages "
                       "- raise WS-DS-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DS-COUNT
               MOVE WS-DS-COUNT TO WS-DS-FOUND
               MOVE WS-DC-CUST(WS-DC-IDX) TO WS-DS-CUST(WS-DS-FOUND)
               MOVE 0 TO WS-DS-STAGE(WS-DS-FOUND)
               MOVE 0 TO WS-DS-LETTER-DATE(WS-DS-FOUND)
               MOVE 0 TO WS-DS-CHG-MONTH(WS-DS-FOUND)
               MOVE 0 TO WS-DS-CHG-TOTAL(WS-DS-FOUND)
           END-IF.

      *> --- The month's finance charge on the balance past
      *>     terms, raised as its own open item and booked
      *>     to income. Once a month per customer ---
       3200-RAISE-CHARGE.
           IF WS-DC-PAST-TERMS(WS-DC-IDX) = 0
               OR WS-FIN-CHG-PCT = 0
               GO TO 3200-EXIT
           END-IF.
           IF WS-DS-CHG-MONTH(WS-DS-FOUND) >= WS-THIS-MONTH
               GO TO 3200-EXIT
           END-IF.
           COMPUTE WS-DC-CHARGE(WS-DC-IDX) ROUNDED =
               WS-DC-PAST-TERMS(WS-DC-IDX) * WS-FIN-CHG-PCT
               / 100.
           IF WS-DC-CHARGE(WS-DC-IDX) = 0
               GO TO 3200-EXIT
           END-IF.
           IF WS-IT-COUNT >= 1000
               DISPLAY "ABEND: more than 1000 open items - "
                   "raise WS-IT-TABLE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-NEXT-INV             TO AR-INV-NO.
           MOVE WS-DC-CUST(WS-DC-IDX)   TO AR-CUST-NO.
           MOVE WS-PROCESS-DATE         TO AR-INV-DATE.
           MOVE WS-DC-CHARGE(WS-DC-IDX) TO AR-AMOUNT.
           MOVE 0                       TO AR-PAID.
           MOVE "O"                     TO AR-STATUS.
           MOVE 0                       TO AR-CREDITED.
           WRITE AR-RECORD.

      *>   Receivable up, finance charge income
           MOVE WS-PROCESS-DATE         TO GL-POST-DATE.
           MOVE "1300"                  TO GL-ACCT-CODE.
           MOVE "D"                     TO GL-DR-CR.
           MOVE WS-DC-CHARGE(WS-DC-IDX) TO GL-AMOUNT.
           MOVE "DUNNING"               TO GL-SOURCE.
           MOVE "Finance charge"        TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "4700"                  TO GL-ACCT-CODE.
           MOVE "C"                     TO GL-DR-CR.
           WRITE GL-POSTING-RECORD.

      *>   On the statement with the rest
           ADD 1 TO WS-IT-COUNT.
           MOVE WS-NEXT-INV TO WS-IT-NO(WS-IT-COUNT).
           MOVE WS-DC-CUST(WS-DC-IDX) TO WS-IT-CUST(WS-IT-COUNT).
           MOVE WS-PROCESS-DATE TO WS-IT-DATE(WS-IT-COUNT).
           MOVE 0 TO WS-IT-AGE(WS-IT-COUNT).
           MOVE WS-DC-CHARGE(WS-DC-IDX) TO WS-IT-AMT(WS-IT-COUNT).
           MOVE WS-DC-CHARGE(WS-DC-IDX)
               TO WS-IT-OWING(WS-IT-COUNT).
           ADD WS-DC-CHARGE(WS-DC-IDX) TO WS-DC-OWING(WS-DC-IDX).

           MOVE WS-NEXT-INV TO WS-DC-CHARGE-NO(WS-DC-IDX).
           MOVE WS-THIS-MONTH TO WS-DS-CHG-MONTH(WS-DS-FOUND).
           ADD WS-DC-CHARGE(WS-DC-IDX)
               TO WS-DS-CHG-TOTAL(WS-DS-FOUND).
           ADD 1 TO WS-NEXT-INV.
           ADD 1 TO WS-CHARGE-COUNT.
           ADD WS-DC-CHARGE(WS-DC-IDX) TO WS-CHARGE-TOTAL.
       3200-EXIT.
           CONTINUE.

      *> --- The stage the oldest item has reached; a letter
      *>     only if that stage has not been sent ---
       3300-DUN-ONE-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-DC-OLDEST(WS-DC-IDX) >= WS-STAGE-3-DAYS
                   MOVE 3 TO WS-DUE-STAGE
               WHEN WS-DC-OLDEST(WS-DC-IDX) >= WS-STAGE-2-DAYS
                   MOVE 2 TO WS-DUE-STAGE
               WHEN WS-DC-OLDEST(WS-DC-IDX) >= WS-STAGE-1-DAYS
                   MOVE 1 TO WS-DUE-STAGE
               WHEN OTHER
                   MOVE 0 TO WS-DUE-STAGE
           END-EVALUATE.
           IF WS-DUE-STAGE <= WS-DS-STAGE(WS-DS-FOUND)
               GO TO 3300-EXIT
           END-IF.

           MOVE "(customer)" TO WS-CUST-NAME.
           IF CUSTOMERS-OPEN
               MOVE WS-DC-CUST(WS-DC-IDX) TO CU-CUST-NO
               READ CUSTOMER-MASTER
                   KEY IS CU-CUST-NO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CU-NAME TO WS-CUST-NAME
               END-READ
           END-IF.
           MOVE "N" TO WS-HAVE-ADDR.
           IF ADDRESSES-OPEN
               MOVE WS-DC-CUST(WS-DC-IDX) TO CA-CUST-NO
               READ ADDRESS-FILE
                   KEY IS CA-CUST-NO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET ADDRESS-FOUND TO TRUE
               END-READ
           END-IF.
           IF NOT ADDRESS-FOUND
               IF WS-NO-ADDR-COUNT < 100
                   ADD 1 TO WS-NO-ADDR-COUNT
                   MOVE WS-DC-CUST(WS-DC-IDX)
                       TO WS-NA-CUST(WS-NO-ADDR-COUNT)
                   MOVE WS-DUE-STAGE
                       TO WS-NA-STAGE(WS-NO-ADDR-COUNT)
               END-IF
               GO TO 3300-EXIT
           END-IF.

           PERFORM 3400-SET-LETTER-TEXT.
           PERFORM 3500-WRITE-LETTER.
           MOVE WS-DUE-STAGE TO WS-DS-STAGE(WS-DS-FOUND).
           MOVE WS-PROCESS-DATE TO WS-DS-LETTER-DATE(WS-DS-FOUND).
           ADD 1 TO WS-STAGE-CNT(WS-DUE-STAGE).
           ADD 1 TO WS-LETTER-COUNT.
       3300-EXIT.
           CONTINUE.

      *> --- What each stage says ---
       3400-SET-LETTER-TEXT.
           EVALUATE WS-DUE-STAGE
               WHEN 1
                   MOVE "REMINDER - PAYMENT OVERDUE"
                       TO WS-LETTER-HEAD
                   MOVE "Our records show the items below are more"
                       & " than 30 days past"
                       TO WS-LETTER-TEXT-1
                   MOVE "their invoice date. If you have already "
                       & "paid, please accept our"
                       TO WS-LETTER-TEXT-2
                   MOVE "thanks; if not, please remit the balance "
                       & "shown."
                       TO WS-LETTER-TEXT-3
               WHEN 2
                   MOVE "SECOND NOTICE - ACCOUNT OVERDUE"
                       TO WS-LETTER-HEAD
                   MOVE "Items on your account are now more than 60"
                       & " days overdue and"
                       TO WS-LETTER-TEXT-1
                   MOVE "finance charges are being added each month"
                       & ". Please pay the"
                       TO WS-LETTER-TEXT-2
                   MOVE "balance below within 10 days or call us to"
                       & " arrange payment."
                       TO WS-LETTER-TEXT-3
               WHEN 3
                   MOVE "FINAL DEMAND"
                       TO WS-LETTER-HEAD
                   MOVE "Despite our earlier letters, items on your"
                       & " account are more"
                       TO WS-LETTER-TEXT-1
                   MOVE "than 90 days overdue. Unless the balance is"
                       & " paid within 14"
                       TO WS-LETTER-TEXT-2
                   MOVE "days your account will be stopped and "
                       & "passed for collection."
                       TO WS-LETTER-TEXT-3
           END-EVALUATE.

      *> --- One letter: mailing block, the stage's text,
      *>     and the statement of every open item ---
       3500-WRITE-LETTER.
           MOVE "=================================="
               & "==================================="
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING WS-LETTER-HEAD DELIMITED BY "  "
                  "   " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "  " WS-CUST-NAME
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "  " CA-ADDR-LINE1
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF CA-ADDR-LINE2 NOT = SPACES
               MOVE SPACES TO WS-DETAIL
               STRING "  " CA-ADDR-LINE2
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           MOVE SPACES TO WS-DETAIL.
           STRING "  " CA-CITY " " CA-STATE " " CA-ZIP
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "  Re your account " WS-DC-CUST(WS-DC-IDX)
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "  " WS-LETTER-TEXT-1
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "  " WS-LETTER-TEXT-2
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "  " WS-LETTER-TEXT-3
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE SPACES TO WS-DETAIL.
           STRING "  STATEMENT OF OPEN ITEMS AS AT "
                  WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "  Invoice  Dated      Days         Amount"
               & "    Outstanding" TO LETTER-LINE.
           WRITE LETTER-LINE.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
               IF WS-IT-CUST(WS-IT-IDX) = WS-DC-CUST(WS-DC-IDX)
                   MOVE WS-IT-AGE(WS-IT-IDX) TO WS-DISP-DAYS
                   MOVE WS-IT-AMT(WS-IT-IDX) TO WS-DISP-AMT
                   MOVE WS-IT-OWING(WS-IT-IDX) TO WS-DISP-OWING
                   MOVE SPACES TO WS-DETAIL
                   STRING "  " WS-IT-NO(WS-IT-IDX)
                          "   " WS-IT-DATE(WS-IT-IDX)
                          "  " WS-DISP-DAYS
                          " " WS-DISP-AMT
                          " " WS-DISP-OWING
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
                   MOVE WS-DETAIL TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
           END-PERFORM.
           MOVE WS-DC-OWING(WS-DC-IDX) TO WS-DISP-OWING.
           MOVE SPACES TO WS-DETAIL.
           STRING "  TOTAL NOW DUE:                          "
                  WS-DISP-OWING
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF WS-DC-CHARGE(WS-DC-IDX) > 0
               MOVE WS-DC-CHARGE(WS-DC-IDX) TO WS-DISP-AMT
               MOVE WS-FIN-CHG-PCT TO WS-DISP-PCT
               MOVE SPACES TO WS-DETAIL
               STRING "  Includes finance charge "
                      WS-DC-CHARGE-NO(WS-DC-IDX)
                      " at" WS-DISP-PCT
                      "% a month past terms"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

      *> --- A customer with nothing left overdue drops back
      *>     to stage 0, so a later lapse starts over at the
      *>     reminder ---
       4000-CLEAR-SETTLED.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-COUNT
               IF WS-DS-STAGE(WS-DS-IDX) > 0
                   MOVE 0 TO WS-DC-FOUND
                   PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                           UNTIL WS-DC-IDX > WS-DC-COUNT
                              OR WS-DC-FOUND > 0
                       IF WS-DC-CUST(WS-DC-IDX)
                           = WS-DS-CUST(WS-DS-IDX)
                           MOVE WS-DC-IDX TO WS-DC-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-DC-FOUND = 0
                       MOVE 0 TO WS-DS-STAGE(WS-DS-IDX)
                       ADD 1 TO WS-CLEARED-COUNT
                   ELSE
                       IF WS-DC-OLDEST(WS-DC-FOUND)
                           < WS-STAGE-1-DAYS
                           MOVE 0 TO WS-DS-STAGE(WS-DS-IDX)
                           ADD 1 TO WS-CLEARED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> --- The stages back, and the register forward if a
      *>     charge took a number ---
       5000-REWRITE-FILES.
           OPEN OUTPUT STAGE-FILE.
           INITIALIZE DUNNING-STAGE-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-COUNT
               MOVE WS-DS-CUST(WS-DS-IDX)  TO DN-CUST-NO
               MOVE WS-DS-STAGE(WS-DS-IDX) TO DN-STAGE
               MOVE WS-DS-LETTER-DATE(WS-DS-IDX)
                   TO DN-LETTER-DATE
               MOVE WS-DS-CHG-MONTH(WS-DS-IDX)
                   TO DN-CHARGE-MONTH
               MOVE WS-DS-CHG-TOTAL(WS-DS-IDX)
                   TO DN-CHARGE-TOTAL
               WRITE DUNNING-STAGE-RECORD
           END-PERFORM.
           CLOSE STAGE-FILE.

           IF WS-CHARGE-COUNT > 0
               INITIALIZE ARCTL-RECORD
                   WITH FILLER ALL TO VALUE
                   THEN TO DEFAULT
               MOVE WS-NEXT-INV TO AC-NEXT-INV
               MOVE WS-NEXT-CM  TO AC-NEXT-CM
               OPEN OUTPUT ARCTL-FILE
               WRITE ARCTL-RECORD
               CLOSE ARCTL-FILE
           END-IF.

      *> --- Chase list last, onto the spool, and the run
      *>     reported ---
       6000-CLEANUP.
           IF WS-NO-ADDR-COUNT > 0
               MOVE "NO ADDRESS ON FILE - AR TO CHASE:"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               PERFORM VARYING WS-NA-IDX FROM 1 BY 1
                       UNTIL WS-NA-IDX > WS-NO-ADDR-COUNT
                   MOVE SPACES TO WS-DETAIL
                   STRING "  cust [" WS-NA-CUST(WS-NA-IDX)
                          "] letter stage "
                          WS-NA-STAGE(WS-NA-IDX)
                          " not sent"
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
                   MOVE WS-DETAIL TO LETTER-LINE
                   WRITE LETTER-LINE
               END-PERFORM
           END-IF.
           CLOSE LETTER-FILE.
           IF CUSTOMERS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF ADDRESSES-OPEN
               CLOSE ADDRESS-FILE
           END-IF.

           MOVE WS-LETTER-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.

           MOVE WS-STAGE-CNT(1) TO WS-DISP-CNT.
           DISPLAY "Reminders sent:         " WS-DISP-CNT.
           MOVE WS-STAGE-CNT(2) TO WS-DISP-CNT.
           DISPLAY "Second notices sent:    " WS-DISP-CNT.
           MOVE WS-STAGE-CNT(3) TO WS-DISP-CNT.
           DISPLAY "Final demands sent:     " WS-DISP-CNT.
           MOVE WS-CLEARED-COUNT TO WS-DISP-CNT.
           DISPLAY "Customers caught up:    " WS-DISP-CNT.
           MOVE WS-CHARGE-COUNT TO WS-DISP-CNT.
           MOVE WS-CHARGE-TOTAL TO WS-DISP-AMT.
           DISPLAY "Finance charges raised: " WS-DISP-CNT
               "  " WS-DISP-AMT.
           DISPLAY "See " WS-LETTER-FILENAME ".".

           MOVE "I" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-MESSAGE.
           MOVE WS-LETTER-COUNT TO WS-DISP-CNT.
           STRING "Dunning letters " WS-DISP-CNT
                  " finance charges " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING.
           CALL "RUNLOG" USING
               BY CONTENT WS-LOG-PROGRAM
               BY CONTENT WS-LOG-SEVERITY
               BY CONTENT WS-LOG-MESSAGE
           END-CALL.
           IF WS-NO-ADDR-COUNT > 0
               MOVE WS-NO-ADDR-COUNT TO WS-DISP-CNT
               DISPLAY "No address on file:     " WS-DISP-CNT
                   " - listed for AR."
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Dunning letters held, no address: "
                      WS-DISP-CNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "RUNLOG" USING
                   BY CONTENT WS-LOG-PROGRAM
                   BY CONTENT WS-LOG-SEVERITY
                   BY CONTENT WS-LOG-MESSAGE
               END-CALL
           END-IF.
