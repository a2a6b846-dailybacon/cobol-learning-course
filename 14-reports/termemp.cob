      *>   - computes final pay: the period's salary
      *>     prorated through the termination day of
      *>     a 30-day month, through the normal
      *>     TAXCALC bracket off cumulative YTD, with
      *>     the retirement election taken pre-tax and
      *>     the employer match through RETCALC;
      *>   - rolls the final figures into the YTD
      *>     master, books the GL set, and prints a
      *>     final-pay statement for the file;
      *>   - revokes the leaver's access the same
      *>     minute: every operator id linked to the
      *>     employee (OP-EMP-ID) is disabled on each
      *>     sign-on directory's operators.dat, and the
      *>     staff cards on the employee's own accounts
      *>     (employee-bank.dat) are held on the card
      *>     master as status S. The statement lists
      *>     what was revoked.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks termemp.cob
      *>       ../13-subprograms/taxcalc.cob
      *>       ../13-subprograms/retcalc.cob -o termemp
      *>   ./termemp
      *> ============================================

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      *>   The tax credits again, on the register the quarter's
      *>   returns reconcile to
           SELECT TAXREG-FILE
               ASSIGN TO "payroll-tax-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PXR-STATUS.

      *>   The shop-wide posted rates, same file REPORTS and
      *>   BATCH convert with
           SELECT RATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

      *>   OPSIGNON's id file, one per directory that signs
      *>   operators on - each is visited in turn
           SELECT OPERATOR-FILE
               ASSIGN TO WS-OPER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

      *>   The employee's own accounts at the bank, and the
      *>   card master the ATM interchange resolves through
           SELECT EMPBANK-FILE
               ASSIGN TO "employee-bank.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EB-STATUS.

           SELECT CARD-FILE
               ASSIGN TO
                   "../18-batch-processing/card-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CARD-NO
               FILE STATUS IS WS-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

          05 YTD-TAX          PIC 9(9)V99.
          05 YTD-LAST-PERIOD  PIC 9(6).
          05 YTD-LAST-NET     PIC 9(9)V99.
          05 YTD-RET-EE       PIC 9(9)V99.
          05 YTD-RET-ER       PIC 9(9)V99.

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

       FD TAXREG-FILE.
       01 TAX-REGISTER-RECORD.
           COPY "paytaxr.cpy".

       FD STMT-FILE.
       01 STMT-LINE          PIC X(70).

       01 RATE-RECORD.
           COPY "currates.cpy".

      *> Same operator layout OPSIGNON keeps
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
          05 OP-ID            PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 OP-NAME          PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 OP-ROLE          PIC X.
          05 FILLER           PIC X VALUE ",".
          05 OP-STATUS        PIC X.
          05 FILLER           PIC X VALUE ",".
          05 OP-EMP-ID        PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 OP-PASS-HASH     PIC X(16).
          05 FILLER           PIC X VALUE ",".
          05 OP-PASS-EXPIRES  PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 OP-MUST-CHANGE   PIC X.
          05 FILLER           PIC X VALUE ",".
          05 OP-FAILED-TRIES  PIC 9(2).
          05 FILLER           PIC X VALUE ",".
          05 OP-LAST-SIGNON   PIC 9(8).

      *> Same employee-to-bank-account mapping PAYSUPP keeps
       FD EMPBANK-FILE.
       01 EMPBANK-RECORD.
          05 EB-EMP-ID        PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 EB-ACCT-NO       PIC X(8).

       FD CARD-FILE.
       01 CARD-RECORD.
           COPY "cardrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS      PIC XX.
       01 WS-YTD-STATUS      PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-PXR-STATUS      PIC XX.
       01 WS-STMT-STATUS     PIC XX.

       01 WS-ASK-EMP         PIC X(4).
       01 WS-NET-USD         PIC 9(9)V99 VALUE 0.
       01 WS-TAX-LOCAL       PIC 9(6)V99 VALUE 0.
       01 WS-YTD-FOR-BRACKET PIC 9(9)V99.
      *>   Retirement, pre-tax - RETCALC figures it in USD
       01 WS-RET-ACTION      PIC X.
       01 WS-RET-SOURCE      PIC X(8) VALUE "TERMEMP".
       01 WS-RET-EE-USD      PIC 9(7)V99 VALUE 0.
       01 WS-RET-ER-USD      PIC 9(7)V99 VALUE 0.
       01 WS-RET-LOCAL       PIC 9(6)V99 VALUE 0.
       01 WS-TAXABLE-USD     PIC 9(9)V99 VALUE 0.

      *>   Exchange rate for the employee's own currency,
      *>   loaded from the shop-wide posted rate file; an
       01 WS-DISP-AMT        PIC $ZZZ,ZZ9.99.
       01 WS-DETAIL          PIC X(70).

      *>   Access revocation. Every directory whose programs
      *>   call OPSIGNON keeps its own operators.dat
       01 WS-OPER-STATUS     PIC XX.
       01 WS-OPER-FILENAME   PIC X(40).
       01 WS-SIGNON-FILES.
          05 FILLER PIC X(40) VALUE "operators.dat".
          05 FILLER PIC X(40)
             VALUE "../18-batch-processing/operators.dat".
          05 FILLER PIC X(40)
             VALUE "../11-indexed-files/operators.dat".
          05 FILLER PIC X(40)
             VALUE "../17-screen-section/operators.dat".
       01 WS-SIGNON-TABLE REDEFINES WS-SIGNON-FILES.
          05 WS-SIGNON-FILE  PIC X(40) OCCURS 4 TIMES.
       01 WS-SIGNON-IDX      PIC 9.
      *>   One operators.dat in storage while it is rewritten
       01 WS-OPR-COUNT       PIC 9(3) VALUE 0.
       01 WS-OPR-TABLE.
          05 WS-OPR-REC      PIC X(78) OCCURS 200 TIMES.
       01 WS-OPR-IDX         PIC 9(3).
      *>   The leaver's ids found on the file being read
       01 WS-OPR-HITS        PIC 9(2) VALUE 0.
       01 WS-OPR-HIT-TABLE.
          05 WS-OPR-HIT-ID   PIC X(8) OCCURS 10 TIMES.
       01 WS-OPR-TOO-MANY    PIC X.
      *>   The leaver's accounts, then the cards held on them
       01 WS-EB-STATUS       PIC XX.
       01 WS-CARD-STATUS     PIC XX.
       01 WS-CARD-EOF        PIC X.
       01 WS-EB-COUNT        PIC 9(2) VALUE 0.
       01 WS-EB-TABLE.
          05 WS-EB-ACCT      PIC X(8) OCCURS 20 TIMES.
       01 WS-EB-IDX          PIC 9(2).
      *>   What was revoked, for the statement
       01 WS-REVOKE-COUNT    PIC 9(2) VALUE 0.
       01 WS-REVOKE-TABLE.
          05 WS-REVOKE-LINE  PIC X(70) OCCURS 30 TIMES.
       01 WS-REVOKE-IDX      PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-FIND-THE-EMPLOYEE.
           PERFORM 2000-COMPUTE-FINAL-PAY.
           PERFORM 3000-MARK-TERMINATED.
           PERFORM 3500-REVOKE-ACCESS.
           PERFORM 4000-WRITE-STATEMENT.
           STOP RUN.

      *>   The bracket, the YTD master and the books all live
      *>   in USD - convert at the posted rate, exactly as the
      *>   normal pay run does
           PERFORM 2500-LOOKUP-EXCHANGE-RATE THRU 2500-EXIT.
           COMPUTE WS-GROSS-USD ROUNDED =
               WS-GROSS * WS-EXCH-RATE.

                   MOVE 0 TO YTD-TAX
                   MOVE 0 TO YTD-LAST-PERIOD
                   MOVE 0 TO YTD-LAST-NET
                   MOVE 0 TO YTD-RET-EE
                   MOVE 0 TO YTD-RET-ER
           END-READ.

      *>   The last check still carries the retirement
      *>   election, pre-tax and held to the plan's limit
           MOVE "C" TO WS-RET-ACTION.
           CALL "RETCALC" USING
               BY CONTENT   WS-RET-ACTION
               BY CONTENT   WS-RET-SOURCE
               BY CONTENT   WS-TERM-DATE
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
           COMPUTE WS-YTD-FOR-BRACKET =
               YTD-GROSS - YTD-RET-EE + WS-TAXABLE-USD.

           MOVE WS-TERM-DATE(1:4) TO WS-TAX-YEAR.
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
           COMPUTE WS-NET-USD =
               WS-GROSS-USD - WS-TAX-AMOUNT - WS-RET-EE-USD.

      *>   Roll the last check into the year, in USD
           ADD WS-GROSS-USD  TO YTD-GROSS.
           ADD WS-NET-USD    TO YTD-NET.
           ADD WS-TAX-AMOUNT TO YTD-TAX.
           ADD WS-RET-EE-USD TO YTD-RET-EE.
           ADD WS-RET-ER-USD TO YTD-RET-ER.
           MOVE WS-TERM-DATE(1:6) TO YTD-LAST-PERIOD.
           MOVE WS-NET-USD        TO YTD-LAST-NET.
           IF WS-YTD-STATUS = "23"
           MOVE "D"          TO GL-DR-CR.
           MOVE WS-GROSS-USD TO GL-AMOUNT.
           MOVE "TERMEMP"    TO GL-SOURCE.
           MOVE EMP-DEPT     TO GL-COST-CENTER.
           MOVE EMP-NAME     TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "2200"        TO GL-ACCT-CODE.
           MOVE "C"          TO GL-DR-CR.
           MOVE WS-NET-USD   TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF WS-RET-EE-USD > 0
               MOVE "2330"        TO GL-ACCT-CODE
               MOVE "C"           TO GL-DR-CR
               MOVE WS-RET-EE-USD TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
           END-IF.
           IF WS-RET-ER-USD > 0
               MOVE "5310"        TO GL-ACCT-CODE
               MOVE "D"           TO GL-DR-CR
               MOVE WS-RET-ER-USD TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
               MOVE "2330"        TO GL-ACCT-CODE
               MOVE "C"           TO GL-DR-CR
               WRITE GL-POSTING-RECORD
           END-IF.
           CLOSE GL-FILE.

      *>   The provider's share of the last check
           MOVE "F" TO WS-RET-ACTION.
           CALL "RETCALC" USING
               BY CONTENT   WS-RET-ACTION
               BY CONTENT   WS-RET-SOURCE
               BY CONTENT   WS-TERM-DATE
               BY CONTENT   EMP-ID
               BY CONTENT   EMP-NAME
               BY CONTENT   WS-GROSS-USD
               BY CONTENT   YTD-RET-EE
               BY REFERENCE WS-RET-EE-USD
               BY REFERENCE WS-RET-ER-USD
           END-CALL.

      *>   And onto the register, no employer tax booked
           OPEN EXTEND TAXREG-FILE.
           IF WS-PXR-STATUS NOT = "00"
               OPEN OUTPUT TAXREG-FILE
           END-IF.
           INITIALIZE TAX-REGISTER-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-TERM-DATE  TO PX-POST-DATE.
           MOVE "TERMEMP"     TO PX-SOURCE.
           MOVE EMP-ID        TO PX-EMP-ID.
           MOVE WS-GROSS-USD  TO PX-GROSS.
           MOVE WS-TAX-AMOUNT TO PX-WITHHELD.
           MOVE 0             TO PX-ER-TAX.
           WRITE TAX-REGISTER-RECORD.
           CLOSE TAXREG-FILE.

      *> --- The employee's rate to USD from the posted file ---
       2500-LOOKUP-EXCHANGE-RATE.
           MOVE 1.0000 TO WS-EXCH-RATE.
      *>   for the statement
           MOVE WS-EMP-REC(WS-EMP-MATCH-IDX) TO EMP-RECORD.

      *> --- A leaver signs on to nothing and spends on no
      *>     staff card from the moment they are marked ---
       3500-REVOKE-ACCESS.
           MOVE 0 TO WS-REVOKE-COUNT.
           PERFORM VARYING WS-SIGNON-IDX FROM 1 BY 1
                   UNTIL WS-SIGNON-IDX > 4
               MOVE WS-SIGNON-FILE(WS-SIGNON-IDX)
                   TO WS-OPER-FILENAME
               PERFORM 3510-DISABLE-OPERATORS THRU 3510-EXIT
           END-PERFORM.
           PERFORM 3550-HOLD-STAFF-CARDS THRU 3550-EXIT.

      *> --- Disable the leaver's ids on one operators.dat.
      *>     A directory with no file is skipped; a file too
      *>     big to hold is left alone and said so - never
      *>     rewritten short ---
       3510-DISABLE-OPERATORS.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = "00"
               GO TO 3510-EXIT
           END-IF.
           MOVE 0 TO WS-OPR-COUNT.
           MOVE 0 TO WS-OPR-HITS.
           MOVE "N" TO WS-OPR-TOO-MANY.
           MOVE "N" TO WS-EOF.
           READ OPERATOR-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-OPR-COUNT >= 200
                   MOVE "Y" TO WS-OPR-TOO-MANY
                   SET END-OF-FILE TO TRUE
               ELSE
                   IF OP-EMP-ID = EMP-ID
                       AND OP-STATUS NOT = "D"
                       MOVE "D" TO OP-STATUS
                       IF WS-OPR-HITS < 10
                           ADD 1 TO WS-OPR-HITS
                           MOVE OP-ID TO WS-OPR-HIT-ID(WS-OPR-HITS)
                       END-IF
                   END-IF
                   ADD 1 TO WS-OPR-COUNT
                   MOVE OPERATOR-RECORD
                       TO WS-OPR-REC(WS-OPR-COUNT)
                   READ OPERATOR-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           MOVE "N" TO WS-EOF.

           IF WS-OPR-TOO-MANY = "Y"
               DISPLAY "WARNING: more than 200 ids on "
                   WS-OPER-FILENAME " - file not changed."
               MOVE SPACES TO WS-DETAIL
               STRING "  NOT DONE - disable by hand on "
                      WS-OPER-FILENAME
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               PERFORM 3590-NOTE-REVOKED
               GO TO 3510-EXIT
           END-IF.
           IF WS-OPR-HITS = 0
               GO TO 3510-EXIT
           END-IF.

           OPEN OUTPUT OPERATOR-FILE.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
               MOVE WS-OPR-REC(WS-OPR-IDX) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-HITS
               MOVE SPACES TO WS-DETAIL
               STRING "  Operator " WS-OPR-HIT-ID(WS-OPR-IDX)
                      " disabled on " WS-OPER-FILENAME
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               PERFORM 3590-NOTE-REVOKED
           END-PERFORM.
       3510-EXIT.
           CONTINUE.

      *> --- Hold every active card on the leaver's own
      *>     accounts. Status S stops it at ATMXLATE until a
      *>     supervisor reinstates it on CARDMNT - the person
      *>     may well stay on as an ordinary customer ---
       3550-HOLD-STAFF-CARDS.
           MOVE 0 TO WS-EB-COUNT.
           OPEN INPUT EMPBANK-FILE.
           IF WS-EB-STATUS NOT = "00"
               GO TO 3550-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ EMPBANK-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF EB-EMP-ID = EMP-ID AND WS-EB-COUNT < 20
                   ADD 1 TO WS-EB-COUNT
                   MOVE EB-ACCT-NO TO WS-EB-ACCT(WS-EB-COUNT)
               END-IF
               READ EMPBANK-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EMPBANK-FILE.
           MOVE "N" TO WS-EOF.
           IF WS-EB-COUNT = 0
               GO TO 3550-EXIT
           END-IF.

           OPEN I-O CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "WARNING: card master not available ("
                   WS-CARD-STATUS ") - staff cards not held."
               MOVE "  NOT DONE - hold staff cards on CARDMNT"
                   TO WS-DETAIL
               PERFORM 3590-NOTE-REVOKED
               GO TO 3550-EXIT
           END-IF.
           MOVE "N" TO WS-CARD-EOF.
           MOVE LOW-VALUES TO CM-CARD-NO.
           START CARD-FILE KEY IS NOT LESS THAN CM-CARD-NO
               INVALID KEY MOVE "Y" TO WS-CARD-EOF
           END-START.
           PERFORM UNTIL WS-CARD-EOF = "Y"
               READ CARD-FILE NEXT
                   AT END MOVE "Y" TO WS-CARD-EOF
                   NOT AT END
                       PERFORM 3560-CHECK-ONE-CARD
               END-READ
           END-PERFORM.
           CLOSE CARD-FILE.
       3550-EXIT.
           CONTINUE.

      *> --- One card: on a leaver's account and still live? ---
       3560-CHECK-ONE-CARD.
           IF CM-STATUS = "A"
               PERFORM VARYING WS-EB-IDX FROM 1 BY 1
                       UNTIL WS-EB-IDX > WS-EB-COUNT
                   IF CM-ACCT-NO = WS-EB-ACCT(WS-EB-IDX)
                       AND CM-STATUS = "A"
                       MOVE "S" TO CM-STATUS
                       REWRITE CARD-RECORD
                       MOVE SPACES TO WS-DETAIL
                       STRING "  Staff card " CM-CARD-NO
                              " on account " CM-ACCT-NO
                              " held (S)"
                           DELIMITED BY SIZE INTO WS-DETAIL
                       END-STRING
                       PERFORM 3590-NOTE-REVOKED
                   END-IF
               END-PERFORM
           END-IF.

      *> --- Keep one revocation line for the statement ---
       3590-NOTE-REVOKED.
           DISPLAY WS-DETAIL.
           IF WS-REVOKE-COUNT < 30
               ADD 1 TO WS-REVOKE-COUNT
               MOVE WS-DETAIL TO WS-REVOKE-LINE(WS-REVOKE-COUNT)
           END-IF.

      *> --- The statement for the personnel file ---
       4000-WRITE-STATEMENT.
           STRING "final-pay-" DELIMITED BY SIZE
           END-STRING.
           MOVE WS-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           IF WS-RET-LOCAL > 0
               MOVE WS-RET-LOCAL TO WS-DISP-AMT
               MOVE SPACES TO WS-DETAIL
               STRING "  Retirement:  " WS-DISP-AMT
                      " " EMP-CURRENCY " (pre-tax)"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO STMT-LINE
               WRITE STMT-LINE
           END-IF.
           MOVE WS-NET TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  FINAL NET:   " WS-DISP-AMT
           END-STRING.
           MOVE WS-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.

           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.
           IF WS-REVOKE-COUNT = 0
               MOVE "Access revoked: no linked operator ids or "
                   & "staff cards" TO STMT-LINE
               WRITE STMT-LINE
           ELSE
               MOVE "Access revoked:" TO STMT-LINE
               WRITE STMT-LINE
               PERFORM VARYING WS-REVOKE-IDX FROM 1 BY 1
                       UNTIL WS-REVOKE-IDX > WS-REVOKE-COUNT
                   MOVE WS-REVOKE-LINE(WS-REVOKE-IDX)
                       TO STMT-LINE
                   WRITE STMT-LINE
               END-PERFORM
           END-IF.
           CLOSE STMT-FILE.

           DISPLAY EMP-ID " terminated effective "
