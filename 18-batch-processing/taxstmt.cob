       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSTMT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Banking year-end: customer interest statements
      *> ============================================
      *> YEAREND closes the payroll year; nothing closed
      *> the banking one, so every January the branches
      *> fielded calls for interest figures we could not
      *> produce. This job closes a tax year for the
      *> bank's customers:
      *>
      *>   1. totals the interest each customer EARNED in
      *>      the calendar year - the balance journal's
      *>      "I" entries (month-end capitalization, CD
      *>      rollover and CD maturity interest) and "B"
      *>      back-valued adjustments;
      *>   2. totals the interest each borrower PAID on
      *>      their "L" accounts, from the interest half of
      *>      every collected payment BATCH registers on
      *>      loan-int-paid.dat;
      *>   3. prints one statement per customer, with the
      *>      mailing block from customer-address.dat
      *>      (interest-statements-YYYY.txt);
      *>   4. writes the fixed-format filing extract for
      *>      the tax authority (interest-filing-YYYY.dat):
      *>      header, one detail per customer, trailer
      *>      with count and hash totals.
      *>
      *> Interest belongs to the account's primary owner:
      *> AM-CUST-NO, or the "P" holder on the cross-
      *> reference for an account opened without one. A
      *> loan with no owner of its own reports under its
      *> funding account's owner. Anything that still has
      *> no owner is listed at the end for the branch.
      *>
      *> It refuses to close the same tax year twice - the
      *> year just closed is recorded on
      *> taxyear-control.dat and checked first, the same
      *> way YEAREND guards the payroll year.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks taxstmt.cob
      *>       ../13-subprograms/spoolreg.cob
      *>       ../13-subprograms/runlog.cob -o taxstmt
      *>   ./taxstmt
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Every posting's before/after - the interest source
           SELECT JOURNAL-FILE
               ASSIGN TO "balance-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

      *> The interest half of each collected loan payment
           SELECT LOAN-INT-FILE
               ASSIGN TO "loan-int-paid.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANINT-STATUS.

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

           SELECT XREF-FILE
               ASSIGN TO "cust-acct-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT STMT-FILE
               ASSIGN TO WS-STMT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

      *> The tax authority's fixed interchange layout
           SELECT FILING-FILE
               ASSIGN TO WS-FILING-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO "taxyear-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY "jrnlrec.cpy".

      *> Same layout BATCH appends in 3650
       FD LOAN-INT-FILE.
       01 LOAN-INT-RECORD.
          05 LI-POST-DATE     PIC 9(8).
          05 FILLER           PIC X.
          05 LI-LOAN-ACCT     PIC X(8).
          05 FILLER           PIC X.
          05 LI-FUND-ACCT     PIC X(8).
          05 FILLER           PIC X.
          05 LI-REF-NO        PIC 9(9).
          05 FILLER           PIC X.
          05 LI-INTEREST      PIC 9(7)V99.

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY "addrrec.cpy".

       FD XREF-FILE.
       01 XREF-RECORD.
          05 XR-CUST-NO       PIC X(6).
          05 FILLER           PIC X.
          05 XR-ACCT-NO       PIC X(8).
          05 FILLER           PIC X.
          05 XR-ROLE          PIC X.

       FD STMT-FILE.
       01 STMT-LINE          PIC X(75).

       FD FILING-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 TF-HEADER-RECORD.
          05 TFH-REC-TYPE     PIC XX.
      *>     "01"
          05 TFH-BANK-ID      PIC X(4).
          05 TFH-TAX-YEAR     PIC 9(4).
          05 TFH-RUN-DATE     PIC 9(8).
          05 FILLER           PIC X(102).
       01 TF-DETAIL-RECORD.
          05 TFD-REC-TYPE     PIC XX.
      *>     "02"
          05 TFD-CUST-NO      PIC X(6).
          05 TFD-NAME         PIC X(25).
          05 TFD-ADDR-LINE1   PIC X(30).
          05 TFD-CITY         PIC X(20).
          05 TFD-STATE        PIC X(2).
          05 TFD-ZIP          PIC X(10).
          05 TFD-INT-EARNED   PIC 9(9)V99.
          05 TFD-INT-PAID     PIC 9(9)V99.
          05 FILLER           PIC X(3).
       01 TF-TRAILER-RECORD.
          05 TFT-REC-TYPE     PIC XX.
      *>     "09"
          05 TFT-REC-COUNT    PIC 9(7).
          05 TFT-EARNED-TOTAL PIC 9(11)V99.
          05 TFT-PAID-TOTAL   PIC 9(11)V99.
          05 FILLER           PIC X(85).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 CTL-LAST-YEAR    PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-JRNL-STATUS     PIC XX.
       01 WS-LOANINT-STATUS  PIC XX.
       01 WS-ACCT-STATUS     PIC XX.
       01 WS-CUST-STATUS     PIC XX.
       01 WS-ADDR-STATUS     PIC XX.
       01 WS-XREF-STATUS     PIC XX.
       01 WS-STMT-STATUS     PIC XX.
       01 WS-FILING-STATUS   PIC XX.
       01 WS-CTL-STATUS      PIC XX.
       01 WS-ADDR-PRESENT    PIC X VALUE "N".
          88 ADDR-FILE-PRESENT VALUE "Y".
       01 WS-CUST-PRESENT    PIC X VALUE "N".
          88 CUST-FILE-PRESENT VALUE "Y".

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-PROCESS-YEAR     PIC 9(4).
       01 WS-TAX-YEAR         PIC 9(4) VALUE 0.
       01 WS-LAST-CLOSED      PIC 9(4) VALUE 0.
       01 WS-STMT-FILENAME    PIC X(28).
       01 WS-FILING-FILENAME  PIC X(24).
       01 WS-OUR-BANK-ID      PIC X(4) VALUE "BK01".

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Joint/primary ownership for accounts the master
      *>   carries no customer on
       01 WS-XR-COUNT         PIC 9(3) VALUE 0.
       01 WS-XR-TABLE.
          05 WS-XR-ENTRY OCCURS 200 TIMES
             INDEXED BY WS-XR-IDX.
             10 WS-XR-CUST      PIC X(6).
             10 WS-XR-ACCT      PIC X(8).

      *>   Per-customer year totals
       01 WS-TX-COUNT         PIC 9(3) VALUE 0.
       01 WS-TX-TABLE.
          05 WS-TX-ENTRY OCCURS 500 TIMES
             INDEXED BY WS-TX-IDX.
             10 WS-TX-CUST      PIC X(6).
             10 WS-TX-EARNED    PIC S9(9)V99.
             10 WS-TX-PAID      PIC S9(9)V99.
             10 WS-TX-PRINTED   PIC X.
       01 WS-TX-MATCH-IDX     PIC 9(3) VALUE 0.

      *>   Interest with no owner to report it under
       01 WS-UN-COUNT         PIC 9(3) VALUE 0.
       01 WS-UN-TABLE.
          05 WS-UN-ENTRY OCCURS 100 TIMES
             INDEXED BY WS-UN-IDX.
             10 WS-UN-ACCT      PIC X(8).
             10 WS-UN-KIND      PIC X.
             10 WS-UN-AMOUNT    PIC S9(9)V99.

      *>   The account being attributed and what it resolved to
       01 WS-OWNER-ACCT       PIC X(8).
       01 WS-OWNER-CUST       PIC X(6).
       01 WS-INT-AMOUNT       PIC S9(9)V99.
       01 WS-INT-KIND         PIC X.
          88 KIND-EARNED      VALUE "E".
          88 KIND-PAID        VALUE "P".

       01 WS-JRNL-YEAR        PIC 9(4).
       01 WS-LI-YEAR          PIC 9(4).

      *>   Run totals
       01 WS-STMT-COUNT       PIC 9(5) VALUE 0.
       01 WS-TOTAL-EARNED     PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-PAID       PIC S9(11)V99 VALUE 0.
       01 WS-FILING-COUNT     PIC 9(7) VALUE 0.

      *>   Report spool registration
       01 WS-SPOOL-PROGRAM    PIC X(8) VALUE "TAXSTMT".
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "Interest statements".
       01 WS-SPOOL-FILE       PIC X(40).

      *>   Shared run log
       01 WS-LOG-PROGRAM     PIC X(8) VALUE "TAXSTMT".
       01 WS-LOG-SEVERITY    PIC X.
       01 WS-LOG-MESSAGE     PIC X(60).

       01 WS-DISP-AMT        PIC $Z,ZZZ,ZZ9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-RPT-DETAIL      PIC X(75).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-CHECK-THE-YEAR.
           PERFORM 1500-LOAD-XREF
               THRU 1500-EXIT.
           PERFORM 2000-TOTAL-EARNED-INTEREST
               THRU 2000-EXIT.
           PERFORM 2500-TOTAL-LOAN-INTEREST
               THRU 2500-EXIT.
           PERFORM 3000-PRINT-STATEMENTS.
           PERFORM 4000-CLEANUP.
           STOP RUN.

      *> --- Which tax year closes, and has it closed already.
      *>     Enter on its own takes the year before the
      *>     business date - the January run's normal case ---
       1000-CHECK-THE-YEAR.
           DISPLAY "=== Year-End Interest Statements ===".
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

           DISPLAY "Tax year to close (YYYY), or press Enter "
               "for last year: " WITH NO ADVANCING.
           ACCEPT WS-TAX-YEAR.
           COMPUTE WS-PROCESS-YEAR = WS-PROCESS-DATE / 10000.
           IF WS-TAX-YEAR = 0
               COMPUTE WS-TAX-YEAR = WS-PROCESS-YEAR - 1
           END-IF.
           IF WS-TAX-YEAR >= WS-PROCESS-YEAR
               DISPLAY "ABEND: tax year " WS-TAX-YEAR
                   " has not ended yet - statements would be "
                   "short."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CTL-LAST-YEAR TO WS-LAST-CLOSED
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

           IF WS-TAX-YEAR <= WS-LAST-CLOSED
               DISPLAY "ABEND: tax year " WS-TAX-YEAR
                   " is already closed (last close: "
                   WS-LAST-CLOSED ") - a second filing would "
                   "double-report every customer."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING "interest-statements-" DELIMITED BY SIZE
                   WS-TAX-YEAR DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-STMT-FILENAME
           END-STRING.
           STRING "interest-filing-" DELIMITED BY SIZE
                   WS-TAX-YEAR DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-FILING-FILENAME
           END-STRING.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ABEND: cannot open account-master.dat: "
                   WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS = "00"
               SET CUST-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "No customer-master.dat - statements "
                   "print without customer names."
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDR-STATUS = "00"
               SET ADDR-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "No customer-address.dat - statements "
                   "print without mailing blocks."
           END-IF.

      *> --- The primary holders the cross-reference names ---
       1500-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ XREF-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF XR-ROLE = "P"
                   IF WS-XR-COUNT < 200
                       ADD 1 TO WS-XR-COUNT
                       MOVE XR-CUST-NO
                           TO WS-XR-CUST(WS-XR-COUNT)
                       MOVE XR-ACCT-NO
                           TO WS-XR-ACCT(WS-XR-COUNT)
                   ELSE
                       DISPLAY "WARNING: more than 200 primary "
                           "holders on the cross-reference"
                   END-IF
               END-IF
               READ XREF-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE XREF-FILE.
       1500-EXIT.
           CONTINUE.

      *> --- Interest earned: every "I" and "B" credit the
      *>     journal carries for the tax year ---
       2000-TOTAL-EARNED-INTEREST.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "No balance-journal.dat - no interest "
                   "earned to report."
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ JOURNAL-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               COMPUTE WS-JRNL-YEAR = JR-POST-DATE / 10000
               IF WS-JRNL-YEAR = WS-TAX-YEAR
                   AND (JR-TXN-TYPE = "I" OR JR-TXN-TYPE = "B")
                   COMPUTE WS-INT-AMOUNT =
                       JR-BAL-AFTER - JR-BAL-BEFORE
                   IF WS-INT-AMOUNT > 0
                       MOVE JR-ACCT-NO TO WS-OWNER-ACCT
                       SET KIND-EARNED TO TRUE
                       PERFORM 2100-RESOLVE-OWNER
                       PERFORM 2200-ADD-TO-CUSTOMER
                           THRU 2200-EXIT
                   END-IF
               END-IF
               READ JOURNAL-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
       2000-EXIT.
           CONTINUE.

      *> --- The account's primary owner: the master's
      *>     AM-CUST-NO, else the cross-reference's "P" ---
       2100-RESOLVE-OWNER.
           MOVE SPACES TO WS-OWNER-CUST.
           MOVE WS-OWNER-ACCT TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AM-CUST-NO TO WS-OWNER-CUST
           END-READ.
           IF WS-OWNER-CUST = SPACES
               PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                       UNTIL WS-XR-IDX > WS-XR-COUNT
                   IF WS-XR-ACCT(WS-XR-IDX) = WS-OWNER-ACCT
                       MOVE WS-XR-CUST(WS-XR-IDX)
                           TO WS-OWNER-CUST
                   END-IF
               END-PERFORM
           END-IF.

      *> --- One interest amount onto its customer's totals,
      *>     or onto the unattributed list ---
       2200-ADD-TO-CUSTOMER.
           IF WS-OWNER-CUST = SPACES
               PERFORM 2300-NOTE-UNATTRIBUTED
                   THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE 0 TO WS-TX-MATCH-IDX.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
               IF WS-TX-CUST(WS-TX-IDX) = WS-OWNER-CUST
                   MOVE WS-TX-IDX TO WS-TX-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-TX-MATCH-IDX = 0
               IF WS-TX-COUNT < 500
                   ADD 1 TO WS-TX-COUNT
                   MOVE WS-OWNER-CUST
                       TO WS-TX-CUST(WS-TX-COUNT)
                   MOVE 0 TO WS-TX-EARNED(WS-TX-COUNT)
                   MOVE 0 TO WS-TX-PAID(WS-TX-COUNT)
                   MOVE "N" TO WS-TX-PRINTED(WS-TX-COUNT)
                   MOVE WS-TX-COUNT TO WS-TX-MATCH-IDX
               ELSE
                   DISPLAY "ABEND: more than 500 customers with "
                       "interest - raise WS-TX-TABLE before "
                       "filing."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF KIND-EARNED
               ADD WS-INT-AMOUNT TO WS-TX-EARNED(WS-TX-MATCH-IDX)
               ADD WS-INT-AMOUNT TO WS-TOTAL-EARNED
           ELSE
               ADD WS-INT-AMOUNT TO WS-TX-PAID(WS-TX-MATCH-IDX)
               ADD WS-INT-AMOUNT TO WS-TOTAL-PAID
           END-IF.
       2200-EXIT.
           CONTINUE.

      *> --- Interest nobody owns on file: the branch has to
      *>     assign an owner before the figure can be filed ---
       2300-NOTE-UNATTRIBUTED.
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
                   UNTIL WS-UN-IDX > WS-UN-COUNT
               IF WS-UN-ACCT(WS-UN-IDX) = WS-OWNER-ACCT
                   AND WS-UN-KIND(WS-UN-IDX) = WS-INT-KIND
                   ADD WS-INT-AMOUNT TO WS-UN-AMOUNT(WS-UN-IDX)
                   GO TO 2300-EXIT
               END-IF
           END-PERFORM.
           IF WS-UN-COUNT < 100
               ADD 1 TO WS-UN-COUNT
               MOVE WS-OWNER-ACCT TO WS-UN-ACCT(WS-UN-COUNT)
               MOVE WS-INT-KIND   TO WS-UN-KIND(WS-UN-COUNT)
               MOVE WS-INT-AMOUNT TO WS-UN-AMOUNT(WS-UN-COUNT)
           ELSE
               DISPLAY "WARNING: more than 100 unowned "
                   "accounts - list incomplete"
           END-IF.
       2300-EXIT.
           CONTINUE.

      *> --- Interest paid: the loan interest register's
      *>     entries for the tax year, under the loan's owner
      *>     or, failing that, the funding account's ---
       2500-TOTAL-LOAN-INTEREST.
           OPEN INPUT LOAN-INT-FILE.
           IF WS-LOANINT-STATUS NOT = "00"
               DISPLAY "No loan-int-paid.dat - no loan "
                   "interest paid to report."
               GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ LOAN-INT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               COMPUTE WS-LI-YEAR = LI-POST-DATE / 10000
               IF WS-LI-YEAR = WS-TAX-YEAR
                   AND LI-INTEREST > 0
                   MOVE LI-INTEREST TO WS-INT-AMOUNT
                   SET KIND-PAID TO TRUE
                   MOVE LI-LOAN-ACCT TO WS-OWNER-ACCT
                   PERFORM 2100-RESOLVE-OWNER
                   IF WS-OWNER-CUST = SPACES
                       AND LI-FUND-ACCT NOT = SPACES
                       MOVE LI-FUND-ACCT TO WS-OWNER-ACCT
                       PERFORM 2100-RESOLVE-OWNER
                       IF WS-OWNER-CUST = SPACES
                           MOVE LI-LOAN-ACCT TO WS-OWNER-ACCT
                       END-IF
                   END-IF
                   PERFORM 2200-ADD-TO-CUSTOMER
                       THRU 2200-EXIT
               END-IF
               READ LOAN-INT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LOAN-INT-FILE.
       2500-EXIT.
           CONTINUE.

      *> --- A statement and a filing detail per customer ---
       3000-PRINT-STATEMENTS.
           OPEN OUTPUT STMT-FILE.
           OPEN OUTPUT FILING-FILE.
           MOVE SPACES          TO TF-HEADER-RECORD.
           MOVE "01"            TO TFH-REC-TYPE.
           MOVE WS-OUR-BANK-ID  TO TFH-BANK-ID.
           MOVE WS-TAX-YEAR     TO TFH-TAX-YEAR.
           MOVE WS-PROCESS-DATE TO TFH-RUN-DATE.
           WRITE TF-HEADER-RECORD.

           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TX-COUNT
               PERFORM 3100-PRINT-ONE-CUSTOMER
           END-PERFORM.

           IF WS-UN-COUNT > 0
               PERFORM 3300-PRINT-UNATTRIBUTED
           END-IF.

           MOVE SPACES          TO TF-TRAILER-RECORD.
           MOVE "09"            TO TFT-REC-TYPE.
           MOVE WS-FILING-COUNT TO TFT-REC-COUNT.
           MOVE WS-TOTAL-EARNED TO TFT-EARNED-TOTAL.
           MOVE WS-TOTAL-PAID   TO TFT-PAID-TOTAL.
           WRITE TF-TRAILER-RECORD.

      *> --- One customer's statement page and filing line ---
       3100-PRINT-ONE-CUSTOMER.
           ADD 1 TO WS-STMT-COUNT.
           MOVE SPACES TO CU-NAME.
           IF CUST-FILE-PRESENT
               MOVE WS-TX-CUST(WS-TX-IDX) TO CU-CUST-NO
               READ CUSTOMER-MASTER
                   KEY IS CU-CUST-NO
                   INVALID KEY
                       MOVE "(not on customer master)"
                           TO CU-NAME
               END-READ
           END-IF.

           MOVE "=================================="
               & "==================================="
               TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "INTEREST STATEMENT FOR TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Customer: " WS-TX-CUST(WS-TX-IDX)
                  "  " CU-NAME
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.

           MOVE SPACES TO CA-ADDR-LINE1.
           MOVE SPACES TO CA-CITY.
           MOVE SPACES TO CA-STATE.
           MOVE SPACES TO CA-ZIP.
           PERFORM 3110-PRINT-MAILING-BLOCK
               THRU 3110-EXIT.

           MOVE WS-TX-EARNED(WS-TX-IDX) TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Interest earned on deposits:  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WS-TX-PAID(WS-TX-IDX) TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Interest paid on loans:       " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE "  Keep this statement with your tax records."
               TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.

      *>   The tax authority's copy
           MOVE SPACES               TO TF-DETAIL-RECORD.
           MOVE "02"                 TO TFD-REC-TYPE.
           MOVE WS-TX-CUST(WS-TX-IDX) TO TFD-CUST-NO.
           MOVE CU-NAME              TO TFD-NAME.
           MOVE CA-ADDR-LINE1        TO TFD-ADDR-LINE1.
           MOVE CA-CITY              TO TFD-CITY.
           MOVE CA-STATE             TO TFD-STATE.
           MOVE CA-ZIP               TO TFD-ZIP.
           MOVE WS-TX-EARNED(WS-TX-IDX) TO TFD-INT-EARNED.
           MOVE WS-TX-PAID(WS-TX-IDX)   TO TFD-INT-PAID.
           WRITE TF-DETAIL-RECORD.
           ADD 1 TO WS-FILING-COUNT.

      *> --- The mailing block, as STATEMENT prints it ---
       3110-PRINT-MAILING-BLOCK.
           IF NOT ADDR-FILE-PRESENT
               GO TO 3110-EXIT
           END-IF.
           MOVE WS-TX-CUST(WS-TX-IDX) TO CA-CUST-NO.
           READ ADDRESS-FILE
               KEY IS CA-CUST-NO
               INVALID KEY
                   MOVE SPACES TO CA-ADDR-LINE1
                   MOVE SPACES TO CA-CITY
                   MOVE SPACES TO CA-STATE
                   MOVE SPACES TO CA-ZIP
                   MOVE "  (no address on file - hold at "
                       & "branch)" TO STMT-LINE
                   WRITE STMT-LINE
                   GO TO 3110-EXIT
           END-READ.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  MAIL TO: " CA-ADDR-LINE1
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
           IF CA-ADDR-LINE2 NOT = SPACES
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "           " CA-ADDR-LINE2
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO STMT-LINE
               WRITE STMT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "           " CA-CITY
                  " " CA-STATE
                  " " CA-ZIP
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO STMT-LINE.
           WRITE STMT-LINE.
       3110-EXIT.
           CONTINUE.

      *> --- Interest on accounts with no owner on file. Not
      *>     filed: the branch assigns an owner and the
      *>     figure goes out on a corrected filing ---
       3300-PRINT-UNATTRIBUTED.
           MOVE "=================================="
               & "==================================="
               TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE "UNATTRIBUTED INTEREST - NOT FILED, ASSIGN AN "
               & "OWNER" TO STMT-LINE.
           WRITE STMT-LINE.
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
                   UNTIL WS-UN-IDX > WS-UN-COUNT
               MOVE WS-UN-AMOUNT(WS-UN-IDX) TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-DETAIL
               IF WS-UN-KIND(WS-UN-IDX) = "E"
                   STRING "  " WS-UN-ACCT(WS-UN-IDX)
                          "  earned " WS-DISP-AMT
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   END-STRING
               ELSE
                   STRING "  " WS-UN-ACCT(WS-UN-IDX)
                          "  loan interest paid " WS-DISP-AMT
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   END-STRING
               END-IF
               MOVE WS-RPT-DETAIL TO STMT-LINE
               WRITE STMT-LINE
           END-PERFORM.

      *> --- Close up, record the close, report ---
       4000-CLEANUP.
           CLOSE ACCOUNT-MASTER.
           CLOSE STMT-FILE.
           CLOSE FILING-FILE.
           IF CUST-FILE-PRESENT
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF ADDR-FILE-PRESENT
               CLOSE ADDRESS-FILE
           END-IF.

           MOVE WS-TAX-YEAR TO CTL-LAST-YEAR.
           OPEN OUTPUT CONTROL-FILE.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

           DISPLAY SPACES.
           MOVE WS-STMT-COUNT TO WS-DISP-CNT.
           DISPLAY "Tax year " WS-TAX-YEAR " closed: "
               WS-DISP-CNT " customer statement(s).".
           MOVE WS-TOTAL-EARNED TO WS-DISP-AMT.
           DISPLAY "  Interest earned filed: " WS-DISP-AMT.
           MOVE WS-TOTAL-PAID TO WS-DISP-AMT.
           DISPLAY "  Loan interest filed:   " WS-DISP-AMT.
           DISPLAY "Statements: " WS-STMT-FILENAME.
           DISPLAY "Filing:     " WS-FILING-FILENAME.

           MOVE "I" TO WS-LOG-SEVERITY.
           IF WS-UN-COUNT > 0
               MOVE WS-UN-COUNT TO WS-DISP-CNT
               DISPLAY "WARNING: " WS-DISP-CNT " account(s) "
                   "with interest but no owner - see the end "
                   "of the statements."
               MOVE "W" TO WS-LOG-SEVERITY
           END-IF.
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "Tax year " WS-TAX-YEAR " closed, "
                  WS-STMT-COUNT " statements"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING.
           CALL "RUNLOG" USING
               BY CONTENT WS-LOG-PROGRAM
               BY CONTENT WS-LOG-SEVERITY
               BY CONTENT WS-LOG-MESSAGE
           END-CALL.

           MOVE WS-STMT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.
