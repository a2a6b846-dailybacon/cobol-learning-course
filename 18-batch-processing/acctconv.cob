      *> ============================================
      *> One-time account master conversion
      *> ============================================
      *> acctrec.cpy has grown since the master in
      *> production was written: the variable-rate loan
      *> terms, the deposit product code and the savings
      *> withdrawal-cycle counts now follow the overdraft
      *> limit. An account-master.dat written under the
      *> old layout refuses to open under the new one
      *> (status 39), and BATCH must never answer that
      *> by reseeding sample accounts over the book.
      *>
      *> This utility reads the old-shape master,
      *> carries every field across as it stands - loan,
      *> term-deposit, accrual, currency, book rate and
      *> overdraft line included - lands the shop
      *> defaults on the new ones (every loan fixed-rate,
      *> no deposit product, no savings withdrawals
      *> counted yet), and swaps the converted file in.
      *> The file as found is kept at
      *> account-master-preconv.bak.
      *>
      *> A master already in the current shape refuses
      *> the old-layout open; the utility reports that
       DATA DIVISION.
       FILE SECTION.

      *> The layout the production master is written under -
      *> frozen here on purpose, this is the shape being
      *> converted FROM
       FD OLD-FILE.
       01 OLD-RECORD.
          05 OLD-ACCT-NO       PIC X(8).
             10 OLD-LOAN-PAYMENT  PIC 9(7)V99.
             10 OLD-LOAN-NEXT-DUE PIC 9(8).
             10 OLD-LOAN-STATUS   PIC X.
          05 OLD-TERM-DETAIL.
             10 OLD-TD-RATE       PIC V9(4).
             10 OLD-TD-TERM       PIC 9(3).
             10 OLD-TD-MATURITY   PIC 9(8).
             10 OLD-TD-DISPOSAL   PIC X.
          05 OLD-ACCRUED-INT   PIC S9(7)V99.
          05 OLD-CURRENCY      PIC X(3).
          05 OLD-FX-BOOK-RATE  PIC 9(3)V9999.
          05 OLD-OD-LIMIT      PIC 9(7)V99.

       FD NEW-FILE.
       01 ACCOUNT-RECORD.
           MOVE OLD-LOAN-PAYMENT  TO AM-LOAN-PAYMENT.
           MOVE OLD-LOAN-NEXT-DUE TO AM-LOAN-NEXT-DUE.
           MOVE OLD-LOAN-STATUS   TO AM-LOAN-STATUS.
           MOVE OLD-TD-RATE       TO AM-TD-RATE.
           MOVE OLD-TD-TERM       TO AM-TD-TERM.
           MOVE OLD-TD-MATURITY   TO AM-TD-MATURITY.
           MOVE OLD-TD-DISPOSAL   TO AM-TD-DISPOSAL.
           MOVE OLD-ACCRUED-INT   TO AM-ACCRUED-INT.
           MOVE OLD-CURRENCY      TO AM-CURRENCY.
           MOVE OLD-FX-BOOK-RATE  TO AM-FX-BOOK-RATE.
           MOVE OLD-OD-LIMIT      TO AM-OD-LIMIT.
           INITIALIZE AM-LOAN-VAR-DETAIL.
           MOVE SPACES TO AM-PROD-CODE.
           INITIALIZE AM-SAV-CYCLE-DETAIL.
           WRITE ACCOUNT-RECORD.
           ADD 1 TO WS-CONVERTED.
           READ OLD-FILE NEXT
