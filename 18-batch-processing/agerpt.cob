      *> This report sweeps the dated reject files back
      *> over a window and nets out what has since been
      *> worked: a matching acceptance (same account and
      *> amount) on a LATER day - read by key off the
      *> transaction history file, which is where a
      *> resubmitted correction ends up once BATCH
      *> consumes the staging file - or a
      *> correction still sitting in resubmit-trans.dat
      *> awaiting the next run. What remains prints
      *> grouped by reject reason and days outstanding,
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.

      *>   Every accepted posting, keyed by account, date
      *>   and reference - the proof a reject was reworked
      *>   and went through
           SELECT HISTORY-FILE
               ASSIGN TO "transaction-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RESUBMIT-FILE
               ASSIGN TO "resubmit-trans.dat"
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==RSB-==.

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "histrec.cpy".
          05 TH-DATA.
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==TH-==.

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ERROR-STATUS    PIC XX.
       01 WS-HIST-STATUS     PIC XX.
       01 WS-RESUBMIT-STATUS PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-SWEEP-INT        PIC S9(9) COMP.
       01 WS-SWEEP-DATE       PIC 9(8).
       01 WS-ERROR-FILENAME   PIC X(24).
       01 WS-REPORT-FILENAME  PIC X(26).

       01 WS-EOF             PIC X VALUE "N".
       01 WS-REJ-OVERFLOW     PIC X VALUE "N".
          88 REJECTS-OVERFLOWED VALUE "Y".

      *>   History keys of the acceptances already spent
      *>   netting a reject - each nets at most one, so this
      *>   never outgrows the reject table
       01 WS-ACC-COUNT        PIC 9(4) VALUE 0.
       01 WS-ACC-TABLE.
          05 WS-ACC-ENTRY OCCURS 2000 TIMES
             INDEXED BY WS-ACC-IDX.
             10 WS-ACC-KEY      PIC X(25).
       01 WS-ACC-SPENT        PIC X VALUE "N".
          88 ACCEPTANCE-SPENT VALUE "Y".
       01 WS-ACC-FOUND        PIC X VALUE "N".
          88 ACCEPTANCE-FOUND VALUE "Y".
       01 WS-HIST-EOF         PIC X VALUE "N".
          88 HIST-AT-END      VALUE "Y".

      *>   Aging bands per distinct reject reason:
      *>   1 = 0-7 days, 2 = 8-30 days, 3 = over 30
               PERFORM 2100-SWEEP-ONE-DAY
           END-PERFORM.

      *> --- One dated reject file, if that day produced one ---
       2100-SWEEP-ONE-DAY.
           MOVE SPACES TO WS-ERROR-FILENAME.
           STRING "error-trans-" DELIMITED BY SIZE
               CLOSE ERROR-FILE
           END-IF.

      *> --- Remember one reject for aging ---
       2200-COLLECT-REJECT.
           IF WS-REJ-COUNT < 2000
               MOVE "Y" TO WS-REJ-OVERFLOW
           END-IF.

      *> --- A reject counts as worked when a matching record
      *>     went through on a LATER day (the resubmitted
      *>     correction, after BATCH consumed the staging
      *>     acceptance and each staged correction nets at
      *>     most one reject ---
       3000-NET-OUT-RESUBMITS.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                       UNTIL WS-REJ-IDX > WS-REJ-COUNT
                   PERFORM 3200-MATCH-LATER-ACCEPTANCE
                       THRU 3200-EXIT
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "No transaction-history.dat - later "
                   "acceptances not netted (run HISTLOAD)."
           END-IF.

           OPEN INPUT RESUBMIT-FILE.
           IF WS-RESUBMIT-STATUS = "00"
           END-IF.

      *> --- A later acceptance of the same account and
      *>     amount nets this reject: START just past the
      *>     reject's day in the account's history and read
      *>     on until one not already spent turns up ---
       3200-MATCH-LATER-ACCEPTANCE.
           IF WS-REJ-WORKED(WS-REJ-IDX) = "Y"
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-REJ-ACCT(WS-REJ-IDX) TO TH-KEY-ACCT.
           MOVE WS-REJ-DATE(WS-REJ-IDX) TO TH-KEY-DATE.
           MOVE 999999999 TO TH-KEY-REF.
           MOVE "N" TO WS-HIST-EOF.
           MOVE "N" TO WS-ACC-FOUND.
           START HISTORY-FILE KEY IS GREATER THAN TH-KEY
               INVALID KEY SET HIST-AT-END TO TRUE
           END-START.
           IF NOT HIST-AT-END
               PERFORM 3250-READ-NEXT-HISTORY
           END-IF.
           PERFORM UNTIL HIST-AT-END OR ACCEPTANCE-FOUND
               IF TH-SIDE = "S"
                   AND TH-AMOUNT = WS-REJ-AMOUNT(WS-REJ-IDX)
                   PERFORM 3260-CHECK-SPENT
                   IF NOT ACCEPTANCE-SPENT
                       SET ACCEPTANCE-FOUND TO TRUE
                   END-IF
               END-IF
               IF NOT ACCEPTANCE-FOUND
                   PERFORM 3250-READ-NEXT-HISTORY
               END-IF
           END-PERFORM.
           IF ACCEPTANCE-FOUND
               MOVE "Y" TO WS-REJ-WORKED(WS-REJ-IDX)
               ADD 1 TO WS-WORKED-COUNT
               IF WS-ACC-COUNT < 2000
                   ADD 1 TO WS-ACC-COUNT
                   MOVE TH-KEY TO WS-ACC-KEY(WS-ACC-COUNT)
               END-IF
           END-IF.
       3200-EXIT.
           CONTINUE.

      *> --- Next history record, while still this account ---
       3250-READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT
               AT END SET HIST-AT-END TO TRUE
           END-READ.
           IF NOT HIST-AT-END
               AND TH-KEY-ACCT NOT = WS-REJ-ACCT(WS-REJ-IDX)
               SET HIST-AT-END TO TRUE
           END-IF.

      *> --- Has this acceptance already netted a reject? ---
       3260-CHECK-SPENT.
           MOVE "N" TO WS-ACC-SPENT.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               IF WS-ACC-KEY(WS-ACC-IDX) = TH-KEY
                   SET ACCEPTANCE-SPENT TO TRUE
               END-IF
           END-PERFORM.

      *> --- Mark the first unworked reject this resubmit
      *>     plausibly corrects ---
       3100-MARK-ONE-WORKED.
