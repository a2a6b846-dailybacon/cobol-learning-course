      *> means a posting bypassed the journal, and that
      *> is worth knowing during a dispute.
      *>
      *> Each entry that came off the feed is looked up
      *> by key on the transaction history file - same
      *> account, date and reference - and its feed
      *> detail (amount, branch, effective date, the
      *> other side of a transfer) printed beneath it,
      *> so a dispute needs no trawl of the dated valid
      *> files to see what the customer actually sent.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks jrnlrply.cob
      *>       -o jrnlrply
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

      *>   Every accepted posting, keyed by account, date
      *>   and reference - read directly per journal entry
           SELECT HISTORY-FILE
               ASSIGN TO "transaction-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01 JOURNAL-RECORD.
           COPY "jrnlrec.cpy".

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "histrec.cpy".
          05 TH-DATA.
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==TH-==.

       WORKING-STORAGE SECTION.
       01 WS-JRNL-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-HIST-STATUS     PIC XX.
       01 WS-HIST-PRESENT    PIC X VALUE "N".
          88 HIST-FILE-PRESENT VALUE "Y".

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
      *> Display fields
       01 WS-DISP-BAL        PIC $ZZZ,ZZZ,ZZ9.99-.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-AMT        PIC $Z(6),ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
               SET END-OF-FILE TO TRUE
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               SET HIST-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "No transaction-history.dat - feed detail "
                   "not shown (run HISTLOAD)."
           END-IF.

      *> --- Walk the journal, replaying this account's
      *>     postings up to the as-of date ---
       2000-REPLAY-JOURNAL.
           END-PERFORM.

           CLOSE JOURNAL-FILE.
           IF HIST-FILE-PRESENT
               CLOSE HISTORY-FILE
           END-IF.

      *> --- Show one entry and carry the balance forward,
      *>     checking it chains onto the prior entry ---
               DISPLAY SPACES
           END-IF.

           IF HIST-FILE-PRESENT AND JR-REF-NO NOT = 0
               PERFORM 2150-SHOW-FEED-DETAIL
           END-IF.

      *> --- The posting as it came off the feed. Journal
      *>     entries BATCH raised itself (interest, sweeps,
      *>     charges) have no history record and show
      *>     nothing more ---
       2150-SHOW-FEED-DETAIL.
           MOVE JR-ACCT-NO   TO TH-KEY-ACCT.
           MOVE JR-POST-DATE TO TH-KEY-DATE.
           MOVE JR-REF-NO    TO TH-KEY-REF.
           READ HISTORY-FILE
               KEY IS TH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TH-AMOUNT TO WS-DISP-AMT
                   DISPLAY "           feed " TH-TYPE " "
                       WS-DISP-AMT " branch " TH-BRANCH
                       " eff " TH-EFF-DATE
                       WITH NO ADVANCING
                   EVALUATE TRUE
                       WHEN TH-SIDE = "C"
                           DISPLAY " from " TH-ACCT-NO
                       WHEN TH-TYPE = "T"
                           DISPLAY " to " TH-DEST-ACCT
                       WHEN OTHER
                           DISPLAY SPACES
                   END-EVALUATE
           END-READ.

      *> --- The reconstructed position ---
       3000-REPORT-RESULT.
           DISPLAY SPACES.
