       IDENTIFICATION DIVISION.
       PROGRAM-ID. INWCLR.
       AUTHOR. LEARNER.

      *> ============================================
      *> Inward clearing intake
      *> ============================================
      *> Checks our customers wrote come back to us
      *> through the clearing house on the presented-
      *> items file, in the same 50-byte interchange
      *> layout our outward file goes out in: an "01"
      *> header, one "02" per check (check number,
      *> account, amount, presenting bank) and an "09"
      *> trailer carrying the item count and hash total.
      *> These used to be keyed into the feed as "W"s
      *> by hand.
      *>
      *> This intake proves the file's items against
      *> its trailer first - an out-of-balance or
      *> truncated presentment is refused whole, left
      *> on disk for the clearing house to correct, and
      *> nothing from it posts (RC 8). A file that
      *> proves is staged item by item on
      *> inward-trans.dat as ordinary "W"s from branch
      *> INWD, for BATCH to fold into its next feed
      *> (the way ATMXLATE's entries fold in). Each
      *> staged check then takes BATCH's normal funds,
      *> hold and positive-pay checks; the ones BATCH
      *> dishonors go back to the presenting bank on
      *> the dated inward-returns file with a return
      *> reason code.
      *>
      *> Mapping:
      *>   TR-ORIG-REF    <- check number (the serial
      *>                     positive pay matches on)
      *>   TR-DESC        <- "INWARD CHK " + check no
      *>   TR-PRES-BANK   <- presenting bank, so the
      *>                     return finds its way home
      *>   TR-EFF-DATE    <- the presentment date off
      *>                     the header
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks inwclr.cob
      *>       ../13-subprograms/runlog.cob -o inwclr
      *>       (inward-presented.dat seeds itself first
      *>       run)
      *>   ./inwclr
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESENTED-FILE
               ASSIGN TO "inward-presented.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRES-STATUS.

           SELECT INWARD-TRANS-FILE
               ASSIGN TO "inward-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INWTRANS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> The clearing house's 50-byte record, three type codes
      *> sharing it (the outward file's shape)
       FD PRESENTED-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01 PI-HEADER-RECORD.
          05 PIH-REC-TYPE     PIC XX.
      *>     "01"
          05 PIH-SENDER-ID    PIC X(4).
      *>     The clearing house that delivered the file
          05 PIH-PRES-DATE    PIC 9(8).
      *>     Presentment date - the items' effective date
          05 FILLER           PIC X(36).
       01 PI-DETAIL-RECORD.
          05 PID-REC-TYPE     PIC XX.
      *>     "02"
          05 PID-CHECK-NO     PIC 9(9).
          05 PID-ACCT-NO      PIC X(8).
      *>     Our account the check is drawn on
          05 PID-AMOUNT       PIC S9(11)V99 COMP-3.
          05 PID-PRES-BANK    PIC X(4).
      *>     The bank that took the check and presents it
          05 FILLER           PIC X(20).
       01 PI-TRAILER-RECORD.
          05 PIT-REC-TYPE     PIC XX.
      *>     "09"
          05 PIT-REC-COUNT    PIC 9(7).
          05 PIT-HASH-TOTAL   PIC S9(13)V99 COMP-3.
          05 FILLER           PIC X(33).

      *> Our feed layout, shared through transrec.cpy
       FD INWARD-TRANS-FILE.
       01 INWARD-STAGED-RECORD.
           COPY "transrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PRES-STATUS     PIC XX.
       01 WS-INWTRANS-STATUS PIC XX.

       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.
       01 WS-PROCESS-DATE    PIC 9(8).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
          88 NOT-EOF         VALUE "N".

      *>   What the proving pass found: the header's date,
      *>   the items actually on the file, and the trailer's
      *>   claim for them
       01 WS-PRES-DATE       PIC 9(8) VALUE 0.
       01 WS-SENDER-ID       PIC X(4) VALUE SPACES.
       01 WS-ITEM-COUNT      PIC 9(7) VALUE 0.
       01 WS-ITEM-HASH       PIC S9(13)V99 VALUE 0.
       01 WS-TRL-COUNT       PIC 9(7) VALUE 0.
       01 WS-TRL-HASH        PIC S9(13)V99 VALUE 0.
       01 WS-HEADER-SEEN     PIC X VALUE "N".
          88 HEADER-SEEN     VALUE "Y".
       01 WS-TRAILER-SEEN    PIC X VALUE "N".
          88 TRAILER-SEEN    VALUE "Y".
       01 WS-PROOF-FLAG      PIC X VALUE "Y".
          88 FILE-PROVES     VALUE "Y".
       01 WS-PROOF-REASON    PIC X(40) VALUE SPACES.

       01 WS-TOTAL-STAGED    PIC 9(7) VALUE 0.
       01 WS-STAGED-AMT      PIC 9(11)V99 VALUE 0.
       01 WS-DISP-AMT        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-HASH       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-CNT        PIC Z,ZZZ,ZZ9.

      *>   Run-log trail for the nightly summary
       01 WS-LOG-PROGRAM     PIC X(8) VALUE "INWCLR".
       01 WS-LOG-SEVERITY    PIC X.
       01 WS-LOG-MESSAGE     PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROVE-PRESENTMENT
               THRU 2000-EXIT.
           IF NOT FILE-PROVES
               PERFORM 4000-REFUSE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ITEM-COUNT = 0 AND NOT TRAILER-SEEN
               AND NOT HEADER-SEEN
               DISPLAY "No inward items presented today."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3000-STAGE-ITEMS.
           PERFORM 5000-CLEANUP.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> --- The business date, and a sample presentment the
      *>     first time so the flow can be exercised ---
       1000-INITIALIZE.
           DISPLAY "=== Inward Clearing Intake ===".
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

           OPEN INPUT PRESENTED-FILE.
           IF WS-PRES-STATUS NOT = "00"
               PERFORM 1100-CREATE-SAMPLE-PRESENTMENT
           ELSE
               CLOSE PRESENTED-FILE
           END-IF.

      *> --- A night's worth of sample presented checks: one
      *>     that pays, one positive pay clears, one positive
      *>     pay refuses, one that bounces for funds and one
      *>     on an account we don't hold ---
       1100-CREATE-SAMPLE-PRESENTMENT.
           OPEN OUTPUT PRESENTED-FILE.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-ITEM-HASH.

           MOVE SPACES          TO PI-HEADER-RECORD.
           MOVE "01"            TO PIH-REC-TYPE.
           MOVE "CH01"          TO PIH-SENDER-ID.
           MOVE WS-PROCESS-DATE TO PIH-PRES-DATE.
           WRITE PI-HEADER-RECORD.

           MOVE SPACES      TO PI-DETAIL-RECORD.
           MOVE "02"        TO PID-REC-TYPE.
           MOVE 000001041   TO PID-CHECK-NO.
           MOVE "ACCT0002"  TO PID-ACCT-NO.
           MOVE 42.50       TO PID-AMOUNT.
           MOVE "BK07"      TO PID-PRES-BANK.
           PERFORM 1110-WRITE-SAMPLE-ITEM.

           MOVE SPACES      TO PI-DETAIL-RECORD.
           MOVE "02"        TO PID-REC-TYPE.
           MOVE 900000001   TO PID-CHECK-NO.
           MOVE "ACCT0003"  TO PID-ACCT-NO.
           MOVE 750.00      TO PID-AMOUNT.
           MOVE "BK12"      TO PID-PRES-BANK.
      *>     On the issued register for this amount - pays
           PERFORM 1110-WRITE-SAMPLE-ITEM.

           MOVE SPACES      TO PI-DETAIL-RECORD.
           MOVE "02"        TO PID-REC-TYPE.
           MOVE 900000077   TO PID-CHECK-NO.
           MOVE "ACCT0006"  TO PID-ACCT-NO.
           MOVE 310.00      TO PID-AMOUNT.
           MOVE "BK07"      TO PID-PRES-BANK.
      *>     Account is on positive pay but never issued this
      *>     serial - should go back as not authorized
           PERFORM 1110-WRITE-SAMPLE-ITEM.

           MOVE SPACES      TO PI-DETAIL-RECORD.
           MOVE "02"        TO PID-REC-TYPE.
           MOVE 000000218   TO PID-CHECK-NO.
           MOVE "ACCT0004"  TO PID-ACCT-NO.
           MOVE 98000.00    TO PID-AMOUNT.
           MOVE "BK12"      TO PID-PRES-BANK.
      *>     Far beyond the balance - should bounce NSF
           PERFORM 1110-WRITE-SAMPLE-ITEM.

           MOVE SPACES      TO PI-DETAIL-RECORD.
           MOVE "02"        TO PID-REC-TYPE.
           MOVE 000005530   TO PID-CHECK-NO.
           MOVE "ACCT0999"  TO PID-ACCT-NO.
           MOVE 64.00       TO PID-AMOUNT.
           MOVE "BK03"      TO PID-PRES-BANK.
      *>     No such account - should go back unable to locate
           PERFORM 1110-WRITE-SAMPLE-ITEM.

           MOVE SPACES        TO PI-TRAILER-RECORD.
           MOVE "09"          TO PIT-REC-TYPE.
           MOVE WS-ITEM-COUNT TO PIT-REC-COUNT.
           MOVE WS-ITEM-HASH  TO PIT-HASH-TOTAL.
           WRITE PI-TRAILER-RECORD.

           CLOSE PRESENTED-FILE.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-ITEM-HASH.
           DISPLAY "Seeded inward-presented.dat.".

      *> --- One sample check onto the file and its totals ---
       1110-WRITE-SAMPLE-ITEM.
           WRITE PI-DETAIL-RECORD.
           ADD 1 TO WS-ITEM-COUNT.
           ADD PID-AMOUNT TO WS-ITEM-HASH.

      *> --- First pass: count and total the items, and hold
      *>     them against the trailer. Nothing is staged until
      *>     the whole file has proved ---
       2000-PROVE-PRESENTMENT.
           OPEN INPUT PRESENTED-FILE.
           IF WS-PRES-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           READ PRESENTED-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               EVALUATE PIH-REC-TYPE
                   WHEN "01"
                       SET HEADER-SEEN TO TRUE
                       MOVE PIH-SENDER-ID TO WS-SENDER-ID
                       MOVE PIH-PRES-DATE TO WS-PRES-DATE
                   WHEN "02"
                       PERFORM 2100-PROVE-ONE-ITEM
                   WHEN "09"
                       SET TRAILER-SEEN TO TRUE
                       MOVE PIT-REC-COUNT  TO WS-TRL-COUNT
                       MOVE PIT-HASH-TOTAL TO WS-TRL-HASH
                   WHEN OTHER
                       MOVE "N" TO WS-PROOF-FLAG
                       MOVE "Unknown record type on file"
                           TO WS-PROOF-REASON
               END-EVALUATE
               READ PRESENTED-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PRESENTED-FILE.

      *>   An empty file is a night with nothing presented
           IF WS-ITEM-COUNT = 0 AND NOT HEADER-SEEN
               AND NOT TRAILER-SEEN
               GO TO 2000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN NOT FILE-PROVES
                   CONTINUE
               WHEN NOT HEADER-SEEN
                   MOVE "N" TO WS-PROOF-FLAG
                   MOVE "No header record" TO WS-PROOF-REASON
               WHEN WS-PRES-DATE IS NOT NUMERIC
                   OR WS-PRES-DATE = 0
                   MOVE "N" TO WS-PROOF-FLAG
                   MOVE "Header presentment date invalid"
                       TO WS-PROOF-REASON
               WHEN NOT TRAILER-SEEN
                   MOVE "N" TO WS-PROOF-FLAG
                   MOVE "No trailer - file truncated"
                       TO WS-PROOF-REASON
               WHEN WS-ITEM-COUNT NOT = WS-TRL-COUNT
                   MOVE "N" TO WS-PROOF-FLAG
                   MOVE "Item count differs from trailer"
                       TO WS-PROOF-REASON
               WHEN WS-ITEM-HASH NOT = WS-TRL-HASH
                   MOVE "N" TO WS-PROOF-FLAG
                   MOVE "Hash total differs from trailer"
                       TO WS-PROOF-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           CONTINUE.

      *> --- One check into the proving totals. A check
      *>     number or amount that is not a number cannot be
      *>     proved, staged or returned - the file goes back ---
       2100-PROVE-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           IF PID-CHECK-NO IS NOT NUMERIC
               MOVE "N" TO WS-PROOF-FLAG
               MOVE "Check number not numeric"
                   TO WS-PROOF-REASON
           END-IF.
           IF PID-AMOUNT IS NOT NUMERIC
               MOVE "N" TO WS-PROOF-FLAG
               MOVE "Item amount not numeric"
                   TO WS-PROOF-REASON
           ELSE
               ADD PID-AMOUNT TO WS-ITEM-HASH
           END-IF.

      *> --- Second pass: every proved check onto the
      *>     staging file BATCH folds in ---
       3000-STAGE-ITEMS.
           OPEN EXTEND INWARD-TRANS-FILE.
           IF WS-INWTRANS-STATUS NOT = "00"
               OPEN OUTPUT INWARD-TRANS-FILE
           END-IF.
           OPEN INPUT PRESENTED-FILE.
           SET NOT-EOF TO TRUE.
           READ PRESENTED-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF PID-REC-TYPE = "02"
                   PERFORM 3100-STAGE-ONE-ITEM
               END-IF
               READ PRESENTED-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PRESENTED-FILE.
           CLOSE INWARD-TRANS-FILE.
      *>   The presentment is consumed once staged
           OPEN OUTPUT PRESENTED-FILE.
           CLOSE PRESENTED-FILE.

      *> --- One check as a "W" on the feed layout. Whatever
      *>     the account number looks like, it stages - a
      *>     check on an account we cannot find still has to
      *>     go back, and BATCH's rejection is what returns it ---
       3100-STAGE-ONE-ITEM.
           INITIALIZE INWARD-STAGED-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE PID-ACCT-NO   TO TR-ACCT-NO.
           MOVE "W"           TO TR-TYPE.
           MOVE PID-AMOUNT    TO TR-AMOUNT.
           MOVE SPACES        TO TR-DESC.
           STRING "INWARD CHK " PID-CHECK-NO
               DELIMITED BY SIZE INTO TR-DESC
           END-STRING.
           MOVE "INWD"        TO TR-BRANCH.
           MOVE WS-PRES-DATE  TO TR-EFF-DATE.
           MOVE SPACES        TO TR-DEST-ACCT.
           MOVE PID-PRES-BANK TO TR-PRES-BANK.
           MOVE PID-CHECK-NO  TO TR-ORIG-REF.
           WRITE INWARD-STAGED-RECORD.
           ADD 1 TO WS-TOTAL-STAGED.
           ADD PID-AMOUNT TO WS-STAGED-AMT.

      *> --- The file did not prove: nothing stages, the file
      *>     stays where it is for the clearing house to
      *>     correct and re-deliver ---
       4000-REFUSE-FILE.
           DISPLAY "*** INWARD PRESENTMENT REFUSED ***".
           DISPLAY "  Reason:        " WS-PROOF-REASON.
           MOVE WS-ITEM-COUNT TO WS-DISP-CNT.
           DISPLAY "  Items on file: " WS-DISP-CNT.
           MOVE WS-TRL-COUNT TO WS-DISP-CNT.
           DISPLAY "  Trailer count: " WS-DISP-CNT.
           MOVE WS-ITEM-HASH TO WS-DISP-HASH.
           DISPLAY "  Items total:   " WS-DISP-HASH.
           MOVE WS-TRL-HASH TO WS-DISP-HASH.
           DISPLAY "  Trailer total: " WS-DISP-HASH.
           DISPLAY "Nothing staged - inward-presented.dat left "
               "in place.".
           MOVE "E" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "Inward file refused: " WS-PROOF-REASON
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING.
           PERFORM 9100-WRITE-RUN-LOG.

      *> --- Report the night's presentment ---
       5000-CLEANUP.
           MOVE WS-TOTAL-STAGED TO WS-DISP-CNT.
           DISPLAY "Inward items proved and staged: " WS-DISP-CNT.
           MOVE WS-STAGED-AMT TO WS-DISP-AMT.
           DISPLAY "  Total presented:  " WS-DISP-AMT.
           DISPLAY "  From:             " WS-SENDER-ID
               " for " WS-PRES-DATE.
           MOVE "I" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "Inward items staged: " WS-TOTAL-STAGED
                  " proved to trailer"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING.
           PERFORM 9100-WRITE-RUN-LOG.

      *> --- One line on the window's run log ---
       9100-WRITE-RUN-LOG.
           CALL "RUNLOG" USING
               BY CONTENT WS-LOG-PROGRAM
               BY CONTENT WS-LOG-SEVERITY
               BY CONTENT WS-LOG-MESSAGE
           END-CALL.
