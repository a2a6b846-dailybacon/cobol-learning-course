       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTRO.
       AUTHOR. LEARNER.

      *> ============================================
      *> Settlement account reconciliation
      *> ============================================
      *> CLRSETTL marks outward items acknowledged and
      *> ATMSETTL proves the network's totals, but
      *> nobody proved our own settlement account at
      *> the correspondent (GL 1010) against what the
      *> correspondent says moved through it. This step
      *> takes up what our books say went through the
      *> account since the last run - outward clearing
      *> items off outward-register.dat (the 2500 side)
      *> and the day's GL 1010 postings, vault cash
      *> shipments among them - and matches them to the
      *> correspondent's daily statement
      *> (nostro-statement.dat, consumed once applied):
      *> on reference and amount first, then on amount
      *> and direction for postings that carry no
      *> reference of ours.
      *>
      *> Anything unmatched on either side is carried on
      *> nostro-open-items.dat and aged until it clears.
      *> The day's certificate shows the book balance,
      *> the statement balance and the reconciling items
      *> between them; a difference nothing explains is
      *> RC 8 for the settlements desk.
      *>
      *> Directions are the statement's throughout: D
      *> takes money out of our account at the
      *> correspondent, C puts money in (a GL 1010
      *> debit). The running book and statement balances
      *> are carried on nostro-balances.dat.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks nostro.cob
      *>       ../13-subprograms/spoolreg.cob
      *>       ../13-subprograms/runlog.cob -o nostro
      *>   ./nostro
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The correspondent's word: one line per entry on
      *>   our account, plus its closing balance
           SELECT STATEMENT-FILE
               ASSIGN TO "nostro-statement.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

      *>   Our word: outward items BATCH shipped...
           SELECT OUTREG-FILE
               ASSIGN TO "outward-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTREG-STATUS.

      *>   ...and the window's postings, before LEDGER
      *>   consumes them
           SELECT GL-FILE
               ASSIGN TO "gl-postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      *>   Items on either side still waiting for the other
           SELECT OPEN-ITEM-FILE
               ASSIGN TO "nostro-open-items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.

      *>   Book and statement balances carried run to run
           SELECT BALANCE-FILE
               ASSIGN TO "nostro-balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> One statement line. Type E is an entry on our
      *> account; type B is the closing balance, its
      *> D/C the side it stands on (D = overdrawn). For
      *> our outward clearing items the correspondent
      *> quotes our register reference number.
       FD STATEMENT-FILE.
       01 STATEMENT-RECORD.
          05 NS-REC-TYPE      PIC X.
          05 FILLER           PIC X VALUE ",".
          05 NS-VALUE-DATE    PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 NS-DR-CR         PIC X.
          05 FILLER           PIC X VALUE ",".
          05 NS-AMOUNT        PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 NS-REFERENCE     PIC X(20).

      *> Same register layout BATCH appends to
       FD OUTREG-FILE.
       01 OUTREG-RECORD.
          05 OR-REF-NO        PIC 9(9).
          05 FILLER           PIC X VALUE ",".
          05 OR-SENT-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 OR-SRC-ACCT      PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 OR-DEST-ACCT     PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 OR-AMOUNT        PIC 9(7)V99.
          05 FILLER           PIC X VALUE ",".
          05 OR-STATUS        PIC X.
          05 FILLER           PIC X VALUE ",".
          05 OR-ACK-DATE      PIC 9(8).

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

      *> One open item. Side B was booked by us and is not
      *> on a statement yet; side S is on the statement
      *> and not in our books. Aged from the date it
      *> first went open.
       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-RECORD.
          05 NI-SIDE          PIC X.
          05 FILLER           PIC X VALUE ",".
          05 NI-OPEN-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 NI-VALUE-DATE    PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 NI-DR-CR         PIC X.
          05 FILLER           PIC X VALUE ",".
          05 NI-AMOUNT        PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 NI-REFERENCE     PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 NI-SOURCE        PIC X(8).

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
          05 NB-LAST-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 NB-BOOK-BAL      PIC S9(11)V99
                              SIGN LEADING SEPARATE.
          05 FILLER           PIC X VALUE ",".
          05 NB-STMT-BAL      PIC S9(11)V99
                              SIGN LEADING SEPARATE.

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STMT-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-OUTREG-STATUS   PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-OPEN-STATUS     PIC XX.
       01 WS-BAL-STATUS      PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(30).
       01 WS-TODAY-INT        PIC S9(9) COMP.
       01 WS-ITEM-INT         PIC S9(9) COMP.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Our settlement account at the correspondent
       01 WS-NOSTRO-GL        PIC X(4) VALUE "1010".

      *>   Open items older than this many days are flagged
      *>   for the settlements desk
       01 WS-STALE-DAYS       PIC 9(3) VALUE 5.

      *>   Where the last run left off. With no balance file
      *>   the account is taken up from today, both balances
      *>   opening at zero
       01 WS-LAST-DATE        PIC 9(8) VALUE 0.
       01 WS-BOOK-BAL         PIC S9(11)V99 VALUE 0.
       01 WS-STMT-BAL         PIC S9(11)V99 VALUE 0.
       01 WS-STMT-FOOTED      PIC S9(11)V99 VALUE 0.
       01 WS-BANK-CLOSING     PIC S9(11)V99 VALUE 0.
       01 WS-CLOSING-FLAG     PIC X VALUE "N".
          88 CLOSING-GIVEN    VALUE "Y".
       01 WS-STMT-FLAG        PIC X VALUE "N".
          88 STATEMENT-DELIVERED VALUE "Y".

      *>   Every item in play: carried open items plus what
      *>   today takes up on both sides
       01 WS-NI-COUNT         PIC 9(4) VALUE 0.
       01 WS-NI-TABLE.
          05 WS-NI-ENTRY OCCURS 1000 TIMES
             INDEXED BY WS-NI-IDX WS-NB-IDX.
             10 WS-NI-SIDE       PIC X.
             10 WS-NI-OPEN-DATE  PIC 9(8).
             10 WS-NI-VALUE-DATE PIC 9(8).
             10 WS-NI-DR-CR      PIC X.
             10 WS-NI-AMOUNT     PIC 9(9)V99.
             10 WS-NI-REFERENCE  PIC X(20).
             10 WS-NI-SOURCE     PIC X(8).
             10 WS-NI-STATE      PIC X.
                88 NI-OPEN       VALUE "O".
                88 NI-MATCHED    VALUE "M".
       01 WS-MATCH-IDX        PIC 9(4) VALUE 0.

      *>   Staging for one item on its way into the table
       01 WS-NEW-ITEM.
          05 WS-NEW-SIDE       PIC X.
          05 WS-NEW-VALUE-DATE PIC 9(8).
          05 WS-NEW-DR-CR      PIC X.
          05 WS-NEW-AMOUNT     PIC 9(9)V99.
          05 WS-NEW-REFERENCE  PIC X(20).
          05 WS-NEW-SOURCE     PIC X(8).
       01 WS-REF-EDIT         PIC 9(9).

       01 WS-BOOK-TAKEN       PIC 9(5) VALUE 0.
       01 WS-STMT-TAKEN       PIC 9(5) VALUE 0.
       01 WS-MATCHED-COUNT    PIC 9(5) VALUE 0.
       01 WS-MATCHED-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-STALE-COUNT      PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT       PIC 9(5) VALUE 0.

      *>   The reconciling items, by side and direction
       01 WS-OPEN-BOOK-DR     PIC 9(11)V99 VALUE 0.
       01 WS-OPEN-BOOK-CR     PIC 9(11)V99 VALUE 0.
       01 WS-OPEN-STMT-DR     PIC 9(11)V99 VALUE 0.
       01 WS-OPEN-STMT-CR     PIC 9(11)V99 VALUE 0.
       01 WS-ADJUSTED-BAL     PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE       PIC S9(11)V99 VALUE 0.

      *>   Open items by age in days: 0-2, 3-7, 8-30, over 30
       01 WS-AGE-DAYS         PIC 9(5) VALUE 0.
       01 WS-BKT-IDX          PIC 9 VALUE 0.
       01 WS-BUCKET-TABLE.
          05 WS-BUCKET OCCURS 4 TIMES.
             10 WS-BKT-COUNT   PIC 9(5).
             10 WS-BKT-AMOUNT  PIC 9(11)V99.
       01 WS-BUCKET-NAMES.
          05 FILLER            PIC X(12) VALUE "0-2 days    ".
          05 FILLER            PIC X(12) VALUE "3-7 days    ".
          05 FILLER            PIC X(12) VALUE "8-30 days   ".
          05 FILLER            PIC X(12) VALUE "Over 30 days".
       01 WS-BUCKET-NAME-TBL REDEFINES WS-BUCKET-NAMES.
          05 WS-BKT-NAME OCCURS 4 TIMES PIC X(12).

      *> Shared run log
       01 WS-LOG-PROGRAM     PIC X(8) VALUE "NOSTRO".
       01 WS-LOG-SEVERITY    PIC X.
       01 WS-LOG-MESSAGE     PIC X(60).

      *> Shared spool index
       01 WS-SPOOL-PROGRAM   PIC X(8) VALUE "NOSTRO".
       01 WS-SPOOL-REPORT    PIC X(20)
                             VALUE "Settlement recon".
       01 WS-SPOOL-FILE      PIC X(40).

       01 WS-DISP-AMT        PIC $Z(8),ZZ9.99.
       01 WS-DISP-SAMT       PIC $Z(10),ZZ9.99-.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-AGE        PIC Z(4)9.
       01 WS-STALE-MARK      PIC X(2).
       01 WS-CERT-LABEL      PIC X(44).
       01 WS-RPT-DETAIL      PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-OPEN-ITEMS.
           PERFORM 2000-TAKE-UP-REGISTER THRU 2000-EXIT.
           PERFORM 2100-TAKE-UP-GL-POSTINGS THRU 2100-EXIT.
           PERFORM 2500-LOAD-STATEMENT THRU 2500-EXIT.
           PERFORM 3000-MATCH-ITEMS.
           PERFORM 3500-WRITE-CERTIFICATE.
           PERFORM 4000-REWRITE-OPEN-ITEMS.
           PERFORM 5000-CLEANUP.
           STOP RUN.

      *> --- The business date, the report name and where
      *>     the last run left the balances ---
       1000-INITIALIZE.
           DISPLAY "=== Settlement Account Reconciliation ===".
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
           STRING "nostro-recon-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           INITIALIZE WS-BUCKET-TABLE.

           OPEN INPUT BALANCE-FILE.
           IF WS-BAL-STATUS = "00"
               READ BALANCE-FILE
                   AT END MOVE "10" TO WS-BAL-STATUS
               END-READ
           END-IF.
           IF WS-BAL-STATUS = "00"
               MOVE NB-LAST-DATE TO WS-LAST-DATE
               MOVE NB-BOOK-BAL  TO WS-BOOK-BAL
               MOVE NB-STMT-BAL  TO WS-STMT-BAL
               CLOSE BALANCE-FILE
           ELSE
               IF WS-BAL-STATUS NOT = "35"
                   CLOSE BALANCE-FILE
               END-IF
               DISPLAY "No nostro-balances.dat - account taken "
                   "up from today, balances at zero."
               COMPUTE WS-LAST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
           END-IF.

      *> --- Everything still open from earlier runs ---
       1500-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPEN-STATUS NOT = "00"
               DISPLAY "No nostro-open-items.dat - nothing "
                   "carried."
           ELSE
               MOVE "N" TO WS-EOF
               READ OPEN-ITEM-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   PERFORM 1600-CHECK-ROOM
                   ADD 1 TO WS-NI-COUNT
                   MOVE NI-SIDE       TO WS-NI-SIDE(WS-NI-COUNT)
                   MOVE NI-OPEN-DATE
                       TO WS-NI-OPEN-DATE(WS-NI-COUNT)
                   MOVE NI-VALUE-DATE
                       TO WS-NI-VALUE-DATE(WS-NI-COUNT)
                   MOVE NI-DR-CR      TO WS-NI-DR-CR(WS-NI-COUNT)
                   MOVE NI-AMOUNT     TO WS-NI-AMOUNT(WS-NI-COUNT)
                   MOVE NI-REFERENCE
                       TO WS-NI-REFERENCE(WS-NI-COUNT)
                   MOVE NI-SOURCE     TO WS-NI-SOURCE(WS-NI-COUNT)
                   MOVE "O"           TO WS-NI-STATE(WS-NI-COUNT)
                   READ OPEN-ITEM-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF.

      *> --- Never load-cap and then rewrite: items past the
      *>     table would be dropped from the reconciliation
      *>     for good ---
       1600-CHECK-ROOM.
           IF WS-NI-COUNT >= 1000
               DISPLAY "ABEND: more than 1000 settlement items "
                   "in play - raise WS-NI-TABLE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- One new item into the table, open from today ---
       1700-ADD-ITEM.
           PERFORM 1600-CHECK-ROOM.
           ADD 1 TO WS-NI-COUNT.
           MOVE WS-NEW-SIDE       TO WS-NI-SIDE(WS-NI-COUNT).
           MOVE WS-PROCESS-DATE   TO WS-NI-OPEN-DATE(WS-NI-COUNT).
           MOVE WS-NEW-VALUE-DATE
               TO WS-NI-VALUE-DATE(WS-NI-COUNT).
           MOVE WS-NEW-DR-CR      TO WS-NI-DR-CR(WS-NI-COUNT).
           MOVE WS-NEW-AMOUNT     TO WS-NI-AMOUNT(WS-NI-COUNT).
           MOVE WS-NEW-REFERENCE
               TO WS-NI-REFERENCE(WS-NI-COUNT).
           MOVE WS-NEW-SOURCE     TO WS-NI-SOURCE(WS-NI-COUNT).
           MOVE "O"               TO WS-NI-STATE(WS-NI-COUNT).

      *> --- Outward items shipped since the last run: each
      *>     one takes money out of the settlement account
      *>     when the clearing house settles it ---
       2000-TAKE-UP-REGISTER.
           OPEN INPUT OUTREG-FILE.
           IF WS-OUTREG-STATUS NOT = "00"
               DISPLAY "No outward-register.dat - no clearing "
                   "items to take up."
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ OUTREG-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF OR-SENT-DATE > WS-LAST-DATE
                  AND OR-SENT-DATE NOT > WS-PROCESS-DATE
                   MOVE "B"          TO WS-NEW-SIDE
                   MOVE OR-SENT-DATE TO WS-NEW-VALUE-DATE
                   MOVE "D"          TO WS-NEW-DR-CR
                   MOVE OR-AMOUNT    TO WS-NEW-AMOUNT
                   MOVE OR-REF-NO    TO WS-REF-EDIT
                   MOVE SPACES       TO WS-NEW-REFERENCE
                   MOVE WS-REF-EDIT  TO WS-NEW-REFERENCE(1:9)
                   MOVE "CLEARING"   TO WS-NEW-SOURCE
                   PERFORM 1700-ADD-ITEM
                   SUBTRACT OR-AMOUNT FROM WS-BOOK-BAL
                   ADD 1 TO WS-BOOK-TAKEN
               END-IF
               READ OUTREG-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE OUTREG-FILE.
       2000-EXIT.
           CONTINUE.

      *> --- The window's postings to the settlement account
      *>     (vault shipments and anything else booked to
      *>     it): a GL debit is money in, a credit money out ---
       2100-TAKE-UP-GL-POSTINGS.
           OPEN INPUT GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "No gl-postings.dat - no postings to "
                   "take up."
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ GL-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF GL-ACCT-CODE = WS-NOSTRO-GL
                  AND GL-POST-DATE > WS-LAST-DATE
                  AND GL-POST-DATE NOT > WS-PROCESS-DATE
                   MOVE "B"          TO WS-NEW-SIDE
                   MOVE GL-POST-DATE TO WS-NEW-VALUE-DATE
                   MOVE GL-AMOUNT    TO WS-NEW-AMOUNT
                   MOVE GL-DESC      TO WS-NEW-REFERENCE
                   MOVE GL-SOURCE    TO WS-NEW-SOURCE
                   IF GL-DR-CR = "D"
                       MOVE "C" TO WS-NEW-DR-CR
                       ADD GL-AMOUNT TO WS-BOOK-BAL
                   ELSE
                       MOVE "D" TO WS-NEW-DR-CR
                       SUBTRACT GL-AMOUNT FROM WS-BOOK-BAL
                   END-IF
                   PERFORM 1700-ADD-ITEM
                   ADD 1 TO WS-BOOK-TAKEN
               END-IF
               READ GL-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GL-FILE.
       2100-EXIT.
           CONTINUE.

      *> --- The correspondent's statement: entries become
      *>     statement-side items, the balance line is the
      *>     figure the certificate proves to ---
       2500-LOAD-STATEMENT.
           OPEN INPUT STATEMENT-FILE.
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "No nostro-statement.dat delivered today."
               GO TO 2500-EXIT
           END-IF.
           SET STATEMENT-DELIVERED TO TRUE.
           MOVE "N" TO WS-EOF.
           READ STATEMENT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               EVALUATE NS-REC-TYPE
                   WHEN "E"
                       PERFORM 2510-TAKE-UP-ENTRY
                   WHEN "B"
                       SET CLOSING-GIVEN TO TRUE
                       IF NS-DR-CR = "D"
                           COMPUTE WS-BANK-CLOSING =
                               0 - NS-AMOUNT
                       ELSE
                           MOVE NS-AMOUNT TO WS-BANK-CLOSING
                       END-IF
                   WHEN OTHER
                       DISPLAY "  WARNING: statement line type '"
                           NS-REC-TYPE "' ignored."
               END-EVALUATE
               READ STATEMENT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.
       2500-EXIT.
           CONTINUE.

      *> --- One entry on our account at the correspondent ---
       2510-TAKE-UP-ENTRY.
           IF NS-DR-CR NOT = "D" AND NS-DR-CR NOT = "C"
               DISPLAY "  WARNING: statement entry "
                   NS-REFERENCE " has no D/C - ignored."
           ELSE
               MOVE "S"           TO WS-NEW-SIDE
               MOVE NS-VALUE-DATE TO WS-NEW-VALUE-DATE
               MOVE NS-DR-CR      TO WS-NEW-DR-CR
               MOVE NS-AMOUNT     TO WS-NEW-AMOUNT
               MOVE NS-REFERENCE  TO WS-NEW-REFERENCE
               MOVE "BANK"        TO WS-NEW-SOURCE
               PERFORM 1700-ADD-ITEM
               IF NS-DR-CR = "D"
                   SUBTRACT NS-AMOUNT FROM WS-STMT-BAL
               ELSE
                   ADD NS-AMOUNT TO WS-STMT-BAL
               END-IF
               ADD 1 TO WS-STMT-TAKEN
           END-IF.

      *> --- Pair every open statement item with an open
      *>     book item - carried items on both sides get
      *>     another chance every run ---
       3000-MATCH-ITEMS.
           PERFORM VARYING WS-NI-IDX FROM 1 BY 1
                   UNTIL WS-NI-IDX > WS-NI-COUNT
               IF WS-NI-SIDE(WS-NI-IDX) = "S"
                  AND NI-OPEN(WS-NI-IDX)
                   PERFORM 3100-MATCH-ONE-ITEM
               END-IF
           END-PERFORM.

      *> --- The oldest book item with the same reference,
      *>     amount and direction; failing that, the oldest
      *>     unreferenced posting with the same amount and
      *>     direction (outward items always carry ours) ---
       3100-MATCH-ONE-ITEM.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-NB-IDX FROM 1 BY 1
                   UNTIL WS-NB-IDX > WS-NI-COUNT
                      OR WS-MATCH-IDX > 0
               IF WS-NI-SIDE(WS-NB-IDX) = "B"
                  AND NI-OPEN(WS-NB-IDX)
                  AND WS-NI-DR-CR(WS-NB-IDX) =
                      WS-NI-DR-CR(WS-NI-IDX)
                  AND WS-NI-AMOUNT(WS-NB-IDX) =
                      WS-NI-AMOUNT(WS-NI-IDX)
                  AND WS-NI-REFERENCE(WS-NB-IDX) =
                      WS-NI-REFERENCE(WS-NI-IDX)
                   SET WS-MATCH-IDX TO WS-NB-IDX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-NB-IDX FROM 1 BY 1
                   UNTIL WS-NB-IDX > WS-NI-COUNT
                      OR WS-MATCH-IDX > 0
               IF WS-NI-SIDE(WS-NB-IDX) = "B"
                  AND NI-OPEN(WS-NB-IDX)
                  AND WS-NI-SOURCE(WS-NB-IDX) NOT = "CLEARING"
                  AND WS-NI-DR-CR(WS-NB-IDX) =
                      WS-NI-DR-CR(WS-NI-IDX)
                  AND WS-NI-AMOUNT(WS-NB-IDX) =
                      WS-NI-AMOUNT(WS-NI-IDX)
                   SET WS-MATCH-IDX TO WS-NB-IDX
               END-IF
           END-PERFORM.

           IF WS-MATCH-IDX > 0
               MOVE "M" TO WS-NI-STATE(WS-NI-IDX)
               MOVE "M" TO WS-NI-STATE(WS-MATCH-IDX)
               ADD 1 TO WS-MATCHED-COUNT
               ADD WS-NI-AMOUNT(WS-NI-IDX) TO WS-MATCHED-TOTAL
           END-IF.

      *> --- The day's certificate: book balance, the
      *>     reconciling items, the statement balance, and
      *>     every open item aged ---
       3500-WRITE-CERTIFICATE.
           PERFORM VARYING WS-NI-IDX FROM 1 BY 1
                   UNTIL WS-NI-IDX > WS-NI-COUNT
               IF NI-OPEN(WS-NI-IDX)
                   EVALUATE WS-NI-SIDE(WS-NI-IDX)
                            ALSO WS-NI-DR-CR(WS-NI-IDX)
                       WHEN "B" ALSO "D"
                           ADD WS-NI-AMOUNT(WS-NI-IDX)
                               TO WS-OPEN-BOOK-DR
                       WHEN "B" ALSO "C"
                           ADD WS-NI-AMOUNT(WS-NI-IDX)
                               TO WS-OPEN-BOOK-CR
                       WHEN "S" ALSO "D"
                           ADD WS-NI-AMOUNT(WS-NI-IDX)
                               TO WS-OPEN-STMT-DR
                       WHEN "S" ALSO "C"
                           ADD WS-NI-AMOUNT(WS-NI-IDX)
                               TO WS-OPEN-STMT-CR
                   END-EVALUATE
               END-IF
           END-PERFORM.
      *>   Booked payments the correspondent has not debited
      *>   yet go back in; its entries we have not booked
      *>   are applied as it applied them
           COMPUTE WS-ADJUSTED-BAL = WS-BOOK-BAL
               + WS-OPEN-BOOK-DR - WS-OPEN-BOOK-CR
               + WS-OPEN-STMT-CR - WS-OPEN-STMT-DR.
      *>   The bank's closing figure stands when it sent one;
      *>   a statement that does not foot from yesterday's
      *>   balance shows up as the difference
           MOVE WS-STMT-BAL TO WS-STMT-FOOTED.
           IF CLOSING-GIVEN
               MOVE WS-BANK-CLOSING TO WS-STMT-BAL
           END-IF.
           COMPUTE WS-DIFFERENCE = WS-STMT-BAL - WS-ADJUSTED-BAL.

           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "     SETTLEMENT ACCOUNT RECONCILIATION CERTIFICATE"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "As at: " WS-PROCESS-DATE
                  "  GL " WS-NOSTRO-GL
                  " at the correspondent"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-BOOK-TAKEN TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Book items taken up:      " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-STMT-TAKEN TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           IF STATEMENT-DELIVERED
               STRING "Statement entries:        " WS-DISP-CNT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
           ELSE
               MOVE "Statement entries:        (no statement "
                   & "delivered)" TO WS-RPT-DETAIL
           END-IF.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MATCHED-COUNT TO WS-DISP-CNT.
           MOVE WS-MATCHED-TOTAL TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Pairs matched:            " WS-DISP-CNT
                  "  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "Book balance" TO WS-CERT-LABEL.
           MOVE WS-BOOK-BAL TO WS-DISP-SAMT.
           PERFORM 3600-WRITE-CERT-LINE.
           MOVE "  Add: booked debits not yet on statement"
               TO WS-CERT-LABEL.
           MOVE WS-OPEN-BOOK-DR TO WS-DISP-SAMT.
           PERFORM 3600-WRITE-CERT-LINE.
           MOVE "  Less: booked credits not yet on statement"
               TO WS-CERT-LABEL.
           MOVE WS-OPEN-BOOK-CR TO WS-DISP-SAMT.
           PERFORM 3600-WRITE-CERT-LINE.
           MOVE "  Add: statement credits not in our books"
               TO WS-CERT-LABEL.
           MOVE WS-OPEN-STMT-CR TO WS-DISP-SAMT.
           PERFORM 3600-WRITE-CERT-LINE.
           MOVE "  Less: statement debits not in our books"
               TO WS-CERT-LABEL.
           MOVE WS-OPEN-STMT-DR TO WS-DISP-SAMT.
           PERFORM 3600-WRITE-CERT-LINE.
           MOVE "Adjusted book balance" TO WS-CERT-LABEL.
           MOVE WS-ADJUSTED-BAL TO WS-DISP-SAMT.
           PERFORM 3600-WRITE-CERT-LINE.
           IF CLOSING-GIVEN
               MOVE "Statement balance (per correspondent)"
                   TO WS-CERT-LABEL
           ELSE
               MOVE "Statement balance (carried forward)"
                   TO WS-CERT-LABEL
           END-IF.
           MOVE WS-STMT-BAL TO WS-DISP-SAMT.
           PERFORM 3600-WRITE-CERT-LINE.
           MOVE "Difference" TO WS-CERT-LABEL.
           MOVE WS-DIFFERENCE TO WS-DISP-SAMT.
           PERFORM 3600-WRITE-CERT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-DIFFERENCE = 0
               MOVE "  RECONCILED - the reconciling items explain "
                   & "the difference in full" TO RPT-LINE
           ELSE
               MOVE "  *** NOT RECONCILED - difference unexplained "
                   & "***" TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           IF CLOSING-GIVEN
              AND WS-BANK-CLOSING NOT = WS-STMT-FOOTED
               MOVE WS-STMT-FOOTED TO WS-DISP-SAMT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  Statement does not foot: yesterday's "
                      "balance and today's entries give "
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  " WS-DISP-SAMT
                      " - query the correspondent"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "OPEN ITEMS (* = open more than the window)"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Side Opened    Age  D/C        Amount  "
               & "Reference            Source" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-NI-IDX FROM 1 BY 1
                   UNTIL WS-NI-IDX > WS-NI-COUNT
               IF NI-OPEN(WS-NI-IDX)
                   PERFORM 3700-WRITE-OPEN-ITEM
               END-IF
           END-PERFORM.
           IF WS-OPEN-COUNT = 0
               MOVE "  (none - both sides fully matched)"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "AGING OF OPEN ITEMS" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
               MOVE WS-BKT-COUNT(WS-BKT-IDX) TO WS-DISP-CNT
               MOVE WS-BKT-AMOUNT(WS-BKT-IDX) TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  " WS-BKT-NAME(WS-BKT-IDX)
                      "  " WS-DISP-CNT
                      "  " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           CLOSE REPORT-FILE.

      *> --- One labelled figure on the certificate ---
       3600-WRITE-CERT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING WS-CERT-LABEL "  " WS-DISP-SAMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- One open item, its age and its bucket ---
       3700-WRITE-OPEN-ITEM.
           ADD 1 TO WS-OPEN-COUNT.
           COMPUTE WS-ITEM-INT =
               FUNCTION INTEGER-OF-DATE(WS-NI-OPEN-DATE(WS-NI-IDX)).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ITEM-INT.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 3
                   MOVE 1 TO WS-BKT-IDX
               WHEN WS-AGE-DAYS < 8
                   MOVE 2 TO WS-BKT-IDX
               WHEN WS-AGE-DAYS < 31
                   MOVE 3 TO WS-BKT-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BKT-IDX
           END-EVALUATE.
           ADD 1 TO WS-BKT-COUNT(WS-BKT-IDX).
           ADD WS-NI-AMOUNT(WS-NI-IDX)
               TO WS-BKT-AMOUNT(WS-BKT-IDX).
           MOVE SPACES TO WS-STALE-MARK.
           IF WS-AGE-DAYS > WS-STALE-DAYS
               MOVE " *" TO WS-STALE-MARK
               ADD 1 TO WS-STALE-COUNT
           END-IF.
           MOVE WS-AGE-DAYS TO WS-DISP-AGE.
           MOVE WS-NI-AMOUNT(WS-NI-IDX) TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  " WS-NI-SIDE(WS-NI-IDX)
                  "    " WS-NI-OPEN-DATE(WS-NI-IDX)
                  WS-DISP-AGE
                  "  " WS-NI-DR-CR(WS-NI-IDX)
                  " " WS-DISP-AMT
                  "  " WS-NI-REFERENCE(WS-NI-IDX)
                  " " WS-NI-SOURCE(WS-NI-IDX)
                  WS-STALE-MARK
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- What is still open goes back to disk for the
      *>     next run, with the balances it was proved at ---
       4000-REWRITE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE.
           PERFORM VARYING WS-NI-IDX FROM 1 BY 1
                   UNTIL WS-NI-IDX > WS-NI-COUNT
               IF NI-OPEN(WS-NI-IDX)
                   INITIALIZE OPEN-ITEM-RECORD
                       WITH FILLER ALL TO VALUE
                       THEN TO DEFAULT
                   MOVE WS-NI-SIDE(WS-NI-IDX)      TO NI-SIDE
                   MOVE WS-NI-OPEN-DATE(WS-NI-IDX) TO NI-OPEN-DATE
                   MOVE WS-NI-VALUE-DATE(WS-NI-IDX)
                       TO NI-VALUE-DATE
                   MOVE WS-NI-DR-CR(WS-NI-IDX)     TO NI-DR-CR
                   MOVE WS-NI-AMOUNT(WS-NI-IDX)    TO NI-AMOUNT
                   MOVE WS-NI-REFERENCE(WS-NI-IDX) TO NI-REFERENCE
                   MOVE WS-NI-SOURCE(WS-NI-IDX)    TO NI-SOURCE
                   WRITE OPEN-ITEM-RECORD
               END-IF
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.

           OPEN OUTPUT BALANCE-FILE.
           INITIALIZE BALANCE-RECORD
               WITH FILLER ALL TO VALUE THEN TO DEFAULT.
           MOVE WS-PROCESS-DATE TO NB-LAST-DATE.
           MOVE WS-BOOK-BAL     TO NB-BOOK-BAL.
           MOVE WS-STMT-BAL     TO NB-STMT-BAL.
           WRITE BALANCE-RECORD.
           CLOSE BALANCE-FILE.

      *>   The statement is consumed only once everything it
      *>   settled is safely on disk
           IF STATEMENT-DELIVERED
               OPEN OUTPUT STATEMENT-FILE
               CLOSE STATEMENT-FILE
           END-IF.

      *> --- Onto the spool; a difference is RC 8 and stale
      *>     items are flagged loudly ---
       5000-CLEANUP.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.
           MOVE WS-MATCHED-COUNT TO WS-DISP-CNT.
           DISPLAY "Pairs matched this pass: " WS-DISP-CNT.
           MOVE WS-OPEN-COUNT TO WS-DISP-CNT.
           DISPLAY "Items left open:         " WS-DISP-CNT.
           MOVE 0 TO RETURN-CODE.
           IF WS-STALE-COUNT > 0
               MOVE WS-STALE-COUNT TO WS-DISP-CNT
               DISPLAY "Open past the window:    " WS-DISP-CNT
                   " - see " WS-REPORT-FILENAME
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Settlement items open past window: "
                      WS-DISP-CNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "RUNLOG" USING
                   BY CONTENT WS-LOG-PROGRAM
                   BY CONTENT WS-LOG-SEVERITY
                   BY CONTENT WS-LOG-MESSAGE
               END-CALL
           END-IF.
           IF WS-DIFFERENCE NOT = 0
               MOVE WS-DIFFERENCE TO WS-DISP-SAMT
               DISPLAY "SETTLEMENT ACCOUNT NOT RECONCILED: "
                   "difference " WS-DISP-SAMT
               MOVE "E" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Settlement account unreconciled by "
                      WS-DISP-SAMT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "RUNLOG" USING
                   BY CONTENT WS-LOG-PROGRAM
                   BY CONTENT WS-LOG-SEVERITY
                   BY CONTENT WS-LOG-MESSAGE
               END-CALL
               MOVE 8 TO RETURN-CODE
           END-IF.
