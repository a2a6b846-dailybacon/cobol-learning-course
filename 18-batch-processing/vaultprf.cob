       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULTPRF.
       AUTHOR. LEARNER.

      *> ============================================
      *> Branch vault daily proof
      *> ============================================
      *> Each branch vault opens the day with the cash
      *> its last proof counted (vault-position.dat),
      *> and every note that moves through it after
      *> that is keyed on the VAULT screen
      *> (vault-movements.dat): cash issued to and
      *> returned from teller drawers, shipments in and
      *> out, and the counted close. This end-of-day
      *> step proves, vault by vault and note by note,
      *> that the opening plus the movements equals the
      *> counted close:
      *>   - any difference is posted to the GL cash
      *>     over/short account (4300), the same as
      *>     DRAWREC posts a drawer's;
      *>   - shipments are booked against the central
      *>     bank (1010) so GL cash follows the notes;
      *>   - each teller's drawer issues and returns are
      *>     tied to their sessions on
      *>     teller-sessions.dat - the float declared
      *>     should be what the vault issued, the count
      *>     declared what came back;
      *>   - a vault closing below its minimum holding
      *>     gets a cash-order suggestion.
      *> The counted close becomes the next opening and
      *> the day's movements are consumed. A vault with
      *> no count keyed carries its book figures forward
      *> and is flagged; no over/short is posted for it.
      *>
      *> Run before DRAWREC, which consumes the teller
      *> sessions this proof ties to. A vault already
      *> proven for the business date is left alone, so
      *> a rerun posts nothing twice; movements keyed
      *> for it after its proof wait for the next one.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks vaultprf.cob
      *>       -o vaultprf
      *>   ./vaultprf
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-FILE
               ASSIGN TO "vault-position.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VP-BRANCH
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT VAULT-MOVE-FILE
               ASSIGN TO "vault-movements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VMOVE-STATUS.

           SELECT SESSION-FILE
               ASSIGN TO "teller-sessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

           SELECT GL-FILE
               ASSIGN TO "gl-postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD VAULT-FILE.
       01 VAULT-RECORD.
           COPY "vaultrec.cpy".

       FD VAULT-MOVE-FILE.
       01 VAULT-MOVE-RECORD.
           COPY "vaultmov.cpy".

      *> Same session layout TELLER records
       FD SESSION-FILE.
       01 SESSION-RECORD.
          05 SE-DATE          PIC 9(8).
          05 FILLER           PIC X.
          05 SE-OPERATOR      PIC X(8).
          05 FILLER           PIC X.
          05 SE-BRANCH        PIC X(4).
          05 FILLER           PIC X.
          05 SE-FLOAT         PIC 9(7)V99.
          05 FILLER           PIC X.
          05 SE-CASH-IN       PIC 9(9)V99.
          05 FILLER           PIC X.
          05 SE-CASH-OUT      PIC 9(9)V99.
          05 FILLER           PIC X.
          05 SE-DECLARED      PIC 9(9)V99.

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-VAULT-STATUS    PIC XX.
           COPY "filestat.cpy".
       01 WS-VMOVE-STATUS    PIC XX.
       01 WS-SESSION-STATUS  PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(26).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Face value of each note slot, in the order the
      *>   vault layouts carry them
       01 WS-DENOM-VALUES.
          05 FILLER          PIC 9(3) VALUE 100.
          05 FILLER          PIC 9(3) VALUE 50.
          05 FILLER          PIC 9(3) VALUE 20.
          05 FILLER          PIC 9(3) VALUE 10.
          05 FILLER          PIC 9(3) VALUE 5.
          05 FILLER          PIC 9(3) VALUE 2.
          05 FILLER          PIC 9(3) VALUE 1.
       01 WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
          05 WS-DENOM-FACE   PIC 9(3) OCCURS 7 TIMES.
       01 WS-DN-IDX          PIC 9.

      *>   One vault per branch. Each carries six columns of
      *>   notes and coin: 1 the proven opening, 2 shipments
      *>   in, 3 shipments out, 4 issued to drawers,
      *>   5 returned from drawers, 6 the counted close
       01 WS-VT-COUNT         PIC 9(3) VALUE 0.
       01 WS-VT-TABLE.
          05 WS-VT-ENTRY OCCURS 50 TIMES.
             10 WS-VT-BRANCH    PIC X(4).
             10 WS-VT-MINIMUM   PIC 9(9)V99.
             10 WS-VT-TARGET    PIC 9(9)V99.
             10 WS-VT-COUNTED   PIC X.
             10 WS-VT-SKIP      PIC X.
             10 WS-VT-CLOSE-VAL PIC S9(9)V99.
             10 WS-VT-COL OCCURS 6 TIMES.
                15 WS-VT-NOTES  PIC S9(7) OCCURS 7 TIMES.
                15 WS-VT-COIN   PIC S9(7)V99.
       01 WS-VT-IDX           PIC 9(3).
       01 WS-VT-MATCH-IDX     PIC 9(3) VALUE 0.
       01 WS-COL-IDX          PIC 9.
       01 WS-SEEK-BRANCH      PIC X(4).

      *>   The closing position each vault rolls forward on
       01 WS-NEW-COUNTS.
          05 WS-NEW-NOTES     PIC S9(7) OCCURS 7 TIMES.
       01 WS-NEW-COIN         PIC S9(7)V99.

      *>   Drawer cash by teller and branch: what the vault
      *>   issued and took back, against what the sessions
      *>   declared
       01 WS-TT-COUNT         PIC 9(3) VALUE 0.
       01 WS-TT-TABLE.
          05 WS-TT-ENTRY OCCURS 100 TIMES.
             10 WS-TT-OPER      PIC X(8).
             10 WS-TT-BRANCH    PIC X(4).
             10 WS-TT-ISSUED    PIC 9(9)V99.
             10 WS-TT-RETURNED  PIC 9(9)V99.
             10 WS-TT-FLOAT     PIC 9(9)V99.
             10 WS-TT-DECLARED  PIC 9(9)V99.
       01 WS-TT-IDX           PIC 9(3).
       01 WS-TT-MATCH-IDX     PIC 9(3) VALUE 0.
       01 WS-SEEK-OPER        PIC X(8).

      *>   Movements that belong to no vault proven tonight -
      *>   written back to the movements file for the next
      *>   proof instead of being lost with the rest
       01 WS-KEEP-COUNT       PIC 9(3) VALUE 0.
       01 WS-KEEP-TABLE.
          05 WS-KEEP-REC OCCURS 200 TIMES PIC X(124).
       01 WS-KEEP-IDX         PIC 9(3).
       01 WS-UNKNOWN-MOVES    PIC 9(3) VALUE 0.

       01 WS-COL-VALUE        PIC S9(9)V99 VALUE 0.
       01 WS-OPEN-VALUE       PIC S9(9)V99 VALUE 0.
       01 WS-IN-VALUE         PIC S9(9)V99 VALUE 0.
       01 WS-OUT-VALUE        PIC S9(9)V99 VALUE 0.
       01 WS-ISSUED-VALUE     PIC S9(9)V99 VALUE 0.
       01 WS-RETURNED-VALUE   PIC S9(9)V99 VALUE 0.
       01 WS-EXPECTED-VALUE   PIC S9(9)V99 VALUE 0.
       01 WS-COUNTED-VALUE    PIC S9(9)V99 VALUE 0.
       01 WS-OVER-SHORT       PIC S9(9)V99 VALUE 0.
       01 WS-NET-OVER-SHORT   PIC S9(9)V99 VALUE 0.
       01 WS-ABS-AMT          PIC 9(9)V99 VALUE 0.
       01 WS-ORDER-AMT        PIC 9(9)V99 VALUE 0.
       01 WS-PROVEN-COUNT     PIC 9(3) VALUE 0.
       01 WS-DIFF-COUNT       PIC 9(3) VALUE 0.
       01 WS-ORDER-COUNT      PIC 9(3) VALUE 0.
       01 WS-UNTIED-COUNT     PIC 9(3) VALUE 0.
       01 WS-GL-DESC          PIC X(20).
       01 WS-GL-DR-CODE       PIC X(4).
       01 WS-GL-CR-CODE       PIC X(4).

      *>   One line of the note-by-note proof: a label, then
      *>   opening, in, out, to drawers, from drawers,
      *>   expected, counted and difference - counts of notes,
      *>   or (coin line) values
       01 WS-DN-ROW.
          05 WS-ROW-LABEL     PIC X(6).
          05 WS-ROW-CELL OCCURS 8 TIMES.
             10 FILLER        PIC X.
             10 WS-ROW-NUM    PIC -Z(8)9.
       01 WS-COIN-ROW REDEFINES WS-DN-ROW.
          05 FILLER           PIC X(6).
          05 WS-COIN-CELL OCCURS 8 TIMES.
             10 FILLER        PIC X.
             10 WS-COIN-NUM   PIC -Z(5)9.99.
       01 WS-ROW-EXPECTED     PIC S9(9)V99 VALUE 0.

       01 WS-DISP-FACE       PIC ZZ9.
       01 WS-DISP-AMT        PIC $Z(7),ZZ9.99-.
       01 WS-DISP-AMT2       PIC $Z(7),ZZ9.99-.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-RPT-DETAIL      PIC X(96).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-VAULTS.
           PERFORM 2000-ROLL-MOVEMENTS
               THRU 2000-EXIT.
           PERFORM 2500-LOAD-SESSIONS
               THRU 2500-EXIT.
           PERFORM 3000-PROVE-AND-REPORT.
           PERFORM 4000-ROLL-FORWARD.
           PERFORM 4100-CONSUME-MOVEMENTS.
           PERFORM 4200-SUMMARY.
           STOP RUN.

      *> --- Dates and the report ---
       1000-INITIALIZE.
           DISPLAY "=== Branch Vault Proof ===".
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
           STRING "vault-proof-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

      *> --- Every vault and its proven opening ---
       1500-LOAD-VAULTS.
           OPEN I-O VAULT-FILE.
           IF NOT FS-SUCCESS
               DISPLAY "No vault-position.dat - no vaults "
                   "to prove."
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO VP-BRANCH.
           START VAULT-FILE KEY IS NOT LESS THAN VP-BRANCH
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ VAULT-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL END-OF-FILE
               IF WS-VT-COUNT < 50
                   ADD 1 TO WS-VT-COUNT
                   INITIALIZE WS-VT-ENTRY(WS-VT-COUNT)
                   MOVE VP-BRANCH
                       TO WS-VT-BRANCH(WS-VT-COUNT)
                   MOVE VP-MIN-HOLDING
                       TO WS-VT-MINIMUM(WS-VT-COUNT)
                   MOVE VP-ORDER-TARGET
                       TO WS-VT-TARGET(WS-VT-COUNT)
                   MOVE "N" TO WS-VT-COUNTED(WS-VT-COUNT)
                   MOVE "N" TO WS-VT-SKIP(WS-VT-COUNT)
                   IF VP-PROOF-DATE >= WS-PROCESS-DATE
                       MOVE "Y" TO WS-VT-SKIP(WS-VT-COUNT)
                   END-IF
                   PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                           UNTIL WS-DN-IDX > 7
                       MOVE VP-NOTE-COUNT(WS-DN-IDX)
                           TO WS-VT-NOTES(WS-VT-COUNT, 1,
                               WS-DN-IDX)
                   END-PERFORM
                   MOVE VP-COIN-AMT
                       TO WS-VT-COIN(WS-VT-COUNT, 1)
               ELSE
                   DISPLAY "WARNING: more than 50 vaults - "
                       "extras not proven."
               END-IF
               READ VAULT-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

      *> --- The day's movements into each vault's columns;
      *>     drawer issues and returns by teller as well ---
       2000-ROLL-MOVEMENTS.
           OPEN INPUT VAULT-MOVE-FILE.
           IF WS-VMOVE-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ VAULT-MOVE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               MOVE VM-BRANCH TO WS-SEEK-BRANCH
               PERFORM 5000-FIND-VAULT
               IF WS-VT-MATCH-IDX = 0
                   ADD 1 TO WS-UNKNOWN-MOVES
                   PERFORM 2100-KEEP-MOVEMENT
               ELSE
                   IF WS-VT-SKIP(WS-VT-MATCH-IDX) = "Y"
                       PERFORM 2100-KEEP-MOVEMENT
                   ELSE
                       PERFORM 2200-TAKE-ONE-MOVEMENT
                   END-IF
               END-IF
               READ VAULT-MOVE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE VAULT-MOVE-FILE.
           IF WS-UNKNOWN-MOVES > 0
               DISPLAY "WARNING: " WS-UNKNOWN-MOVES
                   " movement(s) for branches with no vault "
                   "set up - kept for the next proof."
           END-IF.
       2000-EXIT.
           CONTINUE.

      *> --- A movement this proof does not take stays on
      *>     file for the next one ---
       2100-KEEP-MOVEMENT.
           IF WS-KEEP-COUNT < 200
               ADD 1 TO WS-KEEP-COUNT
               MOVE VAULT-MOVE-RECORD
                   TO WS-KEEP-REC(WS-KEEP-COUNT)
           ELSE
               DISPLAY "ABEND: more than 200 vault movements "
                   "to carry - raise WS-KEEP-TABLE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- One movement into its vault's column. A second
      *>     closing count replaces the first ---
       2200-TAKE-ONE-MOVEMENT.
           EVALUATE VM-TYPE
               WHEN "I" MOVE 2 TO WS-COL-IDX
               WHEN "O" MOVE 3 TO WS-COL-IDX
               WHEN "D" MOVE 4 TO WS-COL-IDX
               WHEN "R" MOVE 5 TO WS-COL-IDX
               WHEN "C" MOVE 6 TO WS-COL-IDX
               WHEN OTHER MOVE 0 TO WS-COL-IDX
           END-EVALUATE.
           IF WS-COL-IDX = 0
               DISPLAY "WARNING: vault movement type '" VM-TYPE
                   "' for " VM-BRANCH " not recognised - ignored."
           ELSE
               IF WS-COL-IDX = 6
                   MOVE "Y" TO WS-VT-COUNTED(WS-VT-MATCH-IDX)
                   PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                           UNTIL WS-DN-IDX > 7
                       MOVE 0 TO WS-VT-NOTES(WS-VT-MATCH-IDX, 6,
                           WS-DN-IDX)
                   END-PERFORM
                   MOVE 0 TO WS-VT-COIN(WS-VT-MATCH-IDX, 6)
               END-IF
               PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                       UNTIL WS-DN-IDX > 7
                   ADD VM-NOTE-COUNT(WS-DN-IDX)
                       TO WS-VT-NOTES(WS-VT-MATCH-IDX,
                           WS-COL-IDX, WS-DN-IDX)
               END-PERFORM
               ADD VM-COIN-AMT
                   TO WS-VT-COIN(WS-VT-MATCH-IDX, WS-COL-IDX)
           END-IF.
           IF VM-TYPE = "D" OR VM-TYPE = "R"
               MOVE VM-TELLER TO WS-SEEK-OPER
               PERFORM 5100-FIND-OR-ADD-TELLER
               IF WS-TT-MATCH-IDX NOT = 0
                   IF VM-TYPE = "D"
                       ADD VM-AMOUNT
                           TO WS-TT-ISSUED(WS-TT-MATCH-IDX)
                   ELSE
                       ADD VM-AMOUNT
                           TO WS-TT-RETURNED(WS-TT-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

      *> --- What each teller's sessions declared. The file
      *>     is only read here - DRAWREC consumes it ---
       2500-LOAD-SESSIONS.
           OPEN INPUT SESSION-FILE.
           IF WS-SESSION-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ SESSION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               MOVE SE-BRANCH TO WS-SEEK-BRANCH
               PERFORM 5000-FIND-VAULT
               IF WS-VT-MATCH-IDX NOT = 0
                   MOVE SE-OPERATOR TO WS-SEEK-OPER
                   PERFORM 5100-FIND-OR-ADD-TELLER
                   IF WS-TT-MATCH-IDX NOT = 0
                       ADD SE-FLOAT
                           TO WS-TT-FLOAT(WS-TT-MATCH-IDX)
                       ADD SE-DECLARED
                           TO WS-TT-DECLARED(WS-TT-MATCH-IDX)
                   END-IF
               END-IF
               READ SESSION-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SESSION-FILE.
       2500-EXIT.
           CONTINUE.

      *> --- Vault by vault, then the cash orders due ---
       3000-PROVE-AND-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "        BRANCH VAULT PROOF"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Business date: " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           OPEN EXTEND GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               OPEN OUTPUT GL-FILE
           END-IF.

           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                   UNTIL WS-VT-IDX > WS-VT-COUNT
               PERFORM 3100-PROVE-ONE-VAULT
                   THRU 3100-EXIT
           END-PERFORM.
           CLOSE GL-FILE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NET-OVER-SHORT TO WS-DISP-AMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "NET VAULT OVER(+)/SHORT(-): " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "CASH ORDER SUGGESTIONS" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                   UNTIL WS-VT-IDX > WS-VT-COUNT
               PERFORM 3500-SUGGEST-CASH-ORDER
           END-PERFORM.
           IF WS-ORDER-COUNT = 0
               MOVE "  Every vault closed at or above its minimum."
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE REPORT-FILE.

      *> --- One vault: the note-by-note proof, the money
      *>     summary, the ledger, and the drawer tie-out ---
       3100-PROVE-ONE-VAULT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Vault " WS-VT-BRANCH(WS-VT-IDX)
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-VT-SKIP(WS-VT-IDX) = "Y"
               MOVE "  Already proven for this business date - "
                   & "left as it stands." TO RPT-LINE
               WRITE RPT-LINE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-PROVEN-COUNT.

           MOVE "  Note       Open         In        Out"
               & " To drawers From drwrs   Expected    Counted"
               & " Difference" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > 7
               PERFORM 3200-WRITE-NOTE-ROW
           END-PERFORM.
           PERFORM 3250-WRITE-COIN-ROW.

      *>   The same proof in money
           MOVE 1 TO WS-COL-IDX.
           PERFORM 3150-VALUE-COLUMN.
           MOVE WS-COL-VALUE TO WS-OPEN-VALUE.
           MOVE 2 TO WS-COL-IDX.
           PERFORM 3150-VALUE-COLUMN.
           MOVE WS-COL-VALUE TO WS-IN-VALUE.
           MOVE 3 TO WS-COL-IDX.
           PERFORM 3150-VALUE-COLUMN.
           MOVE WS-COL-VALUE TO WS-OUT-VALUE.
           MOVE 4 TO WS-COL-IDX.
           PERFORM 3150-VALUE-COLUMN.
           MOVE WS-COL-VALUE TO WS-ISSUED-VALUE.
           MOVE 5 TO WS-COL-IDX.
           PERFORM 3150-VALUE-COLUMN.
           MOVE WS-COL-VALUE TO WS-RETURNED-VALUE.
           MOVE 6 TO WS-COL-IDX.
           PERFORM 3150-VALUE-COLUMN.
           MOVE WS-COL-VALUE TO WS-COUNTED-VALUE.
           COMPUTE WS-EXPECTED-VALUE = WS-OPEN-VALUE
               + WS-IN-VALUE - WS-OUT-VALUE
               - WS-ISSUED-VALUE + WS-RETURNED-VALUE.

           MOVE WS-OPEN-VALUE TO WS-DISP-AMT.
           MOVE WS-IN-VALUE   TO WS-DISP-AMT2.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Opening      " WS-DISP-AMT
                  "   Shipments in   " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ISSUED-VALUE TO WS-DISP-AMT.
           MOVE WS-OUT-VALUE    TO WS-DISP-AMT2.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  To drawers   " WS-DISP-AMT
                  "   Shipments out  " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RETURNED-VALUE TO WS-DISP-AMT.
           MOVE WS-EXPECTED-VALUE TO WS-DISP-AMT2.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  From drawers " WS-DISP-AMT
                  "   Expected close " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *>   Shipments move cash between the vault and the
      *>   central bank - GL cash follows the notes
           IF WS-IN-VALUE > 0
               MOVE SPACES TO WS-GL-DESC
               STRING "Vault ship in " WS-VT-BRANCH(WS-VT-IDX)
                   DELIMITED BY SIZE INTO WS-GL-DESC
               END-STRING
               MOVE WS-IN-VALUE TO WS-ABS-AMT
               MOVE "1000" TO WS-GL-DR-CODE
               MOVE "1010" TO WS-GL-CR-CODE
               PERFORM 3400-WRITE-GL-PAIR
           END-IF.
           IF WS-OUT-VALUE > 0
               MOVE SPACES TO WS-GL-DESC
               STRING "Vault ship out " WS-VT-BRANCH(WS-VT-IDX)
                   DELIMITED BY SIZE INTO WS-GL-DESC
               END-STRING
               MOVE WS-OUT-VALUE TO WS-ABS-AMT
               MOVE "1010" TO WS-GL-DR-CODE
               MOVE "1000" TO WS-GL-CR-CODE
               PERFORM 3400-WRITE-GL-PAIR
           END-IF.

           IF WS-VT-COUNTED(WS-VT-IDX) = "Y"
               PERFORM 3300-TAKE-COUNTED-CLOSE
           ELSE
               MOVE "  *** NO CLOSING COUNT KEYED - book "
                   & "figures carried forward, count it "
                   & "first thing ***" TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-DIFF-COUNT
               MOVE WS-EXPECTED-VALUE
                   TO WS-VT-CLOSE-VAL(WS-VT-IDX)
           END-IF.

           PERFORM 3600-TIE-OUT-DRAWERS.
       3100-EXIT.
           CONTINUE.

      *> --- Value of column WS-COL-IDX of this vault ---
       3150-VALUE-COLUMN.
           MOVE WS-VT-COIN(WS-VT-IDX, WS-COL-IDX) TO WS-COL-VALUE.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > 7
               COMPUTE WS-COL-VALUE = WS-COL-VALUE
                   + WS-VT-NOTES(WS-VT-IDX, WS-COL-IDX, WS-DN-IDX)
                   * WS-DENOM-FACE(WS-DN-IDX)
           END-PERFORM.

      *> --- One denomination across the columns ---
       3200-WRITE-NOTE-ROW.
           MOVE SPACES TO WS-DN-ROW.
           MOVE WS-DENOM-FACE(WS-DN-IDX) TO WS-DISP-FACE.
           STRING "  $" WS-DISP-FACE
               DELIMITED BY SIZE INTO WS-ROW-LABEL
           END-STRING.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 5
               MOVE WS-VT-NOTES(WS-VT-IDX, WS-COL-IDX, WS-DN-IDX)
                   TO WS-ROW-NUM(WS-COL-IDX)
           END-PERFORM.
           COMPUTE WS-ROW-EXPECTED =
               WS-VT-NOTES(WS-VT-IDX, 1, WS-DN-IDX)
               + WS-VT-NOTES(WS-VT-IDX, 2, WS-DN-IDX)
               - WS-VT-NOTES(WS-VT-IDX, 3, WS-DN-IDX)
               - WS-VT-NOTES(WS-VT-IDX, 4, WS-DN-IDX)
               + WS-VT-NOTES(WS-VT-IDX, 5, WS-DN-IDX).
           MOVE WS-ROW-EXPECTED TO WS-ROW-NUM(6).
           IF WS-VT-COUNTED(WS-VT-IDX) = "Y"
               MOVE WS-VT-NOTES(WS-VT-IDX, 6, WS-DN-IDX)
                   TO WS-ROW-NUM(7)
               COMPUTE WS-ROW-NUM(8) =
                   WS-VT-NOTES(WS-VT-IDX, 6, WS-DN-IDX)
                   - WS-ROW-EXPECTED
               MOVE WS-VT-NOTES(WS-VT-IDX, 6, WS-DN-IDX)
                   TO WS-NEW-NOTES(WS-DN-IDX)
           ELSE
               MOVE SPACES TO WS-ROW-CELL(7)
               MOVE SPACES TO WS-ROW-CELL(8)
               MOVE WS-ROW-EXPECTED TO WS-NEW-NOTES(WS-DN-IDX)
           END-IF.
           MOVE WS-DN-ROW TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Coin, by value, across the same columns ---
       3250-WRITE-COIN-ROW.
           MOVE SPACES TO WS-COIN-ROW.
           MOVE "  Coin" TO WS-ROW-LABEL.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 5
               MOVE WS-VT-COIN(WS-VT-IDX, WS-COL-IDX)
                   TO WS-COIN-NUM(WS-COL-IDX)
           END-PERFORM.
           COMPUTE WS-ROW-EXPECTED =
               WS-VT-COIN(WS-VT-IDX, 1)
               + WS-VT-COIN(WS-VT-IDX, 2)
               - WS-VT-COIN(WS-VT-IDX, 3)
               - WS-VT-COIN(WS-VT-IDX, 4)
               + WS-VT-COIN(WS-VT-IDX, 5).
           MOVE WS-ROW-EXPECTED TO WS-COIN-NUM(6).
           IF WS-VT-COUNTED(WS-VT-IDX) = "Y"
               MOVE WS-VT-COIN(WS-VT-IDX, 6) TO WS-COIN-NUM(7)
               COMPUTE WS-COIN-NUM(8) =
                   WS-VT-COIN(WS-VT-IDX, 6) - WS-ROW-EXPECTED
               MOVE WS-VT-COIN(WS-VT-IDX, 6) TO WS-NEW-COIN
           ELSE
               MOVE SPACES TO WS-COIN-CELL(7)
               MOVE SPACES TO WS-COIN-CELL(8)
               MOVE WS-ROW-EXPECTED TO WS-NEW-COIN
           END-IF.
           MOVE WS-COIN-ROW TO RPT-LINE.
           WRITE RPT-LINE.
      *>   Hold the closing position for the roll-forward
           PERFORM 3260-HOLD-NEW-POSITION.

      *> --- The closing position goes back into column 6,
      *>     which the roll-forward writes to the vault ---
       3260-HOLD-NEW-POSITION.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > 7
               MOVE WS-NEW-NOTES(WS-DN-IDX)
                   TO WS-VT-NOTES(WS-VT-IDX, 6, WS-DN-IDX)
           END-PERFORM.
           MOVE WS-NEW-COIN TO WS-VT-COIN(WS-VT-IDX, 6).

      *> --- Counted against expected; the difference is the
      *>     vault's over/short and goes to 4300 ---
       3300-TAKE-COUNTED-CLOSE.
           COMPUTE WS-OVER-SHORT =
               WS-COUNTED-VALUE - WS-EXPECTED-VALUE.
           ADD WS-OVER-SHORT TO WS-NET-OVER-SHORT.
           MOVE WS-COUNTED-VALUE TO WS-VT-CLOSE-VAL(WS-VT-IDX).
           MOVE WS-COUNTED-VALUE TO WS-DISP-AMT.
           MOVE WS-OVER-SHORT    TO WS-DISP-AMT2.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Counted      " WS-DISP-AMT
                  "   Over/short     " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-OVER-SHORT NOT = 0
               ADD 1 TO WS-DIFF-COUNT
               MOVE "  *** VAULT OVER/SHORT - posted to 4300 ***"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO WS-GL-DESC
               STRING "Vault o/s " WS-VT-BRANCH(WS-VT-IDX)
                   DELIMITED BY SIZE INTO WS-GL-DESC
               END-STRING
               IF WS-OVER-SHORT > 0
      *>           More cash than the books expect: cash up,
      *>           the difference is income until explained
                   MOVE WS-OVER-SHORT TO WS-ABS-AMT
                   MOVE "1000" TO WS-GL-DR-CODE
                   MOVE "4300" TO WS-GL-CR-CODE
               ELSE
                   COMPUTE WS-ABS-AMT = 0 - WS-OVER-SHORT
                   MOVE "4300" TO WS-GL-DR-CODE
                   MOVE "1000" TO WS-GL-CR-CODE
               END-IF
               PERFORM 3400-WRITE-GL-PAIR
           END-IF.

      *> --- One balanced ledger pair for WS-ABS-AMT, both
      *>     legs allocated to the vault's branch ---
       3400-WRITE-GL-PAIR.
           INITIALIZE GL-POSTING-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-VT-BRANCH(WS-VT-IDX) TO GL-COST-CENTER.
           MOVE WS-PROCESS-DATE TO GL-POST-DATE.
           MOVE "VAULTPRF"      TO GL-SOURCE.
           MOVE WS-GL-DESC      TO GL-DESC.
           MOVE WS-ABS-AMT      TO GL-AMOUNT.
           MOVE WS-GL-DR-CODE   TO GL-ACCT-CODE.
           MOVE "D"             TO GL-DR-CR.
           WRITE GL-POSTING-RECORD.
           MOVE WS-GL-CR-CODE   TO GL-ACCT-CODE.
           MOVE "C"             TO GL-DR-CR.
           WRITE GL-POSTING-RECORD.

      *> --- A vault closing below its minimum holding: the
      *>     order that tops it back up ---
       3500-SUGGEST-CASH-ORDER.
           IF WS-VT-SKIP(WS-VT-IDX) NOT = "Y"
               AND WS-VT-CLOSE-VAL(WS-VT-IDX)
                   < WS-VT-MINIMUM(WS-VT-IDX)
               ADD 1 TO WS-ORDER-COUNT
               IF WS-VT-TARGET(WS-VT-IDX) > 0
                   COMPUTE WS-ORDER-AMT =
                       WS-VT-TARGET(WS-VT-IDX)
                       - WS-VT-CLOSE-VAL(WS-VT-IDX)
               ELSE
                   COMPUTE WS-ORDER-AMT =
                       WS-VT-MINIMUM(WS-VT-IDX)
                       - WS-VT-CLOSE-VAL(WS-VT-IDX)
               END-IF
               MOVE WS-VT-CLOSE-VAL(WS-VT-IDX) TO WS-DISP-AMT
               MOVE WS-VT-MINIMUM(WS-VT-IDX)   TO WS-DISP-AMT2
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  " WS-VT-BRANCH(WS-VT-IDX)
                      " closed " WS-DISP-AMT
                      " - minimum " WS-DISP-AMT2
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-ORDER-AMT TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "       *** ORDER " WS-DISP-AMT
                      " from the central bank ***"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *> --- This branch's tellers: the vault's issues and
      *>     returns against the floats and closing counts
      *>     their sessions declared ---
       3600-TIE-OUT-DRAWERS.
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-COUNT
               IF WS-TT-BRANCH(WS-TT-IDX) = WS-VT-BRANCH(WS-VT-IDX)
                   PERFORM 3650-TIE-ONE-TELLER
               END-IF
           END-PERFORM.

      *> --- One teller at this branch ---
       3650-TIE-ONE-TELLER.
           MOVE WS-TT-ISSUED(WS-TT-IDX) TO WS-DISP-AMT.
           MOVE WS-TT-FLOAT(WS-TT-IDX)  TO WS-DISP-AMT2.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Teller " WS-TT-OPER(WS-TT-IDX)
                  "  issued " WS-DISP-AMT
                  "  session float " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TT-RETURNED(WS-TT-IDX) TO WS-DISP-AMT.
           MOVE WS-TT-DECLARED(WS-TT-IDX) TO WS-DISP-AMT2.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "                 returned " WS-DISP-AMT
                  "  declared close " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-TT-ISSUED(WS-TT-IDX) NOT = WS-TT-FLOAT(WS-TT-IDX)
               OR WS-TT-RETURNED(WS-TT-IDX)
                   NOT = WS-TT-DECLARED(WS-TT-IDX)
               ADD 1 TO WS-UNTIED-COUNT
               MOVE "                 *** DRAWER CASH DOES NOT "
                   & "TIE TO THE SESSION ***" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *> --- Each proven vault opens tomorrow on tonight's
      *>     close ---
       4000-ROLL-FORWARD.
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                   UNTIL WS-VT-IDX > WS-VT-COUNT
               IF WS-VT-SKIP(WS-VT-IDX) NOT = "Y"
                   MOVE WS-VT-BRANCH(WS-VT-IDX) TO VP-BRANCH
                   READ VAULT-FILE
                       KEY IS VP-BRANCH
                       INVALID KEY
                           DISPLAY "WARNING: vault "
                               WS-VT-BRANCH(WS-VT-IDX)
                               " vanished - not rolled forward"
                       NOT INVALID KEY
                           PERFORM 4050-SET-NEW-OPENING
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE VAULT-FILE.

      *> --- Tonight's close into the vault record ---
       4050-SET-NEW-OPENING.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > 7
               MOVE WS-VT-NOTES(WS-VT-IDX, 6, WS-DN-IDX)
                   TO VP-NOTE-COUNT(WS-DN-IDX)
           END-PERFORM.
           MOVE WS-VT-COIN(WS-VT-IDX, 6) TO VP-COIN-AMT.
           MOVE WS-PROCESS-DATE TO VP-PROOF-DATE.
           REWRITE VAULT-RECORD.

      *> --- The day's movements are proven; only those no
      *>     vault took tonight go back on file ---
       4100-CONSUME-MOVEMENTS.
           OPEN OUTPUT VAULT-MOVE-FILE.
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
               MOVE WS-KEEP-REC(WS-KEEP-IDX) TO VAULT-MOVE-RECORD
               WRITE VAULT-MOVE-RECORD
           END-PERFORM.
           CLOSE VAULT-MOVE-FILE.

      *> --- Console summary ---
       4200-SUMMARY.
           MOVE WS-PROVEN-COUNT TO WS-DISP-CNT.
           DISPLAY "Vaults proven: " WS-DISP-CNT.
           IF WS-DIFF-COUNT > 0
               MOVE WS-DIFF-COUNT TO WS-DISP-CNT
               DISPLAY "Vaults over/short or uncounted: "
                   WS-DISP-CNT " - see " WS-REPORT-FILENAME
           ELSE
               DISPLAY "All vaults balance."
           END-IF.
           IF WS-UNTIED-COUNT > 0
               MOVE WS-UNTIED-COUNT TO WS-DISP-CNT
               DISPLAY "Tellers whose drawer cash does not tie: "
                   WS-DISP-CNT
           END-IF.
           IF WS-ORDER-COUNT > 0
               MOVE WS-ORDER-COUNT TO WS-DISP-CNT
               DISPLAY "Cash orders suggested: " WS-DISP-CNT
           END-IF.

      *> --- Find one branch's vault ---
       5000-FIND-VAULT.
           MOVE 0 TO WS-VT-MATCH-IDX.
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                   UNTIL WS-VT-IDX > WS-VT-COUNT
               IF WS-VT-BRANCH(WS-VT-IDX) = WS-SEEK-BRANCH
                   MOVE WS-VT-IDX TO WS-VT-MATCH-IDX
               END-IF
           END-PERFORM.

      *> --- Find (or add) one teller+branch; the branch is
      *>     the vault just found ---
       5100-FIND-OR-ADD-TELLER.
           MOVE 0 TO WS-TT-MATCH-IDX.
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-COUNT
               IF WS-TT-OPER(WS-TT-IDX) = WS-SEEK-OPER
                   AND WS-TT-BRANCH(WS-TT-IDX) = WS-SEEK-BRANCH
                   MOVE WS-TT-IDX TO WS-TT-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-TT-MATCH-IDX = 0
               IF WS-TT-COUNT < 100
                   ADD 1 TO WS-TT-COUNT
                   MOVE WS-SEEK-OPER   TO WS-TT-OPER(WS-TT-COUNT)
                   MOVE WS-SEEK-BRANCH TO WS-TT-BRANCH(WS-TT-COUNT)
                   MOVE 0 TO WS-TT-ISSUED(WS-TT-COUNT)
                   MOVE 0 TO WS-TT-RETURNED(WS-TT-COUNT)
                   MOVE 0 TO WS-TT-FLOAT(WS-TT-COUNT)
                   MOVE 0 TO WS-TT-DECLARED(WS-TT-COUNT)
                   MOVE WS-TT-COUNT TO WS-TT-MATCH-IDX
               ELSE
                   DISPLAY "WARNING: more than 100 teller "
                       "drawers - extras not tied out."
               END-IF
           END-IF.
