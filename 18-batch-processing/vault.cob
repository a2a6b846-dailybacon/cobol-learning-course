       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Branch vault cash entry
      *> ============================================
      *> DRAWREC proves each teller's drawer, but the
      *> vault behind the drawers was kept on paper.
      *> This program records every movement of cash
      *> through a branch vault, note by note, as it
      *> happens:
      *>   - cash issued from the vault to a teller's
      *>     drawer, and cash the drawer returns, both
      *>     naming the teller so VAULTPRF can tie them
      *>     to the session on teller-sessions.dat;
      *>   - shipments received from and sent to the
      *>     central bank, with the manifest number;
      *>   - the vault's counted close at end of day.
      *> Movements land on vault-movements.dat; the
      *> vault itself (its proven position and its
      *> minimum holding) is on vault-position.dat.
      *> VAULTPRF proves the day and rolls the count
      *> forward.
      *>
      *> Shipments, the closing count and vault set-up
      *> are supervisor calls; any signed-on operator
      *> can issue or return drawer cash. Nothing leaves
      *> a vault that its book position says is not
      *> there.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks vault.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o vault
      *>   ./vault
      *>
      *> NOTE: -I ../copybooks pulls in the vault
      *>   layouts (vaultrec.cpy, vaultmov.cpy) and FILE
      *>   STATUS names (filestat.cpy).
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

       DATA DIVISION.
       FILE SECTION.

       FD VAULT-FILE.
       01 VAULT-RECORD.
           COPY "vaultrec.cpy".

       FD VAULT-MOVE-FILE.
       01 VAULT-MOVE-RECORD.
           COPY "vaultmov.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VAULT-STATUS   PIC XX.
           COPY "filestat.cpy".
       01 WS-VMOVE-STATUS   PIC XX.

       01 WS-CHOICE         PIC 9.
       01 WS-CONTINUE       PIC X VALUE "Y".
          88 USER-CONTINUES VALUE "Y" "y".
       01 WS-EOF            PIC X VALUE "N".
          88 END-OF-FILE    VALUE "Y".
       01 WS-CONFIRM        PIC X.
          88 USER-CONFIRMS  VALUE "Y" "y".
       01 WS-TODAY          PIC 9(8).

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

      *>   The movement as keyed
       01 WS-MOVE-TYPE      PIC X.
          88 MOVE-IS-ISSUE     VALUE "D".
          88 MOVE-IS-RETURN    VALUE "R".
          88 MOVE-IS-SHIP-IN   VALUE "I".
          88 MOVE-IS-SHIP-OUT  VALUE "O".
          88 MOVE-IS-COUNT     VALUE "C".
          88 MOVE-LEAVES-VAULT VALUE "D" "O".
       01 WS-ASK-BRANCH     PIC X(4).
       01 WS-ASK-TELLER     PIC X(8).
       01 WS-ASK-SHIP-REF   PIC X(12).
       01 WS-KEY-COUNTS.
          05 WS-KEY-COUNT    PIC 9(7) OCCURS 7 TIMES.
       01 WS-KEY-COIN       PIC 9(7)V99.
       01 WS-KEY-TOTAL      PIC 9(9)V99.
       01 WS-ASK-MINIMUM    PIC 9(9)V99.
       01 WS-ASK-TARGET     PIC 9(9)V99.

      *>   The vault's book position now: its proven
      *>   opening plus every movement keyed since
       01 WS-POS-COUNTS.
          05 WS-POS-COUNT    PIC S9(7) OCCURS 7 TIMES.
       01 WS-POS-COIN       PIC S9(7)V99.
       01 WS-POS-TOTAL      PIC S9(9)V99.
       01 WS-SHORT-FLAG     PIC X.
          88 VAULT-IS-SHORT VALUE "Y".

       01 WS-DISP-FACE      PIC ZZ9.
       01 WS-DISP-CNT       PIC -Z(6)9.
       01 WS-DISP-AMT       PIC $Z(8),ZZ9.99-.

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "VAULT".
       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-OPERATOR-ROLE  PIC X.
          88 OPERATOR-IS-SUPER VALUE "S" "A".
       01 WS-SIGNON-OK      PIC X.
       01 WS-OP-ACTION      PIC X(30).


       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "OPSIGNON" USING
               BY CONTENT   WS-OP-PROGRAM
               BY REFERENCE WS-OPERATOR-ID
               BY REFERENCE WS-OPERATOR-ROLE
               BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK NOT = "Y"
               STOP RUN
           END-IF.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           CLOSE VAULT-FILE.
           STOP RUN.

      *> --- The vault file, created on first use ---
       1000-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O VAULT-FILE.
           IF NOT FS-SUCCESS
               OPEN OUTPUT VAULT-FILE
               CLOSE VAULT-FILE
               OPEN I-O VAULT-FILE
           END-IF.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Branch Vault ===".
           DISPLAY "1. Issue cash to a teller drawer".
           DISPLAY "2. Take cash back from a teller drawer".
           DISPLAY "3. Shipment received".
           DISPLAY "4. Shipment sent".
           DISPLAY "5. Closing vault count".
           DISPLAY "6. Set up a vault / holding limits".
           DISPLAY "7. Show vault position".
           DISPLAY "8. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1
                   MOVE "D" TO WS-MOVE-TYPE
                   PERFORM 3000-RECORD-MOVEMENT
                       THRU 3000-EXIT
               WHEN 2
                   MOVE "R" TO WS-MOVE-TYPE
                   PERFORM 3000-RECORD-MOVEMENT
                       THRU 3000-EXIT
               WHEN 3
                   MOVE "I" TO WS-MOVE-TYPE
                   PERFORM 3000-RECORD-MOVEMENT
                       THRU 3000-EXIT
               WHEN 4
                   MOVE "O" TO WS-MOVE-TYPE
                   PERFORM 3000-RECORD-MOVEMENT
                       THRU 3000-EXIT
               WHEN 5
                   MOVE "C" TO WS-MOVE-TYPE
                   PERFORM 3000-RECORD-MOVEMENT
                       THRU 3000-EXIT
               WHEN 6 PERFORM 4000-SET-UP-VAULT
                          THRU 4000-EXIT
               WHEN 7 PERFORM 5000-SHOW-POSITION
                          THRU 5000-EXIT
               WHEN 8 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- One movement: whose vault, whose drawer or which
      *>     shipment, the notes by denomination, then onto
      *>     the movements file ---
       3000-RECORD-MOVEMENT.
      *>   Shipments and the count are dual-control work in
      *>   the vault itself - a supervisor signs for them
           IF (MOVE-IS-SHIP-IN OR MOVE-IS-SHIP-OUT
               OR MOVE-IS-COUNT)
               AND NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Branch (e.g. BR01): ".
           ACCEPT WS-ASK-BRANCH.
           MOVE WS-ASK-BRANCH TO VP-BRANCH.
           READ VAULT-FILE
               KEY IS VP-BRANCH
               INVALID KEY
                   DISPLAY "No vault set up for " WS-ASK-BRANCH
                       " - use option 6 first."
                   GO TO 3000-EXIT
           END-READ.

           MOVE SPACES TO WS-ASK-TELLER.
           MOVE SPACES TO WS-ASK-SHIP-REF.
           IF MOVE-IS-ISSUE OR MOVE-IS-RETURN
               DISPLAY "Teller operator id: "
               ACCEPT WS-ASK-TELLER
               IF WS-ASK-TELLER = SPACES
                   DISPLAY "Drawer cash must name the teller."
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           IF MOVE-IS-SHIP-IN OR MOVE-IS-SHIP-OUT
               DISPLAY "Shipment manifest number: "
               ACCEPT WS-ASK-SHIP-REF
               IF WS-ASK-SHIP-REF = SPACES
                   DISPLAY "A shipment needs its manifest number."
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           PERFORM 7000-KEY-DENOMINATIONS.
           IF WS-KEY-TOTAL = 0 AND NOT MOVE-IS-COUNT
               DISPLAY "Nothing keyed - movement abandoned."
               GO TO 3000-EXIT
           END-IF.

      *>   Cash leaving the vault must be there, note for note
           IF MOVE-LEAVES-VAULT
               PERFORM 7100-FIGURE-POSITION
               MOVE "N" TO WS-SHORT-FLAG
               PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                       UNTIL WS-DN-IDX > 7
                   IF WS-KEY-COUNT(WS-DN-IDX)
                       > WS-POS-COUNT(WS-DN-IDX)
                       MOVE "Y" TO WS-SHORT-FLAG
                       MOVE WS-DENOM-FACE(WS-DN-IDX)
                           TO WS-DISP-FACE
                       MOVE WS-POS-COUNT(WS-DN-IDX)
                           TO WS-DISP-CNT
                       DISPLAY "  Vault holds only " WS-DISP-CNT
                           " x " WS-DISP-FACE " notes."
                   END-IF
               END-PERFORM
               IF WS-KEY-COIN > WS-POS-COIN
                   MOVE "Y" TO WS-SHORT-FLAG
                   MOVE WS-POS-COIN TO WS-DISP-AMT
                   DISPLAY "  Vault holds only " WS-DISP-AMT
                       " in coin."
               END-IF
               IF VAULT-IS-SHORT
                   DISPLAY "Movement refused."
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           IF MOVE-IS-COUNT
               PERFORM 7100-FIGURE-POSITION
               MOVE WS-POS-TOTAL TO WS-DISP-AMT
               DISPLAY "Book position:  " WS-DISP-AMT
           END-IF.
           MOVE WS-KEY-TOTAL TO WS-DISP-AMT.
           DISPLAY "Total keyed:    " WS-DISP-AMT.
           DISPLAY "Record this (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF NOT USER-CONFIRMS
               DISPLAY "Movement abandoned."
               GO TO 3000-EXIT
           END-IF.

           OPEN EXTEND VAULT-MOVE-FILE.
           IF WS-VMOVE-STATUS NOT = "00"
               OPEN OUTPUT VAULT-MOVE-FILE
           END-IF.
           INITIALIZE VAULT-MOVE-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-TODAY        TO VM-DATE.
           MOVE WS-ASK-BRANCH   TO VM-BRANCH.
           MOVE WS-MOVE-TYPE    TO VM-TYPE.
           MOVE WS-ASK-TELLER   TO VM-TELLER.
           MOVE WS-ASK-SHIP-REF TO VM-SHIP-REF.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > 7
               MOVE WS-KEY-COUNT(WS-DN-IDX)
                   TO VM-NOTE-COUNT(WS-DN-IDX)
           END-PERFORM.
           MOVE WS-KEY-COIN     TO VM-COIN-AMT.
           MOVE WS-KEY-TOTAL    TO VM-AMOUNT.
           MOVE WS-OPERATOR-ID  TO VM-OPERATOR.
           WRITE VAULT-MOVE-RECORD.
           CLOSE VAULT-MOVE-FILE.
           DISPLAY "Recorded - VAULTPRF proves it at end of day.".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Vault " WS-MOVE-TYPE " " WS-ASK-BRANCH " "
                  DELIMITED BY SIZE
                  WS-ASK-TELLER DELIMITED BY SPACE
                  WS-ASK-SHIP-REF DELIMITED BY SPACE
               INTO WS-OP-ACTION
           END-STRING.
           PERFORM 7200-LOG-ACTION.
       3000-EXIT.
           CONTINUE.

      *> --- Open a vault, or change the holding it should
      *>     keep. A new vault starts empty; its first cash
      *>     arrives as a shipment ---
       4000-SET-UP-VAULT.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Branch (e.g. BR01): ".
           ACCEPT WS-ASK-BRANCH.
           IF WS-ASK-BRANCH = SPACES
               DISPLAY "Branch is required."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Minimum holding: ".
           ACCEPT WS-ASK-MINIMUM.
           DISPLAY "Order up to (0 = the minimum): ".
           ACCEPT WS-ASK-TARGET.
           IF WS-ASK-TARGET NOT = 0
               AND WS-ASK-TARGET < WS-ASK-MINIMUM
               DISPLAY "Order-up level cannot be below the "
                   "minimum."
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-ASK-BRANCH TO VP-BRANCH.
           READ VAULT-FILE
               KEY IS VP-BRANCH
               INVALID KEY
                   INITIALIZE VAULT-RECORD
                   MOVE WS-ASK-BRANCH  TO VP-BRANCH
                   MOVE WS-ASK-MINIMUM TO VP-MIN-HOLDING
                   MOVE WS-ASK-TARGET  TO VP-ORDER-TARGET
                   MOVE WS-OPERATOR-ID TO VP-OPERATOR
                   WRITE VAULT-RECORD
                   DISPLAY "Vault opened for " WS-ASK-BRANCH
                       " - empty until its first shipment."
               NOT INVALID KEY
                   MOVE WS-ASK-MINIMUM TO VP-MIN-HOLDING
                   MOVE WS-ASK-TARGET  TO VP-ORDER-TARGET
                   MOVE WS-OPERATOR-ID TO VP-OPERATOR
                   REWRITE VAULT-RECORD
                   DISPLAY "Holding limits changed for "
                       WS-ASK-BRANCH "."
           END-READ.
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Vault limits " WS-ASK-BRANCH
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           PERFORM 7200-LOG-ACTION.
       4000-EXIT.
           CONTINUE.

      *> --- The book position right now, note by note ---
       5000-SHOW-POSITION.
           DISPLAY "Branch (e.g. BR01): ".
           ACCEPT WS-ASK-BRANCH.
           MOVE WS-ASK-BRANCH TO VP-BRANCH.
           READ VAULT-FILE
               KEY IS VP-BRANCH
               INVALID KEY
                   DISPLAY "No vault set up for " WS-ASK-BRANCH "."
                   GO TO 5000-EXIT
           END-READ.
           PERFORM 7100-FIGURE-POSITION.

           DISPLAY SPACES.
           DISPLAY "=== Vault " WS-ASK-BRANCH
               " - last proven " VP-PROOF-DATE " ===".
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > 7
               MOVE WS-DENOM-FACE(WS-DN-IDX) TO WS-DISP-FACE
               MOVE WS-POS-COUNT(WS-DN-IDX)  TO WS-DISP-CNT
               DISPLAY "  " WS-DISP-FACE " notes: " WS-DISP-CNT
           END-PERFORM.
           MOVE WS-POS-COIN TO WS-DISP-AMT.
           DISPLAY "  Coin:      " WS-DISP-AMT.
           MOVE WS-POS-TOTAL TO WS-DISP-AMT.
           DISPLAY "  Total:     " WS-DISP-AMT.
           MOVE VP-MIN-HOLDING TO WS-DISP-AMT.
           DISPLAY "  Minimum:   " WS-DISP-AMT.
           IF WS-POS-TOTAL < VP-MIN-HOLDING
               DISPLAY "  *** Below minimum holding - a cash "
                   "order is due ***"
           END-IF.
       5000-EXIT.
           CONTINUE.

      *> --- Notes by denomination, then coin by value ---
       7000-KEY-DENOMINATIONS.
           MOVE 0 TO WS-KEY-TOTAL.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > 7
               MOVE WS-DENOM-FACE(WS-DN-IDX) TO WS-DISP-FACE
               DISPLAY "  " WS-DISP-FACE " notes (pieces): "
               ACCEPT WS-KEY-COUNT(WS-DN-IDX)
               COMPUTE WS-KEY-TOTAL = WS-KEY-TOTAL
                   + WS-KEY-COUNT(WS-DN-IDX)
                   * WS-DENOM-FACE(WS-DN-IDX)
           END-PERFORM.
           DISPLAY "  Coin (value): ".
           ACCEPT WS-KEY-COIN.
           ADD WS-KEY-COIN TO WS-KEY-TOTAL.

      *> --- VAULT-RECORD's proven opening plus every
      *>     movement keyed since. Drawer returns and
      *>     shipments in add, drawer issues and shipments out
      *>     take away; a count moves nothing ---
       7100-FIGURE-POSITION.
           MOVE 0 TO WS-POS-TOTAL.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > 7
               MOVE VP-NOTE-COUNT(WS-DN-IDX)
                   TO WS-POS-COUNT(WS-DN-IDX)
           END-PERFORM.
           MOVE VP-COIN-AMT TO WS-POS-COIN.

           OPEN INPUT VAULT-MOVE-FILE.
           IF WS-VMOVE-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ VAULT-MOVE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF VM-BRANCH = VP-BRANCH
                       PERFORM 7110-APPLY-ONE-MOVEMENT
                   END-IF
                   READ VAULT-MOVE-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VAULT-MOVE-FILE
           END-IF.

           MOVE WS-POS-COIN TO WS-POS-TOTAL.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > 7
               COMPUTE WS-POS-TOTAL = WS-POS-TOTAL
                   + WS-POS-COUNT(WS-DN-IDX)
                   * WS-DENOM-FACE(WS-DN-IDX)
           END-PERFORM.

      *> --- One keyed movement against the position ---
       7110-APPLY-ONE-MOVEMENT.
           EVALUATE VM-TYPE
               WHEN "R"
               WHEN "I"
                   PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                           UNTIL WS-DN-IDX > 7
                       ADD VM-NOTE-COUNT(WS-DN-IDX)
                           TO WS-POS-COUNT(WS-DN-IDX)
                   END-PERFORM
                   ADD VM-COIN-AMT TO WS-POS-COIN
               WHEN "D"
               WHEN "O"
                   PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                           UNTIL WS-DN-IDX > 7
                       SUBTRACT VM-NOTE-COUNT(WS-DN-IDX)
                           FROM WS-POS-COUNT(WS-DN-IDX)
                   END-PERFORM
                   SUBTRACT VM-COIN-AMT FROM WS-POS-COIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> --- Stamp the action with the operator's id ---
       7200-LOG-ACTION.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
