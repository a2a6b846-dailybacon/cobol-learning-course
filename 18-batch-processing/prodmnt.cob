       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Deposit account product maintenance
      *> ============================================
      *> Every deposit account used to earn the one
      *> INT-RATE-PCT and pay the one fee schedule.
      *> The product line now lives on
      *> deposit-products.dat (prodrec.cpy): per
      *> product, its rate or balance tiers, monthly
      *> fee and minimum balance, and whether an
      *> overdraft line is honored. BATCH seeds the
      *> standard products on its first run; marketing
      *> adds products to the file.
      *>
      *> This screen moves an account onto a product
      *> (or back to the shop-wide figures) - checking
      *> products on checking accounts, savings on
      *> savings - and lists the product line with the
      *> accounts sold under each. Every change is a
      *> supervisor call, stamped via OPACTION and
      *> written to product-changes.dat with the old
      *> and new product, so a customer asking why
      *> their rate moved gets a dated answer.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks prodmnt.cob
      *>       ../13-subprograms/codefmt.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o prodmnt
      *>   ./prodmnt
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER
               ASSIGN TO "account-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PRODUCT-FILE
               ASSIGN TO "deposit-products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

      *> One line per product change, oldest first
           SELECT CHANGE-LOG-FILE
               ASSIGN TO "product-changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           COPY "prodrec.cpy".

      *> One account's product change
       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-RECORD.
          05 PC-DATE          PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 PC-ACCT-NO       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 PC-OLD-PROD      PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 PC-NEW-PROD      PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 PC-OPERATOR      PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS    PIC XX.
           COPY "filestat.cpy".
       01 WS-PROD-STATUS    PIC XX.
       01 WS-CHGLOG-STATUS  PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.

       01 WS-CHOICE         PIC 9.
       01 WS-CONTINUE       PIC X VALUE "Y".
          88 USER-CONTINUES VALUE "Y" "y".
       01 WS-EOF            PIC X VALUE "N".
          88 END-OF-FILE    VALUE "Y".
       01 WS-ACCT-EOF       PIC X VALUE "N".
          88 ACCT-AT-END    VALUE "Y".
       01 WS-ON-PRODUCT     PIC 9(4) VALUE 0.

      *>   The change as keyed
       01 WS-ASK-ACCT       PIC X(8).
       01 WS-ASK-PROD       PIC X(6).
       01 WS-OLD-PROD       PIC X(6).
       01 WS-PROD-FOUND     PIC X VALUE "N".
          88 PRODUCT-FOUND  VALUE "Y".
       01 WS-FOUND-TYPE     PIC X.
       01 WS-FOUND-OD-OK    PIC X.
       01 WS-FOUND-DESC     PIC X(24).
       01 WS-TIER-IDX       PIC 9.
       01 WS-DISP-RATE      PIC .9999.
       01 WS-DISP-FLOOR     PIC Z(6)9.99.
       01 WS-DISP-FEE       PIC Z(4)9.99.

      *>   Account number format check via the shared CODEFMT
      *>   subprogram - same routine BATCH uses on the feed
       01 WS-CODE-CHECK      PIC X(20).
       01 WS-CODE-PREFIX     PIC X(10) VALUE "ACCT".
       01 WS-CODE-PREFIX-LEN PIC 9(2)  VALUE 4.
       01 WS-CODE-VALID      PIC X.
          88 CODE-IS-VALID   VALUE "Y".

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "PRODMNT".
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
      *>   Moving an account's pricing is a supervisor call
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           CLOSE ACCOUNT-MASTER.
           STOP RUN.

      *> --- Business date, the product file and the master ---
       1000-INITIALIZE.
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
      *>   The product line is BATCH's to seed - without it
      *>   there is nothing to move an account onto
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "FATAL: no deposit-products.dat - run "
                   "BATCH once to seed the product line."
               STOP RUN
           END-IF.
           CLOSE PRODUCT-FILE.
           OPEN I-O ACCOUNT-MASTER.
           IF NOT FS-SUCCESS
               DISPLAY "FATAL: cannot open account-master.dat: "
                   WS-ACCT-STATUS
               STOP RUN
           END-IF.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Deposit Account Products ===".
           DISPLAY "1. Change an account's product".
           DISPLAY "2. List the product line".
           DISPLAY "3. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-CHANGE-PRODUCT
                          THRU 3000-EXIT
               WHEN 2 PERFORM 5000-LIST-PRODUCTS
               WHEN 3 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- Move one deposit account onto a product, or off
      *>     every product back to the shop-wide figures ---
       3000-CHANGE-PRODUCT.
           DISPLAY "Enter account number (e.g. ACCT0004): ".
           ACCEPT WS-ASK-ACCT.
           MOVE SPACES TO WS-CODE-CHECK.
           MOVE WS-ASK-ACCT TO WS-CODE-CHECK.
           CALL "CODEFMT" USING
               BY CONTENT   WS-CODE-CHECK
               BY CONTENT   WS-CODE-PREFIX
               BY CONTENT   WS-CODE-PREFIX-LEN
               BY REFERENCE WS-CODE-VALID
           END-CALL.
           IF NOT CODE-IS-VALID
               DISPLAY "Account number must start with 'ACCT'."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ASK-ACCT TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   DISPLAY "No such account."
                   GO TO 3000-EXIT
           END-READ.
           IF AM-ACCT-TYPE NOT = "C" AND AM-ACCT-TYPE NOT = "S"
               DISPLAY AM-ACCT-NO " is not a checking or savings "
                   "account."
               GO TO 3000-EXIT
           END-IF.
           IF AM-PROD-CODE = SPACES
               DISPLAY AM-ACCT-NO " has no product (shop-wide "
                   "rate and fees)."
           ELSE
               DISPLAY AM-ACCT-NO " is on product " AM-PROD-CODE "."
           END-IF.

           DISPLAY "New product code (blank for shop-wide "
               "figures): ".
           ACCEPT WS-ASK-PROD.
           IF WS-ASK-PROD = AM-PROD-CODE
               DISPLAY "No change."
               GO TO 3000-EXIT
           END-IF.
           IF WS-ASK-PROD NOT = SPACES
               PERFORM 3100-FIND-PRODUCT
               IF NOT PRODUCT-FOUND
                   DISPLAY "No product " WS-ASK-PROD
                       " on deposit-products.dat."
                   GO TO 3000-EXIT
               END-IF
               IF WS-FOUND-TYPE NOT = AM-ACCT-TYPE
                   DISPLAY WS-ASK-PROD " is sold on type "
                       WS-FOUND-TYPE " accounts, not "
                       AM-ACCT-TYPE "."
                   GO TO 3000-EXIT
               END-IF
               IF WS-FOUND-OD-OK = "N" AND AM-OD-LIMIT > 0
                   DISPLAY "Note: " WS-ASK-PROD " allows no "
                       "overdraft - the account's line will not "
                       "be honored while it is on this product."
               END-IF
           END-IF.

           MOVE AM-PROD-CODE TO WS-OLD-PROD.
           MOVE WS-ASK-PROD  TO AM-PROD-CODE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Update failed for " AM-ACCT-NO
                   GO TO 3000-EXIT
           END-REWRITE.
           PERFORM 3200-LOG-CHANGE.
           IF AM-PROD-CODE = SPACES
               DISPLAY AM-ACCT-NO " is back on the shop-wide "
                   "rate and fees."
           ELSE
               DISPLAY AM-ACCT-NO " moved to " AM-PROD-CODE
                   " (" WS-FOUND-DESC ")."
           END-IF.
       3000-EXIT.
           CONTINUE.

      *> --- Is the product on file, and what is it ---
       3100-FIND-PRODUCT.
           MOVE "N" TO WS-PROD-FOUND.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ PRODUCT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF DP-PROD-CODE = WS-ASK-PROD
                       SET PRODUCT-FOUND TO TRUE
                       MOVE DP-ACCT-TYPE  TO WS-FOUND-TYPE
                       MOVE DP-OD-ALLOWED TO WS-FOUND-OD-OK
                       MOVE DP-DESC       TO WS-FOUND-DESC
                   END-IF
                   READ PRODUCT-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
           END-IF.

      *> --- The change onto the product history and the
      *>     operator's action log ---
       3200-LOG-CHANGE.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CHGLOG-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           INITIALIZE CHANGE-LOG-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-PROCESS-DATE TO PC-DATE.
           MOVE AM-ACCT-NO      TO PC-ACCT-NO.
           MOVE WS-OLD-PROD     TO PC-OLD-PROD.
           MOVE AM-PROD-CODE    TO PC-NEW-PROD.
           MOVE WS-OPERATOR-ID  TO PC-OPERATOR.
           WRITE CHANGE-LOG-RECORD.
           CLOSE CHANGE-LOG-FILE.

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Product " AM-ACCT-NO " " WS-OLD-PROD
                  ">" AM-PROD-CODE
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.

      *> --- Every product with its terms and how many
      *>     accounts are sold under it ---
       5000-LIST-PRODUCTS.
           DISPLAY SPACES.
           DISPLAY "=== Deposit Product Line ===".
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "  (no deposit-products.dat)"
           ELSE
               MOVE "N" TO WS-EOF
               READ PRODUCT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   PERFORM 5100-SHOW-ONE-PRODUCT
                   READ PRODUCT-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
           END-IF.

      *> --- One product's terms and its account count ---
       5100-SHOW-ONE-PRODUCT.
           MOVE DP-MAINT-FEE TO WS-DISP-FEE.
           MOVE DP-MIN-BAL   TO WS-DISP-FLOOR.
           DISPLAY "  " DP-PROD-CODE " " DP-ACCT-TYPE " "
               DP-DESC " | fee " WS-DISP-FEE
               " waived at " WS-DISP-FLOOR
               " | overdraft " DP-OD-ALLOWED.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               IF WS-TIER-IDX = 1
                   OR DP-TIER-FLOOR(WS-TIER-IDX) > 0
                   MOVE DP-TIER-FLOOR(WS-TIER-IDX)
                       TO WS-DISP-FLOOR
                   MOVE DP-TIER-RATE(WS-TIER-IDX)
                       TO WS-DISP-RATE
                   DISPLAY "      from " WS-DISP-FLOOR
                       " earns " WS-DISP-RATE
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-ON-PRODUCT.
           MOVE "N" TO WS-ACCT-EOF.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY SET ACCT-AT-END TO TRUE
           END-START.
           IF NOT ACCT-AT-END
               READ ACCOUNT-MASTER NEXT
                   AT END SET ACCT-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL ACCT-AT-END
               IF AM-PROD-CODE = DP-PROD-CODE
                   ADD 1 TO WS-ON-PRODUCT
               END-IF
               READ ACCOUNT-MASTER NEXT
                   AT END SET ACCT-AT-END TO TRUE
               END-READ
           END-PERFORM.
           DISPLAY "      accounts on it: " WS-ON-PRODUCT.
