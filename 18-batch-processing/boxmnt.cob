       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOXMNT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Safe deposit box maintenance
      *> ============================================
      *> Box rentals lived in a ledger book at each
      *> branch and the annual rent was billed by hand,
      *> when someone remembered. The vault is now on
      *> safe-deposit-boxes.dat (sdboxrec.cpy), one
      *> record per box, and this SCREEN SECTION front
      *> end (same style as the dispute screen) keeps it:
      *>
      *>   1. Add a box to a branch vault, with its size.
      *>   2. Rent a vacant box to a customer, with up to
      *>      two co-renters and the checking or savings
      *>      account the rent is charged to. The first
      *>      year's rent bills in tonight's BOXBILL.
      *>   3. Record a renter opening the box. Only the
      *>      renter or a co-renter gets in, and not
      *>      while the rent is delinquent.
      *>   4. End a rental: surrendered by the renter
      *>      (rent paid up), or drilled for non-payment
      *>      once BOXBILL has put it up for drilling.
      *>   5. Show one box with its recent access history.
      *>   6. List a branch's boxes.
      *>
      *> Every rental, access, surrender and drilling is
      *> kept on box-access-log.dat. Adding a box and
      *> drilling one are supervisor calls; every action
      *> is stamped via OPACTION.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks boxmnt.cob
      *>       ../13-subprograms/codefmt.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o boxmnt
      *>   ./boxmnt
      *> ============================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOX-FILE
               ASSIGN TO "safe-deposit-boxes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-BOX-KEY
               FILE STATUS IS WS-BOX-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO "customer-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "account-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

      *>   Every time a box is rented, opened, given up or
      *>   drilled, oldest first
           SELECT ACCESS-LOG-FILE
               ASSIGN TO "box-access-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BXLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BOX-FILE.
       01 BOX-RECORD.
           COPY "sdboxrec.cpy".

       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

      *> One event on one box
       FD ACCESS-LOG-FILE.
       01 ACCESS-LOG-RECORD.
          05 BA-DATE          PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 BA-TIME          PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 BA-BRANCH        PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 BA-BOX-NO        PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 BA-CUST-NO       PIC X(6).
      *>     Who opened (or rented, or gave up) the box;
      *>     spaces for a drilling
          05 FILLER           PIC X VALUE ",".
          05 BA-EVENT         PIC X.
      *>     A=Access, R=Rented, S=Surrendered,
      *>     K=Drilled for non-payment
          05 FILLER           PIC X VALUE ",".
          05 BA-OPERATOR      PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-KEY-STATUS     PIC 9(4).
       01 WS-BOX-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-CUST-STATUS    PIC XX.
       01 WS-ACCT-STATUS    PIC XX.
       01 WS-BXLOG-STATUS   PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-TIME-RAW         PIC 9(8).
       01 WS-EOF              PIC X VALUE "N".
          88 END-OF-FILE      VALUE "Y".
          88 NOT-EOF          VALUE "N".

      *>   The box as keyed
       01 WS-E-BRANCH       PIC X(4).
       01 WS-E-BOX-NO       PIC X(5).
       01 WS-E-SIZE         PIC X.
          88 SIZE-IS-VALID  VALUE "S" "M" "L".
       01 WS-E-RENTER       PIC X(6).
       01 WS-E-JOINT-1      PIC X(6).
       01 WS-E-JOINT-2      PIC X(6).
       01 WS-E-BILL-ACCT    PIC X(8).
       01 WS-E-CUST         PIC X(6).
       01 WS-E-REASON       PIC X.
          88 REASON-IS-VALID VALUE "S" "K".

      *>   Customer edits
       01 WS-CHECK-CUST     PIC X(6).
       01 WS-CUST-OK        PIC X.
          88 CUSTOMER-OK    VALUE "Y".
       01 WS-RENTER-NAME    PIC X(25).

      *>   One event for the access log
       01 WS-LOG-EVENT      PIC X.
       01 WS-LOG-CUST       PIC X(6).

      *>   The last few events on one box, for the show
      *>   screen - oldest dropped as newer ones arrive
       01 WS-HIST-COUNT     PIC 9(2) VALUE 0.
       01 WS-HIST-TABLE.
          05 WS-HIST-ENTRY OCCURS 10 TIMES.
             10 WS-HIST-DATE   PIC 9(8).
             10 WS-HIST-TIME   PIC 9(6).
             10 WS-HIST-CUST   PIC X(6).
             10 WS-HIST-EVENT  PIC X.
             10 WS-HIST-OPER   PIC X(8).
       01 WS-HIST-IDX       PIC 9(2).

       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-MSG            PIC X(60) VALUE SPACES.
       01 WS-CONTINUE       PIC X VALUE "Y".
          88 USER-DONE      VALUE "N" "n".
       01 WS-PAUSE          PIC X.
       01 WS-LIST-COUNT     PIC 9(4) VALUE 0.
       01 WS-DISP-AMT       PIC Z(4)9.99.

      *>   Account format check via the shared CODEFMT
      *>   subprogram - the same rule BATCH enforces
       01 WS-CODE-CHECK      PIC X(20).
       01 WS-CODE-PREFIX     PIC X(10) VALUE "ACCT".
       01 WS-CODE-PREFIX-LEN PIC 9(2)  VALUE 4.
       01 WS-CODE-VALID      PIC X.
          88 CODE-IS-VALID   VALUE "Y".

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "BOXMNT".
       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-OPERATOR-ROLE  PIC X.
          88 OPERATOR-IS-SUPER VALUE "S" "A".
       01 WS-SIGNON-OK      PIC X.
       01 WS-OP-ACTION      PIC X(30).

      *> ============================================
      *> SCREEN SECTION: define the UI layout
      *> ============================================
       SCREEN SECTION.

      *> --- Main menu screen ---
       01 MENU-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 20 VALUE "==========================="
             FOREGROUND-COLOR 3.
          05 LINE 3  COL 20 VALUE "   SAFE DEPOSIT BOXES v1.0"
             FOREGROUND-COLOR 3 HIGHLIGHT.
          05 LINE 4  COL 20 VALUE "==========================="
             FOREGROUND-COLOR 3.
          05 LINE 7  COL 20 VALUE "1. Add a box to the vault".
          05 LINE 8  COL 20 VALUE "2. Rent a box".
          05 LINE 9  COL 20 VALUE "3. Record box access".
          05 LINE 10 COL 20 VALUE "4. End a rental".
          05 LINE 11 COL 20 VALUE "5. Show a box".
          05 LINE 12 COL 20 VALUE "6. List a branch's boxes".
          05 LINE 13 COL 20 VALUE "7. Exit".
          05 LINE 15 COL 20 VALUE "Choice: ".
          05 LINE 15 COL 28 PIC 9 USING WS-CHOICE
             FOREGROUND-COLOR 6 HIGHLIGHT.
          05 LINE 17 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- A new box in a branch vault ---
       01 ADD-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Add a Box ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Branch:    ".
          05 LINE 4  COL 22 PIC X(4) USING WS-E-BRANCH
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 10 VALUE "Box no:    ".
          05 LINE 5  COL 22 PIC X(5) USING WS-E-BOX-NO
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 10 VALUE "Size:      ".
          05 LINE 6  COL 22 PIC X USING WS-E-SIZE
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 25 VALUE "(S=Small M=Medium L=Large)".
          05 LINE 8  COL 10 VALUE "Blank the branch to go back.".
          05 LINE 10 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- A rental: the box, who rents it, who pays ---
       01 RENT-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Rent a Box ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Branch:    ".
          05 LINE 4  COL 22 PIC X(4) USING WS-E-BRANCH
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 10 VALUE "Box no:    ".
          05 LINE 5  COL 22 PIC X(5) USING WS-E-BOX-NO
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 10 VALUE "Renter:    ".
          05 LINE 6  COL 22 PIC X(6) USING WS-E-RENTER
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 30 VALUE "(customer number)".
          05 LINE 7  COL 10 VALUE "Co-renter: ".
          05 LINE 7  COL 22 PIC X(6) USING WS-E-JOINT-1
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 8  COL 10 VALUE "Co-renter: ".
          05 LINE 8  COL 22 PIC X(6) USING WS-E-JOINT-2
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 9  COL 10 VALUE "Bill to:   ".
          05 LINE 9  COL 22 PIC X(8) USING WS-E-BILL-ACCT
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 9  COL 32 VALUE "(renter's checking/savings)".
          05 LINE 11 COL 10 VALUE "Blank the branch to go back.".
          05 LINE 13 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- A renter at the vault door ---
       01 ACCESS-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Box Access ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Branch:    ".
          05 LINE 4  COL 22 PIC X(4) USING WS-E-BRANCH
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 10 VALUE "Box no:    ".
          05 LINE 5  COL 22 PIC X(5) USING WS-E-BOX-NO
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 10 VALUE "Customer:  ".
          05 LINE 6  COL 22 PIC X(6) USING WS-E-CUST
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 8  COL 10 VALUE "Blank the branch to go back.".
          05 LINE 10 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- The end of a rental ---
       01 END-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- End a Rental ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Branch:    ".
          05 LINE 4  COL 22 PIC X(4) USING WS-E-BRANCH
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 10 VALUE "Box no:    ".
          05 LINE 5  COL 22 PIC X(5) USING WS-E-BOX-NO
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 10 VALUE "Reason:    ".
          05 LINE 6  COL 22 PIC X USING WS-E-REASON
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 25
             VALUE "(S=Surrendered K=Drilled for non-payment)".
          05 LINE 8  COL 10 VALUE "Blank the branch to go back.".
          05 LINE 10 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- Which box, or which branch, to look at ---
       01 LOOKUP-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Safe Deposit Boxes ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Branch:    ".
          05 LINE 4  COL 22 PIC X(4) USING WS-E-BRANCH
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 10 VALUE "Box no:    ".
          05 LINE 5  COL 22 PIC X(5) USING WS-E-BOX-NO
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 30 VALUE "(blank lists the branch)".
          05 LINE 7  COL 10 VALUE "Blank the branch to go back.".
          05 LINE 9  COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

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
           PERFORM 1000-INITIALIZE.

           PERFORM UNTIL USER-DONE
               MOVE 0 TO WS-CHOICE
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 2000-ADD-BOX
                           THRU 2000-EXIT
                   WHEN 2
                       PERFORM 3000-RENT-BOX
                   WHEN 3
                       PERFORM 4000-RECORD-ACCESS
                   WHEN 4
                       PERFORM 5000-END-RENTAL
                   WHEN 5
                       MOVE SPACES TO WS-E-BOX-NO
                       PERFORM 6000-SHOW-BOX
                           THRU 6000-EXIT
                   WHEN 6
                       MOVE SPACES TO WS-E-BOX-NO
                       PERFORM 6000-SHOW-BOX
                           THRU 6000-EXIT
                   WHEN 7
                       MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       MOVE "Invalid choice. Try again."
                           TO WS-MSG
               END-EVALUATE
           END-PERFORM.

           CLOSE BOX-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE ACCOUNT-MASTER.
           DISPLAY SPACE BLANK SCREEN.
           STOP RUN.

      *> --- Business date, the masters, and the box file
      *>     (created empty the first time) ---
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

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ABEND: customer-master.dat missing - "
                   "run CUSTRPT once to seed it."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ABEND: account-master.dat missing."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BOX-FILE.
           IF NOT FS-SUCCESS
               OPEN OUTPUT BOX-FILE
               CLOSE BOX-FILE
               OPEN I-O BOX-FILE
           END-IF.

      *> --- A new box in a vault: supervisors only, since a
      *>     box on file is a box the bank can rent out ---
       2000-ADD-BOX.
           MOVE SPACES TO WS-E-BRANCH WS-E-BOX-NO WS-E-SIZE.
           MOVE SPACES TO WS-MSG.
           IF NOT OPERATOR-IS-SUPER
               MOVE "Supervisor role required." TO WS-MSG
               GO TO 2000-EXIT
           END-IF.

           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-BRANCH = SPACES
               DISPLAY ADD-SCREEN
               ACCEPT ADD-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-E-BRANCH NOT = SPACES
                   EVALUATE TRUE
                       WHEN WS-E-BOX-NO = SPACES
                           MOVE "Box number is required" TO WS-MSG
                       WHEN NOT SIZE-IS-VALID
                           MOVE "Size must be S, M or L" TO WS-MSG
                       WHEN OTHER
                           PERFORM 2100-WRITE-BOX
                   END-EVALUATE
               END-IF
               IF WS-MSG NOT = SPACES
                   DISPLAY ADD-SCREEN
               END-IF
           END-PERFORM.

           IF WS-E-BRANCH = SPACES
               MOVE "No box added." TO WS-MSG
           END-IF.
       2000-EXIT.
           CONTINUE.

      *> --- File the new box, vacant ---
       2100-WRITE-BOX.
           INITIALIZE BOX-RECORD.
           MOVE WS-E-BRANCH TO SB-BRANCH.
           MOVE WS-E-BOX-NO TO SB-BOX-NO.
           MOVE WS-E-SIZE   TO SB-SIZE.
           MOVE "V"         TO SB-STATUS.
           WRITE BOX-RECORD
               INVALID KEY
                   MOVE "That box is already on file" TO WS-MSG
               NOT INVALID KEY
                   MOVE SPACES TO WS-OP-ACTION
                   STRING "ADD BOX " SB-BRANCH "-" SB-BOX-NO
                          " " SB-SIZE
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
                   PERFORM 7200-LOG-ACTION
           END-WRITE.
           IF WS-MSG = SPACES
               MOVE SPACES TO WS-E-BRANCH
               STRING "Box " SB-BRANCH "-" SB-BOX-NO
                      " added to the vault."
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           END-IF.

      *> --- Rent a vacant box: show the screen, edit, loop
      *>     until it passes or the operator blanks the
      *>     branch ---
       3000-RENT-BOX.
           MOVE SPACES TO WS-E-BRANCH WS-E-BOX-NO.
           MOVE SPACES TO WS-E-RENTER WS-E-JOINT-1 WS-E-JOINT-2.
           MOVE SPACES TO WS-E-BILL-ACCT.
           MOVE SPACES TO WS-MSG.

           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-BRANCH = SPACES
               DISPLAY RENT-SCREEN
               ACCEPT RENT-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-E-BRANCH NOT = SPACES
                   PERFORM 3100-VALIDATE-RENTAL
               END-IF
               IF WS-MSG NOT = SPACES
                   DISPLAY RENT-SCREEN
               END-IF
           END-PERFORM.

           IF WS-E-BRANCH NOT = SPACES AND WS-MSG = SPACES
               PERFORM 3200-WRITE-RENTAL
           ELSE
               MOVE "Box not rented." TO WS-MSG
           END-IF.

      *> --- A vacant box, renters on the customer master
      *>     who are not closed out, and a live checking or
      *>     savings account belonging to one of them ---
       3100-VALIDATE-RENTAL.
           PERFORM 7000-READ-BOX.
           IF WS-MSG = SPACES
               IF SB-STATUS NOT = "V"
                   MOVE "That box is already rented" TO WS-MSG
               END-IF
           END-IF.

           IF WS-MSG = SPACES
               MOVE WS-E-RENTER TO WS-CHECK-CUST
               PERFORM 7100-CHECK-CUSTOMER
               IF NOT CUSTOMER-OK
                   MOVE "Renter is not an active customer"
                       TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES AND WS-E-JOINT-1 NOT = SPACES
               MOVE WS-E-JOINT-1 TO WS-CHECK-CUST
               PERFORM 7100-CHECK-CUSTOMER
               IF NOT CUSTOMER-OK
                   OR WS-E-JOINT-1 = WS-E-RENTER
                   MOVE "First co-renter is not another active customer"
                        TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES AND WS-E-JOINT-2 NOT = SPACES
               MOVE WS-E-JOINT-2 TO WS-CHECK-CUST
               PERFORM 7100-CHECK-CUSTOMER
               IF NOT CUSTOMER-OK
                   OR WS-E-JOINT-2 = WS-E-RENTER
                   OR WS-E-JOINT-2 = WS-E-JOINT-1
                   MOVE
                       "Second co-renter is not another active customer"
                       TO WS-MSG
               END-IF
           END-IF.

           IF WS-MSG = SPACES
               MOVE SPACES TO WS-CODE-CHECK
               MOVE WS-E-BILL-ACCT TO WS-CODE-CHECK
               CALL "CODEFMT" USING
                   BY CONTENT   WS-CODE-CHECK
                   BY CONTENT   WS-CODE-PREFIX
                   BY CONTENT   WS-CODE-PREFIX-LEN
                   BY REFERENCE WS-CODE-VALID
               END-CALL
               IF NOT CODE-IS-VALID
                   MOVE "Bill-to account must start with ACCT"
                       TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES
               MOVE WS-E-BILL-ACCT TO AM-ACCT-NO
               READ ACCOUNT-MASTER
                   KEY IS AM-ACCT-NO
                   INVALID KEY
                       MOVE "Bill-to account not on master"
                           TO WS-MSG
                   NOT INVALID KEY
                       IF AM-ACCT-TYPE NOT = "C"
                           AND AM-ACCT-TYPE NOT = "S"
                           MOVE
                               "Bill-to must be a checking or savings"
                               TO WS-MSG
                       END-IF
                       IF WS-MSG = SPACES
                           AND AM-CUST-NO NOT = WS-E-RENTER
                           AND (AM-CUST-NO NOT = WS-E-JOINT-1
                                OR WS-E-JOINT-1 = SPACES)
                           AND (AM-CUST-NO NOT = WS-E-JOINT-2
                                OR WS-E-JOINT-2 = SPACES)
                           MOVE
                               "Bill-to account must belong to a renter"
                               TO WS-MSG
                       END-IF
               END-READ
           END-IF.

      *> --- Put the renters on the box; the first year's
      *>     rent bills tonight ---
       3200-WRITE-RENTAL.
           MOVE WS-E-RENTER    TO SB-RENTER.
           MOVE WS-E-JOINT-1   TO SB-JOINT-RENTER(1).
           MOVE WS-E-JOINT-2   TO SB-JOINT-RENTER(2).
           MOVE WS-E-BILL-ACCT TO SB-BILL-ACCT.
           MOVE WS-PROCESS-DATE TO SB-RENTED-DATE.
           MOVE WS-PROCESS-DATE TO SB-NEXT-BILL.
           MOVE 0 TO SB-RENT-DUE SB-BILLED-DATE.
           MOVE 0 TO SB-PRESENTED-DATE SB-PAID-DATE.
           MOVE 0 TO SB-DELINQ-DATE SB-DRILL-NOTICED.
           MOVE 0 TO SB-LAST-ACCESS.
           MOVE "R" TO SB-STATUS.
           REWRITE BOX-RECORD
               INVALID KEY
                   MOVE "Box file refused the rental" TO WS-MSG
           END-REWRITE.
           IF WS-MSG = SPACES
               MOVE "R" TO WS-LOG-EVENT
               MOVE SB-RENTER TO WS-LOG-CUST
               PERFORM 7300-LOG-BOX-EVENT
               MOVE SPACES TO WS-OP-ACTION
               STRING "RENT BOX " SB-BRANCH "-" SB-BOX-NO
                      " " SB-RENTER
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
               PERFORM 7200-LOG-ACTION
               STRING "Box " SB-BRANCH "-" SB-BOX-NO
                      " rented to " SB-RENTER
                      " - first rent bills tonight."
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           END-IF.

      *> --- A renter at the vault: the box must be rented
      *>     and paid up, and the customer on it ---
       4000-RECORD-ACCESS.
           MOVE SPACES TO WS-E-BRANCH WS-E-BOX-NO WS-E-CUST.
           MOVE SPACES TO WS-MSG.

           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-BRANCH = SPACES
               DISPLAY ACCESS-SCREEN
               ACCEPT ACCESS-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-E-BRANCH NOT = SPACES
                   PERFORM 4100-VALIDATE-ACCESS
               END-IF
               IF WS-MSG NOT = SPACES
                   DISPLAY ACCESS-SCREEN
               END-IF
           END-PERFORM.

           IF WS-E-BRANCH = SPACES
               MOVE "No access recorded." TO WS-MSG
           ELSE
               MOVE WS-PROCESS-DATE TO SB-LAST-ACCESS
               REWRITE BOX-RECORD
               MOVE "A" TO WS-LOG-EVENT
               MOVE WS-E-CUST TO WS-LOG-CUST
               PERFORM 7300-LOG-BOX-EVENT
               MOVE SPACES TO WS-OP-ACTION
               STRING "BOX ACCESS " SB-BRANCH "-" SB-BOX-NO
                      " " WS-E-CUST
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
               PERFORM 7200-LOG-ACTION
               STRING "Access to " SB-BRANCH "-" SB-BOX-NO
                      " by " WS-E-CUST " recorded."
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           END-IF.

      *> --- Who may open the box, and when ---
       4100-VALIDATE-ACCESS.
           PERFORM 7000-READ-BOX.
           IF WS-MSG = SPACES
               EVALUATE SB-STATUS
                   WHEN "V"
                       MOVE "That box is not rented" TO WS-MSG
                   WHEN "D"
                       MOVE
                           "Rent delinquent - no access till paid"
                           TO WS-MSG
               END-EVALUATE
           END-IF.
           IF WS-MSG = SPACES
               IF WS-E-CUST = SPACES
                   OR (WS-E-CUST NOT = SB-RENTER
                       AND WS-E-CUST NOT = SB-JOINT-RENTER(1)
                       AND WS-E-CUST NOT = SB-JOINT-RENTER(2))
                   MOVE "Customer is not a renter of this box"
                       TO WS-MSG
               END-IF
           END-IF.

      *> --- Close a rental out: surrendered by a paid-up
      *>     renter, or drilled once the rent has gone
      *>     unpaid long enough that BOXBILL put it up for
      *>     drilling and told the renter ---
       5000-END-RENTAL.
           MOVE SPACES TO WS-E-BRANCH WS-E-BOX-NO WS-E-REASON.
           MOVE SPACES TO WS-MSG.

           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-BRANCH = SPACES
               DISPLAY END-SCREEN
               ACCEPT END-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-E-BRANCH NOT = SPACES
                   PERFORM 5100-VALIDATE-END
               END-IF
               IF WS-MSG NOT = SPACES
                   DISPLAY END-SCREEN
               END-IF
           END-PERFORM.

           IF WS-E-BRANCH = SPACES
               MOVE "Rental not ended." TO WS-MSG
           ELSE
               PERFORM 5200-VACATE-BOX
           END-IF.

      *> --- Surrender needs the rent paid up; drilling is
      *>     a supervisor call on a box past its drilling
      *>     notice ---
       5100-VALIDATE-END.
           PERFORM 7000-READ-BOX.
           IF WS-MSG = SPACES
               IF NOT REASON-IS-VALID
                   MOVE "Reason must be S or K" TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES AND SB-STATUS = "V"
               MOVE "That box is not rented" TO WS-MSG
           END-IF.
           IF WS-MSG = SPACES AND WS-E-REASON = "S"
               IF SB-RENT-DUE > 0
                   MOVE "Rent outstanding - collect it before surrender"
                        TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES AND WS-E-REASON = "K"
               EVALUATE TRUE
                   WHEN NOT OPERATOR-IS-SUPER
                       MOVE "Supervisor role required to drill"
                           TO WS-MSG
                   WHEN SB-STATUS NOT = "D"
                       OR SB-DRILL-NOTICED = 0
                       MOVE
                           "Box is not up for drilling"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

      *> --- The box back to vacant; a drilled box's unpaid
      *>     rent goes with the contents to the escheat
      *>     inventory, not onto the next renter ---
       5200-VACATE-BOX.
           IF WS-E-REASON = "K"
               MOVE SPACES TO WS-LOG-CUST
           ELSE
               MOVE SB-RENTER TO WS-LOG-CUST
           END-IF.
           MOVE SPACES TO SB-RENTER.
           MOVE SPACES TO SB-JOINT-RENTER(1) SB-JOINT-RENTER(2).
           MOVE SPACES TO SB-BILL-ACCT.
           MOVE 0 TO SB-RENTED-DATE SB-NEXT-BILL.
           MOVE 0 TO SB-RENT-DUE SB-BILLED-DATE.
           MOVE 0 TO SB-PRESENTED-DATE SB-PAID-DATE.
           MOVE 0 TO SB-DELINQ-DATE SB-DRILL-NOTICED.
           MOVE 0 TO SB-LAST-ACCESS.
           MOVE "V" TO SB-STATUS.
           REWRITE BOX-RECORD.

           MOVE WS-E-REASON TO WS-LOG-EVENT.
           PERFORM 7300-LOG-BOX-EVENT.
           MOVE SPACES TO WS-OP-ACTION.
           IF WS-E-REASON = "K"
               STRING "DRILL BOX " SB-BRANCH "-" SB-BOX-NO
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
               STRING "Box " SB-BRANCH "-" SB-BOX-NO
                      " drilled - inventory the contents "
                      "for escheat."
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           ELSE
               STRING "SURRENDER BOX " SB-BRANCH "-" SB-BOX-NO
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
               STRING "Box " SB-BRANCH "-" SB-BOX-NO
                      " surrendered and vacant."
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           END-IF.
           PERFORM 7200-LOG-ACTION.

      *> --- One box with its renters and recent history, or
      *>     with no box number, every box at the branch ---
       6000-SHOW-BOX.
           MOVE SPACES TO WS-E-BRANCH.
           MOVE SPACES TO WS-MSG.
           DISPLAY LOOKUP-SCREEN.
           ACCEPT LOOKUP-SCREEN.
           IF WS-E-BRANCH = SPACES
               GO TO 6000-EXIT
           END-IF.
           IF WS-E-BOX-NO = SPACES
               PERFORM 6500-LIST-BRANCH
               GO TO 6000-EXIT
           END-IF.
           PERFORM 7000-READ-BOX.
           IF WS-MSG NOT = SPACES
               GO TO 6000-EXIT
           END-IF.

           DISPLAY SPACE BLANK SCREEN.
           DISPLAY "=== Box " SB-BRANCH "-" SB-BOX-NO " ===".
           DISPLAY "Size: " SB-SIZE "   Status: " SB-STATUS
               "   (V=Vacant R=Rented D=Delinquent)".
           IF SB-STATUS NOT = "V"
               MOVE SB-RENTER TO WS-CHECK-CUST
               PERFORM 7100-CHECK-CUSTOMER
               DISPLAY "Renter:     " SB-RENTER " " WS-RENTER-NAME
               DISPLAY "Co-renters: " SB-JOINT-RENTER(1) " "
                   SB-JOINT-RENTER(2)
               DISPLAY "Bill to:    " SB-BILL-ACCT
                   "   rented " SB-RENTED-DATE
                   "   next rent " SB-NEXT-BILL
               MOVE SB-RENT-DUE TO WS-DISP-AMT
               DISPLAY "Rent due:   " WS-DISP-AMT
                   "   billed " SB-BILLED-DATE
                   "   last paid " SB-PAID-DATE
               IF SB-STATUS = "D"
                   DISPLAY "Delinquent since " SB-DELINQ-DATE
                       "   drilling notice " SB-DRILL-NOTICED
               END-IF
           END-IF.
           PERFORM 6100-LOAD-HISTORY.
           DISPLAY "Recent activity (A=Access R=Rented "
               "S=Surrendered K=Drilled):".
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               DISPLAY "  " WS-HIST-DATE(WS-HIST-IDX) " "
                   WS-HIST-TIME(WS-HIST-IDX) " "
                   WS-HIST-EVENT(WS-HIST-IDX) " "
                   WS-HIST-CUST(WS-HIST-IDX) " by "
                   WS-HIST-OPER(WS-HIST-IDX)
           END-PERFORM.
           IF WS-HIST-COUNT = 0
               DISPLAY "  (none on file)"
           END-IF.
           DISPLAY "Press Enter to return to the menu.".
           ACCEPT WS-PAUSE.
       6000-EXIT.
           CONTINUE.

      *> --- The box's last ten events off the access log ---
       6100-LOAD-HISTORY.
           MOVE 0 TO WS-HIST-COUNT.
           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-BXLOG-STATUS = "00"
               SET NOT-EOF TO TRUE
               READ ACCESS-LOG-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF BA-BRANCH = SB-BRANCH
                       AND BA-BOX-NO = SB-BOX-NO
                       PERFORM 6150-KEEP-ONE-EVENT
                   END-IF
                   READ ACCESS-LOG-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ACCESS-LOG-FILE
           END-IF.

      *> --- Keep this event, dropping the oldest when the
      *>     table is full ---
       6150-KEEP-ONE-EVENT.
           IF WS-HIST-COUNT = 10
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > 9
                   MOVE WS-HIST-ENTRY(WS-HIST-IDX + 1)
                       TO WS-HIST-ENTRY(WS-HIST-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-HIST-COUNT
           END-IF.
           MOVE BA-DATE     TO WS-HIST-DATE(WS-HIST-COUNT).
           MOVE BA-TIME     TO WS-HIST-TIME(WS-HIST-COUNT).
           MOVE BA-CUST-NO  TO WS-HIST-CUST(WS-HIST-COUNT).
           MOVE BA-EVENT    TO WS-HIST-EVENT(WS-HIST-COUNT).
           MOVE BA-OPERATOR TO WS-HIST-OPER(WS-HIST-COUNT).

      *> --- Every box in one branch's vault ---
       6500-LIST-BRANCH.
           DISPLAY SPACE BLANK SCREEN.
           DISPLAY "=== Safe Deposit Boxes - " WS-E-BRANCH " ===".
           DISPLAY "Box   Sz St Renter Bill to   Next rent"
               "   Rent due".
           MOVE 0 TO WS-LIST-COUNT.
           MOVE WS-E-BRANCH TO SB-BRANCH.
           MOVE LOW-VALUES TO SB-BOX-NO.
           START BOX-FILE KEY IS NOT LESS THAN SB-BOX-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
               NOT INVALID KEY SET NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ BOX-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF SB-BRANCH NOT = WS-E-BRANCH
                           SET END-OF-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           MOVE SB-RENT-DUE TO WS-DISP-AMT
                           DISPLAY SB-BOX-NO " " SB-SIZE "  "
                               SB-STATUS "  " SB-RENTER " "
                               SB-BILL-ACCT "  " SB-NEXT-BILL
                               "  " WS-DISP-AMT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "(no boxes on file at this branch)"
           END-IF.
           DISPLAY "Press Enter to return to the menu.".
           ACCEPT WS-PAUSE.

      *> --- The box keyed, which must be on file ---
       7000-READ-BOX.
           MOVE SPACES TO WS-MSG.
           MOVE WS-E-BRANCH TO SB-BRANCH.
           MOVE WS-E-BOX-NO TO SB-BOX-NO.
           READ BOX-FILE
               KEY IS SB-BOX-KEY
               INVALID KEY
                   MOVE "No such box at that branch" TO WS-MSG
           END-READ.

      *> --- Is WS-CHECK-CUST a customer in good enough
      *>     standing to rent? Closed customers are not ---
       7100-CHECK-CUSTOMER.
           MOVE "N" TO WS-CUST-OK.
           MOVE SPACES TO WS-RENTER-NAME.
           IF WS-CHECK-CUST NOT = SPACES
               MOVE WS-CHECK-CUST TO CU-CUST-NO
               READ CUSTOMER-MASTER
                   KEY IS CU-CUST-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-NAME TO WS-RENTER-NAME
                       IF CU-STANDING NOT = "C"
                           MOVE "Y" TO WS-CUST-OK
                       END-IF
               END-READ
           END-IF.

      *> --- Stamp the action with the operator's id ---
       7200-LOG-ACTION.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.

      *> --- One event onto the box access log ---
       7300-LOG-BOX-EVENT.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-BXLOG-STATUS NOT = "00"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           INITIALIZE ACCESS-LOG-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-PROCESS-DATE    TO BA-DATE.
           MOVE WS-TIME-RAW(1:6)   TO BA-TIME.
           MOVE SB-BRANCH          TO BA-BRANCH.
           MOVE SB-BOX-NO          TO BA-BOX-NO.
           MOVE WS-LOG-CUST        TO BA-CUST-NO.
           MOVE WS-LOG-EVENT       TO BA-EVENT.
           MOVE WS-OPERATOR-ID     TO BA-OPERATOR.
           WRITE ACCESS-LOG-RECORD.
           CLOSE ACCESS-LOG-FILE.
