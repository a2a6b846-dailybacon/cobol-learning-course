       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCMNT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Cash concentration structure maintenance
      *> ============================================
      *> A business customer with several operating
      *> accounts can have them swept to a target
      *> balance (usually zero) into one master account
      *> every night, and funded back from the master
      *> when they run below it. This program keeps the
      *> structures on cash-concentration.dat, one
      *> record per participating sub-account; BATCH
      *> runs the sweep after the day's postings and
      *> prints the customer's concentration report.
      *>
      *> A sub-account and its master must both be open
      *> checking or savings accounts of the same
      *> customer, in the same currency. A master cannot
      *> itself be swept into another master, and an
      *> account sits in one structure only.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks concmnt.cob
      *>       ../13-subprograms/codefmt.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o concmnt
      *>   ./concmnt
      *>
      *> NOTE: -I ../copybooks pulls in the shared
      *>   layouts (concrec.cpy, acctrec.cpy) and FILE
      *>   STATUS names (filestat.cpy). CODEFMT checks
      *>   the account number prefix, same as BATCH does.
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONC-FILE
               ASSIGN TO "cash-concentration.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-SUB-ACCT
               FILE STATUS IS WS-CONC-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "account-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CONC-FILE.
       01 CONC-RECORD.
           COPY "concrec.cpy".

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CONC-STATUS    PIC XX.
           COPY "filestat.cpy".
       01 WS-ACCT-STATUS    PIC XX.

       01 WS-CHOICE         PIC 9.
       01 WS-CONTINUE       PIC X VALUE "Y".
          88 USER-CONTINUES VALUE "Y" "y".
       01 WS-EOF            PIC X VALUE "N".
          88 END-OF-FILE    VALUE "Y".
       01 WS-LIST-COUNT     PIC 9(3) VALUE 0.
       01 WS-TODAY          PIC 9(8).

      *>   The structure as keyed
       01 WS-ASK-SUB        PIC X(8).
       01 WS-ASK-MASTER     PIC X(8).
       01 WS-ASK-TARGET     PIC 9(9)V99.
       01 WS-ASK-STATUS     PIC X.
       01 WS-ASK-ACCT       PIC X(8).
       01 WS-ACCT-OK        PIC X.
          88 ACCOUNT-OK     VALUE "Y".
       01 WS-SUB-CUST       PIC X(6).
       01 WS-SUB-CURRENCY   PIC X(3).
       01 WS-IS-MEMBER      PIC X.
          88 ACCOUNT-IS-MEMBER VALUE "Y".
       01 WS-IS-MASTER      PIC X.
          88 ACCOUNT-IS-MASTER VALUE "Y".
       01 WS-DISP-AMT       PIC Z(8)9.99.

      *>   Account number format check via the shared CODEFMT
      *>   subprogram - same routine BATCH uses on the feed
       01 WS-CODE-CHECK      PIC X(20).
       01 WS-CODE-PREFIX     PIC X(10) VALUE "ACCT".
       01 WS-CODE-PREFIX-LEN PIC 9(2)  VALUE 4.
       01 WS-CODE-VALID      PIC X.
          88 CODE-IS-VALID   VALUE "Y".

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "CONCMNT".
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
      *>   A structure moves customer money every night -
      *>   setting one up is a supervisor call
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               STOP RUN
           END-IF.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           CLOSE CONC-FILE.
           CLOSE ACCOUNT-MASTER.
           STOP RUN.

      *> --- Open the structures file, creating it on first
      *>     use, and the account master for the edits ---
       1000-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ABEND: account-master.dat missing."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CONC-FILE.
           IF NOT FS-SUCCESS
               OPEN OUTPUT CONC-FILE
               CLOSE CONC-FILE
               OPEN I-O CONC-FILE
           END-IF.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Cash Concentration Maintenance ===".
           DISPLAY "1. Add a sub-account to a structure".
           DISPLAY "2. Change a target or suspend/resume".
           DISPLAY "3. Remove a sub-account".
           DISPLAY "4. List structures".
           DISPLAY "5. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-ADD-SUB-ACCOUNT
                          THRU 3000-EXIT
               WHEN 2 PERFORM 4000-CHANGE-SUB-ACCOUNT
                          THRU 4000-EXIT
               WHEN 3 PERFORM 5000-REMOVE-SUB-ACCOUNT
               WHEN 4 PERFORM 6000-LIST-STRUCTURES
               WHEN 5 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- A new participant: both accounts edited, then
      *>     the structure rules ---
       3000-ADD-SUB-ACCOUNT.
           DISPLAY "Master account (e.g. ACCT0001): ".
           ACCEPT WS-ASK-MASTER.
           MOVE WS-ASK-MASTER TO WS-ASK-ACCT.
           PERFORM 7000-CHECK-ACCOUNT.
           IF NOT ACCOUNT-OK
               GO TO 3000-EXIT
           END-IF.
           MOVE AM-CUST-NO  TO WS-SUB-CUST.
           MOVE AM-CURRENCY TO WS-SUB-CURRENCY.

           DISPLAY "Sub-account to sweep into it: ".
           ACCEPT WS-ASK-SUB.
           MOVE WS-ASK-SUB TO WS-ASK-ACCT.
           PERFORM 7000-CHECK-ACCOUNT.
           IF NOT ACCOUNT-OK
               GO TO 3000-EXIT
           END-IF.
           IF WS-ASK-SUB = WS-ASK-MASTER
               DISPLAY "An account cannot sweep into itself."
               GO TO 3000-EXIT
           END-IF.
           IF AM-CUST-NO NOT = WS-SUB-CUST
               DISPLAY "Sub-account belongs to another customer."
               GO TO 3000-EXIT
           END-IF.
           IF AM-CURRENCY NOT = WS-SUB-CURRENCY
               DISPLAY "Sub-account is in another currency."
               GO TO 3000-EXIT
           END-IF.

      *>   No chains: the master is no one's sub-account, and
      *>   the new sub-account is no one's master
           MOVE WS-ASK-MASTER TO WS-ASK-ACCT.
           PERFORM 7100-CHECK-MEMBERSHIP.
           IF ACCOUNT-IS-MEMBER
               DISPLAY WS-ASK-MASTER " is itself swept into "
                   "another master."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ASK-SUB TO WS-ASK-ACCT.
           PERFORM 7100-CHECK-MEMBERSHIP.
           IF ACCOUNT-IS-MASTER
               DISPLAY WS-ASK-SUB " is the master of its own "
                   "structure."
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "Target balance to leave in it (0 for zero "
               "balance): ".
           ACCEPT WS-ASK-TARGET.

           INITIALIZE CONC-RECORD.
           MOVE WS-ASK-SUB     TO CC-SUB-ACCT.
           MOVE WS-ASK-MASTER  TO CC-MASTER-ACCT.
           MOVE WS-ASK-TARGET  TO CC-TARGET-BAL.
           MOVE "A"            TO CC-STATUS.
           MOVE WS-TODAY       TO CC-START-DATE.
           MOVE WS-OPERATOR-ID TO CC-OPERATOR.
           WRITE CONC-RECORD
               INVALID KEY
                   DISPLAY WS-ASK-SUB " is already in a "
                       "structure."
               NOT INVALID KEY
                   DISPLAY WS-ASK-SUB " now sweeps into "
                       WS-ASK-MASTER " - from the next batch run."
                   MOVE SPACES TO WS-OP-ACTION
                   STRING "Conc add " CC-SUB-ACCT " to "
                          CC-MASTER-ACCT
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
                   PERFORM 7200-LOG-ACTION
           END-WRITE.
       3000-EXIT.
           CONTINUE.

      *> --- New target, or take a sub-account out of the
      *>     sweep for a while and put it back ---
       4000-CHANGE-SUB-ACCOUNT.
           DISPLAY "Sub-account: ".
           ACCEPT CC-SUB-ACCT.
           READ CONC-FILE
               KEY IS CC-SUB-ACCT
               INVALID KEY
                   DISPLAY "That account is in no structure."
                   GO TO 4000-EXIT
           END-READ.
           MOVE CC-TARGET-BAL TO WS-DISP-AMT.
           DISPLAY CC-SUB-ACCT " -> " CC-MASTER-ACCT
               "  target " WS-DISP-AMT "  status " CC-STATUS.
           DISPLAY "New target balance: ".
           ACCEPT WS-ASK-TARGET.
           DISPLAY "Status (A=Active, S=Suspended): ".
           ACCEPT WS-ASK-STATUS.
           IF WS-ASK-STATUS NOT = "A" AND WS-ASK-STATUS NOT = "S"
               DISPLAY "Status must be A or S."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-ASK-TARGET  TO CC-TARGET-BAL.
           MOVE WS-ASK-STATUS  TO CC-STATUS.
           MOVE WS-OPERATOR-ID TO CC-OPERATOR.
           REWRITE CONC-RECORD.
           DISPLAY "Changed - takes effect next batch run.".
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Conc change " CC-SUB-ACCT " " CC-STATUS
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           PERFORM 7200-LOG-ACTION.
       4000-EXIT.
           CONTINUE.

      *> --- Take a sub-account out of its structure ---
       5000-REMOVE-SUB-ACCOUNT.
           DISPLAY "Sub-account to remove: ".
           ACCEPT CC-SUB-ACCT.
           READ CONC-FILE
               KEY IS CC-SUB-ACCT
               INVALID KEY
                   DISPLAY "That account is in no structure."
               NOT INVALID KEY
                   DELETE CONC-FILE RECORD
                   DISPLAY CC-SUB-ACCT " removed from "
                       CC-MASTER-ACCT "'s structure."
                   MOVE SPACES TO WS-OP-ACTION
                   STRING "Conc remove " CC-SUB-ACCT
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
                   PERFORM 7200-LOG-ACTION
           END-READ.

      *> --- Every sub-account on file with its master ---
       6000-LIST-STRUCTURES.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CC-SUB-ACCT.
           START CONC-FILE KEY IS NOT LESS THAN CC-SUB-ACCT
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.

           DISPLAY SPACES.
           DISPLAY "=== Concentration Structures ===".

           IF NOT END-OF-FILE
               READ CONC-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-LIST-COUNT
               MOVE CC-TARGET-BAL TO WS-DISP-AMT
               DISPLAY "  " CC-SUB-ACCT
                   " -> " CC-MASTER-ACCT
                   " | target " WS-DISP-AMT
                   " | " CC-STATUS
                   " | since " CC-START-DATE
               READ CONC-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

           IF WS-LIST-COUNT = 0
               DISPLAY "  (none)"
           END-IF.

      *> --- WS-ASK-ACCT well formed, on the master, and a
      *>     checking or savings account ---
       7000-CHECK-ACCOUNT.
           MOVE "N" TO WS-ACCT-OK.
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
           ELSE
               MOVE WS-ASK-ACCT TO AM-ACCT-NO
               READ ACCOUNT-MASTER
                   KEY IS AM-ACCT-NO
                   INVALID KEY
                       DISPLAY WS-ASK-ACCT " is not on the master."
                   NOT INVALID KEY
                       IF AM-ACCT-TYPE = "C" OR AM-ACCT-TYPE = "S"
                           MOVE "Y" TO WS-ACCT-OK
                       ELSE
                           DISPLAY WS-ASK-ACCT " is not a checking "
                               "or savings account."
                       END-IF
               END-READ
           END-IF.

      *> --- Is WS-ASK-ACCT a sub-account anywhere, or the
      *>     master of any structure? ---
       7100-CHECK-MEMBERSHIP.
           MOVE "N" TO WS-IS-MEMBER.
           MOVE "N" TO WS-IS-MASTER.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CC-SUB-ACCT.
           START CONC-FILE KEY IS NOT LESS THAN CC-SUB-ACCT
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ CONC-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL END-OF-FILE
               IF CC-SUB-ACCT = WS-ASK-ACCT
                   MOVE "Y" TO WS-IS-MEMBER
               END-IF
               IF CC-MASTER-ACCT = WS-ASK-ACCT
                   MOVE "Y" TO WS-IS-MASTER
               END-IF
               READ CONC-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

      *> --- Stamp the action with the operator's id ---
       7200-LOG-ACTION.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
