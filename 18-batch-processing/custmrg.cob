       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.
       AUTHOR. LEARNER.

      *> ============================================
      *> Customer master merge - duplicate numbers
      *> ============================================
      *> Branches keep opening a second CU-CUST-NO for
      *> a customer who is already on file, and from
      *> then on the combined position (CUSTRPT), the
      *> CTR aggregation (CASHRPT) and the watch
      *> screening all see two half-customers. This
      *> program puts them back together:
      *>
      *>   1. List probable duplicates - open customers
      *>      with the same name at the same address
      *>      (line 1 and ZIP on customer-address.dat).
      *>   2. Merge one number into its survivor. Once
      *>      confirmed, every account's AM-CUST-NO, the
      *>      cust-acct-xref.dat ownership rows, the
      *>      contact links on contacts.dat, the renters
      *>      and co-renters of safe-deposit-boxes.dat
      *>      and the mailing address move to the
      *>      surviving number. The merged-away number is closed
      *>      (CU-STANDING C) with CU-MERGED-INTO
      *>      pointing at the survivor; a Watch standing
      *>      goes across with the accounts.
      *>
      *> Merging is a supervisor call. Every record
      *> changed lands on customer-merge-audit.dat with
      *> before/after images (control-audit.dat's
      *> convention) and on the operator action log.
      *> The customer is closed last, so a merge that is
      *> interrupted part way is simply run again.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks custmrg.cob
      *>       ../13-subprograms/codefmt.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o custmrg
      *>   ./custmrg
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ADDRESS-FILE
               ASSIGN TO "customer-address.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUST-NO
               FILE STATUS IS WS-ADDR-STATUS.

      *>   Ownership cross-reference CUSTRPT seeds and BATCH
      *>   reads: joint owners and signers beyond AM-CUST-NO
           SELECT XREF-FILE
               ASSIGN TO "cust-acct-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

      *>   The contact manager's address book, one directory
      *>   chain over - CONTACT-CUST-NO is the banking link
           SELECT CONTACT-FILE
               ASSIGN TO
                   "../17-screen-section/contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-ID
               FILE STATUS IS WS-CONTACT-STATUS.

      *>   The vault's boxes BOXMNT rents - SB-RENTER and
      *>   the co-renters are customer numbers
           SELECT BOX-FILE
               ASSIGN TO "safe-deposit-boxes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-BOX-KEY
               FILE STATUS IS WS-BOX-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "customer-merge-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           COPY "addrrec.cpy".

      *> One customer/account ownership link
       FD XREF-FILE.
       01 XREF-RECORD.
          05 XR-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 XR-ACCT-NO       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 XR-ROLE          PIC X.
      *>     P=Primary, J=Joint owner, A=Authorized signer

      *> The shape SCREENS and CTCIMPEX keep
       FD CONTACT-FILE.
       01 CONTACT-RECORD.
          05 CONTACT-ID       PIC X(4).
          05 CONTACT-NAME     PIC X(25).
          05 CONTACT-EMAIL    PIC X(30).
          05 CONTACT-PHONE    PIC X(12).
          05 CONTACT-CUST-NO  PIC X(6).

       FD BOX-FILE.
       01 BOX-RECORD.
           COPY "sdboxrec.cpy".

      *> One record changed by a merge: who, when, which
      *> file and key, and the whole record before and after
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AUD-DATE         PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 AUD-OPERATOR     PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 AUD-FILE         PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 AUD-KEY          PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 AUD-BEFORE       PIC X(180).
          05 FILLER           PIC X VALUE ",".
          05 AUD-AFTER        PIC X(180).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-ACCT-STATUS     PIC XX.
       01 WS-ADDR-STATUS     PIC XX.
       01 WS-XREF-STATUS     PIC XX.
       01 WS-CONTACT-STATUS  PIC XX.
       01 WS-AUDIT-STATUS    PIC XX.
       01 WS-BOX-STATUS      PIC XX.

       01 WS-CHOICE          PIC 9.
       01 WS-CONTINUE        PIC X VALUE "Y".
          88 USER-CONTINUES  VALUE "Y" "y".
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
       01 WS-TODAY           PIC 9(8).

      *>   Open customers with an address, for the duplicate
      *>   list; name and address line upper-cased so a
      *>   difference in keying case still pairs them
       01 WS-DC-COUNT        PIC 9(3) VALUE 0.
       01 WS-DC-TABLE.
          05 WS-DC-ENTRY OCCURS 500 TIMES.
             10 WS-DC-CUST     PIC X(6).
             10 WS-DC-NAME     PIC X(25).
             10 WS-DC-ADDR1    PIC X(30).
             10 WS-DC-ZIP      PIC X(10).
       01 WS-DC-IDX          PIC 9(3).
       01 WS-DC-IDX2         PIC 9(3).
       01 WS-PAIR-COUNT      PIC 9(3) VALUE 0.
       01 WS-LOWER           PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER           PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *>   The merge as keyed, and what each side looks like
       01 WS-OLD-CUST        PIC X(6).
       01 WS-NEW-CUST        PIC X(6).
       01 WS-CONFIRM         PIC X.
       01 WS-OLD-NAME        PIC X(25).
       01 WS-NEW-NAME        PIC X(25).
       01 WS-OLD-STANDING    PIC X.
       01 WS-NEW-STANDING    PIC X.
       01 WS-SHOW-MATCH.
          05 WS-SHOW-ADDR1    PIC X(30).
          05 WS-SHOW-ZIP      PIC X(10).
       01 WS-OLD-MATCH       PIC X(40).
       01 WS-NEW-MATCH       PIC X(40).
       01 WS-CUST-OK         PIC X.
          88 CUSTOMER-OK     VALUE "Y".
       01 WS-ASK-CUST        PIC X(6).
       01 WS-SAVED-ADDR      PIC X(140).

      *>   What the merge will move - counted before the
      *>   confirm, moved after it
       01 WS-CNT-ACCTS       PIC 9(3) VALUE 0.
       01 WS-CNT-XREF        PIC 9(3) VALUE 0.
       01 WS-CNT-CONTACTS    PIC 9(3) VALUE 0.
       01 WS-CNT-BOXES       PIC 9(3) VALUE 0.
       01 WS-DISP-CNT        PIC ZZ9.

      *>   cust-acct-xref.dat in storage; the file is written
      *>   back whole once the merged rows are repointed
       01 WS-XR-COUNT        PIC 9(3) VALUE 0.
       01 WS-XR-TABLE.
          05 WS-XR-ENTRY OCCURS 500 TIMES.
             10 WS-XR-CUST     PIC X(6).
             10 WS-XR-ACCT     PIC X(8).
             10 WS-XR-ROLE     PIC X.
             10 WS-XR-DROP     PIC X.
       01 WS-XR-IDX          PIC 9(3).
       01 WS-XR-IDX2         PIC 9(3).
       01 WS-XR-FOUND        PIC 9(3).
       01 WS-XR-LOADED       PIC X.
          88 XREF-LOADED     VALUE "Y".
       01 WS-XR-FULL         PIC X.
          88 XREF-TOO-BIG    VALUE "Y".

      *>   A box's renters: does it name the merged-away
      *>   number, and which co-renter slot is being checked
       01 WS-SB-IDX          PIC 9.
       01 WS-SB-HIT          PIC X.
          88 BOX-NAMES-OLD   VALUE "Y".

      *>   The audit line being built
       01 WS-AUD-FILE        PIC X(20).
       01 WS-AUD-KEY         PIC X(8).
       01 WS-BEFORE-IMAGE    PIC X(180).
       01 WS-AFTER-IMAGE     PIC X(180).

      *>   Customer number format check via the shared CODEFMT
       01 WS-CODE-CHECK      PIC X(20).
       01 WS-CODE-PREFIX     PIC X(10) VALUE "C".
       01 WS-CODE-PREFIX-LEN PIC 9(2)  VALUE 1.
       01 WS-CODE-VALID      PIC X.
          88 CODE-IS-VALID   VALUE "Y".

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "CUSTMRG".
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
      *>   Folding one customer into another rewrites the
      *>   ownership of their money - a supervisor call
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               STOP RUN
           END-IF.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           CLOSE CUSTOMER-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE ADDRESS-FILE.
           STOP RUN.

      *> --- The two masters must be there; the address file
      *>     is created on first use, as ADDRMNT does ---
       1000-OPEN-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O CUSTOMER-MASTER.
           IF NOT FS-SUCCESS
               DISPLAY "ABEND: customer-master.dat missing ("
                   WS-CUST-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ABEND: account-master.dat missing ("
                   WS-ACCT-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ADDRESS-FILE.
           IF WS-ADDR-STATUS NOT = "00"
               OPEN OUTPUT ADDRESS-FILE
               CLOSE ADDRESS-FILE
               OPEN I-O ADDRESS-FILE
           END-IF.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Customer Merge ===".
           DISPLAY "1. List probable duplicates".
           DISPLAY "2. Merge a duplicate into its survivor".
           DISPLAY "3. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-LIST-DUPLICATES
               WHEN 2 PERFORM 4000-MERGE-CUSTOMERS
                          THRU 4000-EXIT
               WHEN 3 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- Every pair of open customers with the same name
      *>     at the same address ---
       3000-LIST-DUPLICATES.
           PERFORM 3100-LOAD-CANDIDATES.
           MOVE 0 TO WS-PAIR-COUNT.

           DISPLAY SPACES.
           DISPLAY "=== Probable Duplicate Customers ===".
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               PERFORM VARYING WS-DC-IDX2 FROM WS-DC-IDX BY 1
                       UNTIL WS-DC-IDX2 > WS-DC-COUNT
                   IF WS-DC-IDX2 NOT = WS-DC-IDX
                       AND WS-DC-NAME(WS-DC-IDX2)
                           = WS-DC-NAME(WS-DC-IDX)
                       AND WS-DC-ADDR1(WS-DC-IDX2)
                           = WS-DC-ADDR1(WS-DC-IDX)
                       AND WS-DC-ZIP(WS-DC-IDX2)
                           = WS-DC-ZIP(WS-DC-IDX)
                       ADD 1 TO WS-PAIR-COUNT
                       DISPLAY "  " WS-DC-CUST(WS-DC-IDX)
                           " / " WS-DC-CUST(WS-DC-IDX2)
                           " | " WS-DC-NAME(WS-DC-IDX)
                           " | " WS-DC-ADDR1(WS-DC-IDX)
                           " " WS-DC-ZIP(WS-DC-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-PAIR-COUNT = 0
               DISPLAY "  (none)"
           ELSE
               DISPLAY "Merge the newer number into the older "
                   "with option 2."
           END-IF.

      *> --- Open customers that have an address on file ---
       3100-LOAD-CANDIDATES.
           MOVE 0 TO WS-DC-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CU-CUST-NO.
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CU-CUST-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ CUSTOMER-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL END-OF-FILE
               IF CU-STANDING NOT = "C"
                   MOVE CU-CUST-NO TO CA-CUST-NO
                   READ ADDRESS-FILE
                       KEY IS CA-CUST-NO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 3150-ADD-CANDIDATE
                   END-READ
               END-IF
               READ CUSTOMER-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

      *> --- One customer into the comparison table ---
       3150-ADD-CANDIDATE.
           IF WS-DC-COUNT < 500
               ADD 1 TO WS-DC-COUNT
               MOVE CU-CUST-NO    TO WS-DC-CUST(WS-DC-COUNT)
               MOVE CU-NAME       TO WS-DC-NAME(WS-DC-COUNT)
               MOVE CA-ADDR-LINE1 TO WS-DC-ADDR1(WS-DC-COUNT)
               MOVE CA-ZIP        TO WS-DC-ZIP(WS-DC-COUNT)
               INSPECT WS-DC-NAME(WS-DC-COUNT)
                   CONVERTING WS-LOWER TO WS-UPPER
               INSPECT WS-DC-ADDR1(WS-DC-COUNT)
                   CONVERTING WS-LOWER TO WS-UPPER
               INSPECT WS-DC-ZIP(WS-DC-COUNT)
                   CONVERTING WS-LOWER TO WS-UPPER
           ELSE
               DISPLAY "WARNING: more than 500 customers - "
                   "list is incomplete."
           END-IF.

      *> --- Fold one customer number into another ---
       4000-MERGE-CUSTOMERS.
           DISPLAY "Customer number to merge away: ".
           ACCEPT WS-OLD-CUST.
           MOVE WS-OLD-CUST TO WS-ASK-CUST.
           PERFORM 7000-CHECK-CUSTOMER.
           IF NOT CUSTOMER-OK
               GO TO 4000-EXIT
           END-IF.
           MOVE CU-NAME     TO WS-OLD-NAME.
           MOVE CU-STANDING TO WS-OLD-STANDING.
           PERFORM 7100-SHOW-CUSTOMER.
           MOVE WS-SHOW-MATCH TO WS-OLD-MATCH.

           DISPLAY "Surviving customer number: ".
           ACCEPT WS-NEW-CUST.
           IF WS-NEW-CUST = WS-OLD-CUST
               DISPLAY "A customer cannot be merged into itself."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-NEW-CUST TO WS-ASK-CUST.
           PERFORM 7000-CHECK-CUSTOMER.
           IF NOT CUSTOMER-OK
               GO TO 4000-EXIT
           END-IF.
           MOVE CU-NAME     TO WS-NEW-NAME.
           MOVE CU-STANDING TO WS-NEW-STANDING.
           PERFORM 7100-SHOW-CUSTOMER.
           MOVE WS-SHOW-MATCH TO WS-NEW-MATCH.

      *>   Not the same name at the same address: still the
      *>   supervisor's call, but said out loud first
           INSPECT WS-OLD-NAME CONVERTING WS-LOWER TO WS-UPPER.
           INSPECT WS-NEW-NAME CONVERTING WS-LOWER TO WS-UPPER.
           IF WS-OLD-NAME NOT = WS-NEW-NAME
               OR WS-OLD-MATCH NOT = WS-NEW-MATCH
               DISPLAY "WARNING: names or addresses differ - "
                   "check these are one customer."
           END-IF.

           PERFORM 4100-COUNT-WHAT-MOVES.
           IF XREF-TOO-BIG
               DISPLAY "cust-acct-xref.dat has over 500 rows "
                   "- too many to merge here. Nothing changed."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-CNT-ACCTS TO WS-DISP-CNT.
           DISPLAY "Accounts to move:        " WS-DISP-CNT.
           MOVE WS-CNT-XREF TO WS-DISP-CNT.
           DISPLAY "Ownership links to move: " WS-DISP-CNT.
           MOVE WS-CNT-CONTACTS TO WS-DISP-CNT.
           DISPLAY "Contact links to move:   " WS-DISP-CNT.
           MOVE WS-CNT-BOXES TO WS-DISP-CNT.
           DISPLAY "Box rentals to move:     " WS-DISP-CNT.

           DISPLAY "Merge " WS-OLD-CUST " into " WS-NEW-CUST
               " (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Merge abandoned - nothing changed."
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4300-MOVE-ACCOUNTS.
           PERFORM 4400-MOVE-XREF THRU 4400-EXIT.
           PERFORM 4500-MOVE-CONTACTS THRU 4500-EXIT.
           PERFORM 4550-MOVE-BOXES THRU 4550-EXIT.
           PERFORM 4600-MOVE-ADDRESS THRU 4600-EXIT.
           PERFORM 4700-RETIRE-CUSTOMER.

           DISPLAY WS-OLD-CUST " merged into " WS-NEW-CUST
               " and closed.".
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Merged " WS-OLD-CUST " into " WS-NEW-CUST
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           PERFORM 9100-LOG-ACTION.
       4000-EXIT.
           CONTINUE.

      *> --- Count the accounts, ownership rows, contacts
      *>     and boxes that carry the merged-away number ---
       4100-COUNT-WHAT-MOVES.
           MOVE 0 TO WS-CNT-ACCTS.
           MOVE 0 TO WS-CNT-XREF.
           MOVE 0 TO WS-CNT-CONTACTS.
           MOVE 0 TO WS-CNT-BOXES.

           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ ACCOUNT-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL END-OF-FILE
               IF AM-CUST-NO = WS-OLD-CUST
                   ADD 1 TO WS-CNT-ACCTS
               END-IF
               READ ACCOUNT-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

           PERFORM 4200-LOAD-XREF THRU 4200-EXIT.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-COUNT
               IF WS-XR-CUST(WS-XR-IDX) = WS-OLD-CUST
                   ADD 1 TO WS-CNT-XREF
               END-IF
           END-PERFORM.

           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ CONTACT-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF CONTACT-CUST-NO = WS-OLD-CUST
                       ADD 1 TO WS-CNT-CONTACTS
                   END-IF
                   READ CONTACT-FILE NEXT
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.

           OPEN INPUT BOX-FILE.
           IF WS-BOX-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ BOX-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   PERFORM 4560-CHECK-BOX-RENTERS
                   IF BOX-NAMES-OLD
                       ADD 1 TO WS-CNT-BOXES
                   END-IF
                   READ BOX-FILE NEXT
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BOX-FILE
           END-IF.

      *> --- cust-acct-xref.dat into storage; none on file
      *>     (CUSTRPT has not seeded it yet) is no rows ---
       4200-LOAD-XREF.
           MOVE 0 TO WS-XR-COUNT.
           MOVE "N" TO WS-XR-LOADED.
           MOVE "N" TO WS-XR-FULL.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
               GO TO 4200-EXIT
           END-IF.
           MOVE "Y" TO WS-XR-LOADED.
           MOVE "N" TO WS-EOF.
           READ XREF-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-XR-COUNT < 500
                   ADD 1 TO WS-XR-COUNT
                   MOVE XR-CUST-NO TO WS-XR-CUST(WS-XR-COUNT)
                   MOVE XR-ACCT-NO TO WS-XR-ACCT(WS-XR-COUNT)
                   MOVE XR-ROLE    TO WS-XR-ROLE(WS-XR-COUNT)
                   MOVE "N"        TO WS-XR-DROP(WS-XR-COUNT)
               ELSE
                   MOVE "Y" TO WS-XR-FULL
               END-IF
               READ XREF-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE XREF-FILE.
       4200-EXIT.
           CONTINUE.

      *> --- Every account on the merged-away number goes to
      *>     the survivor ---
       4300-MOVE-ACCOUNTS.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ ACCOUNT-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL END-OF-FILE
               IF AM-CUST-NO = WS-OLD-CUST
                   MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-NEW-CUST TO AM-CUST-NO
                   REWRITE ACCOUNT-RECORD
                   MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
                   MOVE "account-master.dat" TO WS-AUD-FILE
                   MOVE AM-ACCT-NO TO WS-AUD-KEY
                   MOVE SPACES TO WS-OP-ACTION
                   STRING "Acct " AM-ACCT-NO " " WS-OLD-CUST
                          ">" WS-NEW-CUST
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
                   PERFORM 9000-WRITE-AUDIT
               END-IF
               READ ACCOUNT-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

      *> --- Ownership rows: the merged-away number's rows
      *>     become the survivor's. Where the survivor already
      *>     has a row on the same account the merged row is
      *>     dropped, the survivor keeping the stronger role
      *>     (Primary over Joint over Signer) ---
       4400-MOVE-XREF.
           IF NOT XREF-LOADED OR WS-CNT-XREF = 0
               GO TO 4400-EXIT
           END-IF.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-COUNT
               IF WS-XR-CUST(WS-XR-IDX) = WS-OLD-CUST
                   PERFORM 4450-MOVE-ONE-XREF
               END-IF
           END-PERFORM.

           OPEN OUTPUT XREF-FILE.
           INITIALIZE XREF-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-COUNT
               IF WS-XR-DROP(WS-XR-IDX) NOT = "Y"
                   MOVE WS-XR-CUST(WS-XR-IDX) TO XR-CUST-NO
                   MOVE WS-XR-ACCT(WS-XR-IDX) TO XR-ACCT-NO
                   MOVE WS-XR-ROLE(WS-XR-IDX) TO XR-ROLE
                   WRITE XREF-RECORD
               END-IF
           END-PERFORM.
           CLOSE XREF-FILE.
       4400-EXIT.
           CONTINUE.

      *> --- One merged-away row: repoint it, or drop it in
      *>     favour of the survivor's own row ---
       4450-MOVE-ONE-XREF.
           INITIALIZE XREF-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-XR-CUST(WS-XR-IDX) TO XR-CUST-NO.
           MOVE WS-XR-ACCT(WS-XR-IDX) TO XR-ACCT-NO.
           MOVE WS-XR-ROLE(WS-XR-IDX) TO XR-ROLE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE XREF-RECORD TO WS-BEFORE-IMAGE.
           MOVE "cust-acct-xref.dat" TO WS-AUD-FILE.
           MOVE WS-XR-ACCT(WS-XR-IDX) TO WS-AUD-KEY.

           MOVE 0 TO WS-XR-FOUND.
           PERFORM VARYING WS-XR-IDX2 FROM 1 BY 1
                   UNTIL WS-XR-IDX2 > WS-XR-COUNT
               IF WS-XR-CUST(WS-XR-IDX2) = WS-NEW-CUST
                   AND WS-XR-ACCT(WS-XR-IDX2)
                       = WS-XR-ACCT(WS-XR-IDX)
                   AND WS-XR-DROP(WS-XR-IDX2) NOT = "Y"
                   MOVE WS-XR-IDX2 TO WS-XR-FOUND
               END-IF
           END-PERFORM.

           IF WS-XR-FOUND = 0
               MOVE WS-NEW-CUST TO WS-XR-CUST(WS-XR-IDX)
               MOVE WS-NEW-CUST TO XR-CUST-NO
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE XREF-RECORD TO WS-AFTER-IMAGE
               MOVE SPACES TO WS-OP-ACTION
               STRING "Xref " XR-ACCT-NO " " WS-OLD-CUST
                      ">" WS-NEW-CUST " " XR-ROLE
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
               PERFORM 9000-WRITE-AUDIT
           ELSE
               MOVE "Y" TO WS-XR-DROP(WS-XR-IDX)
               MOVE "(dropped - survivor already linked)"
                   TO WS-AFTER-IMAGE
               MOVE SPACES TO WS-OP-ACTION
               STRING "Xref " XR-ACCT-NO " " WS-OLD-CUST
                      " dropped"
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
               PERFORM 9000-WRITE-AUDIT
               IF WS-XR-ROLE(WS-XR-IDX) = "P"
                   OR (WS-XR-ROLE(WS-XR-IDX) = "J"
                       AND WS-XR-ROLE(WS-XR-FOUND) = "A")
                   MOVE WS-XR-CUST(WS-XR-FOUND) TO XR-CUST-NO
                   MOVE WS-XR-ROLE(WS-XR-FOUND) TO XR-ROLE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE XREF-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-XR-ROLE(WS-XR-IDX)
                       TO WS-XR-ROLE(WS-XR-FOUND)
                   MOVE WS-XR-ROLE(WS-XR-FOUND) TO XR-ROLE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE XREF-RECORD TO WS-AFTER-IMAGE
                   MOVE SPACES TO WS-OP-ACTION
                   STRING "Xref " XR-ACCT-NO " " WS-NEW-CUST
                          " role " XR-ROLE
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
                   PERFORM 9000-WRITE-AUDIT
               END-IF
           END-IF.

      *> --- Contact links follow the customer; no contact
      *>     file here means no links to move ---
       4500-MOVE-CONTACTS.
           IF WS-CNT-CONTACTS = 0
               GO TO 4500-EXIT
           END-IF.
           OPEN I-O CONTACT-FILE.
           IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "WARNING: contacts.dat would not open ("
                   WS-CONTACT-STATUS ") - contact links not moved."
               GO TO 4500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CONTACT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF CONTACT-CUST-NO = WS-OLD-CUST
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-NEW-CUST TO CONTACT-CUST-NO
                   REWRITE CONTACT-RECORD
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE CONTACT-RECORD TO WS-AFTER-IMAGE
                   MOVE "contacts.dat" TO WS-AUD-FILE
                   MOVE CONTACT-ID TO WS-AUD-KEY
                   MOVE SPACES TO WS-OP-ACTION
                   STRING "Contact " CONTACT-ID " " WS-OLD-CUST
                          ">" WS-NEW-CUST
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
                   PERFORM 9000-WRITE-AUDIT
               END-IF
               READ CONTACT-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CONTACT-FILE.
       4500-EXIT.
           CONTINUE.

      *> --- Every box rented or co-rented under the merged-
      *>     away number repointed to the survivor. A
      *>     co-renter slot left naming someone already on
      *>     the box is cleared. safe-deposit-boxes.dat is
      *>     keyed by branch and box, wider than the audit
      *>     line's key: the box number goes there, the
      *>     branch leads the images ---
       4550-MOVE-BOXES.
           IF WS-CNT-BOXES = 0
               GO TO 4550-EXIT
           END-IF.
           OPEN I-O BOX-FILE.
           IF WS-BOX-STATUS NOT = "00"
               DISPLAY "WARNING: safe-deposit-boxes.dat would not "
                   "open (" WS-BOX-STATUS ") - box renters not "
                   "moved."
               GO TO 4550-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ BOX-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 4560-CHECK-BOX-RENTERS
               IF BOX-NAMES-OLD
                   PERFORM 4570-MOVE-ONE-BOX
               END-IF
               READ BOX-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BOX-FILE.
       4550-EXIT.
           CONTINUE.

      *> --- Does this box name the merged-away number as
      *>     renter or co-renter? ---
       4560-CHECK-BOX-RENTERS.
           MOVE "N" TO WS-SB-HIT.
           IF SB-RENTER = WS-OLD-CUST
               SET BOX-NAMES-OLD TO TRUE
           END-IF.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > 2
               IF SB-JOINT-RENTER(WS-SB-IDX) = WS-OLD-CUST
                   SET BOX-NAMES-OLD TO TRUE
               END-IF
           END-PERFORM.

      *> --- One box's renters repointed, rewritten and
      *>     audited ---
       4570-MOVE-ONE-BOX.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE BOX-RECORD TO WS-BEFORE-IMAGE.
           IF SB-RENTER = WS-OLD-CUST
               MOVE WS-NEW-CUST TO SB-RENTER
           END-IF.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > 2
               IF SB-JOINT-RENTER(WS-SB-IDX) = WS-OLD-CUST
                   MOVE WS-NEW-CUST TO SB-JOINT-RENTER(WS-SB-IDX)
               END-IF
               IF SB-JOINT-RENTER(WS-SB-IDX) = SB-RENTER
                   MOVE SPACES TO SB-JOINT-RENTER(WS-SB-IDX)
               END-IF
           END-PERFORM.
           IF SB-JOINT-RENTER(2) NOT = SPACES
               AND SB-JOINT-RENTER(2) = SB-JOINT-RENTER(1)
               MOVE SPACES TO SB-JOINT-RENTER(2)
           END-IF.
           REWRITE BOX-RECORD.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE BOX-RECORD TO WS-AFTER-IMAGE.
           MOVE "safe-deposit-boxes" TO WS-AUD-FILE.
           MOVE SB-BOX-NO TO WS-AUD-KEY.
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Box " SB-BRANCH "/" SB-BOX-NO " " WS-OLD-CUST
                  ">" WS-NEW-CUST
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           PERFORM 9000-WRITE-AUDIT.

      *> --- The mailing address: taken over by the survivor
      *>     when it has none, otherwise the survivor's stands.
      *>     Either way the merged-away number's is removed ---
       4600-MOVE-ADDRESS.
           MOVE WS-OLD-CUST TO CA-CUST-NO.
           READ ADDRESS-FILE
               KEY IS CA-CUST-NO
               INVALID KEY
                   GO TO 4600-EXIT
           END-READ.
           MOVE ADDRESS-RECORD TO WS-SAVED-ADDR.
           MOVE "customer-address.dat" TO WS-AUD-FILE.

           MOVE WS-NEW-CUST TO CA-CUST-NO.
           READ ADDRESS-FILE
               KEY IS CA-CUST-NO
               INVALID KEY
                   MOVE WS-SAVED-ADDR TO ADDRESS-RECORD
                   MOVE WS-NEW-CUST TO CA-CUST-NO
                   WRITE ADDRESS-RECORD
                   MOVE "(none)" TO WS-BEFORE-IMAGE
                   MOVE ADDRESS-RECORD TO WS-AFTER-IMAGE
                   MOVE WS-NEW-CUST TO WS-AUD-KEY
                   MOVE SPACES TO WS-OP-ACTION
                   STRING "Addr " WS-OLD-CUST ">" WS-NEW-CUST
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
                   PERFORM 9000-WRITE-AUDIT
               NOT INVALID KEY
                   DISPLAY "Survivor's address kept; the merged "
                       "number's is removed."
           END-READ.

           MOVE WS-OLD-CUST TO CA-CUST-NO.
           READ ADDRESS-FILE
               KEY IS CA-CUST-NO
               INVALID KEY
                   GO TO 4600-EXIT
           END-READ.
           DELETE ADDRESS-FILE RECORD.
           MOVE WS-SAVED-ADDR TO WS-BEFORE-IMAGE.
           MOVE "(deleted)" TO WS-AFTER-IMAGE.
           MOVE WS-OLD-CUST TO WS-AUD-KEY.
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Addr " WS-OLD-CUST " removed"
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           PERFORM 9000-WRITE-AUDIT.
       4600-EXIT.
           CONTINUE.

      *> --- Close the merged-away number with its pointer,
      *>     repoint anything earlier merged into it, and carry
      *>     a Watch standing over to the survivor ---
       4700-RETIRE-CUSTOMER.
           MOVE "customer-master.dat" TO WS-AUD-FILE.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CU-CUST-NO.
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CU-CUST-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           IF NOT END-OF-FILE
               READ CUSTOMER-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL END-OF-FILE
               IF CU-MERGED-INTO = WS-OLD-CUST
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-NEW-CUST TO CU-MERGED-INTO
                   REWRITE CUSTOMER-RECORD
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
                   MOVE CU-CUST-NO TO WS-AUD-KEY
                   MOVE SPACES TO WS-OP-ACTION
                   STRING "Cust " CU-CUST-NO " now >" WS-NEW-CUST
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
                   PERFORM 9000-WRITE-AUDIT
               END-IF
               READ CUSTOMER-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

           IF WS-OLD-STANDING = "W" AND WS-NEW-STANDING = "A"
               MOVE WS-NEW-CUST TO CU-CUST-NO
               READ CUSTOMER-MASTER
                   KEY IS CU-CUST-NO
               END-READ
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
               MOVE "W" TO CU-STANDING
               REWRITE CUSTOMER-RECORD
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
               MOVE WS-NEW-CUST TO WS-AUD-KEY
               MOVE SPACES TO WS-OP-ACTION
               STRING "Cust " WS-NEW-CUST " watch from "
                      WS-OLD-CUST
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
               PERFORM 9000-WRITE-AUDIT
               DISPLAY WS-NEW-CUST " takes over the Watch "
                   "standing."
           END-IF.

           MOVE WS-OLD-CUST TO CU-CUST-NO.
           READ CUSTOMER-MASTER
               KEY IS CU-CUST-NO
           END-READ.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE.
           MOVE "C" TO CU-STANDING.
           MOVE WS-NEW-CUST TO CU-MERGED-INTO.
           REWRITE CUSTOMER-RECORD.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE.
           MOVE WS-OLD-CUST TO WS-AUD-KEY.
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Cust " WS-OLD-CUST " closed >" WS-NEW-CUST
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           PERFORM 9000-WRITE-AUDIT.

      *> --- WS-ASK-CUST well formed, on file and still open ---
       7000-CHECK-CUSTOMER.
           MOVE "N" TO WS-CUST-OK.
           MOVE SPACES TO WS-CODE-CHECK.
           MOVE WS-ASK-CUST TO WS-CODE-CHECK.
           CALL "CODEFMT" USING
               BY CONTENT   WS-CODE-CHECK
               BY CONTENT   WS-CODE-PREFIX
               BY CONTENT   WS-CODE-PREFIX-LEN
               BY REFERENCE WS-CODE-VALID
           END-CALL.
           IF NOT CODE-IS-VALID
               DISPLAY "Customer number must start with 'C'."
           ELSE
               MOVE WS-ASK-CUST TO CU-CUST-NO
               READ CUSTOMER-MASTER
                   KEY IS CU-CUST-NO
                   INVALID KEY
                       DISPLAY WS-ASK-CUST " is not on the "
                           "customer master."
                   NOT INVALID KEY
                       IF CU-STANDING = "C"
                           DISPLAY WS-ASK-CUST " is closed."
                       ELSE
                           MOVE "Y" TO WS-CUST-OK
                       END-IF
               END-READ
           END-IF.

      *> --- The customer just read, with their address;
      *>     leaves address line 1 and ZIP (or spaces) in
      *>     WS-SHOW-MATCH, upper-cased for the duplicate
      *>     comparison ---
       7100-SHOW-CUSTOMER.
           DISPLAY "  " CU-CUST-NO " " CU-NAME
               " standing " CU-STANDING
               " branch " CU-HOME-BRANCH.
           MOVE SPACES TO WS-SHOW-MATCH.
           MOVE CU-CUST-NO TO CA-CUST-NO.
           READ ADDRESS-FILE
               KEY IS CA-CUST-NO
               INVALID KEY
                   DISPLAY "  (no address on file)"
               NOT INVALID KEY
                   DISPLAY "  " CA-ADDR-LINE1 " " CA-ZIP
                   MOVE CA-ADDR-LINE1 TO WS-SHOW-ADDR1
                   MOVE CA-ZIP        TO WS-SHOW-ZIP
                   INSPECT WS-SHOW-MATCH
                       CONVERTING WS-LOWER TO WS-UPPER
           END-READ.

      *> --- One audit line: who, when, which record, before
      *>     and after - and the operator action log too.
      *>     The caller leaves the action text in
      *>     WS-OP-ACTION ---
       9000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           INITIALIZE AUDIT-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-TODAY        TO AUD-DATE.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR.
           MOVE WS-AUD-FILE     TO AUD-FILE.
           MOVE WS-AUD-KEY      TO AUD-KEY.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE.
           MOVE WS-AFTER-IMAGE  TO AUD-AFTER.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           PERFORM 9100-LOG-ACTION.

      *> --- Stamp the action with the operator's id ---
       9100-LOG-ACTION.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
