       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN.
       AUTHOR. LEARNER.

      *> ============================================
      *> Marketing campaign selection
      *> ============================================
      *> "A letter to every savings customer with more
      *> than so much on deposit and no term deposit"
      *> used to mean a one-off program. This utility
      *> builds any list of that shape from criteria
      *> keyed at the terminal:
      *>
      *>   - an account type the customer must hold, with
      *>     a balance band and how recently the account
      *>     was active (customer-master.dat owner plus
      *>     the P/J owners on cust-acct-xref.dat);
      *>   - an account type that rules a customer out;
      *>   - a home branch, and whether the customer must
      *>     be linked to a contact in the Contact Manager.
      *>
      *> Customers on watch or closed (merged ones are
      *> closed), those with no address to mail, and
      *> those who asked not to be solicited
      *> (CA-NO-SOLICIT) are never selected - the
      *> summary counts each reason.
      *>
      *> Each selection is a numbered campaign, kept on
      *> campaigns.dat (criteria, who, when) with its
      *> members on campaign-lists.dat so responses can
      *> be tracked back to the list. For the mail house
      *> it writes mailing labels
      *> (campaign-MKnnnn-labels.txt) and a "|"-delimited
      *> extract (campaign-MKnnnn-mail.dat - addresses
      *> carry commas); the selection summary
      *> (campaign-MKnnnn.txt) goes on the spool.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks campaign.cob
      *>       ../13-subprograms/spoolreg.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o campaign
      *>   ./campaign
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

      *>   Joint owners beyond the master's AM-CUST-NO
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

           SELECT CAMPAIGN-FILE
               ASSIGN TO "campaigns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMP-STATUS.

           SELECT LIST-FILE
               ASSIGN TO "campaign-lists.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT LABEL-FILE
               ASSIGN TO WS-LABEL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABEL-STATUS.

           SELECT MAIL-FILE
               ASSIGN TO WS-MAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

       FD CAMPAIGN-FILE.
       01 CAMPAIGN-RECORD.
           COPY "mktcamp.cpy".

       FD LIST-FILE.
       01 CAMPAIGN-LIST-RECORD.
           COPY "mktlist.cpy".

       FD LABEL-FILE.
       01 LABEL-LINE         PIC X(40).

      *> One addressee for the mail house
       FD MAIL-FILE.
       01 MAIL-RECORD.
          05 MX-CAMP-ID       PIC X(6).
          05 FILLER           PIC X VALUE "|".
          05 MX-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE "|".
          05 MX-NAME          PIC X(25).
          05 FILLER           PIC X VALUE "|".
          05 MX-ADDR-LINE1    PIC X(30).
          05 FILLER           PIC X VALUE "|".
          05 MX-ADDR-LINE2    PIC X(30).
          05 FILLER           PIC X VALUE "|".
          05 MX-CITY          PIC X(20).
          05 FILLER           PIC X VALUE "|".
          05 MX-STATE         PIC X(2).
          05 FILLER           PIC X VALUE "|".
          05 MX-ZIP           PIC X(10).
          05 FILLER           PIC X VALUE "|".
          05 MX-EMAIL         PIC X(30).
          05 FILLER           PIC X VALUE "|".
          05 MX-PHONE         PIC X(12).

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-ACCT-STATUS     PIC XX.
       01 WS-ADDR-STATUS     PIC XX.
       01 WS-XREF-STATUS     PIC XX.
       01 WS-CONTACT-STATUS  PIC XX.
       01 WS-CAMP-STATUS     PIC XX.
       01 WS-LIST-STATUS     PIC XX.
       01 WS-LABEL-STATUS    PIC XX.
       01 WS-MAIL-STATUS     PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-CHOICE          PIC 9.
       01 WS-CONTINUE        PIC X VALUE "Y".
          88 USER-CONTINUES  VALUE "Y" "y".
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
          88 NOT-EOF         VALUE "N".

       01 WS-TODAY           PIC 9(8).
       01 WS-TODAY-INT       PIC S9(9) COMP.
       01 WS-ACT-FROM-INT    PIC S9(9) COMP.
       01 WS-LAST-ACT-INT    PIC S9(9) COMP.

      *>   The campaign being selected: MK-... holds the
      *>   criteria as keyed, then goes onto campaigns.dat
       01 WS-CAMP-SEQ        PIC 9(4) VALUE 0.
       01 WS-CAMP-ID         PIC X(6).
       01 WS-CRITERIA.
          05 WS-CR-DESC       PIC X(30).
          05 WS-CR-REQ-TYPE   PIC X.
          05 WS-CR-MIN-BAL    PIC 9(9)V99.
          05 WS-CR-MAX-BAL    PIC 9(9)V99.
          05 WS-CR-ACT-DAYS   PIC 9(4).
          05 WS-CR-EXCL-TYPE  PIC X.
          05 WS-CR-BRANCH     PIC X(4).
          05 WS-CR-NEED-CTC   PIC X.
       01 WS-CONFIRM         PIC X.

       01 WS-LABEL-FILENAME  PIC X(40).
       01 WS-MAIL-FILENAME   PIC X(40).
       01 WS-REPORT-FILENAME PIC X(40).

      *>   Who owns each account: the master's owner plus
      *>   every primary or joint owner on the cross-reference
       01 WS-XR-COUNT        PIC 9(4) VALUE 0.
       01 WS-XR-TABLE.
          05 WS-XR-ENTRY OCCURS 3000 TIMES.
             10 WS-XR-ACCT      PIC X(8).
             10 WS-XR-CUST      PIC X(6).
       01 WS-XR-IDX          PIC 9(4).

      *>   Every customer owning an account, and what the
      *>   account scan found for them
       01 WS-CS-COUNT        PIC 9(4) VALUE 0.
       01 WS-CS-TABLE.
          05 WS-CS-ENTRY OCCURS 3000 TIMES.
             10 WS-CS-CUST      PIC X(6).
             10 WS-CS-QUALIFIES PIC X.
             10 WS-CS-EXCLUDED  PIC X.
             10 WS-CS-QUAL-BAL  PIC 9(11)V99.
       01 WS-CS-IDX          PIC 9(4).
       01 WS-OWNER           PIC X(6).
       01 WS-ACCT-QUALIFIES  PIC X.

      *>   Customers linked to a contact, with the contact's
      *>   email and phone for the extract
       01 WS-CT-COUNT        PIC 9(4) VALUE 0.
       01 WS-CT-TABLE.
          05 WS-CT-ENTRY OCCURS 2000 TIMES.
             10 WS-CT-CUST      PIC X(6).
             10 WS-CT-EMAIL     PIC X(30).
             10 WS-CT-PHONE     PIC X(12).
       01 WS-CT-IDX          PIC 9(4).
       01 WS-CT-FOUND        PIC 9(4).

      *>   Why the qualifying customers were not all mailed
       01 WS-QUALIFIED-CNT   PIC 9(5) VALUE 0.
       01 WS-SELECTED-CNT    PIC 9(5) VALUE 0.
       01 WS-X-HOLDS-CNT     PIC 9(5) VALUE 0.
       01 WS-X-BRANCH-CNT    PIC 9(5) VALUE 0.
       01 WS-X-STANDING-CNT  PIC 9(5) VALUE 0.
       01 WS-X-NOADDR-CNT    PIC 9(5) VALUE 0.
       01 WS-X-NOSOLICIT-CNT PIC 9(5) VALUE 0.
       01 WS-X-NOCONTACT-CNT PIC 9(5) VALUE 0.
       01 WS-CS-FOUND        PIC 9(4).

      *>   Report spool registration
       01 WS-SPOOL-PROGRAM   PIC X(8) VALUE "CAMPAIGN".
       01 WS-SPOOL-REPORT    PIC X(20)
           VALUE "Campaign selection".
       01 WS-SPOOL-FILE      PIC X(40).

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM      PIC X(8) VALUE "CAMPAIGN".
       01 WS-OPERATOR-ID     PIC X(8).
       01 WS-OPERATOR-ROLE   PIC X.
          88 OPERATOR-IS-SUPER VALUE "S" "A".
       01 WS-SIGNON-OK       PIC X.
       01 WS-OP-ACTION       PIC X(30).

       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-BAL        PIC $ZZZ,ZZZ,ZZ9.99.
       01 WS-DETAIL          PIC X(70).

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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           STOP RUN.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Marketing Campaign Selection ===".
           DISPLAY "1. Select a new campaign list".
           DISPLAY "2. List campaigns selected".
           DISPLAY "3. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-SELECT-CAMPAIGN THRU 3000-EXIT
               WHEN 2 PERFORM 7000-LIST-CAMPAIGNS
               WHEN 3 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- Key the criteria, select, and keep the list ---
       3000-SELECT-CAMPAIGN.
           PERFORM 3100-KEY-CRITERIA THRU 3100-EXIT.
           IF WS-CR-DESC = SPACES
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "Select on these criteria (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Nothing selected."
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-NEXT-CAMPAIGN-ID.
           PERFORM 3300-LOAD-OWNERS.
           PERFORM 3400-SCAN-ACCOUNTS THRU 3400-EXIT.
           IF WS-CS-COUNT = 0
               DISPLAY "No accounts with owners on file - "
                   "nothing to select."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3500-LOAD-CONTACT-LINKS.
           PERFORM 4000-WRITE-THE-LIST THRU 4000-EXIT.
           PERFORM 5000-WRITE-SUMMARY.
           PERFORM 6000-RECORD-CAMPAIGN.

           MOVE WS-SELECTED-CNT TO WS-DISP-CNT.
           DISPLAY "Campaign " WS-CAMP-ID " - customers "
               "selected: " WS-DISP-CNT.
           DISPLAY "Labels:  " WS-LABEL-FILENAME.
           DISPLAY "Extract: " WS-MAIL-FILENAME.
           DISPLAY "Summary: " WS-REPORT-FILENAME.
       3000-EXIT.
           CONTINUE.

      *> --- The criteria, keyed one by one. A blank
      *>     description abandons the selection ---
       3100-KEY-CRITERIA.
           INITIALIZE WS-CRITERIA.
           DISPLAY "Campaign description (Enter to cancel): ".
           ACCEPT WS-CR-DESC.
           IF WS-CR-DESC = SPACES
               GO TO 3100-EXIT
           END-IF.
           DISPLAY "Must hold account type C/S/L/D "
               "(Enter for any): ".
           ACCEPT WS-CR-REQ-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-CR-REQ-TYPE)
               TO WS-CR-REQ-TYPE.
           IF WS-CR-REQ-TYPE NOT = SPACE
               AND WS-CR-REQ-TYPE NOT = "C"
               AND WS-CR-REQ-TYPE NOT = "S"
               AND WS-CR-REQ-TYPE NOT = "L"
               AND WS-CR-REQ-TYPE NOT = "D"
               DISPLAY "Account type must be C, S, L or D."
               MOVE SPACES TO WS-CR-DESC
               GO TO 3100-EXIT
           END-IF.
           DISPLAY "Minimum balance on it (Enter for none): ".
           ACCEPT WS-CR-MIN-BAL.
           DISPLAY "Maximum balance on it (Enter for none): ".
           ACCEPT WS-CR-MAX-BAL.
           IF WS-CR-MAX-BAL > 0
               AND WS-CR-MAX-BAL < WS-CR-MIN-BAL
               DISPLAY "Maximum is below the minimum."
               MOVE SPACES TO WS-CR-DESC
               GO TO 3100-EXIT
           END-IF.
           DISPLAY "Active within how many days "
               "(Enter for any): ".
           ACCEPT WS-CR-ACT-DAYS.
           DISPLAY "Leave out holders of account type "
               "(Enter for none): ".
           ACCEPT WS-CR-EXCL-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-CR-EXCL-TYPE)
               TO WS-CR-EXCL-TYPE.
           DISPLAY "Home branch (Enter for all): ".
           ACCEPT WS-CR-BRANCH.
           MOVE FUNCTION UPPER-CASE(WS-CR-BRANCH)
               TO WS-CR-BRANCH.
           DISPLAY "Only customers with a Contact Manager "
               "link (Y/N): ".
           ACCEPT WS-CR-NEED-CTC.
           MOVE FUNCTION UPPER-CASE(WS-CR-NEED-CTC)
               TO WS-CR-NEED-CTC.
           IF WS-CR-NEED-CTC NOT = "Y"
               MOVE "N" TO WS-CR-NEED-CTC
           END-IF.
           IF WS-CR-ACT-DAYS > 0
               COMPUTE WS-ACT-FROM-INT =
                   WS-TODAY-INT - WS-CR-ACT-DAYS
           END-IF.
       3100-EXIT.
           CONTINUE.

      *> --- Campaigns are numbered in the order selected ---
       3200-NEXT-CAMPAIGN-ID.
           MOVE 0 TO WS-CAMP-SEQ.
           OPEN INPUT CAMPAIGN-FILE.
           IF WS-CAMP-STATUS = "00"
               SET NOT-EOF TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ CAMPAIGN-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END ADD 1 TO WS-CAMP-SEQ
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-FILE
           END-IF.
           ADD 1 TO WS-CAMP-SEQ.
           MOVE SPACES TO WS-CAMP-ID.
           STRING "MK" WS-CAMP-SEQ
               DELIMITED BY SIZE INTO WS-CAMP-ID
           END-STRING.
           MOVE SPACES TO WS-LABEL-FILENAME WS-MAIL-FILENAME
               WS-REPORT-FILENAME.
           STRING "campaign-" WS-CAMP-ID "-labels.txt"
               DELIMITED BY SIZE INTO WS-LABEL-FILENAME
           END-STRING.
           STRING "campaign-" WS-CAMP-ID "-mail.dat"
               DELIMITED BY SIZE INTO WS-MAIL-FILENAME
           END-STRING.
           STRING "campaign-" WS-CAMP-ID ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.

      *> --- Primary and joint owners off the
      *>     cross-reference; signers are not owners ---
       3300-LOAD-OWNERS.
           MOVE 0 TO WS-XR-COUNT.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "00"
               SET NOT-EOF TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ XREF-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF XR-ROLE = "P" OR XR-ROLE = "J"
                               IF WS-XR-COUNT >= 3000
                                   DISPLAY "ABEND: more than "
                                       "3000 owner links - "
                                       "raise WS-XR-TABLE."
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-XR-COUNT
                               MOVE XR-ACCT-NO
                                   TO WS-XR-ACCT(WS-XR-COUNT)
                               MOVE XR-CUST-NO
                                   TO WS-XR-CUST(WS-XR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

      *> --- Every account: credit its owners with what it
      *>     shows - qualifying, or ruling them out ---
       3400-SCAN-ACCOUNTS.
           MOVE 0 TO WS-CS-COUNT.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "No account-master.dat ("
                   WS-ACCT-STATUS ")."
               GO TO 3400-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
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
               PERFORM 3410-JUDGE-ONE-ACCOUNT
               IF AM-CUST-NO NOT = SPACES
                   MOVE AM-CUST-NO TO WS-OWNER
                   PERFORM 3420-CREDIT-ONE-OWNER
               END-IF
               PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                       UNTIL WS-XR-IDX > WS-XR-COUNT
                   IF WS-XR-ACCT(WS-XR-IDX) = AM-ACCT-NO
                       AND WS-XR-CUST(WS-XR-IDX) NOT = AM-CUST-NO
                       MOVE WS-XR-CUST(WS-XR-IDX) TO WS-OWNER
                       PERFORM 3420-CREDIT-ONE-OWNER
                   END-IF
               END-PERFORM
               READ ACCOUNT-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER.
       3400-EXIT.
           CONTINUE.

      *> --- Does this account meet the must-hold test? ---
       3410-JUDGE-ONE-ACCOUNT.
           MOVE "Y" TO WS-ACCT-QUALIFIES.
           IF WS-CR-REQ-TYPE NOT = SPACE
               AND AM-ACCT-TYPE NOT = WS-CR-REQ-TYPE
               MOVE "N" TO WS-ACCT-QUALIFIES
           END-IF.
           IF AM-BALANCE < WS-CR-MIN-BAL
               MOVE "N" TO WS-ACCT-QUALIFIES
           END-IF.
           IF WS-CR-MAX-BAL > 0
               AND AM-BALANCE > WS-CR-MAX-BAL
               MOVE "N" TO WS-ACCT-QUALIFIES
           END-IF.
           IF WS-CR-ACT-DAYS > 0
               IF AM-LAST-ACT-DATE = 0
                   MOVE "N" TO WS-ACCT-QUALIFIES
               ELSE
                   COMPUTE WS-LAST-ACT-INT =
                       FUNCTION INTEGER-OF-DATE(AM-LAST-ACT-DATE)
                   IF WS-LAST-ACT-INT < WS-ACT-FROM-INT
                       MOVE "N" TO WS-ACCT-QUALIFIES
                   END-IF
               END-IF
           END-IF.

      *> --- One owner's entry: found or added, then marked ---
       3420-CREDIT-ONE-OWNER.
           MOVE 0 TO WS-CS-FOUND.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
                      OR WS-CS-FOUND > 0
               IF WS-CS-CUST(WS-CS-IDX) = WS-OWNER
                   MOVE WS-CS-IDX TO WS-CS-FOUND
               END-IF
           END-PERFORM.
           IF WS-CS-FOUND = 0
               IF WS-CS-COUNT >= 3000
                   DISPLAY "ABEND: more than 3000 account "
                       "owners - raise WS-CS-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CS-COUNT
               MOVE WS-CS-COUNT TO WS-CS-FOUND
               MOVE WS-OWNER TO WS-CS-CUST(WS-CS-FOUND)
               MOVE "N" TO WS-CS-QUALIFIES(WS-CS-FOUND)
               MOVE "N" TO WS-CS-EXCLUDED(WS-CS-FOUND)
               MOVE 0   TO WS-CS-QUAL-BAL(WS-CS-FOUND)
           END-IF.
           IF WS-ACCT-QUALIFIES = "Y"
               MOVE "Y" TO WS-CS-QUALIFIES(WS-CS-FOUND)
               ADD AM-BALANCE TO WS-CS-QUAL-BAL(WS-CS-FOUND)
           END-IF.
           IF WS-CR-EXCL-TYPE NOT = SPACE
               AND AM-ACCT-TYPE = WS-CR-EXCL-TYPE
               MOVE "Y" TO WS-CS-EXCLUDED(WS-CS-FOUND)
           END-IF.

      *> --- Customers the Contact Manager links to ---
       3500-LOAD-CONTACT-LINKS.
           MOVE 0 TO WS-CT-COUNT.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "Contact Manager file not available ("
                   WS-CONTACT-STATUS ") - no contact links."
           ELSE
               SET NOT-EOF TO TRUE
               MOVE LOW-VALUES TO CONTACT-ID
               START CONTACT-FILE
                   KEY IS NOT LESS THAN CONTACT-ID
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ CONTACT-FILE NEXT
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF CONTACT-CUST-NO NOT = SPACES
                               AND WS-CT-COUNT < 2000
                               ADD 1 TO WS-CT-COUNT
                               MOVE CONTACT-CUST-NO
                                   TO WS-CT-CUST(WS-CT-COUNT)
                               MOVE CONTACT-EMAIL
                                   TO WS-CT-EMAIL(WS-CT-COUNT)
                               MOVE CONTACT-PHONE
                                   TO WS-CT-PHONE(WS-CT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.

      *> --- Walk the customer master in number order and
      *>     mail every qualifying customer that may be ---
       4000-WRITE-THE-LIST.
           MOVE 0 TO WS-QUALIFIED-CNT WS-SELECTED-CNT
               WS-X-HOLDS-CNT WS-X-BRANCH-CNT WS-X-STANDING-CNT
               WS-X-NOADDR-CNT WS-X-NOSOLICIT-CNT
               WS-X-NOCONTACT-CNT.
           OPEN INPUT CUSTOMER-MASTER.
           IF NOT FS-SUCCESS
               DISPLAY "No customer-master.dat ("
                   WS-CUST-STATUS ") - nothing selected."
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           OPEN OUTPUT LABEL-FILE.
           OPEN OUTPUT MAIL-FILE.
           OPEN EXTEND LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               OPEN OUTPUT LIST-FILE
           END-IF.

           SET NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO CU-CUST-NO.
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CU-CUST-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ CUSTOMER-MASTER NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 4100-JUDGE-ONE-CUSTOMER
                           THRU 4100-EXIT
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-MASTER.
           IF WS-ADDR-STATUS = "00"
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE LABEL-FILE.
           CLOSE MAIL-FILE.
           CLOSE LIST-FILE.
       4000-EXIT.
           CONTINUE.

      *> --- One customer: qualified by the account scan,
      *>     then every reason not to write to them ---
       4100-JUDGE-ONE-CUSTOMER.
           MOVE 0 TO WS-CS-FOUND.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
                      OR WS-CS-FOUND > 0
               IF WS-CS-CUST(WS-CS-IDX) = CU-CUST-NO
                   MOVE WS-CS-IDX TO WS-CS-FOUND
               END-IF
           END-PERFORM.
           IF WS-CS-FOUND = 0
               GO TO 4100-EXIT
           END-IF.
           IF WS-CS-QUALIFIES(WS-CS-FOUND) NOT = "Y"
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-QUALIFIED-CNT.

           IF WS-CS-EXCLUDED(WS-CS-FOUND) = "Y"
               ADD 1 TO WS-X-HOLDS-CNT
               GO TO 4100-EXIT
           END-IF.
           IF WS-CR-BRANCH NOT = SPACES
               AND CU-HOME-BRANCH NOT = WS-CR-BRANCH
               ADD 1 TO WS-X-BRANCH-CNT
               GO TO 4100-EXIT
           END-IF.
           IF CU-STANDING NOT = "A"
               ADD 1 TO WS-X-STANDING-CNT
               GO TO 4100-EXIT
           END-IF.

           IF WS-ADDR-STATUS NOT = "00"
               ADD 1 TO WS-X-NOADDR-CNT
               GO TO 4100-EXIT
           END-IF.
           MOVE CU-CUST-NO TO CA-CUST-NO.
           READ ADDRESS-FILE
               KEY IS CA-CUST-NO
               INVALID KEY
                   MOVE SPACES TO CA-ADDR-LINE1
           END-READ.
           IF CA-ADDR-LINE1 = SPACES
               ADD 1 TO WS-X-NOADDR-CNT
               GO TO 4100-EXIT
           END-IF.
           IF CA-NO-SOLICIT = "Y"
               ADD 1 TO WS-X-NOSOLICIT-CNT
               GO TO 4100-EXIT
           END-IF.

           MOVE 0 TO WS-CT-FOUND.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
                      OR WS-CT-FOUND > 0
               IF WS-CT-CUST(WS-CT-IDX) = CU-CUST-NO
                   MOVE WS-CT-IDX TO WS-CT-FOUND
               END-IF
           END-PERFORM.
           IF WS-CR-NEED-CTC = "Y" AND WS-CT-FOUND = 0
               ADD 1 TO WS-X-NOCONTACT-CNT
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-SELECTED-CNT.
           PERFORM 4200-WRITE-ONE-ADDRESSEE.
       4100-EXIT.
           CONTINUE.

      *> --- Label, mail-house line and the kept list entry.
      *>     The address file's email and phone first; the
      *>     linked contact's where those are blank ---
       4200-WRITE-ONE-ADDRESSEE.
           MOVE CU-NAME TO LABEL-LINE.
           WRITE LABEL-LINE.
           MOVE CA-ADDR-LINE1 TO LABEL-LINE.
           WRITE LABEL-LINE.
           IF CA-ADDR-LINE2 NOT = SPACES
               MOVE CA-ADDR-LINE2 TO LABEL-LINE
               WRITE LABEL-LINE
           END-IF.
           MOVE SPACES TO LABEL-LINE.
           STRING CA-CITY DELIMITED BY "  "
                  " " CA-STATE "  " CA-ZIP
               DELIMITED BY SIZE INTO LABEL-LINE
           END-STRING.
           WRITE LABEL-LINE.
           MOVE SPACES TO LABEL-LINE.
           WRITE LABEL-LINE.

           INITIALIZE MAIL-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-CAMP-ID    TO MX-CAMP-ID.
           MOVE CU-CUST-NO    TO MX-CUST-NO.
           MOVE CU-NAME       TO MX-NAME.
           MOVE CA-ADDR-LINE1 TO MX-ADDR-LINE1.
           MOVE CA-ADDR-LINE2 TO MX-ADDR-LINE2.
           MOVE CA-CITY       TO MX-CITY.
           MOVE CA-STATE      TO MX-STATE.
           MOVE CA-ZIP        TO MX-ZIP.
           MOVE CA-EMAIL      TO MX-EMAIL.
           MOVE CA-PHONE      TO MX-PHONE.
           IF WS-CT-FOUND > 0
               IF MX-EMAIL = SPACES
                   MOVE WS-CT-EMAIL(WS-CT-FOUND) TO MX-EMAIL
               END-IF
               IF MX-PHONE = SPACES
                   MOVE WS-CT-PHONE(WS-CT-FOUND) TO MX-PHONE
               END-IF
           END-IF.
           WRITE MAIL-RECORD.

           INITIALIZE CAMPAIGN-LIST-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-CAMP-ID     TO ML-CAMP-ID.
           MOVE CU-CUST-NO     TO ML-CUST-NO.
           MOVE CU-NAME        TO ML-NAME.
           MOVE CU-HOME-BRANCH TO ML-BRANCH.
           MOVE WS-CS-QUAL-BAL(WS-CS-FOUND) TO ML-QUAL-BAL.
           MOVE WS-TODAY       TO ML-SELECT-DATE.
           MOVE SPACE          TO ML-RESPONSE.
           MOVE 0              TO ML-RESPONSE-DATE.
           WRITE CAMPAIGN-LIST-RECORD.

      *> --- The selection summary: criteria and every
      *>     count, for marketing and for the file ---
       5000-WRITE-SUMMARY.
           OPEN OUTPUT REPORT-FILE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "  CAMPAIGN SELECTION " WS-CAMP-ID
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Campaign:  " WS-CR-DESC
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Selected:  " WS-TODAY " by " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "CRITERIA:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           IF WS-CR-REQ-TYPE = SPACE
               MOVE "  Holds an account of any type" TO WS-DETAIL
           ELSE
               STRING "  Holds an account of type "
                      WS-CR-REQ-TYPE
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           END-IF.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CR-MIN-BAL TO WS-DISP-BAL.
           MOVE SPACES TO WS-DETAIL.
           STRING "    balance at least " WS-DISP-BAL
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CR-MAX-BAL > 0
               MOVE WS-CR-MAX-BAL TO WS-DISP-BAL
               MOVE SPACES TO WS-DETAIL
               STRING "    balance at most  " WS-DISP-BAL
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-CR-ACT-DAYS > 0
               MOVE WS-CR-ACT-DAYS TO WS-DISP-CNT
               MOVE SPACES TO WS-DETAIL
               STRING "    active within" WS-DISP-CNT " days"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-CR-EXCL-TYPE NOT = SPACE
               MOVE SPACES TO WS-DETAIL
               STRING "  Holds no account of type "
                      WS-CR-EXCL-TYPE
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-CR-BRANCH NOT = SPACES
               MOVE SPACES TO WS-DETAIL
               STRING "  Home branch " WS-CR-BRANCH
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-CR-NEED-CTC = "Y"
               MOVE "  Linked to a Contact Manager contact"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "COUNTS:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-QUALIFIED-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  Customers meeting the account tests: "
                  WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-X-HOLDS-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "    left out - hold the excluded type:   "
                  WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-X-BRANCH-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "    left out - another home branch:      "
                  WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-X-STANDING-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "    left out - on watch or closed:       "
                  WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-X-NOADDR-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "    left out - no address on file:       "
                  WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-X-NOSOLICIT-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "    left out - marked do not solicit:    "
                  WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-X-NOCONTACT-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "    left out - no Contact Manager link:  "
                  WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SELECTED-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  Customers selected:                  "
                  WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Labels: " WS-LABEL-FILENAME
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Mail-house extract: " WS-MAIL-FILENAME
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORT-FILE.

           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-TODAY
               BY CONTENT WS-SPOOL-FILE
           END-CALL.

      *> --- The campaign and its criteria, kept, and the
      *>     selection on the operator's action log ---
       6000-RECORD-CAMPAIGN.
           OPEN EXTEND CAMPAIGN-FILE.
           IF WS-CAMP-STATUS NOT = "00"
               OPEN OUTPUT CAMPAIGN-FILE
           END-IF.
           INITIALIZE CAMPAIGN-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-CAMP-ID      TO MK-CAMP-ID.
           MOVE WS-CR-DESC      TO MK-DESC.
           MOVE WS-TODAY        TO MK-RUN-DATE.
           MOVE WS-OPERATOR-ID  TO MK-RUN-BY.
           MOVE WS-CR-REQ-TYPE  TO MK-REQ-TYPE.
           MOVE WS-CR-MIN-BAL   TO MK-MIN-BAL.
           MOVE WS-CR-MAX-BAL   TO MK-MAX-BAL.
           MOVE WS-CR-ACT-DAYS  TO MK-ACTIVE-DAYS.
           MOVE WS-CR-EXCL-TYPE TO MK-EXCL-TYPE.
           MOVE WS-CR-BRANCH    TO MK-BRANCH.
           MOVE WS-CR-NEED-CTC  TO MK-NEED-CONTACT.
           MOVE WS-SELECTED-CNT TO MK-SELECTED.
           WRITE CAMPAIGN-RECORD.
           CLOSE CAMPAIGN-FILE.

           MOVE WS-SELECTED-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Campaign " WS-CAMP-ID " sel " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.

      *> --- Every campaign selected so far ---
       7000-LIST-CAMPAIGNS.
           DISPLAY SPACES.
           DISPLAY "=== Campaigns Selected ===".
           OPEN INPUT CAMPAIGN-FILE.
           IF WS-CAMP-STATUS NOT = "00"
               DISPLAY "  (none)"
           ELSE
               SET NOT-EOF TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ CAMPAIGN-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE MK-SELECTED TO WS-DISP-CNT
                           DISPLAY "  " MK-CAMP-ID " "
                               MK-RUN-DATE " " MK-RUN-BY " "
                               WS-DISP-CNT " " MK-DESC
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-FILE
           END-IF.
