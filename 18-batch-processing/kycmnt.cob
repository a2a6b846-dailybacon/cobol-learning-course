       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCMNT.
       AUTHOR. LEARNER.

      *> ============================================
      *> KYC review maintenance
      *> ============================================
      *> KYCREVW rates every customer monthly and lists
      *> whose periodic review or identity document is
      *> coming due. This SCREEN SECTION front end (same
      *> style as the dispute screen) is where compliance
      *> works that list:
      *>
      *>   1. Show a customer's KYC position - risk
      *>      rating and score, home branch, identity
      *>      document, last and next review.
      *>   2. Record a completed review. The officer
      *>      confirms the home branch and the identity
      *>      document seen (type and expiry); the review
      *>      is dated today, stamped with the officer's
      *>      id, and the next one falls the rating's
      *>      interval on (KYC-REVIEW-MOS-HIGH / -MED /
      *>      -LOW). A customer KYCREVW has not rated yet
      *>      goes on the High interval until it does.
      *>
      *> Recording a review is a supervisor call; every
      *> review is stamped via OPACTION.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks kycmnt.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o kycmnt
      *>   ./kycmnt
      *> ============================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER
               ASSIGN TO "customer-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-KEY-STATUS     PIC 9(4).
       01 WS-CUST-STATUS    PIC XX.
           COPY "filestat.cpy".
       01 WS-PARAMS-STATUS  PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-EOF              PIC X VALUE "N".
          88 END-OF-FILE      VALUE "Y".
          88 NOT-EOF          VALUE "N".

      *>   Review interval, months, by rating
       01 WS-MOS-HIGH         PIC 9(3) VALUE 0.
       01 WS-MOS-MED          PIC 9(3) VALUE 0.
       01 WS-MOS-LOW          PIC 9(3) VALUE 0.
       01 WS-PARMS-SEEN       PIC 9 VALUE 0.

      *>   Next review date arithmetic, days past the 28th
      *>   clamped as KYCREVW does
       01 WS-REVIEW-WORK      PIC 9(8).
       01 WS-REVIEW-PARTS REDEFINES WS-REVIEW-WORK.
          05 WS-RV-YYYY       PIC 9(4).
          05 WS-RV-MM         PIC 9(2).
          05 WS-RV-DD         PIC 9(2).
       01 WS-REVIEW-MOS       PIC 9(3).

      *>   The customer as keyed, and the review entries
       01 WS-E-CUST         PIC X(6).
       01 WS-E-BRANCH       PIC X(4).
       01 WS-E-ID-TYPE      PIC X(2).
          88 ID-TYPE-IS-VALID VALUE "PP" "DL" "NI" "RP" "CR".
       01 WS-E-ID-EXPIRY    PIC 9(8) VALUE 0.
       01 WS-E-CONFIRM      PIC X.
          88 REVIEW-CONFIRMED VALUE "Y" "y".
       01 WS-CUST-FOUND     PIC X.
          88 CUSTOMER-FOUND VALUE "Y".

      *>   What the review screen shows of the customer
       01 WS-S-NAME         PIC X(25).
       01 WS-S-RATING       PIC X.
       01 WS-S-SCORE        PIC ZZ9.
       01 WS-S-LAST         PIC 9(8).
       01 WS-S-NEXT         PIC 9(8).

       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-MSG            PIC X(60) VALUE SPACES.
       01 WS-CONTINUE       PIC X VALUE "Y".
          88 USER-DONE      VALUE "N" "n".
       01 WS-PAUSE          PIC X.

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "KYCMNT".
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
          05 LINE 3  COL 20 VALUE "   KYC REVIEWS v1.0"
             FOREGROUND-COLOR 3 HIGHLIGHT.
          05 LINE 4  COL 20 VALUE "==========================="
             FOREGROUND-COLOR 3.
          05 LINE 7  COL 20 VALUE "1. Show a customer's KYC".
          05 LINE 8  COL 20 VALUE "2. Record a completed review".
          05 LINE 9  COL 20 VALUE "3. Exit".
          05 LINE 11 COL 20 VALUE "Choice: ".
          05 LINE 11 COL 28 PIC 9 USING WS-CHOICE
             FOREGROUND-COLOR 6 HIGHLIGHT.
          05 LINE 13 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- Which customer ---
       01 LOOKUP-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- KYC Review ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Customer:  ".
          05 LINE 4  COL 22 PIC X(6) USING WS-E-CUST
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 10 VALUE "Blank the customer to go back.".
          05 LINE 8  COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- The review: what is on file, what was seen ---
       01 REVIEW-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Record a KYC Review ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Customer:  ".
          05 LINE 4  COL 22 PIC X(6) FROM WS-E-CUST.
          05 LINE 4  COL 30 PIC X(25) FROM WS-S-NAME.
          05 LINE 5  COL 10 VALUE "Rating:    ".
          05 LINE 5  COL 22 PIC X FROM WS-S-RATING.
          05 LINE 5  COL 25 VALUE "score".
          05 LINE 5  COL 31 PIC ZZ9 FROM WS-S-SCORE.
          05 LINE 5  COL 36 VALUE "(L=Low M=Medium H=High)".
          05 LINE 6  COL 10 VALUE "Reviewed:  ".
          05 LINE 6  COL 22 PIC 9(8) FROM WS-S-LAST.
          05 LINE 6  COL 32 VALUE "next due".
          05 LINE 6  COL 41 PIC 9(8) FROM WS-S-NEXT.
          05 LINE 8  COL 10 VALUE "Branch:    ".
          05 LINE 8  COL 22 PIC X(4) USING WS-E-BRANCH
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 8  COL 30 VALUE "(home branch, e.g. BR01)".
          05 LINE 9  COL 10 VALUE "ID type:   ".
          05 LINE 9  COL 22 PIC X(2) USING WS-E-ID-TYPE
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 9  COL 30 VALUE "(PP DL NI RP CR)".
          05 LINE 10 COL 10 VALUE "ID expiry: ".
          05 LINE 10 COL 22 PIC 9(8) USING WS-E-ID-EXPIRY
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 10 COL 32 VALUE "(YYYYMMDD, 0 = does not expire)".
          05 LINE 12 COL 10 VALUE "Review complete (Y/N): ".
          05 LINE 12 COL 34 PIC X USING WS-E-CONFIRM
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 14 COL 10 PIC X(60) FROM WS-MSG
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
                       PERFORM 2000-SHOW-CUSTOMER
                           THRU 2000-EXIT
                   WHEN 2
                       PERFORM 3000-RECORD-REVIEW
                           THRU 3000-EXIT
                   WHEN 3
                       MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       MOVE "Invalid choice. Try again."
                           TO WS-MSG
               END-EVALUATE
           END-PERFORM.

           CLOSE CUSTOMER-MASTER.
           DISPLAY SPACE BLANK SCREEN.
           STOP RUN.

      *> --- Business date, the review intervals, and the
      *>     customer master ---
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

           OPEN INPUT PARAMS-FILE.
           IF WS-PARAMS-STATUS NOT = "00"
               DISPLAY "ABEND: batch-params.dat missing."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET NOT-EOF TO TRUE.
           READ PARAMS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               EVALUATE PRM-KEY
                   WHEN "KYC-REVIEW-MOS-HIGH"
                       MOVE PRM-VALUE TO WS-MOS-HIGH
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "KYC-REVIEW-MOS-MED"
                       MOVE PRM-VALUE TO WS-MOS-MED
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "KYC-REVIEW-MOS-LOW"
                       MOVE PRM-VALUE TO WS-MOS-LOW
                       ADD 1 TO WS-PARMS-SEEN
               END-EVALUATE
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-PARMS-SEEN < 3
               DISPLAY "ABEND: KYC-REVIEW-MOS-HIGH / -MED / -LOW "
                   "not on batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "ABEND: customer-master.dat did not open ("
                   WS-CUST-STATUS ") - missing, or still in "
                   "the old layout (run CUSTCONV)."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- One customer's KYC position ---
       2000-SHOW-CUSTOMER.
           MOVE SPACES TO WS-E-CUST.
           MOVE SPACES TO WS-MSG.
           DISPLAY LOOKUP-SCREEN.
           ACCEPT LOOKUP-SCREEN.
           IF WS-E-CUST = SPACES
               GO TO 2000-EXIT
           END-IF.
           PERFORM 7000-READ-CUSTOMER.
           IF NOT CUSTOMER-FOUND
               GO TO 2000-EXIT
           END-IF.

           DISPLAY SPACE BLANK SCREEN.
           DISPLAY "=== KYC - " CU-CUST-NO " " CU-NAME " ===".
           DISPLAY "Standing:     " CU-STANDING
               "   (A=Active W=Watch C=Closed)".
           DISPLAY "Home branch:  " CU-HOME-BRANCH.
           MOVE CU-RISK-SCORE TO WS-S-SCORE.
           DISPLAY "Risk rating:  " CU-RISK-RATING
               "   score " WS-S-SCORE
               "   rated " CU-RATED-DATE
               "   (L=Low M=Medium H=High)".
           DISPLAY "ID document:  " CU-ID-TYPE
               "   expires " CU-ID-EXPIRY.
           DISPLAY "Last review:  " CU-LAST-REVIEW
               "   by " CU-REVIEWED-BY.
           DISPLAY "Next review:  " CU-NEXT-REVIEW.
           IF CU-LAST-REVIEW = 0
               DISPLAY "Never reviewed - due now."
           ELSE
               IF CU-NEXT-REVIEW < WS-PROCESS-DATE
                   DISPLAY "Review is OVERDUE."
               END-IF
           END-IF.
           IF CU-ID-TYPE = SPACES
               DISPLAY "No identity document on file."
           ELSE
               IF CU-ID-EXPIRY NOT = 0
                   AND CU-ID-EXPIRY < WS-PROCESS-DATE
                   DISPLAY "Identity document has EXPIRED."
               END-IF
           END-IF.
           DISPLAY "Press Enter to return to the menu.".
           ACCEPT WS-PAUSE.
       2000-EXIT.
           CONTINUE.

      *> --- Record a completed review: supervisors only,
      *>     since it moves the customer's next review out ---
       3000-RECORD-REVIEW.
           MOVE SPACES TO WS-E-CUST.
           MOVE SPACES TO WS-MSG.
           IF NOT OPERATOR-IS-SUPER
               MOVE "Supervisor role required." TO WS-MSG
               GO TO 3000-EXIT
           END-IF.

           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-CUST = SPACES
               DISPLAY LOOKUP-SCREEN
               ACCEPT LOOKUP-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-E-CUST NOT = SPACES
                   PERFORM 7000-READ-CUSTOMER
                   IF CUSTOMER-FOUND AND CU-STANDING = "C"
                       MOVE "Customer is closed - nothing to review"
                           TO WS-MSG
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-E-CUST = SPACES
               MOVE "No review recorded." TO WS-MSG
               GO TO 3000-EXIT
           END-IF.

           MOVE CU-NAME        TO WS-S-NAME.
           MOVE CU-RISK-RATING TO WS-S-RATING.
           MOVE CU-RISK-SCORE  TO WS-S-SCORE.
           MOVE CU-LAST-REVIEW TO WS-S-LAST.
           MOVE CU-NEXT-REVIEW TO WS-S-NEXT.
           MOVE CU-HOME-BRANCH TO WS-E-BRANCH.
           MOVE CU-ID-TYPE     TO WS-E-ID-TYPE.
           MOVE CU-ID-EXPIRY   TO WS-E-ID-EXPIRY.
           MOVE SPACES TO WS-E-CONFIRM.

           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR NOT REVIEW-CONFIRMED
               DISPLAY REVIEW-SCREEN
               ACCEPT REVIEW-SCREEN
               MOVE SPACES TO WS-MSG
               IF REVIEW-CONFIRMED
                   PERFORM 3100-VALIDATE-REVIEW
               END-IF
           END-PERFORM.

           IF REVIEW-CONFIRMED
               PERFORM 3200-WRITE-REVIEW
           ELSE
               MOVE "No review recorded." TO WS-MSG
           END-IF.
       3000-EXIT.
           CONTINUE.

      *> --- A home branch, a recognised document, and a
      *>     real expiry date that has not already passed ---
       3100-VALIDATE-REVIEW.
           IF WS-E-BRANCH = SPACES
               MOVE "Home branch is required" TO WS-MSG
           END-IF.
           IF WS-MSG = SPACES AND NOT ID-TYPE-IS-VALID
               MOVE "ID type must be PP, DL, NI, RP or CR"
                   TO WS-MSG
           END-IF.
           IF WS-MSG = SPACES AND WS-E-ID-EXPIRY NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-E-ID-EXPIRY)
                       NOT = 0
                   OR WS-E-ID-EXPIRY < WS-PROCESS-DATE
                   MOVE "ID expiry must be a real date not "
                       & "yet passed" TO WS-MSG
               END-IF
           END-IF.

      *> --- Date the review today and set the next one by
      *>     the rating ---
       3200-WRITE-REVIEW.
           MOVE WS-E-BRANCH     TO CU-HOME-BRANCH.
           MOVE WS-E-ID-TYPE    TO CU-ID-TYPE.
           MOVE WS-E-ID-EXPIRY  TO CU-ID-EXPIRY.
           MOVE WS-PROCESS-DATE TO CU-LAST-REVIEW.
           MOVE WS-OPERATOR-ID  TO CU-REVIEWED-BY.
           EVALUATE CU-RISK-RATING
               WHEN "M"
                   MOVE WS-MOS-MED  TO WS-REVIEW-MOS
               WHEN "L"
                   MOVE WS-MOS-LOW  TO WS-REVIEW-MOS
               WHEN OTHER
                   MOVE WS-MOS-HIGH TO WS-REVIEW-MOS
           END-EVALUATE.
           MOVE WS-PROCESS-DATE TO WS-REVIEW-WORK.
           PERFORM 7100-ADD-REVIEW-MONTHS.
           MOVE WS-REVIEW-WORK  TO CU-NEXT-REVIEW.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE "Customer master refused the review"
                       TO WS-MSG
           END-REWRITE.
           IF WS-MSG = SPACES
               MOVE SPACES TO WS-OP-ACTION
               STRING "KYC REVIEW " CU-CUST-NO " "
                      CU-RISK-RATING " " CU-NEXT-REVIEW
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
               PERFORM 7200-LOG-ACTION
               STRING "Review recorded for " CU-CUST-NO
                      " - next due " CU-NEXT-REVIEW "."
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           END-IF.

      *> --- The customer keyed, which must be on file ---
       7000-READ-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND.
           MOVE WS-E-CUST TO CU-CUST-NO.
           READ CUSTOMER-MASTER
               KEY IS CU-CUST-NO
               INVALID KEY
                   MOVE "No such customer" TO WS-MSG
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUST-FOUND
           END-READ.

      *> --- WS-REVIEW-WORK moved on WS-REVIEW-MOS months ---
       7100-ADD-REVIEW-MONTHS.
           ADD WS-REVIEW-MOS TO WS-RV-MM.
           PERFORM UNTIL WS-RV-MM <= 12
               SUBTRACT 12 FROM WS-RV-MM
               ADD 1 TO WS-RV-YYYY
           END-PERFORM.
           IF WS-RV-DD > 28
               MOVE 28 TO WS-RV-DD
           END-IF.

      *> --- Stamp the action with the operator's id ---
       7200-LOG-ACTION.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
