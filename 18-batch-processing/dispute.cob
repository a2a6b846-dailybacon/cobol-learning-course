       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE.
       AUTHOR. LEARNER.

      *> ============================================
      *> Customer dispute case management
      *> ============================================
      *> A customer who says a posting was wrong used
      *> to get a note in a folder and, if someone
      *> remembered, a hand-keyed credit weeks later.
      *> Regulation puts clocks on both: a provisional
      *> credit within DISPUTE-PROV-DAYS business days
      *> of receiving the dispute, and a decision within
      *> DISPUTE-RESOLVE-DAYS. This SCREEN SECTION front
      *> end (same style as the teller screen) keeps the
      *> case on dispute-cases.dat:
      *>
      *>   1. Open a case against one posting, named by
      *>      its journal reference (JR-REF-NO), with the
      *>      reason, the amount disputed and the date
      *>      the customer's dispute was received. Both
      *>      deadlines are counted in business days off
      *>      the holiday calendar, the rule BATCH uses.
      *>   2. Grant provisional credit: a "D" described
      *>      DISPUTE CR and the case number, staged on
      *>      teller-trans.dat so it posts through the
      *>      normal feed in the next run.
      *>   3. Resolve: found for the customer leaves the
      *>      credit standing as final (or stages it now
      *>      if none was given); denied reverses the
      *>      provisional credit with an "R" against its
      *>      posting. Either way a letter is queued on
      *>      notice-queue.dat for NOTICES to send.
      *>   4. List the open cases and their deadlines.
      *>
      *> Any signed-on operator may open a case; moving
      *> money on one is a supervisor call. Every action
      *> is stamped via OPACTION. DISPAGE ages the open
      *> cases against their deadlines every night.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks dispute.cob
      *>       ../13-subprograms/codefmt.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o dispute
      *>   ./dispute
      *> ============================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE
               ASSIGN TO "dispute-cases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-NO
               FILE STATUS IS WS-CASE-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO "account-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO "balance-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT TELLER-FILE
               ASSIGN TO "teller-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT NOTICE-QUEUE-FILE
               ASSIGN TO "notice-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCQ-STATUS.

           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT HOLIDAY-FILE
               ASSIGN TO "holiday-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CASE-FILE.
       01 DISPUTE-CASE-RECORD.
           COPY "dispcase.cpy".

       FD ACCOUNT-MASTER.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY "jrnlrec.cpy".

       FD TELLER-FILE.
       01 TELLER-STAGED-RECORD.
           COPY "transrec.cpy".

       FD NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
           COPY "ntcqueue.cpy".

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
          05 HOL-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-KEY-STATUS     PIC 9(4).
       01 WS-CASE-STATUS    PIC XX.
           COPY "filestat.cpy".
       01 WS-ACCT-STATUS    PIC XX.
       01 WS-JRNL-STATUS    PIC XX.
       01 WS-TELLER-STATUS  PIC XX.
       01 WS-NTCQ-STATUS    PIC XX.
       01 WS-PARAMS-STATUS  PIC XX.
       01 WS-HOLIDAY-STATUS PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-EOF              PIC X VALUE "N".
          88 END-OF-FILE      VALUE "Y".
          88 NOT-EOF          VALUE "N".

      *>   The response clocks, in business days
       01 WS-PROV-DAYS        PIC 9(3) VALUE 0.
       01 WS-RESOLVE-DAYS     PIC 9(3) VALUE 0.
       01 WS-PARMS-SEEN       PIC 9 VALUE 0.

      *>   Holiday calendar and business-day counting
       01 WS-HOL-COUNT        PIC 9(2) VALUE 0.
       01 WS-HOL-TABLE.
          05 WS-HOL-DATE OCCURS 50 TIMES PIC 9(8).
       01 WS-HOL-IDX          PIC 9(2).
       01 WS-TEST-DATE        PIC 9(8).
       01 WS-TEST-DATE-INT    PIC S9(9) COMP.
       01 WS-DOW              PIC 9.
       01 WS-BUS-DAY-FLAG     PIC X.
          88 IS-BUSINESS-DAY  VALUE "Y".
       01 WS-BD-FROM          PIC 9(8).
       01 WS-BD-DAYS          PIC 9(3).
       01 WS-BD-COUNTED       PIC 9(3).
       01 WS-BD-RESULT        PIC 9(8).

      *>   The case as keyed
       01 WS-E-ACCT         PIC X(8).
       01 WS-E-REF          PIC 9(9) VALUE 0.
       01 WS-E-REASON       PIC X.
          88 REASON-IS-VALID VALUE "U" "N" "D" "A" "O".
       01 WS-E-REASON-TEXT  PIC X(30).
       01 WS-E-AMOUNT       PIC 9(7)V99 VALUE 0.
       01 WS-E-RECEIVED     PIC 9(8) VALUE 0.
       01 WS-E-CASE-NO      PIC 9(6) VALUE 0.
       01 WS-E-OUTCOME      PIC X.
          88 OUTCOME-IS-VALID VALUE "F" "D".

      *>   The posting found on the journal
       01 WS-POST-FOUND     PIC X VALUE "N".
          88 POSTING-FOUND  VALUE "Y".
       01 WS-POST-DATE      PIC 9(8).
       01 WS-POST-DELTA     PIC S9(9)V99.
       01 WS-OPEN-ON-REF    PIC X VALUE "N".
          88 CASE-ALREADY-OPEN VALUE "Y".
       01 WS-NEXT-CASE-NO   PIC 9(6) VALUE 0.

      *>   The provisional credit as posted, for a reversal
       01 WS-PROV-DESC      PIC X(20).
       01 WS-PROV-REF       PIC 9(9) VALUE 0.

      *>   One money movement and one letter, as staged
       01 WS-STAGE-TYPE     PIC X.
       01 WS-STAGE-DESC     PIC X(20).
       01 WS-STAGE-ORIGREF  PIC 9(9).
       01 WS-LETTER-KIND    PIC X(20).
       01 WS-LETTER-BODY    PIC X(60).
       01 WS-LETTER-AMOUNT  PIC 9(7)V99.

       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-MSG            PIC X(60) VALUE SPACES.
       01 WS-CONTINUE       PIC X VALUE "Y".
          88 USER-DONE      VALUE "N" "n".
       01 WS-PAUSE          PIC X.
       01 WS-LIST-COUNT     PIC 9(4) VALUE 0.
       01 WS-DISP-AMT       PIC Z(6)9.99.

      *>   Account format check via the shared CODEFMT
      *>   subprogram - the same rule BATCH enforces
       01 WS-CODE-CHECK      PIC X(20).
       01 WS-CODE-PREFIX     PIC X(10) VALUE "ACCT".
       01 WS-CODE-PREFIX-LEN PIC 9(2)  VALUE 4.
       01 WS-CODE-VALID      PIC X.
          88 CODE-IS-VALID   VALUE "Y".

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "DISPUTE".
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
          05 LINE 3  COL 20 VALUE "   DISPUTE CASES v1.0"
             FOREGROUND-COLOR 3 HIGHLIGHT.
          05 LINE 4  COL 20 VALUE "==========================="
             FOREGROUND-COLOR 3.
          05 LINE 7  COL 20 VALUE "1. Open a case".
          05 LINE 8  COL 20 VALUE "2. Grant provisional credit".
          05 LINE 9  COL 20 VALUE "3. Resolve a case".
          05 LINE 10 COL 20 VALUE "4. List open cases".
          05 LINE 11 COL 20 VALUE "5. Exit".
          05 LINE 13 COL 20 VALUE "Choice: ".
          05 LINE 13 COL 28 PIC 9 USING WS-CHOICE
             FOREGROUND-COLOR 6 HIGHLIGHT.
          05 LINE 15 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- The customer's dispute as received ---
       01 CASE-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Open a Dispute Case ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Account:   ".
          05 LINE 4  COL 22 PIC X(8) USING WS-E-ACCT
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 10 VALUE "Posting:   ".
          05 LINE 5  COL 22 PIC 9(9) USING WS-E-REF
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 33
             VALUE "(journal reference disputed)".
          05 LINE 6  COL 10 VALUE "Reason:    ".
          05 LINE 6  COL 22 PIC X USING WS-E-REASON
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 25
             VALUE "(U=Unauth N=Not recd D=Dup A=Amt O=Other)".
          05 LINE 7  COL 10 VALUE "Details:   ".
          05 LINE 7  COL 22 PIC X(30) USING WS-E-REASON-TEXT
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 8  COL 10 VALUE "Amount:    ".
          05 LINE 8  COL 22 PIC 9(7).99 USING WS-E-AMOUNT
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 9  COL 10 VALUE "Received:  ".
          05 LINE 9  COL 22 PIC 9(8) USING WS-E-RECEIVED
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 9  COL 33 VALUE "(YYYYMMDD)".
          05 LINE 11 COL 10 VALUE "Blank the account to go back.".
          05 LINE 13 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- Provisional credit on one case ---
       01 CREDIT-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Provisional Credit ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Case no:   ".
          05 LINE 4  COL 22 PIC 9(6) USING WS-E-CASE-NO
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 10 VALUE "Zero the case number to go back.".
          05 LINE 8  COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- The decision on one case ---
       01 RESOLVE-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Resolve a Dispute ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Case no:   ".
          05 LINE 4  COL 22 PIC 9(6) USING WS-E-CASE-NO
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 10 VALUE "Outcome:   ".
          05 LINE 5  COL 22 PIC X USING WS-E-OUTCOME
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 25
             VALUE "(F=Found for customer, D=Denied)".
          05 LINE 7  COL 10 VALUE "Zero the case number to go back.".
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
                       PERFORM 2000-OPEN-CASE
                   WHEN 2
                       PERFORM 3000-GRANT-CREDIT
                           THRU 3000-EXIT
                   WHEN 3
                       PERFORM 4000-RESOLVE-CASE
                           THRU 4000-EXIT
                   WHEN 4
                       PERFORM 5000-LIST-OPEN-CASES
                   WHEN 5
                       MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       MOVE "Invalid choice. Try again."
                           TO WS-MSG
               END-EVALUATE
           END-PERFORM.

           CLOSE CASE-FILE.
           CLOSE ACCOUNT-MASTER.
           DISPLAY SPACE BLANK SCREEN.
           STOP RUN.

      *> --- Business date, the response clocks, the holiday
      *>     calendar, and the case file ---
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

           PERFORM 1100-LOAD-PARAMETERS.
           PERFORM 1200-LOAD-HOLIDAY-CALENDAR.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ABEND: account-master.dat missing."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CASE-FILE.
           IF NOT FS-SUCCESS
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF.

      *> --- The two deadlines come off batch-params.dat;
      *>     a case opened without them would carry no
      *>     clock at all, so both must be there ---
       1100-LOAD-PARAMETERS.
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
                   WHEN "DISPUTE-PROV-DAYS"
                       MOVE PRM-VALUE TO WS-PROV-DAYS
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN "DISPUTE-RESOLVE-DAYS"
                       MOVE PRM-VALUE TO WS-RESOLVE-DAYS
                       ADD 1 TO WS-PARMS-SEEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-PARMS-SEEN < 2
               DISPLAY "ABEND: DISPUTE-PROV-DAYS / "
                   "DISPUTE-RESOLVE-DAYS not on batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- Load the holiday calendar; no file means weekends
      *>     are the only non-business days ---
       1200-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = "00"
               SET NOT-EOF TO TRUE
               READ HOLIDAY-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-HOL-COUNT < 50
                       ADD 1 TO WS-HOL-COUNT
                       MOVE HOL-DATE
                           TO WS-HOL-DATE(WS-HOL-COUNT)
                   END-IF
                   READ HOLIDAY-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

      *> --- Open a case: show the screen, edit, loop until it
      *>     passes or the operator blanks the account ---
       2000-OPEN-CASE.
           MOVE SPACES TO WS-E-ACCT.
           MOVE 0      TO WS-E-REF.
           MOVE SPACES TO WS-E-REASON.
           MOVE SPACES TO WS-E-REASON-TEXT.
           MOVE 0      TO WS-E-AMOUNT.
           MOVE WS-PROCESS-DATE TO WS-E-RECEIVED.
           MOVE SPACES TO WS-MSG.

           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-ACCT = SPACES
               DISPLAY CASE-SCREEN
               ACCEPT CASE-SCREEN
               IF WS-E-ACCT NOT = SPACES
                   PERFORM 2100-VALIDATE-CASE
               ELSE
                   MOVE SPACES TO WS-MSG
               END-IF
               IF WS-MSG NOT = SPACES
                   DISPLAY CASE-SCREEN
               END-IF
           END-PERFORM.

           IF WS-E-ACCT NOT = SPACES AND WS-MSG = SPACES
               PERFORM 2200-WRITE-CASE
           ELSE
               MOVE "Case not opened." TO WS-MSG
           END-IF.

      *> --- A case must name a real debit on a deposit
      *>     account, for no more than that debit took,
      *>     and only one open case may sit on a posting ---
       2100-VALIDATE-CASE.
           MOVE SPACES TO WS-MSG.

           MOVE SPACES TO WS-CODE-CHECK.
           MOVE WS-E-ACCT TO WS-CODE-CHECK.
           CALL "CODEFMT" USING
               BY CONTENT   WS-CODE-CHECK
               BY CONTENT   WS-CODE-PREFIX
               BY CONTENT   WS-CODE-PREFIX-LEN
               BY REFERENCE WS-CODE-VALID
           END-CALL.
           IF NOT CODE-IS-VALID
               MOVE "Account must start with ACCT" TO WS-MSG
           END-IF.

           IF WS-MSG = SPACES
               MOVE WS-E-ACCT TO AM-ACCT-NO
               READ ACCOUNT-MASTER
                   KEY IS AM-ACCT-NO
                   INVALID KEY
                       MOVE "Account not on master" TO WS-MSG
                   NOT INVALID KEY
                       IF AM-ACCT-TYPE NOT = "C"
                           AND AM-ACCT-TYPE NOT = "S"
                           MOVE "Disputes are taken on checking "
                               & "or savings accounts only"
                               TO WS-MSG
                       END-IF
               END-READ
           END-IF.

           IF WS-MSG = SPACES
               IF NOT REASON-IS-VALID
                   MOVE "Reason must be U/N/D/A/O" TO WS-MSG
               END-IF
           END-IF.

           IF WS-MSG = SPACES
               PERFORM 2150-FIND-POSTING
                   THRU 2150-EXIT
               IF NOT POSTING-FOUND
                   MOVE "No posting with that reference on "
                       & "this account" TO WS-MSG
               ELSE
                   IF WS-POST-DELTA NOT < 0
                       MOVE "That posting paid money in - "
                           & "nothing to dispute" TO WS-MSG
                   END-IF
               END-IF
           END-IF.

           IF WS-MSG = SPACES
               IF WS-E-AMOUNT = 0
                   OR WS-E-AMOUNT > 0 - WS-POST-DELTA
                   MOVE "Amount must be more than zero and no "
                       & "more than the posting" TO WS-MSG
               END-IF
           END-IF.

           IF WS-MSG = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-E-RECEIVED)
                       NOT = 0
                   OR WS-E-RECEIVED > WS-PROCESS-DATE
                   OR WS-E-RECEIVED < WS-POST-DATE
                   MOVE "Received date must be a real date "
                       & "between posting and today" TO WS-MSG
               END-IF
           END-IF.

           IF WS-MSG = SPACES
               PERFORM 2160-CHECK-OPEN-ON-REF
               IF CASE-ALREADY-OPEN
                   MOVE "A case is already open on that posting"
                       TO WS-MSG
               END-IF
           END-IF.

      *> --- The disputed posting off the balance journal:
      *>     same account, same reference ---
       2150-FIND-POSTING.
           MOVE "N" TO WS-POST-FOUND.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               GO TO 2150-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           READ JOURNAL-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE OR POSTING-FOUND
               IF JR-REF-NO = WS-E-REF
                   AND JR-ACCT-NO = WS-E-ACCT
                   MOVE "Y" TO WS-POST-FOUND
                   MOVE JR-POST-DATE TO WS-POST-DATE
                   COMPUTE WS-POST-DELTA =
                       JR-BAL-AFTER - JR-BAL-BEFORE
               ELSE
                   READ JOURNAL-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE JOURNAL-FILE.
       2150-EXIT.
           CONTINUE.

      *> --- Any open case on this posting already? While
      *>     passing through, note the highest case number
      *>     so a new case takes the next one ---
       2160-CHECK-OPEN-ON-REF.
           MOVE "N" TO WS-OPEN-ON-REF.
           MOVE 0 TO WS-NEXT-CASE-NO.
           MOVE 0 TO DC-CASE-NO.
           START CASE-FILE KEY IS NOT LESS THAN DC-CASE-NO
               INVALID KEY SET END-OF-FILE TO TRUE
               NOT INVALID KEY SET NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ CASE-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE DC-CASE-NO TO WS-NEXT-CASE-NO
                       IF DC-STATUS = "O"
                           AND DC-ACCT-NO = WS-E-ACCT
                           AND DC-POST-REF = WS-E-REF
                           MOVE "Y" TO WS-OPEN-ON-REF
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-CASE-NO.

      *> --- Put both clocks on the case and file it ---
       2200-WRITE-CASE.
           INITIALIZE DISPUTE-CASE-RECORD.
           MOVE WS-NEXT-CASE-NO  TO DC-CASE-NO.
           MOVE WS-E-ACCT        TO DC-ACCT-NO.
           MOVE WS-E-REF         TO DC-POST-REF.
           MOVE WS-POST-DATE     TO DC-POST-DATE.
           MOVE WS-E-REASON      TO DC-REASON.
           MOVE WS-E-REASON-TEXT TO DC-REASON-TEXT.
           MOVE WS-E-AMOUNT      TO DC-AMOUNT.
           MOVE WS-E-RECEIVED    TO DC-RECEIVED.

           MOVE WS-E-RECEIVED TO WS-BD-FROM.
           MOVE WS-PROV-DAYS  TO WS-BD-DAYS.
           PERFORM 6000-ADD-BUSINESS-DAYS.
           MOVE WS-BD-RESULT  TO DC-PROV-DUE.
           MOVE WS-RESOLVE-DAYS TO WS-BD-DAYS.
           PERFORM 6000-ADD-BUSINESS-DAYS.
           MOVE WS-BD-RESULT  TO DC-RESOLVE-DUE.

           MOVE "N"            TO DC-PROV-STATUS.
           MOVE "O"            TO DC-STATUS.
           MOVE WS-OPERATOR-ID TO DC-OPENED-BY.
           WRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   MOVE "Case file refused the new case"
                       TO WS-MSG
               NOT INVALID KEY
                   MOVE SPACES TO WS-OP-ACTION
                   STRING "OPEN CASE " DC-CASE-NO " "
                          DC-ACCT-NO
                       DELIMITED BY SIZE INTO WS-OP-ACTION
                   END-STRING
                   PERFORM 7200-LOG-ACTION
                   MOVE SPACES TO WS-MSG
                   STRING "Case " DC-CASE-NO
                          " opened - credit by " DC-PROV-DUE
                          ", decide by " DC-RESOLVE-DUE
                       DELIMITED BY SIZE INTO WS-MSG
                   END-STRING
           END-WRITE.

      *> --- Provisional credit: the disputed amount goes
      *>     back to the customer through tonight's feed
      *>     while the case is worked ---
       3000-GRANT-CREDIT.
           MOVE 0 TO WS-E-CASE-NO.
           MOVE SPACES TO WS-MSG.
           IF NOT OPERATOR-IS-SUPER
               MOVE "Supervisor role required." TO WS-MSG
               GO TO 3000-EXIT
           END-IF.

           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-CASE-NO = 0
               DISPLAY CREDIT-SCREEN
               ACCEPT CREDIT-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-E-CASE-NO NOT = 0
                   PERFORM 3100-READ-OPEN-CASE
                   IF WS-MSG = SPACES
                       AND DC-PROV-STATUS NOT = "N"
                       MOVE "Provisional credit already given"
                           TO WS-MSG
                   END-IF
               END-IF
               IF WS-MSG NOT = SPACES
                   DISPLAY CREDIT-SCREEN
               END-IF
           END-PERFORM.

           IF WS-E-CASE-NO = 0
               MOVE "No credit given." TO WS-MSG
               GO TO 3000-EXIT
           END-IF.

           MOVE "D" TO WS-STAGE-TYPE.
           MOVE SPACES TO WS-STAGE-DESC.
           STRING "DISPUTE CR " DC-CASE-NO
               DELIMITED BY SIZE INTO WS-STAGE-DESC
           END-STRING.
           MOVE 0 TO WS-STAGE-ORIGREF.
           PERFORM 7000-STAGE-TRANSACTION.

           MOVE "S"             TO DC-PROV-STATUS.
           MOVE WS-PROCESS-DATE TO DC-PROV-DATE.
           REWRITE DISPUTE-CASE-RECORD.

           MOVE "DISPUTE CREDIT" TO WS-LETTER-KIND.
           MOVE SPACES TO WS-LETTER-BODY.
           STRING "Provisional credit given while we review "
                  "case " DC-CASE-NO "."
               DELIMITED BY SIZE INTO WS-LETTER-BODY
           END-STRING.
           MOVE DC-AMOUNT TO WS-LETTER-AMOUNT.
           PERFORM 7100-QUEUE-LETTER.

           MOVE SPACES TO WS-OP-ACTION.
           STRING "PROV CREDIT " DC-CASE-NO
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           PERFORM 7200-LOG-ACTION.
           MOVE SPACES TO WS-MSG.
           STRING "Credit staged for case " DC-CASE-NO
                  " - posts in tonight's run."
               DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
       3000-EXIT.
           CONTINUE.

      *> --- The case keyed, which must exist and be open ---
       3100-READ-OPEN-CASE.
           MOVE WS-E-CASE-NO TO DC-CASE-NO.
           READ CASE-FILE
               KEY IS DC-CASE-NO
               INVALID KEY
                   MOVE "No such case" TO WS-MSG
               NOT INVALID KEY
                   IF DC-STATUS NOT = "O"
                       MOVE "That case is already resolved"
                           TO WS-MSG
                   END-IF
           END-READ.

      *> --- The decision: found for the customer, or
      *>     denied. Either way the customer gets a letter ---
       4000-RESOLVE-CASE.
           MOVE 0 TO WS-E-CASE-NO.
           MOVE SPACES TO WS-E-OUTCOME.
           MOVE SPACES TO WS-MSG.
           IF NOT OPERATOR-IS-SUPER
               MOVE "Supervisor role required." TO WS-MSG
               GO TO 4000-EXIT
           END-IF.

           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-CASE-NO = 0
               DISPLAY RESOLVE-SCREEN
               ACCEPT RESOLVE-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-E-CASE-NO NOT = 0
                   PERFORM 4050-VALIDATE-RESOLUTION
               END-IF
               IF WS-MSG NOT = SPACES
                   DISPLAY RESOLVE-SCREEN
               END-IF
           END-PERFORM.

           IF WS-E-CASE-NO = 0
               MOVE "Case not resolved." TO WS-MSG
               GO TO 4000-EXIT
           END-IF.

           MOVE 0 TO WS-LETTER-AMOUNT.
           MOVE SPACES TO WS-LETTER-BODY.
           EVALUATE TRUE
      *>       Found, credit already given: it simply stands
               WHEN WS-E-OUTCOME = "F" AND DC-PROV-STATUS = "S"
                   MOVE DC-AMOUNT TO WS-LETTER-AMOUNT
                   STRING "Case " DC-CASE-NO " is resolved in "
                          "your favor - the credit is final."
                       DELIMITED BY SIZE INTO WS-LETTER-BODY
                   END-STRING
      *>       Found, no credit yet: it goes in now, as final
               WHEN WS-E-OUTCOME = "F"
                   MOVE "D" TO WS-STAGE-TYPE
                   MOVE SPACES TO WS-STAGE-DESC
                   STRING "DISPUTE CR " DC-CASE-NO
                       DELIMITED BY SIZE INTO WS-STAGE-DESC
                   END-STRING
                   MOVE 0 TO WS-STAGE-ORIGREF
                   PERFORM 7000-STAGE-TRANSACTION
                   MOVE DC-AMOUNT TO WS-LETTER-AMOUNT
                   STRING "Case " DC-CASE-NO " is resolved in "
                          "your favor - we are crediting it."
                       DELIMITED BY SIZE INTO WS-LETTER-BODY
                   END-STRING
      *>       Denied after a credit: back it out against
      *>       the posting it made
               WHEN DC-PROV-STATUS = "S"
                   MOVE "R" TO WS-STAGE-TYPE
                   MOVE SPACES TO WS-STAGE-DESC
                   STRING "DISPUTE RV " DC-CASE-NO
                       DELIMITED BY SIZE INTO WS-STAGE-DESC
                   END-STRING
                   MOVE WS-PROV-REF TO WS-STAGE-ORIGREF
                   PERFORM 7000-STAGE-TRANSACTION
                   MOVE DC-AMOUNT TO WS-LETTER-AMOUNT
                   STRING "Case " DC-CASE-NO " is denied - the "
                          "provisional credit is reversed."
                       DELIMITED BY SIZE INTO WS-LETTER-BODY
                   END-STRING
      *>       Denied with nothing given: only the letter
               WHEN OTHER
                   STRING "Case " DC-CASE-NO " is denied after "
                          "review - no credit is due."
                       DELIMITED BY SIZE INTO WS-LETTER-BODY
                   END-STRING
           END-EVALUATE.

           MOVE WS-E-OUTCOME    TO DC-STATUS.
           MOVE WS-PROCESS-DATE TO DC-RESOLVED.
           MOVE WS-OPERATOR-ID  TO DC-RESOLVED-BY.
           REWRITE DISPUTE-CASE-RECORD.

           MOVE "DISPUTE RESOLVED" TO WS-LETTER-KIND.
           PERFORM 7100-QUEUE-LETTER.

           MOVE SPACES TO WS-OP-ACTION.
           STRING "RESOLVE CASE " DC-CASE-NO " " DC-STATUS
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           PERFORM 7200-LOG-ACTION.
           MOVE SPACES TO WS-MSG.
           STRING "Case " DC-CASE-NO " resolved - letter "
                  "queued for NOTICES."
               DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
       4000-EXIT.
           CONTINUE.

      *> --- An open case, a real outcome, and - for a denial
      *>     after credit - the credit's posting to reverse.
      *>     A credit still waiting on the feed has nothing
      *>     to reverse yet ---
       4050-VALIDATE-RESOLUTION.
           PERFORM 3100-READ-OPEN-CASE.
           IF WS-MSG = SPACES
               IF NOT OUTCOME-IS-VALID
                   MOVE "Outcome must be F or D" TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES
               IF WS-E-OUTCOME = "D" AND DC-PROV-STATUS = "S"
                   PERFORM 4100-FIND-PROV-CREDIT
                       THRU 4100-EXIT
                   IF WS-PROV-REF = 0
                       MOVE "Provisional credit not posted yet "
                           & "- resolve after the run" TO WS-MSG
                   END-IF
               END-IF
           END-IF.

      *> --- The provisional credit's posting: a "D" on the
      *>     case's account carrying DISPUTE CR and the case
      *>     number ---
       4100-FIND-PROV-CREDIT.
           MOVE 0 TO WS-PROV-REF.
           MOVE SPACES TO WS-PROV-DESC.
           STRING "DISPUTE CR " DC-CASE-NO
               DELIMITED BY SIZE INTO WS-PROV-DESC
           END-STRING.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               GO TO 4100-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           READ JOURNAL-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF JR-ACCT-NO = DC-ACCT-NO
                   AND JR-TXN-TYPE = "D"
                   AND JR-TXN-REF = WS-PROV-DESC
                   MOVE JR-REF-NO TO WS-PROV-REF
               END-IF
               READ JOURNAL-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
       4100-EXIT.
           CONTINUE.

      *> --- Every open case with its two deadlines ---
       5000-LIST-OPEN-CASES.
           DISPLAY SPACE BLANK SCREEN.
           DISPLAY "=== Open Dispute Cases ===".
           DISPLAY "Case   Account  Posting   Amount     "
               "Credit by Cr Decide by".
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO DC-CASE-NO.
           START CASE-FILE KEY IS NOT LESS THAN DC-CASE-NO
               INVALID KEY SET END-OF-FILE TO TRUE
               NOT INVALID KEY SET NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ CASE-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF DC-STATUS = "O"
                           ADD 1 TO WS-LIST-COUNT
                           MOVE DC-AMOUNT TO WS-DISP-AMT
                           DISPLAY DC-CASE-NO " " DC-ACCT-NO " "
                               DC-POST-REF " " WS-DISP-AMT " "
                               DC-PROV-DUE " " DC-PROV-STATUS
                               "  " DC-RESOLVE-DUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "(no open cases)"
           END-IF.
           DISPLAY "Press Enter to return to the menu.".
           ACCEPT WS-PAUSE.
           MOVE SPACES TO WS-MSG.

      *> --- WS-BD-DAYS business days on from WS-BD-FROM,
      *>     into WS-BD-RESULT ---
       6000-ADD-BUSINESS-DAYS.
           MOVE 0 TO WS-BD-COUNTED.
           COMPUTE WS-TEST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BD-FROM).
           MOVE WS-BD-FROM TO WS-TEST-DATE.
           PERFORM UNTIL WS-BD-COUNTED >= WS-BD-DAYS
               ADD 1 TO WS-TEST-DATE-INT
               COMPUTE WS-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INT)
               PERFORM 6100-CHECK-BUSINESS-DAY
               IF IS-BUSINESS-DAY
                   ADD 1 TO WS-BD-COUNTED
               END-IF
           END-PERFORM.
           MOVE WS-TEST-DATE TO WS-BD-RESULT.

      *> --- Is WS-TEST-DATE a business day? Saturdays,
      *>     Sundays and calendar holidays are not - the
      *>     same rule BATCH applies ---
       6100-CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-BUS-DAY-FLAG.
           COMPUTE WS-DOW =
               FUNCTION MOD(WS-TEST-DATE-INT, 7).
           IF WS-DOW = 6 OR WS-DOW = 0
               MOVE "N" TO WS-BUS-DAY-FLAG
           END-IF.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-TEST-DATE
                   MOVE "N" TO WS-BUS-DAY-FLAG
               END-IF
           END-PERFORM.

      *> --- Stage one movement for the case's account on
      *>     teller-trans.dat: BATCH folds it into its next
      *>     feed with the counter's slips, so it meets the
      *>     same edits, holds and journal as any other ---
       7000-STAGE-TRANSACTION.
           OPEN EXTEND TELLER-FILE.
           IF WS-TELLER-STATUS NOT = "00"
               OPEN OUTPUT TELLER-FILE
           END-IF.
           INITIALIZE TELLER-STAGED-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE DC-ACCT-NO       TO TR-ACCT-NO.
           MOVE WS-STAGE-TYPE    TO TR-TYPE.
           MOVE DC-AMOUNT        TO TR-AMOUNT.
           MOVE WS-STAGE-DESC    TO TR-DESC.
           MOVE "DISP"           TO TR-BRANCH.
           MOVE WS-PROCESS-DATE  TO TR-EFF-DATE.
           MOVE WS-STAGE-ORIGREF TO TR-ORIG-REF.
           WRITE TELLER-STAGED-RECORD.
           CLOSE TELLER-FILE.

      *> --- One letter for NOTICES to send ---
       7100-QUEUE-LETTER.
           OPEN EXTEND NOTICE-QUEUE-FILE.
           IF WS-NTCQ-STATUS NOT = "00"
               OPEN OUTPUT NOTICE-QUEUE-FILE
           END-IF.
           INITIALIZE NOTICE-QUEUE-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-PROCESS-DATE  TO NQ-POST-DATE.
           MOVE DC-ACCT-NO       TO NQ-ACCT-NO.
           MOVE WS-LETTER-KIND   TO NQ-KIND.
           MOVE WS-LETTER-BODY   TO NQ-BODY.
           MOVE WS-LETTER-AMOUNT TO NQ-AMOUNT.
           WRITE NOTICE-QUEUE-RECORD.
           CLOSE NOTICE-QUEUE-FILE.

      *> --- Stamp the action with the operator's id ---
       7200-LOG-ACTION.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
