       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTPRICE.
       AUTHOR. LEARNER.

      *> ============================================
      *> Customer contract prices
      *> ============================================
      *> The prices trade customers have negotiated away
      *> from PROD-PRICE and the quantity breaks, kept on
      *> contract-prices.dat (see contprc.cpy) so the
      *> INDEXED menu's shipment pricing bills them
      *> without the clerk overriding anything:
      *>
      *>   - a contract names one customer and either one
      *>     product or a product line (every product
      *>     whose ID starts with the characters keyed),
      *>     runs from a start date through an end date,
      *>     and is either a fixed unit price or a percent
      *>     off list. Where several are in force for a
      *>     line the lowest price wins, and no quantity
      *>     break is taken on top;
      *>   - contracts are numbered as they are added. A
      *>     contract is never deleted - ending one early
      *>     sets its end date, so the sales-history lines
      *>     it priced still name a contract on file;
      *>   - the expiring report lists every contract
      *>     ending in the next 30 days (or as many days
      *>     as asked) for the sales team to renegotiate,
      *>     to contracts-expiring-YYYYMMDD.txt.
      *>
      *> Changes need the supervisor role, and every one
      *> goes to the operator action log.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks contprice.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o contprice
      *>   ./contprice
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE
               ASSIGN TO "contract-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CONTRACT-FILE.
       01 CONTRACT-PRICE-RECORD.
           COPY "contprc.cpy".

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTRACT-STATUS PIC XX.
           COPY "filestat.cpy".
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME PIC X(34).

       01 WS-CHOICE          PIC 9.
       01 WS-CONTINUE        PIC X VALUE "Y".
          88 USER-CONTINUES  VALUE "Y" "y".
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Every contract in storage while one is added or
      *>   ended and the file rewritten - reloaded for each
      *>   change
       01 WS-CT-COUNT        PIC 9(3) VALUE 0.
       01 WS-CT-TABLE.
          05 WS-CT-ENTRY OCCURS 300 TIMES.
             10 WS-CT-NO       PIC 9(6).
             10 WS-CT-CUST     PIC X(6).
             10 WS-CT-SCOPE    PIC X.
             10 WS-CT-KEY      PIC X(5).
             10 WS-CT-START    PIC 9(8).
             10 WS-CT-END      PIC 9(8).
             10 WS-CT-TYPE     PIC X.
             10 WS-CT-PRICE    PIC 9(5)V99.
             10 WS-CT-PCT      PIC 9(2)V99.
             10 WS-CT-SDATE    PIC 9(8).
             10 WS-CT-SBY      PIC X(8).
       01 WS-CT-IDX          PIC 9(3).
       01 WS-CT-MATCH-IDX    PIC 9(3) VALUE 0.
       01 WS-NEXT-CONTRACT   PIC 9(6) VALUE 1.

      *>   What the operator keys
       01 WS-ASK-CUST        PIC X(6).
       01 WS-ASK-SCOPE       PIC X.
          88 ASK-ONE-PRODUCT VALUE "P" "p".
          88 ASK-PRODUCT-LINE VALUE "L" "l".
       01 WS-ASK-KEY         PIC X(5).
       01 WS-ASK-START       PIC 9(8).
       01 WS-ASK-END         PIC 9(8).
       01 WS-ASK-TYPE        PIC X.
          88 ASK-FIXED       VALUE "F" "f".
          88 ASK-PCT-OFF     VALUE "D" "d".
       01 WS-ASK-PRICE       PIC 9(5)V99.
       01 WS-ASK-PCT         PIC 9(2)V99.
       01 WS-ASK-NO          PIC 9(6).
       01 WS-ASK-CONFIRM     PIC X.

      *>   The expiring report
       01 WS-AHEAD-DAYS      PIC 9(3) VALUE 0.
       01 WS-AHEAD-DATE      PIC 9(8) VALUE 0.
       01 WS-DAYS-LEFT       PIC 9(3) VALUE 0.
       01 WS-EXPIRING-CNT    PIC 9(3) VALUE 0.

       01 WS-TERMS-TEXT      PIC X(18).
       01 WS-SCOPE-TEXT      PIC X(4).
       01 WS-DISP-PRICE      PIC ZZ,ZZ9.99.
       01 WS-DISP-PCT        PIC Z9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-DAYS       PIC ZZ9.
       01 WS-DETAIL          PIC X(80).

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "CONTPRIC".
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
           PERFORM 1100-SET-BUSINESS-DATE.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           STOP RUN.

      *> --- The business date contracts are judged and
      *>     stamped by ---
       1100-SET-BUSINESS-DATE.
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

      *> --- Every contract on file into storage, and the
      *>     next number to give ---
       1200-LOAD-CONTRACTS.
           MOVE 0 TO WS-CT-COUNT.
           MOVE 1 TO WS-NEXT-CONTRACT.
           OPEN INPUT CONTRACT-FILE.
           IF NOT FS-SUCCESS
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CONTRACT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-CT-COUNT >= 300
      *>           Never load-cap and then rewrite: contracts
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 300 contract "
                       "prices - raise WS-CT-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE CP-CONTRACT-NO TO WS-CT-NO(WS-CT-COUNT)
               MOVE CP-CUST-NO     TO WS-CT-CUST(WS-CT-COUNT)
               MOVE CP-SCOPE       TO WS-CT-SCOPE(WS-CT-COUNT)
               MOVE CP-PROD-KEY    TO WS-CT-KEY(WS-CT-COUNT)
               MOVE CP-START-DATE  TO WS-CT-START(WS-CT-COUNT)
               MOVE CP-END-DATE    TO WS-CT-END(WS-CT-COUNT)
               MOVE CP-PRICE-TYPE  TO WS-CT-TYPE(WS-CT-COUNT)
               MOVE CP-UNIT-PRICE  TO WS-CT-PRICE(WS-CT-COUNT)
               MOVE CP-DISC-PCT    TO WS-CT-PCT(WS-CT-COUNT)
               MOVE CP-SET-DATE    TO WS-CT-SDATE(WS-CT-COUNT)
               MOVE CP-SET-BY      TO WS-CT-SBY(WS-CT-COUNT)
               IF CP-CONTRACT-NO >= WS-NEXT-CONTRACT
                   COMPUTE WS-NEXT-CONTRACT = CP-CONTRACT-NO + 1
               END-IF
               READ CONTRACT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CONTRACT-FILE.
       1200-EXIT.
           CONTINUE.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Customer Contract Prices ===".
           DISPLAY "1. List contracts".
           DISPLAY "2. Add a contract (supervisor)".
           DISPLAY "3. End a contract early (supervisor)".
           DISPLAY "4. Contracts expiring report".
           DISPLAY "5. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-LIST-CONTRACTS
               WHEN 2 PERFORM 4000-ADD-CONTRACT THRU 4000-EXIT
               WHEN 3 PERFORM 5000-END-CONTRACT THRU 5000-EXIT
               WHEN 4 PERFORM 6000-EXPIRING-REPORT
                   THRU 6000-EXIT
               WHEN 5 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- Every contract, in the order added, and
      *>     whether it is in force today ---
       3000-LIST-CONTRACTS.
           PERFORM 1200-LOAD-CONTRACTS THRU 1200-EXIT.
           IF WS-CT-COUNT = 0
               DISPLAY "  (no contracts on file - every customer "
                   "pays list)"
           ELSE
               DISPLAY "  No.    Cust   For        Terms       "
                   "       From     Through  Status"
           END-IF.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               PERFORM 3100-DESCRIBE-CONTRACT
               MOVE SPACES TO WS-DETAIL
               STRING "  " WS-CT-NO(WS-CT-IDX)
                      " " WS-CT-CUST(WS-CT-IDX)
                      " " WS-SCOPE-TEXT
                      " " WS-CT-KEY(WS-CT-IDX)
                      " " WS-TERMS-TEXT
                      " " WS-CT-START(WS-CT-IDX)
                      " " WS-CT-END(WS-CT-IDX)
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               EVALUATE TRUE
                   WHEN WS-CT-END(WS-CT-IDX) < WS-PROCESS-DATE
                       MOVE "ended" TO WS-DETAIL(65:8)
                   WHEN WS-CT-START(WS-CT-IDX) > WS-PROCESS-DATE
                       MOVE "future" TO WS-DETAIL(65:8)
                   WHEN OTHER
                       MOVE "in force" TO WS-DETAIL(65:8)
               END-EVALUATE
               DISPLAY WS-DETAIL
           END-PERFORM.
           MOVE WS-CT-COUNT TO WS-DISP-CNT.
           DISPLAY "Contracts on file: " WS-DISP-CNT.

      *> --- The contract's scope and terms in words ---
       3100-DESCRIBE-CONTRACT.
           IF WS-CT-SCOPE(WS-CT-IDX) = "L"
               MOVE "line" TO WS-SCOPE-TEXT
           ELSE
               MOVE "prod" TO WS-SCOPE-TEXT
           END-IF.
           MOVE SPACES TO WS-TERMS-TEXT.
           IF WS-CT-TYPE(WS-CT-IDX) = "F"
               MOVE WS-CT-PRICE(WS-CT-IDX) TO WS-DISP-PRICE
               STRING "fixed " WS-DISP-PRICE
                   DELIMITED BY SIZE INTO WS-TERMS-TEXT
               END-STRING
           ELSE
               MOVE WS-CT-PCT(WS-CT-IDX) TO WS-DISP-PCT
               STRING WS-DISP-PCT "% off list"
                   DELIMITED BY SIZE INTO WS-TERMS-TEXT
               END-STRING
           END-IF.

      *> --- A new contract: who, what, when, and at what
      *>     price ---
       4000-ADD-CONTRACT.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 1200-LOAD-CONTRACTS THRU 1200-EXIT.
           DISPLAY "Customer number (e.g. C00005, blank to "
               "cancel): ".
           ACCEPT WS-ASK-CUST.
           IF WS-ASK-CUST = SPACES
               GO TO 4000-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ASK-CUST) TO WS-ASK-CUST.
           DISPLAY "One (P)roduct or a product (L)ine: ".
           ACCEPT WS-ASK-SCOPE.
           IF NOT ASK-ONE-PRODUCT AND NOT ASK-PRODUCT-LINE
               DISPLAY "Must be P or L - nothing changed."
               GO TO 4000-EXIT
           END-IF.
           IF ASK-ONE-PRODUCT
               MOVE "P" TO WS-ASK-SCOPE
               DISPLAY "Product ID: "
           ELSE
               MOVE "L" TO WS-ASK-SCOPE
               DISPLAY "Leading characters of the line's product "
                   "IDs (e.g. P0): "
           END-IF.
           ACCEPT WS-ASK-KEY.
           MOVE FUNCTION UPPER-CASE(WS-ASK-KEY) TO WS-ASK-KEY.
           IF WS-ASK-KEY = SPACES OR WS-ASK-KEY(1:1) = SPACE
               DISPLAY "A product or line is required - nothing "
                   "changed."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Start date (YYYYMMDD), Enter for today: ".
           ACCEPT WS-ASK-START.
           IF WS-ASK-START = 0
               MOVE WS-PROCESS-DATE TO WS-ASK-START
           END-IF.
           DISPLAY "End date (YYYYMMDD): ".
           ACCEPT WS-ASK-END.
           IF WS-ASK-END < WS-ASK-START
               OR WS-ASK-END < WS-PROCESS-DATE
               DISPLAY "The contract would never be in force - "
                   "nothing changed."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "(F)ixed price or percent (D)iscount off "
               "list: ".
           ACCEPT WS-ASK-TYPE.
           MOVE 0 TO WS-ASK-PRICE.
           MOVE 0 TO WS-ASK-PCT.
           EVALUATE TRUE
               WHEN ASK-FIXED
                   MOVE "F" TO WS-ASK-TYPE
                   DISPLAY "Unit price: "
                   ACCEPT WS-ASK-PRICE
                   IF WS-ASK-PRICE = 0
                       DISPLAY "A price is required - nothing "
                           "changed."
                       GO TO 4000-EXIT
                   END-IF
                   MOVE WS-ASK-PRICE TO WS-DISP-PRICE
                   DISPLAY "Add " WS-ASK-CUST " " WS-ASK-KEY
                       " at " WS-DISP-PRICE " from " WS-ASK-START
                       " through " WS-ASK-END "? (Y/N): "
               WHEN ASK-PCT-OFF
                   MOVE "D" TO WS-ASK-TYPE
                   DISPLAY "Percent off list (e.g. 12.50): "
                   ACCEPT WS-ASK-PCT
                   IF WS-ASK-PCT = 0
                       DISPLAY "A percentage is required - "
                           "nothing changed."
                       GO TO 4000-EXIT
                   END-IF
                   MOVE WS-ASK-PCT TO WS-DISP-PCT
                   DISPLAY "Add " WS-ASK-CUST " " WS-ASK-KEY
                       " at " WS-DISP-PCT "% off list from "
                       WS-ASK-START " through " WS-ASK-END
                       "? (Y/N): "
               WHEN OTHER
                   DISPLAY "Must be F or D - nothing changed."
                   GO TO 4000-EXIT
           END-EVALUATE.
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 4000-EXIT
           END-IF.

           IF WS-CT-COUNT >= 300
               DISPLAY "Contract table full - raise "
                   "WS-CT-TABLE."
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-CT-COUNT.
           MOVE WS-NEXT-CONTRACT TO WS-CT-NO(WS-CT-COUNT).
           MOVE WS-ASK-CUST      TO WS-CT-CUST(WS-CT-COUNT).
           MOVE WS-ASK-SCOPE     TO WS-CT-SCOPE(WS-CT-COUNT).
           MOVE WS-ASK-KEY       TO WS-CT-KEY(WS-CT-COUNT).
           MOVE WS-ASK-START     TO WS-CT-START(WS-CT-COUNT).
           MOVE WS-ASK-END       TO WS-CT-END(WS-CT-COUNT).
           MOVE WS-ASK-TYPE      TO WS-CT-TYPE(WS-CT-COUNT).
           MOVE WS-ASK-PRICE     TO WS-CT-PRICE(WS-CT-COUNT).
           MOVE WS-ASK-PCT       TO WS-CT-PCT(WS-CT-COUNT).
           MOVE WS-PROCESS-DATE  TO WS-CT-SDATE(WS-CT-COUNT).
           MOVE WS-OPERATOR-ID   TO WS-CT-SBY(WS-CT-COUNT).
           PERFORM 8000-SAVE-CONTRACTS.
           DISPLAY "Contract " WS-NEXT-CONTRACT " saved.".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Contract " WS-NEXT-CONTRACT " " WS-ASK-CUST
                  " " WS-ASK-KEY
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4000-EXIT.
           CONTINUE.

      *> --- A contract brought to an end: its end date
      *>     pulled in, never deleted ---
       5000-END-CONTRACT.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 1200-LOAD-CONTRACTS THRU 1200-EXIT.
           DISPLAY "Contract number (blank to cancel): ".
           ACCEPT WS-ASK-NO.
           IF WS-ASK-NO = 0
               GO TO 5000-EXIT
           END-IF.
           MOVE 0 TO WS-CT-MATCH-IDX.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-NO(WS-CT-IDX) = WS-ASK-NO
                   MOVE WS-CT-IDX TO WS-CT-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-CT-MATCH-IDX = 0
               DISPLAY "No contract " WS-ASK-NO " - nothing "
                   "changed."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "  " WS-CT-CUST(WS-CT-MATCH-IDX) " "
               WS-CT-KEY(WS-CT-MATCH-IDX) " from "
               WS-CT-START(WS-CT-MATCH-IDX) " through "
               WS-CT-END(WS-CT-MATCH-IDX).
           DISPLAY "Last day it prices (YYYYMMDD), Enter for "
               "today: ".
           ACCEPT WS-ASK-END.
           IF WS-ASK-END = 0
               MOVE WS-PROCESS-DATE TO WS-ASK-END
           END-IF.
           IF WS-ASK-END >= WS-CT-END(WS-CT-MATCH-IDX)
               DISPLAY "That is not earlier than it ends now - "
                   "nothing changed."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "End contract " WS-ASK-NO " on " WS-ASK-END
               "? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-ASK-END      TO WS-CT-END(WS-CT-MATCH-IDX).
           MOVE WS-PROCESS-DATE TO WS-CT-SDATE(WS-CT-MATCH-IDX).
           MOVE WS-OPERATOR-ID  TO WS-CT-SBY(WS-CT-MATCH-IDX).
           PERFORM 8000-SAVE-CONTRACTS.
           DISPLAY "Contract " WS-ASK-NO " ends " WS-ASK-END ".".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Contract " WS-ASK-NO " ended " WS-ASK-END
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       5000-EXIT.
           CONTINUE.

      *> --- The contracts in force today that end within
      *>     the days asked, for the sales team ---
       6000-EXPIRING-REPORT.
           PERFORM 1200-LOAD-CONTRACTS THRU 1200-EXIT.
           DISPLAY "Days ahead, Enter for 30: ".
           ACCEPT WS-AHEAD-DAYS.
           IF WS-AHEAD-DAYS = 0
               MOVE 30 TO WS-AHEAD-DAYS
           END-IF.
           COMPUTE WS-AHEAD-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
               + WS-AHEAD-DAYS).
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING "contracts-expiring-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open " WS-REPORT-FILENAME
                   " - no report."
               GO TO 6000-EXIT
           END-IF.
           MOVE 0 TO WS-EXPIRING-CNT.

           MOVE "=== CONTRACTS EXPIRING ===" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-AHEAD-DAYS TO WS-DISP-DAYS.
           MOVE SPACES TO WS-DETAIL.
           STRING "Run: " WS-PROCESS-DATE
                  "   Ending by: " WS-AHEAD-DATE
                  " (next " WS-DISP-DAYS " days)"
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "No.    Cust   For        Terms              "
               & "Through  Days left" TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-START(WS-CT-IDX) <= WS-AHEAD-DATE
                   AND WS-CT-END(WS-CT-IDX) >= WS-PROCESS-DATE
                   AND WS-CT-END(WS-CT-IDX) <= WS-AHEAD-DATE
                   PERFORM 6100-ONE-EXPIRING
               END-IF
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EXPIRING-CNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           IF WS-EXPIRING-CNT = 0
               MOVE "No contracts end in the period."
                   TO WS-DETAIL
           ELSE
               STRING "Contracts to renegotiate: " WS-DISP-CNT
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           END-IF.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "Contracts expiring: " WS-DISP-CNT.
           DISPLAY "See " WS-REPORT-FILENAME ".".
       6000-EXIT.
           CONTINUE.

      *> --- One contract running out ---
       6100-ONE-EXPIRING.
           ADD 1 TO WS-EXPIRING-CNT.
           PERFORM 3100-DESCRIBE-CONTRACT.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-CT-END(WS-CT-IDX))
               - FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE).
           MOVE WS-DAYS-LEFT TO WS-DISP-DAYS.
           MOVE SPACES TO WS-DETAIL.
           STRING WS-CT-NO(WS-CT-IDX)
                  " " WS-CT-CUST(WS-CT-IDX)
                  " " WS-SCOPE-TEXT
                  " " WS-CT-KEY(WS-CT-IDX)
                  " " WS-TERMS-TEXT
                  " " WS-CT-END(WS-CT-IDX)
                  "   " WS-DISP-DAYS
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- The contract file back from storage ---
       8000-SAVE-CONTRACTS.
           OPEN OUTPUT CONTRACT-FILE.
           INITIALIZE CONTRACT-PRICE-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE WS-CT-NO(WS-CT-IDX)    TO CP-CONTRACT-NO
               MOVE WS-CT-CUST(WS-CT-IDX)  TO CP-CUST-NO
               MOVE WS-CT-SCOPE(WS-CT-IDX) TO CP-SCOPE
               MOVE WS-CT-KEY(WS-CT-IDX)   TO CP-PROD-KEY
               MOVE WS-CT-START(WS-CT-IDX) TO CP-START-DATE
               MOVE WS-CT-END(WS-CT-IDX)   TO CP-END-DATE
               MOVE WS-CT-TYPE(WS-CT-IDX)  TO CP-PRICE-TYPE
               MOVE WS-CT-PRICE(WS-CT-IDX) TO CP-UNIT-PRICE
               MOVE WS-CT-PCT(WS-CT-IDX)   TO CP-DISC-PCT
               MOVE WS-CT-SDATE(WS-CT-IDX) TO CP-SET-DATE
               MOVE WS-CT-SBY(WS-CT-IDX)   TO CP-SET-BY
               WRITE CONTRACT-PRICE-RECORD
           END-PERFORM.
           CLOSE CONTRACT-FILE.
