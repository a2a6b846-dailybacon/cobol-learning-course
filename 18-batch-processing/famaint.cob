       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMAINT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Fixed-asset maintenance
      *> ============================================
      *> Branch equipment, ATMs and vehicles used to
      *> live on an accountant's spreadsheet. They live
      *> on fixed-assets.dat now (see farec.cpy), kept
      *> here:
      *>
      *>   - add an asset: tag, description, class, the
      *>     cost center it sits in, acquisition date
      *>     and cost, useful life, method and salvage
      *>     value;
      *>   - transfer it to another branch or
      *>     department - its depreciation follows it
      *>     from the next month-end;
      *>   - dispose of it: the date and the proceeds
      *>     are keyed here, and FADEPR posts the gain
      *>     or loss in the next window, the same way
      *>     JESTAGE posts what JEMAINT approves;
      *>   - list the register as it stands.
      *>
      *> Assets drive what the ledger is told - a
      *> supervisor call, like the chart.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks famaint.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o famaint
      *>   ./famaint
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE
               ASSIGN TO "fixed-assets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-ASSET-STATUS.

      *> The cost centers an asset may sit in (CCMAINT)
           SELECT CC-FILE
               ASSIGN TO "cost-centers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ASSET-FILE.
       01 FIXED-ASSET-RECORD.
           COPY "farec.cpy".

       FD CC-FILE.
       01 COST-CENTER-RECORD.
           COPY "ccrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ASSET-STATUS   PIC XX.
           COPY "filestat.cpy".
       01 WS-CC-STATUS      PIC XX.

       01 WS-PROCESS-DATE   PIC 9(8).
       01 WS-BUS-DATE-PARAM PIC X(8) VALUE SPACES.

       01 WS-CHOICE         PIC 9.
       01 WS-CONTINUE       PIC X VALUE "Y".
          88 USER-CONTINUES VALUE "Y" "y".
       01 WS-EOF            PIC X VALUE "N".
          88 END-OF-FILE    VALUE "Y".

      *>   The cost centers in storage, for the location
      *>   check on add and transfer
       01 WS-CC-COUNT       PIC 9(3) VALUE 0.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 100 TIMES
             INDEXED BY WS-CC-IDX.
             10 WS-CC-CODE     PIC X(15).
             10 WS-CC-ACTIVE   PIC X.
       01 WS-CC-MATCH-IDX   PIC 9(3) VALUE 0.

      *>   What the operator keys
       01 WS-ASK-ID         PIC X(10).
       01 WS-ASK-CENTER     PIC X(15).
       01 WS-ASK-DATE       PIC 9(8).
       01 WS-ASK-AMOUNT     PIC 9(9)V99.
       01 WS-ASK-MONTHS     PIC 9(3).
       01 WS-ASK-CONFIRM    PIC X.
       01 WS-OLD-CENTER     PIC X(15).

       01 WS-ASSET-COUNT    PIC 9(5) VALUE 0.
       01 WS-NBV            PIC S9(9)V99 VALUE 0.
       01 WS-DISP-AMT       PIC $Z(8),ZZ9.99.
       01 WS-DISP-AMT2      PIC $Z(8),ZZ9.99.
       01 WS-DISP-AMT3      PIC $Z(8),ZZ9.99-.

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "FAMAINT".
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
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               STOP RUN
           END-IF.
           PERFORM 1100-SET-BUSINESS-DATE.
           PERFORM 1200-LOAD-COST-CENTERS.
           PERFORM 1000-OPEN-ASSET-FILE.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           CLOSE ASSET-FILE.
           STOP RUN.

      *> --- Open the asset master, creating it on first use ---
       1000-OPEN-ASSET-FILE.
           OPEN I-O ASSET-FILE.
           IF NOT FS-SUCCESS
               OPEN OUTPUT ASSET-FILE
               CLOSE ASSET-FILE
               OPEN I-O ASSET-FILE
           END-IF.

      *> --- The business date: no asset is acquired or
      *>     disposed of after it ---
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

      *> --- Every asset sits in a cost center, so the
      *>     cost centers must be on file first ---
       1200-LOAD-COST-CENTERS.
           OPEN INPUT CC-FILE.
           IF WS-CC-STATUS NOT = "00"
               DISPLAY "No cost-centers.dat - set the branches "
                   "and departments up on CCMAINT first."
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CC-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-CC-COUNT < 100
                   ADD 1 TO WS-CC-COUNT
                   MOVE CC-CODE   TO WS-CC-CODE(WS-CC-COUNT)
                   MOVE CC-ACTIVE TO WS-CC-ACTIVE(WS-CC-COUNT)
               END-IF
               READ CC-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CC-FILE.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Fixed-Asset Maintenance ===".
           DISPLAY "1. Add an asset".
           DISPLAY "2. Transfer an asset to another cost center".
           DISPLAY "3. Dispose of an asset".
           DISPLAY "4. List the register".
           DISPLAY "5. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-ADD-ASSET
                          THRU 3000-EXIT
               WHEN 2 PERFORM 4000-TRANSFER-ASSET
                          THRU 4000-EXIT
               WHEN 3 PERFORM 4500-DISPOSE-ASSET
                          THRU 4500-EXIT
               WHEN 4 PERFORM 5000-LIST-ASSETS
               WHEN 5 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- One cost center against the master: found and
      *>     active, or WS-CC-MATCH-IDX zero ---
       2500-CHECK-COST-CENTER.
           MOVE 0 TO WS-CC-MATCH-IDX.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-CC-CODE(WS-CC-IDX) = WS-ASK-CENTER
                   AND WS-CC-ACTIVE(WS-CC-IDX) = "Y"
                   MOVE WS-CC-IDX TO WS-CC-MATCH-IDX
               END-IF
           END-PERFORM.

      *> --- Key and check a new asset, then file it ---
       3000-ADD-ASSET.
           DISPLAY "Asset tag (up to 10 chars): ".
           ACCEPT WS-ASK-ID.
           IF WS-ASK-ID = SPACES
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ASK-ID TO FA-ASSET-ID.
           READ ASSET-FILE
               KEY IS FA-ASSET-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Asset " WS-ASK-ID " is already on "
                       "file."
                   GO TO 3000-EXIT
           END-READ.

           INITIALIZE FIXED-ASSET-RECORD.
           MOVE WS-ASK-ID TO FA-ASSET-ID.
           DISPLAY "Description: ".
           ACCEPT FA-DESC.
           DISPLAY "Class (E=Equipment, A=ATM, V=Vehicle, "
               "O=Other): ".
           ACCEPT FA-CLASS.
           IF NOT FA-CLASS-VALID
               DISPLAY "Class must be E, A, V or O - nothing "
                   "added."
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "Cost center (branch code or department): ".
           ACCEPT WS-ASK-CENTER.
           PERFORM 2500-CHECK-COST-CENTER.
           IF WS-CC-MATCH-IDX = 0
               DISPLAY "No active cost center " WS-ASK-CENTER
                   " on cost-centers.dat - nothing added."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ASK-CENTER TO FA-COST-CENTER.

           DISPLAY "Acquisition date (YYYYMMDD): ".
           ACCEPT WS-ASK-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASK-DATE) NOT = 0
               DISPLAY "Not a valid date - nothing added."
               GO TO 3000-EXIT
           END-IF.
           IF WS-ASK-DATE > WS-PROCESS-DATE
               DISPLAY "Acquisition cannot fall after the "
                   "business date " WS-PROCESS-DATE "."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ASK-DATE TO FA-ACQ-DATE.

           DISPLAY "Cost: ".
           ACCEPT WS-ASK-AMOUNT.
           IF WS-ASK-AMOUNT = 0
               DISPLAY "An asset needs a cost - nothing added."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ASK-AMOUNT TO FA-COST.
           DISPLAY "Salvage value: ".
           ACCEPT WS-ASK-AMOUNT.
           IF WS-ASK-AMOUNT >= FA-COST
               DISPLAY "Salvage must be below cost - nothing "
                   "added."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ASK-AMOUNT TO FA-SALVAGE.

           DISPLAY "Useful life in months (1-600): ".
           ACCEPT WS-ASK-MONTHS.
           IF WS-ASK-MONTHS < 1 OR WS-ASK-MONTHS > 600
               DISPLAY "Life must be 1 to 600 months - nothing "
                   "added."
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ASK-MONTHS TO FA-LIFE-MONTHS.
           DISPLAY "Method (S=Straight line, D=Declining "
               "balance): ".
           ACCEPT FA-METHOD.
           IF NOT FA-STRAIGHT-LINE AND NOT FA-DECLINING
               DISPLAY "Method must be S or D - nothing added."
               GO TO 3000-EXIT
           END-IF.

           MOVE 0               TO FA-ACCUM-DEPR.
           MOVE 0               TO FA-DEPR-THRU.
           MOVE "A"             TO FA-STATUS.
           MOVE 0               TO FA-DISP-DATE.
           MOVE 0               TO FA-PROCEEDS.
           MOVE 0               TO FA-GAIN-LOSS.
           MOVE WS-OPERATOR-ID  TO FA-ADDED-BY.
           MOVE WS-PROCESS-DATE TO FA-ADDED-DATE.
           MOVE SPACES          TO FA-CHANGED-BY.
           MOVE 0               TO FA-CHANGED-DATE.
           WRITE FIXED-ASSET-RECORD
               INVALID KEY
                   DISPLAY "Asset " FA-ASSET-ID
                       " could not be filed, status "
                       WS-ASSET-STATUS
                   GO TO 3000-EXIT
           END-WRITE.
           MOVE FA-COST TO WS-DISP-AMT.
           DISPLAY "Asset " FA-ASSET-ID " added at "
               WS-DISP-AMT " in " FA-COST-CENTER ".".
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Added asset " FA-ASSET-ID
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       3000-EXIT.
           CONTINUE.

      *> --- An active asset, or FA-ASSET-ID spaces ---
       3100-FIND-ACTIVE-ASSET.
           DISPLAY "Asset tag: ".
           ACCEPT WS-ASK-ID.
           MOVE WS-ASK-ID TO FA-ASSET-ID.
           READ ASSET-FILE
               KEY IS FA-ASSET-ID
               INVALID KEY
                   DISPLAY "No such asset on file."
                   MOVE SPACES TO FA-ASSET-ID
                   GO TO 3100-EXIT
           END-READ.
           IF NOT FA-ACTIVE
               DISPLAY "Asset " FA-ASSET-ID " is already "
                   "disposed of (status " FA-STATUS ")."
               MOVE SPACES TO FA-ASSET-ID
           END-IF.
       3100-EXIT.
           CONTINUE.

      *> --- Move an asset to another branch or department ---
       4000-TRANSFER-ASSET.
           PERFORM 3100-FIND-ACTIVE-ASSET
               THRU 3100-EXIT.
           IF FA-ASSET-ID = SPACES
               GO TO 4000-EXIT
           END-IF.
           DISPLAY FA-ASSET-ID " " FA-DESC
               " sits in " FA-COST-CENTER.
           DISPLAY "New cost center: ".
           ACCEPT WS-ASK-CENTER.
           IF WS-ASK-CENTER = FA-COST-CENTER
               DISPLAY "That is where it is already."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 2500-CHECK-COST-CENTER.
           IF WS-CC-MATCH-IDX = 0
               DISPLAY "No active cost center " WS-ASK-CENTER
                   " on cost-centers.dat."
               GO TO 4000-EXIT
           END-IF.
           MOVE FA-COST-CENTER  TO WS-OLD-CENTER.
           MOVE WS-ASK-CENTER   TO FA-COST-CENTER.
           MOVE WS-OPERATOR-ID  TO FA-CHANGED-BY.
           MOVE WS-PROCESS-DATE TO FA-CHANGED-DATE.
           REWRITE FIXED-ASSET-RECORD
               INVALID KEY
                   DISPLAY "Update failed for " FA-ASSET-ID
                   GO TO 4000-EXIT
           END-REWRITE.
           DISPLAY "Asset " FA-ASSET-ID " moved from "
               WS-OLD-CENTER " to " FA-COST-CENTER ".".
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Asset " FA-ASSET-ID " to " FA-COST-CENTER
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4000-EXIT.
           CONTINUE.

      *> --- Key a disposal: FADEPR posts it, and its gain
      *>     or loss, in the next window ---
       4500-DISPOSE-ASSET.
           PERFORM 3100-FIND-ACTIVE-ASSET
               THRU 3100-EXIT.
           IF FA-ASSET-ID = SPACES
               GO TO 4500-EXIT
           END-IF.
           COMPUTE WS-NBV = FA-COST - FA-ACCUM-DEPR.
           MOVE FA-COST       TO WS-DISP-AMT.
           MOVE FA-ACCUM-DEPR TO WS-DISP-AMT2.
           MOVE WS-NBV        TO WS-DISP-AMT3.
           DISPLAY FA-ASSET-ID " " FA-DESC.
           DISPLAY "  Cost " WS-DISP-AMT "  depreciation "
               WS-DISP-AMT2 "  book value " WS-DISP-AMT3.
           IF FA-DEPR-THRU NOT = 0
               DISPLAY "  (depreciated through " FA-DEPR-THRU ")"
           END-IF.

           DISPLAY "Disposal date (YYYYMMDD, 0 = business "
               "date): ".
           ACCEPT WS-ASK-DATE.
           IF WS-ASK-DATE = 0
               MOVE WS-PROCESS-DATE TO WS-ASK-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASK-DATE) NOT = 0
               DISPLAY "Not a valid date."
               GO TO 4500-EXIT
           END-IF.
           IF WS-ASK-DATE > WS-PROCESS-DATE
               OR WS-ASK-DATE < FA-ACQ-DATE
               DISPLAY "Disposal must fall between acquisition "
                   FA-ACQ-DATE " and the business date "
                   WS-PROCESS-DATE "."
               GO TO 4500-EXIT
           END-IF.
      *>   The month an asset goes takes no depreciation - a
      *>   month already depreciated is too late to go in
           IF WS-ASK-DATE(1:6) <= FA-DEPR-THRU
               DISPLAY "Depreciation is already posted through "
                   FA-DEPR-THRU " - date the disposal after it."
               GO TO 4500-EXIT
           END-IF.

           DISPLAY "Proceeds (0 if scrapped): ".
           ACCEPT WS-ASK-AMOUNT.
           DISPLAY "Dispose of " FA-ASSET-ID " on " WS-ASK-DATE
               "? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 4500-EXIT
           END-IF.

           MOVE "P"             TO FA-STATUS.
           MOVE WS-ASK-DATE     TO FA-DISP-DATE.
           MOVE WS-ASK-AMOUNT   TO FA-PROCEEDS.
           MOVE WS-OPERATOR-ID  TO FA-CHANGED-BY.
           MOVE WS-PROCESS-DATE TO FA-CHANGED-DATE.
           REWRITE FIXED-ASSET-RECORD
               INVALID KEY
                   DISPLAY "Update failed for " FA-ASSET-ID
                   GO TO 4500-EXIT
           END-REWRITE.
           DISPLAY "Disposal keyed - FADEPR posts it in the "
               "next window.".
           MOVE SPACES TO WS-OP-ACTION.
           STRING "Disposed asset " FA-ASSET-ID
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4500-EXIT.
           CONTINUE.

      *> --- Every asset on the master, book value as at the
      *>     last depreciation run ---
       5000-LIST-ASSETS.
           MOVE 0 TO WS-ASSET-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO FA-ASSET-ID.
           START ASSET-FILE KEY IS NOT LESS THAN FA-ASSET-ID
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.

           DISPLAY SPACES.
           DISPLAY "=== Fixed Assets On File ===".

           IF NOT END-OF-FILE
               READ ASSET-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-ASSET-COUNT
               COMPUTE WS-NBV = FA-COST - FA-ACCUM-DEPR
               MOVE FA-COST       TO WS-DISP-AMT
               MOVE FA-ACCUM-DEPR TO WS-DISP-AMT2
               MOVE WS-NBV        TO WS-DISP-AMT3
               DISPLAY "  " FA-ASSET-ID
                   " " FA-DESC(1:20)
                   " | " FA-COST-CENTER
                   " | " FA-STATUS
               DISPLAY "      cost " WS-DISP-AMT
                   " depr " WS-DISP-AMT2
                   " nbv " WS-DISP-AMT3
               READ ASSET-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

           IF WS-ASSET-COUNT = 0
               DISPLAY "  (none)"
           END-IF.
