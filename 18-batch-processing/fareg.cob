       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAREG.
       AUTHOR. LEARNER.

      *> ============================================
      *> Fixed-asset register
      *> ============================================
      *> The register finance signs off at month end,
      *> after FADEPR has posted the month: every asset
      *> still on the books, grouped by the cost center
      *> it sits in, with its cost, the depreciation
      *> accumulated against it and its net book value,
      *> subtotaled per cost center and totaled for the
      *> bank. The total cost and depreciation are what
      *> 1500 and 1550 should carry in the ledger.
      *>
      *> Assets disposed of are listed after the totals
      *> with their proceeds and the gain or loss FADEPR
      *> posted; they are off the books and not in the
      *> totals. A disposal keyed but not yet posted is
      *> still on the books, marked P.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks fareg.cob
      *>       ../13-subprograms/spoolreg.cob -o fareg
      *>   ./fareg
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE
               ASSIGN TO "fixed-assets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-ASSET-STATUS.

           SELECT CC-FILE
               ASSIGN TO "cost-centers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ASSET-FILE.
       01 FIXED-ASSET-RECORD.
           COPY "farec.cpy".

       FD CC-FILE.
       01 COST-CENTER-RECORD.
           COPY "ccrec.cpy".

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ASSET-STATUS    PIC XX.
           COPY "filestat.cpy".
       01 WS-CC-STATUS       PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(30).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   The cost centers, in the order CCMAINT keeps them
       01 WS-CC-COUNT        PIC 9(3) VALUE 0.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 100 TIMES
             INDEXED BY WS-CC-IDX.
             10 WS-CC-CODE     PIC X(15).
             10 WS-CC-NAME     PIC X(25).

      *>   Every asset, read once off the master
       01 WS-FA-COUNT        PIC 9(4) VALUE 0.
       01 WS-FA-TABLE.
          05 WS-FA-ENTRY OCCURS 2000 TIMES
             INDEXED BY WS-FA-IDX.
             10 WS-FA-ID       PIC X(10).
             10 WS-FA-DESC     PIC X(30).
             10 WS-FA-CENTER   PIC X(15).
             10 WS-FA-ACQ-DATE PIC 9(8).
             10 WS-FA-LIFE     PIC 9(3).
             10 WS-FA-METHOD   PIC X.
             10 WS-FA-COST     PIC 9(9)V99.
             10 WS-FA-ACCUM    PIC 9(9)V99.
             10 WS-FA-THRU     PIC 9(6).
             10 WS-FA-STATUS   PIC X.
             10 WS-FA-DISP-DATE PIC 9(8).
             10 WS-FA-PROCEEDS PIC 9(9)V99.
             10 WS-FA-GAIN-LOSS PIC S9(9)V99.
             10 WS-FA-LISTED   PIC X.

      *>   The cost center being printed, and its totals
       01 WS-CUR-CENTER      PIC X(15).
       01 WS-CUR-NAME        PIC X(25).
       01 WS-CUR-COUNT       PIC 9(4).
       01 WS-CUR-COST        PIC 9(11)V99.
       01 WS-CUR-ACCUM       PIC 9(11)V99.
       01 WS-ANY-LEFT        PIC X.
          88 ASSETS-UNLISTED VALUE "Y".

      *>   The bank's totals
       01 WS-TOT-COUNT       PIC 9(5) VALUE 0.
       01 WS-TOT-COST        PIC 9(11)V99 VALUE 0.
       01 WS-TOT-ACCUM       PIC 9(11)V99 VALUE 0.
       01 WS-DISPOSED-COUNT  PIC 9(5) VALUE 0.
       01 WS-DISPOSED-GL     PIC S9(11)V99 VALUE 0.

       01 WS-NBV             PIC S9(11)V99.

      *>   One asset line
       01 WS-RPT-DETAIL.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 RD-ID            PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 RD-DESC          PIC X(30).
          05 FILLER           PIC X VALUE SPACE.
          05 RD-ACQ-DATE      PIC 9(8).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 RD-LIFE          PIC ZZ9.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-METHOD        PIC X.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-COST          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-ACCUM         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-NBV           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER           PIC X VALUE SPACE.
          05 RD-THRU          PIC X(6).
          05 FILLER           PIC X VALUE SPACE.
          05 RD-STATUS        PIC X.

      *>   One disposed asset line
       01 WS-RPT-DISPOSED.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 RX-ID            PIC X(10).
          05 FILLER           PIC X VALUE SPACE.
          05 RX-DESC          PIC X(30).
          05 FILLER           PIC X VALUE SPACE.
          05 RX-CENTER        PIC X(15).
          05 FILLER           PIC X VALUE SPACE.
          05 RX-DISP-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE SPACE.
          05 RX-COST          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 RX-PROCEEDS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER           PIC X VALUE SPACE.
          05 RX-GAIN-LOSS     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-RPT-TEXT         PIC X(132).
       01 WS-DISP-AMT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-AMT2        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-AMT3        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-DISP-CNT         PIC Z(4)9.

      *>   Report spool registration
       01 WS-SPOOL-PROGRAM    PIC X(8) VALUE "FAREG".
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "Fixed-asset register".
       01 WS-SPOOL-FILE       PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-COST-CENTERS.
           PERFORM 1700-LOAD-ASSETS.
           PERFORM 2000-WRITE-REGISTER.
           PERFORM 3000-WRITE-DISPOSALS.
           PERFORM 4000-CLEANUP.
           STOP RUN.

      *> --- The business date names the report ---
       1000-INITIALIZE.
           DISPLAY "=== Fixed-Asset Register ===".
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
           STRING "asset-register-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

      *> --- The cost centers the register is grouped by.
      *>     Without them every asset prints under OTHER ---
       1500-LOAD-COST-CENTERS.
           OPEN INPUT CC-FILE.
           IF WS-CC-STATUS NOT = "00"
               DISPLAY "No cost-centers.dat - assets listed "
                   "ungrouped."
           ELSE
               MOVE "N" TO WS-EOF
               READ CC-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-CC-COUNT < 100
                       ADD 1 TO WS-CC-COUNT
                       MOVE CC-CODE TO WS-CC-CODE(WS-CC-COUNT)
                       MOVE CC-NAME TO WS-CC-NAME(WS-CC-COUNT)
                   END-IF
                   READ CC-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CC-FILE
           END-IF.

      *> --- Every asset on the master into storage ---
       1700-LOAD-ASSETS.
           OPEN INPUT ASSET-FILE.
           IF NOT FS-SUCCESS
               DISPLAY "No fixed-assets.dat - no assets to "
                   "report."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ ASSET-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-FA-COUNT >= 2000
                   DISPLAY "ABEND: more than 2000 assets - raise "
                       "WS-FA-TABLE."
                   CLOSE ASSET-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FA-COUNT
               MOVE FA-ASSET-ID    TO WS-FA-ID(WS-FA-COUNT)
               MOVE FA-DESC        TO WS-FA-DESC(WS-FA-COUNT)
               MOVE FA-COST-CENTER TO WS-FA-CENTER(WS-FA-COUNT)
               MOVE FA-ACQ-DATE    TO WS-FA-ACQ-DATE(WS-FA-COUNT)
               MOVE FA-LIFE-MONTHS TO WS-FA-LIFE(WS-FA-COUNT)
               MOVE FA-METHOD      TO WS-FA-METHOD(WS-FA-COUNT)
               MOVE FA-COST        TO WS-FA-COST(WS-FA-COUNT)
               MOVE FA-ACCUM-DEPR  TO WS-FA-ACCUM(WS-FA-COUNT)
               MOVE FA-DEPR-THRU   TO WS-FA-THRU(WS-FA-COUNT)
               MOVE FA-STATUS      TO WS-FA-STATUS(WS-FA-COUNT)
               MOVE FA-DISP-DATE   TO
                   WS-FA-DISP-DATE(WS-FA-COUNT)
               MOVE FA-PROCEEDS    TO WS-FA-PROCEEDS(WS-FA-COUNT)
               MOVE FA-GAIN-LOSS   TO
                   WS-FA-GAIN-LOSS(WS-FA-COUNT)
               MOVE "N"            TO WS-FA-LISTED(WS-FA-COUNT)
               READ ASSET-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE ASSET-FILE.

      *> --- The register: each cost center's assets, then
      *>     whatever sits somewhere not on file, then the
      *>     bank's totals ---
       2000-WRITE-REGISTER.
           OPEN OUTPUT REPORT-FILE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "         FIXED-ASSET REGISTER" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "Business date: " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING.
           MOVE WS-RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Asset      Description                    "
               & "Acquired Life M               Cost         "
               & "Accum depr           Net book  Thru   S"
               TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               MOVE WS-CC-CODE(WS-CC-IDX) TO WS-CUR-CENTER
               MOVE WS-CC-NAME(WS-CC-IDX) TO WS-CUR-NAME
               PERFORM 2100-WRITE-ONE-CENTER
           END-PERFORM.

      *>   Anything left sits in a cost center no longer on
      *>   file - listed together so it is not lost
           MOVE "N" TO WS-ANY-LEFT.
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
               IF WS-FA-LISTED(WS-FA-IDX) = "N"
                   AND WS-FA-STATUS(WS-FA-IDX) NOT = "D"
                   SET ASSETS-UNLISTED TO TRUE
               END-IF
           END-PERFORM.
           IF ASSETS-UNLISTED
               MOVE "OTHER" TO WS-CUR-CENTER
               MOVE "Cost center not on file" TO WS-CUR-NAME
               PERFORM 2100-WRITE-ONE-CENTER
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           COMPUTE WS-NBV = WS-TOT-COST - WS-TOT-ACCUM.
           MOVE WS-TOT-COUNT TO WS-DISP-CNT.
           MOVE WS-TOT-COST  TO WS-DISP-AMT.
           MOVE WS-TOT-ACCUM TO WS-DISP-AMT2.
           MOVE WS-NBV       TO WS-DISP-AMT3.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "  TOTAL ASSETS ON THE BOOKS " WS-DISP-CNT
                  "                        "
                  WS-DISP-AMT " " WS-DISP-AMT2 " " WS-DISP-AMT3
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING.
           MOVE WS-RPT-TEXT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  (cost agrees to GL 1500, accumulated "
               & "depreciation to GL 1550)" TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- One cost center's assets and its subtotal; no
      *>     heading for a cost center with nothing in it.
      *>     "OTHER" takes every asset not yet listed ---
       2100-WRITE-ONE-CENTER.
           MOVE 0 TO WS-CUR-COUNT.
           MOVE 0 TO WS-CUR-COST.
           MOVE 0 TO WS-CUR-ACCUM.
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
               IF WS-FA-STATUS(WS-FA-IDX) NOT = "D"
                   AND WS-FA-LISTED(WS-FA-IDX) = "N"
                   AND (WS-FA-CENTER(WS-FA-IDX) = WS-CUR-CENTER
                        OR WS-CUR-CENTER = "OTHER")
                   IF WS-CUR-COUNT = 0
                       MOVE SPACES TO RPT-LINE
                       WRITE RPT-LINE
                       MOVE SPACES TO WS-RPT-TEXT
                       STRING WS-CUR-CENTER " " WS-CUR-NAME
                           DELIMITED BY SIZE INTO WS-RPT-TEXT
                       END-STRING
                       MOVE WS-RPT-TEXT TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   PERFORM 2200-WRITE-ASSET-LINE
               END-IF
           END-PERFORM.
           IF WS-CUR-COUNT > 0
               COMPUTE WS-NBV = WS-CUR-COST - WS-CUR-ACCUM
               MOVE WS-CUR-COUNT TO WS-DISP-CNT
               MOVE WS-CUR-COST  TO WS-DISP-AMT
               MOVE WS-CUR-ACCUM TO WS-DISP-AMT2
               MOVE WS-NBV       TO WS-DISP-AMT3
               MOVE SPACES TO WS-RPT-TEXT
               STRING "    Subtotal " WS-CUR-CENTER
                      "  assets " WS-DISP-CNT
                      "                 "
                      WS-DISP-AMT " " WS-DISP-AMT2
                      " " WS-DISP-AMT3
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
               MOVE WS-RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *> --- One asset on the books ---
       2200-WRITE-ASSET-LINE.
           MOVE "Y" TO WS-FA-LISTED(WS-FA-IDX).
           COMPUTE WS-NBV =
               WS-FA-COST(WS-FA-IDX) - WS-FA-ACCUM(WS-FA-IDX).
           MOVE WS-FA-ID(WS-FA-IDX)       TO RD-ID.
           MOVE WS-FA-DESC(WS-FA-IDX)     TO RD-DESC.
           MOVE WS-FA-ACQ-DATE(WS-FA-IDX) TO RD-ACQ-DATE.
           MOVE WS-FA-LIFE(WS-FA-IDX)     TO RD-LIFE.
           MOVE WS-FA-METHOD(WS-FA-IDX)   TO RD-METHOD.
           MOVE WS-FA-COST(WS-FA-IDX)     TO RD-COST.
           MOVE WS-FA-ACCUM(WS-FA-IDX)    TO RD-ACCUM.
           MOVE WS-NBV                    TO RD-NBV.
           IF WS-FA-THRU(WS-FA-IDX) = 0
               MOVE "-" TO RD-THRU
           ELSE
               MOVE WS-FA-THRU(WS-FA-IDX) TO RD-THRU
           END-IF.
           MOVE WS-FA-STATUS(WS-FA-IDX)   TO RD-STATUS.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-CUR-COUNT.
           ADD WS-FA-COST(WS-FA-IDX)  TO WS-CUR-COST.
           ADD WS-FA-ACCUM(WS-FA-IDX) TO WS-CUR-ACCUM.
           ADD 1 TO WS-TOT-COUNT.
           ADD WS-FA-COST(WS-FA-IDX)  TO WS-TOT-COST.
           ADD WS-FA-ACCUM(WS-FA-IDX) TO WS-TOT-ACCUM.

      *> --- Assets already off the books, with what their
      *>     disposal realised ---
       3000-WRITE-DISPOSALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "DISPOSED ASSETS (not in the totals above):"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Asset      Description                    "
               & "Cost center     Disposed               Cost  "
               & "         Proceeds          Gain/loss"
               TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
               IF WS-FA-STATUS(WS-FA-IDX) = "D"
                   MOVE WS-FA-ID(WS-FA-IDX)     TO RX-ID
                   MOVE WS-FA-DESC(WS-FA-IDX)   TO RX-DESC
                   MOVE WS-FA-CENTER(WS-FA-IDX) TO RX-CENTER
                   MOVE WS-FA-DISP-DATE(WS-FA-IDX)
                       TO RX-DISP-DATE
                   MOVE WS-FA-COST(WS-FA-IDX)   TO RX-COST
                   MOVE WS-FA-PROCEEDS(WS-FA-IDX)
                       TO RX-PROCEEDS
                   MOVE WS-FA-GAIN-LOSS(WS-FA-IDX)
                       TO RX-GAIN-LOSS
                   MOVE WS-RPT-DISPOSED TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WS-DISPOSED-COUNT
                   ADD WS-FA-GAIN-LOSS(WS-FA-IDX)
                       TO WS-DISPOSED-GL
               END-IF
           END-PERFORM.
           IF WS-DISPOSED-COUNT = 0
               MOVE "  (none)" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE WS-DISPOSED-COUNT TO WS-DISP-CNT
               MOVE WS-DISPOSED-GL    TO WS-DISP-AMT3
               MOVE SPACES TO WS-RPT-TEXT
               STRING "  Disposed: " WS-DISP-CNT
                      "   net gain/loss " WS-DISP-AMT3
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
               MOVE WS-RPT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *> --- Close up and point at the output ---
       4000-CLEANUP.
           CLOSE REPORT-FILE.
           MOVE WS-TOT-COUNT TO WS-DISP-CNT.
           DISPLAY "Assets on the books:  " WS-DISP-CNT.
           COMPUTE WS-NBV = WS-TOT-COST - WS-TOT-ACCUM.
           MOVE WS-NBV TO WS-DISP-AMT3.
           DISPLAY "Net book value:     " WS-DISP-AMT3.
           DISPLAY "See " WS-REPORT-FILENAME ".".

           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.
