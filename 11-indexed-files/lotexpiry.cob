       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEXPIRY.
       AUTHOR. LEARNER.

      *> ============================================
      *> Weekly lot expiry report
      *> ============================================
      *> The pick list never sends a picker to a lot
      *> past its expiry date, so an expired lot just
      *> sits in its bin until someone notices it. Run
      *> weekly, this report lists every lot on
      *> lot-stock.dat (see lotrec.cpy) that is past its
      *> expiry or will reach it within the warning
      *> window, soonest first, with where it is, how
      *> many are left and what they cost - the value at
      *> stake for a markdown or a write-off
      *> (expiry-report-YYYYMMDD.txt):
      *>
      *>   - PAST EXPIRY: write off, or return to the
      *>     supplier;
      *>   - EXPIRING WITHIN n DAYS: mark down or move
      *>     first.
      *>
      *> Value is quantity at the unit cost the lot was
      *> received at. Lots that never expire are counted
      *> but not listed. Read only: the write-off itself
      *> is a stock count adjustment (STOCKCOUNT).
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks lotexpiry.cob
      *>       -o lotexpiry
      *>   ./lotexpiry
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-FILE
               ASSIGN TO "lot-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD LOT-FILE.
       01 LOT-STOCK-RECORD.
           COPY "lotrec.cpy".

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOT-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-RPT-STATUS      PIC XX.

       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-TODAY-INT       PIC 9(7).
       01 WS-WARN-DAYS       PIC 9(3) VALUE 0.
      *>   Lots expiring within this many days are listed
       01 WS-REPORT-FILENAME PIC X(30).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   The lots to list, soonest expiry first
       01 WS-EX-COUNT        PIC 9(3) VALUE 0.
       01 WS-EX-TABLE.
          05 WS-EX-ENTRY OCCURS 500 TIMES.
             10 WS-EX-PROD     PIC X(5).
             10 WS-EX-LOT      PIC X(10).
             10 WS-EX-EXPIRY   PIC 9(8).
             10 WS-EX-WH       PIC 9.
             10 WS-EX-BIN      PIC 9(3).
             10 WS-EX-QTY      PIC 9(4).
             10 WS-EX-VALUE    PIC 9(9)V99.
             10 WS-EX-DAYS     PIC S9(5).
       01 WS-SWAP-ENTRY.
          05 WS-SWP-PROD      PIC X(5).
          05 WS-SWP-LOT       PIC X(10).
          05 WS-SWP-EXPIRY    PIC 9(8).
          05 WS-SWP-WH        PIC 9.
          05 WS-SWP-BIN       PIC 9(3).
          05 WS-SWP-QTY       PIC 9(4).
          05 WS-SWP-VALUE     PIC 9(9)V99.
          05 WS-SWP-DAYS      PIC S9(5).
       01 WS-IDX             PIC 9(3).
       01 WS-IDX2            PIC 9(3).
       01 WS-DAYS-LEFT       PIC S9(5).

      *>   What is listed, and what is not
       01 WS-LOTS-READ       PIC 9(5) VALUE 0.
       01 WS-NO-EXPIRY       PIC 9(5) VALUE 0.
       01 WS-PAST-CNT        PIC 9(5) VALUE 0.
       01 WS-SOON-CNT        PIC 9(5) VALUE 0.
       01 WS-PAST-VALUE      PIC 9(11)V99 VALUE 0.
       01 WS-SOON-VALUE      PIC 9(11)V99 VALUE 0.
       01 WS-SECTION         PIC X.
          88 PAST-SECTION    VALUE "P".
          88 SOON-SECTION    VALUE "S".
       01 WS-SECTION-CNT     PIC 9(5) VALUE 0.

       01 WS-LOCATION        PIC X(5).
       01 WS-DISP-QTY        PIC Z(3)9.
       01 WS-DISP-VALUE      PIC Z(8)9.99.
       01 WS-DISP-TOTAL      PIC Z(10)9.99.
       01 WS-DISP-DAYS       PIC -(4)9.
       01 WS-DISP-WARN       PIC ZZ9.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DETAIL          PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-EXPIRING-LOTS.
           PERFORM 3000-SORT-BY-EXPIRY.
           PERFORM 4000-PRINT-REPORT.
           DISPLAY "Past expiry: " WS-PAST-CNT " lot(s), "
               "expiring soon: " WS-SOON-CNT " lot(s)."
           DISPLAY "Report written to " WS-REPORT-FILENAME.
           STOP RUN.

      *> --- Today, and how far ahead to warn ---
       1000-INITIALIZE.
           DISPLAY "=== Lot Expiry Report ===".
           DISPLAY "Days ahead to warn, Enter for 30: "
               WITH NO ADVANCING.
           ACCEPT WS-WARN-DAYS.
           IF WS-WARN-DAYS = 0
               MOVE 30 TO WS-WARN-DAYS
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           STRING "expiry-report-" DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

      *> --- Every lot past or inside the window, with its
      *>     value and days left (negative once expired) ---
       2000-LOAD-EXPIRING-LOTS.
           OPEN INPUT LOT-FILE.
           IF NOT FS-SUCCESS
               DISPLAY "No lot-stock.dat - no lots on hand."
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ LOT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-LOTS-READ
               IF LT-EXPIRY-DATE = 0
                   ADD 1 TO WS-NO-EXPIRY
               ELSE
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(LT-EXPIRY-DATE)
                       - WS-TODAY-INT
                   IF WS-DAYS-LEFT <= WS-WARN-DAYS
                       AND LT-QTY > 0
                       PERFORM 2100-ADD-ONE-LOT
                   END-IF
               END-IF
               READ LOT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LOT-FILE.

      *> --- One lot onto the list ---
       2100-ADD-ONE-LOT.
           IF WS-EX-COUNT >= 500
               DISPLAY "ABEND: more than 500 lots to report "
                   "- raise WS-EX-TABLE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-EX-COUNT.
           MOVE LT-PROD-ID     TO WS-EX-PROD(WS-EX-COUNT).
           MOVE LT-LOT-NO      TO WS-EX-LOT(WS-EX-COUNT).
           MOVE LT-EXPIRY-DATE TO WS-EX-EXPIRY(WS-EX-COUNT).
           MOVE LT-WAREHOUSE   TO WS-EX-WH(WS-EX-COUNT).
           MOVE LT-BIN-NO      TO WS-EX-BIN(WS-EX-COUNT).
           MOVE LT-QTY         TO WS-EX-QTY(WS-EX-COUNT).
           COMPUTE WS-EX-VALUE(WS-EX-COUNT) =
               LT-QTY * LT-UNIT-COST.
           MOVE WS-DAYS-LEFT   TO WS-EX-DAYS(WS-EX-COUNT).
           IF WS-DAYS-LEFT < 0
               ADD 1 TO WS-PAST-CNT
               ADD WS-EX-VALUE(WS-EX-COUNT) TO WS-PAST-VALUE
           ELSE
               ADD 1 TO WS-SOON-CNT
               ADD WS-EX-VALUE(WS-EX-COUNT) TO WS-SOON-VALUE
           END-IF.

      *> --- Soonest expiry first ---
       3000-SORT-BY-EXPIRY.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-EX-COUNT
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-EX-COUNT - WS-IDX
                   IF WS-EX-EXPIRY(WS-IDX2)
                       > WS-EX-EXPIRY(WS-IDX2 + 1)
                       MOVE WS-EX-ENTRY(WS-IDX2)
                           TO WS-SWAP-ENTRY
                       MOVE WS-EX-ENTRY(WS-IDX2 + 1)
                           TO WS-EX-ENTRY(WS-IDX2)
                       MOVE WS-SWAP-ENTRY
                           TO WS-EX-ENTRY(WS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> --- The report: expired lots, then those about to
      *>     expire, each with its value at stake ---
       4000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================="
               & "=================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "          LOT EXPIRY REPORT" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-WARN-DAYS TO WS-DISP-WARN.
           MOVE SPACES TO WS-DETAIL.
           STRING "As of: " WS-TODAY-DATE
                  "   Warning window: " WS-DISP-WARN " days"
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "PAST EXPIRY - write off or return:" TO RPT-LINE.
           WRITE RPT-LINE.
           SET PAST-SECTION TO TRUE.
           PERFORM 4500-PRINT-SECTION.
           MOVE WS-PAST-VALUE TO WS-DISP-TOTAL.
           MOVE SPACES TO WS-DETAIL.
           STRING "  Value past expiry:                       "
                  WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "EXPIRING WITHIN " WS-DISP-WARN
                  " DAYS - mark down or move first:"
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           SET SOON-SECTION TO TRUE.
           PERFORM 4500-PRINT-SECTION.
           MOVE WS-SOON-VALUE TO WS-DISP-TOTAL.
           MOVE SPACES TO WS-DETAIL.
           STRING "  Value expiring soon:                     "
                  WS-DISP-TOTAL
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LOTS-READ TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "Lots on hand: " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NO-EXPIRY TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "Lots with no expiry (not listed): "
                  WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORT-FILE.

      *> --- The lots of one section, under headings ---
       4500-PRINT-SECTION.
           MOVE "  PROD   LOT         EXPIRY    WH/BIN   QTY"
               & "         VALUE   DAYS" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  -----  ----------  --------  ------  ----"
               & "  ------------  -----" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-SECTION-CNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EX-COUNT
               IF (PAST-SECTION AND WS-EX-DAYS(WS-IDX) < 0)
                   OR (SOON-SECTION AND WS-EX-DAYS(WS-IDX) >= 0)
                   PERFORM 4800-PRINT-ONE-LOT
                   ADD 1 TO WS-SECTION-CNT
               END-IF
           END-PERFORM.
           IF WS-SECTION-CNT = 0
               MOVE "  (none)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *> --- One lot: where it is, how many, what they cost
      *>     and the days it has left ---
       4800-PRINT-ONE-LOT.
           IF WS-EX-WH(WS-IDX) = 0
               MOVE "dock" TO WS-LOCATION
           ELSE
               MOVE SPACES TO WS-LOCATION
               STRING WS-EX-WH(WS-IDX) "/" WS-EX-BIN(WS-IDX)
                   DELIMITED BY SIZE INTO WS-LOCATION
               END-STRING
           END-IF.
           MOVE WS-EX-QTY(WS-IDX)   TO WS-DISP-QTY.
           MOVE WS-EX-VALUE(WS-IDX) TO WS-DISP-VALUE.
           MOVE WS-EX-DAYS(WS-IDX)  TO WS-DISP-DAYS.
           MOVE SPACES TO WS-DETAIL.
           STRING "  " WS-EX-PROD(WS-IDX)
                  "  " WS-EX-LOT(WS-IDX)
                  "  " WS-EX-EXPIRY(WS-IDX)
                  "  " WS-LOCATION
                  "   " WS-DISP-QTY
                  "  " WS-DISP-VALUE
                  "  " WS-DISP-DAYS
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
