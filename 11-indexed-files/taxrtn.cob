       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRTN.
       AUTHOR. LEARNER.

      *> ============================================
      *> Monthly sales tax return by jurisdiction
      *> ============================================
      *> Every state we are registered in wants a return
      *> each month: what we sold there taxable and
      *> exempt, and the tax we collected, for the state
      *> and for each locality with a rate of its own.
      *> This step works the month's lines off
      *> sales-tax-log.dat (see taxlog.cpy) - ARINVOICE's
      *> invoice lines less ARCREDIT's credit memos, so a
      *> return credited in the month reduces what is
      *> owed - and prints the return by state and
      *> locality (sales-tax-return-YYYYMM.txt), with what
      *> is due to each state. The total should agree with
      *> the month's movement on 2800 Sales tax payable.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks taxrtn.cob -o taxrtn
      *>   ./taxrtn
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXLOG-FILE
               ASSIGN TO "sales-tax-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TAXLOG-FILE.
       01 TAX-LOG-RECORD.
           COPY "taxlog.cpy".

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TL-STATUS       PIC XX.
           COPY "filestat.cpy".
       01 WS-RPT-STATUS      PIC XX.

       01 WS-TAX-MONTH        PIC 9(6) VALUE 0.
       01 WS-TODAY-DATE       PIC 9(8).
       01 WS-REPORT-FILENAME  PIC X(28).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   One row per jurisdiction the month touched; a
      *>   credit memo counts in the jurisdiction of the
      *>   invoice line it reverses
       01 WS-JR-COUNT        PIC 9(3) VALUE 0.
       01 WS-JR-TABLE.
          05 WS-JR-ENTRY OCCURS 200 TIMES.
             10 WS-JR-STATE    PIC X(2).
             10 WS-JR-LOCAL    PIC X(20).
             10 WS-JR-TAXABLE  PIC S9(9)V99.
             10 WS-JR-EXEMPT   PIC S9(9)V99.
             10 WS-JR-STAX     PIC S9(9)V99.
             10 WS-JR-LTAX     PIC S9(9)V99.
       01 WS-JR-IDX          PIC 9(3).
       01 WS-JR-IDX2         PIC 9(3).
       01 WS-JR-MATCH-IDX    PIC 9(3) VALUE 0.
       01 WS-JR-SWAP         PIC X(66).

       01 WS-SIGN            PIC S9 VALUE 1.
       01 WS-INV-LINES       PIC 9(5) VALUE 0.
       01 WS-CM-LINES        PIC 9(5) VALUE 0.

      *>   Each state's totals as its rows are printed, and
      *>   the whole return's
       01 WS-THIS-STATE      PIC X(2).
       01 WS-ST-TAXABLE      PIC S9(9)V99.
       01 WS-ST-EXEMPT       PIC S9(9)V99.
       01 WS-ST-STAX         PIC S9(9)V99.
       01 WS-ST-LTAX         PIC S9(9)V99.
       01 WS-ST-DUE          PIC S9(9)V99.
       01 WS-TOT-TAXABLE     PIC S9(9)V99 VALUE 0.
       01 WS-TOT-EXEMPT      PIC S9(9)V99 VALUE 0.
       01 WS-TOT-DUE         PIC S9(9)V99 VALUE 0.

       01 WS-DISP-A          PIC Z(7)9.99-.
       01 WS-DISP-B          PIC Z(7)9.99-.
       01 WS-DISP-C          PIC Z(7)9.99-.
       01 WS-DISP-D          PIC Z(7)9.99-.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DETAIL          PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WORK-THE-MONTH.
           PERFORM 2500-ORDER-BY-JURISDICTION.
           PERFORM 3000-PRINT-RETURN.
           STOP RUN.

      *> --- Which month ---
       1000-INITIALIZE.
           DISPLAY "=== Sales Tax Return ===".
           DISPLAY "Month to report (YYYYMM), Enter for "
               "current: " WITH NO ADVANCING.
           ACCEPT WS-TAX-MONTH.
           IF WS-TAX-MONTH = 0
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE(1:6) TO WS-TAX-MONTH
           END-IF.
           STRING "sales-tax-return-" DELIMITED BY SIZE
                   WS-TAX-MONTH DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

      *> --- The month's lines summed by jurisdiction,
      *>     credit memos netted off ---
       2000-WORK-THE-MONTH.
           OPEN INPUT TAXLOG-FILE.
           IF NOT FS-SUCCESS
               DISPLAY "No sales-tax-log.dat - no tax has been "
                   "charged."
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ TAXLOG-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF TL-DATE(1:6) = WS-TAX-MONTH
                   PERFORM 2100-ADD-ONE-LINE
               END-IF
               READ TAXLOG-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TAXLOG-FILE.

      *> --- One line into its jurisdiction's row ---
       2100-ADD-ONE-LINE.
           IF TL-CREDIT
               MOVE -1 TO WS-SIGN
               ADD 1 TO WS-CM-LINES
           ELSE
               MOVE 1 TO WS-SIGN
               ADD 1 TO WS-INV-LINES
           END-IF.
           MOVE 0 TO WS-JR-MATCH-IDX.
           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                   UNTIL WS-JR-IDX > WS-JR-COUNT
               IF WS-JR-STATE(WS-JR-IDX) = TL-STATE
                   AND WS-JR-LOCAL(WS-JR-IDX) = TL-LOCALITY
                   MOVE WS-JR-IDX TO WS-JR-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-JR-MATCH-IDX = 0
               IF WS-JR-COUNT >= 200
      *>           A jurisdiction left off would under-report
                   DISPLAY "ABEND: more than 200 jurisdictions "
                       "- raise WS-JR-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JR-COUNT
               MOVE WS-JR-COUNT TO WS-JR-MATCH-IDX
               MOVE TL-STATE    TO WS-JR-STATE(WS-JR-MATCH-IDX)
               MOVE TL-LOCALITY TO WS-JR-LOCAL(WS-JR-MATCH-IDX)
               MOVE 0 TO WS-JR-TAXABLE(WS-JR-MATCH-IDX)
               MOVE 0 TO WS-JR-EXEMPT(WS-JR-MATCH-IDX)
               MOVE 0 TO WS-JR-STAX(WS-JR-MATCH-IDX)
               MOVE 0 TO WS-JR-LTAX(WS-JR-MATCH-IDX)
           END-IF.
           COMPUTE WS-JR-TAXABLE(WS-JR-MATCH-IDX) =
               WS-JR-TAXABLE(WS-JR-MATCH-IDX)
               + WS-SIGN * TL-TAXABLE-AMT.
           COMPUTE WS-JR-EXEMPT(WS-JR-MATCH-IDX) =
               WS-JR-EXEMPT(WS-JR-MATCH-IDX)
               + WS-SIGN * TL-EXEMPT-AMT.
           COMPUTE WS-JR-STAX(WS-JR-MATCH-IDX) =
               WS-JR-STAX(WS-JR-MATCH-IDX)
               + WS-SIGN * TL-STATE-TAX.
           COMPUTE WS-JR-LTAX(WS-JR-MATCH-IDX) =
               WS-JR-LTAX(WS-JR-MATCH-IDX)
               + WS-SIGN * TL-LOCAL-TAX.

      *> --- States together, each state's own row (no
      *>     locality) first ---
       2500-ORDER-BY-JURISDICTION.
           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                   UNTIL WS-JR-IDX >= WS-JR-COUNT
               PERFORM VARYING WS-JR-IDX2 FROM 1 BY 1
                       UNTIL WS-JR-IDX2 > WS-JR-COUNT - WS-JR-IDX
                   IF WS-JR-STATE(WS-JR-IDX2)
                           > WS-JR-STATE(WS-JR-IDX2 + 1)
                       OR (WS-JR-STATE(WS-JR-IDX2)
                           = WS-JR-STATE(WS-JR-IDX2 + 1)
                       AND WS-JR-LOCAL(WS-JR-IDX2)
                           > WS-JR-LOCAL(WS-JR-IDX2 + 1))
                       MOVE WS-JR-ENTRY(WS-JR-IDX2) TO WS-JR-SWAP
                       MOVE WS-JR-ENTRY(WS-JR-IDX2 + 1)
                           TO WS-JR-ENTRY(WS-JR-IDX2)
                       MOVE WS-JR-SWAP
                           TO WS-JR-ENTRY(WS-JR-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> --- The return: a row per jurisdiction, what each
      *>     state is due ---
       3000-PRINT-RETURN.
           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================="
               & "=================================="
               & "============"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "          SALES TAX RETURN BY JURISDICTION"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Month: " WS-TAX-MONTH
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "St Locality                Taxable       Exempt"
               & "    State tax    Local tax"
               TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-JR-COUNT = 0
               MOVE "  (no taxed or exempt sales in the month)"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO WS-THIS-STATE.
           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                   UNTIL WS-JR-IDX > WS-JR-COUNT
               IF WS-JR-STATE(WS-JR-IDX) NOT = WS-THIS-STATE
                   IF WS-THIS-STATE NOT = SPACES
                       PERFORM 3200-PRINT-STATE-TOTAL
                   END-IF
                   MOVE WS-JR-STATE(WS-JR-IDX) TO WS-THIS-STATE
                   MOVE 0 TO WS-ST-TAXABLE
                   MOVE 0 TO WS-ST-EXEMPT
                   MOVE 0 TO WS-ST-STAX
                   MOVE 0 TO WS-ST-LTAX
               END-IF
               PERFORM 3100-PRINT-ONE-JURISDICTION
           END-PERFORM.
           IF WS-THIS-STATE NOT = SPACES
               PERFORM 3200-PRINT-STATE-TOTAL
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-TAXABLE TO WS-DISP-A.
           MOVE WS-TOT-EXEMPT  TO WS-DISP-B.
           MOVE SPACES TO WS-DETAIL.
           STRING "ALL STATES  taxable " WS-DISP-A
                  "  exempt " WS-DISP-B
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-DUE TO WS-DISP-A.
           MOVE SPACES TO WS-DETAIL.
           STRING "TOTAL SALES TAX DUE:    " WS-DISP-A
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-INV-LINES TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "Invoice lines: " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CM-LINES TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "Credit memo lines: " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORT-FILE.

           MOVE WS-TOT-DUE TO WS-DISP-A.
           DISPLAY "Month " WS-TAX-MONTH ": sales tax due "
               WS-DISP-A.
           DISPLAY "See " WS-REPORT-FILENAME ".".

      *> --- One jurisdiction's row, into its state's
      *>     totals ---
       3100-PRINT-ONE-JURISDICTION.
           MOVE WS-JR-TAXABLE(WS-JR-IDX) TO WS-DISP-A.
           MOVE WS-JR-EXEMPT(WS-JR-IDX)  TO WS-DISP-B.
           MOVE WS-JR-STAX(WS-JR-IDX)    TO WS-DISP-C.
           MOVE WS-JR-LTAX(WS-JR-IDX)    TO WS-DISP-D.
           MOVE SPACES TO RPT-LINE.
           IF WS-JR-LOCAL(WS-JR-IDX) = SPACES
               STRING WS-JR-STATE(WS-JR-IDX) " "
                      "(statewide)         "
                      WS-DISP-A " " WS-DISP-B " "
                      WS-DISP-C " " WS-DISP-D
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           ELSE
               STRING WS-JR-STATE(WS-JR-IDX) " "
                      WS-JR-LOCAL(WS-JR-IDX)
                      WS-DISP-A " " WS-DISP-B " "
                      WS-DISP-C " " WS-DISP-D
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE RPT-LINE.
           ADD WS-JR-TAXABLE(WS-JR-IDX) TO WS-ST-TAXABLE.
           ADD WS-JR-EXEMPT(WS-JR-IDX)  TO WS-ST-EXEMPT.
           ADD WS-JR-STAX(WS-JR-IDX)    TO WS-ST-STAX.
           ADD WS-JR-LTAX(WS-JR-IDX)    TO WS-ST-LTAX.

      *> --- What the state is due: its own tax and its
      *>     localities' ---
       3200-PRINT-STATE-TOTAL.
           MOVE WS-ST-TAXABLE TO WS-DISP-A.
           MOVE WS-ST-EXEMPT  TO WS-DISP-B.
           MOVE WS-ST-STAX    TO WS-DISP-C.
           MOVE WS-ST-LTAX    TO WS-DISP-D.
           MOVE SPACES TO RPT-LINE.
           STRING "   " WS-THIS-STATE " total            "
                  WS-DISP-A " " WS-DISP-B " "
                  WS-DISP-C " " WS-DISP-D
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           COMPUTE WS-ST-DUE = WS-ST-STAX + WS-ST-LTAX.
           MOVE WS-ST-DUE TO WS-DISP-A.
           MOVE SPACES TO RPT-LINE.
           STRING "   Tax due to " WS-THIS-STATE ":      "
                  WS-DISP-A
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-ST-TAXABLE TO WS-TOT-TAXABLE.
           ADD WS-ST-EXEMPT  TO WS-TOT-EXEMPT.
           ADD WS-ST-DUE     TO WS-TOT-DUE.
