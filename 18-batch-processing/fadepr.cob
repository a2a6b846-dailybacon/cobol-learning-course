       IDENTIFICATION DIVISION.
       PROGRAM-ID. FADEPR.
       AUTHOR. LEARNER.

      *> ============================================
      *> Fixed-asset depreciation and disposals
      *> ============================================
      *> Run ahead of the daily proof and the ledger
      *> roll-up, like JESTAGE, so what it posts lands on
      *> the window's gl-postings.dat and is in the
      *> ledger before GLCLOSE closes the month:
      *>
      *>   - every disposal keyed on FAMAINT (status P)
      *>     dated on or before the business date is
      *>     depreciated up to the month before it goes,
      *>     then taken off the books: the depreciation
      *>     comes out of 1550, the cost out of 1500, the
      *>     proceeds go to cash and the difference to
      *>     4600 as a gain or a loss. The asset is then
      *>     disposed (status D) with its gain or loss;
      *>
      *>   - on the month's last business day, every
      *>     active asset is depreciated through the
      *>     month: Dr 5600 expense, Cr 1550 accumulated
      *>     depreciation, under the asset's cost center.
      *>
      *> What an asset has accumulated is worked out
      *> from scratch each time - whole months from the
      *> month of acquisition, capped at the useful life
      *> - and only the difference from FA-ACCUM-DEPR is
      *> posted. A month-end run repeated, or one missed
      *> and caught up next month, posts each month once.
      *>
      *>   Straight line:   (cost - salvage) x months
      *>                    / life
      *>   Declining (D):   book value x 2 / life each
      *>                    month, never below salvage,
      *>                    and down to salvage in the
      *>                    asset's last month
      *>
      *> Buying an asset is not posted here: the purchase
      *> is booked to 1500 through payables or a manual
      *> journal when it is paid, and the asset added on
      *> FAMAINT to depreciate it. No fixed-assets.dat
      *> means no assets yet.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks fadepr.cob
      *>       ../13-subprograms/runlog.cob -o fadepr
      *>   ./fadepr
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

           SELECT GL-FILE
               ASSIGN TO "gl-postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      *> The window BATCH is processing and the business day
      *> after it - what says this is the month's last
           SELECT CUTOVER-FILE
               ASSIGN TO "teller-cutover.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTOVER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ASSET-FILE.
       01 FIXED-ASSET-RECORD.
           COPY "farec.cpy".

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

      *> Same cutover layout BATCH writes
       FD CUTOVER-FILE.
       01 CUTOVER-RECORD.
          05 CO-CUT-STAMP     PIC 9(14).
          05 FILLER           PIC X.
          05 CO-WINDOW-DATE   PIC 9(8).
          05 FILLER           PIC X.
          05 CO-NEXT-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ASSET-STATUS    PIC XX.
           COPY "filestat.cpy".
       01 WS-GL-STATUS       PIC XX.
       01 WS-CUTOVER-STATUS  PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-NEXT-DATE        PIC 9(8) VALUE 0.
       01 WS-NEXT-DATE-INT    PIC 9(7).
       01 WS-MONTH-END-FLAG   PIC X VALUE "N".
          88 IS-MONTH-END     VALUE "Y".

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Periods as a running month count (year x 12 +
      *>   month - 1) so months between two dates subtract
       01 WS-YYYYMM          PIC 9(6).
       01 WS-YYYYMM-R REDEFINES WS-YYYYMM.
          05 WS-YYYYMM-YEAR  PIC 9(4).
          05 WS-YYYYMM-MONTH PIC 9(2).
       01 WS-PERIOD-NO       PIC 9(6).
       01 WS-ACQ-PERIOD      PIC 9(6).
       01 WS-TARGET-PERIOD   PIC 9(6).
       01 WS-TARGET-YYYYMM   PIC 9(6).

      *>   One asset's depreciation
       01 WS-MONTHS          PIC S9(5).
       01 WS-MONTH-IDX       PIC 9(5).
       01 WS-DEPRECIABLE     PIC 9(9)V99.
       01 WS-TARGET-ACCUM    PIC 9(9)V99.
       01 WS-MONTH-CHARGE    PIC 9(9)V99.
       01 WS-CHARGE          PIC S9(9)V99.
       01 WS-NBV             PIC S9(9)V99.
       01 WS-GAIN-LOSS       PIC S9(9)V99.
       01 WS-POST-DESC       PIC X(20).

      *>   What the run posted
       01 WS-ASSETS-CHARGED  PIC 9(5) VALUE 0.
       01 WS-DEPR-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-DISPOSALS       PIC 9(5) VALUE 0.
       01 WS-GAIN-LOSS-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-DISPOSALS-WAITING PIC 9(5) VALUE 0.
       01 WS-POSTINGS        PIC 9(5) VALUE 0.

       01 WS-DISP-AMT        PIC $Z(10),ZZ9.99.
       01 WS-DISP-SIGNED     PIC $Z(10),ZZ9.99-.
       01 WS-DISP-CNT        PIC Z(4)9.

       01 WS-LOG-PROGRAM     PIC X(8) VALUE "FADEPR".
       01 WS-LOG-SEVERITY    PIC X.
       01 WS-LOG-MESSAGE     PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ASSETS.
           PERFORM 3000-CLEANUP.
           STOP RUN.

      *> --- The business date, the asset master, and the
      *>     window's postings ---
       1000-INITIALIZE.
           DISPLAY "=== Fixed-Asset Depreciation ===".
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
           PERFORM 1100-CHECK-MONTH-END.

           OPEN I-O ASSET-FILE.
           IF FS-FILE-NOT-FOUND
               DISPLAY "No fixed-assets.dat - nothing to "
                   "depreciate."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT FS-SUCCESS
               DISPLAY "ABEND: fixed-assets.dat will not open, "
                   "status " WS-ASSET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               OPEN OUTPUT GL-FILE
           END-IF.
           INITIALIZE GL-POSTING-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.

      *> --- Month-end is the month's last business day, the
      *>     way BATCH decides it: the next business day falls
      *>     in another month. BATCH leaves that day on the
      *>     cutover record; run outside the window, the next
      *>     calendar day stands in for it ---
       1100-CHECK-MONTH-END.
           OPEN INPUT CUTOVER-FILE.
           IF WS-CUTOVER-STATUS = "00"
               READ CUTOVER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CO-WINDOW-DATE = WS-PROCESS-DATE
                           MOVE CO-NEXT-DATE TO WS-NEXT-DATE
                       END-IF
               END-READ
               CLOSE CUTOVER-FILE
           END-IF.
           IF WS-NEXT-DATE = 0
               COMPUTE WS-NEXT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE) + 1
               COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-NEXT-DATE-INT)
           END-IF.
           IF WS-PROCESS-DATE(1:6) NOT = WS-NEXT-DATE(1:6)
               SET IS-MONTH-END TO TRUE
               DISPLAY "Month-end: depreciating through "
                   WS-PROCESS-DATE(1:6) "."
           END-IF.

      *> --- Every asset on the master: disposals that are
      *>     due, and the month's depreciation at month-end ---
       2000-PROCESS-ASSETS.
           MOVE "N" TO WS-EOF.
           READ ASSET-FILE NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               EVALUATE TRUE
                   WHEN FA-DISPOSAL-KEYED
                       IF FA-DISP-DATE <= WS-PROCESS-DATE
                           PERFORM 2300-POST-DISPOSAL
                       ELSE
                           ADD 1 TO WS-DISPOSALS-WAITING
                       END-IF
                   WHEN FA-ACTIVE AND IS-MONTH-END
                       MOVE WS-PROCESS-DATE(1:6)
                           TO WS-TARGET-YYYYMM
                       PERFORM 2100-DEPRECIATE-THROUGH
                           THRU 2100-EXIT
                       IF WS-CHARGE > 0
                           PERFORM 2900-REWRITE-ASSET
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ASSET-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

      *> --- Bring one asset's depreciation up to the end of
      *>     WS-TARGET-YYYYMM, posting whatever is still owed
      *>     as WS-CHARGE ---
       2100-DEPRECIATE-THROUGH.
           MOVE 0 TO WS-CHARGE.
           MOVE WS-TARGET-YYYYMM TO WS-YYYYMM.
           PERFORM 2800-PERIOD-NUMBER.
           MOVE WS-PERIOD-NO TO WS-TARGET-PERIOD.
           MOVE FA-ACQ-DATE(1:6) TO WS-YYYYMM.
           PERFORM 2800-PERIOD-NUMBER.
           MOVE WS-PERIOD-NO TO WS-ACQ-PERIOD.
           COMPUTE WS-MONTHS =
               WS-TARGET-PERIOD - WS-ACQ-PERIOD + 1.
           IF WS-MONTHS < 1
               GO TO 2100-EXIT
           END-IF.
           IF WS-MONTHS > FA-LIFE-MONTHS
               MOVE FA-LIFE-MONTHS TO WS-MONTHS
           END-IF.

           COMPUTE WS-DEPRECIABLE = FA-COST - FA-SALVAGE.
           IF FA-DECLINING
               MOVE 0 TO WS-TARGET-ACCUM
               PERFORM 2200-DECLINE-ONE-MONTH
                   VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTHS
           ELSE
               COMPUTE WS-TARGET-ACCUM ROUNDED =
                   WS-DEPRECIABLE * WS-MONTHS / FA-LIFE-MONTHS
           END-IF.

           COMPUTE WS-CHARGE = WS-TARGET-ACCUM - FA-ACCUM-DEPR.
           IF WS-TARGET-YYYYMM > FA-DEPR-THRU
               MOVE WS-TARGET-YYYYMM TO FA-DEPR-THRU
           END-IF.
           IF WS-CHARGE NOT > 0
               MOVE 0 TO WS-CHARGE
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES TO WS-POST-DESC.
           STRING "Depr " FA-ASSET-ID
               DELIMITED BY SIZE INTO WS-POST-DESC
           END-STRING.
           MOVE "5600" TO GL-ACCT-CODE.
           MOVE "D"    TO GL-DR-CR.
           MOVE WS-CHARGE TO GL-AMOUNT.
           PERFORM 2700-WRITE-POSTING.
           MOVE "1550" TO GL-ACCT-CODE.
           MOVE "C"    TO GL-DR-CR.
           MOVE WS-CHARGE TO GL-AMOUNT.
           PERFORM 2700-WRITE-POSTING.

           ADD WS-CHARGE TO FA-ACCUM-DEPR.
           ADD WS-CHARGE TO WS-DEPR-TOTAL.
           ADD 1 TO WS-ASSETS-CHARGED.
           MOVE WS-CHARGE TO WS-DISP-AMT.
           DISPLAY "  " FA-ASSET-ID " " FA-DESC
               " depreciated " WS-DISP-AMT
               " through " FA-DEPR-THRU.
       2100-EXIT.
           CONTINUE.

      *> --- One month of declining balance: twice the
      *>     straight-line rate on what is left, stopping at
      *>     salvage, and whatever remains in the last month ---
       2200-DECLINE-ONE-MONTH.
           COMPUTE WS-MONTH-CHARGE ROUNDED =
               (FA-COST - WS-TARGET-ACCUM) * 2 / FA-LIFE-MONTHS.
           IF WS-MONTH-IDX = FA-LIFE-MONTHS
               OR WS-TARGET-ACCUM + WS-MONTH-CHARGE
                   > WS-DEPRECIABLE
               MOVE WS-DEPRECIABLE TO WS-TARGET-ACCUM
           ELSE
               ADD WS-MONTH-CHARGE TO WS-TARGET-ACCUM
           END-IF.

      *> --- Take a disposed asset off the books: depreciate
      *>     it to the month before it went, then clear its
      *>     cost and depreciation against the proceeds ---
       2300-POST-DISPOSAL.
           MOVE FA-DISP-DATE(1:6) TO WS-YYYYMM.
           PERFORM 2800-PERIOD-NUMBER.
           SUBTRACT 1 FROM WS-PERIOD-NO.
           PERFORM 2850-PERIOD-YYYYMM.
           MOVE WS-YYYYMM TO WS-TARGET-YYYYMM.
           PERFORM 2100-DEPRECIATE-THROUGH
               THRU 2100-EXIT.

           COMPUTE WS-NBV = FA-COST - FA-ACCUM-DEPR.
           COMPUTE WS-GAIN-LOSS = FA-PROCEEDS - WS-NBV.
           MOVE SPACES TO WS-POST-DESC.
           STRING "Disp " FA-ASSET-ID
               DELIMITED BY SIZE INTO WS-POST-DESC
           END-STRING.

           IF FA-ACCUM-DEPR > 0
               MOVE "1550" TO GL-ACCT-CODE
               MOVE "D"    TO GL-DR-CR
               MOVE FA-ACCUM-DEPR TO GL-AMOUNT
               PERFORM 2700-WRITE-POSTING
           END-IF.
           IF FA-PROCEEDS > 0
               MOVE "1000" TO GL-ACCT-CODE
               MOVE "D"    TO GL-DR-CR
               MOVE FA-PROCEEDS TO GL-AMOUNT
               PERFORM 2700-WRITE-POSTING
           END-IF.
           MOVE "1500" TO GL-ACCT-CODE.
           MOVE "C"    TO GL-DR-CR.
           MOVE FA-COST TO GL-AMOUNT.
           PERFORM 2700-WRITE-POSTING.
           IF WS-GAIN-LOSS NOT = 0
               MOVE "4600" TO GL-ACCT-CODE
               IF WS-GAIN-LOSS > 0
                   MOVE "C" TO GL-DR-CR
                   MOVE WS-GAIN-LOSS TO GL-AMOUNT
               ELSE
                   MOVE "D" TO GL-DR-CR
                   COMPUTE GL-AMOUNT = 0 - WS-GAIN-LOSS
               END-IF
               PERFORM 2700-WRITE-POSTING
           END-IF.

           MOVE "D"          TO FA-STATUS.
           MOVE WS-GAIN-LOSS TO FA-GAIN-LOSS.
           PERFORM 2900-REWRITE-ASSET.
           ADD 1 TO WS-DISPOSALS.
           ADD WS-GAIN-LOSS TO WS-GAIN-LOSS-TOTAL.
           MOVE WS-GAIN-LOSS TO WS-DISP-SIGNED.
           DISPLAY "  " FA-ASSET-ID " " FA-DESC
               " disposed " FA-DISP-DATE
               " gain/loss " WS-DISP-SIGNED.

      *> --- One posting, dated the business date, under the
      *>     asset's cost center ---
       2700-WRITE-POSTING.
           MOVE WS-PROCESS-DATE TO GL-POST-DATE.
           MOVE "FADEPR"        TO GL-SOURCE.
           MOVE WS-POST-DESC    TO GL-DESC.
           MOVE FA-COST-CENTER  TO GL-COST-CENTER.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTINGS.

      *> --- YYYYMM in WS-YYYYMM to a running month count ---
       2800-PERIOD-NUMBER.
           COMPUTE WS-PERIOD-NO =
               WS-YYYYMM-YEAR * 12 + WS-YYYYMM-MONTH - 1.

      *> --- ...and a running month count back to YYYYMM ---
       2850-PERIOD-YYYYMM.
           DIVIDE WS-PERIOD-NO BY 12
               GIVING WS-YYYYMM-YEAR
               REMAINDER WS-YYYYMM-MONTH.
           ADD 1 TO WS-YYYYMM-MONTH.

      *> --- The asset's new depreciation and status back on
      *>     the master, or stop before it posts twice ---
       2900-REWRITE-ASSET.
           REWRITE FIXED-ASSET-RECORD.
           IF NOT FS-SUCCESS
               DISPLAY "ABEND: asset " FA-ASSET-ID
                   " posted but not updated, status "
                   WS-ASSET-STATUS
               CLOSE GL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- Close up and report the run ---
       3000-CLEANUP.
           CLOSE ASSET-FILE.
           CLOSE GL-FILE.

           MOVE WS-ASSETS-CHARGED TO WS-DISP-CNT.
           DISPLAY "Assets depreciated:       " WS-DISP-CNT.
           MOVE WS-DEPR-TOTAL TO WS-DISP-AMT.
           DISPLAY "Depreciation posted:      " WS-DISP-AMT.
           MOVE WS-DISPOSALS TO WS-DISP-CNT.
           DISPLAY "Disposals posted:         " WS-DISP-CNT.
           MOVE WS-GAIN-LOSS-TOTAL TO WS-DISP-SIGNED.
           DISPLAY "Net gain/loss on disposal:" WS-DISP-SIGNED.
           MOVE WS-DISPOSALS-WAITING TO WS-DISP-CNT.
           DISPLAY "Disposals dated later:    " WS-DISP-CNT.
           MOVE WS-POSTINGS TO WS-DISP-CNT.
           DISPLAY "GL postings written:      " WS-DISP-CNT.

           MOVE "I" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-MESSAGE.
           MOVE WS-DEPR-TOTAL TO WS-DISP-AMT.
           MOVE WS-DISPOSALS TO WS-DISP-CNT.
           STRING "Depreciation " WS-DISP-AMT
               " disposals " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING.
           CALL "RUNLOG" USING
               BY CONTENT WS-LOG-PROGRAM
               BY CONTENT WS-LOG-SEVERITY
               BY CONTENT WS-LOG-MESSAGE
           END-CALL.
           MOVE 0 TO RETURN-CODE.
