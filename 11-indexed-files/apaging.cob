       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGING.
       AUTHOR. LEARNER.

      *> ============================================
      *> AP aging report
      *> ============================================
      *> What we owe our suppliers, for how long: every
      *> invoice on ap-invoices.dat not yet paid or
      *> rejected, totalled from its lines and aged
      *> into 30/60/90-day buckets off its invoice
      *> date, beside its due date. An invoice with a
      *> line still held for purchasing is marked - it
      *> will not pay until purchasing works it.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks apaging.cob
      *>       -o apaging
      *>   ./apaging
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-FILE
               ASSIGN TO "ap-invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD AP-FILE.
       01 AP-INVOICE-RECORD.
           COPY "aprec.cpy".

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AP-STATUS       PIC XX.
           COPY "filestat.cpy".
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(21).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   The invoice being totalled - its lines sit
      *>   together on the file, as APINVOICE keyed them
       01 WS-THIS-SUP        PIC X(5) VALUE SPACES.
       01 WS-THIS-REF        PIC X(12) VALUE SPACES.
       01 WS-THIS-INV-DATE   PIC 9(8).
       01 WS-THIS-DUE        PIC 9(8).
       01 WS-THIS-OWED       PIC 9(9)V99 VALUE 0.
       01 WS-THIS-HELD       PIC X VALUE "N".

       01 WS-TODAY-INT        PIC S9(9) COMP.
       01 WS-INV-INT          PIC S9(9) COMP.
       01 WS-AGE-DAYS         PIC S9(9) COMP.
       01 WS-BAND-NO          PIC 9.
       01 WS-BAND-LABEL       PIC X(10).
       01 WS-HOLD-MARK        PIC X(4).

      *>   Aging bands: current, 30-59, 60-89, 90 and up
       01 WS-BAND-COUNTS.
          05 WS-BAND-CNT OCCURS 4 TIMES PIC 9(4).
       01 WS-BAND-TOTALS.
          05 WS-BAND-TOT OCCURS 4 TIMES PIC 9(11)V99.

       01 WS-OPEN-COUNT       PIC 9(4) VALUE 0.
       01 WS-OPEN-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-HELD-COUNT       PIC 9(4) VALUE 0.
       01 WS-HELD-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-OVERDUE-TOTAL    PIC 9(11)V99 VALUE 0.

       01 WS-DISP-AMT        PIC $Z(7),ZZ9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-DAYS       PIC Z(4)9.
       01 WS-DETAIL          PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-AGE-THE-INVOICES THRU 2000-EXIT.
           PERFORM 3000-WRITE-BAND-SUMMARY.
           PERFORM 4000-CLEANUP.
           STOP RUN.

      *> --- Dates, files, heading ---
       1000-INITIALIZE.
           DISPLAY "=== AP Aging ===".
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE).
           STRING "ap-aging-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           MOVE ZEROS TO WS-BAND-COUNTS.
           MOVE ZEROS TO WS-BAND-TOTALS.

           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "        AP AGING - OWED TO SUPPLIERS" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "As at: " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Supp  Invoice       Dated     Due       Days"
               & "            Owed  Band       Hold" TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Every unpaid invoice into its bucket ---
       2000-AGE-THE-INVOICES.
           OPEN INPUT AP-FILE.
           IF NOT FS-SUCCESS
               MOVE "  (no supplier invoices on file)"
                   TO RPT-LINE
               WRITE RPT-LINE
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ AP-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF AP-SUP-ID NOT = WS-THIS-SUP
                   OR AP-INV-REF NOT = WS-THIS-REF
                   PERFORM 2100-AGE-ONE-INVOICE THRU 2100-EXIT
                   MOVE AP-SUP-ID   TO WS-THIS-SUP
                   MOVE AP-INV-REF  TO WS-THIS-REF
                   MOVE AP-INV-DATE TO WS-THIS-INV-DATE
                   MOVE AP-DUE-DATE TO WS-THIS-DUE
                   MOVE 0   TO WS-THIS-OWED
                   MOVE "N" TO WS-THIS-HELD
               END-IF
               IF AP-HELD OR AP-MATCHED OR AP-BOOKED
                   ADD AP-AMOUNT TO WS-THIS-OWED
               END-IF
               IF AP-HELD
                   MOVE "Y" TO WS-THIS-HELD
               END-IF
               READ AP-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           PERFORM 2100-AGE-ONE-INVOICE THRU 2100-EXIT.
           CLOSE AP-FILE.

           IF WS-OPEN-COUNT = 0
               MOVE "  (every supplier invoice is paid)"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       2000-EXIT.
           CONTINUE.

      *> --- One invoice, once all its lines are in ---
       2100-AGE-ONE-INVOICE.
           IF WS-THIS-SUP = SPACES OR WS-THIS-OWED = 0
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-INV-INT =
               FUNCTION INTEGER-OF-DATE(WS-THIS-INV-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-INV-INT.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS >= 90
                   MOVE 4 TO WS-BAND-NO
                   MOVE "90+ days" TO WS-BAND-LABEL
               WHEN WS-AGE-DAYS >= 60
                   MOVE 3 TO WS-BAND-NO
                   MOVE "60-89 days" TO WS-BAND-LABEL
               WHEN WS-AGE-DAYS >= 30
                   MOVE 2 TO WS-BAND-NO
                   MOVE "30-59 days" TO WS-BAND-LABEL
               WHEN OTHER
                   MOVE 1 TO WS-BAND-NO
                   MOVE "current" TO WS-BAND-LABEL
           END-EVALUATE.
           ADD 1 TO WS-BAND-CNT(WS-BAND-NO).
           ADD WS-THIS-OWED TO WS-BAND-TOT(WS-BAND-NO).
           ADD 1 TO WS-OPEN-COUNT.
           ADD WS-THIS-OWED TO WS-OPEN-TOTAL.
           IF WS-THIS-DUE < WS-PROCESS-DATE
               ADD WS-THIS-OWED TO WS-OVERDUE-TOTAL
           END-IF.
           MOVE SPACES TO WS-HOLD-MARK.
           IF WS-THIS-HELD = "Y"
               MOVE "HELD" TO WS-HOLD-MARK
               ADD 1 TO WS-HELD-COUNT
               ADD WS-THIS-OWED TO WS-HELD-TOTAL
           END-IF.

           MOVE WS-THIS-OWED TO WS-DISP-AMT.
           MOVE WS-AGE-DAYS TO WS-DISP-DAYS.
           MOVE SPACES TO WS-DETAIL.
           STRING "  " WS-THIS-SUP
                  " " WS-THIS-REF
                  "  " WS-THIS-INV-DATE
                  "  " WS-THIS-DUE
                  " " WS-DISP-DAYS
                  " " WS-DISP-AMT
                  "  " WS-BAND-LABEL
                  " " WS-HOLD-MARK
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
       2100-EXIT.
           CONTINUE.

      *> --- Banded totals for the payables review ---
       3000-WRITE-BAND-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "AGING SUMMARY:" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-BAND-NO FROM 1 BY 1
                   UNTIL WS-BAND-NO > 4
               EVALUATE WS-BAND-NO
                   WHEN 1 MOVE "current"    TO WS-BAND-LABEL
                   WHEN 2 MOVE "30-59 days" TO WS-BAND-LABEL
                   WHEN 3 MOVE "60-89 days" TO WS-BAND-LABEL
                   WHEN 4 MOVE "90+ days"   TO WS-BAND-LABEL
               END-EVALUATE
               MOVE WS-BAND-CNT(WS-BAND-NO) TO WS-DISP-CNT
               MOVE WS-BAND-TOT(WS-BAND-NO) TO WS-DISP-AMT
               MOVE SPACES TO WS-DETAIL
               STRING "  " WS-BAND-LABEL
                      "  invoices: " WS-DISP-CNT
                      "  owed: " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OPEN-TOTAL TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "TOTAL OWED:        " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OVERDUE-TOTAL TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  past due date:   " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HELD-TOTAL TO WS-DISP-AMT.
           MOVE WS-HELD-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  held invoices:   " WS-DISP-AMT
                  "  (" WS-DISP-CNT " with purchasing)"
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Close out ---
       4000-CLEANUP.
           CLOSE REPORT-FILE.
           MOVE WS-OPEN-COUNT TO WS-DISP-CNT.
           DISPLAY "Unpaid supplier invoices: " WS-DISP-CNT.
           DISPLAY "See " WS-REPORT-FILENAME ".".
