       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPAGE.
       AUTHOR. LEARNER.

      *> ============================================
      *> Dispute case aging
      *> ============================================
      *> Every open case on dispute-cases.dat carries
      *> two regulatory clocks counted in business days
      *> from the day the dispute was received: the
      *> provisional credit deadline (until credit has
      *> been given) and the resolution deadline. This
      *> nightly step lists each clock that has run out
      *> (PAST DUE) or has DISPUTE-WARN-DAYS business
      *> days or fewer left (NEARING), on the dated
      *> dispute-aging-YYYYMMDD.txt, so the disputes
      *> desk works the cases before an examiner finds
      *> them. Business days come off the holiday
      *> calendar by the same rule BATCH applies.
      *>
      *> Always ends RC 0 - it reports, it does not
      *> stop the window. A past-due clock is flagged
      *> on the shared run log.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks dispage.cob
      *>       ../13-subprograms/spoolreg.cob
      *>       ../13-subprograms/runlog.cob -o dispage
      *>   ./dispage
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE
               ASSIGN TO "dispute-cases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-CASE-NO
               FILE STATUS IS WS-CASE-STATUS.

           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

      *>   Dates the bank is shut - the same calendar BATCH
      *>   keeps, for the business-day counting
           SELECT HOLIDAY-FILE
               ASSIGN TO "holiday-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CASE-FILE.
       01 DISPUTE-CASE-RECORD.
           COPY "dispcase.cpy".

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
          05 HOL-DATE         PIC 9(8).

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-CASE-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-PARAMS-STATUS   PIC XX.
       01 WS-HOLIDAY-STATUS  PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(31).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
          88 NOT-EOF         VALUE "N".

      *>   A clock this many business days from running out
      *>   or fewer is listed as nearing
       01 WS-WARN-DAYS        PIC 9(3) VALUE 0.
       01 WS-PARMS-SEEN       PIC 9 VALUE 0.

      *>   Holiday calendar and business-day counting
       01 WS-HOL-COUNT        PIC 9(2) VALUE 0.
       01 WS-HOL-TABLE.
          05 WS-HOL-DATE OCCURS 50 TIMES PIC 9(8).
       01 WS-HOL-IDX          PIC 9(2).
       01 WS-TEST-DATE        PIC 9(8).
       01 WS-TEST-DATE-INT    PIC S9(9) COMP.
       01 WS-DUE-INT          PIC S9(9) COMP.
       01 WS-DOW              PIC 9.
       01 WS-BUS-DAY-FLAG     PIC X.
          88 IS-BUSINESS-DAY  VALUE "Y".
       01 WS-BUS-LEFT         PIC 9(4) VALUE 0.

      *>   The clock being judged
       01 WS-CLOCK-NAME       PIC X(8).
       01 WS-CLOCK-DUE        PIC 9(8).
       01 WS-CLOCK-STATE      PIC X(8).

       01 WS-OPEN-COUNT       PIC 9(4) VALUE 0.
       01 WS-NEAR-COUNT       PIC 9(4) VALUE 0.
       01 WS-PAST-COUNT       PIC 9(4) VALUE 0.

      *> Shared run log
       01 WS-LOG-PROGRAM     PIC X(8) VALUE "DISPAGE".
       01 WS-LOG-SEVERITY    PIC X.
       01 WS-LOG-MESSAGE     PIC X(60).

      *> Shared spool index
       01 WS-SPOOL-PROGRAM   PIC X(8) VALUE "DISPAGE".
       01 WS-SPOOL-REPORT    PIC X(20) VALUE "Dispute aging".
       01 WS-SPOOL-FILE      PIC X(40).

       01 WS-DISP-AMT        PIC $Z(6),ZZ9.99.
       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-LEFT       PIC ZZZ9.
       01 WS-RPT-DETAIL      PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-AGE-OPEN-CASES.
           PERFORM 5000-CLEANUP.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> --- The business date, the warning window, the
      *>     holiday calendar and the day's report name ---
       1000-INITIALIZE.
           DISPLAY "=== Dispute Case Aging ===".
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
           STRING "dispute-aging-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

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
               IF PRM-KEY = "DISPUTE-WARN-DAYS"
                   MOVE PRM-VALUE TO WS-WARN-DAYS
                   ADD 1 TO WS-PARMS-SEEN
               END-IF
               READ PARAMS-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
           IF WS-PARMS-SEEN < 1
               DISPLAY "ABEND: DISPUTE-WARN-DAYS not on "
                   "batch-params.dat."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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

      *> --- Every open case, both its clocks ---
       2000-AGE-OPEN-CASES.
           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "     DISPUTE CASES NEARING OR PAST DEADLINE"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "As at: " WS-PROCESS-DATE
                  "  warning window: " WS-WARN-DAYS
                  " business days"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  Case   Account  Clock    Due       Left"
               & "  State     Amount" TO RPT-LINE.
           WRITE RPT-LINE.

           OPEN INPUT CASE-FILE.
           IF WS-CASE-STATUS = "00"
               SET NOT-EOF TO TRUE
               READ CASE-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF DC-STATUS = "O"
                       ADD 1 TO WS-OPEN-COUNT
      *>               The credit clock stops once credit
      *>               has been given
                       IF DC-PROV-STATUS = "N"
                           MOVE "CREDIT"    TO WS-CLOCK-NAME
                           MOVE DC-PROV-DUE TO WS-CLOCK-DUE
                           PERFORM 2100-JUDGE-ONE-CLOCK
                       END-IF
                       MOVE "DECISION"     TO WS-CLOCK-NAME
                       MOVE DC-RESOLVE-DUE TO WS-CLOCK-DUE
                       PERFORM 2100-JUDGE-ONE-CLOCK
                   END-IF
                   READ CASE-FILE NEXT RECORD
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.

           IF WS-NEAR-COUNT = 0 AND WS-PAST-COUNT = 0
               MOVE "  (none - every open case is inside its "
                   & "deadlines)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-OPEN-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Open cases: " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NEAR-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Clocks nearing: " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PAST-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Clocks past due: " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE REPORT-FILE.

      *> --- One clock: past its date, or within the warning
      *>     window counting business days from tomorrow up
      *>     to and including the due date ---
       2100-JUDGE-ONE-CLOCK.
           MOVE SPACES TO WS-CLOCK-STATE.
           MOVE 0 TO WS-BUS-LEFT.
           IF WS-CLOCK-DUE < WS-PROCESS-DATE
               MOVE "PAST DUE" TO WS-CLOCK-STATE
               ADD 1 TO WS-PAST-COUNT
           ELSE
               COMPUTE WS-TEST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CLOCK-DUE)
               PERFORM UNTIL WS-TEST-DATE-INT >= WS-DUE-INT
                       OR WS-BUS-LEFT > WS-WARN-DAYS
                   ADD 1 TO WS-TEST-DATE-INT
                   COMPUTE WS-TEST-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-TEST-DATE-INT)
                   PERFORM 2200-CHECK-BUSINESS-DAY
                   IF IS-BUSINESS-DAY
                       ADD 1 TO WS-BUS-LEFT
                   END-IF
               END-PERFORM
               IF WS-BUS-LEFT NOT > WS-WARN-DAYS
                   MOVE "NEARING" TO WS-CLOCK-STATE
                   ADD 1 TO WS-NEAR-COUNT
               END-IF
           END-IF.

           IF WS-CLOCK-STATE NOT = SPACES
               MOVE WS-BUS-LEFT TO WS-DISP-LEFT
               MOVE DC-AMOUNT TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  " DC-CASE-NO " " DC-ACCT-NO " "
                      WS-CLOCK-NAME " " WS-CLOCK-DUE " "
                      WS-DISP-LEFT "  " WS-CLOCK-STATE
                      WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *> --- Is WS-TEST-DATE a business day? Saturdays,
      *>     Sundays and calendar holidays are not - the
      *>     same rule BATCH applies ---
       2200-CHECK-BUSINESS-DAY.
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

      *> --- Onto the spool, and flag past-due clocks loudly ---
       5000-CLEANUP.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.
           MOVE WS-OPEN-COUNT TO WS-DISP-CNT.
           DISPLAY "Open dispute cases:     " WS-DISP-CNT.
           IF WS-NEAR-COUNT > 0
               MOVE WS-NEAR-COUNT TO WS-DISP-CNT
               DISPLAY "Clocks nearing deadline: " WS-DISP-CNT
                   " - see " WS-REPORT-FILENAME
           END-IF.
           IF WS-PAST-COUNT > 0
               MOVE WS-PAST-COUNT TO WS-DISP-CNT
               DISPLAY "PAST DUE dispute clocks: " WS-DISP-CNT
                   " - see " WS-REPORT-FILENAME
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Dispute clocks past deadline: "
                      WS-DISP-CNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "RUNLOG" USING
                   BY CONTENT WS-LOG-PROGRAM
                   BY CONTENT WS-LOG-SEVERITY
                   BY CONTENT WS-LOG-MESSAGE
               END-CALL
           END-IF.
