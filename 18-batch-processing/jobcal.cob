       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCAL.
       AUTHOR. LEARNER.

      *> ============================================
      *> Period-end job calendar
      *> ============================================
      *> STATEMENT, GLCLOSE, ARCHIVE and the other
      *> period-end jobs used to be run by hand off a
      *> checklist, and the order between them was got
      *> wrong more than once. The calendar
      *> (../nightly-batch/job-calendar.dat) now says
      *> which job runs on which business-day rule and
      *> what must have run first:
      *>
      *>   frequency  M month, Q quarter, Y year
      *>   anchor     F first or L last business day of
      *>              the period, moved in by an offset
      *>              of business days (L,1 = the day
      *>              before the last)
      *>   period     C the period it runs in, P the one
      *>              before it (a first-day archive of
      *>              last month)
      *>   input      what the job is asked at its
      *>              prompt: P the period (YYYYMM, the
      *>              quarter's last month, or YYYY), Q
      *>              the quarter as YYYYQ (e.g. 20263 -
      *>              quarterly jobs only), B an empty
      *>              answer for its default, N nothing -
      *>              it asks no question
      *>   up to three prerequisite jobs, which must have
      *>   run for the same period first - for a monthly
      *>   prerequisite of a quarterly or yearly job, the
      *>   period's last month; for a quarterly one of a
      *>   yearly job, its fourth quarter
      *>
      *> Business days are BATCH's: no weekends, no
      *> dates on holiday-calendar.dat.
      *>
      *> With JOBCAL_MODE=WINDOW (the nightly driver's
      *> pre-flight) it works out what is due on the
      *> business date and writes the window's list
      *> (../nightly-batch/period-jobs-due.dat) in
      *> prerequisite order. A job whose prerequisite
      *> has not run for the period is held - on the
      *> list, on the run log as a warning, and on the
      *> job history (../nightly-batch/
      *> period-job-history.dat) so every later window
      *> offers it again until it can run. A job the
      *> history shows already run for the period is
      *> not run twice.
      *>
      *> With JOBCAL_MODE=DONE, JOBCAL_JOB and
      *> JOBCAL_PERIOD it records that job as run for
      *> that period - the driver calls it after each
      *> job, and it is how a job run by hand is put on
      *> the history.
      *>
      *> Every run prints the look-ahead: what will run
      *> on each business day of the next 30 days, and
      *> anything held (job-lookahead-YYYYMMDD.txt, on
      *> the spool).
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks jobcal.cob
      *>       ../13-subprograms/spoolreg.cob
      *>       ../13-subprograms/runlog.cob -o jobcal
      *>   ./jobcal
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The calendar and its history live with the
      *>   driver, one directory over
           SELECT CALENDAR-FILE
               ASSIGN TO "../nightly-batch/job-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO
                   "../nightly-batch/period-job-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT DUE-FILE
               ASSIGN TO
                   "../nightly-batch/period-jobs-due.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUE-STATUS.

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

      *> One job and its rule
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
          05 JC-JOB           PIC X(9).
          05 FILLER           PIC X.
          05 JC-FREQ          PIC X.
      *>     M=Month, Q=Quarter, Y=Year
          05 FILLER           PIC X.
          05 JC-ANCHOR        PIC X.
      *>     F=First, L=Last business day of the period
          05 FILLER           PIC X.
          05 JC-OFFSET        PIC 9.
          05 FILLER           PIC X.
          05 JC-PERIOD        PIC X.
      *>     C=Current period, P=Prior period
          05 FILLER           PIC X.
          05 JC-INPUT         PIC X.
      *>     P=Period, Q=Quarter as YYYYQ, B=Blank answer,
      *>     N=No input
          05 FILLER           PIC X.
          05 JC-PREREQ OCCURS 3 TIMES.
             10 JC-PREREQ-JOB PIC X(9).
             10 FILLER        PIC X.
          05 JC-DESC          PIC X(30).

      *> One job's outcome for one period
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
          05 PH-JOB           PIC X(9).
          05 FILLER           PIC X VALUE ",".
          05 PH-PERIOD        PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 PH-INPUT         PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 PH-BUS-DATE      PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 PH-STATUS        PIC X(4).
      *>     OK=Run for the period, HELD=Waiting on a
      *>     prerequisite

      *> One line of the window's list, read by the driver
       FD DUE-FILE.
       01 DUE-RECORD.
          05 PD-STEP          PIC X.
          05 FILLER           PIC X VALUE ",".
          05 PD-JOB           PIC X(9).
          05 FILLER           PIC X VALUE ",".
          05 PD-PERIOD        PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 PD-INPUT-KIND    PIC X.
          05 FILLER           PIC X VALUE ",".
          05 PD-INPUT         PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 PD-ACTION        PIC X(4).
      *>     RUN, HELD, or DONE (already run for the period)

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
          05 HOL-DATE         PIC 9(8).

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-HIST-STATUS     PIC XX.
       01 WS-DUE-STATUS      PIC XX.
       01 WS-HOLIDAY-STATUS  PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
          88 NOT-EOF         VALUE "N".

       01 WS-BUS-DATE-PARAM  PIC X(8).
       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-PROCESS-INT     PIC S9(9) COMP.
       01 WS-KEEP-FROM-INT   PIC S9(9) COMP.
       01 WS-REPORT-FILENAME PIC X(40).

      *>   What the caller wants done
       01 WS-MODE            PIC X(8).
          88 MODE-WINDOW     VALUE "WINDOW".
          88 MODE-DONE       VALUE "DONE".
       01 WS-DONE-JOB        PIC X(9).
       01 WS-DONE-PERIOD     PIC X(6).
       01 WS-NEW-INPUT       PIC X(6).
       01 WS-NEW-STATUS      PIC X(4).

      *>   The calendar
       01 WS-JC-COUNT        PIC 9(2) VALUE 0.
       01 WS-JC-TABLE.
          05 WS-JC-ENTRY OCCURS 30 TIMES.
             10 WS-JC-JOB       PIC X(9).
             10 WS-JC-FREQ      PIC X.
             10 WS-JC-ANCHOR    PIC X.
             10 WS-JC-OFFSET    PIC 9.
             10 WS-JC-PERIOD    PIC X.
             10 WS-JC-INPUT     PIC X.
             10 WS-JC-PREREQ-JOB OCCURS 3 TIMES PIC X(9).
             10 WS-JC-DESC      PIC X(30).
       01 WS-JC-IDX          PIC 9(2).
       01 WS-PQ-IDX          PIC 9.
       01 WS-PREREQ-FREQ     PIC X.
       01 WS-CAL-LINE        PIC 9(3) VALUE 0.

      *>   The job history, as far back as a year and a
      *>   month - older periods can no longer be due
       01 WS-PH-COUNT        PIC 9(3) VALUE 0.
       01 WS-PH-TABLE.
          05 WS-PH-ENTRY OCCURS 500 TIMES.
             10 WS-PH-JOB       PIC X(9).
             10 WS-PH-PERIOD    PIC X(6).
             10 WS-PH-INPUT     PIC X(6).
             10 WS-PH-STATUS    PIC X(4).
       01 WS-PH-IDX          PIC 9(3).
       01 WS-PH-SCAN         PIC 9(3).
       01 WS-PH-FOUND        PIC X.
          88 PH-WAS-FOUND    VALUE "Y".

      *>   Tonight's candidates, then their running order
       01 WS-CD-COUNT        PIC 9(2) VALUE 0.
       01 WS-CD-TABLE.
          05 WS-CD-ENTRY OCCURS 30 TIMES.
             10 WS-CD-JC        PIC 9(2).
             10 WS-CD-PERIOD    PIC X(6).
             10 WS-CD-INPUT     PIC X(6).
             10 WS-CD-ACTION    PIC X(4).
             10 WS-CD-ORDER     PIC 9(2).
             10 WS-CD-WAS-HELD  PIC X.
             10 WS-CD-WAITS-ON  PIC X(9).
       01 WS-CD-IDX          PIC 9(2).
       01 WS-CD-IDX-2        PIC 9(2).
       01 WS-CD-FOUND        PIC X.
       01 WS-JC-SCAN         PIC 9(2).
       01 WS-PLACED          PIC 9(2) VALUE 0.
       01 WS-PLACED-THIS-PASS PIC 9(2).
       01 WS-PREREQ-STATE    PIC X.
          88 PREREQ-MET      VALUE "M".
          88 PREREQ-WAITING  VALUE "W".
          88 PREREQ-MISSING  VALUE "X".
       01 WS-ALL-MET         PIC X.
       01 WS-ANY-WAITING     PIC X.
       01 WS-STEP-LETTERS    PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-ORDER-IDX       PIC 9(2).

      *>   Holidays, for the business-day rule
       01 WS-HOL-COUNT       PIC 9(3) VALUE 0.
       01 WS-HOL-TABLE.
          05 WS-HOL-DATE OCCURS 200 TIMES PIC 9(8).
       01 WS-HOL-IDX         PIC 9(3).

      *>   One date tested, one period worked out
       01 WS-TEST-DATE       PIC 9(8).
       01 WS-TEST-INT        PIC S9(9) COMP.
       01 WS-DOW             PIC 9.
       01 WS-BUS-DAY-FLAG    PIC X.
          88 IS-BUSINESS-DAY VALUE "Y".
       01 WS-REF-DATE        PIC 9(8).
       01 WS-REF-PARTS REDEFINES WS-REF-DATE.
          05 WS-REF-YYYY     PIC 9(4).
          05 WS-REF-MM       PIC 9(2).
          05 WS-REF-DD       PIC 9(2).
       01 WS-FIRST-MM        PIC 9(2).
       01 WS-LAST-MM         PIC 9(2).
       01 WS-NEXT-YYYY       PIC 9(4).
       01 WS-NEXT-MM         PIC 9(2).
       01 WS-WORK-DATE       PIC 9(8).
       01 WS-START-INT       PIC S9(9) COMP.
       01 WS-END-INT         PIC S9(9) COMP.
       01 WS-DUE-INT         PIC S9(9) COMP.
       01 WS-DUE-DATE        PIC 9(8).
       01 WS-STEPS-LEFT      PIC 9.
       01 WS-KEY-DATE        PIC 9(8).
       01 WS-KEY-PARTS REDEFINES WS-KEY-DATE.
          05 WS-KEY-YYYY     PIC 9(4).
          05 WS-KEY-MM       PIC 9(2).
          05 WS-KEY-DD       PIC 9(2).
       01 WS-QTR             PIC 9.
       01 WS-QTR-END-MM      PIC 9(2).
       01 WS-PERIOD-KEY      PIC X(6).
       01 WS-INPUT-VALUE     PIC X(6).

      *>   Look-ahead
       01 WS-LA-INT          PIC S9(9) COMP.
       01 WS-LA-END-INT      PIC S9(9) COMP.
       01 WS-LA-DATE         PIC 9(8).
       01 WS-LA-COUNT        PIC 9(3) VALUE 0.
       01 WS-LA-HELD-COUNT   PIC 9(3) VALUE 0.
       01 WS-PREREQ-TEXT     PIC X(30).
       01 WS-PREREQ-PTR      PIC 9(2).
       01 WS-DETAIL          PIC X(70).
       01 WS-DISP-CNT        PIC ZZ9.

      *>   Report spool registration
       01 WS-SPOOL-PROGRAM   PIC X(8) VALUE "JOBCAL".
       01 WS-SPOOL-REPORT    PIC X(20)
           VALUE "Period-end lookahead".
       01 WS-SPOOL-FILE      PIC X(40).

      *>   Shared run log
       01 WS-LOG-PROGRAM     PIC X(8) VALUE "JOBCAL".
       01 WS-LOG-SEVERITY    PIC X.
       01 WS-LOG-MESSAGE     PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF MODE-DONE
               PERFORM 6000-RECORD-DONE THRU 6000-EXIT
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
           PERFORM 1200-LOAD-HOLIDAYS.
           PERFORM 1300-LOAD-HISTORY.
           IF MODE-WINDOW
               PERFORM 2000-SCHEDULE-THE-WINDOW
           END-IF.
           PERFORM 5000-WRITE-LOOKAHEAD.
           STOP RUN.

      *> --- The business date, and what is asked of us ---
       1000-INITIALIZE.
           DISPLAY "=== Period-End Job Calendar ===".
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
           COMPUTE WS-PROCESS-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE).
           COMPUTE WS-KEEP-FROM-INT = WS-PROCESS-INT - 400.

           MOVE SPACES TO WS-MODE.
           ACCEPT WS-MODE FROM ENVIRONMENT "JOBCAL_MODE".
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           IF WS-MODE NOT = SPACES
               AND NOT MODE-WINDOW AND NOT MODE-DONE
               DISPLAY "ABEND: JOBCAL_MODE '" WS-MODE
                   "' is not WINDOW or DONE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING "job-lookahead-" WS-PROCESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.

      *> --- Every job and its rule, each one checked: a
      *>     bad rule stops the pre-flight, not a job ---
       1100-LOAD-CALENDAR.
           MOVE 0 TO WS-JC-COUNT.
           OPEN INPUT CALENDAR-FILE.
           IF NOT FS-SUCCESS
               DISPLAY "No job-calendar.dat - no period-end "
                   "jobs are scheduled."
               GO TO 1100-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ CALENDAR-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CAL-LINE
                       IF JC-JOB NOT = SPACES
                           PERFORM 1110-TAKE-ONE-JOB
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
       1100-EXIT.
           CONTINUE.

      *> --- One calendar line onto the table ---
       1110-TAKE-ONE-JOB.
           IF (JC-FREQ NOT = "M" AND JC-FREQ NOT = "Q"
                   AND JC-FREQ NOT = "Y")
               OR (JC-ANCHOR NOT = "F" AND JC-ANCHOR NOT = "L")
               OR JC-OFFSET IS NOT NUMERIC
               OR (JC-PERIOD NOT = "C" AND JC-PERIOD NOT = "P")
               OR (JC-INPUT NOT = "P" AND JC-INPUT NOT = "B"
                   AND JC-INPUT NOT = "N" AND JC-INPUT NOT = "Q")
               OR (JC-INPUT = "Q" AND JC-FREQ NOT = "Q")
               DISPLAY "ABEND: job-calendar.dat line "
                   WS-CAL-LINE " (" JC-JOB ") has a rule "
                   "this calendar does not know."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-JC-COUNT >= 30
               DISPLAY "ABEND: more than 30 jobs on "
                   "job-calendar.dat - raise WS-JC-TABLE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-JC-COUNT.
           MOVE JC-JOB    TO WS-JC-JOB(WS-JC-COUNT).
           MOVE JC-FREQ   TO WS-JC-FREQ(WS-JC-COUNT).
           MOVE JC-ANCHOR TO WS-JC-ANCHOR(WS-JC-COUNT).
           MOVE JC-OFFSET TO WS-JC-OFFSET(WS-JC-COUNT).
           MOVE JC-PERIOD TO WS-JC-PERIOD(WS-JC-COUNT).
           MOVE JC-INPUT  TO WS-JC-INPUT(WS-JC-COUNT).
           MOVE JC-DESC   TO WS-JC-DESC(WS-JC-COUNT).
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > 3
               MOVE JC-PREREQ-JOB(WS-PQ-IDX)
                   TO WS-JC-PREREQ-JOB(WS-JC-COUNT, WS-PQ-IDX)
           END-PERFORM.

      *> --- Holidays: not business days ---
       1200-LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = "00"
               SET NOT-EOF TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ HOLIDAY-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-HOL-COUNT < 200
                               ADD 1 TO WS-HOL-COUNT
                               MOVE HOL-DATE
                                   TO WS-HOL-DATE(WS-HOL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

      *> --- What has run, and what is held, recently ---
       1300-LOAD-HISTORY.
           MOVE 0 TO WS-PH-COUNT.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               SET NOT-EOF TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ HISTORY-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 1310-TAKE-ONE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       1310-TAKE-ONE-HISTORY.
           IF PH-BUS-DATE IS NOT NUMERIC
               OR PH-BUS-DATE = 0
               MOVE WS-PROCESS-DATE TO PH-BUS-DATE
           END-IF.
           IF FUNCTION INTEGER-OF-DATE(PH-BUS-DATE)
                   >= WS-KEEP-FROM-INT
               IF WS-PH-COUNT >= 500
                   DISPLAY "ABEND: more than 500 job history "
                       "lines in the last 400 days - raise "
                       "WS-PH-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PH-COUNT
               MOVE PH-JOB    TO WS-PH-JOB(WS-PH-COUNT)
               MOVE PH-PERIOD TO WS-PH-PERIOD(WS-PH-COUNT)
               MOVE PH-INPUT  TO WS-PH-INPUT(WS-PH-COUNT)
               MOVE PH-STATUS TO WS-PH-STATUS(WS-PH-COUNT)
           END-IF.

      *> --- Tonight: what falls due, what is still held
      *>     from before, in what order, and the list ---
       2000-SCHEDULE-THE-WINDOW.
           MOVE 0 TO WS-CD-COUNT.
           MOVE WS-PROCESS-DATE TO WS-TEST-DATE.
           PERFORM 3100-CHECK-BUSINESS-DAY.
           IF IS-BUSINESS-DAY
               PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                       UNTIL WS-JC-IDX > WS-JC-COUNT
                   MOVE WS-PROCESS-DATE TO WS-REF-DATE
                   PERFORM 3200-FIND-DUE-DATE
                   IF WS-DUE-DATE = WS-PROCESS-DATE
                       PERFORM 3400-PERIOD-FOR-DUE-DATE
                       PERFORM 2100-ADD-CANDIDATE
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY WS-PROCESS-DATE " is not a business "
                   "day - no period-end jobs."
           END-IF.
           PERFORM 2200-CARRY-HELD-JOBS.
           PERFORM 2300-ORDER-CANDIDATES.
           PERFORM 2400-WRITE-DUE-LIST.

      *> --- One job/period tonight, unless it is on the
      *>     list already or has already run ---
       2100-ADD-CANDIDATE.
           MOVE "N" TO WS-CD-FOUND.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               IF WS-CD-JC(WS-CD-IDX) = WS-JC-IDX
                   AND WS-CD-PERIOD(WS-CD-IDX) = WS-PERIOD-KEY
                   MOVE "Y" TO WS-CD-FOUND
               END-IF
           END-PERFORM.
           IF WS-CD-FOUND = "N"
               IF WS-CD-COUNT >= 30
                   DISPLAY "ABEND: more than 30 period-end "
                       "jobs in one window - raise "
                       "WS-CD-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CD-COUNT
               MOVE WS-JC-IDX      TO WS-CD-JC(WS-CD-COUNT)
               MOVE WS-PERIOD-KEY  TO WS-CD-PERIOD(WS-CD-COUNT)
               MOVE WS-INPUT-VALUE TO WS-CD-INPUT(WS-CD-COUNT)
               MOVE 0              TO WS-CD-ORDER(WS-CD-COUNT)
               MOVE "N"         TO WS-CD-WAS-HELD(WS-CD-COUNT)
               MOVE SPACES      TO WS-CD-WAITS-ON(WS-CD-COUNT)
               MOVE WS-JC-JOB(WS-JC-IDX) TO WS-DONE-JOB
               MOVE WS-PERIOD-KEY TO WS-DONE-PERIOD
               PERFORM 3500-FIND-OK-IN-HISTORY
               IF PH-WAS-FOUND
                   MOVE "DONE" TO WS-CD-ACTION(WS-CD-COUNT)
               ELSE
                   MOVE SPACES TO WS-CD-ACTION(WS-CD-COUNT)
               END-IF
           END-IF.

      *> --- A job held in an earlier window is offered
      *>     again every window until it has run ---
       2200-CARRY-HELD-JOBS.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               IF WS-PH-STATUS(WS-PH-IDX) = "HELD"
                   MOVE WS-PH-JOB(WS-PH-IDX) TO WS-DONE-JOB
                   MOVE WS-PH-PERIOD(WS-PH-IDX)
                       TO WS-DONE-PERIOD
                   PERFORM 3500-FIND-OK-IN-HISTORY
                   IF NOT PH-WAS-FOUND
                       PERFORM 2210-CARRY-ONE-HELD
                   END-IF
               END-IF
           END-PERFORM.

       2210-CARRY-ONE-HELD.
           MOVE 0 TO WS-JC-IDX.
           PERFORM VARYING WS-JC-SCAN FROM 1 BY 1
                   UNTIL WS-JC-SCAN > WS-JC-COUNT
               IF WS-JC-JOB(WS-JC-SCAN) = WS-PH-JOB(WS-PH-IDX)
                   MOVE WS-JC-SCAN TO WS-JC-IDX
               END-IF
           END-PERFORM.
      *>   A job taken off the calendar is not run any more
           IF WS-JC-IDX > 0
               MOVE WS-PH-PERIOD(WS-PH-IDX) TO WS-PERIOD-KEY
               MOVE WS-PH-INPUT(WS-PH-IDX)  TO WS-INPUT-VALUE
               PERFORM 2100-ADD-CANDIDATE
               PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                       UNTIL WS-CD-IDX > WS-CD-COUNT
                   IF WS-CD-JC(WS-CD-IDX) = WS-JC-IDX
                       AND WS-CD-PERIOD(WS-CD-IDX)
                           = WS-PERIOD-KEY
                       MOVE "Y" TO WS-CD-WAS-HELD(WS-CD-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *> --- Running order: a job goes once everything it
      *>     needs has run for the period, tonight or
      *>     before. What can never go is held ---
       2300-ORDER-CANDIDATES.
           MOVE 0 TO WS-PLACED.
           MOVE 1 TO WS-PLACED-THIS-PASS.
           PERFORM UNTIL WS-PLACED-THIS-PASS = 0
               MOVE 0 TO WS-PLACED-THIS-PASS
               PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                       UNTIL WS-CD-IDX > WS-CD-COUNT
                   IF WS-CD-ACTION(WS-CD-IDX) = SPACES
                       PERFORM 2310-TRY-TO-PLACE
                   END-IF
               END-PERFORM
           END-PERFORM.
      *>   Whatever is left waits on a held job, a job not
      *>   due tonight, or a loop in the calendar
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               IF WS-CD-ACTION(WS-CD-IDX) = SPACES
                   MOVE "HELD" TO WS-CD-ACTION(WS-CD-IDX)
               END-IF
           END-PERFORM.

       2310-TRY-TO-PLACE.
           MOVE "Y" TO WS-ALL-MET.
           MOVE WS-CD-JC(WS-CD-IDX) TO WS-JC-IDX.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > 3
               IF WS-JC-PREREQ-JOB(WS-JC-IDX, WS-PQ-IDX)
                       NOT = SPACES
                   PERFORM 2320-CHECK-ONE-PREREQ
                   IF NOT PREREQ-MET
                       MOVE "N" TO WS-ALL-MET
                       IF WS-CD-WAITS-ON(WS-CD-IDX) = SPACES
                           MOVE WS-JC-PREREQ-JOB
                                   (WS-JC-IDX, WS-PQ-IDX)
                               TO WS-CD-WAITS-ON(WS-CD-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ALL-MET = "Y"
               IF WS-PLACED >= 26
                   DISPLAY "ABEND: more than 26 period-end "
                       "jobs to run in one window."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PLACED
               ADD 1 TO WS-PLACED-THIS-PASS
               MOVE "RUN" TO WS-CD-ACTION(WS-CD-IDX)
               MOVE WS-PLACED TO WS-CD-ORDER(WS-CD-IDX)
               MOVE SPACES TO WS-CD-WAITS-ON(WS-CD-IDX)
           END-IF.

      *> --- Has this prerequisite run for the period, or
      *>     is it placed ahead of us tonight? ---
       2320-CHECK-ONE-PREREQ.
           MOVE WS-JC-PREREQ-JOB(WS-JC-IDX, WS-PQ-IDX)
               TO WS-DONE-JOB.
           PERFORM 2330-PREREQ-PERIOD.
           PERFORM 3500-FIND-OK-IN-HISTORY.
           IF PH-WAS-FOUND
               SET PREREQ-MET TO TRUE
           ELSE
               SET PREREQ-MISSING TO TRUE
               PERFORM VARYING WS-CD-IDX-2 FROM 1 BY 1
                       UNTIL WS-CD-IDX-2 > WS-CD-COUNT
                   IF WS-JC-JOB(WS-CD-JC(WS-CD-IDX-2))
                           = WS-DONE-JOB
                       AND WS-CD-PERIOD(WS-CD-IDX-2)
                           = WS-DONE-PERIOD
                       IF WS-CD-ACTION(WS-CD-IDX-2) = "RUN"
                           OR WS-CD-ACTION(WS-CD-IDX-2) = "DONE"
                           SET PREREQ-MET TO TRUE
                       ELSE
                           SET PREREQ-WAITING TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> --- The period WS-DONE-JOB must have run for: our
      *>     own, or - when it runs more often than we do -
      *>     the one that closes ours ---
       2330-PREREQ-PERIOD.
           MOVE WS-CD-PERIOD(WS-CD-IDX) TO WS-DONE-PERIOD.
           MOVE SPACES TO WS-PREREQ-FREQ.
           PERFORM VARYING WS-JC-SCAN FROM 1 BY 1
                   UNTIL WS-JC-SCAN > WS-JC-COUNT
               IF WS-JC-JOB(WS-JC-SCAN) = WS-DONE-JOB
                   MOVE WS-JC-FREQ(WS-JC-SCAN) TO WS-PREREQ-FREQ
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-JC-FREQ(WS-JC-IDX) = "Q"
                       AND WS-PREREQ-FREQ = "M"
                   MOVE WS-CD-PERIOD(WS-CD-IDX)(6:1) TO WS-QTR
                   COMPUTE WS-QTR-END-MM = WS-QTR * 3
                   MOVE SPACES TO WS-DONE-PERIOD
                   STRING WS-CD-PERIOD(WS-CD-IDX)(1:4)
                          WS-QTR-END-MM
                       DELIMITED BY SIZE INTO WS-DONE-PERIOD
                   END-STRING
               WHEN WS-JC-FREQ(WS-JC-IDX) = "Y"
                       AND WS-PREREQ-FREQ = "M"
                   MOVE SPACES TO WS-DONE-PERIOD
                   STRING WS-CD-PERIOD(WS-CD-IDX)(1:4) "12"
                       DELIMITED BY SIZE INTO WS-DONE-PERIOD
                   END-STRING
               WHEN WS-JC-FREQ(WS-JC-IDX) = "Y"
                       AND WS-PREREQ-FREQ = "Q"
                   MOVE SPACES TO WS-DONE-PERIOD
                   STRING WS-CD-PERIOD(WS-CD-IDX)(1:4) "Q4"
                       DELIMITED BY SIZE INTO WS-DONE-PERIOD
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> --- The driver's list, in running order, then the
      *>     jobs it is to report and not run. Holds go on
      *>     the history and the run log ---
       2400-WRITE-DUE-LIST.
           OPEN OUTPUT DUE-FILE.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > WS-PLACED
               PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                       UNTIL WS-CD-IDX > WS-CD-COUNT
                   IF WS-CD-ACTION(WS-CD-IDX) = "RUN"
                       AND WS-CD-ORDER(WS-CD-IDX)
                           = WS-ORDER-IDX
                       PERFORM 2410-WRITE-ONE-DUE
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               IF WS-CD-ACTION(WS-CD-IDX) NOT = "RUN"
                   PERFORM 2410-WRITE-ONE-DUE
               END-IF
           END-PERFORM.
           CLOSE DUE-FILE.

       2410-WRITE-ONE-DUE.
           MOVE WS-CD-JC(WS-CD-IDX) TO WS-JC-IDX.
           INITIALIZE DUE-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           IF WS-CD-ACTION(WS-CD-IDX) = "RUN"
               MOVE WS-STEP-LETTERS(WS-CD-ORDER(WS-CD-IDX):1)
                   TO PD-STEP
           ELSE
               MOVE "-" TO PD-STEP
           END-IF.
           MOVE WS-JC-JOB(WS-JC-IDX)   TO PD-JOB.
           MOVE WS-CD-PERIOD(WS-CD-IDX) TO PD-PERIOD.
           MOVE WS-JC-INPUT(WS-JC-IDX) TO PD-INPUT-KIND.
           MOVE WS-CD-INPUT(WS-CD-IDX) TO PD-INPUT.
           MOVE WS-CD-ACTION(WS-CD-IDX) TO PD-ACTION.
           WRITE DUE-RECORD.

           MOVE SPACES TO WS-LOG-MESSAGE.
           EVALUATE WS-CD-ACTION(WS-CD-IDX)
               WHEN "RUN"
                   MOVE "I" TO WS-LOG-SEVERITY
                   STRING "Period-end step " PD-STEP ": "
                          PD-JOB " for " PD-PERIOD
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
               WHEN "DONE"
                   MOVE "I" TO WS-LOG-SEVERITY
                   STRING PD-JOB " for " PD-PERIOD
                          " already run - not run again"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE "W" TO WS-LOG-SEVERITY
                   STRING PD-JOB " for " PD-PERIOD
                          " held - waiting on "
                          WS-CD-WAITS-ON(WS-CD-IDX)
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
                   IF WS-CD-WAS-HELD(WS-CD-IDX) NOT = "Y"
                       PERFORM 2420-RECORD-HOLD
                   END-IF
           END-EVALUATE.
           DISPLAY WS-LOG-MESSAGE.
           CALL "RUNLOG" USING
               BY CONTENT WS-LOG-PROGRAM
               BY CONTENT WS-LOG-SEVERITY
               BY CONTENT WS-LOG-MESSAGE
           END-CALL.

       2420-RECORD-HOLD.
           MOVE WS-JC-JOB(WS-JC-IDX)    TO WS-DONE-JOB.
           MOVE WS-CD-PERIOD(WS-CD-IDX) TO WS-DONE-PERIOD.
           MOVE WS-CD-INPUT(WS-CD-IDX)  TO WS-NEW-INPUT.
           MOVE "HELD" TO WS-NEW-STATUS.
           PERFORM 6100-APPEND-HISTORY.

      *> --- Is WS-TEST-DATE a business day? Saturdays,
      *>     Sundays and calendar holidays are not - the
      *>     same rule BATCH applies ---
       3100-CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-BUS-DAY-FLAG.
           COMPUTE WS-TEST-INT =
               FUNCTION INTEGER-OF-DATE(WS-TEST-DATE).
           COMPUTE WS-DOW = FUNCTION MOD(WS-TEST-INT, 7).
           IF WS-DOW = 6 OR WS-DOW = 0
               MOVE "N" TO WS-BUS-DAY-FLAG
           END-IF.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-TEST-DATE
                   MOVE "N" TO WS-BUS-DAY-FLAG
               END-IF
           END-PERFORM.

      *> --- The day job WS-JC-IDX falls due in the period
      *>     holding WS-REF-DATE (0 when the offset runs
      *>     off the period) ---
       3200-FIND-DUE-DATE.
           EVALUATE WS-JC-FREQ(WS-JC-IDX)
               WHEN "M"
                   MOVE WS-REF-MM TO WS-FIRST-MM
                   MOVE WS-REF-MM TO WS-LAST-MM
               WHEN "Q"
                   COMPUTE WS-QTR = (WS-REF-MM - 1) / 3 + 1
                   COMPUTE WS-FIRST-MM = (WS-QTR - 1) * 3 + 1
                   COMPUTE WS-LAST-MM = WS-FIRST-MM + 2
               WHEN OTHER
                   MOVE 1  TO WS-FIRST-MM
                   MOVE 12 TO WS-LAST-MM
           END-EVALUATE.
           COMPUTE WS-WORK-DATE =
               WS-REF-YYYY * 10000 + WS-FIRST-MM * 100 + 1.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
      *>   The period ends the day before the next one starts
           IF WS-LAST-MM = 12
               COMPUTE WS-NEXT-YYYY = WS-REF-YYYY + 1
               MOVE 1 TO WS-NEXT-MM
           ELSE
               MOVE WS-REF-YYYY TO WS-NEXT-YYYY
               COMPUTE WS-NEXT-MM = WS-LAST-MM + 1
           END-IF.
           COMPUTE WS-WORK-DATE =
               WS-NEXT-YYYY * 10000 + WS-NEXT-MM * 100 + 1.
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1.

           MOVE WS-JC-OFFSET(WS-JC-IDX) TO WS-STEPS-LEFT.
           IF WS-JC-ANCHOR(WS-JC-IDX) = "F"
               MOVE WS-START-INT TO WS-DUE-INT
               PERFORM 3300-BUSINESS-DAY-FORWARD
               PERFORM UNTIL WS-STEPS-LEFT = 0
                       OR WS-DUE-INT > WS-END-INT
                   ADD 1 TO WS-DUE-INT
                   PERFORM 3300-BUSINESS-DAY-FORWARD
                   SUBTRACT 1 FROM WS-STEPS-LEFT
               END-PERFORM
           ELSE
               MOVE WS-END-INT TO WS-DUE-INT
               PERFORM 3310-BUSINESS-DAY-BACK
               PERFORM UNTIL WS-STEPS-LEFT = 0
                       OR WS-DUE-INT < WS-START-INT
                   SUBTRACT 1 FROM WS-DUE-INT
                   PERFORM 3310-BUSINESS-DAY-BACK
                   SUBTRACT 1 FROM WS-STEPS-LEFT
               END-PERFORM
           END-IF.
           IF WS-DUE-INT < WS-START-INT
               OR WS-DUE-INT > WS-END-INT
               MOVE 0 TO WS-DUE-DATE
           ELSE
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           END-IF.

      *> --- WS-DUE-INT onto the next business day, or left
      *>     where it is if it is one ---
       3300-BUSINESS-DAY-FORWARD.
           COMPUTE WS-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           PERFORM 3100-CHECK-BUSINESS-DAY.
           PERFORM UNTIL IS-BUSINESS-DAY
                   OR WS-DUE-INT > WS-END-INT
               ADD 1 TO WS-DUE-INT
               COMPUTE WS-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               PERFORM 3100-CHECK-BUSINESS-DAY
           END-PERFORM.

      *> --- ...and back to the one before ---
       3310-BUSINESS-DAY-BACK.
           COMPUTE WS-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           PERFORM 3100-CHECK-BUSINESS-DAY.
           PERFORM UNTIL IS-BUSINESS-DAY
                   OR WS-DUE-INT < WS-START-INT
               SUBTRACT 1 FROM WS-DUE-INT
               COMPUTE WS-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               PERFORM 3100-CHECK-BUSINESS-DAY
           END-PERFORM.

      *> --- The period a job falling due in WS-REF-DATE's
      *>     period works on - that one, or the one before
      *>     - as a key (YYYYMM, YYYYQn, YYYY) and as the
      *>     answer the job's prompt wants ---
       3400-PERIOD-FOR-DUE-DATE.
           IF WS-JC-PERIOD(WS-JC-IDX) = "P"
               COMPUTE WS-KEY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-START-INT - 1)
           ELSE
               MOVE WS-REF-DATE TO WS-KEY-DATE
           END-IF.
           MOVE SPACES TO WS-PERIOD-KEY WS-INPUT-VALUE.
           EVALUATE WS-JC-FREQ(WS-JC-IDX)
               WHEN "M"
                   MOVE WS-KEY-DATE(1:6) TO WS-PERIOD-KEY
                   MOVE WS-KEY-DATE(1:6) TO WS-INPUT-VALUE
               WHEN "Q"
                   COMPUTE WS-QTR = (WS-KEY-MM - 1) / 3 + 1
                   COMPUTE WS-QTR-END-MM = WS-QTR * 3
                   STRING WS-KEY-YYYY "Q" WS-QTR
                       DELIMITED BY SIZE INTO WS-PERIOD-KEY
                   END-STRING
                   STRING WS-KEY-YYYY WS-QTR-END-MM
                       DELIMITED BY SIZE INTO WS-INPUT-VALUE
                   END-STRING
               WHEN OTHER
                   MOVE WS-KEY-DATE(1:4) TO WS-PERIOD-KEY
                   MOVE WS-KEY-DATE(1:4) TO WS-INPUT-VALUE
           END-EVALUATE.
           EVALUATE WS-JC-INPUT(WS-JC-IDX)
               WHEN "P"
                   CONTINUE
               WHEN "Q"
                   MOVE SPACES TO WS-INPUT-VALUE
                   STRING WS-KEY-YYYY WS-QTR
                       DELIMITED BY SIZE INTO WS-INPUT-VALUE
                   END-STRING
               WHEN OTHER
                   MOVE SPACES TO WS-INPUT-VALUE
           END-EVALUATE.

      *> --- Has WS-DONE-JOB run for WS-DONE-PERIOD? ---
       3500-FIND-OK-IN-HISTORY.
           MOVE "N" TO WS-PH-FOUND.
           PERFORM VARYING WS-PH-SCAN FROM 1 BY 1
                   UNTIL WS-PH-SCAN > WS-PH-COUNT
               IF WS-PH-JOB(WS-PH-SCAN) = WS-DONE-JOB
                   AND WS-PH-PERIOD(WS-PH-SCAN) = WS-DONE-PERIOD
                   AND WS-PH-STATUS(WS-PH-SCAN) = "OK"
                   MOVE "Y" TO WS-PH-FOUND
               END-IF
           END-PERFORM.

      *> --- The next 30 days, business day by business
      *>     day, and anything held ---
       5000-WRITE-LOOKAHEAD.
           OPEN OUTPUT REPORT-FILE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "  PERIOD-END JOBS - NEXT 30 DAYS FROM "
                  WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-JC-COUNT = 0
               MOVE "  (no job-calendar.dat - nothing is "
                   & "scheduled)" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE "Date      Job       Period  After" TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 0 TO WS-LA-COUNT.
           MOVE WS-PROCESS-INT TO WS-LA-INT.
           COMPUTE WS-LA-END-INT = WS-PROCESS-INT + 30.
           PERFORM UNTIL WS-LA-INT > WS-LA-END-INT
               COMPUTE WS-LA-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LA-INT)
               MOVE WS-LA-DATE TO WS-TEST-DATE
               PERFORM 3100-CHECK-BUSINESS-DAY
               IF IS-BUSINESS-DAY
                   PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                           UNTIL WS-JC-IDX > WS-JC-COUNT
                       MOVE WS-LA-DATE TO WS-REF-DATE
                       PERFORM 3200-FIND-DUE-DATE
                       IF WS-DUE-DATE = WS-LA-DATE
                           PERFORM 3400-PERIOD-FOR-DUE-DATE
                           PERFORM 5100-WRITE-ONE-DUE-DAY
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WS-LA-INT
           END-PERFORM.
           IF WS-LA-COUNT = 0
               MOVE "  Nothing falls due." TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "HELD - WAITING ON A PREREQUISITE:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-LA-HELD-COUNT.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               IF WS-PH-STATUS(WS-PH-IDX) = "HELD"
                   MOVE WS-PH-JOB(WS-PH-IDX) TO WS-DONE-JOB
                   MOVE WS-PH-PERIOD(WS-PH-IDX)
                       TO WS-DONE-PERIOD
                   PERFORM 3500-FIND-OK-IN-HISTORY
                   IF NOT PH-WAS-FOUND
                       ADD 1 TO WS-LA-HELD-COUNT
                       MOVE SPACES TO WS-DETAIL
                       STRING "  " WS-PH-JOB(WS-PH-IDX)
                              " for " WS-PH-PERIOD(WS-PH-IDX)
                           DELIMITED BY SIZE INTO WS-DETAIL
                       END-STRING
                       MOVE WS-DETAIL TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LA-HELD-COUNT = 0
               MOVE "  None." TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE REPORT-FILE.

           MOVE WS-LA-COUNT TO WS-DISP-CNT.
           DISPLAY "Period-end runs in the next 30 days: "
               WS-DISP-CNT.
           DISPLAY "Look-ahead: " WS-REPORT-FILENAME.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.

      *> --- One job on one day, with what must go first ---
       5100-WRITE-ONE-DUE-DAY.
           ADD 1 TO WS-LA-COUNT.
           MOVE SPACES TO WS-PREREQ-TEXT.
           MOVE 1 TO WS-PREREQ-PTR.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > 3
               IF WS-JC-PREREQ-JOB(WS-JC-IDX, WS-PQ-IDX)
                       NOT = SPACES
                   STRING WS-JC-PREREQ-JOB(WS-JC-IDX, WS-PQ-IDX)
                          DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                       INTO WS-PREREQ-TEXT
                       WITH POINTER WS-PREREQ-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-DETAIL.
           STRING WS-LA-DATE "  " WS-JC-JOB(WS-JC-IDX)
                  " " WS-PERIOD-KEY "  " WS-PREREQ-TEXT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "          " WS-JC-DESC(WS-JC-IDX)
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- A job has run for its period: on the history,
      *>     and on the run log for RUNSUM ---
       6000-RECORD-DONE.
           MOVE SPACES TO WS-DONE-JOB WS-DONE-PERIOD.
           ACCEPT WS-DONE-JOB FROM ENVIRONMENT "JOBCAL_JOB".
           ACCEPT WS-DONE-PERIOD
               FROM ENVIRONMENT "JOBCAL_PERIOD".
           IF WS-DONE-JOB = SPACES OR WS-DONE-PERIOD = SPACES
               DISPLAY "ABEND: JOBCAL_MODE=DONE needs "
                   "JOBCAL_JOB and JOBCAL_PERIOD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-DONE-JOB) TO WS-DONE-JOB.
           MOVE FUNCTION UPPER-CASE(WS-DONE-PERIOD)
               TO WS-DONE-PERIOD.
           MOVE SPACES TO WS-NEW-INPUT.
           MOVE "OK" TO WS-NEW-STATUS.
           PERFORM 6100-APPEND-HISTORY.

           MOVE "I" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING WS-DONE-JOB " for " WS-DONE-PERIOD
                  " complete"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING.
           DISPLAY WS-LOG-MESSAGE.
           CALL "RUNLOG" USING
               BY CONTENT WS-LOG-PROGRAM
               BY CONTENT WS-LOG-SEVERITY
               BY CONTENT WS-LOG-MESSAGE
           END-CALL.
       6000-EXIT.
           CONTINUE.

      *> --- One line onto the job history for
      *>     WS-DONE-JOB and WS-DONE-PERIOD ---
       6100-APPEND-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           INITIALIZE HISTORY-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-DONE-JOB     TO PH-JOB.
           MOVE WS-DONE-PERIOD  TO PH-PERIOD.
           MOVE WS-NEW-INPUT    TO PH-INPUT.
           MOVE WS-PROCESS-DATE TO PH-BUS-DATE.
           MOVE WS-NEW-STATUS   TO PH-STATUS.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.
      *>   ...and onto the table, so tonight's look-ahead
      *>   shows it
           IF WS-PH-COUNT < 500
               ADD 1 TO WS-PH-COUNT
               MOVE PH-JOB    TO WS-PH-JOB(WS-PH-COUNT)
               MOVE PH-PERIOD TO WS-PH-PERIOD(WS-PH-COUNT)
               MOVE PH-INPUT  TO WS-PH-INPUT(WS-PH-COUNT)
               MOVE PH-STATUS TO WS-PH-STATUS(WS-PH-COUNT)
           END-IF.
