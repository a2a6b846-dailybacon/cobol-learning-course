       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERITAPL.
       AUTHOR. LEARNER.

      *> ============================================
      *> Merit increases applied on their effective date
      *> ============================================
      *> Runs in the nightly window, before the employee
      *> master is copied for the payroll step. Every
      *> approved merit increase (merit-cycle.dat, status
      *> A) whose effective date has come is applied to
      *> the canonical employee master:
      *>
      *>   - EMP-SALARY becomes the approved salary, and
      *>     the change goes to employee-audit.dat with
      *>     before/after images, the same as a change
      *>     keyed through EMPMAINT;
      *>   - where the increase applies after pay periods
      *>     from the effective date on have already paid
      *>     (approved late), the difference for those
      *>     periods - prorated by calendar day for the
      *>     period the date falls in - is raised as a
      *>     retro amount on pay-adjustments.dat for the
      *>     next PAYSUPP run;
      *>   - the line is marked applied (P), with the
      *>     date and any back pay.
      *>
      *> An increase is not applied (X, with a warning on
      *> the run log) when the employee has left, gone
      *> hourly, or had the salary changed since the
      *> worksheet - the increase was worked out from a
      *> salary they no longer have.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks meritapl.cob
      *>       ../13-subprograms/runlog.cob -o meritapl
      *>   BATCH_DATE=YYYYMMDD ./meritapl
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-FILE
               ASSIGN TO "merit-cycle.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

      *>   The canonical employee master lives with SEQFILES,
      *>   one directory chain over - same as EMPMAINT edits
           SELECT EMPLOYEE-FILE
               ASSIGN TO
                   "../10-sequential-files/employees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "employee-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "pay-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT PAYCTL-FILE
               ASSIGN TO "pay-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCTL-STATUS.

           SELECT ADJUST-FILE
               ASSIGN TO "pay-adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CYCLE-FILE.
       01 MERIT-RECORD.
           COPY "meritrec.cpy".

       FD EMPLOYEE-FILE.
       01 EMP-RECORD.
           COPY "empmast.cpy".

      *> EMPMAINT's audit layout: who, when, what it was,
      *> what it became, and why
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AUD-DATE         PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 AUD-OPERATOR     PIC X(10).
          05 FILLER           PIC X VALUE ",".
          05 AUD-ACTION       PIC X.
      *>     A=Added, C=Changed
          05 FILLER           PIC X VALUE ",".
          05 AUD-EMP-ID       PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 AUD-BEFORE       PIC X(85).
          05 FILLER           PIC X VALUE ",".
          05 AUD-AFTER        PIC X(85).
          05 FILLER           PIC X VALUE ",".
          05 AUD-REASON       PIC X(40).

      *> REPORTS' pay calendar: one pay period per group
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
          05 PC-GROUP         PIC X.
          05 FILLER           PIC X VALUE ",".
          05 PC-PERIOD        PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 PC-START         PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 PC-END           PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 PC-PAY-DATE      PIC 9(8).

      *> REPORTS' record of the group/periods already paid
       FD PAYCTL-FILE.
       01 PAYCTL-RECORD.
          05 PCT-GROUP        PIC X.
          05 FILLER           PIC X VALUE ",".
          05 PCT-PERIOD       PIC 9(6).

      *> PAYSUPP's adjustments layout
       FD ADJUST-FILE.
       01 ADJUST-RECORD.
          05 ADJ-EMP-ID       PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 ADJ-TYPE         PIC X.
      *>     A=retro amount, H=corrected hours
          05 FILLER           PIC X VALUE ",".
          05 ADJ-AMOUNT       PIC 9(6)V99.
          05 FILLER           PIC X VALUE ",".
          05 ADJ-HOURS        PIC 9(3)V9.
          05 FILLER           PIC X VALUE ",".
          05 ADJ-RATE         PIC 9(4)V99.
          05 FILLER           PIC X VALUE ",".
          05 ADJ-REASON       PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-CYC-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-EMP-STATUS      PIC XX.
       01 WS-AUDIT-STATUS    PIC XX.
       01 WS-CAL-STATUS      PIC XX.
       01 WS-PAYCTL-STATUS   PIC XX.
       01 WS-ADJ-STATUS      PIC XX.

       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Every cycle line in storage while the due ones are
      *>   applied and the file rewritten
       01 WS-MC-COUNT        PIC S9(4) COMP VALUE 0.
       01 WS-MC-TABLE.
          05 WS-MC-ENTRY OCCURS 1000 TIMES.
             10 WS-MC-REC      PIC X(133).
       01 WS-MC-IDX          PIC S9(4) COMP.
       01 WS-DUE-COUNT       PIC 9(4) VALUE 0.

      *>   The whole master in storage while it is changed
       01 WS-EMP-COUNT       PIC 9(3) VALUE 0.
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY OCCURS 200 TIMES.
      *>        Must hold the whole 83-byte empmast.cpy
      *>        record, or rewrites clip every pay group
             10 WS-EMP-REC     PIC X(83).
       01 WS-EMP-IDX         PIC 9(3).
       01 WS-EMP-MATCH-IDX   PIC 9(3) VALUE 0.
       01 WS-BEFORE-IMAGE    PIC X(85).

      *>   Back pay for periods already paid at the old salary
       01 WS-PERIOD-PAID     PIC X.
          88 PERIOD-WAS-PAID VALUE "Y".
       01 WS-RETRO-PERIODS   PIC 9(3)V9(4).
       01 WS-PERIOD-SHARE    PIC 9V9(4).
       01 WS-DAYS-IN-PERIOD  PIC 9(5).
       01 WS-DAYS-AT-NEW     PIC 9(5).
       01 WS-RETRO           PIC 9(6)V99.

       01 WS-APPLIED-COUNT   PIC 9(4) VALUE 0.
       01 WS-SKIPPED-COUNT   PIC 9(4) VALUE 0.
       01 WS-RETRO-COUNT     PIC 9(4) VALUE 0.
       01 WS-SKIP-REASON     PIC X(30).

       01 WS-LOG-PROGRAM     PIC X(8) VALUE "MERITAPL".
       01 WS-LOG-SEVERITY    PIC X.
       01 WS-LOG-MESSAGE     PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1100-SET-BUSINESS-DATE.
           PERFORM 1200-LOAD-CYCLE THRU 1200-EXIT.
           IF WS-DUE-COUNT = 0
               DISPLAY "MERITAPL: no merit increases due."
               STOP RUN
           END-IF.
           PERFORM 1300-LOAD-EMPLOYEES.

           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               MOVE WS-MC-REC(WS-MC-IDX) TO MERIT-RECORD
               IF MRT-APPROVED
                   AND MRT-EFF-DATE <= WS-PROCESS-DATE
                   PERFORM 2000-APPLY-ONE THRU 2000-EXIT
                   MOVE MERIT-RECORD TO WS-MC-REC(WS-MC-IDX)
               END-IF
           END-PERFORM.

           IF WS-APPLIED-COUNT > 0
               PERFORM 8000-REWRITE-EMPLOYEES
           END-IF.
           PERFORM 8100-REWRITE-CYCLE.

           MOVE "I" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "Merit applied " WS-APPLIED-COUNT
                  ", not applied " WS-SKIPPED-COUNT
                  ", back pay " WS-RETRO-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING.
           PERFORM 9000-LOG.
           DISPLAY "MERITAPL: " WS-LOG-MESSAGE.
           STOP RUN.

      *> --- The business date the increases fall due by ---
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

      *> --- Every cycle line into storage, counting the
      *>     ones due ---
       1200-LOAD-CYCLE.
           MOVE 0 TO WS-MC-COUNT.
           MOVE 0 TO WS-DUE-COUNT.
           OPEN INPUT CYCLE-FILE.
           IF NOT FS-SUCCESS
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CYCLE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-MC-COUNT >= 1000
      *>           Never load-cap and then rewrite: lines past
      *>           the table would be deleted for good
                   DISPLAY "ABEND: more than 1000 merit cycle "
                       "lines - raise WS-MC-TABLE."
                   CLOSE CYCLE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MC-COUNT
               MOVE MERIT-RECORD TO WS-MC-REC(WS-MC-COUNT)
               IF MRT-APPROVED
                   AND MRT-EFF-DATE <= WS-PROCESS-DATE
                   ADD 1 TO WS-DUE-COUNT
               END-IF
               READ CYCLE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CYCLE-FILE.
       1200-EXIT.
           CONTINUE.

      *> --- The whole master into storage ---
       1300-LOAD-EMPLOYEES.
           MOVE 0 TO WS-EMP-COUNT.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ABEND: no employees.dat - merit "
                   "increases due and nowhere to apply them."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ EMPLOYEE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-EMP-COUNT >= 200
      *>           Never load-cap and then rewrite: employees
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 200 employees - "
                       "raise WS-EMP-TABLE."
                   CLOSE EMPLOYEE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-RECORD TO WS-EMP-REC(WS-EMP-COUNT)
               READ EMPLOYEE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

      *> --- One approved increase onto the master ---
       2000-APPLY-ONE.
           MOVE 0 TO WS-EMP-MATCH-IDX.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-REC(WS-EMP-IDX)(1:4) = MRT-EMP-ID
                   MOVE WS-EMP-IDX TO WS-EMP-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-EMP-MATCH-IDX = 0
               MOVE "not on the employee master"
                   TO WS-SKIP-REASON
               GO TO 2900-NOT-APPLIED
           END-IF.
           MOVE WS-EMP-REC(WS-EMP-MATCH-IDX) TO EMP-RECORD.
           IF EMP-TERMINATED OR NOT EMP-SALARIED
               MOVE "no longer active and salaried"
                   TO WS-SKIP-REASON
               GO TO 2900-NOT-APPLIED
           END-IF.
           IF EMP-SALARY NOT = MRT-CUR-SALARY
               MOVE "salary changed since worksheet"
                   TO WS-SKIP-REASON
               GO TO 2900-NOT-APPLIED
           END-IF.

           MOVE "P"             TO MRT-STATUS.
           MOVE WS-PROCESS-DATE TO MRT-APPLIED-DATE.
           MOVE 0               TO MRT-RETRO.
      *>   A zero proposal is approved but changes nothing
           IF MRT-NEW-SALARY = MRT-CUR-SALARY
               GO TO 2000-EXIT
           END-IF.

           MOVE EMP-RECORD(1:83) TO WS-BEFORE-IMAGE.
           MOVE MRT-NEW-SALARY TO EMP-SALARY.
           MOVE EMP-RECORD TO WS-EMP-REC(WS-EMP-MATCH-IDX).
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 4000-WRITE-AUDIT.

           IF MRT-EFF-DATE < WS-PROCESS-DATE
               PERFORM 3000-COMPUTE-RETRO THRU 3000-EXIT
           END-IF.
           GO TO 2000-EXIT.

       2900-NOT-APPLIED.
           MOVE "X" TO MRT-STATUS.
           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE "W" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-MESSAGE.
           STRING "Merit for " MRT-EMP-ID " not applied - "
                  WS-SKIP-REASON
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING.
           PERFORM 9000-LOG.
       2000-EXIT.
           CONTINUE.

      *> --- Back pay: the increase for every period of the
      *>     employee's pay group already paid from the
      *>     effective date on ---
       3000-COMPUTE-RETRO.
           MOVE 0 TO WS-RETRO-PERIODS.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CALENDAR-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF PC-GROUP = EMP-PAY-GROUP
                   AND PC-END >= MRT-EFF-DATE
                   PERFORM 3100-WAS-PERIOD-PAID THRU 3100-EXIT
                   IF PERIOD-WAS-PAID
                       PERFORM 3200-ADD-PERIOD-SHARE
                   END-IF
               END-IF
               READ CALENDAR-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.

           COMPUTE WS-RETRO ROUNDED =
               (MRT-NEW-SALARY - MRT-CUR-SALARY)
               * WS-RETRO-PERIODS.
           IF WS-RETRO = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-RETRO TO MRT-RETRO.
           ADD 1 TO WS-RETRO-COUNT.
           OPEN EXTEND ADJUST-FILE.
           IF WS-ADJ-STATUS NOT = "00"
               OPEN OUTPUT ADJUST-FILE
           END-IF.
           INITIALIZE ADJUST-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE MRT-EMP-ID TO ADJ-EMP-ID.
           MOVE "A"        TO ADJ-TYPE.
           MOVE WS-RETRO   TO ADJ-AMOUNT.
           MOVE 0          TO ADJ-HOURS.
           MOVE 0          TO ADJ-RATE.
           STRING "MERIT RETRO " MRT-EFF-DATE
               DELIMITED BY SIZE INTO ADJ-REASON
           END-STRING.
           WRITE ADJUST-RECORD.
           CLOSE ADJUST-FILE.
       3000-EXIT.
           CONTINUE.

      *> --- Has REPORTS paid this group/period? ---
       3100-WAS-PERIOD-PAID.
           MOVE "N" TO WS-PERIOD-PAID.
           OPEN INPUT PAYCTL-FILE.
           IF WS-PAYCTL-STATUS NOT = "00"
               GO TO 3100-EXIT
           END-IF.
           PERFORM UNTIL WS-PAYCTL-STATUS NOT = "00"
               READ PAYCTL-FILE
                   AT END
                       MOVE "10" TO WS-PAYCTL-STATUS
                   NOT AT END
                       IF PCT-GROUP = PC-GROUP
                           AND PCT-PERIOD = PC-PERIOD
                           MOVE "Y" TO WS-PERIOD-PAID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYCTL-FILE.
       3100-EXIT.
           CONTINUE.

      *> --- A whole period, or the share of the period the
      *>     effective date falls in from that day on ---
       3200-ADD-PERIOD-SHARE.
           IF PC-START >= MRT-EFF-DATE
               ADD 1 TO WS-RETRO-PERIODS
           ELSE
               COMPUTE WS-DAYS-IN-PERIOD =
                   FUNCTION INTEGER-OF-DATE(PC-END)
                   - FUNCTION INTEGER-OF-DATE(PC-START) + 1
               COMPUTE WS-DAYS-AT-NEW =
                   FUNCTION INTEGER-OF-DATE(PC-END)
                   - FUNCTION INTEGER-OF-DATE(MRT-EFF-DATE) + 1
               COMPUTE WS-PERIOD-SHARE ROUNDED =
                   WS-DAYS-AT-NEW / WS-DAYS-IN-PERIOD
               ADD WS-PERIOD-SHARE TO WS-RETRO-PERIODS
           END-IF.

      *> --- One audit line, in EMPMAINT's convention ---
       4000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           INITIALIZE AUDIT-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-PROCESS-DATE  TO AUD-DATE.
           MOVE WS-LOG-PROGRAM   TO AUD-OPERATOR.
           MOVE "C"              TO AUD-ACTION.
           MOVE MRT-EMP-ID       TO AUD-EMP-ID.
           MOVE WS-BEFORE-IMAGE  TO AUD-BEFORE.
           MOVE EMP-RECORD(1:83) TO AUD-AFTER.
           STRING "Merit " MRT-CYCLE
                  " eff " MRT-EFF-DATE
                  " appr " MRT-APPR-BY
               DELIMITED BY SIZE INTO AUD-REASON
           END-STRING.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      *> --- The master back from storage ---
       8000-REWRITE-EMPLOYEES.
           OPEN OUTPUT EMPLOYEE-FILE.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               MOVE WS-EMP-REC(WS-EMP-IDX) TO EMP-RECORD
               WRITE EMP-RECORD
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

      *> --- The cycle file back from storage ---
       8100-REWRITE-CYCLE.
           OPEN OUTPUT CYCLE-FILE.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-COUNT
               MOVE WS-MC-REC(WS-MC-IDX) TO MERIT-RECORD
               WRITE MERIT-RECORD
           END-PERFORM.
           CLOSE CYCLE-FILE.

      *> --- One event on the shared run log ---
       9000-LOG.
           CALL "RUNLOG" USING
               BY CONTENT WS-LOG-PROGRAM
               BY CONTENT WS-LOG-SEVERITY
               BY CONTENT WS-LOG-MESSAGE
           END-CALL.
