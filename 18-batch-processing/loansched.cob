      *> The printable page the branches hand the
      *> customer at signing.
      *>
      *> A blank account number reprints instead for
      *> every loan a partial prepayment re-amortized
      *> (loan-reschedule.dat, appended by BATCH), then
      *> empties the list - the driver asks for this
      *> after BATCH whenever the list has entries.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks loansched.cob
      *>       ../13-subprograms/intcalc.cob -o loansched
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT RESCHED-FILE
               ASSIGN TO "loan-reschedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESCHED-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SCHED-FILE.
       01 SCHED-LINE         PIC X(70).

      *>   One partially prepaid loan, as BATCH lays it out
       FD RESCHED-FILE.
       01 RESCHED-RECORD.
          05 RS-POST-DATE     PIC 9(8).
          05 FILLER           PIC X.
          05 RS-ACCT-NO       PIC X(8).
          05 FILLER           PIC X.
          05 RS-OPTION        PIC X.
      *>     T=Term shortened, R=Payment recast
          05 FILLER           PIC X.
          05 RS-REF-NO        PIC 9(9).
          05 FILLER           PIC X.
          05 RS-PREPAID       PIC 9(7)V99.
          05 FILLER           PIC X.
          05 RS-OLD-PAYMENT   PIC 9(7)V99.
          05 FILLER           PIC X.
          05 RS-NEW-PAYMENT   PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-SCHED-STATUS    PIC XX.
       01 WS-RESCHED-STATUS  PIC XX.
       01 WS-RESCHED-EOF     PIC X VALUE "N".
          88 RESCHED-AT-END  VALUE "Y".
       01 WS-REPRINT-FLAG    PIC X VALUE "N".
          88 REPRINTING      VALUE "Y".
       01 WS-REPRINT-COUNT   PIC 9(4) VALUE 0.

       01 WS-ASK-ACCT         PIC X(8).
       01 WS-SCHED-FILENAME   PIC X(30).
       01 WS-DISP-INT        PIC $ZZZ,ZZ9.99.
       01 WS-DISP-PRIN       PIC $ZZZ,ZZ9.99.
       01 WS-DISP-BAL        PIC $ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-PMT        PIC $ZZZ,ZZ9.99.
       01 WS-RPT-DETAIL      PIC X(70).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF WS-ASK-ACCT = SPACES
               PERFORM 4000-REPRINT-RESCHEDULED
                   THRU 4000-EXIT
           ELSE
               PERFORM 1100-FIND-THE-LOAN
               PERFORM 1200-OPEN-SCHEDULE
               PERFORM 2000-PRINT-SCHEDULE
               PERFORM 2900-CLOSE-SCHEDULE
           END-IF.
           PERFORM 3000-CLEANUP.
           STOP RUN.

      *> --- Which loan ---
       1000-INITIALIZE.
           DISPLAY "=== Loan Amortization Schedule ===".
           DISPLAY "Loan account number (blank = reprint "
               "prepaid loans): " WITH NO ADVANCING.
           ACCEPT WS-ASK-ACCT.

           OPEN INPUT ACCOUNT-MASTER.
               STOP RUN
           END-IF.

      *> --- Find the loan asked for ---
       1100-FIND-THE-LOAN.
           MOVE WS-ASK-ACCT TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               CLOSE ACCOUNT-MASTER
               STOP RUN
           END-IF.
           IF AM-LOAN-STATUS = "P"
               DISPLAY WS-ASK-ACCT " is paid off - nothing "
                   "left to schedule."
               CLOSE ACCOUNT-MASTER
               STOP RUN
           END-IF.

      *> --- The loan's schedule file, fresh run-off totals ---
       1200-OPEN-SCHEDULE.
           MOVE SPACES TO WS-SCHED-FILENAME.
           STRING "amortization-" DELIMITED BY SIZE
                   AM-ACCT-NO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME
           END-STRING.
           OPEN OUTPUT SCHED-FILE.
           MOVE 0 TO WS-CYCLE-NO.
           MOVE 0 TO WS-TOT-INT.

      *> --- Run the balance down cycle by cycle ---
       2000-PRINT-SCHEDULE.
           END-STRING.
           MOVE WS-RPT-DETAIL TO SCHED-LINE.
           WRITE SCHED-LINE.
           IF REPRINTING
               PERFORM 2050-PRINT-PREPAYMENT-NOTE
           END-IF.
           MOVE SPACES TO SCHED-LINE.
           WRITE SCHED-LINE.
           MOVE "  Cycle     Interest    Principal"
               WRITE SCHED-LINE
           END-IF.

      *> --- Why this schedule was reprinted ---
       2050-PRINT-PREPAYMENT-NOTE.
           MOVE RS-PREPAID TO WS-DISP-PRIN.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Reprinted after a prepayment of "
                  WS-DISP-PRIN " on " RS-POST-DATE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO SCHED-LINE.
           WRITE SCHED-LINE.
           MOVE AM-LOAN-PAYMENT TO WS-DISP-PMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           IF RS-OPTION = "R"
               MOVE RS-OLD-PAYMENT TO WS-DISP-INT
               STRING "Payment recast from " WS-DISP-INT
                      " to " WS-DISP-PMT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
           ELSE
               STRING "Payment unchanged at " WS-DISP-PMT
                      " - the term shortens"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
           END-IF.
           MOVE WS-RPT-DETAIL TO SCHED-LINE.
           WRITE SCHED-LINE.

      *> --- One payment cycle: interest first, rest to
      *>     principal, final cycle collects only what's owed ---
       2100-PRINT-ONE-CYCLE.
           MOVE WS-RPT-DETAIL TO SCHED-LINE.
           WRITE SCHED-LINE.

      *> --- One loan's schedule done ---
       2900-CLOSE-SCHEDULE.
           CLOSE SCHED-FILE.
           DISPLAY "Schedule written to " WS-SCHED-FILENAME.

      *> --- Close out ---
       3000-CLEANUP.
           CLOSE ACCOUNT-MASTER.

      *> --- A fresh schedule for every loan on the
      *>     reschedule list, then an empty list ---
       4000-REPRINT-RESCHEDULED.
           SET REPRINTING TO TRUE.
           OPEN INPUT RESCHED-FILE.
           IF WS-RESCHED-STATUS NOT = "00"
               DISPLAY "No loans awaiting a new schedule."
               GO TO 4000-EXIT
           END-IF.
           READ RESCHED-FILE
               AT END SET RESCHED-AT-END TO TRUE
           END-READ.
           PERFORM UNTIL RESCHED-AT-END
               PERFORM 4100-REPRINT-ONE-LOAN
               READ RESCHED-FILE
                   AT END SET RESCHED-AT-END TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RESCHED-FILE.
           OPEN OUTPUT RESCHED-FILE.
           CLOSE RESCHED-FILE.
           DISPLAY "Schedules reprinted: " WS-REPRINT-COUNT.
       4000-EXIT.
           CONTINUE.

      *> --- One listed loan, as the master now carries it ---
       4100-REPRINT-ONE-LOAN.
           MOVE RS-ACCT-NO TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   DISPLAY "WARNING: " RS-ACCT-NO
                       " no longer on the master - skipped"
               NOT INVALID KEY
                   PERFORM 1200-OPEN-SCHEDULE
                   PERFORM 2000-PRINT-SCHEDULE
                   PERFORM 2900-CLOSE-SCHEDULE
                   ADD 1 TO WS-REPRINT-COUNT
           END-READ.
