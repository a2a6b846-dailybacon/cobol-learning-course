       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRTAX.
       AUTHOR. LEARNER.

      *> ============================================
      *> Quarterly employer tax return and state wages
      *> ============================================
      *> Every quarter end someone rebuilt the federal
      *> employer return and the state unemployment wage
      *> listing by hand from the payroll reports. This
      *> job files a quarter instead:
      *>
      *>   1. refuses a quarter that hasn't ended - it
      *>      files from the quarter's last business day,
      *>      once that night's payroll has run - one
      *>      already filed (qtrtax-control.dat), one
      *>      whose year YEAREND has already zeroed, and
      *>      one with a pay-calendar period paying inside
      *>      it that pay-control.dat doesn't show paid;
      *>   2. takes each employee's quarter from the YTD
      *>      master - the year to the quarter end less
      *>      the year to the previous quarter end, which
      *>      this job snapshots on qtr-ytd-snapshot.dat
      *>      every time it files;
      *>   3. reconciles the quarter's wages, withholding
      *>      and employer tax to what REPORTS, PAYSUPP and
      *>      TERMEMP booked to 2200 and 2210, as kept on
      *>      payroll-tax-register.dat;
      *>   4. prints the federal return with the
      *>      reconciliation (federal-return-YYYYQn.txt)
      *>      and the state wage listing with the taxable
      *>      wage base applied (state-wages-YYYYQn.txt);
      *>   5. writes their fixed-format filing files,
      *>      federal-return-YYYYQn.dat and
      *>      state-wage-file-YYYYQn.dat.
      *>
      *> Wages or withholding that don't tie to the
      *> register to the cent print, but nothing is filed
      *> (RETURN-CODE 8). Employer tax the payroll booked
      *> short of the return - PAYSUPP and TERMEMP book
      *> none, and per-pay rounding drifts - files with a
      *> warning (RETURN-CODE 4) for a JEMAINT entry.
      *>
      *> A run late into the next quarter is fine: the
      *> register's later lines are backed out of the YTD
      *> master first. The fourth quarter must file before
      *> YEAREND zeroes the year; the period-end calendar
      *> runs both on the year's last business day, this
      *> job first.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks qtrtax.cob -o qtrtax
      *>   ./qtrtax
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-MASTER
               ASSIGN TO "ytd-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO "employees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

           SELECT TAXREG-FILE
               ASSIGN TO "payroll-tax-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PXR-STATUS.

           SELECT ER-RATES-FILE
               ASSIGN TO "payroll-er-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "pay-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT PAYCTL-FILE
               ASSIGN TO "pay-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCTL-STATUS.

           SELECT SNAP-FILE
               ASSIGN TO "qtr-ytd-snapshot.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO "qtrtax-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT YE-CONTROL-FILE
               ASSIGN TO "yearend-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEC-STATUS.

      *>   BATCH's business days: no weekends, no dates on
      *>   its holiday calendar
           SELECT HOLIDAY-FILE
               ASSIGN TO "../18-batch-processing/holiday-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT RETURN-FILE
               ASSIGN TO WS-RETURN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT STATE-FILE
               ASSIGN TO WS-STATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STW-STATUS.

           SELECT FED-FILING-FILE
               ASSIGN TO WS-FED-FILING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FFL-STATUS.

           SELECT SUI-FILING-FILE
               ASSIGN TO WS-SUI-FILING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SFL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD YTD-MASTER.
       01 YTD-RECORD.
          05 YTD-EMP-ID       PIC X(4).
          05 YTD-GROSS        PIC 9(9)V99.
          05 YTD-NET          PIC 9(9)V99.
          05 YTD-TAX          PIC 9(9)V99.
          05 YTD-LAST-PERIOD  PIC 9(6).
          05 YTD-LAST-NET     PIC 9(9)V99.
          05 YTD-RET-EE       PIC 9(9)V99.
          05 YTD-RET-ER       PIC 9(9)V99.

      *> The canonical layout; only id and name matter here
       FD EMPLOYEE-FILE.
       01 EMP-RECORD.
           COPY "empmast.cpy".

       FD TAXREG-FILE.
       01 TAX-REGISTER-RECORD.
           COPY "paytaxr.cpy".

      *> One employer-side rate: key and value, two implied
      *> decimals, the batch-params.dat convention
       FD ER-RATES-FILE.
       01 ER-RATE-RECORD.
          05 ERR-KEY          PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 ERR-VALUE        PIC 9(9)V99.

      *> One pay period per group
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

      *> One paid group/period
       FD PAYCTL-FILE.
       01 PAYCTL-RECORD.
          05 PCT-GROUP        PIC X.
          05 FILLER           PIC X VALUE ",".
          05 PCT-PERIOD       PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 PCT-PAID-DATE    PIC 9(8).

      *> One employee's year to a filed quarter's end
       FD SNAP-FILE.
       01 SNAP-RECORD.
          05 QS-YEAR          PIC 9(4).
          05 FILLER           PIC X VALUE ",".
          05 QS-QTR           PIC 9.
          05 FILLER           PIC X VALUE ",".
          05 QS-EMP-ID        PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 QS-GROSS         PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 QS-TAX           PIC 9(9)V99.

      *> One filed quarter
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 QC-YEAR          PIC 9(4).
          05 FILLER           PIC X VALUE ",".
          05 QC-QTR           PIC 9.
          05 FILLER           PIC X VALUE ",".
          05 QC-FILED-DATE    PIC 9(8).

       FD YE-CONTROL-FILE.
       01 YE-CONTROL-RECORD.
          05 CTL-LAST-YEAR    PIC 9(4).

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
          05 HOL-DATE         PIC 9(8).

       FD RETURN-FILE.
       01 RETURN-LINE        PIC X(70).

       FD STATE-FILE.
       01 STATE-LINE         PIC X(70).

       FD FED-FILING-FILE.
       01 FED-FILING-LINE    PIC X(100).

       FD SUI-FILING-FILE.
       01 SUI-FILING-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-YTD-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-EMP-STATUS      PIC XX.
       01 WS-PXR-STATUS      PIC XX.
       01 WS-ERR-STATUS      PIC XX.
       01 WS-CAL-STATUS      PIC XX.
       01 WS-PAYCTL-STATUS   PIC XX.
       01 WS-SNAP-STATUS     PIC XX.
       01 WS-CTL-STATUS      PIC XX.
       01 WS-YEC-STATUS      PIC XX.
       01 WS-HOL-STATUS      PIC XX.
       01 WS-RTN-STATUS      PIC XX.
       01 WS-STW-STATUS      PIC XX.
       01 WS-FFL-STATUS      PIC XX.
       01 WS-SFL-STATUS      PIC XX.

      *> --- The quarter being filed ---
       01 WS-FILE-YEAR       PIC 9(4) VALUE 0.
       01 WS-FILE-QTR        PIC 9 VALUE 0.
       01 WS-PRIOR-QTR       PIC 9 VALUE 0.
       01 WS-QTR-START       PIC 9(8) VALUE 0.
       01 WS-QTR-END         PIC 9(8) VALUE 0.
       01 WS-QTR-TAG         PIC X(6).
       01 WS-QTR-END-DAYS    PIC X(16) VALUE "0331063009301231".
       01 WS-QTR-END-TABLE REDEFINES WS-QTR-END-DAYS.
          05 WS-QTR-END-MMDD PIC 9(4) OCCURS 4 TIMES.
       01 WS-LAST-CLOSED     PIC 9(4) VALUE 0.
       01 WS-YEAR-FILINGS    PIC 9 VALUE 0.
       01 WS-PRIOR-FILED     PIC X VALUE "N".
          88 PRIOR-QTR-FILED VALUE "Y".
       01 WS-FIRST-FILING    PIC X VALUE "N".
          88 FIRST-FILING-OF-YEAR VALUE "Y".

      *> --- Business days still to come in the quarter ---
       01 WS-HOL-COUNT       PIC 9(3) VALUE 0.
       01 WS-HOL-TABLE.
          05 WS-HOL-ENTRY OCCURS 200 TIMES PIC 9(8).
       01 WS-HOL-IDX         PIC 9(3).
       01 WS-TEST-DATE       PIC 9(8).
       01 WS-TEST-INT        PIC S9(9) COMP.
       01 WS-QTR-END-INT     PIC S9(9) COMP.
       01 WS-DOW             PIC 9.
       01 WS-BUS-DAY-LEFT    PIC X VALUE "N".
          88 BUS-DAY-LEFT    VALUE "Y".

      *> --- The filing date: the BATCH_DATE parameter when
      *>     ops supply one, the clock otherwise ---
       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.

       01 WS-RETURN-FILENAME     PIC X(30).
       01 WS-STATE-FILENAME      PIC X(30).
       01 WS-FED-FILING-FILENAME PIC X(30).
       01 WS-SUI-FILING-FILENAME PIC X(30).

      *> --- Rates off payroll-er-rates.dat ---
       01 WS-ERR-SEEN        PIC 9(2) VALUE 0.
       01 WS-SUI-SEEN        PIC 9(2) VALUE 0.
       01 WS-ER-SS-PCT       PIC 9(2)V99 VALUE 0.
       01 WS-ER-SS-BASE      PIC 9(9)V99 VALUE 0.
       01 WS-ER-MEDI-PCT     PIC 9(2)V99 VALUE 0.
       01 WS-SUI-BASE        PIC 9(9)V99 VALUE 0.
       01 WS-SUI-PCT         PIC 9(2)V99 VALUE 0.

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
       01 WS-YTD-EOF         PIC X VALUE "N".
          88 YTD-AT-END      VALUE "Y".

      *> --- Periods paid: pay-control.dat in storage ---
       01 WS-PAID-COUNT      PIC 9(4) VALUE 0.
       01 WS-PAID-TABLE.
          05 WS-PAID-ENTRY OCCURS 1000 TIMES
             INDEXED BY WS-PAID-IDX.
             10 WS-PD-GROUP    PIC X.
             10 WS-PD-PERIOD   PIC 9(6).
       01 WS-PERIODS-IN-QTR  PIC 9(3) VALUE 0.
       01 WS-PERIODS-UNPAID  PIC 9(3) VALUE 0.
       01 WS-PERIOD-PAID     PIC X VALUE "N".
          88 PERIOD-WAS-PAID VALUE "Y".

      *> --- One line per employee with anything this year:
      *>     the register's quarter and later lines, the YTD
      *>     master, the previous quarter's snapshot, and
      *>     what the return makes of them ---
       01 WS-QE-COUNT        PIC 9(3) VALUE 0.
       01 WS-QE-TABLE.
          05 WS-QE-ENTRY OCCURS 500 TIMES
             INDEXED BY WS-QE-IDX.
             10 WS-QE-EMP        PIC X(4).
             10 WS-QE-NAME       PIC X(20).
             10 WS-QE-ON-YTD     PIC X.
             10 WS-QE-YTD-GROSS  PIC S9(9)V99.
             10 WS-QE-YTD-TAX    PIC S9(9)V99.
             10 WS-QE-PRIOR-GROSS PIC S9(9)V99.
             10 WS-QE-PRIOR-TAX  PIC S9(9)V99.
             10 WS-QE-REG-GROSS  PIC S9(9)V99.
             10 WS-QE-REG-TAX    PIC S9(9)V99.
             10 WS-QE-REG-ER     PIC S9(9)V99.
             10 WS-QE-LATER-GROSS PIC S9(9)V99.
             10 WS-QE-LATER-TAX  PIC S9(9)V99.
             10 WS-QE-QTR-GROSS  PIC S9(9)V99.
             10 WS-QE-QTR-TAX    PIC S9(9)V99.
             10 WS-QE-SUI-EXCESS PIC S9(9)V99.
             10 WS-QE-SUI-TAXABLE PIC S9(9)V99.
       01 WS-FOUND-IDX       PIC 9(3) VALUE 0.
       01 WS-LOOK-EMP        PIC X(4).

      *> --- One employee's working figures ---
       01 WS-ROOM            PIC S9(9)V99.
       01 WS-SS-TAXABLE      PIC S9(9)V99.

      *> --- What the register says was booked, by source ---
       01 WS-RP-GROSS        PIC S9(9)V99 VALUE 0.
       01 WS-RP-TAX          PIC S9(9)V99 VALUE 0.
       01 WS-RP-ER           PIC S9(9)V99 VALUE 0.
       01 WS-PS-GROSS        PIC S9(9)V99 VALUE 0.
       01 WS-PS-TAX          PIC S9(9)V99 VALUE 0.
       01 WS-PS-ER           PIC S9(9)V99 VALUE 0.
       01 WS-TE-GROSS        PIC S9(9)V99 VALUE 0.
       01 WS-TE-TAX          PIC S9(9)V99 VALUE 0.
       01 WS-TE-ER           PIC S9(9)V99 VALUE 0.
       01 WS-BOOKED-GROSS    PIC S9(9)V99 VALUE 0.
       01 WS-BOOKED-TAX      PIC S9(9)V99 VALUE 0.
       01 WS-BOOKED-ER       PIC S9(9)V99 VALUE 0.
       01 WS-REG-LINES       PIC 9(5) VALUE 0.

      *> --- The return's totals ---
       01 WS-EMP-PAID        PIC 9(5) VALUE 0.
       01 WS-TOT-WAGES       PIC S9(9)V99 VALUE 0.
       01 WS-TOT-WITHHELD    PIC S9(9)V99 VALUE 0.
       01 WS-TOT-SS-WAGES    PIC S9(9)V99 VALUE 0.
       01 WS-TOT-SS-TAX      PIC S9(9)V99 VALUE 0.
       01 WS-TOT-MEDI-TAX    PIC S9(9)V99 VALUE 0.
       01 WS-TOT-ER-TAX      PIC S9(9)V99 VALUE 0.
       01 WS-TOT-LIABILITY   PIC S9(9)V99 VALUE 0.
       01 WS-TOT-SUI-EXCESS  PIC S9(9)V99 VALUE 0.
       01 WS-TOT-SUI-TAXABLE PIC S9(9)V99 VALUE 0.
       01 WS-TOT-SUI-DUE     PIC S9(9)V99 VALUE 0.
       01 WS-DIFF            PIC S9(9)V99 VALUE 0.

      *> --- Reconciliation outcome ---
       01 WS-MISMATCHES      PIC 9(3) VALUE 0.
       01 WS-ER-SHORT        PIC X VALUE "N".
          88 ER-TAX-BOOKED-SHORT VALUE "Y".

      *> --- Print edits ---
       01 WS-DISP-AMT        PIC $Z,ZZZ,ZZ9.99-.
       01 WS-COL-1           PIC Z,ZZZ,ZZ9.99-.
       01 WS-COL-2           PIC Z,ZZZ,ZZ9.99-.
       01 WS-COL-3           PIC Z,ZZZ,ZZ9.99-.
       01 WS-DISP-CNT        PIC ZZZZ9.
       01 WS-DISP-PCT        PIC Z9.99.
       01 WS-DETAIL          PIC X(70).

      *> --- The federal filing record: one per quarter,
      *>     unsigned, zero-filled, implied decimals ---
       01 WS-FED-FILING.
          05 FF-REC-TYPE      PIC X(2) VALUE "FQ".
          05 FF-YEAR          PIC 9(4).
          05 FF-QTR           PIC 9.
          05 FF-EMP-COUNT     PIC 9(5).
          05 FF-WAGES         PIC 9(9)V99.
          05 FF-WITHHELD      PIC 9(9)V99.
          05 FF-SS-WAGES      PIC 9(9)V99.
          05 FF-SS-TAX        PIC 9(9)V99.
          05 FF-MEDI-WAGES    PIC 9(9)V99.
          05 FF-MEDI-TAX      PIC 9(9)V99.
          05 FF-TOTAL-TAX     PIC 9(9)V99.
          05 FF-FILED-DATE    PIC 9(8).
          05 FILLER           PIC X(3) VALUE SPACES.

      *> --- The state wage file: a header, one detail per
      *>     employee paid, and a trailer ---
       01 WS-SUI-HEADER.
          05 SH-REC-TYPE      PIC X(2) VALUE "SH".
          05 SH-YEAR          PIC 9(4).
          05 SH-QTR           PIC 9.
          05 SH-WAGE-BASE     PIC 9(9)V99.
          05 SH-RATE-PCT      PIC 9(2)V99.
          05 SH-FILED-DATE    PIC 9(8).
          05 FILLER           PIC X(70) VALUE SPACES.
       01 WS-SUI-DETAIL.
          05 SD-REC-TYPE      PIC X(2) VALUE "SD".
          05 SD-EMP-ID        PIC X(4).
          05 SD-EMP-NAME      PIC X(20).
          05 SD-WAGES         PIC 9(9)V99.
          05 SD-EXCESS        PIC 9(9)V99.
          05 SD-TAXABLE       PIC 9(9)V99.
          05 FILLER           PIC X(41) VALUE SPACES.
       01 WS-SUI-TRAILER.
          05 ST-REC-TYPE      PIC X(2) VALUE "ST".
          05 ST-EMP-COUNT     PIC 9(5).
          05 ST-WAGES         PIC 9(9)V99.
          05 ST-EXCESS        PIC 9(9)V99.
          05 ST-TAXABLE       PIC 9(9)V99.
          05 ST-DUE           PIC 9(9)V99.
          05 FILLER           PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-CHECK-THE-QUARTER THRU 1000-EXIT.
           PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
           PERFORM 1300-CHECK-PERIODS-PAID THRU 1300-EXIT.
           PERFORM 1600-LOAD-REGISTER THRU 1600-EXIT.
           PERFORM 1700-LOAD-YTD-MASTER THRU 1700-EXIT.
           PERFORM 1800-LOAD-PRIOR-SNAPSHOT THRU 1800-EXIT.
           PERFORM 1900-LOAD-NAMES.
           PERFORM 2000-FIGURE-THE-QUARTER.
           PERFORM 3000-PRINT-FEDERAL-RETURN.
           PERFORM 3500-PRINT-RECONCILIATION.
           PERFORM 4000-PRINT-STATE-LISTING.

           IF WS-MISMATCHES > 0
               DISPLAY "NOT FILED: " WS-MISMATCHES
                   " employee(s) don't tie to the payroll "
                   "postings - see " WS-RETURN-FILENAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 5000-WRITE-FILING-FILES.
           PERFORM 5500-WRITE-SNAPSHOT.
           PERFORM 5800-RECORD-THE-FILING.
           IF ER-TAX-BOOKED-SHORT
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> --- Which quarter files, and may it file yet ---
       1000-CHECK-THE-QUARTER.
           DISPLAY "=== Quarterly Payroll Tax Returns ===".
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

           DISPLAY "Year (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-FILE-YEAR.
           DISPLAY "Quarter (1-4): " WITH NO ADVANCING.
           ACCEPT WS-FILE-QTR.
           IF WS-FILE-YEAR < 1900 OR WS-FILE-QTR < 1
                   OR WS-FILE-QTR > 4
               DISPLAY "ABEND: no such quarter."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-QTR-START =
               WS-FILE-YEAR * 10000
               + ((WS-FILE-QTR - 1) * 3 + 1) * 100 + 1.
           COMPUTE WS-QTR-END =
               WS-FILE-YEAR * 10000
               + WS-QTR-END-MMDD(WS-FILE-QTR).
           IF WS-PROCESS-DATE NOT > WS-QTR-END
               PERFORM 1050-FIND-BUSINESS-DAY-LEFT
                   THRU 1050-EXIT
               IF BUS-DAY-LEFT
                   DISPLAY "ABEND: the quarter runs through "
                       WS-QTR-END " - it can't file on "
                       WS-PROCESS-DATE "."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *>   YEAREND zeroes the master; a quarter of a closed
      *>   year has nothing left to take its wages from
           OPEN INPUT YE-CONTROL-FILE.
           IF WS-YEC-STATUS = "00"
               READ YE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CTL-LAST-YEAR TO WS-LAST-CLOSED
               END-READ
               CLOSE YE-CONTROL-FILE
           END-IF.
           IF WS-FILE-YEAR <= WS-LAST-CLOSED
               DISPLAY "ABEND: payroll year " WS-FILE-YEAR
                   " is already closed (last close: "
                   WS-LAST-CLOSED ") - the quarter returns "
                   "file before YEAREND."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>   Quarters file once each and in order: the previous
      *>   quarter's snapshot is where this one's wages start
           COMPUTE WS-PRIOR-QTR = WS-FILE-QTR - 1.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ CONTROL-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF QC-YEAR = WS-FILE-YEAR
                       ADD 1 TO WS-YEAR-FILINGS
                       IF QC-QTR >= WS-FILE-QTR
                           DISPLAY "ABEND: " WS-FILE-YEAR
                               " quarter " QC-QTR
                               " was filed " QC-FILED-DATE
                               " - quarter " WS-FILE-QTR
                               " can't file again."
                           CLOSE CONTROL-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF QC-QTR = WS-PRIOR-QTR
                           SET PRIOR-QTR-FILED TO TRUE
                       END-IF
                   END-IF
                   READ CONTROL-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-FILE-QTR > 1 AND NOT PRIOR-QTR-FILED
               IF WS-YEAR-FILINGS > 0
                   DISPLAY "ABEND: quarter " WS-PRIOR-QTR
                       " of " WS-FILE-YEAR
                       " hasn't filed - file it first."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
      *>       The year's first filing on this job: there is
      *>       no earlier snapshot, so the register stands in
      *>       for the quarter itself
               SET FIRST-FILING-OF-YEAR TO TRUE
               DISPLAY "No earlier " WS-FILE-YEAR
                   " filing - the quarter is taken as the "
                   "register shows it."
           END-IF.

           MOVE SPACES TO WS-QTR-TAG.
           STRING WS-FILE-YEAR "Q" WS-FILE-QTR
               DELIMITED BY SIZE INTO WS-QTR-TAG
           END-STRING.
           STRING "federal-return-" DELIMITED BY SIZE
                   WS-QTR-TAG DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-RETURN-FILENAME
           END-STRING.
           STRING "state-wages-" DELIMITED BY SIZE
                   WS-QTR-TAG DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-STATE-FILENAME
           END-STRING.
           STRING "federal-return-" DELIMITED BY SIZE
                   WS-QTR-TAG DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-FED-FILING-FILENAME
           END-STRING.
           STRING "state-wage-file-" DELIMITED BY SIZE
                   WS-QTR-TAG DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-SUI-FILING-FILENAME
           END-STRING.
       1000-EXIT.
           CONTINUE.

      *> --- Is there a business day after the filing date
      *>     still inside the quarter? On its last one the
      *>     quarter's pay has all run and it may file ---
       1050-FIND-BUSINESS-DAY-LEFT.
           MOVE "N" TO WS-BUS-DAY-LEFT.
           MOVE 0 TO WS-HOL-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ HOLIDAY-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF HOL-DATE IS NUMERIC
                               AND WS-HOL-COUNT < 200
                               ADD 1 TO WS-HOL-COUNT
                               MOVE HOL-DATE
                                   TO WS-HOL-ENTRY(WS-HOL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.
           COMPUTE WS-TEST-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE) + 1.
           COMPUTE WS-QTR-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-QTR-END).
           PERFORM UNTIL WS-TEST-INT > WS-QTR-END-INT
               COMPUTE WS-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
               COMPUTE WS-DOW = FUNCTION MOD(WS-TEST-INT, 7)
               IF WS-DOW NOT = 6 AND WS-DOW NOT = 0
                   SET BUS-DAY-LEFT TO TRUE
                   PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                           UNTIL WS-HOL-IDX > WS-HOL-COUNT
                       IF WS-HOL-ENTRY(WS-HOL-IDX) = WS-TEST-DATE
                           MOVE "N" TO WS-BUS-DAY-LEFT
                       END-IF
                   END-PERFORM
                   IF BUS-DAY-LEFT
                       GO TO 1050-EXIT
                   END-IF
               END-IF
               ADD 1 TO WS-TEST-INT
           END-PERFORM.
       1050-EXIT.
           CONTINUE.

      *> --- The employer and state unemployment rates, seeding
      *>     the state's figures the first time ---
       1200-LOAD-RATES.
           OPEN INPUT ER-RATES-FILE.
           IF WS-ERR-STATUS NOT = "00"
               DISPLAY "ABEND: no payroll-er-rates.dat - REPORTS "
                   "seeds it on its first run."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ ER-RATES-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               EVALUATE ERR-KEY
                   WHEN "ER-SOCSEC-PCT"
                       MOVE ERR-VALUE TO WS-ER-SS-PCT
                       ADD 1 TO WS-ERR-SEEN
                   WHEN "ER-SOCSEC-WAGE-BASE"
                       MOVE ERR-VALUE TO WS-ER-SS-BASE
                       ADD 1 TO WS-ERR-SEEN
                   WHEN "ER-MEDICARE-PCT"
                       MOVE ERR-VALUE TO WS-ER-MEDI-PCT
                       ADD 1 TO WS-ERR-SEEN
                   WHEN "SUI-WAGE-BASE"
                       MOVE ERR-VALUE TO WS-SUI-BASE
                       ADD 1 TO WS-SUI-SEEN
                   WHEN "SUI-RATE-PCT"
                       MOVE ERR-VALUE TO WS-SUI-PCT
                       ADD 1 TO WS-SUI-SEEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ER-RATES-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE ER-RATES-FILE.
           IF WS-ERR-SEEN < 3
               DISPLAY "ABEND: payroll-er-rates.dat is "
                   "incomplete - " WS-ERR-SEEN " of 3 "
                   "employer tax rates present."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SUI-SEEN > 0
               GO TO 1200-EXIT
           END-IF.

      *>   The state's published base and the shop's assigned
      *>   rate, until the state's yearly notice changes them
           OPEN EXTEND ER-RATES-FILE.
           INITIALIZE ER-RATE-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE "SUI-WAGE-BASE" TO ERR-KEY.
           MOVE 7000.00 TO ERR-VALUE.
           MOVE ERR-VALUE TO WS-SUI-BASE.
           WRITE ER-RATE-RECORD.
           MOVE "SUI-RATE-PCT" TO ERR-KEY.
           MOVE 2.70 TO ERR-VALUE.
           MOVE ERR-VALUE TO WS-SUI-PCT.
           WRITE ER-RATE-RECORD.
           CLOSE ER-RATES-FILE.
           DISPLAY "Seeded the state unemployment rates on "
               "payroll-er-rates.dat.".
       1200-EXIT.
           CONTINUE.

      *> --- Every calendar period paying inside the quarter
      *>     must show paid before the quarter can file ---
       1300-CHECK-PERIODS-PAID.
           OPEN INPUT PAYCTL-FILE.
           IF WS-PAYCTL-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ PAYCTL-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-PAID-COUNT >= 1000
                       DISPLAY "ABEND: pay-control.dat holds more "
                           "than 1000 paid periods."
                       CLOSE PAYCTL-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PAID-COUNT
                   MOVE PCT-GROUP  TO WS-PD-GROUP(WS-PAID-COUNT)
                   MOVE PCT-PERIOD TO WS-PD-PERIOD(WS-PAID-COUNT)
                   READ PAYCTL-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PAYCTL-FILE
           END-IF.

           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "ABEND: no pay-calendar.dat - nothing "
                   "to say which periods the quarter paid."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ CALENDAR-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF PC-PAY-DATE >= WS-QTR-START
                       AND PC-PAY-DATE <= WS-QTR-END
                   ADD 1 TO WS-PERIODS-IN-QTR
                   MOVE "N" TO WS-PERIOD-PAID
                   PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                           UNTIL WS-PAID-IDX > WS-PAID-COUNT
                       IF WS-PD-GROUP(WS-PAID-IDX) = PC-GROUP
                          AND WS-PD-PERIOD(WS-PAID-IDX) = PC-PERIOD
                           SET PERIOD-WAS-PAID TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT PERIOD-WAS-PAID
                       ADD 1 TO WS-PERIODS-UNPAID
                       DISPLAY "Group " PC-GROUP " period "
                           PC-PERIOD " pays " PC-PAY-DATE
                           " - not on pay-control.dat."
                   END-IF
               END-IF
               READ CALENDAR-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           IF WS-PERIODS-UNPAID > 0
               DISPLAY "ABEND: " WS-PERIODS-UNPAID
                   " period(s) paying in " WS-QTR-TAG
                   " haven't been paid - the quarter can't "
                   "file short."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-EXIT.
           CONTINUE.

      *> --- The register: the quarter's lines by employee and
      *>     by source, and every later line by employee so
      *>     it can be backed out of the YTD master ---
       1600-LOAD-REGISTER.
           OPEN INPUT TAXREG-FILE.
           IF WS-PXR-STATUS NOT = "00"
               DISPLAY "No payroll-tax-register.dat - nothing "
                   "was booked to reconcile to."
               GO TO 1600-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ TAXREG-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF PX-POST-DATE >= WS-QTR-START
                   MOVE PX-EMP-ID TO WS-LOOK-EMP
                   PERFORM 1650-FIND-EMPLOYEE
                   ADD 1 TO WS-REG-LINES
               END-IF
               IF PX-POST-DATE >= WS-QTR-START
                       AND PX-POST-DATE <= WS-QTR-END
                   ADD PX-GROSS
                       TO WS-QE-REG-GROSS(WS-FOUND-IDX)
                   ADD PX-WITHHELD
                       TO WS-QE-REG-TAX(WS-FOUND-IDX)
                   ADD PX-ER-TAX
                       TO WS-QE-REG-ER(WS-FOUND-IDX)
                   ADD PX-GROSS    TO WS-BOOKED-GROSS
                   ADD PX-WITHHELD TO WS-BOOKED-TAX
                   ADD PX-ER-TAX   TO WS-BOOKED-ER
                   EVALUATE PX-SOURCE
                       WHEN "REPORTS"
                           ADD PX-GROSS    TO WS-RP-GROSS
                           ADD PX-WITHHELD TO WS-RP-TAX
                           ADD PX-ER-TAX   TO WS-RP-ER
                       WHEN "PAYSUPP"
                           ADD PX-GROSS    TO WS-PS-GROSS
                           ADD PX-WITHHELD TO WS-PS-TAX
                           ADD PX-ER-TAX   TO WS-PS-ER
                       WHEN OTHER
                           ADD PX-GROSS    TO WS-TE-GROSS
                           ADD PX-WITHHELD TO WS-TE-TAX
                           ADD PX-ER-TAX   TO WS-TE-ER
                   END-EVALUATE
               END-IF
               IF PX-POST-DATE > WS-QTR-END
                   ADD PX-GROSS
                       TO WS-QE-LATER-GROSS(WS-FOUND-IDX)
                   ADD PX-WITHHELD
                       TO WS-QE-LATER-TAX(WS-FOUND-IDX)
               END-IF
               READ TAXREG-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TAXREG-FILE.
       1600-EXIT.
           CONTINUE.

      *> --- Find WS-LOOK-EMP's line, opening one if it's new.
      *>     Never load-cap and then file: a short table would
      *>     file a short return ---
       1650-FIND-EMPLOYEE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-QE-IDX FROM 1 BY 1
                   UNTIL WS-QE-IDX > WS-QE-COUNT
               IF WS-QE-EMP(WS-QE-IDX) = WS-LOOK-EMP
                   SET WS-FOUND-IDX TO WS-QE-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF WS-QE-COUNT >= 500
                   DISPLAY "ABEND: more than 500 employees on "
                       "the quarter - the table is full."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QE-COUNT
               MOVE WS-QE-COUNT TO WS-FOUND-IDX
               INITIALIZE WS-QE-ENTRY(WS-FOUND-IDX)
               MOVE WS-LOOK-EMP TO WS-QE-EMP(WS-FOUND-IDX)
               MOVE "N" TO WS-QE-ON-YTD(WS-FOUND-IDX)
           END-IF.

      *> --- Each employee's year so far, off the master ---
       1700-LOAD-YTD-MASTER.
           OPEN INPUT YTD-MASTER.
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "ABEND: can't open ytd-master.dat (status "
                   WS-YTD-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO YTD-EMP-ID.
           START YTD-MASTER KEY IS NOT LESS THAN YTD-EMP-ID
               INVALID KEY SET YTD-AT-END TO TRUE
           END-START.
           IF NOT YTD-AT-END
               READ YTD-MASTER NEXT
                   AT END SET YTD-AT-END TO TRUE
               END-READ
           END-IF.
           PERFORM UNTIL YTD-AT-END
               MOVE YTD-EMP-ID TO WS-LOOK-EMP
               PERFORM 1650-FIND-EMPLOYEE
               MOVE "Y" TO WS-QE-ON-YTD(WS-FOUND-IDX)
               MOVE YTD-GROSS TO WS-QE-YTD-GROSS(WS-FOUND-IDX)
               MOVE YTD-TAX   TO WS-QE-YTD-TAX(WS-FOUND-IDX)
               READ YTD-MASTER NEXT
                   AT END SET YTD-AT-END TO TRUE
               END-READ
           END-PERFORM.
           CLOSE YTD-MASTER.
       1700-EXIT.
           CONTINUE.

      *> --- Where the year stood at the previous quarter's
      *>     filing; nothing at all before the first quarter ---
       1800-LOAD-PRIOR-SNAPSHOT.
           IF WS-FILE-QTR = 1 OR FIRST-FILING-OF-YEAR
               GO TO 1800-EXIT
           END-IF.
           OPEN INPUT SNAP-FILE.
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "ABEND: quarter " WS-PRIOR-QTR " filed "
                   "but qtr-ytd-snapshot.dat is missing."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF.
           READ SNAP-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF QS-YEAR = WS-FILE-YEAR
                       AND QS-QTR = WS-PRIOR-QTR
                   MOVE QS-EMP-ID TO WS-LOOK-EMP
                   PERFORM 1650-FIND-EMPLOYEE
                   MOVE QS-GROSS
                       TO WS-QE-PRIOR-GROSS(WS-FOUND-IDX)
                   MOVE QS-TAX
                       TO WS-QE-PRIOR-TAX(WS-FOUND-IDX)
               END-IF
               READ SNAP-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SNAP-FILE.
       1800-EXIT.
           CONTINUE.

      *> --- Names, so the listing reads like a listing ---
       1900-LOAD-NAMES.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ EMPLOYEE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   PERFORM VARYING WS-QE-IDX FROM 1 BY 1
                           UNTIL WS-QE-IDX > WS-QE-COUNT
                       IF WS-QE-EMP(WS-QE-IDX) = EMP-ID
                           MOVE EMP-NAME
                               TO WS-QE-NAME(WS-QE-IDX)
                       END-IF
                   END-PERFORM
                   READ EMPLOYEE-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

      *> --- Each employee's quarter, the wage bases applied,
      *>     and whether it ties to what was booked ---
       2000-FIGURE-THE-QUARTER.
           PERFORM VARYING WS-QE-IDX FROM 1 BY 1
                   UNTIL WS-QE-IDX > WS-QE-COUNT
               PERFORM 2100-FIGURE-ONE-EMPLOYEE
           END-PERFORM.

           COMPUTE WS-TOT-SS-TAX ROUNDED =
               WS-TOT-SS-WAGES * WS-ER-SS-PCT / 100.
           COMPUTE WS-TOT-MEDI-TAX ROUNDED =
               WS-TOT-WAGES * WS-ER-MEDI-PCT / 100.
           COMPUTE WS-TOT-ER-TAX =
               WS-TOT-SS-TAX + WS-TOT-MEDI-TAX.
           COMPUTE WS-TOT-LIABILITY =
               WS-TOT-WITHHELD + WS-TOT-ER-TAX.
           COMPUTE WS-TOT-SUI-DUE ROUNDED =
               WS-TOT-SUI-TAXABLE * WS-SUI-PCT / 100.
           IF WS-BOOKED-ER < WS-TOT-ER-TAX
               SET ER-TAX-BOOKED-SHORT TO TRUE
           END-IF.

       2100-FIGURE-ONE-EMPLOYEE.
      *>   The year to the quarter end: the master less what
      *>   the register booked after it
           SUBTRACT WS-QE-LATER-GROSS(WS-QE-IDX)
               FROM WS-QE-YTD-GROSS(WS-QE-IDX).
           SUBTRACT WS-QE-LATER-TAX(WS-QE-IDX)
               FROM WS-QE-YTD-TAX(WS-QE-IDX).
           IF FIRST-FILING-OF-YEAR
               COMPUTE WS-QE-PRIOR-GROSS(WS-QE-IDX) =
                   WS-QE-YTD-GROSS(WS-QE-IDX)
                   - WS-QE-REG-GROSS(WS-QE-IDX)
               COMPUTE WS-QE-PRIOR-TAX(WS-QE-IDX) =
                   WS-QE-YTD-TAX(WS-QE-IDX)
                   - WS-QE-REG-TAX(WS-QE-IDX)
           END-IF.
           COMPUTE WS-QE-QTR-GROSS(WS-QE-IDX) =
               WS-QE-YTD-GROSS(WS-QE-IDX)
               - WS-QE-PRIOR-GROSS(WS-QE-IDX).
           COMPUTE WS-QE-QTR-TAX(WS-QE-IDX) =
               WS-QE-YTD-TAX(WS-QE-IDX)
               - WS-QE-PRIOR-TAX(WS-QE-IDX).

           IF WS-QE-QTR-GROSS(WS-QE-IDX)
                   NOT = WS-QE-REG-GROSS(WS-QE-IDX)
               OR WS-QE-QTR-TAX(WS-QE-IDX)
                   NOT = WS-QE-REG-TAX(WS-QE-IDX)
               OR WS-QE-QTR-GROSS(WS-QE-IDX) < 0
               OR WS-QE-QTR-TAX(WS-QE-IDX) < 0
               ADD 1 TO WS-MISMATCHES
           END-IF.
           IF WS-QE-QTR-GROSS(WS-QE-IDX) NOT > 0
                   AND WS-QE-QTR-TAX(WS-QE-IDX) NOT > 0
               MOVE 0 TO WS-QE-SUI-EXCESS(WS-QE-IDX)
               MOVE 0 TO WS-QE-SUI-TAXABLE(WS-QE-IDX)
           ELSE
               ADD 1 TO WS-EMP-PAID
               ADD WS-QE-QTR-GROSS(WS-QE-IDX) TO WS-TOT-WAGES
               ADD WS-QE-QTR-TAX(WS-QE-IDX) TO WS-TOT-WITHHELD

      *>       Social security stops at its base, counted
      *>       against the year before this quarter
               COMPUTE WS-ROOM =
                   WS-ER-SS-BASE - WS-QE-PRIOR-GROSS(WS-QE-IDX)
               IF WS-ROOM < 0
                   MOVE 0 TO WS-ROOM
               END-IF
               IF WS-QE-QTR-GROSS(WS-QE-IDX) < WS-ROOM
                   MOVE WS-QE-QTR-GROSS(WS-QE-IDX)
                       TO WS-SS-TAXABLE
               ELSE
                   MOVE WS-ROOM TO WS-SS-TAXABLE
               END-IF
               ADD WS-SS-TAXABLE TO WS-TOT-SS-WAGES

      *>       And the state's much lower base the same way
               COMPUTE WS-ROOM =
                   WS-SUI-BASE - WS-QE-PRIOR-GROSS(WS-QE-IDX)
               IF WS-ROOM < 0
                   MOVE 0 TO WS-ROOM
               END-IF
               IF WS-QE-QTR-GROSS(WS-QE-IDX) < WS-ROOM
                   MOVE WS-QE-QTR-GROSS(WS-QE-IDX)
                       TO WS-QE-SUI-TAXABLE(WS-QE-IDX)
               ELSE
                   MOVE WS-ROOM TO WS-QE-SUI-TAXABLE(WS-QE-IDX)
               END-IF
               COMPUTE WS-QE-SUI-EXCESS(WS-QE-IDX) =
                   WS-QE-QTR-GROSS(WS-QE-IDX)
                   - WS-QE-SUI-TAXABLE(WS-QE-IDX)
               ADD WS-QE-SUI-TAXABLE(WS-QE-IDX)
                   TO WS-TOT-SUI-TAXABLE
               ADD WS-QE-SUI-EXCESS(WS-QE-IDX)
                   TO WS-TOT-SUI-EXCESS
           END-IF.

      *> --- The federal employer return ---
       3000-PRINT-FEDERAL-RETURN.
           OPEN OUTPUT RETURN-FILE.
           MOVE "=============================="
               & "=============================="
               TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "EMPLOYER'S QUARTERLY PAYROLL TAX RETURN  "
                  WS-QTR-TAG
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Quarter " WS-QTR-START " to " WS-QTR-END
                  "   prepared " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE WS-PERIODS-IN-QTR TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "Pay periods paid in the quarter:    " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE WS-EMP-PAID TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "Employees paid:                     " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RETURN-LINE.
           WRITE RETURN-LINE.
           IF FIRST-FILING-OF-YEAR
               MOVE "(First filing of the year on this job - the "
                   & "quarter is as booked.)" TO RETURN-LINE
               WRITE RETURN-LINE
           END-IF.
           MOVE SPACES TO RETURN-LINE.
           WRITE RETURN-LINE.

           MOVE WS-TOT-WAGES TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  1 Wages and other compensation:  " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE WS-TOT-WITHHELD TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  2 Income tax withheld:           " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE WS-TOT-SS-WAGES TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  3 Social security wages:         " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE WS-ER-SS-PCT TO WS-DISP-PCT.
           MOVE WS-TOT-SS-TAX TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  4 Social security tax at " WS-DISP-PCT "%: "
                  WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE WS-TOT-WAGES TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  5 Medicare wages:                " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE WS-ER-MEDI-PCT TO WS-DISP-PCT.
           MOVE WS-TOT-MEDI-TAX TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  6 Medicare tax at " WS-DISP-PCT "%:        "
                  WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE WS-TOT-ER-TAX TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  7 Employer tax (4 + 6):          " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE WS-TOT-LIABILITY TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "  8 Total liability (2 + 7):       " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE SPACES TO RETURN-LINE.
           WRITE RETURN-LINE.

      *> --- What REPORTS, PAYSUPP and TERMEMP booked, against
      *>     the return, and every employee that doesn't tie ---
       3500-PRINT-RECONCILIATION.
           MOVE "RECONCILIATION TO PAYROLL POSTINGS" TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE "Source         Wages (5000)  W/held (2200)"
               & "  ER tax (2210)" TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE WS-RP-GROSS TO WS-COL-1.
           MOVE WS-RP-TAX   TO WS-COL-2.
           MOVE WS-RP-ER    TO WS-COL-3.
           MOVE "REPORTS" TO WS-DETAIL.
           PERFORM 3550-WRITE-COLUMNS.
           MOVE WS-PS-GROSS TO WS-COL-1.
           MOVE WS-PS-TAX   TO WS-COL-2.
           MOVE WS-PS-ER    TO WS-COL-3.
           MOVE "PAYSUPP" TO WS-DETAIL.
           PERFORM 3550-WRITE-COLUMNS.
           MOVE WS-TE-GROSS TO WS-COL-1.
           MOVE WS-TE-TAX   TO WS-COL-2.
           MOVE WS-TE-ER    TO WS-COL-3.
           MOVE "TERMEMP" TO WS-DETAIL.
           PERFORM 3550-WRITE-COLUMNS.
           MOVE WS-BOOKED-GROSS TO WS-COL-1.
           MOVE WS-BOOKED-TAX   TO WS-COL-2.
           MOVE WS-BOOKED-ER    TO WS-COL-3.
           MOVE "Booked" TO WS-DETAIL.
           PERFORM 3550-WRITE-COLUMNS.
           MOVE WS-TOT-WAGES    TO WS-COL-1.
           MOVE WS-TOT-WITHHELD TO WS-COL-2.
           MOVE WS-TOT-ER-TAX   TO WS-COL-3.
           MOVE "Return" TO WS-DETAIL.
           PERFORM 3550-WRITE-COLUMNS.
           COMPUTE WS-DIFF = WS-TOT-WAGES - WS-BOOKED-GROSS.
           MOVE WS-DIFF TO WS-COL-1.
           COMPUTE WS-DIFF = WS-TOT-WITHHELD - WS-BOOKED-TAX.
           MOVE WS-DIFF TO WS-COL-2.
           COMPUTE WS-DIFF = WS-TOT-ER-TAX - WS-BOOKED-ER.
           MOVE WS-DIFF TO WS-COL-3.
           MOVE "Difference" TO WS-DETAIL.
           PERFORM 3550-WRITE-COLUMNS.
           MOVE SPACES TO RETURN-LINE.
           WRITE RETURN-LINE.

           IF WS-MISMATCHES > 0
               MOVE "Employees whose quarter doesn't tie "
                   & "(YTD master, then booked):" TO RETURN-LINE
               WRITE RETURN-LINE
               PERFORM VARYING WS-QE-IDX FROM 1 BY 1
                       UNTIL WS-QE-IDX > WS-QE-COUNT
                   PERFORM 3600-WRITE-MISMATCH
               END-PERFORM
               MOVE SPACES TO WS-DETAIL
               STRING "NOT FILED - wages and withholding must "
                      "tie to the postings."
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           ELSE
               MOVE SPACES TO WS-DETAIL
               STRING "Wages and withholding tie to the "
                      "postings - filed."
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           END-IF.
           MOVE WS-DETAIL TO RETURN-LINE.
           WRITE RETURN-LINE.
           IF ER-TAX-BOOKED-SHORT
               COMPUTE WS-DIFF = WS-TOT-ER-TAX - WS-BOOKED-ER
               MOVE WS-DIFF TO WS-DISP-AMT
               MOVE SPACES TO WS-DETAIL
               STRING "WARNING: 2210 is booked " WS-DISP-AMT
                      " short - journal it."
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO RETURN-LINE
               WRITE RETURN-LINE
           END-IF.
           CLOSE RETURN-FILE.

       3550-WRITE-COLUMNS.
           MOVE SPACES TO RETURN-LINE.
           STRING WS-DETAIL(1:14) WS-COL-1 "  " WS-COL-2
                  "  " WS-COL-3
               DELIMITED BY SIZE INTO RETURN-LINE
           END-STRING.
           WRITE RETURN-LINE.

       3600-WRITE-MISMATCH.
           IF WS-QE-QTR-GROSS(WS-QE-IDX)
                   = WS-QE-REG-GROSS(WS-QE-IDX)
               AND WS-QE-QTR-TAX(WS-QE-IDX)
                   = WS-QE-REG-TAX(WS-QE-IDX)
               AND WS-QE-QTR-GROSS(WS-QE-IDX) >= 0
               AND WS-QE-QTR-TAX(WS-QE-IDX) >= 0
               CONTINUE
           ELSE
               MOVE SPACES TO WS-DETAIL
               STRING "  " WS-QE-EMP(WS-QE-IDX) " "
                      WS-QE-NAME(WS-QE-IDX)
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               IF WS-QE-ON-YTD(WS-QE-IDX) = "N"
                   MOVE "(not on YTD master)" TO WS-DETAIL(33:19)
               END-IF
               MOVE WS-DETAIL TO RETURN-LINE
               WRITE RETURN-LINE
               MOVE WS-QE-QTR-GROSS(WS-QE-IDX) TO WS-COL-1
               MOVE WS-QE-REG-GROSS(WS-QE-IDX) TO WS-COL-2
               MOVE SPACES TO RETURN-LINE
               STRING "    Wages    " WS-COL-1 "  " WS-COL-2
                   DELIMITED BY SIZE INTO RETURN-LINE
               END-STRING
               WRITE RETURN-LINE
               MOVE WS-QE-QTR-TAX(WS-QE-IDX) TO WS-COL-1
               MOVE WS-QE-REG-TAX(WS-QE-IDX) TO WS-COL-2
               MOVE SPACES TO RETURN-LINE
               STRING "    Withheld " WS-COL-1 "  " WS-COL-2
                   DELIMITED BY SIZE INTO RETURN-LINE
               END-STRING
               WRITE RETURN-LINE
           END-IF.

      *> --- The state unemployment wage listing ---
       4000-PRINT-STATE-LISTING.
           OPEN OUTPUT STATE-FILE.
           MOVE "=============================="
               & "=============================="
               TO STATE-LINE.
           WRITE STATE-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "STATE UNEMPLOYMENT WAGE REPORT  " WS-QTR-TAG
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO STATE-LINE.
           WRITE STATE-LINE.
           MOVE WS-SUI-BASE TO WS-DISP-AMT.
           MOVE WS-SUI-PCT TO WS-DISP-PCT.
           MOVE SPACES TO WS-DETAIL.
           STRING "Taxable wage base " WS-DISP-AMT
                  "   rate " WS-DISP-PCT "%"
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO STATE-LINE.
           WRITE STATE-LINE.
           MOVE SPACES TO STATE-LINE.
           WRITE STATE-LINE.
           MOVE "Emp  Name                    Qtr wages    Over base"
               & "      Taxable" TO STATE-LINE.
           WRITE STATE-LINE.
           PERFORM VARYING WS-QE-IDX FROM 1 BY 1
                   UNTIL WS-QE-IDX > WS-QE-COUNT
               IF WS-QE-QTR-GROSS(WS-QE-IDX) > 0
                   PERFORM 4100-WRITE-STATE-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO STATE-LINE.
           WRITE STATE-LINE.
           MOVE WS-TOT-WAGES       TO WS-COL-1.
           MOVE WS-TOT-SUI-EXCESS  TO WS-COL-2.
           MOVE WS-TOT-SUI-TAXABLE TO WS-COL-3.
           MOVE SPACES TO STATE-LINE.
           STRING "Totals                   " WS-COL-1
                  WS-COL-2 WS-COL-3
               DELIMITED BY SIZE INTO STATE-LINE
           END-STRING.
           WRITE STATE-LINE.
           MOVE WS-TOT-SUI-DUE TO WS-DISP-AMT.
           MOVE SPACES TO WS-DETAIL.
           STRING "Contribution due on taxable wages: " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO STATE-LINE.
           WRITE STATE-LINE.
           CLOSE STATE-FILE.

       4100-WRITE-STATE-LINE.
           MOVE WS-QE-QTR-GROSS(WS-QE-IDX)   TO WS-COL-1.
           MOVE WS-QE-SUI-EXCESS(WS-QE-IDX)  TO WS-COL-2.
           MOVE WS-QE-SUI-TAXABLE(WS-QE-IDX) TO WS-COL-3.
           MOVE SPACES TO STATE-LINE.
           STRING WS-QE-EMP(WS-QE-IDX) " " WS-QE-NAME(WS-QE-IDX)
                  WS-COL-1 WS-COL-2 WS-COL-3
               DELIMITED BY SIZE INTO STATE-LINE
           END-STRING.
           WRITE STATE-LINE.

      *> --- The two filing files ---
       5000-WRITE-FILING-FILES.
           OPEN OUTPUT FED-FILING-FILE.
           MOVE WS-FILE-YEAR     TO FF-YEAR.
           MOVE WS-FILE-QTR      TO FF-QTR.
           MOVE WS-EMP-PAID      TO FF-EMP-COUNT.
           MOVE WS-TOT-WAGES     TO FF-WAGES.
           MOVE WS-TOT-WITHHELD  TO FF-WITHHELD.
           MOVE WS-TOT-SS-WAGES  TO FF-SS-WAGES.
           MOVE WS-TOT-SS-TAX    TO FF-SS-TAX.
           MOVE WS-TOT-WAGES     TO FF-MEDI-WAGES.
           MOVE WS-TOT-MEDI-TAX  TO FF-MEDI-TAX.
           MOVE WS-TOT-LIABILITY TO FF-TOTAL-TAX.
           MOVE WS-PROCESS-DATE  TO FF-FILED-DATE.
           WRITE FED-FILING-LINE FROM WS-FED-FILING.
           CLOSE FED-FILING-FILE.

           OPEN OUTPUT SUI-FILING-FILE.
           MOVE WS-FILE-YEAR    TO SH-YEAR.
           MOVE WS-FILE-QTR     TO SH-QTR.
           MOVE WS-SUI-BASE     TO SH-WAGE-BASE.
           MOVE WS-SUI-PCT      TO SH-RATE-PCT.
           MOVE WS-PROCESS-DATE TO SH-FILED-DATE.
           WRITE SUI-FILING-LINE FROM WS-SUI-HEADER.
           PERFORM VARYING WS-QE-IDX FROM 1 BY 1
                   UNTIL WS-QE-IDX > WS-QE-COUNT
               IF WS-QE-QTR-GROSS(WS-QE-IDX) > 0
                   MOVE WS-QE-EMP(WS-QE-IDX)  TO SD-EMP-ID
                   MOVE WS-QE-NAME(WS-QE-IDX) TO SD-EMP-NAME
                   MOVE WS-QE-QTR-GROSS(WS-QE-IDX)   TO SD-WAGES
                   MOVE WS-QE-SUI-EXCESS(WS-QE-IDX)  TO SD-EXCESS
                   MOVE WS-QE-SUI-TAXABLE(WS-QE-IDX) TO SD-TAXABLE
                   WRITE SUI-FILING-LINE FROM WS-SUI-DETAIL
               END-IF
           END-PERFORM.
           MOVE WS-EMP-PAID        TO ST-EMP-COUNT.
           MOVE WS-TOT-WAGES       TO ST-WAGES.
           MOVE WS-TOT-SUI-EXCESS  TO ST-EXCESS.
           MOVE WS-TOT-SUI-TAXABLE TO ST-TAXABLE.
           MOVE WS-TOT-SUI-DUE     TO ST-DUE.
           WRITE SUI-FILING-LINE FROM WS-SUI-TRAILER.
           CLOSE SUI-FILING-FILE.

      *> --- Where the year stands at this quarter end, for the
      *>     next quarter to start from ---
       5500-WRITE-SNAPSHOT.
           OPEN EXTEND SNAP-FILE.
           IF WS-SNAP-STATUS NOT = "00"
               OPEN OUTPUT SNAP-FILE
           END-IF.
           INITIALIZE SNAP-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-QE-IDX FROM 1 BY 1
                   UNTIL WS-QE-IDX > WS-QE-COUNT
               MOVE WS-FILE-YEAR TO QS-YEAR
               MOVE WS-FILE-QTR  TO QS-QTR
               MOVE WS-QE-EMP(WS-QE-IDX) TO QS-EMP-ID
               MOVE WS-QE-YTD-GROSS(WS-QE-IDX) TO QS-GROSS
               MOVE WS-QE-YTD-TAX(WS-QE-IDX)   TO QS-TAX
               WRITE SNAP-RECORD
           END-PERFORM.
           CLOSE SNAP-FILE.

      *> --- Remember the filing so it can't file twice ---
       5800-RECORD-THE-FILING.
           OPEN EXTEND CONTROL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               OPEN OUTPUT CONTROL-FILE
           END-IF.
           INITIALIZE CONTROL-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-FILE-YEAR    TO QC-YEAR.
           MOVE WS-FILE-QTR     TO QC-QTR.
           MOVE WS-PROCESS-DATE TO QC-FILED-DATE.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

           DISPLAY WS-QTR-TAG " filed: " WS-EMP-PAID
               " employees paid.".
           DISPLAY "Return:       " WS-RETURN-FILENAME.
           DISPLAY "State wages:  " WS-STATE-FILENAME.
           DISPLAY "Filing files: " WS-FED-FILING-FILENAME.
           DISPLAY "              " WS-SUI-FILING-FILENAME.
           IF ER-TAX-BOOKED-SHORT
               DISPLAY "WARNING: 2210 booked short of the return "
                   "- see " WS-RETURN-FILENAME
           END-IF.
