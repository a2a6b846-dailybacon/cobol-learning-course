       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPREVIEW.
       AUTHOR. LEARNER.

      *> ============================================
      *> Quarterly operator access review
      *> ============================================
      *> Audit wants to see, every quarter, who can sign
      *> on to what and whether they still need to. This
      *> walks each directory's operators.dat (here,
      *> indexed files, screens and payroll reports -
      *> the copies TERMEMP also visits) against the
      *> same directory's operator-activity.dat and lists
      *> every id with:
      *>
      *>   - role and status (A active, D disabled,
      *>     L locked out on wrong passwords)
      *>   - last sign-on: the later of what OPSIGNON
      *>     stamped on the id and the last "Signed on"
      *>     on the activity log
      *>   - sign-ons, other actions, and refusals in
      *>     the quarter under review, with the last
      *>     action taken and its date
      *>
      *> An id that is not disabled and has not signed
      *> on for OP-IDLE-DAYS days (batch-params.dat,
      *> default 90) - or never has, counting from the
      *> day OPADMIN added it - is flagged REMOVE for the
      *> administrator to disable in OPADMIN. Ids on an
      *> activity log with no operator record behind them
      *> are listed too.
      *>
      *> The quarter reviewed is the one before the
      *> business date's, so the period-end calendar runs
      *> this on the first business day of each quarter.
      *>
      *> Output: access-review-YYYYMMDD.txt, registered
      *> on the report spool. Flagged ids put a warning
      *> on the run log for the morning summary.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks opreview.cob
      *>       ../13-subprograms/spoolreg.cob
      *>       ../13-subprograms/runlog.cob -o opreview
      *>   ./opreview
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   Each directory's copy in turn
           SELECT OPERATOR-FILE
               ASSIGN TO WS-OPER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

           SELECT ACTIVITY-FILE
               ASSIGN TO WS-ACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
          05 OP-ID            PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 OP-NAME          PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 OP-ROLE          PIC X.
          05 FILLER           PIC X VALUE ",".
          05 OP-STATUS        PIC X.
      *>     A=Active, D=Disabled, L=Locked out
          05 FILLER           PIC X VALUE ",".
          05 OP-EMP-ID        PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 OP-PASS-HASH     PIC X(16).
          05 FILLER           PIC X VALUE ",".
          05 OP-PASS-EXPIRES  PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 OP-MUST-CHANGE   PIC X.
          05 FILLER           PIC X VALUE ",".
          05 OP-FAILED-TRIES  PIC 9(2).
          05 FILLER           PIC X VALUE ",".
          05 OP-LAST-SIGNON   PIC 9(8).

       FD ACTIVITY-FILE.
       01 ACTIVITY-RECORD.
          05 AC-DATE          PIC 9(8).
          05 FILLER           PIC X.
          05 AC-TIME          PIC 9(6).
          05 FILLER           PIC X.
          05 AC-OPERATOR      PIC X(8).
          05 FILLER           PIC X.
          05 AC-PROGRAM       PIC X(8).
          05 FILLER           PIC X.
          05 AC-ACTION        PIC X(30).

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-OP-STATUS       PIC XX.
       01 WS-ACT-STATUS      PIC XX.
       01 WS-PARAMS-STATUS   PIC XX.
       01 WS-RPT-STATUS      PIC XX.
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
          88 NOT-EOF         VALUE "N".

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(30).
       01 WS-OPER-FILENAME    PIC X(40).
       01 WS-ACT-FILENAME     PIC X(40).

      *>   The directories that keep an operators.dat, seen
      *>   from here
       01 WS-DIR-DATA.
          05 FILLER PIC X(24) VALUE SPACES.
          05 FILLER PIC X(24) VALUE "../11-indexed-files/".
          05 FILLER PIC X(24) VALUE "../17-screen-section/".
          05 FILLER PIC X(24) VALUE "../14-reports/".
       01 WS-DIR-TABLE REDEFINES WS-DIR-DATA.
          05 WS-DIR-PATH      PIC X(24) OCCURS 4 TIMES.
       01 WS-DIR-NAME-DATA.
          05 FILLER PIC X(20) VALUE "18-batch-processing".
          05 FILLER PIC X(20) VALUE "11-indexed-files".
          05 FILLER PIC X(20) VALUE "17-screen-section".
          05 FILLER PIC X(20) VALUE "14-reports".
       01 WS-DIR-NAME-TABLE REDEFINES WS-DIR-NAME-DATA.
          05 WS-DIR-NAME      PIC X(20) OCCURS 4 TIMES.
       01 WS-DIR-IDX          PIC 9.

      *>   The quarter under review, and the idle cut-off
       01 WS-IDLE-DAYS        PIC 9(3) VALUE 90.
       01 WS-QTR-WORK         PIC 9(8).
       01 WS-QTR-PARTS REDEFINES WS-QTR-WORK.
          05 WS-QW-YYYY       PIC 9(4).
          05 WS-QW-MM         PIC 9(2).
          05 WS-QW-DD         PIC 9(2).
       01 WS-QTR-FROM         PIC 9(8).
       01 WS-QTR-TO           PIC 9(8).
       01 WS-IDLE-CUTOFF      PIC 9(8).

      *>   One directory's operators and what the log says
      *>   of them
       01 WS-OPR-COUNT        PIC 9(3) VALUE 0.
       01 WS-OPR-TABLE.
          05 WS-OPR-ENTRY OCCURS 200 TIMES.
             10 WS-OPR-ID       PIC X(8).
             10 WS-OPR-NAME     PIC X(20).
             10 WS-OPR-ROLE     PIC X.
             10 WS-OPR-STATUS   PIC X.
             10 WS-OPR-LAST-ON  PIC 9(8).
             10 WS-OPR-ADDED    PIC 9(8).
             10 WS-OPR-SIGNONS  PIC 9(5).
             10 WS-OPR-ACTIONS  PIC 9(5).
             10 WS-OPR-REFUSED  PIC 9(5).
             10 WS-OPR-LAST-ACT PIC X(30).
             10 WS-OPR-ACT-DATE PIC 9(8).
       01 WS-OPR-IDX          PIC 9(3).
       01 WS-OPR-HIT          PIC 9(3).
       01 WS-FIND-ID          PIC X(8).

      *>   Ids on the log with no operator record
       01 WS-UNK-COUNT        PIC 9(3) VALUE 0.
       01 WS-UNK-TABLE.
          05 WS-UNK-ENTRY OCCURS 50 TIMES.
             10 WS-UNK-ID       PIC X(8).
             10 WS-UNK-LAST     PIC 9(8).
             10 WS-UNK-TIMES    PIC 9(5).
       01 WS-UNK-IDX          PIC 9(3).
       01 WS-UNK-HIT          PIC 9(3).
       01 WS-BLANK-REFUSED    PIC 9(5) VALUE 0.

      *>   Run totals
       01 WS-TOT-OPERATORS    PIC 9(5) VALUE 0.
       01 WS-TOT-DISABLED     PIC 9(5) VALUE 0.
       01 WS-TOT-LOCKED       PIC 9(5) VALUE 0.
       01 WS-TOT-FLAGGED      PIC 9(5) VALUE 0.
       01 WS-TOT-UNKNOWN      PIC 9(5) VALUE 0.
       01 WS-DIRS-READ        PIC 9 VALUE 0.

       01 WS-SEEN-DATE        PIC 9(8).
       01 WS-FLAG             PIC X(7).
       01 WS-LAST-ON-DISP     PIC X(8).
       01 WS-DISP-CNT         PIC ZZZZ9.
       01 WS-DISP-SIGNONS     PIC ZZZZ9.
       01 WS-DISP-ACTIONS     PIC ZZZZ9.
       01 WS-DISP-REFUSED     PIC ZZZZ9.
       01 WS-RPT-DETAIL       PIC X(90).

      *>   Report spool registration
       01 WS-SPOOL-PROGRAM    PIC X(8) VALUE "OPREVIEW".
       01 WS-SPOOL-REPORT     PIC X(20)
           VALUE "Access review".
       01 WS-SPOOL-FILE       PIC X(40).

       01 WS-LOG-PROGRAM      PIC X(8) VALUE "OPREVIEW".
       01 WS-LOG-SEVERITY     PIC X.
       01 WS-LOG-MESSAGE      PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
                   UNTIL WS-DIR-IDX > 4
               PERFORM 2000-REVIEW-DIRECTORY THRU 2000-EXIT
           END-PERFORM.
           PERFORM 5000-WRITE-SUMMARY.
           PERFORM 6000-CLEANUP.
           STOP RUN.

      *> --- Business date, the quarter before it, the idle
      *>     rule, and the report ---
       1000-INITIALIZE.
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

      *>   First day of this quarter; the day before it ends
      *>   the quarter under review, which began three
      *>   months earlier
           MOVE WS-PROCESS-DATE TO WS-QTR-WORK.
           COMPUTE WS-QW-MM = ((WS-QW-MM - 1) / 3) * 3 + 1.
           MOVE 1 TO WS-QW-DD.
           COMPUTE WS-QTR-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-QTR-WORK) - 1).
           IF WS-QW-MM = 1
               MOVE 10 TO WS-QW-MM
               SUBTRACT 1 FROM WS-QW-YYYY
           ELSE
               SUBTRACT 3 FROM WS-QW-MM
           END-IF.
           MOVE WS-QTR-WORK TO WS-QTR-FROM.

           OPEN INPUT PARAMS-FILE.
           IF WS-PARAMS-STATUS = "00"
               SET NOT-EOF TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ PARAMS-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PRM-KEY = "OP-IDLE-DAYS"
                               AND PRM-VALUE > 0
                               MOVE PRM-VALUE TO WS-IDLE-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMS-FILE
           END-IF.
           COMPUTE WS-IDLE-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
               - WS-IDLE-DAYS).

           STRING "access-review-" WS-PROCESS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ABEND: cannot open " WS-REPORT-FILENAME
                   " (" WS-RPT-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "         OPERATOR ACCESS REVIEW" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Run date: " WS-PROCESS-DATE
                  "   Quarter: " WS-QTR-FROM " to " WS-QTR-TO
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Flagged REMOVE: not disabled and no sign-on "
                  "since " WS-IDLE-CUTOFF " (" WS-IDLE-DAYS
                  " days)"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           CONTINUE.

      *> --- One directory: its operators, then its activity
      *>     log against them, then the listing ---
       2000-REVIEW-DIRECTORY.
           MOVE 0 TO WS-OPR-COUNT.
           MOVE 0 TO WS-UNK-COUNT.
           MOVE 0 TO WS-BLANK-REFUSED.
           MOVE SPACES TO WS-OPER-FILENAME WS-ACT-FILENAME.
           STRING WS-DIR-PATH(WS-DIR-IDX) DELIMITED BY SPACE
                  "operators.dat" DELIMITED BY SIZE
               INTO WS-OPER-FILENAME
           END-STRING.
           STRING WS-DIR-PATH(WS-DIR-IDX) DELIMITED BY SPACE
                  "operator-activity.dat" DELIMITED BY SIZE
               INTO WS-ACT-FILENAME
           END-STRING.

           OPEN INPUT OPERATOR-FILE.
           IF WS-OP-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-DIRS-READ.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ OPERATOR-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2100-TAKE-OPERATOR
                           THRU 2100-EXIT
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

           OPEN INPUT ACTIVITY-FILE.
           IF WS-ACT-STATUS = "00"
               SET NOT-EOF TO TRUE
               PERFORM UNTIL END-OF-FILE
                   READ ACTIVITY-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF AC-DATE IS NUMERIC
                               AND AC-DATE <= WS-PROCESS-DATE
                               PERFORM 3000-TAKE-ACTIVITY
                                   THRU 3000-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-FILE
           END-IF.

           PERFORM 4000-LIST-DIRECTORY THRU 4000-EXIT.
       2000-EXIT.
           CONTINUE.

      *> --- One operator into storage. A line from before
      *>     passwords has no last sign-on: zero ---
       2100-TAKE-OPERATOR.
           IF WS-OPR-COUNT >= 200
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-OPR-COUNT.
           INITIALIZE WS-OPR-ENTRY(WS-OPR-COUNT).
           MOVE OP-ID     TO WS-OPR-ID(WS-OPR-COUNT).
           MOVE OP-NAME   TO WS-OPR-NAME(WS-OPR-COUNT).
           MOVE OP-ROLE   TO WS-OPR-ROLE(WS-OPR-COUNT).
           MOVE OP-STATUS TO WS-OPR-STATUS(WS-OPR-COUNT).
           IF OP-LAST-SIGNON IS NUMERIC
               MOVE OP-LAST-SIGNON TO WS-OPR-LAST-ON(WS-OPR-COUNT)
           END-IF.
       2100-EXIT.
           CONTINUE.

      *> --- One activity line: sign-ons date the id, the
      *>     quarter's lines are counted, and OPADMIN's
      *>     "OPERATOR ADDED" dates a new id ---
       3000-TAKE-ACTIVITY.
           IF AC-OPERATOR = SPACES
               IF AC-DATE >= WS-QTR-FROM AND AC-DATE <= WS-QTR-TO
                   ADD 1 TO WS-BLANK-REFUSED
               END-IF
               GO TO 3000-EXIT
           END-IF.

           IF AC-ACTION(1:15) = "OPERATOR ADDED "
               MOVE AC-ACTION(16:8) TO WS-FIND-ID
               PERFORM 3100-FIND-OPERATOR
               IF WS-OPR-HIT NOT = 0
                   AND AC-DATE > WS-OPR-ADDED(WS-OPR-HIT)
                   MOVE AC-DATE TO WS-OPR-ADDED(WS-OPR-HIT)
               END-IF
           END-IF.

           MOVE AC-OPERATOR TO WS-FIND-ID.
           PERFORM 3100-FIND-OPERATOR.
           IF WS-OPR-HIT = 0
               PERFORM 3200-NOTE-UNKNOWN-ID THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF AC-ACTION = "Signed on"
               AND AC-DATE > WS-OPR-LAST-ON(WS-OPR-HIT)
               MOVE AC-DATE TO WS-OPR-LAST-ON(WS-OPR-HIT)
           END-IF.
           IF AC-DATE < WS-QTR-FROM OR AC-DATE > WS-QTR-TO
               GO TO 3000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN AC-ACTION = "Signed on"
                   ADD 1 TO WS-OPR-SIGNONS(WS-OPR-HIT)
               WHEN AC-ACTION(1:7) = "Refused"
                 OR AC-ACTION = "Sign-on refused"
                 OR AC-ACTION(1:10) = "Locked out"
                   ADD 1 TO WS-OPR-REFUSED(WS-OPR-HIT)
               WHEN OTHER
                   ADD 1 TO WS-OPR-ACTIONS(WS-OPR-HIT)
                   IF AC-DATE >= WS-OPR-ACT-DATE(WS-OPR-HIT)
                       MOVE AC-DATE TO WS-OPR-ACT-DATE(WS-OPR-HIT)
                       MOVE AC-ACTION
                           TO WS-OPR-LAST-ACT(WS-OPR-HIT)
                   END-IF
           END-EVALUATE.
       3000-EXIT.
           CONTINUE.

      *> --- WS-OPR-HIT at WS-FIND-ID, 0 if not on file ---
       3100-FIND-OPERATOR.
           MOVE 0 TO WS-OPR-HIT.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
                      OR WS-OPR-HIT NOT = 0
               IF WS-OPR-ID(WS-OPR-IDX) = WS-FIND-ID
                   MOVE WS-OPR-IDX TO WS-OPR-HIT
               END-IF
           END-PERFORM.

      *> --- An id on the log that operators.dat does not
      *>     know: the quarter's only ---
       3200-NOTE-UNKNOWN-ID.
           IF AC-DATE < WS-QTR-FROM OR AC-DATE > WS-QTR-TO
               GO TO 3200-EXIT
           END-IF.
           MOVE 0 TO WS-UNK-HIT.
           PERFORM VARYING WS-UNK-IDX FROM 1 BY 1
                   UNTIL WS-UNK-IDX > WS-UNK-COUNT
                      OR WS-UNK-HIT NOT = 0
               IF WS-UNK-ID(WS-UNK-IDX) = AC-OPERATOR
                   MOVE WS-UNK-IDX TO WS-UNK-HIT
               END-IF
           END-PERFORM.
           IF WS-UNK-HIT = 0
               IF WS-UNK-COUNT >= 50
                   GO TO 3200-EXIT
               END-IF
               ADD 1 TO WS-UNK-COUNT
               MOVE WS-UNK-COUNT TO WS-UNK-HIT
               MOVE AC-OPERATOR TO WS-UNK-ID(WS-UNK-HIT)
               MOVE 0 TO WS-UNK-LAST(WS-UNK-HIT)
               MOVE 0 TO WS-UNK-TIMES(WS-UNK-HIT)
           END-IF.
           ADD 1 TO WS-UNK-TIMES(WS-UNK-HIT).
           IF AC-DATE > WS-UNK-LAST(WS-UNK-HIT)
               MOVE AC-DATE TO WS-UNK-LAST(WS-UNK-HIT)
           END-IF.
       3200-EXIT.
           CONTINUE.

      *> --- The directory's section of the report ---
       4000-LIST-DIRECTORY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "--- " DELIMITED BY SIZE
                  WS-DIR-NAME(WS-DIR-IDX) DELIMITED BY SPACE
                  " ---" DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "  ID       NAME                 R S LAST ON  "
               & " SIGNONS ACTIONS REFUSED  FLAG" TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
               PERFORM 4100-LIST-ONE-OPERATOR
           END-PERFORM.

           IF WS-BLANK-REFUSED > 0
               MOVE WS-BLANK-REFUSED TO WS-DISP-CNT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  Sign-ons refused before an id was "
                      "proven: " WS-DISP-CNT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-UNK-COUNT = 0
               GO TO 4000-EXIT
           END-IF.
           MOVE "  On the activity log but not on operators.dat:"
               TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-UNK-IDX FROM 1 BY 1
                   UNTIL WS-UNK-IDX > WS-UNK-COUNT
               ADD 1 TO WS-TOT-UNKNOWN
               MOVE WS-UNK-TIMES(WS-UNK-IDX) TO WS-DISP-CNT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "    " WS-UNK-ID(WS-UNK-IDX)
                      "  lines: " WS-DISP-CNT
                      "  last: " WS-UNK-LAST(WS-UNK-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
       4000-EXIT.
           CONTINUE.

      *> --- One id, flagged when it is idle. Never signed
      *>     on counts from the day it was added, when the
      *>     log says ---
       4100-LIST-ONE-OPERATOR.
           ADD 1 TO WS-TOT-OPERATORS.
           MOVE SPACES TO WS-FLAG.
           MOVE WS-OPR-LAST-ON(WS-OPR-IDX) TO WS-SEEN-DATE.
           IF WS-OPR-ADDED(WS-OPR-IDX) > WS-SEEN-DATE
               MOVE WS-OPR-ADDED(WS-OPR-IDX) TO WS-SEEN-DATE
           END-IF.
           EVALUATE WS-OPR-STATUS(WS-OPR-IDX)
               WHEN "D"
                   ADD 1 TO WS-TOT-DISABLED
               WHEN OTHER
                   IF WS-OPR-STATUS(WS-OPR-IDX) = "L"
                       ADD 1 TO WS-TOT-LOCKED
                   END-IF
                   IF WS-SEEN-DATE < WS-IDLE-CUTOFF
                       MOVE "REMOVE" TO WS-FLAG
                       ADD 1 TO WS-TOT-FLAGGED
                   END-IF
           END-EVALUATE.
           IF WS-OPR-LAST-ON(WS-OPR-IDX) = 0
               MOVE "NEVER" TO WS-LAST-ON-DISP
           ELSE
               MOVE WS-OPR-LAST-ON(WS-OPR-IDX) TO WS-LAST-ON-DISP
           END-IF.
           MOVE WS-OPR-SIGNONS(WS-OPR-IDX) TO WS-DISP-SIGNONS.
           MOVE WS-OPR-ACTIONS(WS-OPR-IDX) TO WS-DISP-ACTIONS.
           MOVE WS-OPR-REFUSED(WS-OPR-IDX) TO WS-DISP-REFUSED.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  " WS-OPR-ID(WS-OPR-IDX)
                  " " WS-OPR-NAME(WS-OPR-IDX)
                  " " WS-OPR-ROLE(WS-OPR-IDX)
                  " " WS-OPR-STATUS(WS-OPR-IDX)
                  " " WS-LAST-ON-DISP
                  "   " WS-DISP-SIGNONS
                  "   " WS-DISP-ACTIONS
                  "   " WS-DISP-REFUSED
                  "  " WS-FLAG
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-OPR-ACT-DATE(WS-OPR-IDX) NOT = 0
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "      last action " WS-OPR-ACT-DATE(WS-OPR-IDX)
                      ": " WS-OPR-LAST-ACT(WS-OPR-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *> --- Totals for the sign-off ---
       5000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SUMMARY:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-OPERATORS TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Operator ids reviewed:     " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-DISABLED TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Disabled:                  " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-LOCKED TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Locked out:                " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-FLAGGED TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Flagged for removal:       " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOT-UNKNOWN TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Logged ids not on file:    " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-DIRS-READ = 0
               MOVE "  No operators.dat was found to review."
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *> --- Close up, register the report, and warn when
      *>     there are ids to remove ---
       6000-CLEANUP.
           CLOSE REPORT-FILE.
           MOVE WS-TOT-OPERATORS TO WS-DISP-CNT.
           DISPLAY "Operator ids reviewed: " WS-DISP-CNT.
           DISPLAY "See " WS-REPORT-FILENAME ".".

           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.

           IF WS-TOT-FLAGGED > 0 OR WS-TOT-UNKNOWN > 0
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               MOVE WS-TOT-FLAGGED TO WS-DISP-CNT
               MOVE WS-TOT-UNKNOWN TO WS-DISP-SIGNONS
               STRING "Access review: " WS-DISP-CNT
                      " id(s) to remove, " WS-DISP-SIGNONS
                      " unknown on log"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               DISPLAY WS-LOG-MESSAGE
               CALL "RUNLOG" USING
                   BY CONTENT WS-LOG-PROGRAM
                   BY CONTENT WS-LOG-SEVERITY
                   BY CONTENT WS-LOG-MESSAGE
               END-CALL
           END-IF.
