       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMACT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Operator activity after termination
      *> ============================================
      *> TERMEMP disables a leaver's operator ids the
      *> minute the termination is keyed, and OPSIGNON
      *> refuses any id whose employee the master shows
      *> terminated. This nightly listing is the proof
      *> for the auditors that neither was got round:
      *> every line on an operator activity log whose
      *> operator is tied (OP-EMP-ID) to a terminated
      *> employee and is dated after that employee's
      *> EMP-TERM-DATE - refused sign-on attempts
      *> included, since an attempt is itself worth a
      *> question.
      *>
      *> Each directory whose programs sign operators on
      *> keeps its own operators.dat and activity log;
      *> all of them are read. The whole of each log is
      *> examined every night, so an exception stays on
      *> the listing until it has been dealt with at
      *> source. Anything listed is flagged on the run
      *> log (termination-activity-YYYYMMDD.txt).
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks termact.cob
      *>       ../13-subprograms/spoolreg.cob
      *>       ../13-subprograms/runlog.cob -o termact
      *>   ./termact
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The canonical employee master lives with SEQFILES
           SELECT EMPLOYEE-FILE
               ASSIGN TO
                   "../10-sequential-files/employees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

      *>   One sign-on directory's ids and activity log at
      *>   a time
           SELECT OPERATOR-FILE
               ASSIGN TO WS-OPER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT ACTIVITY-FILE
               ASSIGN TO WS-ACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE-FILE.
       01 EMP-RECORD.
           COPY "empmast.cpy".

      *> Same operator layout OPSIGNON keeps
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
          05 OP-ID            PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 OP-NAME          PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 OP-ROLE          PIC X.
          05 FILLER           PIC X VALUE ",".
          05 OP-STATUS        PIC X.
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

      *> Same activity layout OPSIGNON and OPACTION write
       FD ACTIVITY-FILE.
       01 ACTIVITY-RECORD.
          05 AC-DATE          PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 AC-TIME          PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 AC-OPERATOR      PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 AC-PROGRAM       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 AC-ACTION        PIC X(30).

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS      PIC XX.
           COPY "filestat.cpy".
       01 WS-OPER-STATUS     PIC XX.
       01 WS-ACT-STATUS      PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-BUS-DATE-PARAM  PIC X(8).
       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-REPORT-FILENAME PIC X(40).
       01 WS-OPER-FILENAME   PIC X(44).
       01 WS-ACT-FILENAME    PIC X(44).

       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".
          88 NOT-EOF         VALUE "N".

      *>   Every directory whose programs call OPSIGNON,
      *>   as seen from here: its ids, then its log
       01 WS-SIGNON-FILES.
          05 FILLER PIC X(44) VALUE "operators.dat".
          05 FILLER PIC X(44) VALUE "operator-activity.dat".
          05 FILLER PIC X(44)
             VALUE "../14-reports/operators.dat".
          05 FILLER PIC X(44)
             VALUE "../14-reports/operator-activity.dat".
          05 FILLER PIC X(44)
             VALUE "../11-indexed-files/operators.dat".
          05 FILLER PIC X(44)
             VALUE "../11-indexed-files/operator-activity.dat".
          05 FILLER PIC X(44)
             VALUE "../17-screen-section/operators.dat".
          05 FILLER PIC X(44)
             VALUE "../17-screen-section/operator-activity.dat".
       01 WS-SIGNON-TABLE REDEFINES WS-SIGNON-FILES.
          05 WS-SIGNON-ENTRY OCCURS 4 TIMES.
             10 WS-SIGNON-OPER   PIC X(44).
             10 WS-SIGNON-ACT    PIC X(44).
       01 WS-SIGNON-IDX      PIC 9.

      *>   Terminated employees and their termination dates
       01 WS-TRM-COUNT       PIC 9(3) VALUE 0.
       01 WS-TRM-TABLE.
          05 WS-TRM-ENTRY OCCURS 500 TIMES.
             10 WS-TRM-EMP-ID    PIC X(4).
             10 WS-TRM-DATE      PIC 9(8).
       01 WS-TRM-IDX         PIC 9(3).

      *>   The current directory's ids tied to a leaver
       01 WS-LNK-COUNT       PIC 9(3) VALUE 0.
       01 WS-LNK-TABLE.
          05 WS-LNK-ENTRY OCCURS 200 TIMES.
             10 WS-LNK-OP-ID     PIC X(8).
             10 WS-LNK-EMP-ID    PIC X(4).
             10 WS-LNK-TERM-DATE PIC 9(8).
       01 WS-LNK-IDX         PIC 9(3).

       01 WS-DIR-LISTED      PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.

      *>   Report spool registration and the run log
       01 WS-SPOOL-PROGRAM   PIC X(8) VALUE "TERMACT".
       01 WS-SPOOL-REPORT    PIC X(20)
           VALUE "Leaver activity".
       01 WS-SPOOL-FILE      PIC X(40).
       01 WS-LOG-PROGRAM     PIC X(8) VALUE "TERMACT".
       01 WS-LOG-SEVERITY    PIC X.
       01 WS-LOG-MESSAGE     PIC X(60).

       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DETAIL          PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-LOAD-LEAVERS.
           PERFORM VARYING WS-SIGNON-IDX FROM 1 BY 1
                   UNTIL WS-SIGNON-IDX > 4
               PERFORM 2000-CHECK-ONE-DIRECTORY THRU 2000-EXIT
           END-PERFORM.
           PERFORM 4000-CLEANUP.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *> --- Business date and the report heading ---
       1000-INITIALIZE.
           DISPLAY "=== Operator Activity After Termination ===".
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
           STRING "termination-activity-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

           OPEN OUTPUT REPORT-FILE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "     OPERATOR ACTIVITY AFTER EMPLOYEE TERMINATION"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Business date: " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Who has left, and since when. No master, no
      *>     leavers to check - said so on the report ---
       1500-LOAD-LEAVERS.
           OPEN INPUT EMPLOYEE-FILE.
           IF NOT FS-SUCCESS
               DISPLAY "No employee master - nothing to check."
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "Employee master not available - no check made."
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE "Employee master missing - leaver activity "
                   & "not checked" TO WS-LOG-MESSAGE
               CALL "RUNLOG" USING
                   BY CONTENT WS-LOG-PROGRAM
                   BY CONTENT WS-LOG-SEVERITY
                   BY CONTENT WS-LOG-MESSAGE
               END-CALL
           ELSE
               SET NOT-EOF TO TRUE
               READ EMPLOYEE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF EMP-TERMINATED
                       IF WS-TRM-COUNT < 500
                           ADD 1 TO WS-TRM-COUNT
                           MOVE EMP-ID
                               TO WS-TRM-EMP-ID(WS-TRM-COUNT)
                           MOVE EMP-TERM-DATE
                               TO WS-TRM-DATE(WS-TRM-COUNT)
                       ELSE
                           DISPLAY "WARNING: more than 500 "
                               "terminated employees - extras "
                               "not checked."
                       END-IF
                   END-IF
                   READ EMPLOYEE-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.
           MOVE WS-TRM-COUNT TO WS-DISP-CNT.
           DISPLAY "Terminated employees on file: " WS-DISP-CNT.

      *> --- One sign-on directory: its ids tied to a
      *>     leaver, then its log read for their activity ---
       2000-CHECK-ONE-DIRECTORY.
           IF WS-TRM-COUNT = 0
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-SIGNON-OPER(WS-SIGNON-IDX) TO WS-OPER-FILENAME.
           MOVE WS-SIGNON-ACT(WS-SIGNON-IDX)  TO WS-ACT-FILENAME.
           MOVE 0 TO WS-LNK-COUNT.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           READ OPERATOR-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF OP-EMP-ID NOT = SPACES
                   PERFORM 2100-LINK-ONE-OPERATOR
               END-IF
               READ OPERATOR-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           IF WS-LNK-COUNT = 0
               GO TO 2000-EXIT
           END-IF.

           OPEN INPUT ACTIVITY-FILE.
           IF WS-ACT-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-DIR-LISTED.
           SET NOT-EOF TO TRUE.
           READ ACTIVITY-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 2200-JUDGE-ONE-ENTRY
               READ ACTIVITY-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE ACTIVITY-FILE.
       2000-EXIT.
           CONTINUE.

      *> --- Keep an id whose employee has left ---
       2100-LINK-ONE-OPERATOR.
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
                   UNTIL WS-TRM-IDX > WS-TRM-COUNT
               IF WS-TRM-EMP-ID(WS-TRM-IDX) = OP-EMP-ID
                   IF WS-LNK-COUNT < 200
                       ADD 1 TO WS-LNK-COUNT
                       MOVE OP-ID TO WS-LNK-OP-ID(WS-LNK-COUNT)
                       MOVE OP-EMP-ID
                           TO WS-LNK-EMP-ID(WS-LNK-COUNT)
                       MOVE WS-TRM-DATE(WS-TRM-IDX)
                           TO WS-LNK-TERM-DATE(WS-LNK-COUNT)
                   ELSE
                       DISPLAY "WARNING: more than 200 leaver "
                           "ids on " WS-OPER-FILENAME
                           " - extras not checked."
                   END-IF
                   MOVE WS-TRM-COUNT TO WS-TRM-IDX
               END-IF
           END-PERFORM.

      *> --- One log line: a leaver's id, after the date? ---
       2200-JUDGE-ONE-ENTRY.
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
               IF WS-LNK-OP-ID(WS-LNK-IDX) = AC-OPERATOR
                   AND AC-DATE > WS-LNK-TERM-DATE(WS-LNK-IDX)
                   IF WS-DIR-LISTED = 0
                       PERFORM 2300-WRITE-DIRECTORY-HEADING
                   END-IF
                   ADD 1 TO WS-DIR-LISTED
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO WS-DETAIL
                   STRING AC-DATE " " AC-TIME
                          " " AC-OPERATOR
                          " " WS-LNK-EMP-ID(WS-LNK-IDX)
                          " " WS-LNK-TERM-DATE(WS-LNK-IDX)
                          " " AC-PROGRAM
                          " " AC-ACTION
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
                   MOVE WS-DETAIL TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE WS-LNK-COUNT TO WS-LNK-IDX
               END-IF
           END-PERFORM.

      *> --- First exception from a log: say which log ---
       2300-WRITE-DIRECTORY-HEADING.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Log: " WS-ACT-FILENAME
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Date     Time   Operator Emp  Term dt  "
               & "Program  Action" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "-------- ------ -------- ---- -------- "
               & "-------- ------------------------------"
               TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Totals, the spool, and the run log told ---
       4000-CLEANUP.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-DISP-CNT.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "No operator activity after a termination."
                   TO RPT-LINE
           ELSE
               MOVE SPACES TO WS-DETAIL
               STRING "Entries after termination: " WS-DISP-CNT
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           CLOSE REPORT-FILE.

           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.
           DISPLAY "Entries after termination: " WS-DISP-CNT.
           DISPLAY "See " WS-REPORT-FILENAME ".".
           IF WS-EXCEPTION-COUNT > 0
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Operator activity after termination: "
                      WS-DISP-CNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "RUNLOG" USING
                   BY CONTENT WS-LOG-PROGRAM
                   BY CONTENT WS-LOG-SEVERITY
                   BY CONTENT WS-LOG-MESSAGE
               END-CALL
           END-IF.
