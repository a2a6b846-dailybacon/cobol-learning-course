       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALBAND.
       AUTHOR. LEARNER.

      *> ============================================
      *> Salary bands by job grade, and the quarterly
      *> compa-ratio report
      *> ============================================
      *> EMP-GRADE is on every employee record, but
      *> nothing said what a grade is supposed to pay -
      *> people paid outside their range surfaced only
      *> when they complained. This keeps the bands:
      *>
      *>   - a band (salary-bands.dat, salband.cpy) is a
      *>     grade's minimum, midpoint and maximum in one
      *>     pay currency from an effective date. A new
      *>     band for a grade is a new record from its
      *>     date on - the old one still answers for the
      *>     dates before it; keying the same grade,
      *>     currency and date again corrects it;
      *>   - the quarterly report reads every active
      *>     salaried employee against the band in force
      *>     at the quarter's end (BANDCHK), department by
      *>     department: each one's compa-ratio (salary
      *>     over midpoint), everyone below the minimum
      *>     or above the maximum, and what it would cost
      *>     to raise everyone below up to the minimum -
      *>     to salary-bands-YYYYQn.txt.
      *>
      *> Bands are in the same terms as EMP-SALARY.
      *> Hourly staff are paid from timecards and are
      *> not banded. EMPMAINT holds a salary keyed
      *> outside the band for a supervisor's override.
      *>
      *> Changes need the supervisor role, and every one
      *> goes to the operator action log.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks salband.cob
      *>       ../13-subprograms/bandchk.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o salband
      *>   ./salband
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAND-FILE
               ASSIGN TO "salary-bands.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO "employees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BAND-FILE.
       01 BAND-RECORD.
           COPY "salband.cpy".

       FD EMPLOYEE-FILE.
       01 EMP-RECORD.
           COPY "empmast.cpy".

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BAND-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-EMP-STATUS      PIC XX.
       01 WS-RPT-STATUS      PIC XX.

       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME PIC X(34).

       01 WS-CHOICE          PIC 9.
       01 WS-CONTINUE        PIC X VALUE "Y".
          88 USER-CONTINUES  VALUE "Y" "y".
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Every band in storage while one is added and the
      *>   file rewritten - reloaded for each change
       01 WS-BD-COUNT        PIC 9(3) VALUE 0.
       01 WS-BD-TABLE.
          05 WS-BD-ENTRY OCCURS 200 TIMES.
             10 WS-BD-GRADE    PIC X(2).
             10 WS-BD-CURR     PIC X(3).
             10 WS-BD-EFF      PIC 9(8).
             10 WS-BD-MIN      PIC 9(6)V99.
             10 WS-BD-MID      PIC 9(6)V99.
             10 WS-BD-MAX      PIC 9(6)V99.
             10 WS-BD-SDATE    PIC 9(8).
             10 WS-BD-SBY      PIC X(8).
       01 WS-BD-IDX          PIC 9(3).
       01 WS-BD-MATCH-IDX    PIC 9(3) VALUE 0.

      *>   What the operator keys
       01 WS-ASK-GRADE       PIC X(2).
       01 WS-ASK-CURR        PIC X(3).
       01 WS-ASK-EFF         PIC 9(8).
       01 WS-ASK-MIN         PIC 9(6)V99.
       01 WS-ASK-MID         PIC 9(6)V99.
       01 WS-ASK-MAX         PIC 9(6)V99.
       01 WS-ASK-YEAR        PIC 9(4).
       01 WS-ASK-QTR         PIC 9.
       01 WS-ASK-CONFIRM     PIC X.

      *>   The quarter's last day, the date bands are read at
       01 WS-QTR-END-TABLE.
          05 FILLER          PIC X(16) VALUE "0331063009301231".
       01 WS-QTR-END-DAYS REDEFINES WS-QTR-END-TABLE.
          05 WS-QTR-END-MMDD PIC 9(4) OCCURS 4 TIMES.
       01 WS-AS-OF           PIC 9(8).

      *>   BANDCHK's answer
       01 WS-BAND-FOUND      PIC X.
          88 BAND-IS-FOUND   VALUE "Y".
       01 WS-BAND-MIN        PIC 9(6)V99.
       01 WS-BAND-MID        PIC 9(6)V99.
       01 WS-BAND-MAX        PIC 9(6)V99.
       01 WS-BAND-EFF        PIC 9(8).

      *>   The report's employees, kept in department and id
      *>   order as they are read
       01 WS-RE-COUNT        PIC S9(4) COMP VALUE 0.
       01 WS-RE-TABLE.
          05 WS-RE-ENTRY OCCURS 500 TIMES.
             10 WS-RE-KEY.
                15 WS-RE-DEPT  PIC X(15).
                15 WS-RE-ID    PIC X(4).
             10 WS-RE-NAME     PIC X(20).
             10 WS-RE-GRADE    PIC X(2).
             10 WS-RE-CURR     PIC X(3).
             10 WS-RE-SALARY   PIC 9(6)V99.
             10 WS-RE-MIN      PIC 9(6)V99.
             10 WS-RE-MID      PIC 9(6)V99.
             10 WS-RE-MAX      PIC 9(6)V99.
             10 WS-RE-COMPA    PIC 9(3)V9.
             10 WS-RE-FLAG     PIC X.
                88 WS-RE-BELOW    VALUE "B".
                88 WS-RE-ABOVE    VALUE "A".
                88 WS-RE-UNBANDED VALUE "N".
                88 WS-RE-IN-RANGE VALUE " ".
       01 WS-RE-IDX          PIC S9(4) COMP.
       01 WS-RE-POS          PIC S9(4) COMP.
       01 WS-NEW-KEY.
          05 WS-NEW-DEPT     PIC X(15).
          05 WS-NEW-ID       PIC X(4).
       01 WS-PREV-DEPT       PIC X(15).
       01 WS-HOURLY-COUNT    PIC 9(4) VALUE 0.
       01 WS-UNBANDED-COUNT  PIC 9(4) VALUE 0.
       01 WS-OUTSIDE-COUNT   PIC 9(4) VALUE 0.
       01 WS-DEPT-HEADS      PIC 9(4) VALUE 0.
       01 WS-DEPT-BANDED     PIC 9(4) VALUE 0.
       01 WS-DEPT-COMPA-SUM  PIC 9(7)V9 VALUE 0.
       01 WS-DEPT-COMPA-AVG  PIC 9(3)V9 VALUE 0.
       01 WS-GAP             PIC 9(6)V99.

      *>   The cost of closing the gaps, per pay currency -
      *>   currencies don't add together
       01 WS-CC-COUNT        PIC 9(2) VALUE 0.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 20 TIMES.
             10 WS-CC-CURR     PIC X(3).
             10 WS-CC-BELOW-N  PIC 9(4).
             10 WS-CC-BELOW    PIC 9(9)V99.
             10 WS-CC-ABOVE-N  PIC 9(4).
             10 WS-CC-ABOVE    PIC 9(9)V99.
       01 WS-CC-IDX          PIC 9(2).
       01 WS-CC-MATCH-IDX    PIC 9(2) VALUE 0.

       01 WS-DISP-AMT        PIC ZZZ,ZZ9.99.
       01 WS-DISP-MIN        PIC ZZZ,ZZ9.99.
       01 WS-DISP-MID        PIC ZZZ,ZZ9.99.
       01 WS-DISP-MAX        PIC ZZZ,ZZ9.99.
       01 WS-DISP-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-COMPA      PIC ZZ9.9.
       01 WS-DISP-CNT        PIC Z(3)9.
       01 WS-STATUS-TEXT     PIC X(10).
       01 WS-DETAIL          PIC X(80).

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "SALBAND".
       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-OPERATOR-ROLE  PIC X.
          88 OPERATOR-IS-SUPER VALUE "S" "A".
       01 WS-SIGNON-OK      PIC X.
       01 WS-OP-ACTION      PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "OPSIGNON" USING
               BY CONTENT   WS-OP-PROGRAM
               BY REFERENCE WS-OPERATOR-ID
               BY REFERENCE WS-OPERATOR-ROLE
               BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK NOT = "Y"
               STOP RUN
           END-IF.
           PERFORM 1100-SET-BUSINESS-DATE.
           PERFORM 2000-MENU
               UNTIL NOT USER-CONTINUES.
           STOP RUN.

      *> --- The business date bands default to and
      *>     changes are stamped by ---
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

      *> --- Every band into storage ---
       1200-LOAD-BANDS.
           MOVE 0 TO WS-BD-COUNT.
           OPEN INPUT BAND-FILE.
           IF NOT FS-SUCCESS
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ BAND-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-BD-COUNT >= 200
      *>           Never load-cap and then rewrite: bands past
      *>           the table would be deleted for good
                   DISPLAY "ABEND: more than 200 salary bands "
                       "- raise WS-BD-TABLE."
                   CLOSE BAND-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BD-COUNT
               MOVE SBD-GRADE    TO WS-BD-GRADE(WS-BD-COUNT)
               MOVE SBD-CURRENCY TO WS-BD-CURR(WS-BD-COUNT)
               MOVE SBD-EFF-DATE TO WS-BD-EFF(WS-BD-COUNT)
               MOVE SBD-MINIMUM  TO WS-BD-MIN(WS-BD-COUNT)
               MOVE SBD-MIDPOINT TO WS-BD-MID(WS-BD-COUNT)
               MOVE SBD-MAXIMUM  TO WS-BD-MAX(WS-BD-COUNT)
               MOVE SBD-SET-DATE TO WS-BD-SDATE(WS-BD-COUNT)
               MOVE SBD-SET-BY   TO WS-BD-SBY(WS-BD-COUNT)
               READ BAND-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BAND-FILE.
       1200-EXIT.
           CONTINUE.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Salary Bands ===".
           DISPLAY "1. List bands".
           DISPLAY "2. Add or correct a band (supervisor)".
           DISPLAY "3. Quarterly compa-ratio report".
           DISPLAY "4. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-LIST-BANDS THRU 3000-EXIT
               WHEN 2 PERFORM 4000-SET-BAND THRU 4000-EXIT
               WHEN 3 PERFORM 6000-COMPA-REPORT THRU 6000-EXIT
               WHEN 4 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- Every band, and which are in force today ---
       3000-LIST-BANDS.
           PERFORM 1200-LOAD-BANDS THRU 1200-EXIT.
           IF WS-BD-COUNT = 0
               DISPLAY "  (no bands on file - nothing is checked)"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "  Gr Cur Effective     Minimum   Midpoint"
               "    Maximum  Status".
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
               CALL "BANDCHK" USING
                   BY CONTENT   WS-BD-GRADE(WS-BD-IDX)
                   BY CONTENT   WS-BD-CURR(WS-BD-IDX)
                   BY CONTENT   WS-PROCESS-DATE
                   BY REFERENCE WS-BAND-FOUND
                   BY REFERENCE WS-BAND-MIN
                   BY REFERENCE WS-BAND-MID
                   BY REFERENCE WS-BAND-MAX
                   BY REFERENCE WS-BAND-EFF
               END-CALL
               EVALUATE TRUE
                   WHEN WS-BD-EFF(WS-BD-IDX) > WS-PROCESS-DATE
                       MOVE "future" TO WS-STATUS-TEXT
                   WHEN WS-BD-EFF(WS-BD-IDX) = WS-BAND-EFF
                       MOVE "in force" TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "superseded" TO WS-STATUS-TEXT
               END-EVALUATE
               MOVE WS-BD-MIN(WS-BD-IDX) TO WS-DISP-MIN
               MOVE WS-BD-MID(WS-BD-IDX) TO WS-DISP-MID
               MOVE WS-BD-MAX(WS-BD-IDX) TO WS-DISP-MAX
               MOVE SPACES TO WS-DETAIL
               STRING "  " WS-BD-GRADE(WS-BD-IDX)
                      " " WS-BD-CURR(WS-BD-IDX)
                      " " WS-BD-EFF(WS-BD-IDX)
                      " " WS-DISP-MIN
                      " " WS-DISP-MID
                      " " WS-DISP-MAX
                      "  " WS-STATUS-TEXT
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               DISPLAY WS-DETAIL
           END-PERFORM.
           MOVE WS-BD-COUNT TO WS-DISP-CNT.
           DISPLAY "Bands on file: " WS-DISP-CNT.
       3000-EXIT.
           CONTINUE.

      *> --- A band from an effective date on, or a band
      *>     already keyed for that date corrected ---
       4000-SET-BAND.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 1200-LOAD-BANDS THRU 1200-EXIT.
           DISPLAY "Grade (e.g. E1, blank to cancel): ".
           ACCEPT WS-ASK-GRADE.
           IF WS-ASK-GRADE = SPACES
               GO TO 4000-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ASK-GRADE) TO WS-ASK-GRADE.
           DISPLAY "Pay currency (Enter for USD): ".
           ACCEPT WS-ASK-CURR.
           IF WS-ASK-CURR = SPACES
               MOVE "USD" TO WS-ASK-CURR
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ASK-CURR) TO WS-ASK-CURR.
           DISPLAY "Effective date (YYYYMMDD, Enter for today): ".
           ACCEPT WS-ASK-EFF.
           IF WS-ASK-EFF = 0
               MOVE WS-PROCESS-DATE TO WS-ASK-EFF
           END-IF.

           MOVE 0 TO WS-BD-MATCH-IDX.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-GRADE(WS-BD-IDX) = WS-ASK-GRADE
                   AND WS-BD-CURR(WS-BD-IDX) = WS-ASK-CURR
                   AND WS-BD-EFF(WS-BD-IDX) = WS-ASK-EFF
                   MOVE WS-BD-IDX TO WS-BD-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-BD-MATCH-IDX = 0
               DISPLAY "New band " WS-ASK-GRADE " " WS-ASK-CURR
                   " from " WS-ASK-EFF "."
           ELSE
               MOVE WS-BD-MIN(WS-BD-MATCH-IDX) TO WS-DISP-MIN
               MOVE WS-BD-MID(WS-BD-MATCH-IDX) TO WS-DISP-MID
               MOVE WS-BD-MAX(WS-BD-MATCH-IDX) TO WS-DISP-MAX
               DISPLAY "  Now: " WS-DISP-MIN " / " WS-DISP-MID
                   " / " WS-DISP-MAX
           END-IF.
           DISPLAY "Minimum: ".
           ACCEPT WS-ASK-MIN.
           DISPLAY "Midpoint: ".
           ACCEPT WS-ASK-MID.
           DISPLAY "Maximum: ".
           ACCEPT WS-ASK-MAX.
           IF WS-ASK-MIN = 0
               OR WS-ASK-MID < WS-ASK-MIN
               OR WS-ASK-MAX < WS-ASK-MID
               DISPLAY "The band must run minimum <= midpoint "
                   "<= maximum, above zero - nothing changed."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-ASK-MIN TO WS-DISP-MIN.
           MOVE WS-ASK-MID TO WS-DISP-MID.
           MOVE WS-ASK-MAX TO WS-DISP-MAX.
           DISPLAY "Save " WS-ASK-GRADE " " WS-ASK-CURR " from "
               WS-ASK-EFF ": " WS-DISP-MIN " / " WS-DISP-MID
               " / " WS-DISP-MAX "? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 4000-EXIT
           END-IF.

           IF WS-BD-MATCH-IDX = 0
               IF WS-BD-COUNT >= 200
                   DISPLAY "Band table full - raise "
                       "WS-BD-TABLE."
                   GO TO 4000-EXIT
               END-IF
               ADD 1 TO WS-BD-COUNT
               MOVE WS-BD-COUNT  TO WS-BD-MATCH-IDX
               MOVE WS-ASK-GRADE TO WS-BD-GRADE(WS-BD-MATCH-IDX)
               MOVE WS-ASK-CURR  TO WS-BD-CURR(WS-BD-MATCH-IDX)
               MOVE WS-ASK-EFF   TO WS-BD-EFF(WS-BD-MATCH-IDX)
           END-IF.
           MOVE WS-ASK-MIN      TO WS-BD-MIN(WS-BD-MATCH-IDX).
           MOVE WS-ASK-MID      TO WS-BD-MID(WS-BD-MATCH-IDX).
           MOVE WS-ASK-MAX      TO WS-BD-MAX(WS-BD-MATCH-IDX).
           MOVE WS-PROCESS-DATE TO WS-BD-SDATE(WS-BD-MATCH-IDX).
           MOVE WS-OPERATOR-ID  TO WS-BD-SBY(WS-BD-MATCH-IDX).
           PERFORM 8000-SAVE-BANDS.
           DISPLAY "Band " WS-ASK-GRADE " " WS-ASK-CURR " saved.".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Salary band " WS-ASK-GRADE " " WS-ASK-CURR
                  " " WS-ASK-EFF
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4000-EXIT.
           CONTINUE.

      *> --- Every active salaried employee against the band
      *>     in force at the quarter's end ---
       6000-COMPA-REPORT.
           DISPLAY "Year (YYYY): ".
           ACCEPT WS-ASK-YEAR.
           DISPLAY "Quarter (1-4): ".
           ACCEPT WS-ASK-QTR.
           IF WS-ASK-YEAR < 1900 OR WS-ASK-QTR < 1
                   OR WS-ASK-QTR > 4
               DISPLAY "No such quarter."
               GO TO 6000-EXIT
           END-IF.
           COMPUTE WS-AS-OF =
               WS-ASK-YEAR * 10000
               + WS-QTR-END-MMDD(WS-ASK-QTR).

           MOVE 0 TO WS-RE-COUNT.
           MOVE 0 TO WS-HOURLY-COUNT.
           MOVE 0 TO WS-UNBANDED-COUNT.
           MOVE 0 TO WS-OUTSIDE-COUNT.
           MOVE 0 TO WS-CC-COUNT.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "No employees.dat - nothing to report."
               GO TO 6000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ EMPLOYEE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF NOT EMP-TERMINATED
                   IF EMP-HOURLY
                       ADD 1 TO WS-HOURLY-COUNT
                   ELSE
                       PERFORM 6100-TAKE-ONE-EMPLOYEE
                           THRU 6100-EXIT
                   END-IF
               END-IF
               READ EMPLOYEE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING "salary-bands-" DELIMITED BY SIZE
                   WS-ASK-YEAR DELIMITED BY SIZE
                   "Q" DELIMITED BY SIZE
                   WS-ASK-QTR DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open " WS-REPORT-FILENAME
                   " - no report."
               GO TO 6000-EXIT
           END-IF.

           MOVE "=== SALARY BANDS AND COMPA-RATIO ===" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Quarter: " WS-ASK-YEAR " Q" WS-ASK-QTR
                  "   Bands in force on " WS-AS-OF
                  "   Run: " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Compa-ratio = salary / band midpoint x 100"
               TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO WS-PREV-DEPT.
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > WS-RE-COUNT
               IF WS-RE-IDX = 1
                   OR WS-RE-DEPT(WS-RE-IDX) NOT = WS-PREV-DEPT
                   IF WS-RE-IDX > 1
                       PERFORM 6300-WRITE-DEPT-FOOTER
                   END-IF
                   PERFORM 6200-WRITE-DEPT-HEADER
               END-IF
               PERFORM 6400-WRITE-ONE-EMPLOYEE
           END-PERFORM.
           IF WS-RE-COUNT = 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "No active salaried employees on file."
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM 6300-WRITE-DEPT-FOOTER
           END-IF.

           PERFORM 6500-WRITE-OUT-OF-RANGE.
           PERFORM 6600-WRITE-COST-TO-FIX.
           CLOSE REPORT-FILE.
           MOVE WS-OUTSIDE-COUNT TO WS-DISP-CNT.
           DISPLAY "Employees outside their band: " WS-DISP-CNT.
           DISPLAY "See " WS-REPORT-FILENAME ".".
       6000-EXIT.
           CONTINUE.

      *> --- One employee, read against their band, into the
      *>     table in department and id order ---
       6100-TAKE-ONE-EMPLOYEE.
           MOVE EMP-DEPT TO WS-NEW-DEPT.
           MOVE EMP-ID   TO WS-NEW-ID.
           MOVE 0 TO WS-RE-POS.
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > WS-RE-COUNT
                   OR WS-RE-POS > 0
               IF WS-RE-KEY(WS-RE-IDX) > WS-NEW-KEY
                   MOVE WS-RE-IDX TO WS-RE-POS
               END-IF
           END-PERFORM.
      *>   A report that dropped someone would be wrong
      *>   without saying so - refuse instead
           IF WS-RE-COUNT >= 500
               DISPLAY "ABEND: more than 500 salaried employees "
                   "- raise WS-RE-TABLE."
               CLOSE EMPLOYEE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RE-POS = 0
               COMPUTE WS-RE-POS = WS-RE-COUNT + 1
           ELSE
               PERFORM VARYING WS-RE-IDX FROM WS-RE-COUNT BY -1
                       UNTIL WS-RE-IDX < WS-RE-POS
                   MOVE WS-RE-ENTRY(WS-RE-IDX)
                       TO WS-RE-ENTRY(WS-RE-IDX + 1)
               END-PERFORM
           END-IF.
           ADD 1 TO WS-RE-COUNT.
           MOVE WS-NEW-KEY   TO WS-RE-KEY(WS-RE-POS).
           MOVE EMP-NAME     TO WS-RE-NAME(WS-RE-POS).
           MOVE EMP-GRADE    TO WS-RE-GRADE(WS-RE-POS).
           MOVE EMP-CURRENCY TO WS-RE-CURR(WS-RE-POS).
           MOVE EMP-SALARY   TO WS-RE-SALARY(WS-RE-POS).
           MOVE 0            TO WS-RE-COMPA(WS-RE-POS).

           CALL "BANDCHK" USING
               BY CONTENT   EMP-GRADE
               BY CONTENT   EMP-CURRENCY
               BY CONTENT   WS-AS-OF
               BY REFERENCE WS-BAND-FOUND
               BY REFERENCE WS-BAND-MIN
               BY REFERENCE WS-BAND-MID
               BY REFERENCE WS-BAND-MAX
               BY REFERENCE WS-BAND-EFF
           END-CALL.
           MOVE WS-BAND-MIN TO WS-RE-MIN(WS-RE-POS).
           MOVE WS-BAND-MID TO WS-RE-MID(WS-RE-POS).
           MOVE WS-BAND-MAX TO WS-RE-MAX(WS-RE-POS).
           IF NOT BAND-IS-FOUND
               MOVE "N" TO WS-RE-FLAG(WS-RE-POS)
               ADD 1 TO WS-UNBANDED-COUNT
               GO TO 6100-EXIT
           END-IF.
           COMPUTE WS-RE-COMPA(WS-RE-POS) ROUNDED =
               EMP-SALARY * 100 / WS-BAND-MID.
           EVALUATE TRUE
               WHEN EMP-SALARY < WS-BAND-MIN
                   MOVE "B" TO WS-RE-FLAG(WS-RE-POS)
               WHEN EMP-SALARY > WS-BAND-MAX
                   MOVE "A" TO WS-RE-FLAG(WS-RE-POS)
               WHEN OTHER
                   MOVE " " TO WS-RE-FLAG(WS-RE-POS)
           END-EVALUATE.
       6100-EXIT.
           CONTINUE.

      *> --- A department's heading ---
       6200-WRITE-DEPT-HEADER.
           MOVE WS-RE-DEPT(WS-RE-IDX) TO WS-PREV-DEPT.
           MOVE 0 TO WS-DEPT-HEADS.
           MOVE 0 TO WS-DEPT-BANDED.
           MOVE 0 TO WS-DEPT-COMPA-SUM.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-DETAIL.
           STRING "Department: " WS-PREV-DEPT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Emp  Name                 Gr Cur     Salary"
               & "   Midpoint  Compa" TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- One employee's line ---
       6400-WRITE-ONE-EMPLOYEE.
           ADD 1 TO WS-DEPT-HEADS.
           MOVE SPACES TO WS-DETAIL.
           MOVE WS-RE-ID(WS-RE-IDX)     TO WS-DETAIL(1:4).
           MOVE WS-RE-NAME(WS-RE-IDX)   TO WS-DETAIL(6:20).
           MOVE WS-RE-GRADE(WS-RE-IDX)  TO WS-DETAIL(27:2).
           MOVE WS-RE-CURR(WS-RE-IDX)   TO WS-DETAIL(30:3).
           MOVE WS-RE-SALARY(WS-RE-IDX) TO WS-DISP-AMT.
           MOVE WS-DISP-AMT             TO WS-DETAIL(34:10).
           IF WS-RE-UNBANDED(WS-RE-IDX)
               MOVE "no band for grade" TO WS-DETAIL(47:17)
           ELSE
               ADD 1 TO WS-DEPT-BANDED
               ADD WS-RE-COMPA(WS-RE-IDX) TO WS-DEPT-COMPA-SUM
               MOVE WS-RE-MID(WS-RE-IDX)   TO WS-DISP-MID
               MOVE WS-DISP-MID            TO WS-DETAIL(45:10)
               MOVE WS-RE-COMPA(WS-RE-IDX) TO WS-DISP-COMPA
               MOVE WS-DISP-COMPA          TO WS-DETAIL(57:5)
               IF WS-RE-BELOW(WS-RE-IDX)
                   MOVE "BELOW MIN" TO WS-DETAIL(64:9)
               END-IF
               IF WS-RE-ABOVE(WS-RE-IDX)
                   MOVE "ABOVE MAX" TO WS-DETAIL(64:9)
               END-IF
           END-IF.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- The department's head count and average ---
       6300-WRITE-DEPT-FOOTER.
           MOVE WS-DEPT-HEADS TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           IF WS-DEPT-BANDED = 0
               STRING "  " WS-DISP-CNT " employees, none banded"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           ELSE
               COMPUTE WS-DEPT-COMPA-AVG ROUNDED =
                   WS-DEPT-COMPA-SUM / WS-DEPT-BANDED
               MOVE WS-DEPT-COMPA-AVG TO WS-DISP-COMPA
               STRING "  " WS-DISP-CNT
                      " employees, average compa-ratio "
                      WS-DISP-COMPA
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           END-IF.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Everyone below the minimum or above the maximum,
      *>     with the gap, and the gaps added up per currency ---
       6500-WRITE-OUT-OF-RANGE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "OUTSIDE THE BAND:" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "Emp  Name                 Gr Cur     Salary"
               & "      Limit        Gap" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > WS-RE-COUNT
               IF WS-RE-BELOW(WS-RE-IDX)
                   OR WS-RE-ABOVE(WS-RE-IDX)
                   PERFORM 6550-WRITE-ONE-OUTSIDER
               END-IF
           END-PERFORM.
           IF WS-OUTSIDE-COUNT = 0
               MOVE "  (none - everyone is within their band)"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *> --- One employee outside their band ---
       6550-WRITE-ONE-OUTSIDER.
           ADD 1 TO WS-OUTSIDE-COUNT.
           MOVE 0 TO WS-CC-MATCH-IDX.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-CC-CURR(WS-CC-IDX) = WS-RE-CURR(WS-RE-IDX)
                   MOVE WS-CC-IDX TO WS-CC-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-CC-MATCH-IDX = 0
               IF WS-CC-COUNT >= 20
                   DISPLAY "ABEND: more than 20 pay currencies "
                       "- raise WS-CC-TABLE."
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CC-COUNT
               MOVE WS-CC-COUNT TO WS-CC-MATCH-IDX
               MOVE WS-RE-CURR(WS-RE-IDX)
                   TO WS-CC-CURR(WS-CC-MATCH-IDX)
               MOVE 0 TO WS-CC-BELOW-N(WS-CC-MATCH-IDX)
               MOVE 0 TO WS-CC-BELOW(WS-CC-MATCH-IDX)
               MOVE 0 TO WS-CC-ABOVE-N(WS-CC-MATCH-IDX)
               MOVE 0 TO WS-CC-ABOVE(WS-CC-MATCH-IDX)
           END-IF.

           MOVE SPACES TO WS-DETAIL.
           MOVE WS-RE-ID(WS-RE-IDX)     TO WS-DETAIL(1:4).
           MOVE WS-RE-NAME(WS-RE-IDX)   TO WS-DETAIL(6:20).
           MOVE WS-RE-GRADE(WS-RE-IDX)  TO WS-DETAIL(27:2).
           MOVE WS-RE-CURR(WS-RE-IDX)   TO WS-DETAIL(30:3).
           MOVE WS-RE-SALARY(WS-RE-IDX) TO WS-DISP-AMT.
           MOVE WS-DISP-AMT             TO WS-DETAIL(34:10).
           IF WS-RE-BELOW(WS-RE-IDX)
               COMPUTE WS-GAP =
                   WS-RE-MIN(WS-RE-IDX) - WS-RE-SALARY(WS-RE-IDX)
               MOVE WS-RE-MIN(WS-RE-IDX) TO WS-DISP-MIN
               MOVE "below" TO WS-DETAIL(69:5)
               ADD 1 TO WS-CC-BELOW-N(WS-CC-MATCH-IDX)
               ADD WS-GAP TO WS-CC-BELOW(WS-CC-MATCH-IDX)
           ELSE
               COMPUTE WS-GAP =
                   WS-RE-SALARY(WS-RE-IDX) - WS-RE-MAX(WS-RE-IDX)
               MOVE WS-RE-MAX(WS-RE-IDX) TO WS-DISP-MIN
               MOVE "above" TO WS-DETAIL(69:5)
               ADD 1 TO WS-CC-ABOVE-N(WS-CC-MATCH-IDX)
               ADD WS-GAP TO WS-CC-ABOVE(WS-CC-MATCH-IDX)
           END-IF.
           MOVE WS-DISP-MIN TO WS-DETAIL(45:10).
           MOVE WS-GAP      TO WS-DISP-AMT.
           MOVE WS-DISP-AMT TO WS-DETAIL(56:10).
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- What bringing everyone into range costs: each
      *>     one below raised to the minimum. Pay above the
      *>     maximum is shown, not cut ---
       6600-WRITE-COST-TO-FIX.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "COST TO BRING EVERYONE INTO RANGE:" TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CC-COUNT = 0
               MOVE "  Nothing - no one is outside their band."
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               MOVE WS-CC-BELOW-N(WS-CC-IDX) TO WS-DISP-CNT
               MOVE WS-CC-BELOW(WS-CC-IDX)   TO WS-DISP-TOTAL
               MOVE SPACES TO WS-DETAIL
               STRING "  " WS-CC-CURR(WS-CC-IDX)
                      "  raise " WS-DISP-CNT
                      " to minimum:       " WS-DISP-TOTAL
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               IF WS-CC-ABOVE-N(WS-CC-IDX) > 0
                   MOVE WS-CC-ABOVE-N(WS-CC-IDX) TO WS-DISP-CNT
                   MOVE WS-CC-ABOVE(WS-CC-IDX)   TO WS-DISP-TOTAL
                   MOVE SPACES TO WS-DETAIL
                   STRING "  " WS-CC-CURR(WS-CC-IDX)
                          "  " WS-DISP-CNT
                          " paid above maximum by: " WS-DISP-TOTAL
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
                   MOVE WS-DETAIL TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-UNBANDED-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "Salaried with no band for grade and currency: "
                  WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HOURLY-COUNT TO WS-DISP-CNT.
           MOVE SPACES TO WS-DETAIL.
           STRING "Hourly, paid from timecards, not banded:      "
                  WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- The band file back from storage ---
       8000-SAVE-BANDS.
           OPEN OUTPUT BAND-FILE.
           INITIALIZE BAND-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
               MOVE WS-BD-GRADE(WS-BD-IDX) TO SBD-GRADE
               MOVE WS-BD-CURR(WS-BD-IDX)  TO SBD-CURRENCY
               MOVE WS-BD-EFF(WS-BD-IDX)   TO SBD-EFF-DATE
               MOVE WS-BD-MIN(WS-BD-IDX)   TO SBD-MINIMUM
               MOVE WS-BD-MID(WS-BD-IDX)   TO SBD-MIDPOINT
               MOVE WS-BD-MAX(WS-BD-IDX)   TO SBD-MAXIMUM
               MOVE WS-BD-SDATE(WS-BD-IDX) TO SBD-SET-DATE
               MOVE WS-BD-SBY(WS-BD-IDX)   TO SBD-SET-BY
               WRITE BAND-RECORD
           END-PERFORM.
           CLOSE BAND-FILE.
