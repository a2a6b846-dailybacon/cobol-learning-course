      *> with before/after images, the date, and the
      *> operator who made it.
      *>
      *> A salaried employee's salary is checked against
      *> the band for their grade (SALBAND, via BANDCHK).
      *> One outside the band is refused unless a
      *> supervisor overrides it with a reason, which
      *> goes on the audit line.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks empmaint.cob
      *>       ../13-subprograms/codefmt.cob
      *>       ../13-subprograms/bandchk.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o empmaint
      *>   ./empmaint
      *> ============================================
          05 AUD-BEFORE       PIC X(85).
          05 FILLER           PIC X VALUE ",".
          05 AUD-AFTER        PIC X(85).
          05 FILLER           PIC X VALUE ",".
          05 AUD-REASON       PIC X(40).
      *>     Why a supervisor let a salary outside its
      *>     grade's band stand; blank otherwise

       WORKING-STORAGE SECTION.
       01 WS-KEY-STATUS     PIC 9(4).
       01 WS-CODE-VALID      PIC X.
          88 CODE-IS-VALID   VALUE "Y".

      *>   The salary band check via the shared BANDCHK
       01 WS-BAND-RECHECK    PIC X VALUE "N".
          88 BAND-NEEDS-CHECK VALUE "Y".
       01 WS-BAND-FOUND      PIC X.
          88 BAND-IS-FOUND   VALUE "Y".
       01 WS-BAND-MIN        PIC 9(6)V99.
       01 WS-BAND-MID        PIC 9(6)V99.
       01 WS-BAND-MAX        PIC 9(6)V99.
       01 WS-BAND-EFF        PIC 9(8).
       01 WS-DISP-BAND-MIN   PIC ZZZ,ZZ9.99.
       01 WS-DISP-BAND-MAX   PIC ZZZ,ZZ9.99.
       01 WS-OVR-ANSWER      PIC X VALUE "N".
          88 OVERRIDE-GIVEN  VALUE "Y" "y".
       01 WS-OVR-REASON      PIC X(40) VALUE SPACES.

      *> ============================================
      *> SCREEN SECTION: define the UI layout
      *> ============================================
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 11 COL 25
             VALUE "(W=weekly B=biweekly M=monthly)".
          05 LINE 12 COL 10 VALUE "Grade:     ".
          05 LINE 12 COL 22 PIC X(2) USING WS-E-GRADE
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 14 COL 10 PIC X(40) FROM WS-MSG
             FOREGROUND-COLOR 4.

       01 OVERRIDE-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Salary Outside Band ---"
             FOREGROUND-COLOR 4 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Employee:  ".
          05 LINE 4  COL 22 PIC X(4) FROM WS-E-ID
             FOREGROUND-COLOR 6 HIGHLIGHT.
          05 LINE 5  COL 10 VALUE "Grade:     ".
          05 LINE 5  COL 22 PIC X(2) FROM WS-E-GRADE.
          05 LINE 5  COL 26 PIC X(3) FROM WS-E-CURRENCY.
          05 LINE 6  COL 10 VALUE "Salary:    ".
          05 LINE 6  COL 22 PIC ZZZ,ZZ9.99 FROM WS-E-SALARY
             FOREGROUND-COLOR 6 HIGHLIGHT.
          05 LINE 7  COL 10 VALUE "Band:      ".
          05 LINE 7  COL 22 PIC X(10) FROM WS-DISP-BAND-MIN.
          05 LINE 7  COL 33 VALUE "to".
          05 LINE 7  COL 36 PIC X(10) FROM WS-DISP-BAND-MAX.
          05 LINE 9  COL 10 VALUE "Override:  ".
          05 LINE 9  COL 22 PIC X USING WS-OVR-ANSWER
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 9  COL 25 VALUE "(Y to let it stand)".
          05 LINE 10 COL 10 VALUE "Reason:    ".
          05 LINE 10 COL 22 PIC X(40) USING WS-OVR-REASON
             FOREGROUND-COLOR 7 REVERSE-VIDEO.

       01 VIEW-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Employee ---"
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-OPERATOR.

           PERFORM 0500-LOAD-EMPLOYEES THRU 0500-EXIT.

           PERFORM UNTIL USER-DONE
               MOVE 0 TO WS-CHOICE
               ACCEPT MENU-SCREEN
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 1000-ADD-EMPLOYEE
                              THRU 1000-EXIT
                   WHEN 2 PERFORM 2000-VIEW-EMPLOYEE
                   WHEN 3 PERFORM 3000-CHANGE-EMPLOYEE
                              THRU 3000-EXIT
                   WHEN 4 MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       MOVE "Invalid choice." TO WS-MSG
               MOVE "Add abandoned." TO WS-MSG
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-BAND-RECHECK.
           PERFORM 1700-CHECK-SALARY-BAND THRU 1700-EXIT.
           IF WS-MSG NOT = SPACES
               GO TO 1000-EXIT
           END-IF.

           IF WS-EMP-COUNT < 200
               ADD 1 TO WS-EMP-COUNT
                       TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES
               IF WS-E-GRADE = SPACES
                   MOVE "Grade is required" TO WS-MSG
               END-IF
           END-IF.
           IF WS-MSG = SPACES
               IF WS-E-PAYGROUP NOT = "W"
                   AND WS-E-PAYGROUP NOT = "B"
               END-IF
           END-IF.

      *> --- A salaried employee's salary against the band
      *>     for their grade: outside it stands only on a
      *>     supervisor's override with a reason ---
       1700-CHECK-SALARY-BAND.
           MOVE SPACES TO WS-OVR-REASON.
           IF NOT BAND-NEEDS-CHECK OR WS-E-PAYTYPE NOT = "S"
               GO TO 1700-EXIT
           END-IF.
           CALL "BANDCHK" USING
               BY CONTENT   WS-E-GRADE
               BY CONTENT   WS-E-CURRENCY
               BY CONTENT   WS-TODAY
               BY REFERENCE WS-BAND-FOUND
               BY REFERENCE WS-BAND-MIN
               BY REFERENCE WS-BAND-MID
               BY REFERENCE WS-BAND-MAX
               BY REFERENCE WS-BAND-EFF
           END-CALL.
      *>   A grade with no band yet has nothing to break
           IF NOT BAND-IS-FOUND
               GO TO 1700-EXIT
           END-IF.
           IF WS-E-SALARY >= WS-BAND-MIN
               AND WS-E-SALARY <= WS-BAND-MAX
               GO TO 1700-EXIT
           END-IF.
           IF NOT OPERATOR-IS-SUPER
               MOVE "Salary outside band - supervisor only"
                   TO WS-MSG
               GO TO 1700-EXIT
           END-IF.
           MOVE WS-BAND-MIN TO WS-DISP-BAND-MIN.
           MOVE WS-BAND-MAX TO WS-DISP-BAND-MAX.
           MOVE "N" TO WS-OVR-ANSWER.
           DISPLAY OVERRIDE-SCREEN.
           ACCEPT OVERRIDE-SCREEN.
           IF NOT OVERRIDE-GIVEN OR WS-OVR-REASON = SPACES
               MOVE SPACES TO WS-OVR-REASON
               MOVE "Salary outside band - not overridden"
                   TO WS-MSG
           END-IF.
       1700-EXIT.
           CONTINUE.

      *> --- Screen fields into the file record ---
       1800-BUILD-RECORD-IMAGE.
           INITIALIZE EMP-RECORD
               MOVE "Change abandoned." TO WS-MSG
               GO TO 3000-EXIT
           END-IF.
      *>   EMP-RECORD still holds the record as it was: only a
      *>   new salary, grade, currency or pay type is checked
           MOVE "N" TO WS-BAND-RECHECK.
           IF WS-E-SALARY NOT = EMP-SALARY
               OR WS-E-GRADE NOT = EMP-GRADE
               OR WS-E-CURRENCY NOT = EMP-CURRENCY
               OR WS-E-PAYTYPE NOT = EMP-PAY-TYPE
               MOVE "Y" TO WS-BAND-RECHECK
           END-IF.
           PERFORM 1700-CHECK-SALARY-BAND THRU 1700-EXIT.
           IF WS-MSG NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           PERFORM 1800-BUILD-RECORD-IMAGE.
           MOVE EMP-RECORD TO WS-EMP-REC(WS-EMP-MATCH-IDX).
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
           IF WS-OVR-REASON NOT = SPACES
               MOVE SPACES TO WS-OP-ACTION
               STRING "Salary band override " WS-E-ID
                   DELIMITED BY SIZE INTO WS-OP-ACTION
               END-STRING
               CALL "OPACTION" USING
                   BY CONTENT WS-OPERATOR-ID
                   BY CONTENT WS-OP-PROGRAM
                   BY CONTENT WS-OP-ACTION
               END-CALL
           END-IF.
           MOVE WS-TODAY     TO AUD-DATE.
           MOVE WS-OPERATOR  TO AUD-OPERATOR.
           MOVE WS-E-ID      TO AUD-EMP-ID.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE.
      *>   The rewrite leaves the file's last record in
      *>   EMP-RECORD - rebuild this employee's
           PERFORM 1800-BUILD-RECORD-IMAGE.
           MOVE EMP-RECORD(1:83) TO AUD-AFTER.
           MOVE WS-OVR-REASON TO AUD-REASON.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
