       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPADMIN.
       AUTHOR. LEARNER.

      *> ============================================
      *> Operator maintenance
      *> ============================================
      *> operators.dat used to be kept with an editor.
      *> Now that each id carries a password hash, a
      *> lockout count and an expiry, nobody should be
      *> hand-editing it, so this SCREEN SECTION front
      *> end (same style as the KYC screen) is the one
      *> place ids are looked after:
      *>
      *>   1. List the operators - role, status, when
      *>      the password runs out, last sign-on.
      *>   2. Add an operator. The id gets a temporary
      *>      password, shown here once, which OPSIGNON
      *>      makes the operator change at first use.
      *>   3. Change an operator's role.
      *>   4. Reset a password - a new temporary one, the
      *>      wrong-password count cleared, and a locked
      *>      id (L) unlocked. A disabled id stays so. An
      *>      id with no password issued yet (NONE on the
      *>      list - OPSIGNON refuses it) gets its first
      *>      here.
      *>   5. Disable an id (OPREVIEW's quarterly list of
      *>      ids to remove is worked here).
      *>
      *> Administrators (role A) only. An administrator
      *> cannot disable or demote their own id, so the
      *> shop is never left without one. Every change is
      *> stamped via OPACTION.
      *>
      *> Works on the operators.dat of the directory it
      *> is run from.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks opadmin.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o opadmin
      *>   ./opadmin
      *> ============================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE
               ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

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

       WORKING-STORAGE SECTION.
       01 WS-KEY-STATUS     PIC 9(4).
       01 WS-OP-STATUS      PIC XX.
       01 WS-EOF            PIC X VALUE "N".
          88 END-OF-FILE    VALUE "Y".
          88 NOT-EOF        VALUE "N".

      *>   operators.dat in storage, read fresh for each
      *>   change and written straight back
       01 WS-OPR-COUNT      PIC 9(3) VALUE 0.
       01 WS-OPR-TABLE.
          05 WS-OPR-REC     PIC X(78) OCCURS 200 TIMES.
       01 WS-OPR-IDX        PIC 9(3).
       01 WS-OPR-HIT        PIC 9(3).
       01 WS-OPR-TOO-MANY   PIC X.

      *>   The operator's fields while a record is rebuilt
      *>   in the current layout
       01 WS-HOLD-OPERATOR.
          05 WH-ID            PIC X(8).
          05 WH-NAME          PIC X(20).
          05 WH-ROLE          PIC X.
          05 WH-STATUS        PIC X.
          05 WH-EMP-ID        PIC X(4).
          05 WH-PASS-HASH     PIC X(16).
          05 WH-PASS-EXPIRES  PIC 9(8).
          05 WH-MUST-CHANGE   PIC X.
          05 WH-FAILED-TRIES  PIC 9(2).
          05 WH-LAST-SIGNON   PIC 9(8).

      *>   The operator as keyed on the screens
       01 WS-E-ID           PIC X(8).
       01 WS-E-NAME         PIC X(20).
       01 WS-E-ROLE         PIC X.
          88 ROLE-IS-VALID  VALUE "O" "S" "A".
       01 WS-E-EMP-ID       PIC X(4).
       01 WS-E-CONFIRM      PIC X.
          88 ACTION-CONFIRMED VALUE "Y" "y".
       01 WS-OLD-ROLE       PIC X.

      *>   A temporary password: four letters off the hash
      *>   of the id and the clock, then four digits
       01 WS-TEMP-PASS      PIC X(16).
       01 WS-TEMP-SEED      PIC X(16).
       01 WS-TEMP-HASH      PIC X(16).
       01 WS-TEMP-IDX       PIC 9(2).
       01 WS-TEMP-DIGIT     PIC 9.
       01 WS-TEMP-LETTERS   PIC X(10) VALUE "ABCDEFGHJK".
       01 WS-TEMP-TIME      PIC 9(8).

       01 WS-LIST-EXPIRES   PIC X(8).
       01 WS-LIST-LAST      PIC X(8).

       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-MSG            PIC X(60) VALUE SPACES.
       01 WS-CONTINUE       PIC X VALUE "Y".
          88 USER-DONE      VALUE "N" "n".
       01 WS-PAUSE          PIC X.

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "OPADMIN".
       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-OPERATOR-ROLE  PIC X.
          88 OPERATOR-IS-ADMIN VALUE "A".
       01 WS-SIGNON-OK      PIC X.
       01 WS-OP-ACTION      PIC X(30).

      *> ============================================
      *> SCREEN SECTION: define the UI layout
      *> ============================================
       SCREEN SECTION.

      *> --- Main menu screen ---
       01 MENU-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 20 VALUE "==========================="
             FOREGROUND-COLOR 3.
          05 LINE 3  COL 20 VALUE "   OPERATOR MAINTENANCE v1.0"
             FOREGROUND-COLOR 3 HIGHLIGHT.
          05 LINE 4  COL 20 VALUE "==========================="
             FOREGROUND-COLOR 3.
          05 LINE 7  COL 20 VALUE "1. List operators".
          05 LINE 8  COL 20 VALUE "2. Add an operator".
          05 LINE 9  COL 20 VALUE "3. Change a role".
          05 LINE 10 COL 20 VALUE "4. Reset a password".
          05 LINE 11 COL 20 VALUE "5. Disable an id".
          05 LINE 12 COL 20 VALUE "6. Exit".
          05 LINE 14 COL 20 VALUE "Choice: ".
          05 LINE 14 COL 28 PIC 9 USING WS-CHOICE
             FOREGROUND-COLOR 6 HIGHLIGHT.
          05 LINE 16 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- A new operator ---
       01 ADD-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Add an Operator ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Operator id: ".
          05 LINE 4  COL 24 PIC X(8) USING WS-E-ID
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 10 VALUE "Name:        ".
          05 LINE 5  COL 24 PIC X(20) USING WS-E-NAME
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 10 VALUE "Role:        ".
          05 LINE 6  COL 24 PIC X USING WS-E-ROLE
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 6  COL 30 VALUE "(O=Operator S=Supervisor A=Admin)".
          05 LINE 7  COL 10 VALUE "Employee:    ".
          05 LINE 7  COL 24 PIC X(4) USING WS-E-EMP-ID
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 7  COL 30 VALUE "(blank if not one member of staff)".
          05 LINE 9  COL 10 VALUE "Blank the id to go back.".
          05 LINE 11 COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- A new role for an operator ---
       01 ROLE-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Change a Role ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Operator id: ".
          05 LINE 4  COL 24 PIC X(8) USING WS-E-ID
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 10 VALUE "New role:    ".
          05 LINE 5  COL 24 PIC X USING WS-E-ROLE
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 30 VALUE "(O=Operator S=Supervisor A=Admin)".
          05 LINE 7  COL 10 VALUE "Blank the id to go back.".
          05 LINE 9  COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

      *> --- Which operator, and are you sure ---
       01 PICK-SCREEN.
          05 BLANK SCREEN.
          05 LINE 2  COL 15 VALUE "--- Reset or Disable an Id ---"
             FOREGROUND-COLOR 2 HIGHLIGHT.
          05 LINE 4  COL 10 VALUE "Operator id: ".
          05 LINE 4  COL 24 PIC X(8) USING WS-E-ID
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 5  COL 10 VALUE "Sure (Y/N):  ".
          05 LINE 5  COL 24 PIC X USING WS-E-CONFIRM
             FOREGROUND-COLOR 7 REVERSE-VIDEO.
          05 LINE 7  COL 10 VALUE "Blank the id to go back.".
          05 LINE 9  COL 10 PIC X(60) FROM WS-MSG
             FOREGROUND-COLOR 4.

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
           IF NOT OPERATOR-IS-ADMIN
               DISPLAY "Administrator role required."
               MOVE "Refused - not an administrator"
                   TO WS-OP-ACTION
               PERFORM 7400-LOG-ACTION
               STOP RUN
           END-IF.

           PERFORM UNTIL USER-DONE
               MOVE 0 TO WS-CHOICE
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 2000-LIST-OPERATORS
                           THRU 2000-EXIT
                   WHEN 2
                       PERFORM 3000-ADD-OPERATOR
                           THRU 3000-EXIT
                   WHEN 3
                       PERFORM 4000-CHANGE-ROLE
                           THRU 4000-EXIT
                   WHEN 4
                       PERFORM 5000-RESET-PASSWORD
                           THRU 5000-EXIT
                   WHEN 5
                       PERFORM 6000-DISABLE-ID
                           THRU 6000-EXIT
                   WHEN 6
                       MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       MOVE "Invalid choice. Try again."
                           TO WS-MSG
               END-EVALUATE
           END-PERFORM.

           DISPLAY SPACE BLANK SCREEN.
           STOP RUN.

      *> --- Every id on file ---
       2000-LIST-OPERATORS.
           MOVE SPACES TO WS-E-ID.
           PERFORM 7000-LOAD-OPERATORS THRU 7000-EXIT.
           DISPLAY SPACE BLANK SCREEN.
           DISPLAY "=== OPERATORS ===".
           DISPLAY "ID       NAME                 ROLE STATUS "
               "EMP  EXPIRES  LAST ON  TRIES".
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
               MOVE WS-OPR-REC(WS-OPR-IDX) TO OPERATOR-RECORD
               EVALUATE TRUE
                   WHEN OP-PASS-HASH = SPACES
                       MOVE "NONE    " TO WS-LIST-EXPIRES
                   WHEN OP-MUST-CHANGE = "Y"
                       MOVE "TEMP    " TO WS-LIST-EXPIRES
                   WHEN OP-PASS-EXPIRES = 0
                       MOVE "-       " TO WS-LIST-EXPIRES
                   WHEN OTHER
                       MOVE OP-PASS-EXPIRES TO WS-LIST-EXPIRES
               END-EVALUATE
               IF OP-LAST-SIGNON = 0
                   MOVE "NEVER   " TO WS-LIST-LAST
               ELSE
                   MOVE OP-LAST-SIGNON TO WS-LIST-LAST
               END-IF
               DISPLAY OP-ID " " OP-NAME " " OP-ROLE "    "
                   OP-STATUS "      " OP-EMP-ID " "
                   WS-LIST-EXPIRES " " WS-LIST-LAST " "
                   OP-FAILED-TRIES
           END-PERFORM.
           DISPLAY "Status: A=Active D=Disabled L=Locked out".
           DISPLAY "Press Enter to return to the menu.".
           ACCEPT WS-PAUSE.
           MOVE SPACES TO WS-MSG.
       2000-EXIT.
           CONTINUE.

      *> --- A new id, active, on a temporary password ---
       3000-ADD-OPERATOR.
           MOVE SPACES TO WS-E-ID.
           MOVE SPACES TO WS-E-NAME.
           MOVE SPACES TO WS-E-EMP-ID.
           MOVE "O" TO WS-E-ROLE.
           MOVE SPACES TO WS-MSG.
           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-ID = SPACES
               DISPLAY ADD-SCREEN
               ACCEPT ADD-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-E-ID NOT = SPACES
                   PERFORM 3100-VALIDATE-NEW
               END-IF
           END-PERFORM.
           IF WS-E-ID = SPACES
               MOVE "No operator added." TO WS-MSG
               GO TO 3000-EXIT
           END-IF.
           IF WS-OPR-COUNT >= 200
               MOVE "operators.dat is full (200 ids)." TO WS-MSG
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-OPR-COUNT.
           MOVE WS-OPR-COUNT TO WS-OPR-HIT.
           INITIALIZE OPERATOR-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-E-ID     TO OP-ID.
           MOVE WS-E-NAME   TO OP-NAME.
           MOVE WS-E-ROLE   TO OP-ROLE.
           MOVE "A"         TO OP-STATUS.
           MOVE WS-E-EMP-ID TO OP-EMP-ID.
           PERFORM 7300-TEMP-PASSWORD.
           PERFORM 7200-SAVE-OPERATORS THRU 7200-EXIT.
           IF WS-MSG NOT = SPACES
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-OP-ACTION.
           STRING "OPERATOR ADDED " OP-ID " ROLE " OP-ROLE
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           PERFORM 7400-LOG-ACTION.
           STRING "Added " OP-ID " - temporary password "
                  WS-TEMP-PASS(1:8) "."
               DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
       3000-EXIT.
           CONTINUE.

      *> --- A new id must be new, named, and in a role ---
       3100-VALIDATE-NEW.
           PERFORM 7000-LOAD-OPERATORS THRU 7000-EXIT.
           IF WS-OPR-HIT NOT = 0
               MOVE "That id is already on file." TO WS-MSG
           END-IF.
           IF WS-MSG = SPACES AND WS-E-NAME = SPACES
               MOVE "Name is required." TO WS-MSG
           END-IF.
           IF WS-MSG = SPACES AND NOT ROLE-IS-VALID
               MOVE "Role must be O, S or A." TO WS-MSG
           END-IF.

      *> --- A new role for an existing id. An administrator
      *>     cannot change their own ---
       4000-CHANGE-ROLE.
           MOVE SPACES TO WS-E-ID.
           MOVE SPACE TO WS-E-ROLE.
           MOVE SPACES TO WS-MSG.
           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-ID = SPACES
               DISPLAY ROLE-SCREEN
               ACCEPT ROLE-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-E-ID NOT = SPACES
                   PERFORM 7100-FIND-OPERATOR
                   IF WS-MSG = SPACES AND NOT ROLE-IS-VALID
                       MOVE "Role must be O, S or A." TO WS-MSG
                   END-IF
                   IF WS-MSG = SPACES
                       AND WS-E-ID = WS-OPERATOR-ID
                       MOVE "You cannot change your own role."
                           TO WS-MSG
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-E-ID = SPACES
               MOVE "No role changed." TO WS-MSG
               GO TO 4000-EXIT
           END-IF.
           IF OP-ROLE = WS-E-ROLE
               MOVE "Role unchanged." TO WS-MSG
               GO TO 4000-EXIT
           END-IF.

           MOVE OP-ROLE TO WS-OLD-ROLE.
           MOVE WS-E-ROLE TO OP-ROLE.
           PERFORM 7200-SAVE-OPERATORS THRU 7200-EXIT.
           IF WS-MSG NOT = SPACES
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WS-OP-ACTION.
           STRING "ROLE " OP-ID " " WS-OLD-ROLE " TO " OP-ROLE
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           PERFORM 7400-LOG-ACTION.
           STRING "Role for " OP-ID " is now " OP-ROLE "."
               DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
       4000-EXIT.
           CONTINUE.

      *> --- A new temporary password; a locked id unlocked ---
       5000-RESET-PASSWORD.
           MOVE SPACES TO WS-E-ID.
           MOVE SPACE TO WS-E-CONFIRM.
           MOVE SPACES TO WS-MSG.
           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-ID = SPACES
               DISPLAY PICK-SCREEN
               ACCEPT PICK-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-E-ID NOT = SPACES
                   PERFORM 7100-FIND-OPERATOR
               END-IF
           END-PERFORM.
           IF WS-E-ID = SPACES OR NOT ACTION-CONFIRMED
               MOVE "No password reset." TO WS-MSG
               GO TO 5000-EXIT
           END-IF.

           IF OP-STATUS = "L"
               MOVE "A" TO OP-STATUS
           END-IF.
           PERFORM 7300-TEMP-PASSWORD.
           PERFORM 7200-SAVE-OPERATORS THRU 7200-EXIT.
           IF WS-MSG NOT = SPACES
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO WS-OP-ACTION.
           STRING "PASSWORD RESET " OP-ID
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           PERFORM 7400-LOG-ACTION.
           IF OP-STATUS = "D"
               STRING "Reset " OP-ID " to " WS-TEMP-PASS(1:8)
                      " - id is still disabled."
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           ELSE
               STRING "Reset " OP-ID " - temporary password "
                      WS-TEMP-PASS(1:8) "."
                   DELIMITED BY SIZE INTO WS-MSG
               END-STRING
           END-IF.
       5000-EXIT.
           CONTINUE.

      *> --- Disable an id. An administrator cannot disable
      *>     their own ---
       6000-DISABLE-ID.
           MOVE SPACES TO WS-E-ID.
           MOVE SPACE TO WS-E-CONFIRM.
           MOVE SPACES TO WS-MSG.
           PERFORM WITH TEST AFTER UNTIL WS-MSG = SPACES
                   OR WS-E-ID = SPACES
               DISPLAY PICK-SCREEN
               ACCEPT PICK-SCREEN
               MOVE SPACES TO WS-MSG
               IF WS-E-ID NOT = SPACES
                   PERFORM 7100-FIND-OPERATOR
                   IF WS-MSG = SPACES
                       AND WS-E-ID = WS-OPERATOR-ID
                       MOVE "You cannot disable your own id."
                           TO WS-MSG
                   END-IF
                   IF WS-MSG = SPACES AND OP-STATUS = "D"
                       MOVE "That id is already disabled."
                           TO WS-MSG
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-E-ID = SPACES OR NOT ACTION-CONFIRMED
               MOVE "No id disabled." TO WS-MSG
               GO TO 6000-EXIT
           END-IF.

           MOVE "D" TO OP-STATUS.
           PERFORM 7200-SAVE-OPERATORS THRU 7200-EXIT.
           IF WS-MSG NOT = SPACES
               GO TO 6000-EXIT
           END-IF.
           MOVE SPACES TO WS-OP-ACTION.
           STRING "OPERATOR DISABLED " OP-ID
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           PERFORM 7400-LOG-ACTION.
           STRING "Id " OP-ID " disabled."
               DELIMITED BY SIZE INTO WS-MSG
           END-STRING.
       6000-EXIT.
           CONTINUE.

      *> --- operators.dat into storage, each record in the
      *>     current layout; WS-OPR-HIT at WS-E-ID (0 if it
      *>     is not there) ---
       7000-LOAD-OPERATORS.
           MOVE 0 TO WS-OPR-COUNT.
           MOVE 0 TO WS-OPR-HIT.
           MOVE "N" TO WS-OPR-TOO-MANY.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OP-STATUS NOT = "00"
               GO TO 7000-EXIT
           END-IF.
           SET NOT-EOF TO TRUE.
           PERFORM UNTIL END-OF-FILE
               READ OPERATOR-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-OPR-COUNT < 200
                           ADD 1 TO WS-OPR-COUNT
                           PERFORM 7050-REBUILD-OPERATOR
                           MOVE OPERATOR-RECORD
                               TO WS-OPR-REC(WS-OPR-COUNT)
                           IF OP-ID = WS-E-ID AND WS-OPR-HIT = 0
                               MOVE WS-OPR-COUNT TO WS-OPR-HIT
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-OPR-TOO-MANY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
       7000-EXIT.
           CONTINUE.

      *> --- The record in the current layout, whatever
      *>     layout it was written in ---
       7050-REBUILD-OPERATOR.
           MOVE OP-ID TO WH-ID.
           MOVE OP-NAME TO WH-NAME.
           MOVE OP-ROLE TO WH-ROLE.
           MOVE OP-STATUS TO WH-STATUS.
           MOVE OP-EMP-ID TO WH-EMP-ID.
           MOVE OP-PASS-HASH TO WH-PASS-HASH.
           MOVE OP-MUST-CHANGE TO WH-MUST-CHANGE.
           IF OP-PASS-EXPIRES IS NUMERIC
               MOVE OP-PASS-EXPIRES TO WH-PASS-EXPIRES
           ELSE
               MOVE 0 TO WH-PASS-EXPIRES
           END-IF.
           IF OP-FAILED-TRIES IS NUMERIC
               MOVE OP-FAILED-TRIES TO WH-FAILED-TRIES
           ELSE
               MOVE 0 TO WH-FAILED-TRIES
           END-IF.
           IF OP-LAST-SIGNON IS NUMERIC
               MOVE OP-LAST-SIGNON TO WH-LAST-SIGNON
           ELSE
               MOVE 0 TO WH-LAST-SIGNON
           END-IF.
           INITIALIZE OPERATOR-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WH-ID TO OP-ID.
           MOVE WH-NAME TO OP-NAME.
           MOVE WH-ROLE TO OP-ROLE.
           MOVE WH-STATUS TO OP-STATUS.
           MOVE WH-EMP-ID TO OP-EMP-ID.
           MOVE WH-PASS-HASH TO OP-PASS-HASH.
           MOVE WH-PASS-EXPIRES TO OP-PASS-EXPIRES.
           MOVE WH-MUST-CHANGE TO OP-MUST-CHANGE.
           MOVE WH-FAILED-TRIES TO OP-FAILED-TRIES.
           MOVE WH-LAST-SIGNON TO OP-LAST-SIGNON.

      *> --- The keyed id, which must be on file; its record
      *>     left in OPERATOR-RECORD ---
       7100-FIND-OPERATOR.
           PERFORM 7000-LOAD-OPERATORS THRU 7000-EXIT.
           IF WS-OPR-HIT = 0
               MOVE "No such operator." TO WS-MSG
           ELSE
               MOVE WS-OPR-REC(WS-OPR-HIT) TO OPERATOR-RECORD
           END-IF.

      *> --- OPERATOR-RECORD back into storage at WS-OPR-HIT
      *>     and the file rewritten from it ---
       7200-SAVE-OPERATORS.
           IF WS-OPR-TOO-MANY = "Y"
               MOVE "More than 200 ids - operators.dat not updated."
                   TO WS-MSG
               GO TO 7200-EXIT
           END-IF.
           MOVE OPERATOR-RECORD TO WS-OPR-REC(WS-OPR-HIT).
           OPEN OUTPUT OPERATOR-FILE.
           IF WS-OP-STATUS NOT = "00"
               MOVE "operators.dat could not be written." TO WS-MSG
               GO TO 7200-EXIT
           END-IF.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
               MOVE WS-OPR-REC(WS-OPR-IDX) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           MOVE WS-OPR-REC(WS-OPR-HIT) TO OPERATOR-RECORD.
       7200-EXIT.
           CONTINUE.

      *> --- A temporary password for OP-ID, its hash put on
      *>     the record, and the id made to change it at the
      *>     next sign-on ---
       7300-TEMP-PASSWORD.
           ACCEPT WS-TEMP-TIME FROM TIME.
           MOVE SPACES TO WS-TEMP-SEED.
           STRING WS-TEMP-TIME WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-TEMP-SEED
           END-STRING.
           CALL "PWHASH" USING
               BY CONTENT   OP-ID
               BY CONTENT   WS-TEMP-SEED
               BY REFERENCE WS-TEMP-HASH
           END-CALL.
           MOVE SPACES TO WS-TEMP-PASS.
           PERFORM VARYING WS-TEMP-IDX FROM 1 BY 1
                   UNTIL WS-TEMP-IDX > 4
               MOVE WS-TEMP-HASH(WS-TEMP-IDX + 8:1) TO WS-TEMP-DIGIT
               MOVE WS-TEMP-LETTERS(WS-TEMP-DIGIT + 1:1)
                   TO WS-TEMP-PASS(WS-TEMP-IDX:1)
           END-PERFORM.
           MOVE WS-TEMP-HASH(13:4) TO WS-TEMP-PASS(5:4).
           CALL "PWHASH" USING
               BY CONTENT   OP-ID
               BY CONTENT   WS-TEMP-PASS
               BY REFERENCE OP-PASS-HASH
           END-CALL.
           MOVE 0   TO OP-PASS-EXPIRES.
           MOVE "Y" TO OP-MUST-CHANGE.
           MOVE 0   TO OP-FAILED-TRIES.

      *> --- Stamp the action with the operator's id ---
       7400-LOG-ACTION.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
