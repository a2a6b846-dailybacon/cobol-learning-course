      *> Every attempt - good or bad - lands on the
      *> operator activity log.
      *>
      *> An id tied to a member of staff (OP-EMP-ID) is
      *> also refused once the employee master shows
      *> that employee terminated - TERMEMP disables the
      *> id at termination, and this catches any copy of
      *> operators.dat it did not reach.
      *>
      *> An id alone is not enough: every operator has a
      *> password, kept on operators.dat only as PWHASH's
      *> hash of it. A password runs OP-PASS-DAYS days
      *> (batch-params.dat, default 90) and must then be
      *> changed before the id signs on again. Passwords
      *> are issued in OPADMIN: a new id and a reset get
      *> a temporary one, which must be changed at first
      *> use. An id with none issued yet (a blank hash -
      *> the standing ids seeded below, ids from before
      *> passwords) is refused until an administrator
      *> issues one. So that there is always someone to
      *> issue them, the seeded ADM00001 gets its
      *> temporary password when operators.dat is
      *> created, shown that once - as does the first
      *> active administrator of a file on which no
      *> administrator has a password yet.
      *> OP-LOCKOUT-TRIES wrong passwords
      *> in a row (default 3) lock the id until an
      *> administrator resets it in OPADMIN.
      *>
      *> Roles: O=Operator, S=Supervisor, A=Admin.
      *> Sensitive actions (resubmits, releases, holds,
      *> deletes) need S or A.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

      *>   The canonical employee master, one directory
      *>   chain over from every program that signs on
           SELECT EMPLOYEE-FILE
               ASSIGN TO
                   "../10-sequential-files/employees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.

      *>   The password rules, where this directory has a
      *>   control file; the defaults stand where it has not
           SELECT PARAMS-FILE
               ASSIGN TO "batch-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.

       DATA DIVISION.
       FILE SECTION.

          05 OP-ROLE          PIC X.
          05 FILLER           PIC X VALUE ",".
          05 OP-STATUS        PIC X.
      *>     A=Active, D=Disabled, L=Locked out
          05 FILLER           PIC X VALUE ",".
          05 OP-EMP-ID        PIC X(4).
      *>     The operator's own employee id (employees.dat,
      *>     employee-bank.dat), so BATCH can spot a teller
      *>     keying their own or a co-owned account. Blank
      *>     for ids not tied to one member of staff.
          05 FILLER           PIC X VALUE ",".
          05 OP-PASS-HASH     PIC X(16).
      *>     PWHASH of the id and password. Blank: no
      *>     password issued yet - the id cannot sign on
      *>     until OPADMIN issues one
          05 FILLER           PIC X VALUE ",".
          05 OP-PASS-EXPIRES  PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 OP-MUST-CHANGE   PIC X.
      *>     Y: the password is a temporary one
          05 FILLER           PIC X VALUE ",".
          05 OP-FAILED-TRIES  PIC 9(2).
      *>     Wrong passwords since the last good one
          05 FILLER           PIC X VALUE ",".
          05 OP-LAST-SIGNON   PIC 9(8).

       FD ACTIVITY-FILE.
       01 ACTIVITY-RECORD.
          05 FILLER           PIC X VALUE ",".
          05 AC-ACTION        PIC X(30).

       FD EMPLOYEE-FILE.
       01 EMP-RECORD.
           COPY "empmast.cpy".

       FD PARAMS-FILE.
       01 PARAM-RECORD.
          05 PRM-KEY          PIC X(20).
          05 FILLER           PIC X.
          05 PRM-VALUE        PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-OP-STATUS       PIC XX.
       01 WS-ACT-STATUS      PIC XX.
       01 WS-FOUND           PIC X.
       01 WS-TIME-RAW        PIC 9(8).
       01 WS-LOG-ACTION      PIC X(30).
       01 WS-EMP-STATUS      PIC XX.
       01 WS-LINK-EMP-ID     PIC X(4).
       01 WS-LINK-TERMED     PIC X.
       01 WS-PARAMS-STATUS   PIC XX.
       01 WS-TODAY           PIC 9(8).

      *>   Password rules
       01 WS-PASS-DAYS       PIC 9(3) VALUE 90.
       01 WS-LOCKOUT-TRIES   PIC 9(2) VALUE 3.

      *>   operators.dat in storage: a sign-on that counts a
      *>   wrong password or a new one rewrites it
       01 WS-OPR-COUNT       PIC 9(3) VALUE 0.
       01 WS-OPR-TABLE.
          05 WS-OPR-REC      PIC X(78) OCCURS 200 TIMES.
       01 WS-OPR-IDX         PIC 9(3).
       01 WS-OPR-HIT         PIC 9(3).
       01 WS-OPR-TOO-MANY    PIC X.

      *>   The operator's fields while the record is rebuilt
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

      *>   The password as keyed, and what it hashes to
       01 WS-ASK-PASS        PIC X(16).
       01 WS-ASK-HASH        PIC X(16).
       01 WS-ON-FILE-HASH    PIC X(16).
       01 WS-NEW-PASS        PIC X(16).
       01 WS-NEW-PASS-AGAIN  PIC X(16).
       01 WS-NEW-HASH        PIC X(16).
       01 WS-PW-TRY          PIC 9.
       01 WS-PW-LEN          PIC 9(2).
       01 WS-PW-IDX          PIC 9(2).
       01 WS-PW-DIGITS       PIC 9(2).
       01 WS-PW-LETTERS      PIC 9(2).
       01 WS-PW-CHANGED      PIC X.
       01 WS-PW-MSG          PIC X(50).
       01 WS-DAYS-LEFT       PIC S9(5).
       01 WS-TRIES-DISP      PIC Z9.

      *>   A first temporary password, made the way OPADMIN
      *>   makes them
       01 WS-TEMP-PASS       PIC X(16).
       01 WS-TEMP-SEED       PIC X(16).
       01 WS-TEMP-HASH       PIC X(16).
       01 WS-TEMP-IDX        PIC 9(2).
       01 WS-TEMP-DIGIT      PIC 9.
       01 WS-TEMP-LETTERS    PIC X(10) VALUE "ABCDEFGHJK".
       01 WS-TEMP-TIME       PIC 9(8).
       01 WS-ADMIN-HAS-PASS  PIC X.

       LINKAGE SECTION.
       01 LS-PROGRAM        PIC X(8).
           MOVE "N" TO LS-OK.
           MOVE SPACES TO LS-OPERATOR.
           MOVE SPACE TO LS-ROLE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM ENSURE-OPERATOR-FILE.
           PERFORM READ-PASSWORD-RULES THRU READ-PASSWORD-RULES-EXIT.

           PERFORM VARYING WS-TRY FROM 1 BY 1
                   UNTIL WS-TRY > 3 OR LS-OK = "Y"
               DISPLAY "Operator id: " WITH NO ADVANCING
               ACCEPT WS-ASK-ID
               PERFORM CHECK-ONE-ATTEMPT THRU CHECK-ONE-ATTEMPT-EXIT
           END-PERFORM.

           IF LS-OK NOT = "Y"
               MOVE "Sign-on refused" TO WS-LOG-ACTION
               PERFORM WRITE-ACTIVITY THRU WRITE-ACTIVITY-EXIT
               DISPLAY "Sign-on refused."
           END-IF.
           GOBACK.

      *> --- One keyed attempt against the operator file ---
       CHECK-ONE-ATTEMPT.
           PERFORM LOAD-OPERATORS THRU LOAD-OPERATORS-EXIT.
           IF WS-OPR-HIT = 0
               DISPLAY "Unknown operator."
               GO TO CHECK-ONE-ATTEMPT-EXIT
           END-IF.
           MOVE WS-OPR-REC(WS-OPR-HIT) TO OPERATOR-RECORD.
           PERFORM REBUILD-OPERATOR.

           MOVE OP-EMP-ID TO WS-LINK-EMP-ID.
           PERFORM CHECK-LINKED-EMPLOYEE
               THRU CHECK-LINKED-EMPLOYEE-EXIT.
           EVALUATE TRUE
               WHEN OP-STATUS = "L"
                   DISPLAY "Operator is locked out - an "
                       "administrator must reset the password."
                   MOVE "Refused - id locked out"
                       TO WS-LOG-ACTION
                   PERFORM WRITE-ACTIVITY THRU WRITE-ACTIVITY-EXIT
                   GO TO CHECK-ONE-ATTEMPT-EXIT
               WHEN OP-STATUS NOT = "A"
                   DISPLAY "Operator is disabled."
                   GO TO CHECK-ONE-ATTEMPT-EXIT
               WHEN WS-LINK-TERMED = "Y"
                   DISPLAY "Operator's employee is "
                       "terminated."
                   MOVE "Refused - employee terminated"
                       TO WS-LOG-ACTION
                   PERFORM WRITE-ACTIVITY THRU WRITE-ACTIVITY-EXIT
                   GO TO CHECK-ONE-ATTEMPT-EXIT
           END-EVALUATE.

      *>   The password. An id with none issued yet has
      *>   nothing to check it against
           IF OP-PASS-HASH = SPACES
               DISPLAY "No password issued - see an "
                   "administrator."
               MOVE "Refused - no password issued"
                   TO WS-LOG-ACTION
               PERFORM WRITE-ACTIVITY THRU WRITE-ACTIVITY-EXIT
               GO TO CHECK-ONE-ATTEMPT-EXIT
           END-IF.
           DISPLAY "Password:    " WITH NO ADVANCING.
           ACCEPT WS-ASK-PASS WITH NO-ECHO.
           CALL "PWHASH" USING
               BY CONTENT   OP-ID
               BY CONTENT   WS-ASK-PASS
               BY REFERENCE WS-ASK-HASH
           END-CALL.
           MOVE OP-PASS-HASH TO WS-ON-FILE-HASH.

           IF WS-ASK-HASH NOT = WS-ON-FILE-HASH
               PERFORM WRONG-PASSWORD
               GO TO CHECK-ONE-ATTEMPT-EXIT
           END-IF.
           MOVE 0 TO OP-FAILED-TRIES.

      *>   A temporary or expired password is changed before
      *>   the id goes any further
           MOVE SPACES TO WS-PW-MSG.
           IF OP-MUST-CHANGE = "Y"
               MOVE "Password must be changed before first use."
                   TO WS-PW-MSG
           ELSE
               IF OP-PASS-EXPIRES NOT = 0
                   AND OP-PASS-EXPIRES <= WS-TODAY
                   MOVE "Password has expired - choose a new one."
                       TO WS-PW-MSG
               END-IF
           END-IF.
           IF WS-PW-MSG NOT = SPACES
               DISPLAY WS-PW-MSG
               PERFORM CHANGE-PASSWORD THRU CHANGE-PASSWORD-EXIT
               IF WS-PW-CHANGED NOT = "Y"
                   DISPLAY "Password not changed."
                   MOVE "Refused - password not changed"
                       TO WS-LOG-ACTION
                   PERFORM WRITE-ACTIVITY THRU WRITE-ACTIVITY-EXIT
                   PERFORM SAVE-OPERATOR THRU SAVE-OPERATOR-EXIT
                   GO TO CHECK-ONE-ATTEMPT-EXIT
               END-IF
           END-IF.

           MOVE WS-TODAY TO OP-LAST-SIGNON.
           PERFORM SAVE-OPERATOR THRU SAVE-OPERATOR-EXIT.
           MOVE OP-ID   TO LS-OPERATOR.
           MOVE OP-ROLE TO LS-ROLE.
           MOVE "Y"     TO LS-OK.
           DISPLAY "Signed on: " OP-NAME.
           IF OP-PASS-EXPIRES NOT = 0
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(OP-PASS-EXPIRES)
                   - FUNCTION INTEGER-OF-DATE(WS-TODAY)
               IF WS-DAYS-LEFT <= 7
                   MOVE WS-DAYS-LEFT TO WS-TRIES-DISP
                   DISPLAY "Password expires in " WS-TRIES-DISP
                       " day(s)."
               END-IF
           END-IF.
           MOVE "Signed on" TO WS-LOG-ACTION.
           PERFORM WRITE-ACTIVITY THRU WRITE-ACTIVITY-EXIT.
       CHECK-ONE-ATTEMPT-EXIT.
           CONTINUE.

      *> --- A wrong password counts against the id; enough
      *>     in a row and it is locked ---
       WRONG-PASSWORD.
           ADD 1 TO OP-FAILED-TRIES.
           IF OP-FAILED-TRIES >= WS-LOCKOUT-TRIES
               MOVE "L" TO OP-STATUS
               MOVE OP-FAILED-TRIES TO WS-TRIES-DISP
               DISPLAY "Wrong password - " WS-TRIES-DISP
                   " in a row. Operator is now locked out."
               MOVE "Locked out - wrong passwords"
                   TO WS-LOG-ACTION
           ELSE
               DISPLAY "Wrong password."
               MOVE "Refused - wrong password" TO WS-LOG-ACTION
           END-IF.
           PERFORM WRITE-ACTIVITY THRU WRITE-ACTIVITY-EXIT.
           PERFORM SAVE-OPERATOR THRU SAVE-OPERATOR-EXIT.

      *> --- A new password, keyed twice: eight characters
      *>     or more, letters and digits both, not the id
      *>     and not the one it replaces. Three goes ---
       CHANGE-PASSWORD.
           MOVE "N" TO WS-PW-CHANGED.
           PERFORM VARYING WS-PW-TRY FROM 1 BY 1
                   UNTIL WS-PW-TRY > 3 OR WS-PW-CHANGED = "Y"
               DISPLAY "New password: " WITH NO ADVANCING
               ACCEPT WS-NEW-PASS WITH NO-ECHO
               DISPLAY "Key it again: " WITH NO ADVANCING
               ACCEPT WS-NEW-PASS-AGAIN WITH NO-ECHO
               PERFORM CHECK-NEW-PASSWORD
               IF WS-PW-MSG = SPACES
                   MOVE "Y" TO WS-PW-CHANGED
               ELSE
                   DISPLAY WS-PW-MSG
               END-IF
           END-PERFORM.
           IF WS-PW-CHANGED NOT = "Y"
               GO TO CHANGE-PASSWORD-EXIT
           END-IF.
           MOVE WS-NEW-HASH TO OP-PASS-HASH.
           MOVE "N" TO OP-MUST-CHANGE.
           COMPUTE OP-PASS-EXPIRES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-PASS-DAYS).
           DISPLAY "Password changed.".
           MOVE "Password changed" TO WS-LOG-ACTION.
           PERFORM WRITE-ACTIVITY THRU WRITE-ACTIVITY-EXIT.
       CHANGE-PASSWORD-EXIT.
           CONTINUE.

       CHECK-NEW-PASSWORD.
           MOVE SPACES TO WS-PW-MSG.
           IF WS-NEW-PASS NOT = WS-NEW-PASS-AGAIN
               MOVE "The two entries differ." TO WS-PW-MSG
           END-IF.
           MOVE 0 TO WS-PW-LEN.
           MOVE 0 TO WS-PW-DIGITS.
           MOVE 0 TO WS-PW-LETTERS.
           PERFORM VARYING WS-PW-IDX FROM 1 BY 1
                   UNTIL WS-PW-IDX > 16
               IF WS-NEW-PASS(WS-PW-IDX:1) NOT = SPACE
                   MOVE WS-PW-IDX TO WS-PW-LEN
               END-IF
               IF WS-NEW-PASS(WS-PW-IDX:1) IS NUMERIC
                   ADD 1 TO WS-PW-DIGITS
               END-IF
               IF WS-NEW-PASS(WS-PW-IDX:1) IS ALPHABETIC
                   AND WS-NEW-PASS(WS-PW-IDX:1) NOT = SPACE
                   ADD 1 TO WS-PW-LETTERS
               END-IF
           END-PERFORM.
           IF WS-PW-MSG = SPACES
               IF WS-PW-LEN < 8
                   MOVE "At least eight characters, please."
                       TO WS-PW-MSG
               ELSE
                   IF WS-PW-DIGITS = 0 OR WS-PW-LETTERS = 0
                       MOVE "Use both letters and digits."
                           TO WS-PW-MSG
                   END-IF
               END-IF
           END-IF.
           IF WS-PW-MSG = SPACES AND WS-NEW-PASS(1:8) = OP-ID
               AND WS-NEW-PASS(9:8) = SPACES
               MOVE "The password cannot be the operator id."
                   TO WS-PW-MSG
           END-IF.
           IF WS-PW-MSG = SPACES
               CALL "PWHASH" USING
                   BY CONTENT   OP-ID
                   BY CONTENT   WS-NEW-PASS
                   BY REFERENCE WS-NEW-HASH
               END-CALL
               IF WS-NEW-HASH = WS-ON-FILE-HASH
                   MOVE "Choose a password not used before."
                       TO WS-PW-MSG
               END-IF
           END-IF.

      *> --- operators.dat into storage, WS-OPR-HIT at the
      *>     keyed id (0 if it is not there) ---
       LOAD-OPERATORS.
           MOVE 0 TO WS-OPR-COUNT.
           MOVE 0 TO WS-OPR-HIT.
           MOVE "N" TO WS-OPR-TOO-MANY.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OP-STATUS NOT = "00"
               GO TO LOAD-OPERATORS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ OPERATOR-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-OPR-COUNT < 200
                           ADD 1 TO WS-OPR-COUNT
                           MOVE OPERATOR-RECORD
                               TO WS-OPR-REC(WS-OPR-COUNT)
                           IF OP-ID = WS-ASK-ID AND WS-OPR-HIT = 0
                               MOVE WS-OPR-COUNT TO WS-OPR-HIT
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-OPR-TOO-MANY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
       LOAD-OPERATORS-EXIT.
           CONTINUE.

      *> --- The record in the current layout, whatever
      *>     layout it was written in: separators in place,
      *>     the password fields of an older line zero ---
       REBUILD-OPERATOR.
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

      *> --- The operator back into storage and the file
      *>     rewritten from it. More ids than the table holds
      *>     and the file is left alone ---
       SAVE-OPERATOR.
           MOVE OPERATOR-RECORD TO WS-OPR-REC(WS-OPR-HIT).
           IF WS-OPR-TOO-MANY = "Y"
               DISPLAY "WARNING: more than 200 operator ids - "
                   "operators.dat not updated."
               GO TO SAVE-OPERATOR-EXIT
           END-IF.
           OPEN OUTPUT OPERATOR-FILE.
           IF WS-OP-STATUS NOT = "00"
               GO TO SAVE-OPERATOR-EXIT
           END-IF.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
               MOVE WS-OPR-REC(WS-OPR-IDX) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           MOVE WS-OPR-REC(WS-OPR-HIT) TO OPERATOR-RECORD.
       SAVE-OPERATOR-EXIT.
           CONTINUE.

      *> --- OP-PASS-DAYS and OP-LOCKOUT-TRIES, where this
      *>     directory keeps a control file ---
       READ-PASSWORD-RULES.
           OPEN INPUT PARAMS-FILE.
           IF WS-PARAMS-STATUS NOT = "00"
               GO TO READ-PASSWORD-RULES-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PARAMS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE PRM-KEY
                           WHEN "OP-PASS-DAYS"
                               IF PRM-VALUE > 0
                                   MOVE PRM-VALUE TO WS-PASS-DAYS
                               END-IF
                           WHEN "OP-LOCKOUT-TRIES"
                               IF PRM-VALUE > 0
                                   MOVE PRM-VALUE
                                       TO WS-LOCKOUT-TRIES
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PARAMS-FILE.
       READ-PASSWORD-RULES-EXIT.
           CONTINUE.

      *> --- Is the employee behind this id still on the
      *>     books? No link, or no master to look in, and
      *>     the id stands on its own status ---
       CHECK-LINKED-EMPLOYEE.
           MOVE "N" TO WS-LINK-TERMED.
           IF WS-LINK-EMP-ID = SPACES
               GO TO CHECK-LINKED-EMPLOYEE-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = "00"
               GO TO CHECK-LINKED-EMPLOYEE-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EMP-ID = WS-LINK-EMP-ID
                           IF EMP-TERMINATED
                               MOVE "Y" TO WS-LINK-TERMED
                           END-IF
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
       CHECK-LINKED-EMPLOYEE-EXIT.
           CONTINUE.

      *> --- First use seeds the shop's standing ids. Only
      *>     ADM00001 is issued a password, a temporary one
      *>     shown here once; it issues the others in
      *>     OPADMIN ---
       ENSURE-OPERATOR-FILE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OP-STATUS = "00"
               CLOSE OPERATOR-FILE
               PERFORM ENSURE-ADMIN-PASSWORD
                   THRU ENSURE-ADMIN-PASSWORD-EXIT
           ELSE
               OPEN OUTPUT OPERATOR-FILE
               INITIALIZE OPERATOR-RECORD
               MOVE "Day operator        " TO OP-NAME
               MOVE "O" TO OP-ROLE
               MOVE "A" TO OP-STATUS
               MOVE "Y" TO OP-MUST-CHANGE
               WRITE OPERATOR-RECORD
               MOVE "SUP00001" TO OP-ID
               MOVE "Shift supervisor    " TO OP-NAME
               MOVE "Systems admin       " TO OP-NAME
               MOVE "A" TO OP-ROLE
               MOVE "A" TO OP-STATUS
               PERFORM ISSUE-TEMP-PASSWORD
               WRITE OPERATOR-RECORD
               CLOSE OPERATOR-FILE
               DISPLAY "Seeded operators.dat."
               PERFORM SHOW-TEMP-PASSWORD
           END-IF.

      *> --- A file no administrator can sign on to - every
      *>     active one still without a password - would
      *>     leave nobody to issue them: the first active
      *>     administrator is issued a temporary one here ---
       ENSURE-ADMIN-PASSWORD.
           MOVE SPACES TO WS-ASK-ID.
           PERFORM LOAD-OPERATORS THRU LOAD-OPERATORS-EXIT.
           MOVE "N" TO WS-ADMIN-HAS-PASS.
           MOVE 0 TO WS-OPR-HIT.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
               MOVE WS-OPR-REC(WS-OPR-IDX) TO OPERATOR-RECORD
               IF OP-ROLE = "A" AND OP-STATUS = "A"
                   IF OP-PASS-HASH NOT = SPACES
                       MOVE "Y" TO WS-ADMIN-HAS-PASS
                   ELSE
                       IF WS-OPR-HIT = 0
                           MOVE WS-OPR-IDX TO WS-OPR-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ADMIN-HAS-PASS = "Y" OR WS-OPR-HIT = 0
               GO TO ENSURE-ADMIN-PASSWORD-EXIT
           END-IF.
           MOVE WS-OPR-REC(WS-OPR-HIT) TO OPERATOR-RECORD.
           PERFORM REBUILD-OPERATOR.
           PERFORM ISSUE-TEMP-PASSWORD.
           PERFORM SAVE-OPERATOR THRU SAVE-OPERATOR-EXIT.
           IF WS-OPR-TOO-MANY = "Y" OR WS-OP-STATUS NOT = "00"
               GO TO ENSURE-ADMIN-PASSWORD-EXIT
           END-IF.
           PERFORM SHOW-TEMP-PASSWORD.
       ENSURE-ADMIN-PASSWORD-EXIT.
           CONTINUE.

      *> --- A temporary password for OP-ID, as OPADMIN
      *>     issues them: its hash put on the record, and the
      *>     id made to change it at the next sign-on ---
       ISSUE-TEMP-PASSWORD.
           ACCEPT WS-TEMP-TIME FROM TIME.
           MOVE SPACES TO WS-TEMP-SEED.
           STRING WS-TEMP-TIME OP-ID
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

      *> --- The only time the temporary password is seen ---
       SHOW-TEMP-PASSWORD.
           DISPLAY OP-ID " temporary password: "
               WS-TEMP-PASS(1:8)
               " - shown this once, change it at first sign-on.".

      *> --- One line on the activity log. The caller leaves
      *>     the action text in WS-LOG-ACTION ---
       WRITE-ACTIVITY.
