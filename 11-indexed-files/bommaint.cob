       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOMMAINT.
       AUTHOR. LEARNER.

      *> ============================================
      *> Kit bills of materials
      *> ============================================
      *> Gift sets and bundles are products in their own
      *> right on products.dat (add them with the
      *> INDEXED menu, option 4). What goes into each is
      *> kept here, on kit-bom.dat (see bomrec.cpy): one
      *> line per component with the units one kit
      *> takes. Keying a component again changes its
      *> quantity; keying it with quantity zero takes it
      *> out of the kit.
      *>
      *> Both the kit and the component must be on
      *> products.dat, a product cannot go into itself,
      *> and kits do not nest: a kit is never a
      *> component, and a component is never a kit.
      *>
      *> Changes need the supervisor role, and every one
      *> goes to the operator action log.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks bommaint.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o bommaint
      *>   ./bommaint
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOM-FILE
               ASSIGN TO "kit-bom.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

      *>   Read only - the kit and its components must exist
           SELECT PRODUCT-FILE
               ASSIGN TO "products.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               ALTERNATE RECORD KEY IS PROD-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BOM-FILE.
       01 BOM-RECORD.
           COPY "bomrec.cpy".

       FD PRODUCT-FILE.
       01 PROD-RECORD.
          05 PROD-ID        PIC X(5).
          05 PROD-NAME      PIC X(20).
          05 PROD-PRICE     PIC 9(5)V99 COMP-3.
          05 PROD-QTY       PIC 9(4).
          05 PROD-QTY-ALLOC PIC 9(4).
          05 PROD-QTY-BREAK OCCURS 3 TIMES
             INDEXED BY PQB-IDX.
             10 PQB-THRESHOLD     PIC 9(4).
             10 PQB-DISCOUNT-PCT  PIC 9V999.

       WORKING-STORAGE SECTION.
       01 WS-BOM-STATUS      PIC XX.
       01 WS-FILE-STATUS     PIC XX.
           COPY "filestat.cpy".

       01 WS-PROCESS-DATE    PIC 9(8).
       01 WS-BUS-DATE-PARAM  PIC X(8) VALUE SPACES.

       01 WS-CHOICE          PIC 9.
       01 WS-CONTINUE        PIC X VALUE "Y".
          88 USER-CONTINUES  VALUE "Y" "y".
       01 WS-EOF             PIC X VALUE "N".
          88 END-OF-FILE     VALUE "Y".

      *>   Every BOM line in storage while one is set and
      *>   the file rewritten - reloaded for each change
       01 WS-BM-COUNT        PIC 9(3) VALUE 0.
       01 WS-BM-TABLE.
          05 WS-BM-ENTRY OCCURS 300 TIMES.
             10 WS-BM-KIT      PIC X(5).
             10 WS-BM-COMP     PIC X(5).
             10 WS-BM-QTY      PIC 9(3).
             10 WS-BM-SDATE    PIC 9(8).
             10 WS-BM-SBY      PIC X(8).
       01 WS-BM-IDX          PIC 9(3).
       01 WS-BM-MATCH-IDX    PIC 9(3) VALUE 0.
       01 WS-BM-KIT-LINES    PIC 9(3) VALUE 0.
       01 WS-LAST-KIT        PIC X(5).

      *>   What the operator keys
       01 WS-ASK-KIT         PIC X(5).
       01 WS-ASK-COMP        PIC X(5).
       01 WS-ASK-QTY         PIC 9(3).
       01 WS-ASK-CONFIRM     PIC X.
       01 WS-ASK-REASON      PIC X(50).

       01 WS-DISP-CNT        PIC Z(4)9.
       01 WS-DISP-QTY        PIC ZZ9.

      *> Operator identity: who is at the terminal, proven by
      *> the shared OPSIGNON sign-on, stamped on every action
       01 WS-OP-PROGRAM     PIC X(8) VALUE "BOMMAINT".
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

      *> --- The business date every change is stamped
      *>     with ---
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

      *> --- Every BOM line on file into storage ---
       1200-LOAD-BOM.
           MOVE 0 TO WS-BM-COUNT.
           OPEN INPUT BOM-FILE.
           IF WS-BOM-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           READ BOM-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-BM-COUNT >= 300
      *>           Never load-cap and then rewrite: lines
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 300 BOM lines "
                       "- raise WS-BM-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BM-COUNT
               MOVE BOM-KIT-ID   TO WS-BM-KIT(WS-BM-COUNT)
               MOVE BOM-COMP-ID  TO WS-BM-COMP(WS-BM-COUNT)
               MOVE BOM-QTY-PER  TO WS-BM-QTY(WS-BM-COUNT)
               MOVE BOM-SET-DATE TO WS-BM-SDATE(WS-BM-COUNT)
               MOVE BOM-SET-BY   TO WS-BM-SBY(WS-BM-COUNT)
               READ BOM-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BOM-FILE.
       1200-EXIT.
           CONTINUE.

      *> --- Interactive menu ---
       2000-MENU.
           DISPLAY SPACES.
           DISPLAY "=== Kit Bills of Materials ===".
           DISPLAY "1. List kits and their components".
           DISPLAY "2. Set a kit component (supervisor)".
           DISPLAY "3. Quit".
           DISPLAY "Choice: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-LIST-KITS
               WHEN 2 PERFORM 4000-SET-COMPONENT THRU 4000-EXIT
               WHEN 3 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.

      *> --- Every kit, its components under it ---
       3000-LIST-KITS.
           PERFORM 1200-LOAD-BOM THRU 1200-EXIT.
           IF WS-BM-COUNT = 0
               DISPLAY "  (no kits on file)"
           ELSE
               DISPLAY "  Kit   Component  Qty  Set on   By"
           END-IF.
           MOVE SPACES TO WS-LAST-KIT.
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                   UNTIL WS-BM-IDX > WS-BM-COUNT
               MOVE WS-BM-QTY(WS-BM-IDX) TO WS-DISP-QTY
               IF WS-BM-KIT(WS-BM-IDX) = WS-LAST-KIT
                   DISPLAY "        "
                       WS-BM-COMP(WS-BM-IDX) "      "
                       WS-DISP-QTY "  "
                       WS-BM-SDATE(WS-BM-IDX) " "
                       WS-BM-SBY(WS-BM-IDX)
               ELSE
                   DISPLAY "  " WS-BM-KIT(WS-BM-IDX) " "
                       WS-BM-COMP(WS-BM-IDX) "      "
                       WS-DISP-QTY "  "
                       WS-BM-SDATE(WS-BM-IDX) " "
                       WS-BM-SBY(WS-BM-IDX)
                   MOVE WS-BM-KIT(WS-BM-IDX) TO WS-LAST-KIT
               END-IF
           END-PERFORM.
           MOVE WS-BM-COUNT TO WS-DISP-CNT.
           DISPLAY "BOM lines on file: " WS-DISP-CNT.

      *> --- One component of one kit: added, its quantity
      *>     changed, or (quantity zero) taken out ---
       4000-SET-COMPONENT.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Supervisor role required."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 1200-LOAD-BOM THRU 1200-EXIT.
           DISPLAY "Kit product ID (blank to cancel): ".
           ACCEPT WS-ASK-KIT.
           IF WS-ASK-KIT = SPACES
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Component product ID: ".
           ACCEPT WS-ASK-COMP.
           DISPLAY "Units in one kit (0 to take it out): ".
           ACCEPT WS-ASK-QTY.

           MOVE 0 TO WS-BM-MATCH-IDX.
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                   UNTIL WS-BM-IDX > WS-BM-COUNT
               IF WS-BM-KIT(WS-BM-IDX) = WS-ASK-KIT
                   AND WS-BM-COMP(WS-BM-IDX) = WS-ASK-COMP
                   MOVE WS-BM-IDX TO WS-BM-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-ASK-QTY = 0
               IF WS-BM-MATCH-IDX = 0
                   DISPLAY WS-ASK-COMP " is not in " WS-ASK-KIT
                       " - nothing changed."
                   GO TO 4000-EXIT
               END-IF
           ELSE
               PERFORM 4100-CHECK-COMPONENT THRU 4100-EXIT
               IF WS-ASK-REASON NOT = SPACES
                   DISPLAY WS-ASK-REASON
                   DISPLAY "Nothing changed."
                   GO TO 4000-EXIT
               END-IF
           END-IF.

           MOVE WS-ASK-QTY TO WS-DISP-QTY.
           IF WS-ASK-QTY = 0
               DISPLAY "Take " WS-ASK-COMP " out of " WS-ASK-KIT
                   "? (Y/N): "
           ELSE
               DISPLAY "Set " WS-ASK-KIT ": " WS-DISP-QTY " x "
                   WS-ASK-COMP "? (Y/N): "
           END-IF.
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND NOT = "y"
               DISPLAY "Nothing changed."
               GO TO 4000-EXIT
           END-IF.

           IF WS-BM-MATCH-IDX = 0
               IF WS-BM-COUNT >= 300
                   DISPLAY "BOM table full - raise WS-BM-TABLE."
                   GO TO 4000-EXIT
               END-IF
               ADD 1 TO WS-BM-COUNT
               MOVE WS-BM-COUNT TO WS-BM-MATCH-IDX
               MOVE WS-ASK-KIT  TO WS-BM-KIT(WS-BM-MATCH-IDX)
               MOVE WS-ASK-COMP TO WS-BM-COMP(WS-BM-MATCH-IDX)
           END-IF.
           MOVE WS-ASK-QTY      TO WS-BM-QTY(WS-BM-MATCH-IDX).
           MOVE WS-PROCESS-DATE TO WS-BM-SDATE(WS-BM-MATCH-IDX).
           MOVE WS-OPERATOR-ID  TO WS-BM-SBY(WS-BM-MATCH-IDX).
           PERFORM 8000-SAVE-BOM.
           DISPLAY "Kit " WS-ASK-KIT " saved.".

           MOVE SPACES TO WS-OP-ACTION.
           STRING "Kit " WS-ASK-KIT " " WS-ASK-COMP
                  " qty " WS-DISP-QTY
               DELIMITED BY SIZE INTO WS-OP-ACTION
           END-STRING.
           CALL "OPACTION" USING
               BY CONTENT WS-OPERATOR-ID
               BY CONTENT WS-OP-PROGRAM
               BY CONTENT WS-OP-ACTION
           END-CALL.
       4000-EXIT.
           CONTINUE.

      *> --- Can the component go into the kit? Blank
      *>     WS-ASK-REASON if so ---
       4100-CHECK-COMPONENT.
           MOVE SPACES TO WS-ASK-REASON.
           IF WS-ASK-COMP = SPACES
               MOVE "A component product ID is required."
                   TO WS-ASK-REASON
               GO TO 4100-EXIT
           END-IF.
           IF WS-ASK-COMP = WS-ASK-KIT
               MOVE "A kit cannot go into itself."
                   TO WS-ASK-REASON
               GO TO 4100-EXIT
           END-IF.
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                   UNTIL WS-BM-IDX > WS-BM-COUNT
               IF WS-BM-QTY(WS-BM-IDX) > 0
                   IF WS-BM-KIT(WS-BM-IDX) = WS-ASK-COMP
                       MOVE "That component is a kit itself - "
                           & "kits do not nest."
                           TO WS-ASK-REASON
                   END-IF
                   IF WS-BM-COMP(WS-BM-IDX) = WS-ASK-KIT
                       MOVE "That kit is a component of another "
                           & "kit - kits do not nest."
                           TO WS-ASK-REASON
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ASK-REASON NOT = SPACES
               GO TO 4100-EXIT
           END-IF.

           OPEN INPUT PRODUCT-FILE.
           IF NOT FS-SUCCESS
               MOVE "No products.dat - run INDEXED first."
                   TO WS-ASK-REASON
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-ASK-KIT TO PROD-ID.
           READ PRODUCT-FILE
               KEY IS PROD-ID
               INVALID KEY
                   MOVE "No such kit product on products.dat."
                       TO WS-ASK-REASON
           END-READ.
           IF WS-ASK-REASON = SPACES
               MOVE WS-ASK-COMP TO PROD-ID
               READ PRODUCT-FILE
                   KEY IS PROD-ID
                   INVALID KEY
                       MOVE "No such component product on "
                           & "products.dat." TO WS-ASK-REASON
               END-READ
           END-IF.
           CLOSE PRODUCT-FILE.
       4100-EXIT.
           CONTINUE.

      *> --- The lines back to disk, kit by kit, the ones
      *>     taken out dropped ---
       8000-SAVE-BOM.
           OPEN OUTPUT BOM-FILE.
           INITIALIZE BOM-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE SPACES TO WS-LAST-KIT.
           PERFORM VARYING WS-BM-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-BM-MATCH-IDX > WS-BM-COUNT
               IF WS-BM-KIT(WS-BM-MATCH-IDX) NOT = WS-LAST-KIT
                   MOVE WS-BM-KIT(WS-BM-MATCH-IDX) TO WS-LAST-KIT
                   PERFORM 8100-SAVE-ONE-KIT
               END-IF
           END-PERFORM.
           CLOSE BOM-FILE.

      *> --- Every line of WS-LAST-KIT, so a kit's lines
      *>     stay together however they were keyed; a kit
      *>     already written is skipped by its first line
      *>     number ---
       8100-SAVE-ONE-KIT.
           MOVE 0 TO WS-BM-KIT-LINES.
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                   UNTIL WS-BM-IDX >= WS-BM-MATCH-IDX
               IF WS-BM-KIT(WS-BM-IDX) = WS-LAST-KIT
                   ADD 1 TO WS-BM-KIT-LINES
               END-IF
           END-PERFORM.
           IF WS-BM-KIT-LINES = 0
               PERFORM VARYING WS-BM-IDX FROM WS-BM-MATCH-IDX BY 1
                       UNTIL WS-BM-IDX > WS-BM-COUNT
                   IF WS-BM-KIT(WS-BM-IDX) = WS-LAST-KIT
                       AND WS-BM-QTY(WS-BM-IDX) > 0
                       MOVE WS-BM-KIT(WS-BM-IDX)   TO BOM-KIT-ID
                       MOVE WS-BM-COMP(WS-BM-IDX)  TO BOM-COMP-ID
                       MOVE WS-BM-QTY(WS-BM-IDX)   TO BOM-QTY-PER
                       MOVE WS-BM-SDATE(WS-BM-IDX)
                           TO BOM-SET-DATE
                       MOVE WS-BM-SBY(WS-BM-IDX)   TO BOM-SET-BY
                       WRITE BOM-RECORD
                   END-IF
               END-PERFORM
           END-IF.
