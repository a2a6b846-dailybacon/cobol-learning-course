      *> Funds, holds, duplicates and positive pay are
      *> still the nightly run's call - this screen
      *> only keeps malformed records out of the feed.
      *> Each slip carries the signed-on operator's id,
      *> so the nightly run can hold a slip keyed on the
      *> operator's own or a co-owned account. The id is
      *> re-proved before every slip: once TERMEMP has
      *> disabled it, the drawer is closed out and the
      *> session ends.
      *>
      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks teller.cob
      *>       ../13-subprograms/codefmt.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob -o teller
      *>   ./teller
      *> ============================================

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTOVER-STATUS.

      *> OPSIGNON's id file, re-read before each slip
           SELECT OPERATOR-FILE
               ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

      *> One record per teller session: declared float,
      *> declared closing count, and the cash movement the
      *> session keyed - DRAWREC proves the drawer from it
       DATA DIVISION.
       FILE SECTION.

      *> The slip in the shared feed layout, the keying
      *> operator riding after it - BATCH screens every slip
      *> against the operator's own and co-owned accounts
       FD TELLER-FILE.
       01 TELLER-STAGED-RECORD.
          05 TS-SLIP.
           COPY "transrec.cpy".
          05 FILLER           PIC X VALUE ",".
          05 TS-OPERATOR      PIC X(8).

      *> One cash movement through the drawer
       FD CASH-LOG-FILE.
          05 FILLER           PIC X VALUE ",".
          05 SE-DECLARED      PIC 9(9)V99.

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

       WORKING-STORAGE SECTION.
       01 WS-KEY-STATUS     PIC 9(4).
       01 WS-TELLER-STATUS  PIC XX.
       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-OPERATOR-ROLE  PIC X.
       01 WS-SIGNON-OK      PIC X.
       01 WS-OPER-STATUS    PIC XX.
       01 WS-OPER-EOF       PIC X.
       01 WS-STILL-ACTIVE   PIC X VALUE "Y".
          88 OPERATOR-STILL-ACTIVE VALUE "Y".

      *>   The slip as keyed
       01 WS-E-ACCT         PIC X(8).

               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 1900-CHECK-STILL-ACTIVE
                           THRU 1900-EXIT
                       IF OPERATOR-STILL-ACTIVE
                           PERFORM 1000-ENTER-TRANSACTION
                       ELSE
                           MOVE "N" TO WS-CONTINUE
                       END-IF
                   WHEN 2
                       MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
           END-PERFORM.

           DISPLAY SPACE BLANK SCREEN.
           IF NOT OPERATOR-STILL-ACTIVE
               DISPLAY "Operator " WS-OPERATOR-ID
                   " has been disabled - closing the drawer."
           END-IF.
           PERFORM 3000-CLOSE-THE-DRAWER.
           DISPLAY "Transactions entered this session: "
               WS-ENTERED-COUNT.
           STOP RUN.

      *> --- Is the signed-on id still live? A termination
      *>     disables it mid-session; an unreadable file
      *>     leaves the session as it was ---
       1900-CHECK-STILL-ACTIVE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = "00"
               GO TO 1900-EXIT
           END-IF.
           MOVE "N" TO WS-OPER-EOF.
           PERFORM UNTIL WS-OPER-EOF = "Y"
               READ OPERATOR-FILE
                   AT END MOVE "Y" TO WS-OPER-EOF
                   NOT AT END
                       IF OP-ID = WS-OPERATOR-ID
      *>                   A lockout (someone else guessing at
      *>                   the id) stops new sign-ons, not the
      *>                   session already proven
                           IF OP-STATUS NOT = "A"
                               AND OP-STATUS NOT = "L"
                               MOVE "N" TO WS-STILL-ACTIVE
                           END-IF
                           MOVE "Y" TO WS-OPER-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
       1900-EXIT.
           CONTINUE.

      *> --- Close the session: take the declared count,
      *>     record the session for DRAWREC, and tell the
      *>     teller where their drawer should stand ---
               MOVE WS-E-NEWTYPE TO TR-NEW-ACCT-TYPE
           END-IF.
           MOVE WS-E-ORIGREF TO TR-ORIG-REF.
           MOVE WS-OPERATOR-ID TO TS-OPERATOR.
           WRITE TELLER-STAGED-RECORD.
           CLOSE TELLER-FILE.
           ADD 1 TO WS-ENTERED-COUNT.
