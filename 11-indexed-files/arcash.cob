          05 AR-PAID          PIC 9(9)V99.
          05 FILLER           PIC X.
          05 AR-STATUS        PIC X.
          05 FILLER           PIC X.
          05 AR-CREDITED      PIC 9(9)V99.

      *> Same layout BATCH writes its valid file in
       FD VALID-FILE.
             10 WS-AR-DATE     PIC 9(8).
             10 WS-AR-AMT      PIC 9(9)V99.
             10 WS-AR-PAID     PIC 9(9)V99.
             10 WS-AR-CRED     PIC 9(9)V99.
             10 WS-AR-STAT     PIC X.
       01 WS-AR-IDX          PIC 9(3).
       01 WS-AR-MATCH-IDX    PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-APPLY-THE-DAY THRU 2000-EXIT.
           PERFORM 3000-REWRITE-OPEN-ITEMS.
           PERFORM 4000-CLEANUP.
           STOP RUN.
               MOVE AR-AMOUNT   TO WS-AR-AMT(WS-AR-COUNT)
               MOVE AR-PAID     TO WS-AR-PAID(WS-AR-COUNT)
               MOVE AR-STATUS   TO WS-AR-STAT(WS-AR-COUNT)
      *>           An item raised before credit memos existed
      *>           carries no credited figure
               IF AR-CREDITED IS NUMERIC
                   MOVE AR-CREDITED TO WS-AR-CRED(WS-AR-COUNT)
               ELSE
                   MOVE 0 TO WS-AR-CRED(WS-AR-COUNT)
               END-IF
               READ AR-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           PERFORM UNTIL END-OF-FILE
               IF VR-TYPE = "D"
                   AND VR-DESC(1:4) = "INV "
                   PERFORM 2100-APPLY-ONE-PAYMENT THRU 2100-EXIT
               END-IF
               READ VALID-FILE
                   AT END SET END-OF-FILE TO TRUE
           END-IF.

           ADD VR-AMOUNT TO WS-AR-PAID(WS-AR-MATCH-IDX).
      *>   A credit memo already took part of it off
           IF WS-AR-PAID(WS-AR-MATCH-IDX)
               + WS-AR-CRED(WS-AR-MATCH-IDX)
               >= WS-AR-AMT(WS-AR-MATCH-IDX)
               MOVE "P" TO WS-AR-STAT(WS-AR-MATCH-IDX)
               DISPLAY "  INV " WS-DESC-INV-NO
               MOVE WS-AR-AMT(WS-AR-IDX)  TO AR-AMOUNT
               MOVE WS-AR-PAID(WS-AR-IDX) TO AR-PAID
               MOVE WS-AR-STAT(WS-AR-IDX) TO AR-STATUS
               MOVE WS-AR-CRED(WS-AR-IDX) TO AR-CREDITED
               WRITE AR-RECORD
           END-PERFORM.
           CLOSE AR-FILE.
