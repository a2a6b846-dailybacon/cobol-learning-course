
      *>   The control keys the window runs on - the same
      *>   set 1010-READ-PARAMS demands
       01 WS-KEYS-EXPECTED    PIC 9(2) VALUE 62.
       01 WS-KEYS-SEEN        PIC 9(2) VALUE 0.
       01 WS-BAD-VALUES       PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-PARAMS THRU 2000-EXIT.
           PERFORM 3000-CHECK-RATES THRU 3000-EXIT.
           PERFORM 4000-CHECK-FEEDS.
           PERFORM 5000-CHECK-MASTER THRU 5000-EXIT.
           PERFORM 6000-CHECK-CONTROLS.
           PERFORM 7000-JUDGE-THE-WINDOW.
           STOP RUN.
       4000-CHECK-FEEDS.
           MOVE "transactions.dat" TO WS-FEED-FILENAME.
           MOVE "transactions.dat" TO WS-CHECK-NAME.
           PERFORM 4100-PROVE-ONE-FEED THRU 4100-EXIT.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > 4
               MOVE SPACES TO WS-FEED-FILENAME
                   INTO WS-FEED-FILENAME
               END-STRING
               MOVE WS-FEED-FILENAME TO WS-CHECK-NAME
               PERFORM 4100-PROVE-ONE-FEED THRU 4100-EXIT
           END-PERFORM.

      *> --- One feed file's trailer against its records.
