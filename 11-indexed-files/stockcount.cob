      *>      with a movement-history entry recording
      *>      who counted and when.
      *>
      *> An approved adjustment moves the cost layers
      *> too, so the FIFO valuation follows the shelf: a
      *> shortfall is taken off the oldest layers at
      *> their cost, a surplus founds a layer at the
      *> product's latest layer cost (list price if it
      *> has none). That cost goes to the ledger -
      *> inventory shrinkage against inventory, 5900 /
      *> 1400, either way - once the INDEXED menu has
      *> booked the opening inventory balance (see
      *> invgl.cpy).
      *>
      *> Counts file layout (physical-counts.dat):
      *>   warehouse(1),bin(3),product(5),counted(4),
      *>   counter(10),date(8) - comma separated
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-STATUS.

      *>   The receipt-cost layers INDEXED maintains
           SELECT LAYER-FILE
               ASSIGN TO "cost-layers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYER-STATUS.

      *>   Shrinkage onto the ledger, once the opening
      *>   inventory balance is booked
           SELECT GL-FILE
               ASSIGN TO "gl-postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT INVGL-FILE
               ASSIGN TO "inventory-gl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVGL-STATUS.

       DATA DIVISION.
       FILE SECTION.

          05 FILLER            PIC X VALUE ",".
          05 MV-DATE           PIC 9(8).

      *> Same layer layout the INDEXED menu maintains
       FD LAYER-FILE.
       01 LAYER-RECORD.
          05 CL-PROD-ID        PIC X(5).
          05 FILLER            PIC X VALUE ",".
          05 CL-DATE           PIC 9(8).
          05 FILLER            PIC X VALUE ",".
          05 CL-QTY-REMAIN     PIC 9(4).
          05 FILLER            PIC X VALUE ",".
          05 CL-UNIT-COST      PIC 9(5)V99.
          05 FILLER            PIC X VALUE ",".
          05 CL-PO-NO          PIC 9(6).
          05 FILLER            PIC X VALUE ",".
          05 CL-RCPT-REF       PIC X(10).

       FD GL-FILE.
       01 GL-POSTING-RECORD.
           COPY "glpost.cpy".

       FD INVGL-FILE.
       01 INVENTORY-GL-RECORD.
           COPY "invgl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS    PIC XX.
           COPY "filestat.cpy".
       01 WS-WORKSHEET-STATUS PIC XX.
       01 WS-VARIANCE-STATUS PIC XX.
       01 WS-MOVE-STATUS    PIC XX.
       01 WS-LAYER-STATUS   PIC XX.
       01 WS-GL-STATUS      PIC XX.
       01 WS-INVGL-STATUS   PIC XX.

       01 WS-BIN-SLOT       PIC 9(4) COMP.
       01 WS-WH-NO          PIC 9.
       01 WS-COUNTS-READ    PIC 9(4) VALUE 0.
       01 WS-ADJ-POSTED     PIC 9(4) VALUE 0.

      *>   The cost layers in storage while the counts
      *>   move them, oldest first
       01 WS-CL-COUNT       PIC 9(3) VALUE 0.
       01 WS-CL-TABLE.
          05 WS-CL-ENTRY OCCURS 300 TIMES.
             10 WS-CL-PROD     PIC X(5).
             10 WS-CL-DATE     PIC 9(8).
             10 WS-CL-REMAIN   PIC 9(4).
             10 WS-CL-COST     PIC 9(5)V99.
             10 WS-CL-PO-NO    PIC 9(6).
             10 WS-CL-RCPT-REF PIC X(10).
       01 WS-CL-IDX         PIC 9(3).
       01 WS-LAYERS-PRESENT PIC X VALUE "N".
          88 LAYERS-ON-FILE VALUE "Y".
       01 WS-INVGL-STATE    PIC X VALUE "N".
          88 INVENTORY-ON-GL VALUE "Y".
       01 WS-ADJ-QTY        PIC 9(5) VALUE 0.
       01 WS-TAKE-QTY       PIC 9(4) VALUE 0.
       01 WS-ADJ-COST       PIC 9(9)V99 VALUE 0.
       01 WS-NEW-COST       PIC 9(5)V99 VALUE 0.
       01 WS-ADJ-TOTAL      PIC S9(9)V99 VALUE 0.
       01 WS-DISP-COST      PIC $ZZZ,ZZ9.99.
       01 WS-DISP-ADJ       PIC $ZZZ,ZZ9.99-.

       01 WS-DISP-VAR       PIC ZZZZ9-.
       01 WS-DISP-VAL       PIC $ZZZ,ZZ9.99-.
       01 WS-DETAIL         PIC X(80).

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 2000-GENERATE-WORKSHEETS
                   THRU 2000-EXIT
               WHEN 2 PERFORM 3000-POST-COUNTS THRU 3000-EXIT
               WHEN 3 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
           END-EVALUATE.
           OPEN OUTPUT VARIANCE-FILE.
           MOVE 0 TO WS-COUNTS-READ.
           MOVE 0 TO WS-ADJ-POSTED.
           MOVE 0 TO WS-ADJ-TOTAL.
           PERFORM 3050-LOAD-COST-LAYERS THRU 3050-EXIT.

           MOVE "=== COUNT VARIANCE REPORT ===" TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           END-READ.
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-COUNTS-READ
               PERFORM 3100-POST-ONE-COUNT THRU 3100-EXIT
               READ COUNT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

           IF LAYERS-ON-FILE
               MOVE WS-ADJ-TOTAL TO WS-DISP-ADJ
               MOVE SPACES TO WS-DETAIL
               STRING "Net adjustment at layered cost: "
                      WS-DISP-ADJ
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               MOVE WS-DETAIL TO VARIANCE-LINE
               WRITE VARIANCE-LINE
           END-IF.

           CLOSE COUNT-FILE.
           CLOSE BIN-FILE.
           CLOSE PRODUCT-FILE.
           CLOSE VARIANCE-FILE.
           IF LAYERS-ON-FILE
               PERFORM 3060-REWRITE-COST-LAYERS
           END-IF.
      *>   The counts are posted - consume the file
           OPEN OUTPUT COUNT-FILE.
           CLOSE COUNT-FILE.
       3000-EXIT.
           CONTINUE.

      *> --- The cost layers into storage, and whether the
      *>     ledger carries inventory yet. No layer file
      *>     means INDEXED has not cut them over - the
      *>     cutover layers PROD-QTY as the count leaves it ---
       3050-LOAD-COST-LAYERS.
           MOVE 0 TO WS-CL-COUNT.
           MOVE "N" TO WS-LAYERS-PRESENT.
           MOVE "N" TO WS-INVGL-STATE.
           OPEN INPUT LAYER-FILE.
           IF WS-LAYER-STATUS NOT = "00"
               GO TO 3050-EXIT
           END-IF.
           SET LAYERS-ON-FILE TO TRUE.
           MOVE "N" TO WS-EOF.
           READ LAYER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-CL-COUNT >= 300
      *>           Never load-cap and then rewrite: layers
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 300 cost "
                       "layers - raise WS-CL-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CL-COUNT
               MOVE CL-PROD-ID    TO WS-CL-PROD(WS-CL-COUNT)
               MOVE CL-DATE       TO WS-CL-DATE(WS-CL-COUNT)
               MOVE CL-QTY-REMAIN
                   TO WS-CL-REMAIN(WS-CL-COUNT)
               MOVE CL-UNIT-COST  TO WS-CL-COST(WS-CL-COUNT)
               IF CL-PO-NO IS NUMERIC
                   MOVE CL-PO-NO  TO WS-CL-PO-NO(WS-CL-COUNT)
                   MOVE CL-RCPT-REF
                       TO WS-CL-RCPT-REF(WS-CL-COUNT)
               ELSE
                   MOVE 0      TO WS-CL-PO-NO(WS-CL-COUNT)
                   MOVE SPACES TO WS-CL-RCPT-REF(WS-CL-COUNT)
               END-IF
               READ LAYER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LAYER-FILE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT INVGL-FILE.
           IF WS-INVGL-STATUS = "00"
               SET INVENTORY-ON-GL TO TRUE
               CLOSE INVGL-FILE
           END-IF.
       3050-EXIT.
           CONTINUE.

      *> --- The layers back to disk, spent ones dropped ---
       3060-REWRITE-COST-LAYERS.
           OPEN OUTPUT LAYER-FILE.
           INITIALIZE LAYER-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-REMAIN(WS-CL-IDX) > 0
                   MOVE WS-CL-PROD(WS-CL-IDX)
                       TO CL-PROD-ID
                   MOVE WS-CL-DATE(WS-CL-IDX) TO CL-DATE
                   MOVE WS-CL-REMAIN(WS-CL-IDX)
                       TO CL-QTY-REMAIN
                   MOVE WS-CL-COST(WS-CL-IDX)
                       TO CL-UNIT-COST
                   MOVE WS-CL-PO-NO(WS-CL-IDX) TO CL-PO-NO
                   MOVE WS-CL-RCPT-REF(WS-CL-IDX)
                       TO CL-RCPT-REF
                   WRITE LAYER-RECORD
               END-IF
           END-PERFORM.
           CLOSE LAYER-FILE.

      *> --- One counted bin against the book ---
       3100-POST-ONE-COUNT.
           COMPUTE WS-BIN-SLOT =
      *>   The counted reality becomes the book
           MOVE PC-COUNTED-QTY TO BIN-QTY.
           REWRITE BIN-RECORD.
           MOVE 0 TO WS-ADJ-COST.
           IF WS-PROD-FOUND = "Y"
               COMPUTE PROD-QTY = PROD-QTY + WS-VARIANCE
               REWRITE PROD-RECORD
               PERFORM 3200-COST-ADJUSTMENT THRU 3200-EXIT
           END-IF.

      *>   Movement-history entry: who counted, when, and by
           CLOSE MOVEMENT-FILE.

           ADD 1 TO WS-ADJ-POSTED.
           IF WS-ADJ-COST > 0
               MOVE WS-ADJ-COST TO WS-DISP-COST
               MOVE SPACES TO WS-DETAIL
               IF WS-VARIANCE < 0
                   STRING "    (posted - shrinkage at cost "
                          WS-DISP-COST ")"
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
               ELSE
                   STRING "    (posted - surplus at cost "
                          WS-DISP-COST ")"
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
               END-IF
               MOVE WS-DETAIL TO VARIANCE-LINE
           ELSE
               MOVE "    (posted)" TO VARIANCE-LINE
           END-IF.
           WRITE VARIANCE-LINE.
       3100-EXIT.
           CONTINUE.

      *> --- The variance through the cost layers: a
      *>     shortfall off the oldest layers at their cost,
      *>     a surplus onto a new layer at the latest cost,
      *>     and that cost to the ledger ---
       3200-COST-ADJUSTMENT.
           IF NOT LAYERS-ON-FILE
               GO TO 3200-EXIT
           END-IF.
           IF WS-VARIANCE < 0
               COMPUTE WS-ADJ-QTY = 0 - WS-VARIANCE
               PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-CL-COUNT
                       OR WS-ADJ-QTY = 0
                   IF WS-CL-PROD(WS-CL-IDX) = PC-PROD-ID
                       AND WS-CL-REMAIN(WS-CL-IDX) > 0
                       IF WS-CL-REMAIN(WS-CL-IDX) < WS-ADJ-QTY
                           MOVE WS-CL-REMAIN(WS-CL-IDX)
                               TO WS-TAKE-QTY
                       ELSE
                           MOVE WS-ADJ-QTY TO WS-TAKE-QTY
                       END-IF
                       SUBTRACT WS-TAKE-QTY
                           FROM WS-CL-REMAIN(WS-CL-IDX)
                       SUBTRACT WS-TAKE-QTY FROM WS-ADJ-QTY
                       COMPUTE WS-ADJ-COST =
                           WS-ADJ-COST
                           + WS-TAKE-QTY * WS-CL-COST(WS-CL-IDX)
                   END-IF
               END-PERFORM
      *>       Units no layer covers were never valued -
      *>       there is no cost to write off for them
               SUBTRACT WS-ADJ-COST FROM WS-ADJ-TOTAL
           ELSE
               MOVE PROD-PRICE TO WS-NEW-COST
               PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-CL-COUNT
                   IF WS-CL-PROD(WS-CL-IDX) = PC-PROD-ID
                       MOVE WS-CL-COST(WS-CL-IDX) TO WS-NEW-COST
                   END-IF
               END-PERFORM
               IF WS-CL-COUNT >= 300
                   DISPLAY "WARNING: layer table full - "
                       "surplus not layered or costed."
                   GO TO 3200-EXIT
               END-IF
               ADD 1 TO WS-CL-COUNT
               MOVE PC-PROD-ID  TO WS-CL-PROD(WS-CL-COUNT)
               MOVE PC-DATE     TO WS-CL-DATE(WS-CL-COUNT)
               MOVE WS-VARIANCE TO WS-CL-REMAIN(WS-CL-COUNT)
               MOVE WS-NEW-COST TO WS-CL-COST(WS-CL-COUNT)
               MOVE 0           TO WS-CL-PO-NO(WS-CL-COUNT)
               MOVE SPACES      TO WS-CL-RCPT-REF(WS-CL-COUNT)
               COMPUTE WS-ADJ-COST = WS-VARIANCE * WS-NEW-COST
               ADD WS-ADJ-COST TO WS-ADJ-TOTAL
           END-IF.
           IF NOT INVENTORY-ON-GL OR WS-ADJ-COST = 0
               GO TO 3200-EXIT
           END-IF.

           OPEN EXTEND GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               OPEN OUTPUT GL-FILE
           END-IF.
           INITIALIZE GL-POSTING-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-PROCESS-DATE TO GL-POST-DATE.
           MOVE WS-ADJ-COST     TO GL-AMOUNT.
           MOVE "STOCKCNT"      TO GL-SOURCE.
           MOVE SPACES          TO GL-COST-CENTER.
           IF WS-VARIANCE < 0
               MOVE "Count shrinkage" TO GL-DESC
               MOVE "5900"      TO GL-ACCT-CODE
               MOVE "D"         TO GL-DR-CR
               WRITE GL-POSTING-RECORD
               MOVE "1400"      TO GL-ACCT-CODE
               MOVE "C"         TO GL-DR-CR
               WRITE GL-POSTING-RECORD
           ELSE
               MOVE "Count surplus" TO GL-DESC
               MOVE "1400"      TO GL-ACCT-CODE
               MOVE "D"         TO GL-DR-CR
               WRITE GL-POSTING-RECORD
               MOVE "5900"      TO GL-ACCT-CODE
               MOVE "C"         TO GL-DR-CR
               WRITE GL-POSTING-RECORD
           END-IF.
           CLOSE GL-FILE.
       3200-EXIT.
           CONTINUE.
