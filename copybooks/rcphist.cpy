      *> ============================================
      *> RCPHIST.CPY - goods receipt history
      *> ============================================
      *> One delivery as the INDEXED menu's goods
      *> receipt run judged it, appended to
      *> receipt-history.dat (LINE SEQUENTIAL) whether it
      *> went on the shelf or bounced. receipt-rejects.dat
      *> only holds the last run's rejects; this file
      *> keeps every one, with the PO line's supplier,
      *> agreed cost and promised date as they stood at
      *> receipt, for SUPSCORE's supplier scorecard and
      *> LANDCOST's landed-cost allocation.
      *> Never rewritten. A receipt naming no PO on file
      *> carries no supplier and is not scored.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 RECEIPT-HISTORY-RECORD.
      *>         COPY "rcphist.cpy".
      *> ============================================
          05 RH-RCPT-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 RH-PO-NO         PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 RH-SUPPLIER      PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 RH-PROD-ID       PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 RH-QTY           PIC 9(4).
          05 FILLER           PIC X VALUE ",".
          05 RH-UNIT-COST     PIC 9(5)V99.
      *>     What the supplier charged
          05 FILLER           PIC X VALUE ",".
          05 RH-PO-COST       PIC 9(5)V99.
      *>     What the PO line agreed
          05 FILLER           PIC X VALUE ",".
          05 RH-PROMISE-DATE  PIC 9(8).
      *>     Zero when the PO line carried no promise
          05 FILLER           PIC X VALUE ",".
          05 RH-RESULT        PIC X.
      *>     A=Accepted onto the shelf, R=Rejected
             88 RH-ACCEPTED      VALUE "A".
             88 RH-REJECTED      VALUE "R".
          05 FILLER           PIC X VALUE ",".
          05 RH-REASON        PIC X(25).
      *>     As written to receipt-rejects.dat
          05 FILLER           PIC X VALUE ",".
          05 RH-SUPPLIER-REF  PIC X(10).
      *>     The supplier's delivery reference - the
      *>     receipt LANDCOST charges against
