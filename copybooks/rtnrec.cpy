      *> ============================================
      *> RTNREC.CPY - customer return authorization
      *> ============================================
      *> One return authorization (RA) as carried on
      *> return-auths.dat (LINE SEQUENTIAL). SALESRTN
      *> authorizes the return against one invoice line -
      *> the invoice ARINVOICE raised and the line's place
      *> on it, which finds the sales-history line - and
      *> receives the goods when they come back: saleable
      *> stock to a warehouse bin, damaged stock to the
      *> scrap location (scrap-stock.dat). ARCREDIT
      *> raises the credit memo for every return received
      *> and accepted.
      *>
      *> RT-CREDIT-AMT is what the customer paid for the
      *> units coming back (the line's extended price,
      *> pro rata); RT-UNIT-COST is what they cost us when
      *> they shipped, the cost the restocked layer is cut
      *> at.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 RETURN-AUTH-RECORD.
      *>         COPY "rtnrec.cpy".
      *> ============================================
          05 RT-RA-NO         PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 RT-INV-NO        PIC 9(6).
      *>     The invoice the goods were billed on
          05 FILLER           PIC X VALUE ",".
          05 RT-LINE-NO       PIC 9(3).
      *>     The line's number as printed on the invoice
          05 FILLER           PIC X VALUE ",".
          05 RT-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 RT-PROD-ID       PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 RT-QTY           PIC 9(4).
          05 FILLER           PIC X VALUE ",".
          05 RT-CREDIT-AMT    PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 RT-UNIT-COST     PIC 9(5)V99.
          05 FILLER           PIC X VALUE ",".
          05 RT-REASON        PIC X(20).
      *>     Why the customer is sending it back
          05 FILLER           PIC X VALUE ",".
          05 RT-AUTH-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 RT-AUTH-BY       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 RT-STATUS        PIC X.
      *>     A=Authorized, goods not yet back
      *>     R=Received and accepted, not yet credited
      *>     C=Credited (RT-CM-NO raised)
      *>     X=Refused at receipt - no stock, no credit
             88 RT-AUTHORIZED    VALUE "A".
             88 RT-RECEIVED      VALUE "R".
             88 RT-CREDITED      VALUE "C".
             88 RT-REFUSED       VALUE "X".
          05 FILLER           PIC X VALUE ",".
          05 RT-CONDITION     PIC X.
      *>     G=Good, back to saleable stock; D=Damaged,
      *>     to scrap; space until received
          05 FILLER           PIC X VALUE ",".
          05 RT-WAREHOUSE     PIC 9.
          05 FILLER           PIC X VALUE ",".
          05 RT-BIN-NO        PIC 9(3).
      *>     Where good stock was put away; zero for scrap
          05 FILLER           PIC X VALUE ",".
          05 RT-RCV-DATE      PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 RT-RCV-BY        PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 RT-CM-NO         PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 RT-CM-DATE       PIC 9(8).
