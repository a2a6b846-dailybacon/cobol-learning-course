      *> ============================================
      *> CRTERMS.CPY - trade customer credit terms
      *> ============================================
      *> One trade customer's credit line as carried on
      *> credit-terms.dat (LINE SEQUENTIAL), keyed by the
      *> banking side's CU number the sales orders carry.
      *> Set by the credit manager on the CRHOLD screen;
      *> read by the INDEXED menu when it books a sales
      *> order, which weighs the customer's open AR plus
      *> unshipped order-book value plus the new order
      *> against CT-LIMIT.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 CREDIT-TERMS-RECORD.
      *>         COPY "crterms.cpy".
      *> ============================================
          05 CT-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 CT-LIMIT         PIC 9(9)V99.
      *>     The most the customer may owe us, billed and
      *>     on order together
          05 FILLER           PIC X VALUE ",".
          05 CT-STATUS        PIC X.
      *>     A=Approved for credit up to CT-LIMIT
      *>     S=Stopped - every order held for the credit
      *>       manager, whatever the exposure
             88 CT-APPROVED      VALUE "A".
             88 CT-STOPPED       VALUE "S".
          05 FILLER           PIC X VALUE ",".
          05 CT-SET-DATE      PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 CT-SET-BY        PIC X(8).
      *>     Operator who last set the limit or status
