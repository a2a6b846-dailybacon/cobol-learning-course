      *> ============================================
      *> CONCREC.CPY - cash concentration layout
      *> ============================================
      *> One sub-account's place in a business
      *> customer's zero-balance concentration
      *> structure, as carried on cash-concentration.dat
      *> (INDEXED, RECORD KEY CC-SUB-ACCT). A structure
      *> is every record naming the same master account.
      *> Kept by CONCMNT; BATCH sweeps each active
      *> sub-account to its target balance at end of day.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 CONC-RECORD.
      *>         COPY "concrec.cpy".
      *> ============================================
          05 CC-SUB-ACCT      PIC X(8).
      *>     Participating operating account - in one
      *>     structure only
          05 CC-MASTER-ACCT   PIC X(8).
      *>     Concentration account the sub-account sweeps
      *>     into and is funded from
          05 CC-TARGET-BAL    PIC 9(9)V99.
      *>     Balance left in the sub-account each night;
      *>     zero for a true zero-balance account
          05 CC-STATUS        PIC X.
      *>     A=Active, S=Suspended (left out of the sweep)
          05 CC-START-DATE    PIC 9(8).
      *>     Date the sub-account joined the structure
          05 CC-OPERATOR      PIC X(8).
      *>     Who last set it up or changed it
