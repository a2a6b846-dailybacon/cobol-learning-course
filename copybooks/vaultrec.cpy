      *> ============================================
      *> VAULTREC.CPY - branch vault position layout
      *> ============================================
      *> One branch vault as carried on
      *> vault-position.dat (INDEXED, RECORD KEY
      *> VP-BRANCH): the cash it held at its last
      *> proven close, note by note. Set up on the
      *> VAULT screen; VAULTPRF proves each day's
      *> movements against the counted close and rolls
      *> the count forward as the next day's opening.
      *>
      *> Notes run in the fixed order 100, 50, 20, 10,
      *> 5, 2, 1; coin is held by value only.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 VAULT-RECORD.
      *>         COPY "vaultrec.cpy".
      *> ============================================
          05 VP-BRANCH        PIC X(4).
      *>     Branch whose vault this is, e.g. BR01
          05 VP-POSITION.
             10 VP-NOTE-COUNT    PIC 9(7) OCCURS 7 TIMES.
      *>        Pieces held of each note denomination
             10 VP-COIN-AMT      PIC 9(7)V99.
      *>        Coin held, by value
          05 VP-MIN-HOLDING   PIC 9(9)V99.
      *>     Least cash the branch should close with - a
      *>     close below it brings a cash-order suggestion
          05 VP-ORDER-TARGET  PIC 9(9)V99.
      *>     Holding a suggested order tops the vault back
      *>     up to; zero means top up to the minimum only
          05 VP-PROOF-DATE    PIC 9(8).
      *>     Business date of the last proven close; zero
      *>     until the first proof
          05 VP-OPERATOR      PIC X(8).
      *>     Who set the vault up or last changed its limits
