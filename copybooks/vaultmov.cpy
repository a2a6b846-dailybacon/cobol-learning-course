      *> ============================================
      *> VAULTMOV.CPY - vault movement layout
      *> ============================================
      *> One movement of cash into or out of a branch
      *> vault, appended to vault-movements.dat by the
      *> VAULT screen as it happens. VAULTPRF proves the
      *> day's movements against the opening position
      *> and the counted close, then empties the file.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 VAULT-MOVE-RECORD.
      *>         COPY "vaultmov.cpy".
      *> ============================================
          05 VM-DATE          PIC 9(8).
      *>     Date the movement was keyed
          05 FILLER           PIC X VALUE ",".
          05 VM-BRANCH        PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 VM-TYPE          PIC X.
      *>     D=Vault to teller drawer, R=Drawer returned
      *>     to vault, I=Shipment in from the central bank,
      *>     O=Shipment out, C=Counted close of the vault
          05 FILLER           PIC X VALUE ",".
          05 VM-TELLER        PIC X(8).
      *>     For D and R, the teller whose drawer session
      *>     (teller-sessions.dat) the cash belongs to;
      *>     spaces otherwise
          05 FILLER           PIC X VALUE ",".
          05 VM-SHIP-REF      PIC X(12).
      *>     For I and O, the shipment manifest number;
      *>     spaces otherwise
          05 FILLER           PIC X VALUE ",".
          05 VM-DENOMS.
             10 VM-NOTE-ENTRY OCCURS 7 TIMES.
                15 VM-NOTE-COUNT PIC 9(7).
                15 FILLER        PIC X VALUE ",".
      *>        Pieces of each note, same order as
      *>        vaultrec.cpy (100, 50, 20, 10, 5, 2, 1)
             10 VM-COIN-AMT      PIC 9(7)V99.
          05 FILLER           PIC X VALUE ",".
          05 VM-AMOUNT        PIC 9(9)V99.
      *>     Value of the whole movement
          05 FILLER           PIC X VALUE ",".
          05 VM-OPERATOR      PIC X(8).
      *>     Signed-on operator who keyed it
