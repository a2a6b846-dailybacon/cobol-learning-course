      *> ============================================
      *> REGMAP.CPY - chart account to return line map
      *> ============================================
      *> Which line item of the regulator's quarterly
      *> return (regline.cpy) one chart-of-accounts
      *> code reports on, carried on reg-return-map.dat
      *> (LINE SEQUENTIAL), one record per code. Kept on
      *> REGMAP; REGRTN builds the return's ledger lines
      *> through it and lists every chart account with
      *> no record here as an error.
      *>
      *> A balance-sheet account (A/L) maps to a BS
      *> line, an income or expense account (I/E) to an
      *> IS line, and only to a line the ledger feeds
      *> (RL-SOURCE "M").
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 REG-MAP-RECORD.
      *>         COPY "regmap.cpy".
      *> ============================================
          05 RM-ACCT-CODE     PIC X(4).
      *>     Chart-of-accounts code
          05 FILLER           PIC X VALUE ",".
          05 RM-LINE-ID       PIC X(5).
      *>     The return line item it reports on
