      *> ============================================
      *> APTREC.CPY - supplier payment terms record
      *> ============================================
      *> How and when one supplier is paid, carried on
      *> supplier-terms.dat (LINE SEQUENTIAL) beside
      *> the supplier master and kept on APINVOICE.
      *> APINVOICE dates each invoice's due date off
      *> the terms; APPAY pays through the clearing
      *> house to the supplier's bank account. A
      *> supplier with no record here is on the house
      *> terms (30 days) and cannot be paid until a
      *> bank account is set.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 SUPPLIER-TERMS-RECORD.
      *>         COPY "aptrec.cpy".
      *> ============================================
          05 ST-SUP-ID        PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 ST-BANK-ACCT     PIC X(8).
      *>     The supplier's account at its own bank
          05 FILLER           PIC X VALUE ",".
          05 ST-TERMS-DAYS    PIC 9(3).
      *>     Days from invoice date to due date
