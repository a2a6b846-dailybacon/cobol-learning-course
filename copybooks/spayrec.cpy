      *> ============================================
      *> SPAYREC.CPY - staged supplier payment record
      *> ============================================
      *> One supplier's payment from the APPAY payment
      *> run, staged on supplier-payments.dat (LINE
      *> SEQUENTIAL) for BATCH to ship on the outward
      *> clearing file and the outward register like
      *> any external transfer. APPAY has already
      *> booked it (accounts payable against outward
      *> clearing); BATCH only sends it, and consumes
      *> the file so each payment goes once.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 SUPPLIER-PAYMENT-RECORD.
      *>         COPY "spayrec.cpy".
      *> ============================================
          05 SPM-REMIT-NO     PIC 9(6).
      *>     The remittance advice the supplier gets
          05 FILLER           PIC X VALUE ",".
          05 SPM-SUP-ID       PIC X(5).
          05 FILLER           PIC X VALUE ",".
          05 SPM-BANK-ACCT    PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 SPM-AMOUNT       PIC 9(7)V99.
          05 FILLER           PIC X VALUE ",".
          05 SPM-PAY-DATE     PIC 9(8).
