      *> ============================================
      *> TAXEXMT.CPY - customer sales tax exemption
      *> ============================================
      *> A trade customer's sales tax exemption
      *> certificate as carried on tax-exemptions.dat
      *> (LINE SEQUENTIAL), keyed by the banking side's CU
      *> number the sales orders carry. Set on the TAXMAINT
      *> screen. ARINVOICE bills the customer tax free
      *> while the certificate is in force - through
      *> TE-EXPIRY - and taxes it again once it lapses,
      *> saying so on the invoice.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 TAX-EXEMPTION-RECORD.
      *>         COPY "taxexmt.cpy".
      *> ============================================
          05 TE-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 TE-CERT-NO       PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 TE-EXPIRY        PIC 9(8).
      *>     Last day the certificate is good for
          05 FILLER           PIC X VALUE ",".
          05 TE-SET-DATE      PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 TE-SET-BY        PIC X(8).
