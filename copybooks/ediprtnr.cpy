      *> ============================================
      *> EDIPRTNR.CPY - EDI trading partner
      *> ============================================
      *> One trade customer we exchange EDI with, as
      *> carried on edi-partners.dat (LINE SEQUENTIAL):
      *> the id it sends under, the CU number its orders
      *> book to, and the interchange control numbers
      *> each way. EDIORDIN seeds the file the first run
      *> and refuses an inbound interchange whose control
      *> number is not past EP-LAST-IN-CTL (a re-sent
      *> file); the INDEXED menu numbers each outbound
      *> ship notice from EP-LAST-ASN-CTL.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 EDI-PARTNER-RECORD.
      *>         COPY "ediprtnr.cpy".
      *> ============================================
          05 EP-PARTNER-ID    PIC X(10).
          05 FILLER           PIC X VALUE ",".
          05 EP-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 EP-LAST-IN-CTL   PIC 9(6).
      *>     Last inbound order interchange accepted
          05 FILLER           PIC X VALUE ",".
          05 EP-LAST-ASN-CTL  PIC 9(6).
      *>     Last ship notice interchange sent
          05 FILLER           PIC X VALUE ",".
          05 EP-STATUS        PIC X.
      *>     A=Active, S=Suspended - nothing in or out
             88 EP-ACTIVE        VALUE "A".
