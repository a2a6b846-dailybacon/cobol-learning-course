      *> ============================================
      *> DISPCASE.CPY - customer dispute case layout
      *> ============================================
      *> One customer dispute as carried on
      *> dispute-cases.dat (INDEXED, RECORD KEY
      *> DC-CASE-NO). Opened, credited and resolved on
      *> the DISPUTE screen; DISPAGE ages the open cases
      *> against their response deadlines every night.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 DISPUTE-CASE-RECORD.
      *>         COPY "dispcase.cpy".
      *> ============================================
          05 DC-CASE-NO       PIC 9(6).
          05 DC-ACCT-NO       PIC X(8).
          05 DC-POST-REF      PIC 9(9).
      *>     JR-REF-NO of the posting disputed
          05 DC-POST-DATE     PIC 9(8).
      *>     Date that posting was applied
          05 DC-REASON        PIC X.
      *>     U=Unauthorized, N=Goods/service not received,
      *>     D=Duplicate posting, A=Wrong amount, O=Other
          05 DC-REASON-TEXT   PIC X(30).
          05 DC-AMOUNT        PIC 9(7)V99.
      *>     Amount in dispute - never more than the posting
          05 DC-RECEIVED      PIC 9(8).
      *>     Date the customer's dispute was received
          05 DC-PROV-DUE      PIC 9(8).
      *>     Provisional credit deadline: DISPUTE-PROV-DAYS
      *>     business days after receipt
          05 DC-RESOLVE-DUE   PIC 9(8).
      *>     Resolution deadline: DISPUTE-RESOLVE-DAYS
      *>     business days after receipt
          05 DC-PROV-STATUS   PIC X.
      *>     N=No provisional credit, S=Credit staged on the
      *>     feed (it posts as a "D" described DISPUTE CR
      *>     and the case number)
          05 DC-PROV-DATE     PIC 9(8).
      *>     Date the provisional credit was staged
          05 DC-STATUS        PIC X.
      *>     O=Open, F=Found for the customer (credit
      *>     final), D=Denied (provisional credit reversed
      *>     with an "R")
          05 DC-RESOLVED      PIC 9(8).
      *>     Date the case was resolved; zero while open
          05 DC-OPENED-BY     PIC X(8).
          05 DC-RESOLVED-BY   PIC X(8).
