      *> ============================================
      *> CARDREC.CPY - ATM card master record layout
      *> ============================================
      *> One ATM card as carried on card-master.dat
      *> (INDEXED, RECORD KEY CM-CARD-NO). Issued and
      *> blocked in CARDMNT, reissued ahead of expiry by
      *> CARDRNEW, and resolved through by ATMXLATE for
      *> every interchange entry.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 CARD-RECORD.
      *>         COPY "cardrec.cpy".
      *> ============================================
          05 CM-CARD-NO       PIC X(8).
          05 CM-ACCT-NO       PIC X(8).
          05 CM-STATUS        PIC X.
      *>     A=Active, L=Lost, B=Blocked, S=Staff card
      *>     held because its employee was terminated
      *>     (set by TERMEMP; a supervisor reinstates)
          05 CM-DAILY-LIMIT   PIC 9(7)V99.
          05 CM-EXPIRY        PIC 9(6).
      *>     Last month the card is good for, YYYYMM -
      *>     it works to the end of that month and
      *>     ATMXLATE rejects it after
          05 CM-EXPIRY-X REDEFINES CM-EXPIRY.
             10 CM-EXPIRY-YYYY   PIC 9(4).
             10 CM-EXPIRY-MM     PIC 9(2).
          05 CM-ISSUE-DATE    PIC 9(8).
      *>     Date this card number was issued
          05 CM-REPLACES      PIC X(8).
      *>     For a renewal, the card it replaces; spaces
      *>     for a first issue
          05 CM-RENEWED-BY    PIC X(8).
      *>     The replacement card once CARDRNEW has issued
      *>     one; spaces until then. The old card keeps
      *>     working until its own expiry.
