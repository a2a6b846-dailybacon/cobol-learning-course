      *> ============================================
      *> MJEREC.CPY - manual journal entry layout
      *> ============================================
      *> One manual general-ledger entry as carried on
      *> manual-journal.dat (INDEXED, RECORD KEY
      *> MJ-ENTRY-NO). Keyed on the JEMAINT screen and
      *> held there unposted until a supervisor other
      *> than the one who keyed it approves it; JESTAGE
      *> then stages the approved entry's lines onto the
      *> window's gl-postings.dat under source MANUALJE.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 MANUAL-JE-RECORD.
      *>         COPY "mjerec.cpy".
      *> ============================================
          05 MJ-ENTRY-NO      PIC 9(6).
          05 MJ-DESC          PIC X(20).
      *>     What the entry is for - carried onto every
      *>     GL posting it stages as GL-DESC
          05 MJ-SUPPORT-REF   PIC X(15).
      *>     The supporting document: accrual schedule,
      *>     reclass memo, correction ticket
          05 MJ-LINE-COUNT    PIC 9(2).
          05 MJ-LINE OCCURS 10 TIMES.
             10 MJ-GL-CODE    PIC X(4).
      *>        Chart-of-accounts code, active when keyed
      *>        and again when approved
             10 MJ-DR-CR      PIC X.
      *>        D=Debit, C=Credit
             10 MJ-AMOUNT     PIC 9(9)V99.
      *>     Debits and credits total the same - an entry
      *>     that does not balance is never filed
          05 MJ-STATUS        PIC X.
      *>     P=Pending approval, A=Approved (stages in the
      *>     next window), J=Rejected, S=Staged onto the
      *>     GL postings
          05 MJ-KEYED-BY      PIC X(8).
          05 MJ-KEYED-DATE    PIC 9(8).
          05 MJ-DECIDED-BY    PIC X(8).
      *>     Supervisor who approved or rejected it - never
      *>     the operator who keyed it
          05 MJ-DECIDED-DATE  PIC 9(8).
          05 MJ-REJECT-REASON PIC X(30).
          05 MJ-STAGED-DATE   PIC 9(8).
      *>     Business date of the window it staged into
