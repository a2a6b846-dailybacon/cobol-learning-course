      *> ============================================
      *> SALBAND.CPY - salary band by job grade
      *> ============================================
      *> What a grade is supposed to pay, as carried on
      *> salary-bands.dat (LINE SEQUENTIAL) and kept on
      *> the SALBAND screen. A band is per grade and
      *> pay currency, in the same terms as EMP-SALARY
      *> on the employee master, and takes effect from
      *> its effective date: a new band for the grade is
      *> a new record, so the old one still answers for
      *> the dates before it. BANDCHK finds the band in
      *> force on a date; EMPMAINT holds a salary
      *> outside it for a supervisor's override.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 BAND-RECORD.
      *>         COPY "salband.cpy".
      *> ============================================
          05 SBD-GRADE        PIC X(2).
          05 FILLER           PIC X VALUE ",".
          05 SBD-CURRENCY     PIC X(3).
          05 FILLER           PIC X VALUE ",".
          05 SBD-EFF-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 SBD-MINIMUM      PIC 9(6)V99.
          05 FILLER           PIC X VALUE ",".
          05 SBD-MIDPOINT     PIC 9(6)V99.
          05 FILLER           PIC X VALUE ",".
          05 SBD-MAXIMUM      PIC 9(6)V99.
          05 FILLER           PIC X VALUE ",".
          05 SBD-SET-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 SBD-SET-BY       PIC X(8).
