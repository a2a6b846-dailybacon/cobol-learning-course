      *> ============================================
      *> RTENROL.CPY - retirement plan enrollment
      *> ============================================
      *> One employee's election, as carried on
      *> retirement-enrollments.dat (LINE SEQUENTIAL) and
      *> kept on the RETPLAN screen - one record per
      *> employee, rewritten when the election changes.
      *> Contributions are pre-tax: RETCALC takes them off
      *> the gross before TAXCALC sees it.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 ENROLL-RECORD.
      *>         COPY "rtenrol.cpy".
      *> ============================================
          05 REN-EMP-ID       PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 REN-PLAN-CODE    PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 REN-CONTRIB-PCT  PIC 9(2)V99.
      *>     Percent of each pay line's gross
          05 FILLER           PIC X VALUE ",".
          05 REN-START-DATE   PIC 9(8).
      *>     First pay date the election applies to
          05 FILLER           PIC X VALUE ",".
          05 REN-STATUS       PIC X.
             88 REN-ACTIVE       VALUE "A".
             88 REN-STOPPED      VALUE "S".
          05 FILLER           PIC X VALUE ",".
          05 REN-SET-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 REN-SET-BY       PIC X(8).
