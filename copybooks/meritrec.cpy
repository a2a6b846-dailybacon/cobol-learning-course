      *> ============================================
      *> MERITREC.CPY - one employee's line in a merit
      *> increase cycle
      *> ============================================
      *> The same layout three ways:
      *>   - merit-worksheet-YYYY.dat, written by MERIT
      *>     for the managers: current salary, band
      *>     position and the guideline percent, with
      *>     MRT-PROPOSED-PCT left at zero to fill in;
      *>   - merit-proposals-YYYY.dat, the filled-in
      *>     worksheets handed back, which MERIT loads
      *>     and checks against the department budget;
      *>   - merit-cycle.dat (LINE SEQUENTIAL), every
      *>     cycle's lines and where each one stands.
      *>     MERITAPL applies the approved ones to the
      *>     employee master on their effective date.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 MERIT-RECORD.
      *>         COPY "meritrec.cpy".
      *> ============================================
          05 MRT-CYCLE        PIC 9(4).
          05 FILLER           PIC X VALUE ",".
          05 MRT-DEPT         PIC X(15).
          05 FILLER           PIC X VALUE ",".
          05 MRT-EMP-ID       PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 MRT-NAME         PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 MRT-GRADE        PIC X(2).
          05 FILLER           PIC X VALUE ",".
          05 MRT-CURRENCY     PIC X(3).
          05 FILLER           PIC X VALUE ",".
          05 MRT-CUR-SALARY   PIC 9(6)V99.
      *>     EMP-SALARY when the worksheet was cut
          05 FILLER           PIC X VALUE ",".
          05 MRT-COMPA        PIC 9(3)V9.
      *>     Zero when the grade has no band
          05 FILLER           PIC X VALUE ",".
          05 MRT-GUIDE-PCT    PIC 9(2)V99.
          05 FILLER           PIC X VALUE ",".
          05 MRT-PROPOSED-PCT PIC 9(2)V99.
      *>     The manager's increase, e.g. 0350 = 3.50%
          05 FILLER           PIC X VALUE ",".
          05 MRT-NEW-SALARY   PIC 9(6)V99.
          05 FILLER           PIC X VALUE ",".
          05 MRT-EFF-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 MRT-STATUS       PIC X.
             88 MRT-ON-WORKSHEET VALUE "W".
             88 MRT-LOADED       VALUE "L".
             88 MRT-OVER-BUDGET  VALUE "O".
             88 MRT-APPROVED     VALUE "A".
             88 MRT-APPLIED      VALUE "P".
             88 MRT-NOT-APPLIED  VALUE "X".
      *>     W=worksheet out, L=proposal loaded within the
      *>     budget, O=loaded but the department is over,
      *>     A=approved and waiting for its date,
      *>     P=applied, X=could not be applied
          05 FILLER           PIC X VALUE ",".
          05 MRT-APPR-DATE    PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 MRT-APPR-BY      PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 MRT-APPLIED-DATE PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 MRT-RETRO        PIC 9(6)V99.
      *>     Back pay raised through PAYSUPP when the
      *>     increase applied after periods already paid
