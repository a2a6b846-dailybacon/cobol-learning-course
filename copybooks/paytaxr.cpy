      *> ============================================
      *> PAYTAXR.CPY - payroll tax posting register
      *> ============================================
      *> One pay line's tax postings, appended to
      *> payroll-tax-register.dat (LINE SEQUENTIAL) by
      *> every payroll step that books to 2200 and 2210 -
      *> REPORTS for the regular run, PAYSUPP for an
      *> off-cycle adjustment, TERMEMP for a final check -
      *> in the same run as the GL pairs. LEDGER empties
      *> gl-postings.dat every clean window; this is the
      *> copy that survives to the quarter end, where
      *> QTRTAX reconciles the quarter's returns to it.
      *> Never rewritten.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 TAX-REGISTER-RECORD.
      *>         COPY "paytaxr.cpy".
      *> ============================================
          05 PX-POST-DATE     PIC 9(8).
      *>     The GL-POST-DATE the pay line booked on
          05 FILLER           PIC X VALUE ",".
          05 PX-SOURCE        PIC X(8).
      *>     REPORTS, PAYSUPP or TERMEMP, as GL-SOURCE
          05 FILLER           PIC X VALUE ",".
          05 PX-EMP-ID        PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 PX-GROSS         PIC 9(7)V99.
      *>     Gross wages in USD, the 5000 debit
          05 FILLER           PIC X VALUE ",".
          05 PX-WITHHELD      PIC 9(7)V99.
      *>     Income tax withheld, the 2200 credit
          05 FILLER           PIC X VALUE ",".
          05 PX-ER-TAX        PIC 9(7)V99.
      *>     Employer social security and Medicare, the
      *>     2210 credit; zero where the step books none
