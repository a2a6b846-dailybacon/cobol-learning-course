      *> ============================================
      *> EXPCLAIM.CPY - employee expense claim
      *> ============================================
      *> One travel or expense claim, as carried on
      *> expense-claims.dat (LINE SEQUENTIAL). EXPENTRY
      *> keys and approves it; REPORTS pays approved
      *> claims through the employee's next pay run as
      *> a non-taxable addition to net pay, debits the
      *> claim's expense account, and marks the claim
      *> paid. Paid claims stay on the file for the
      *> monthly spend report.
      *>
      *> Amounts are USD, like the commission staging
      *> file - REPORTS converts into the pay currency.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 EXPCLAIM-RECORD.
      *>         COPY "expclaim.cpy".
      *> ============================================
          05 XCL-CLAIM-NO     PIC 9(6).
          05 FILLER           PIC X VALUE ",".
          05 XCL-EMP-ID       PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 XCL-DEPT         PIC X(15).
      *>     The claimant's department when keyed - what
      *>     the spend report groups on
          05 FILLER           PIC X VALUE ",".
          05 XCL-EXP-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 XCL-CATEGORY     PIC X(4).
      *>     A category on expense-categories.dat
          05 FILLER           PIC X VALUE ",".
          05 XCL-DESC         PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 XCL-AMOUNT       PIC 9(5)V99.
          05 FILLER           PIC X VALUE ",".
          05 XCL-GL-CODE      PIC X(4).
      *>     An expense account on the chart of accounts
          05 FILLER           PIC X VALUE ",".
          05 XCL-STATUS       PIC X.
             88 XCL-KEYED        VALUE "K".
             88 XCL-FIRST-OK     VALUE "F".
      *>        Over the category's policy limit: one
      *>        approval given, a second one still owed
             88 XCL-APPROVED     VALUE "A".
             88 XCL-PAID         VALUE "P".
             88 XCL-REJECTED     VALUE "R".
          05 FILLER           PIC X VALUE ",".
          05 XCL-KEYED-BY     PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 XCL-APPR1-BY     PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 XCL-APPR2-BY     PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 XCL-PAID-DATE    PIC 9(8).
      *>     The pay date of the run that paid it
