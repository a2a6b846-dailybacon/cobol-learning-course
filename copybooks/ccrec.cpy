      *> ============================================
      *> CCREC.CPY - cost-center master record
      *> ============================================
      *> One cost center as carried on cost-centers.dat
      *> (LINE SEQUENTIAL), kept by CCMAINT the way
      *> COAMAINT keeps the chart. A cost center is a
      *> branch (its four-character branch code, as
      *> BATCH and DRAWREC stamp it on GL-COST-CENTER)
      *> or a department (its name exactly as EMP-DEPT
      *> carries it, as the payroll steps stamp it).
      *> LEDGER diverts postings to unknown or inactive
      *> cost centers onto SUSPENSE; GLCLOSE prints a
      *> P&L for each one.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 COST-CENTER-RECORD.
      *>         COPY "ccrec.cpy".
      *> ============================================
          05 CC-CODE          PIC X(15).
          05 FILLER           PIC X VALUE ",".
          05 CC-NAME          PIC X(25).
          05 FILLER           PIC X VALUE ",".
          05 CC-TYPE          PIC X.
      *>     B=Branch, D=Department
             88 CC-IS-BRANCH     VALUE "B".
             88 CC-IS-DEPARTMENT VALUE "D".
          05 FILLER           PIC X VALUE ",".
          05 CC-ACTIVE        PIC X.
      *>     Y=Active, N=Inactive
