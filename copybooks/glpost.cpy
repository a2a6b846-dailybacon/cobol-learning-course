      *> LEDGER step rolls these into ledger-master.dat
      *> and proves the day nets to zero.
      *>
      *> GL-COST-CENTER carries the branch (BATCH, from
      *> TR-BRANCH; DRAWREC, the teller's branch; VAULTPRF,
      *> the vault's branch) or the department (REPORTS
      *> and the other payroll steps, from EMP-DEPT) the
      *> posting belongs to, as kept on
      *> cost-centers.dat by CCMAINT. Spaces mean the
      *> posting is bank-wide - unallocated to any cost
      *> center - which is also how every posting written
      *> before the field existed reads.
      *>
      *> Account codes in use:
      *>   1000 Cash               1010 Due from central bank
      *>   1100 Loans receivable
      *>   1150 Loan loss allowance (contra to 1100)
      *>   1300 Accounts receivable 1400 Inventory
      *>   1500 Fixed assets       1550 Accum depreciation
      *>   2000 Customer deposits  2100 Payroll payable
      *>   2200 Tax withheld       2210 Employer taxes payable
      *>   2300 Deductions payable 2310 Benefits payable
      *>   2320 Leave liability    2330 Retirement payable
      *>   2400 Accrued interest payable
      *>   2500 Outward clearing   2600 Escheatment payable
      *>   2700 Accounts payable   2750 Received not invoiced
      *>   2760 Landed cost accrued
      *>   2800 Sales tax payable
      *>   4000 Fee income         4100 Interest income
      *>   4200 FX gain/loss      4300 Cash over/short
      *>   4500 Sales revenue      4600 Disposal gain/loss
      *>   4700 Finance charge income
      *>   5000 Salary expense     5100 Interest expense
      *>   5200 Payroll tax expense 5300 Benefits expense
      *>   5310 Retirement match
      *>   5400 Leave expense      5450 Travel and lodging
      *>   5460 Meals and entertainment
      *>   5470 Sundry staff expense
      *>   5500 Provision loan loss
      *>   5600 Depreciation expense 5700 Purchases
      *>   5800 Cost of goods sold 5900 Inventory shrinkage
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 GL-POSTING-RECORD.
      *>     Program that produced the posting
          05 FILLER           PIC X VALUE ",".
          05 GL-DESC          PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 GL-COST-CENTER   PIC X(15).
      *>     Branch code or department name; spaces =
      *>     unallocated
