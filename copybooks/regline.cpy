      *> ============================================
      *> REGLINE.CPY - regulatory return line items
      *> ============================================
      *> Every line item of the regulator's quarterly
      *> financial return, in the order the return
      *> prints them. The first two characters of the
      *> line id are its schedule:
      *>   BS - balance sheet at the quarter end
      *>   IS - income statement, quarter and year
      *>        to date
      *>   LD - loans and deposits by type
      *>   PD - past-due loans by days past due
      *>   TD - term deposits by remaining maturity
      *>
      *> RL-SOURCE says where a line's figure comes
      *> from:
      *>   M - the ledger, through the chart accounts
      *>       mapped to it on reg-return-map.dat
      *>       (kept on REGMAP)
      *>   C - computed on the return (totals, net
      *>       income, earnings not yet closed)
      *>   S - the account master and the collections
      *>       file, not the ledger
      *> Only an M line can be mapped to. RL-NATURE is
      *> the line's natural sign as the return prints
      *> it: A=Asset and E=Expense positive when
      *> debit, L=Liability, Q=Equity and I=Income
      *> positive when credit.
      *>
      *> A new line item is a new FILLER pair here and
      *> a larger OCCURS and RL-LINE-COUNT below.
      *>
      *> COPY directly beneath a WORKING-STORAGE 01:
      *>     01 REG-LINE-CATALOG.
      *>         COPY "regline.cpy".
      *> ============================================
          05 RL-CATALOG-DATA.
             10 FILLER PIC X(7)  VALUE "BS010AM".
             10 FILLER PIC X(30) VALUE "Cash and balances due".
             10 FILLER PIC X(7)  VALUE "BS020AM".
             10 FILLER PIC X(30) VALUE "Loans and advances, gross".
             10 FILLER PIC X(7)  VALUE "BS030AM".
             10 FILLER PIC X(30) VALUE "Allowance for loan losses".
             10 FILLER PIC X(7)  VALUE "BS040AM".
             10 FILLER PIC X(30) VALUE "Accounts receivable".
             10 FILLER PIC X(7)  VALUE "BS050AM".
             10 FILLER PIC X(30) VALUE "Premises and equipment, net".
             10 FILLER PIC X(7)  VALUE "BS060AM".
             10 FILLER PIC X(30) VALUE "Other assets".
             10 FILLER PIC X(7)  VALUE "BS090AC".
             10 FILLER PIC X(30) VALUE "Total assets".
             10 FILLER PIC X(7)  VALUE "BS110LM".
             10 FILLER PIC X(30) VALUE "Deposits".
             10 FILLER PIC X(7)  VALUE "BS120LM".
             10 FILLER PIC X(30) VALUE "Accrued and other liabilities".
             10 FILLER PIC X(7)  VALUE "BS130LM".
             10 FILLER PIC X(30) VALUE "Items in transit, suspense".
             10 FILLER PIC X(7)  VALUE "BS190LC".
             10 FILLER PIC X(30) VALUE "Total liabilities".
             10 FILLER PIC X(7)  VALUE "BS210QM".
             10 FILLER PIC X(30) VALUE "Retained earnings".
             10 FILLER PIC X(7)  VALUE "BS220QC".
             10 FILLER PIC X(30) VALUE "Earnings not yet closed".
             10 FILLER PIC X(7)  VALUE "BS290QC".
             10 FILLER PIC X(30) VALUE "Total equity".
             10 FILLER PIC X(7)  VALUE "IS010IM".
             10 FILLER PIC X(30) VALUE "Interest income".
             10 FILLER PIC X(7)  VALUE "IS020EM".
             10 FILLER PIC X(30) VALUE "Interest expense".
             10 FILLER PIC X(7)  VALUE "IS030EM".
             10 FILLER PIC X(30) VALUE "Provision for loan losses".
             10 FILLER PIC X(7)  VALUE "IS040IM".
             10 FILLER PIC X(30) VALUE "Noninterest income".
             10 FILLER PIC X(7)  VALUE "IS050EM".
             10 FILLER PIC X(30) VALUE "Salaries and staff benefits".
             10 FILLER PIC X(7)  VALUE "IS060EM".
             10 FILLER PIC X(30) VALUE "Other noninterest expense".
             10 FILLER PIC X(7)  VALUE "IS090IC".
             10 FILLER PIC X(30) VALUE "Net income".
             10 FILLER PIC X(7)  VALUE "LD010LS".
             10 FILLER PIC X(30) VALUE "Checking deposits".
             10 FILLER PIC X(7)  VALUE "LD020LS".
             10 FILLER PIC X(30) VALUE "Savings deposits".
             10 FILLER PIC X(7)  VALUE "LD030LS".
             10 FILLER PIC X(30) VALUE "Term deposits".
             10 FILLER PIC X(7)  VALUE "LD040LS".
             10 FILLER PIC X(30) VALUE "Total deposits".
             10 FILLER PIC X(7)  VALUE "LD110AS".
             10 FILLER PIC X(30) VALUE "Overdrafts drawn".
             10 FILLER PIC X(7)  VALUE "LD120AS".
             10 FILLER PIC X(30) VALUE "Installment loans - current".
             10 FILLER PIC X(7)  VALUE "LD130AS".
             10 FILLER PIC X(30) VALUE "Installment loans - delinq".
             10 FILLER PIC X(7)  VALUE "LD140AS".
             10 FILLER PIC X(30) VALUE "Total loans".
             10 FILLER PIC X(7)  VALUE "PD010AS".
             10 FILLER PIC X(30) VALUE "Past due 1-29 days".
             10 FILLER PIC X(7)  VALUE "PD020AS".
             10 FILLER PIC X(30) VALUE "Past due 30-59 days".
             10 FILLER PIC X(7)  VALUE "PD030AS".
             10 FILLER PIC X(30) VALUE "Past due 60-89 days".
             10 FILLER PIC X(7)  VALUE "PD040AS".
             10 FILLER PIC X(30) VALUE "Past due 90 days and over".
             10 FILLER PIC X(7)  VALUE "PD090AS".
             10 FILLER PIC X(30) VALUE "Total past due".
             10 FILLER PIC X(7)  VALUE "TD010LS".
             10 FILLER PIC X(30) VALUE "Maturing within 3 months".
             10 FILLER PIC X(7)  VALUE "TD020LS".
             10 FILLER PIC X(30) VALUE "Maturing in 3 to 12 months".
             10 FILLER PIC X(7)  VALUE "TD030LS".
             10 FILLER PIC X(30) VALUE "Maturing in 1 to 3 years".
             10 FILLER PIC X(7)  VALUE "TD040LS".
             10 FILLER PIC X(30) VALUE "Maturing after 3 years".
             10 FILLER PIC X(7)  VALUE "TD090LS".
             10 FILLER PIC X(30) VALUE "Total term deposits".
          05 RL-CATALOG REDEFINES RL-CATALOG-DATA.
             10 RL-ENTRY OCCURS 39 TIMES.
                15 RL-LINE-ID    PIC X(5).
                15 RL-NATURE     PIC X.
                15 RL-SOURCE     PIC X.
                15 RL-DESC       PIC X(30).
          05 RL-LINE-COUNT       PIC 9(2) VALUE 39.
