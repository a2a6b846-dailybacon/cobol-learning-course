      *> TO COMPILE AND RUN:
      *>   cobc -x -I ../copybooks coamaint.cob
      *>       ../13-subprograms/opsignon.cob
      *>       ../13-subprograms/pwhash.cob
      *>       ../13-subprograms/opaction.cob -o coamaint
      *>   ./coamaint
      *> ============================================
           MOVE "Cash" TO COA-DESC.
           MOVE "A" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "1010" TO COA-CODE.
           MOVE "Due from central bank" TO COA-DESC.
           MOVE "A" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "1100" TO COA-CODE.
           MOVE "Loans receivable" TO COA-DESC.
           MOVE "A" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "1150" TO COA-CODE.
           MOVE "Loan loss allowance" TO COA-DESC.
           MOVE "A" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "1300" TO COA-CODE.
           MOVE "Accounts receivable" TO COA-DESC.
           MOVE "A" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "1400" TO COA-CODE.
           MOVE "Inventory" TO COA-DESC.
           MOVE "A" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "1500" TO COA-CODE.
           MOVE "Fixed assets" TO COA-DESC.
           MOVE "A" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "1550" TO COA-CODE.
           MOVE "Accum depreciation" TO COA-DESC.
           MOVE "A" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "2000" TO COA-CODE.
           MOVE "Customer deposits" TO COA-DESC.
           MOVE "L" TO COA-TYPE.
           MOVE "Leave liability" TO COA-DESC.
           MOVE "L" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "2330" TO COA-CODE.
           MOVE "Retirement payable" TO COA-DESC.
           MOVE "L" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "2400" TO COA-CODE.
           MOVE "Accrued interest pay" TO COA-DESC.
           MOVE "L" TO COA-TYPE.
           MOVE "Escheatment payable" TO COA-DESC.
           MOVE "L" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "2700" TO COA-CODE.
           MOVE "Accounts payable" TO COA-DESC.
           MOVE "L" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "2750" TO COA-CODE.
           MOVE "Received not invoiced" TO COA-DESC.
           MOVE "L" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "2760" TO COA-CODE.
           MOVE "Landed cost accrued" TO COA-DESC.
           MOVE "L" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "2800" TO COA-CODE.
           MOVE "Sales tax payable" TO COA-DESC.
           MOVE "L" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "3000" TO COA-CODE.
           MOVE "Retained earnings" TO COA-DESC.
           MOVE "L" TO COA-TYPE.
           MOVE "Sales revenue" TO COA-DESC.
           MOVE "I" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "4600" TO COA-CODE.
           MOVE "Disposal gain/loss" TO COA-DESC.
           MOVE "I" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "4700" TO COA-CODE.
           MOVE "Finance charge income" TO COA-DESC.
           MOVE "I" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "5000" TO COA-CODE.
           MOVE "Salary expense" TO COA-DESC.
           MOVE "E" TO COA-TYPE.
           MOVE "Benefits expense" TO COA-DESC.
           MOVE "E" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "5310" TO COA-CODE.
           MOVE "Retirement match" TO COA-DESC.
           MOVE "E" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "5400" TO COA-CODE.
           MOVE "Leave expense" TO COA-DESC.
           MOVE "E" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "5450" TO COA-CODE.
           MOVE "Travel and lodging" TO COA-DESC.
           MOVE "E" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "5460" TO COA-CODE.
           MOVE "Meals and entertainment" TO COA-DESC.
           MOVE "E" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "5470" TO COA-CODE.
           MOVE "Sundry staff expense" TO COA-DESC.
           MOVE "E" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "5500" TO COA-CODE.
           MOVE "Provision loan loss" TO COA-DESC.
           MOVE "E" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "5600" TO COA-CODE.
           MOVE "Depreciation expense" TO COA-DESC.
           MOVE "E" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "5700" TO COA-CODE.
           MOVE "Purchases" TO COA-DESC.
           MOVE "E" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "5800" TO COA-CODE.
           MOVE "Cost of goods sold" TO COA-DESC.
           MOVE "E" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "5900" TO COA-CODE.
           MOVE "Inventory shrinkage" TO COA-DESC.
           MOVE "E" TO COA-TYPE.
           WRITE CHART-RECORD.
           MOVE "9990" TO COA-CODE.
           MOVE "Suspense" TO COA-DESC.
           MOVE "L" TO COA-TYPE.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM 3000-ADD-ACCOUNT THRU 3000-EXIT
               WHEN 2 PERFORM 4000-TOGGLE-ACTIVE THRU 4000-EXIT
               WHEN 3 PERFORM 5000-LIST-CHART
               WHEN 4 MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "Invalid choice."
