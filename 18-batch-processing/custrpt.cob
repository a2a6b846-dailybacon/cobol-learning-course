       1100-SEED-CUSTOMER-MASTER.
           OPEN OUTPUT CUSTOMER-MASTER.

           INITIALIZE CUSTOMER-RECORD.
           MOVE "C00001" TO CU-CUST-NO.
           MOVE "Hargrove, Wilma"  TO CU-NAME.
           MOVE "A"      TO CU-STANDING.
           MOVE "BR01"   TO CU-HOME-BRANCH.
           MOVE "PP"     TO CU-ID-TYPE.
           MOVE 20290630 TO CU-ID-EXPIRY.
           WRITE CUSTOMER-RECORD.

           INITIALIZE CUSTOMER-RECORD.
           MOVE "C00002" TO CU-CUST-NO.
           MOVE "Okafor, Daniel"   TO CU-NAME.
           MOVE "A"      TO CU-STANDING.
           MOVE "BR01"   TO CU-HOME-BRANCH.
           MOVE "DL"     TO CU-ID-TYPE.
           MOVE 20270115 TO CU-ID-EXPIRY.
           WRITE CUSTOMER-RECORD.

           INITIALIZE CUSTOMER-RECORD.
           MOVE "C00003" TO CU-CUST-NO.
           MOVE "Lindqvist, Maria" TO CU-NAME.
           MOVE "A"      TO CU-STANDING.
           MOVE "BR02"   TO CU-HOME-BRANCH.
           MOVE "PP"     TO CU-ID-TYPE.
           MOVE 20261130 TO CU-ID-EXPIRY.
           WRITE CUSTOMER-RECORD.

           INITIALIZE CUSTOMER-RECORD.
           MOVE "C00004" TO CU-CUST-NO.
           MOVE "Bell, Terrence"   TO CU-NAME.
           MOVE "W"      TO CU-STANDING.
           MOVE "BR03"   TO CU-HOME-BRANCH.
           MOVE "NI"     TO CU-ID-TYPE.
           MOVE 20250910 TO CU-ID-EXPIRY.
           WRITE CUSTOMER-RECORD.

           INITIALIZE CUSTOMER-RECORD.
           MOVE "C00005" TO CU-CUST-NO.
           MOVE "Acme Vending Ltd" TO CU-NAME.
           MOVE "A"      TO CU-STANDING.
           MOVE "BR02"   TO CU-HOME-BRANCH.
           MOVE "CR"     TO CU-ID-TYPE.
           MOVE 0        TO CU-ID-EXPIRY.
           WRITE CUSTOMER-RECORD.

           CLOSE CUSTOMER-MASTER.
