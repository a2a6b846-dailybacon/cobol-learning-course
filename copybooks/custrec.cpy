      *> (INDEXED, RECORD KEY CU-CUST-NO). Accounts
      *> point here through AM-CUST-NO, which is what
      *> finally lets "what is this customer's total
      *> exposure" be answered - see CUSTRPT. Risk
      *> rating and the KYC review dates are kept by
      *> KYCREVW (monthly) and the KYCMNT screen.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 CUSTOMER-RECORD.
          05 CU-NAME          PIC X(25).
          05 CU-STANDING      PIC X.
      *>     A=Active, W=Watch, C=Closed
          05 CU-HOME-BRANCH   PIC X(4).
      *>     Branch that holds the relationship, e.g. BR01;
      *>     the KYC review list is worked branch by branch
          05 CU-RISK-RATING   PIC X.
      *>     L=Low, M=Medium, H=High; space until KYCREVW
      *>     has rated the customer. Sets how often the
      *>     customer is reviewed (KYC-REVIEW-MOS-*).
          05 CU-RISK-SCORE    PIC 9(3).
      *>     Points behind the rating, from KYCREVW
          05 CU-RATED-DATE    PIC 9(8).
          05 CU-ID-TYPE       PIC X(2).
      *>     Identity document seen at the last review:
      *>     PP=Passport, DL=Driving licence, NI=National
      *>     identity card, RP=Residence permit,
      *>     CR=Company registration; spaces = none on file
          05 CU-ID-EXPIRY     PIC 9(8).
      *>     Zero when the document does not expire
          05 CU-LAST-REVIEW   PIC 9(8).
      *>     Zero until compliance first records a review
          05 CU-NEXT-REVIEW   PIC 9(8).
      *>     Last review plus the rating's review interval
          05 CU-REVIEWED-BY   PIC X(8).
      *>     Operator who recorded the last review
          05 CU-MERGED-INTO   PIC X(6).
      *>     Spaces, unless CUSTMRG folded this number into
      *>     another as a duplicate: then the surviving
      *>     customer's number, and CU-STANDING is C
