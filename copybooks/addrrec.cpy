      *> by ADDRMNT; printed as the statement mailing
      *> block by STATEMENT and on customer notices by
      *> NOTICES. The customer master itself stays
      *> number/name/standing only. CAMPAIGN takes its
      *> mailing lists from here, and leaves out anyone
      *> who has asked not to be solicited.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 ADDRESS-RECORD.
          05 CA-ZIP           PIC X(10).
          05 CA-PHONE         PIC X(12).
          05 CA-EMAIL         PIC X(30).
          05 CA-NO-SOLICIT    PIC X.
      *>     Y = the customer has asked for no marketing
      *>     mail or calls; CAMPAIGN never selects them.
      *>     Service mail (statements, notices) still goes.
