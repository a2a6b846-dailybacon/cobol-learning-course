      *> ============================================
      *> MKTLIST.CPY - one customer on a campaign list
      *> ============================================
      *> One line per customer selected, kept on
      *> campaign-lists.dat (LINE SEQUENTIAL) for as
      *> long as the campaign is worth measuring.
      *> CAMPAIGN writes the line with no response;
      *> ML-RESPONSE and its date are there for the
      *> replies and account openings to be tracked
      *> back against the list.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 CAMPAIGN-LIST-RECORD.
      *>         COPY "mktlist.cpy".
      *> ============================================
          05 ML-CAMP-ID       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 ML-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 ML-NAME          PIC X(25).
          05 FILLER           PIC X VALUE ",".
          05 ML-BRANCH        PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 ML-QUAL-BAL      PIC 9(9)V99.
      *>     Balance on the accounts that qualified the
      *>     customer when the list was selected
          05 FILLER           PIC X VALUE ",".
          05 ML-SELECT-DATE   PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 ML-RESPONSE      PIC X.
      *>     Space = no response recorded; R=Replied,
      *>     O=Opened the product, D=Declined
          05 FILLER           PIC X VALUE ",".
          05 ML-RESPONSE-DATE PIC 9(8).
