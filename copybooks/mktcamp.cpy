      *> ============================================
      *> MKTCAMP.CPY - one marketing campaign selection
      *> ============================================
      *> One line per campaign on campaigns.dat (LINE
      *> SEQUENTIAL), written by CAMPAIGN when a list is
      *> selected: who ran it, when, and the criteria it
      *> was selected on, so a list can be explained
      *> long after the letters have gone. The members
      *> themselves are on campaign-lists.dat
      *> (mktlist.cpy) under the same MK-CAMP-ID.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 CAMPAIGN-RECORD.
      *>         COPY "mktcamp.cpy".
      *> ============================================
          05 MK-CAMP-ID       PIC X(6).
      *>     MK0001, MK0002, ... in selection order
          05 FILLER           PIC X VALUE ",".
          05 MK-DESC          PIC X(30).
          05 FILLER           PIC X VALUE ",".
          05 MK-RUN-DATE      PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 MK-RUN-BY        PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 MK-REQ-TYPE      PIC X.
      *>     Account type the customer must hold (C/S/L/D),
      *>     the balance and activity tests apply to it;
      *>     space = any type
          05 FILLER           PIC X VALUE ",".
          05 MK-MIN-BAL       PIC 9(9)V99.
          05 FILLER           PIC X VALUE ",".
          05 MK-MAX-BAL       PIC 9(9)V99.
      *>     Zero = no ceiling
          05 FILLER           PIC X VALUE ",".
          05 MK-ACTIVE-DAYS   PIC 9(4).
      *>     Account active within this many days; zero =
      *>     activity not considered
          05 FILLER           PIC X VALUE ",".
          05 MK-EXCL-TYPE     PIC X.
      *>     Customers holding any account of this type
      *>     are left out (e.g. D - already has a term
      *>     deposit); space = none excluded
          05 FILLER           PIC X VALUE ",".
          05 MK-BRANCH        PIC X(4).
      *>     Home branch (CU-HOME-BRANCH); spaces = all
          05 FILLER           PIC X VALUE ",".
          05 MK-NEED-CONTACT  PIC X.
      *>     Y = only customers linked to a contact in the
      *>     Contact Manager
          05 FILLER           PIC X VALUE ",".
          05 MK-SELECTED      PIC 9(5).
