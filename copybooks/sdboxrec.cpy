      *> ============================================
      *> SDBOXREC.CPY - safe deposit box layout
      *> ============================================
      *> One vault box as carried on
      *> safe-deposit-boxes.dat (INDEXED, RECORD KEY
      *> SB-BOX-KEY). Boxes are added, rented, accessed
      *> and given up on the BOXMNT screen; BOXBILL
      *> bills the annual rent on each rental's
      *> anniversary, settles it off the balance journal
      *> and ages what stays unpaid.
      *>
      *> COPY directly beneath the FD's 01 group item:
      *>     01 BOX-RECORD.
      *>         COPY "sdboxrec.cpy".
      *> ============================================
          05 SB-BOX-KEY.
             10 SB-BRANCH        PIC X(4).
      *>        Branch whose vault holds the box, e.g. BR01
             10 SB-BOX-NO        PIC X(5).
      *>        Box number as engraved on the door
          05 SB-SIZE          PIC X.
      *>     S=Small, M=Medium, L=Large - sets the rent
      *>     (BOX-RENT-SMALL / -MEDIUM / -LARGE)
          05 SB-STATUS        PIC X.
      *>     V=Vacant, R=Rented, D=Delinquent (rent unpaid
      *>     past BOX-GRACE-DAYS - access is refused until
      *>     it is paid)
          05 SB-RENTER        PIC X(6).
      *>     Renting customer on customer-master.dat
          05 SB-JOINT-RENTER  PIC X(6) OCCURS 2 TIMES.
      *>     Co-renters with their own right of access;
      *>     spaces when none
          05 SB-BILL-ACCT     PIC X(8).
      *>     Checking or savings account the rent is
      *>     charged to
          05 SB-RENTED-DATE   PIC 9(8).
          05 SB-NEXT-BILL     PIC 9(8).
      *>     Next rent anniversary; the first year bills on
      *>     the day the box is rented
          05 SB-RENT-DUE      PIC 9(5)V99.
      *>     Rent billed and not yet seen paid; zero when
      *>     the box is paid up
          05 SB-BILLED-DATE   PIC 9(8).
      *>     Date the outstanding rent was billed - the
      *>     delinquency clock runs from here
          05 SB-PRESENTED-DATE PIC 9(8).
      *>     Date the rent was last staged as a fee; an
      *>     unpaid charge is presented again weekly
          05 SB-PAID-DATE     PIC 9(8).
      *>     Date the last rent was seen posted
          05 SB-DELINQ-DATE   PIC 9(8).
      *>     Date the box went delinquent; zero otherwise
          05 SB-DRILL-NOTICED PIC 9(8).
      *>     Date the renter was told the box will be
      *>     drilled (rent unpaid past BOX-DRILL-DAYS);
      *>     zero until then
          05 SB-LAST-ACCESS   PIC 9(8).
      *>     Date a renter last opened the box
