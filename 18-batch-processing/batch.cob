               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEESCH-STATUS.

      *> Deposit products: per-product interest rates or
      *> balance tiers, maintenance fee, minimum balance and
      *> overdraft permission, for accounts that carry a
      *> product code - see 1016-LOAD-DEPOSIT-PRODUCTS
           SELECT PRODUCT-FILE
               ASSIGN TO "deposit-products.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

      *> Outward clearing: the day's transfers to accounts we
      *> don't hold, in the fixed interchange layout the
      *> clearing house takes (HOEXTRACT's record style)
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTCLR-STATUS.

      *> Inward returns: the presented checks we dishonor,
      *> going back to their presenting banks in the same
      *> fixed interchange layout
           SELECT INWRET-FILE
               ASSIGN TO WS-INWRET-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INWRET-STATUS.

      *> Register of outward items awaiting the clearing
      *> house's acknowledgment - CLRSETTL settles it
           SELECT OUTREG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTREG-STATUS.

      *> Supplier payments staged by the AP payment run
      *> (APPAY) - booked there, shipped here on the outward
      *> file and the register like any outward transfer
           SELECT SUPPAY-FILE
               ASSIGN TO "supplier-payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPAY-STATUS.

      *> Returned items from other banks (NSF, closed
      *> account): each names the original deposit's VR-REF-NO
      *> and is backed out at the front of the run, the way
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.

      *>   Every accepted posting again, keyed by account,
      *>   batch date and reference, so the inquiry and
      *>   statement programs read one account's days
      *>   directly instead of scanning every dated file
           SELECT HISTORY-FILE
               ASSIGN TO "transaction-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ERROR-FILE
               ASSIGN TO WS-ERROR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELLER-STATUS.

      *> Every operator-keyed slip folded in, with who keyed
      *> it - the feed layout has no room for the operator.
      *> Kept until the run completes clean, so a restarted
      *> run still screens slips the cut file no longer holds
           SELECT TELLER-KEYED-FILE
               ASSIGN TO "teller-keyed-work.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TKEYED-STATUS.

      *> The sign-on ids (OPSIGNON's file), for the employee
      *> each operator is, and the payroll employee-to-bank-
      *> account mappings: between them, the staff's own
      *> accounts at the bank
           SELECT OPERATOR-FILE
               ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT EMPBANK-FILE
               ASSIGN TO "employee-bank.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPBANK-STATUS.

      *> Teller slips keyed on the operator's own or a
      *> co-owned account - tonight's exception listing
           SELECT SDEAL-FILE
               ASSIGN TO WS-SDEAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDEAL-STATUS.

      *> Cutover state, visible to TELLER so a teller knows
      *> which business date their slip will post under
           SELECT CUTOVER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATMTRANS-STATUS.

      *> Checks presented through the clearing house, proved
      *> against their trailer and staged by INWCLR
           SELECT INWARD-TRANS-FILE
               ASSIGN TO "inward-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INWTRANS-STATUS.

      *> Payroll's net-pay credits, staged by REPORTS in the
      *> shared feed layout and folded in like resubmits
           SELECT DIRECTDEP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELINQ-STATUS.

      *> Loan interest register: the interest half of every
      *> collected loan payment, appended as it is split in
      *> 3650 - the journal carries only the principal on the
      *> loan, and TAXSTMT needs what each borrower paid
           SELECT LOAN-INT-FILE
               ASSIGN TO "loan-int-paid.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANINT-STATUS.

      *> Charge-off register: CHGOFF appends each loan it
      *> writes off, BATCH each recovery later collected on
      *> one - PROVISN reads the month's net losses off it
           SELECT CHGOFF-REG-FILE
               ASSIGN TO "chargeoff-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGREG-STATUS.

      *> Reschedule list: each loan a partial prepayment
      *> re-amortized, appended by 2263 - LOANSCHED reprints
      *> the schedule for every loan on it, then empties it
           SELECT RESCHED-FILE
               ASSIGN TO "loan-reschedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESCHED-STATUS.

      *> Lending base rates (RATEIMP posts them) - what a
      *> variable-rate loan reprices over on its reset date
           SELECT BASE-RATE-FILE
               ASSIGN TO "base-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.

      *> Letters for NOTICES to send - a repriced loan queues
      *> its rate-change notice here
           SELECT NOTICE-QUEUE-FILE
               ASSIGN TO "notice-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCQ-STATUS.

      *> Every loan repriced tonight, old and new terms
           SELECT REPRICE-FILE
               ASSIGN TO WS-REPRICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRICE-STATUS.

      *> Business customers' concentration structures kept by
      *> CONCMNT - each active sub-account is swept to its
      *> target into its master after the day's postings
           SELECT CONC-FILE
               ASSIGN TO "cash-concentration.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-SUB-ACCT
               FILE STATUS IS WS-CONC-STATUS.

      *> Every concentration movement tonight, by master
           SELECT CONC-RPT-FILE
               ASSIGN TO WS-CONC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONCRPT-STATUS.

      *> Savings accounts past their withdrawal limit month
      *> after month - written on the month-end run only
           SELECT SAV-CONV-FILE
               ASSIGN TO WS-SAV-CONV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAV-CONV-STATUS.

      *> Customer master: validation resolves each account to
      *> its owner so the standing codes compliance put there
      *> (W=Watch, C=Closed) finally act on the cycle
          05 FILLER           PIC X VALUE ",".
          05 FSC-VALUE        PIC 9(9)V99.

      *> One deposit product
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           COPY "prodrec.cpy".

      *> One funds-availability hold in force
       FD FUNDS-HOLD-FILE.
       01 FUNDS-HOLD-RECORD.
          05 OCT-HASH-TOTAL   PIC S9(13)V99 COMP-3.
          05 FILLER           PIC X(33).

      *> The same 50-byte record carrying returned checks
       FD INWRET-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01 IR-HEADER-RECORD.
          05 IRH-REC-TYPE     PIC XX.
      *>     "01"
          05 IRH-BANK-ID      PIC X(4).
          05 IRH-BATCH-DATE   PIC 9(8).
          05 FILLER           PIC X(36).
       01 IR-DETAIL-RECORD.
          05 IRD-REC-TYPE     PIC XX.
      *>     "03" - a returned item
          05 IRD-CHECK-NO     PIC 9(9).
          05 IRD-ACCT-NO      PIC X(8).
          05 IRD-AMOUNT       PIC S9(11)V99 COMP-3.
          05 IRD-PRES-BANK    PIC X(4).
      *>     The bank the item goes back to
          05 IRD-PRES-DATE    PIC 9(8).
      *>     The presentment date it came in under
          05 IRD-REASON       PIC X(3).
      *>     NSF=Not sufficient funds, UNA=Unable to locate
      *>     account, CLS=Account closed, FRZ=Account frozen
      *>     (hold), FRD=Fraud hold, NAU=Not authorized
      *>     (positive pay), DUP=Duplicate presentment,
      *>     STL=Stale dated, PDT=Post-dated, RTM=Refer to
      *>     maker
          05 FILLER           PIC X(9).
       01 IR-TRAILER-RECORD.
          05 IRT-REC-TYPE     PIC XX.
      *>     "09"
          05 IRT-REC-COUNT    PIC 9(7).
          05 IRT-HASH-TOTAL   PIC S9(13)V99 COMP-3.
          05 FILLER           PIC X(33).

      *> One outward item awaiting acknowledgment
       FD OUTREG-FILE.
       01 OUTREG-RECORD.
          05 FILLER           PIC X VALUE ",".
          05 OR-ACK-DATE      PIC 9(8).

      *> One supplier's payment from APPAY
       FD SUPPAY-FILE.
       01 SUPPLIER-PAYMENT-RECORD.
           COPY "spayrec.cpy".

      *> One branch's feed file: same shape as the main feed,
      *> data records plus the branch's own control trailer
       FD BRANCH-FEED-FILE.
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==VR-==.

      *> Transaction history: the valid record under its key
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "histrec.cpy".
          05 TH-DATA.
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==TH-==.

      *> Output: rejected transactions
       FD ERROR-FILE.
       01 ERROR-RECORD.
               REPLACING LEADING ==TR-== BY ==PD-==.

      *> Teller counter entries, in the shared feed layout
      *> with the keying operator after the slip. Entries
      *> staged by the batch utilities carry no operator
       FD TELLER-FILE.
       01 TELLER-STAGED-RECORD.
          05 TL-SLIP.
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==TL-==.
          05 FILLER           PIC X VALUE ",".
          05 TL-OPERATOR      PIC X(8).

      *> One operator-keyed slip awaiting the screen
       FD TELLER-KEYED-FILE.
       01 TELLER-KEYED-RECORD.
          05 TK-OPERATOR      PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 TK-DATA.
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==TK-==.

      *> Same operator layout OPSIGNON keeps
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
          05 OP-ID            PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 OP-NAME          PIC X(20).
          05 FILLER           PIC X VALUE ",".
          05 OP-ROLE          PIC X.
          05 FILLER           PIC X VALUE ",".
          05 OP-STATUS        PIC X.
          05 FILLER           PIC X VALUE ",".
          05 OP-EMP-ID        PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 OP-PASS-HASH     PIC X(16).
          05 FILLER           PIC X VALUE ",".
          05 OP-PASS-EXPIRES  PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 OP-MUST-CHANGE   PIC X.
          05 FILLER           PIC X VALUE ",".
          05 OP-FAILED-TRIES  PIC 9(2).
          05 FILLER           PIC X VALUE ",".
          05 OP-LAST-SIGNON   PIC 9(8).

      *> Same employee-to-bank-account mapping payroll keeps
       FD EMPBANK-FILE.
       01 EMPBANK-RECORD.
          05 EB-EMP-ID        PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 EB-ACCT-NO       PIC X(8).

       FD SDEAL-FILE.
       01 SDEAL-LINE         PIC X(80).

      *> The cutover state TELLER shows at the counter
       FD CUTOVER-FILE.
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==AT-==.

      *> Presented checks, in the shared feed layout
       FD INWARD-TRANS-FILE.
       01 INWARD-STAGED-RECORD.
           COPY "transrec.cpy"
               REPLACING LEADING ==TR-== BY ==IW-==.

      *> Payroll direct deposits, in the shared feed layout
       FD DIRECTDEP-FILE.
       01 DIRECTDEP-RECORD.
      *>     against - one fee per missed cycle, not per
      *>     nightly retry

      *> One collected loan payment's interest
       FD LOAN-INT-FILE.
       01 LOAN-INT-RECORD.
          05 LI-POST-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 LI-LOAN-ACCT     PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 LI-FUND-ACCT     PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 LI-REF-NO        PIC 9(9).
          05 FILLER           PIC X VALUE ",".
          05 LI-INTEREST      PIC 9(7)V99.

      *> One charge-off or recovery, as CHGOFF lays it out
       FD CHGOFF-REG-FILE.
       01 CHGOFF-REG-RECORD.
          05 CO-POST-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 CO-ENTRY-TYPE    PIC X.
      *>     C=Charged off, R=Recovery collected
          05 FILLER           PIC X VALUE ",".
          05 CO-ACCT-NO       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 CO-REF-NO        PIC 9(9).
          05 FILLER           PIC X VALUE ",".
          05 CO-AMOUNT        PIC 9(9)V99.

      *> One partially prepaid loan awaiting its new schedule
       FD RESCHED-FILE.
       01 RESCHED-RECORD.
          05 RS-POST-DATE     PIC 9(8).
          05 FILLER           PIC X VALUE ",".
          05 RS-ACCT-NO       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 RS-OPTION        PIC X.
      *>     T=Term shortened, R=Payment recast
          05 FILLER           PIC X VALUE ",".
          05 RS-REF-NO        PIC 9(9).
          05 FILLER           PIC X VALUE ",".
          05 RS-PREPAID       PIC 9(7)V99.
          05 FILLER           PIC X VALUE ",".
          05 RS-OLD-PAYMENT   PIC 9(7)V99.
          05 FILLER           PIC X VALUE ",".
          05 RS-NEW-PAYMENT   PIC 9(7)V99.

       FD BASE-RATE-FILE.
       01 BASE-RATE-RECORD.
           COPY "baserate.cpy".

       FD NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
           COPY "ntcqueue.cpy".

       FD REPRICE-FILE.
       01 REPRICE-LINE       PIC X(80).

      *> One sub-account's place in a concentration structure
       FD CONC-FILE.
       01 CONC-RECORD.
           COPY "concrec.cpy".

       FD CONC-RPT-FILE.
       01 CONC-RPT-LINE      PIC X(80).

       FD SAV-CONV-FILE.
       01 SAV-CONV-LINE      PIC X(80).

      *> Customer master, shared through custrec.cpy
       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
                       BY ==TR-FS-ALREADY-OPEN==.
          88 TR-STATUS-NO-FILE VALUE "05".
       01 WS-VALID-STATUS    PIC XX.
       01 WS-HIST-STATUS     PIC XX.
       01 WS-ERROR-STATUS    PIC XX.
       01 WS-EXCPT-STATUS    PIC XX.
       01 WS-SUMMARY-STATUS  PIC XX.
       01 WS-MY-GL-CODES-DATA.
          05 FILLER PIC X(4) VALUE "1000".
          05 FILLER PIC X(4) VALUE "1100".
          05 FILLER PIC X(4) VALUE "1150".
          05 FILLER PIC X(4) VALUE "2000".
          05 FILLER PIC X(4) VALUE "2400".
          05 FILLER PIC X(4) VALUE "2500".
          05 FILLER PIC X(4) VALUE "4200".
          05 FILLER PIC X(4) VALUE "5100".
       01 WS-MY-GL-CODES REDEFINES WS-MY-GL-CODES-DATA.
          05 WS-MY-GL-CODE OCCURS 10 TIMES PIC X(4).
       01 WS-MY-GL-OK.
          05 WS-MY-GL-FLAG OCCURS 10 TIMES PIC X.
       01 WS-MY-GL-IDX        PIC 9(2).
       01 WS-CHART-EOF        PIC X VALUE "N".
          88 CHART-AT-END     VALUE "Y".
       01 WS-FEE-AMT          PIC 9(5)V99 VALUE 0.
       01 WS-FEE-DESC         PIC X(20).
       01 WS-FEES-CHARGED     PIC 9(5) VALUE 0.

      *>   Savings convenience-withdrawal limit (control file):
      *>   W and T items out of an "S" account are counted on
      *>   the master per calendar-month cycle. Past the limit
      *>   each item draws the excess-activity fee (action 1)
      *>   or is refused (action 2). An account past the limit
      *>   SAV-BREACH-CYCLES months running is listed at month
      *>   end for conversion to checking
       01 WS-SAV-WD-LIMIT     PIC 9(3) VALUE 6.
       01 WS-SAV-ACTION       PIC 9 VALUE 1.
          88 SAV-EXCESS-REFUSED VALUE 2.
       01 WS-SAV-EXCESS-FEE   PIC 9(5)V99 VALUE 0.
       01 WS-SAV-BREACH-CYCLES PIC 9(2) VALUE 3.
       01 WS-SAV-NEXT-CYCLE   PIC 9(6).
       01 WS-SAV-FEE-SW       PIC X VALUE "N".
          88 SAV-FEE-DUE      VALUE "Y".
       01 WS-SAV-CONV-STATUS  PIC XX.
       01 WS-SAV-CONV-FILENAME PIC X(36).
       01 WS-SAV-CONV-COUNT   PIC 9(5) VALUE 0.
       01 WS-SAV-DISP-CNT     PIC ZZ9.
       01 WS-SAV-DISP-BRCH    PIC Z9.
       01 WS-MF-COUNT         PIC 9(4) VALUE 0.
       01 WS-MF-TABLE.
          05 WS-MF-ENTRY OCCURS 500 TIMES.
             10 WS-MF-ACCT      PIC X(8).
             10 WS-MF-TYPE      PIC X.
             10 WS-MF-FEE       PIC 9(5)V99.
       01 WS-MF-IDX           PIC 9(4).
       01 WS-MF-WAIVER        PIC 9(7)V99 VALUE 0.
       01 WS-MF-CHARGE        PIC 9(5)V99 VALUE 0.

      *>   Deposit products, loaded at initialize from
      *>   deposit-products.dat. An account naming a product
      *>   takes its rate, maintenance fee, minimum balance
      *>   and overdraft permission from its entry here
       01 WS-PROD-STATUS      PIC XX.
       01 WS-PROD-EOF         PIC X VALUE "N".
          88 PROD-AT-END      VALUE "Y".
       01 WS-PROD-COUNT       PIC 9(2) VALUE 0.
       01 WS-PROD-TABLE.
          05 WS-PROD-ENTRY OCCURS 20 TIMES.
             10 WS-PROD-CODE      PIC X(6).
             10 WS-PROD-TYPE      PIC X.
             10 WS-PROD-TIER OCCURS 3 TIMES.
                15 WS-PROD-FLOOR  PIC 9(7)V99.
                15 WS-PROD-RATE   PIC V9(4).
             10 WS-PROD-MAINT-FEE PIC 9(5)V99.
             10 WS-PROD-MIN-BAL   PIC 9(7)V99.
             10 WS-PROD-OD-OK     PIC X.
       01 WS-PROD-IDX         PIC 9(2) VALUE 0.
       01 WS-PROD-TIER-IDX    PIC 9.
       01 WS-PROD-KEY         PIC X(6).
       01 WS-PROD-FOUND       PIC X VALUE "N".
          88 PRODUCT-FOUND    VALUE "Y".
      *>   The rate one account earns today - its product's
      *>   tier for the balance, or the shop-wide rate
       01 WS-ACCR-RATE        PIC V9(4) VALUE 0.
      *>   The overdrawing account's product, kept aside
      *>   while the linked account is read
       01 WS-OD-PROD-CODE     PIC X(6) VALUE SPACES.

      *>   Funds-availability holds: deposits over the control
      *>   threshold post to the balance but carry an available
      *>   dated outward file for CLRSETTL to prove settled
       01 WS-OUTCLR-STATUS    PIC XX.
       01 WS-OUTREG-STATUS    PIC XX.
       01 WS-SUPPAY-STATUS    PIC XX.
       01 WS-SUPPAY-COUNT     PIC 9(5) VALUE 0.
       01 WS-OUTCLR-FILENAME  PIC X(30).
       01 WS-XFER-EXT-FLAG    PIC X VALUE "N".
          88 TRANSFER-IS-EXTERNAL VALUE "Y".
       01 WS-OUTCLR-HASH      PIC S9(13)V99 VALUE 0.
       01 WS-OUR-BANK-ID      PIC X(4) VALUE "BK01".

      *>   Inward clearing: presented checks arrive as "W"s from
      *>   branch INWD carrying their check number and
      *>   presenting bank. The ones that fail validation go
      *>   back on the dated inward-returns file
       01 WS-INWTRANS-STATUS  PIC XX.
       01 WS-INWRET-STATUS    PIC XX.
       01 WS-INWRET-FILENAME  PIC X(30).
       01 WS-INWARD-BRANCH    PIC X(4) VALUE "INWD".
       01 WS-INWRET-OPEN      PIC X VALUE "N".
          88 INWRET-FILE-OPEN VALUE "Y".
       01 WS-INWRET-COUNT     PIC 9(7) VALUE 0.
       01 WS-INWRET-HASH      PIC S9(13)V99 VALUE 0.
       01 WS-INWRET-REASON    PIC X(3).
       01 WS-INW-PAID-COUNT   PIC 9(7) VALUE 0.
       01 WS-INW-PAID-AMT     PIC 9(11)V99 VALUE 0.
       01 WS-INW-RET-AMT      PIC 9(11)V99 VALUE 0.
      *>   An inward check meets positive pay only when its
      *>   account has items on the issued register - the
      *>   customers enrolled. Everyone else's checks pay on
      *>   funds and holds alone
       01 WS-PP-ENROLLED-SW   PIC X VALUE "N".
          88 ACCT-ON-POSITIVE-PAY VALUE "Y".

      *>   Accepted transactions above this post only after a
      *>   supervisor releases them from the pending queue -
      *>   the four-eyes step compliance asked for
       01 WS-CUT-FILE-NAME    PIC X(24)
           VALUE "teller-trans-cut.dat".
       01 WS-CUT-RENAME-RC    PIC S9(9) COMP.
       01 WS-TKEYED-STATUS    PIC XX.

      *>   Teller self-dealing screen: the operators tied to
      *>   an employee, the staff's bank accounts, the
      *>   customers the slip's operator banks as, and every
      *>   slip found keyed on the operator's own or a
      *>   co-owned account. Those are held for a supervisor
      *>   whatever the amount
       01 WS-OPER-STATUS      PIC XX.
       01 WS-EMPBANK-STATUS   PIC XX.
       01 WS-SDEAL-STATUS     PIC XX.
       01 WS-SDEAL-FILENAME   PIC X(36).
       01 WS-OPR-COUNT        PIC 9(3) VALUE 0.
       01 WS-OPR-TABLE.
          05 WS-OPR-ENTRY OCCURS 200 TIMES.
             10 WS-OPR-ID       PIC X(8).
             10 WS-OPR-EMP      PIC X(4).
       01 WS-OPR-IDX          PIC 9(3).
       01 WS-EB-COUNT         PIC 9(3) VALUE 0.
       01 WS-EB-TABLE.
          05 WS-EB-ENTRY OCCURS 300 TIMES.
             10 WS-EB-EMP       PIC X(4).
             10 WS-EB-ACCT      PIC X(8).
       01 WS-EB-IDX           PIC 9(3).
       01 WS-SDC-COUNT        PIC 9(2) VALUE 0.
       01 WS-SDC-TABLE.
          05 WS-SDC-CUST OCCURS 20 TIMES PIC X(6).
       01 WS-SDC-IDX          PIC 9(2).
       01 WS-SDC-NEW          PIC X(6).
       01 WS-SD-EMP           PIC X(4).
       01 WS-SD-TEST-ACCT     PIC X(8).
       01 WS-SD-RESULT        PIC X(8).
       01 WS-SD-CUST-SW       PIC X VALUE "N".
          88 SD-CUST-IS-STAFF VALUE "Y".
       01 WS-SD-COUNT         PIC 9(3) VALUE 0.
       01 WS-SD-TABLE.
          05 WS-SD-ENTRY OCCURS 100 TIMES.
             10 WS-SD-OPER      PIC X(8).
             10 WS-SD-ACCT      PIC X(8).
             10 WS-SD-TYPE      PIC X.
             10 WS-SD-AMOUNT    PIC 9(7)V99.
             10 WS-SD-DESC      PIC X(20).
             10 WS-SD-HIT-ACCT  PIC X(8).
             10 WS-SD-HOW       PIC X(8).
             10 WS-SD-HELD      PIC X.
       01 WS-SD-IDX           PIC 9(3).
       01 WS-SD-HELD-COUNT    PIC 9(3) VALUE 0.
       01 WS-SD-DONE          PIC X VALUE "N".
       01 WS-CUT-STAMP        PIC 9(14).
       01 WS-CUT-TIME-RAW     PIC 9(8).
       01 WS-CUT-TIME-HMS     PIC 9(6).
       01 WS-GL-STATUS       PIC XX.
       01 WS-GL-DR-CODE      PIC X(4).
       01 WS-GL-CR-CODE      PIC X(4).
      *> Cost center stamped on every posting: the branch of
      *> the transaction in hand while the feed is worked,
      *> spaces (bank-wide) for returns and the end-of-day
      *> account passes that belong to no one transaction
       01 WS-GL-COST-CENTER  PIC X(15) VALUE SPACES.

      *> Per-account velocity: how often and how hard each
      *> account moved today, against its opening balance.
      *> work them, written back at cleanup. The late fee
      *> posts once per missed cycle after the grace period.
       01 WS-DELINQ-STATUS    PIC XX.
       01 WS-LOANINT-STATUS   PIC XX.
       01 WS-CHGREG-STATUS    PIC XX.
      *>   Set while a "D" lands on a loan: on a charged-off
      *>   loan the money is a recovery against the allowance,
      *>   on a live one it is a prepayment (2198 decides) -
      *>   either way it is not a deposit
       01 WS-LOAN-PAYIN-SW    PIC X VALUE "N".
          88 LOAN-RECOVERY    VALUE "Y".
          88 LOAN-PREPAYMENT  VALUE "P".
          88 LOAN-PAYIN       VALUE "Y" "P".
      *>   A loan's payoff figure as of the business date:
      *>   outstanding principal, interest accrued since the
      *>   last due date, and the payoff fee. PAYQUOTE works
      *>   the same sum for the borrower's quote letter
       01 WS-PAYOFF-FEE       PIC 9(5)V99 VALUE 25.00.
       01 WS-PAYOFF-INT       PIC S9(9)V99 VALUE 0.
       01 WS-PAYOFF-TOTAL     PIC S9(9)V99 VALUE 0.
       01 WS-PAYOFF-DAYS-WORK PIC S9(9) COMP.
       01 WS-PAYOFF-DAYS      PIC 9(3) VALUE 0.
      *>   The prepayment in hand: a full payoff closes the
      *>   loan; a partial one is all principal and either
      *>   cuts the term (T, the default) or recasts the
      *>   payment over the cycles left (R)
       01 WS-PREPAY-FULL-SW   PIC X VALUE "N".
          88 PREPAY-IS-PAYOFF VALUE "Y".
       01 WS-PREPAY-OPTION    PIC X.
       01 WS-PREPAY-PRIN      PIC S9(9)V99 VALUE 0.
       01 WS-PREPAY-INT       PIC S9(9)V99 VALUE 0.
       01 WS-PREPAY-FEE       PIC S9(9)V99 VALUE 0.
       01 WS-PREPAY-OLD-PMT   PIC 9(7)V99 VALUE 0.
       01 WS-RESCHED-STATUS   PIC XX.
      *>   Recast work: the cycles the loan had left at its
      *>   old payment, and the level payment that retires
      *>   the reduced principal over those same cycles
       01 WS-RC-BAL           PIC S9(9)V99 VALUE 0.
       01 WS-RC-INT           PIC S9(9)V99 VALUE 0.
       01 WS-RC-CYCLES        PIC 9(3) VALUE 0.
       01 WS-RC-RATE          PIC 9V9(9) VALUE 0.
       01 WS-RC-FACTOR        PIC 9(9)V9(9) VALUE 0.
       01 WS-RC-PMT           PIC 9(7)V99 VALUE 0.
      *>   Variable-rate repricing: the base rate in force per
      *>   index code tonight, the loans due a reset, and
      *>   each one's terms either side of it
       01 WS-BASE-STATUS      PIC XX.
       01 WS-NTCQ-STATUS      PIC XX.
       01 WS-REPRICE-STATUS   PIC XX.
       01 WS-REPRICE-FILENAME PIC X(36).
       01 WS-BASE-EOF         PIC X VALUE "N".
       01 WS-BASE-COUNT       PIC 9(2) VALUE 0.
       01 WS-BASE-TABLE.
          05 WS-BASE-ENTRY OCCURS 20 TIMES.
             10 WS-BASE-CODE    PIC X(6).
             10 WS-BASE-EFF     PIC 9(8).
             10 WS-BASE-RATE    PIC 9V9(4).
       01 WS-BASE-IDX         PIC 9(2).
       01 WS-BASE-MATCH-IDX   PIC 9(2) VALUE 0.
       01 WS-RP-COUNT         PIC 9(2) VALUE 0.
       01 WS-RP-TABLE.
          05 WS-RP-ACCT OCCURS 50 TIMES PIC X(8).
       01 WS-RP-IDX           PIC 9(2).
       01 WS-RP-DONE          PIC 9(3) VALUE 0.
       01 WS-RP-NEW-RATE      PIC S9V9(4) VALUE 0.
       01 WS-RP-OLD-RATE      PIC V9(4) VALUE 0.
       01 WS-RP-OLD-PMT       PIC 9(7)V99 VALUE 0.
       01 WS-RP-OLD-PCT       PIC Z9.99.
       01 WS-RP-NEW-PCT       PIC Z9.99.
       01 WS-RP-DISP-OLD-PMT  PIC Z(6)9.99.
       01 WS-RP-DISP-NEW-PMT  PIC Z(6)9.99.
      *>   Cash concentration: tonight's active structures,
      *>   worked one master at a time - excess swept up from
      *>   every sub-account first, then shortfalls funded back
      *>   out of what the master then holds
       01 WS-CONC-STATUS      PIC XX.
       01 WS-CONCRPT-STATUS   PIC XX.
       01 WS-CONC-FILENAME    PIC X(36).
       01 WS-CC-COUNT         PIC 9(3) VALUE 0.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 200 TIMES.
             10 WS-CC-SUB       PIC X(8).
             10 WS-CC-MASTER    PIC X(8).
             10 WS-CC-TARGET    PIC 9(9)V99.
             10 WS-CC-DONE      PIC X.
             10 WS-CC-SKIP      PIC X.
       01 WS-CC-IDX           PIC 9(3).
       01 WS-CC-MIDX          PIC 9(3).
       01 WS-CC-CUR-MASTER    PIC X(8).
       01 WS-CC-MASTER-CURR   PIC X(3).
       01 WS-CC-MASTER-CUST   PIC X(6).
       01 WS-CC-OPENING       PIC S9(9)V99 VALUE 0.
       01 WS-CC-SWEPT-IN      PIC 9(9)V99 VALUE 0.
       01 WS-CC-FUNDED-OUT    PIC 9(9)V99 VALUE 0.
       01 WS-CC-AVAIL         PIC S9(9)V99 VALUE 0.
       01 WS-CC-AMOUNT        PIC 9(9)V99 VALUE 0.
       01 WS-CC-HELD          PIC 9(9)V99 VALUE 0.
       01 WS-CC-HOLD-ACCT     PIC X(8).
       01 WS-CC-BLOCKED       PIC X VALUE "N".
          88 CONC-ACCT-BLOCKED VALUE "Y".
       01 WS-CC-NOTE          PIC X(22).
       01 WS-CC-MASTERS       PIC 9(3) VALUE 0.
       01 WS-CC-MOVES         PIC 9(5) VALUE 0.
       01 WS-CC-EOF           PIC X VALUE "N".
       01 WS-CC-SUB-BAL       PIC S9(9)V99 VALUE 0.
       01 WS-CC-MOVE-DESC     PIC X(10).
       01 WS-CC-DISP-AMT      PIC Z(8)9.99.
       01 WS-CC-DISP-BAL      PIC -Z(8)9.99.
       01 WS-LOAN-GRACE-DAYS  PIC 9(3) VALUE 10.
       01 WS-LATE-FEE-AMT     PIC 9(5)V99 VALUE 35.00.
       01 WS-DQ-COUNT         PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1900-PROCESS-RETURNS THRU 1900-EXIT.
           PERFORM 2000-PROCESS-TRANSACTIONS.
           PERFORM 3000-WRITE-REPORT.
           PERFORM 3300-WRITE-SUSPICIOUS-ACTIVITY.
           PERFORM 3310-WRITE-SELF-DEALING.
           PERFORM 3600-PROCESS-LOAN-PAYMENTS.
           PERFORM 3620-REPRICE-VARIABLE-LOANS.
           PERFORM 3700-PROCESS-TERM-DEPOSITS.
           PERFORM 3780-CONCENTRATE-CASH.
           PERFORM 3800-CHARGE-OVERDRAFT-INT.
           PERFORM 3450-ACCRUE-DAILY-INTEREST.
           IF IS-MONTH-END
               PERFORM 3500-POST-MONTH-END-INTEREST
               PERFORM 3560-REVALUE-FX
               PERFORM 3575-ASSESS-MAINT-FEES
               PERFORM 3585-LIST-SAVINGS-CONVERSIONS
           END-IF.
           PERFORM 4000-CLEANUP.
           STOP RUN.
      *>   name, so the fold-in below needs it before the
      *>   control file is read
           PERFORM 1020-SET-BUSINESS-DATE.
           PERFORM 1008-FOLD-PENDING-PARAMS THRU 1008-EXIT.
           PERFORM 1010-READ-PARAMS.
           PERFORM 1011-VERIFY-GL-CODES THRU 1011-EXIT.
           PERFORM 1012-READ-FEE-SCHEDULE.
           PERFORM 1016-LOAD-DEPOSIT-PRODUCTS.
           DISPLAY "Creating sample transactions...".
           PERFORM 1100-CREATE-SAMPLE-DATA.
           PERFORM 1130-VERIFY-FEED-CONTROLS THRU 1130-EXIT.
           PERFORM 1110-CONSOLIDATE-BRANCH-FEEDS.
           PERFORM 1115-MERGE-APPROVED.
           PERFORM 1117-MERGE-STAGED-ENTRIES.
           PERFORM 1170-READ-CHECKPOINT.
           PERFORM 1025-LOAD-EXCHANGE-RATES.
           PERFORM 1030-LOAD-HOLIDAY-CALENDAR.
           PERFORM 1142-LOAD-FUNDS-HOLDS THRU 1142-EXIT.
           PERFORM 1144-LOAD-DELINQUENCY THRU 1144-EXIT.
           PERFORM 1121-SCREEN-SELF-DEALING
               THRU 1121-EXIT.
           PERFORM 1066-FIND-NEXT-BUSINESS-DAY.
           PERFORM 1119-WRITE-CUTOVER-STATE.
           PERFORM 1050-BUILD-DAILY-FILENAMES.
           PERFORM 1045-OPEN-DUP-WORK.
           PERFORM 1055-RELOAD-PRIOR-RUNS THRU 1055-EXIT.
           PERFORM 1060-CHECK-MONTH-END.
           PERFORM 1125-EXPAND-STANDING-ORDERS.

               OPEN OUTPUT PP-EXCEPTION-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
      *>   The history file runs on from night to night -
      *>   created empty the first time only
           OPEN I-O HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
      *>   ACCOUNT-MASTER is already open I-O - see
      *>   1150-LOAD-ACCOUNT-MASTER.

           END-PERFORM.
           CLOSE PARAMS-FILE.

           IF WS-PARAMS-SEEN < 62
               DISPLAY "ABEND: batch-params.dat is incomplete - "
                   WS-PARAMS-SEEN " of 62 parameters present."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
                   CONTINUE
               WHEN "RATE-MAX-AGE-DAYS"
                   MOVE PRM-VALUE TO WS-RATE-MAX-AGE
               WHEN "CHARGEOFF-DAYS"
      *>           CHGOFF's figure; carried on the shared
      *>           control file, not policy BATCH applies
                   CONTINUE
               WHEN "PROV-PCT-CURRENT"
      *>           PROVISN's loss rates, same arrangement
                   CONTINUE
               WHEN "PROV-PCT-UNDER-30"
                   CONTINUE
               WHEN "PROV-PCT-30-59"
                   CONTINUE
               WHEN "PROV-PCT-60-89"
                   CONTINUE
               WHEN "PROV-PCT-90-PLUS"
                   CONTINUE
               WHEN "PAYOFF-FEE"
                   MOVE PRM-VALUE TO WS-PAYOFF-FEE
               WHEN "DISPUTE-PROV-DAYS"
      *>           DISPUTE's and DISPAGE's business-day
      *>           deadlines, same arrangement
                   CONTINUE
               WHEN "DISPUTE-RESOLVE-DAYS"
                   CONTINUE
               WHEN "DISPUTE-WARN-DAYS"
                   CONTINUE
               WHEN "GAP-CORE-PCT-CHK"
      *>           Read by GAPRPT: the stable share of checking and
      *>           savings balances, slotted 1-3 years on the gap
                   CONTINUE
               WHEN "GAP-CORE-PCT-SAV"
                   CONTINUE
               WHEN "DEPINS-LIMIT-SINGLE"
      *>           Read by DEPINS: insured limit per depositor per
      *>           ownership category
                   CONTINUE
               WHEN "DEPINS-LIMIT-JOINT"
                   CONTINUE
               WHEN "BOX-RENT-SMALL"
      *>           Read by BOXBILL: annual box rent by size, days
      *>           unpaid rent may run before a box is delinquent,
      *>           and days unpaid before it is put up for drilling
                   CONTINUE
               WHEN "BOX-RENT-MEDIUM"
                   CONTINUE
               WHEN "BOX-RENT-LARGE"
                   CONTINUE
               WHEN "BOX-GRACE-DAYS"
                   CONTINUE
               WHEN "BOX-DRILL-DAYS"
                   CONTINUE
               WHEN "CARD-VALID-YEARS"
      *>           Read by CARDMNT and CARDRNEW: years an
      *>           issued or renewed ATM card runs before it
      *>           expires
                   CONTINUE
               WHEN "RISK-LOOKBACK-DAYS"
      *>           Read by KYCREVW (and KYCMNT for the review months):
      *>           risk rating factors, score bands, review interval
      *>           per rating and the coming-due warning window
                   CONTINUE
               WHEN "RISK-CASH-HIGH"
                   CONTINUE
               WHEN "RISK-SCORE-MEDIUM"
                   CONTINUE
               WHEN "RISK-SCORE-HIGH"
                   CONTINUE
               WHEN "KYC-REVIEW-MOS-HIGH"
                   CONTINUE
               WHEN "KYC-REVIEW-MOS-MED"
                   CONTINUE
               WHEN "KYC-REVIEW-MOS-LOW"
                   CONTINUE
               WHEN "KYC-DUE-WARN-DAYS"
                   CONTINUE
               WHEN "KITE-WINDOW-DAYS"
      *>           Read by KITING: the scoring window in days, the
      *>           smallest amount that counts, repeat-transfer count,
      *>           float rise percent and the suspect score
                   CONTINUE
               WHEN "KITE-MIN-AMOUNT"
                   CONTINUE
               WHEN "KITE-REPEAT-XFERS"
                   CONTINUE
               WHEN "KITE-FLOAT-RISE-PCT"
                   CONTINUE
               WHEN "KITE-SCORE-SUSPECT"
                   CONTINUE
               WHEN "SAV-WD-LIMIT"
                   MOVE PRM-VALUE TO WS-SAV-WD-LIMIT
               WHEN "SAV-EXCESS-ACTION"
                   MOVE PRM-VALUE TO WS-SAV-ACTION
               WHEN "SAV-EXCESS-FEE"
                   MOVE PRM-VALUE TO WS-SAV-EXCESS-FEE
               WHEN "SAV-BREACH-CYCLES"
                   MOVE PRM-VALUE TO WS-SAV-BREACH-CYCLES
               WHEN "BUDGET-VAR-PCT"
      *>           Read by BUDVAR: a budget variance over this
      *>           share, and at least the minimum, is flagged
                   CONTINUE
               WHEN "BUDGET-VAR-MIN"
                   CONTINUE
               WHEN "AR-TERMS-DAYS"
      *>           Read by DUNNING: receivables past terms
      *>           draw the monthly finance charge
                   CONTINUE
               WHEN "AR-FIN-CHG-PCT"
                   CONTINUE
               WHEN "OP-PASS-DAYS"
      *>           Read by OPSIGNON: days a password runs and the
      *>           wrong passwords that lock an id; by OPREVIEW:
      *>           days without a sign-on before an id is flagged
                   CONTINUE
               WHEN "OP-LOCKOUT-TRIES"
                   CONTINUE
               WHEN "OP-IDLE-DAYS"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ABEND: unknown parameter key '"
                       PRM-KEY "' in batch-params.dat."
           END-READ.
           PERFORM UNTIL CHART-AT-END
               PERFORM VARYING WS-MY-GL-IDX FROM 1 BY 1
                       UNTIL WS-MY-GL-IDX > 10
                   IF WS-MY-GL-CODE(WS-MY-GL-IDX) = COA-CODE
                       AND COA-ACTIVE = "Y"
                       MOVE "Y"
           CLOSE CHART-FILE.

           PERFORM VARYING WS-MY-GL-IDX FROM 1 BY 1
                   UNTIL WS-MY-GL-IDX > 10
               IF WS-MY-GL-FLAG(WS-MY-GL-IDX) NOT = "Y"
                   DISPLAY "ABEND: GL code "
                       WS-MY-GL-CODE(WS-MY-GL-IDX)
           CLOSE FEE-SCHED-FILE.
           DISPLAY "Seeded fee-schedule.dat.".

      *> --- The deposit product file into storage, seeding
      *>     the shop's standard products on the first run.
      *>     A malformed product stops the run - a rate read
      *>     wrong pays wrong interest on every account
      *>     sold under it ---
       1016-LOAD-DEPOSIT-PRODUCTS.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PROD-STATUS NOT = "00"
               PERFORM 1017-SEED-DEPOSIT-PRODUCTS
               OPEN INPUT PRODUCT-FILE
           END-IF.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "ABEND: deposit-products.dat missing or "
                   "unreadable (" WS-PROD-STATUS ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-PROD-EOF.
           READ PRODUCT-FILE
               AT END SET PROD-AT-END TO TRUE
           END-READ.
           PERFORM UNTIL PROD-AT-END
               IF DP-PROD-CODE = SPACES
                   OR (DP-ACCT-TYPE NOT = "C"
                       AND DP-ACCT-TYPE NOT = "S")
                   OR (DP-OD-ALLOWED NOT = "Y"
                       AND DP-OD-ALLOWED NOT = "N")
                   OR DP-MAINT-FEE IS NOT NUMERIC
                   OR DP-MIN-BAL IS NOT NUMERIC
                   OR DP-TIER-FLOOR(1) IS NOT NUMERIC
                   OR DP-TIER-RATE(1) IS NOT NUMERIC
                   OR DP-TIER-FLOOR(2) IS NOT NUMERIC
                   OR DP-TIER-RATE(2) IS NOT NUMERIC
                   OR DP-TIER-FLOOR(3) IS NOT NUMERIC
                   OR DP-TIER-RATE(3) IS NOT NUMERIC
                   DISPLAY "ABEND: malformed product '"
                       DP-PROD-CODE "' in deposit-products.dat."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE DP-PROD-CODE TO WS-PROD-KEY
               PERFORM 1018-FIND-PRODUCT
               IF PRODUCT-FOUND
                   DISPLAY "ABEND: product " DP-PROD-CODE
                       " appears twice in deposit-products.dat."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-PROD-COUNT >= 20
                   DISPLAY "ABEND: more than 20 deposit products "
                       "- raise WS-PROD-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PROD-COUNT
               MOVE DP-PROD-CODE  TO WS-PROD-CODE(WS-PROD-COUNT)
               MOVE DP-ACCT-TYPE  TO WS-PROD-TYPE(WS-PROD-COUNT)
               PERFORM VARYING WS-PROD-TIER-IDX FROM 1 BY 1
                       UNTIL WS-PROD-TIER-IDX > 3
                   MOVE DP-TIER-FLOOR(WS-PROD-TIER-IDX)
                       TO WS-PROD-FLOOR(WS-PROD-COUNT,
                                        WS-PROD-TIER-IDX)
                   MOVE DP-TIER-RATE(WS-PROD-TIER-IDX)
                       TO WS-PROD-RATE(WS-PROD-COUNT,
                                       WS-PROD-TIER-IDX)
               END-PERFORM
               MOVE DP-MAINT-FEE  TO WS-PROD-MAINT-FEE(WS-PROD-COUNT)
               MOVE DP-MIN-BAL    TO WS-PROD-MIN-BAL(WS-PROD-COUNT)
               MOVE DP-OD-ALLOWED TO WS-PROD-OD-OK(WS-PROD-COUNT)
               READ PRODUCT-FILE
                   AT END SET PROD-AT-END TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           DISPLAY "Deposit products loaded: " WS-PROD-COUNT.

      *> --- The shop's standard product line, first run
      *>     only: the two everyday products at the shop-wide
      *>     figures, plus student checking and tiered
      *>     premium savings ---
       1017-SEED-DEPOSIT-PRODUCTS.
           OPEN OUTPUT PRODUCT-FILE.
           INITIALIZE PRODUCT-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE "CHKSTD"            TO DP-PROD-CODE.
           MOVE "C"                 TO DP-ACCT-TYPE.
           MOVE "Standard checking" TO DP-DESC.
           MOVE 12.00               TO DP-MAINT-FEE.
           MOVE 2500.00             TO DP-MIN-BAL.
           MOVE "Y"                 TO DP-OD-ALLOWED.
           WRITE PRODUCT-RECORD.
           MOVE "CHKSTU"            TO DP-PROD-CODE.
           MOVE "Student checking"  TO DP-DESC.
           MOVE 0                   TO DP-MAINT-FEE.
           MOVE 0                   TO DP-MIN-BAL.
           MOVE "N"                 TO DP-OD-ALLOWED.
           WRITE PRODUCT-RECORD.
           MOVE "SAVSTD"            TO DP-PROD-CODE.
           MOVE "S"                 TO DP-ACCT-TYPE.
           MOVE "Standard savings"  TO DP-DESC.
           MOVE .0250               TO DP-TIER-RATE(1).
           MOVE 5.00                TO DP-MAINT-FEE.
           MOVE 2500.00             TO DP-MIN-BAL.
           WRITE PRODUCT-RECORD.
           MOVE "SAVPRM"            TO DP-PROD-CODE.
           MOVE "Premium savings"   TO DP-DESC.
           MOVE .0200               TO DP-TIER-RATE(1).
           MOVE 10000.00            TO DP-TIER-FLOOR(2).
           MOVE .0325               TO DP-TIER-RATE(2).
           MOVE 50000.00            TO DP-TIER-FLOOR(3).
           MOVE .0400               TO DP-TIER-RATE(3).
           MOVE 10.00               TO DP-MAINT-FEE.
           MOVE 10000.00            TO DP-MIN-BAL.
           WRITE PRODUCT-RECORD.
           CLOSE PRODUCT-FILE.
           DISPLAY "Seeded deposit-products.dat.".

      *> --- Look WS-PROD-KEY up among the loaded products;
      *>     WS-PROD-IDX points at it when found ---
       1018-FIND-PRODUCT.
           MOVE "N" TO WS-PROD-FOUND.
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
                      OR PRODUCT-FOUND
               IF WS-PROD-CODE(WS-PROD-IDX) = WS-PROD-KEY
                   MOVE "Y" TO WS-PROD-FOUND
               END-IF
           END-PERFORM.
           IF PRODUCT-FOUND
               SUBTRACT 1 FROM WS-PROD-IDX
           END-IF.

      *> --- The rate the account in the record area earns
      *>     on today's balance: its product's highest tier
      *>     the balance reaches, or the shop-wide rate for
      *>     an account with no product. A product code not
      *>     on file is warned and falls back the same way ---
       1019-FIND-ACCOUNT-RATE.
           MOVE WS-INT-RATE TO WS-ACCR-RATE.
           IF AM-PROD-CODE = SPACES
               IF AM-ACCT-TYPE NOT = "S"
                   MOVE 0 TO WS-ACCR-RATE
               END-IF
               GO TO 1019-EXIT
           END-IF.
           MOVE AM-PROD-CODE TO WS-PROD-KEY.
           PERFORM 1018-FIND-PRODUCT.
           IF NOT PRODUCT-FOUND
               DISPLAY "WARNING: " AM-ACCT-NO " names product "
                   AM-PROD-CODE " not on deposit-products.dat"
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING AM-ACCT-NO " product " AM-PROD-CODE
                      " not on file - shop-wide figures used"
                   DELIMITED BY SIZE
                   INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM 9100-WRITE-RUN-LOG
               IF AM-ACCT-TYPE NOT = "S"
                   MOVE 0 TO WS-ACCR-RATE
               END-IF
               GO TO 1019-EXIT
           END-IF.
           MOVE WS-PROD-RATE(WS-PROD-IDX, 1) TO WS-ACCR-RATE.
           PERFORM VARYING WS-PROD-TIER-IDX FROM 2 BY 1
                   UNTIL WS-PROD-TIER-IDX > 3
               IF WS-PROD-FLOOR(WS-PROD-IDX, WS-PROD-TIER-IDX) > 0
                   AND AM-BALANCE >=
                       WS-PROD-FLOOR(WS-PROD-IDX, WS-PROD-TIER-IDX)
                   MOVE WS-PROD-RATE(WS-PROD-IDX, WS-PROD-TIER-IDX)
                       TO WS-ACCR-RATE
               END-IF
           END-PERFORM.
       1019-EXIT.
           CONTINUE.

      *> --- One fee-schedule entry onto its figure ---
       1014-APPLY-ONE-FEE-ENTRY.
           IF FSC-VALUE IS NOT NUMERIC
                   ".txt" DELIMITED BY SIZE
               INTO WS-SAR-FILENAME
           END-STRING.
           STRING "loan-reprice-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPRICE-FILENAME
           END-STRING.
           STRING "concentration-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-CONC-FILENAME
           END-STRING.
           STRING "savings-conversion-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SAV-CONV-FILENAME
           END-STRING.
           STRING "teller-self-dealing-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SDEAL-FILENAME
           END-STRING.
           STRING "returned-items-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-OUTCLR-FILENAME
           END-STRING.
           STRING "inward-returns-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-INWRET-FILENAME
           END-STRING.
           STRING "watch-activity-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
      *>       ...and the velocity picture, so the end-of-run
      *>       suspicious-activity report covers the whole
      *>       day, not just the last drop
               PERFORM 2275-UPDATE-VELOCITY THRU 2275-EXIT
               READ VALID-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
       1110-CONSOLIDATE-BRANCH-FEEDS.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > 4
               PERFORM 1112-TAKE-ONE-BRANCH-FEED THRU 1112-EXIT
           END-PERFORM.

      *> --- Verify and merge one branch's feed, if present ---
               STOP RUN
           END-IF.

      *> --- Fold in what the tellers keyed at the counter,
      *>     what ATMXLATE translated off the settlement file
      *>     and the checks INWCLR took off the clearing
      *>     house's presentment. All stage outside
      *>     transactions.dat (which the
      *>     feed delivery owns and the trailer controls cover)
      *>     and are consumed once folded in, exactly like
      *>     resubmits ---
           END-IF.
           IF WS-TELLER-STATUS = "00"
               OPEN EXTEND TRANS-FILE
      *>       Operator-keyed slips are also kept aside with
      *>       their operator for the self-dealing screen
               OPEN EXTEND TELLER-KEYED-FILE
               IF WS-TKEYED-STATUS NOT = "00"
                   OPEN OUTPUT TELLER-KEYED-FILE
               END-IF
               INITIALIZE TELLER-KEYED-RECORD
                   WITH FILLER ALL TO VALUE
                   THEN TO DEFAULT
               PERFORM UNTIL WS-TELLER-STATUS NOT = "00"
                   READ TELLER-FILE
                       AT END
                           MOVE "10" TO WS-TELLER-STATUS
                       NOT AT END
                           MOVE TL-SLIP TO TRANS-RECORD
                           WRITE TRANS-RECORD
                           IF TL-OPERATOR NOT = SPACES
                               MOVE TL-OPERATOR TO TK-OPERATOR
                               MOVE TL-SLIP TO TK-DATA
                               WRITE TELLER-KEYED-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TELLER-KEYED-FILE
               CLOSE TRANS-FILE
               CLOSE TELLER-FILE
               CALL "CBL_DELETE_FILE" USING WS-CUT-FILE-NAME
               CLOSE ATM-TRANS-FILE
           END-IF.

           OPEN INPUT INWARD-TRANS-FILE.
           IF WS-INWTRANS-STATUS = "00"
               OPEN EXTEND TRANS-FILE
               PERFORM UNTIL WS-INWTRANS-STATUS NOT = "00"
                   READ INWARD-TRANS-FILE
                       AT END
                           MOVE "10" TO WS-INWTRANS-STATUS
                       NOT AT END
                           MOVE INWARD-STAGED-RECORD
                               TO TRANS-RECORD
                           WRITE TRANS-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
               CLOSE INWARD-TRANS-FILE
               OPEN OUTPUT INWARD-TRANS-FILE
               CLOSE INWARD-TRANS-FILE
           END-IF.

      *> --- Record the cutover so the counter knows: this
      *>     window is processing WS-PROCESS-DATE, and any
      *>     slip keyed from now on posts under the next
               CLOSE RESUBMIT-FILE
           END-IF.

      *> --- Screen the operator-keyed slips for self-dealing:
      *>     a slip on an account the keying operator banks
      *>     in (employee-bank.dat), or on any account a
      *>     customer owning one of those accounts owns or
      *>     co-owns (master owner, xref P/J). Runs once the
      *>     master and the xref are loaded. Operators with
      *>     no employee id on operators.dat cannot be
      *>     screened and are passed by ---
       1121-SCREEN-SELF-DEALING.
           MOVE 0 TO WS-SD-COUNT.
           OPEN INPUT TELLER-KEYED-FILE.
           IF WS-TKEYED-STATUS NOT = "00"
               GO TO 1121-EXIT
           END-IF.

           MOVE 0 TO WS-OPR-COUNT.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS = "00"
               SET NOT-EOF TO TRUE
               READ OPERATOR-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF OP-EMP-ID NOT = SPACES
                       IF WS-OPR-COUNT < 200
                           ADD 1 TO WS-OPR-COUNT
                           MOVE OP-ID
                               TO WS-OPR-ID(WS-OPR-COUNT)
                           MOVE OP-EMP-ID
                               TO WS-OPR-EMP(WS-OPR-COUNT)
                       ELSE
                           DISPLAY "WARNING: more than 200 staff "
                               "operator ids - extras not "
                               "screened."
                       END-IF
                   END-IF
                   READ OPERATOR-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

           MOVE 0 TO WS-EB-COUNT.
           OPEN INPUT EMPBANK-FILE.
           IF WS-EMPBANK-STATUS = "00"
               SET NOT-EOF TO TRUE
               READ EMPBANK-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-FILE
                   IF WS-EB-COUNT < 300
                       ADD 1 TO WS-EB-COUNT
                       MOVE EB-EMP-ID TO WS-EB-EMP(WS-EB-COUNT)
                       MOVE EB-ACCT-NO TO WS-EB-ACCT(WS-EB-COUNT)
                   ELSE
                       DISPLAY "WARNING: more than 300 staff "
                           "bank accounts - extras not "
                           "screened."
                   END-IF
                   READ EMPBANK-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EMPBANK-FILE
           END-IF.

           IF WS-OPR-COUNT = 0
               DISPLAY "No operators tied to an employee id - "
                   "teller slips not screened for self-dealing."
               CLOSE TELLER-KEYED-FILE
               GO TO 1121-EXIT
           END-IF.

           SET NOT-EOF TO TRUE.
           READ TELLER-KEYED-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               PERFORM 1122-JUDGE-KEYED-ITEM
                   THRU 1122-EXIT
               READ TELLER-KEYED-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE TELLER-KEYED-FILE.

           IF WS-SD-COUNT > 0
               MOVE WS-SD-COUNT TO WS-DISP-CNT
               DISPLAY "Teller self-dealing: " WS-DISP-CNT
                   " slip(s) to hold for a supervisor."
           END-IF.
       1121-EXIT.
           CONTINUE.

      *> --- One keyed slip against its operator's accounts.
      *>     A transfer is caught on either side ---
       1122-JUDGE-KEYED-ITEM.
           MOVE SPACES TO WS-SD-EMP.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
               IF WS-OPR-ID(WS-OPR-IDX) = TK-OPERATOR
                   MOVE WS-OPR-EMP(WS-OPR-IDX) TO WS-SD-EMP
               END-IF
           END-PERFORM.
           IF WS-SD-EMP = SPACES
               GO TO 1122-EXIT
           END-IF.

           PERFORM 1123-GATHER-STAFF-CUSTOMERS.
           MOVE TK-ACCT-NO TO WS-SD-TEST-ACCT.
           PERFORM 1124-TEST-ONE-ACCOUNT.
           IF WS-SD-RESULT = SPACES
               AND TK-TYPE = "T"
               AND TK-DEST-ACCT NOT = SPACES
               MOVE TK-DEST-ACCT TO WS-SD-TEST-ACCT
               PERFORM 1124-TEST-ONE-ACCOUNT
           END-IF.
           IF WS-SD-RESULT = SPACES
               GO TO 1122-EXIT
           END-IF.

      *>   A slip the table cannot hold would post unchecked -
      *>   stop instead, with the work file intact for the rerun
           IF WS-SD-COUNT >= 100
               DISPLAY "ABEND: more than 100 self-dealing "
                   "slips - raise WS-SD-TABLE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SD-COUNT.
           MOVE TK-OPERATOR     TO WS-SD-OPER(WS-SD-COUNT).
           MOVE TK-ACCT-NO      TO WS-SD-ACCT(WS-SD-COUNT).
           MOVE TK-TYPE         TO WS-SD-TYPE(WS-SD-COUNT).
           MOVE TK-AMOUNT       TO WS-SD-AMOUNT(WS-SD-COUNT).
           MOVE TK-DESC         TO WS-SD-DESC(WS-SD-COUNT).
           MOVE WS-SD-TEST-ACCT TO WS-SD-HIT-ACCT(WS-SD-COUNT).
           MOVE WS-SD-RESULT    TO WS-SD-HOW(WS-SD-COUNT).
           MOVE "N"             TO WS-SD-HELD(WS-SD-COUNT).
       1122-EXIT.
           CONTINUE.

      *> --- The customers the operator banks as: the owner on
      *>     the master of each of their employee-bank accounts,
      *>     and every primary or joint owner the xref lists ---
       1123-GATHER-STAFF-CUSTOMERS.
           MOVE 0 TO WS-SDC-COUNT.
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
                   UNTIL WS-EB-IDX > WS-EB-COUNT
               IF WS-EB-EMP(WS-EB-IDX) = WS-SD-EMP
                   MOVE WS-EB-ACCT(WS-EB-IDX) TO AM-ACCT-NO
                   READ ACCOUNT-MASTER
                       KEY IS AM-ACCT-NO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AM-CUST-NO TO WS-SDC-NEW
                           PERFORM 1129-CHECK-STAFF-CUSTOMER
                           IF NOT SD-CUST-IS-STAFF
                               AND WS-SDC-NEW NOT = SPACES
                               AND WS-SDC-COUNT < 20
                               ADD 1 TO WS-SDC-COUNT
                               MOVE WS-SDC-NEW
                                   TO WS-SDC-CUST(WS-SDC-COUNT)
                           END-IF
                   END-READ
                   PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                           UNTIL WS-XR-IDX > WS-XR-COUNT
                       IF WS-XR-ACCT(WS-XR-IDX)
                               = WS-EB-ACCT(WS-EB-IDX)
                           AND (WS-XR-ROLE(WS-XR-IDX) = "P"
                             OR WS-XR-ROLE(WS-XR-IDX) = "J")
                           MOVE WS-XR-CUST(WS-XR-IDX)
                               TO WS-SDC-NEW
                           PERFORM 1129-CHECK-STAFF-CUSTOMER
                           IF NOT SD-CUST-IS-STAFF
                               AND WS-SDC-NEW NOT = SPACES
                               AND WS-SDC-COUNT < 20
                               ADD 1 TO WS-SDC-COUNT
                               MOVE WS-SDC-NEW
                                   TO WS-SDC-CUST(WS-SDC-COUNT)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> --- Is WS-SD-TEST-ACCT the operator's? "Own" when it
      *>     is one of their employee-bank accounts or a
      *>     staff customer is its owner or primary; "Co-owned"
      *>     when a staff customer is a joint owner on it ---
       1124-TEST-ONE-ACCOUNT.
           MOVE SPACES TO WS-SD-RESULT.
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
                   UNTIL WS-EB-IDX > WS-EB-COUNT
               IF WS-EB-EMP(WS-EB-IDX) = WS-SD-EMP
                   AND WS-EB-ACCT(WS-EB-IDX) = WS-SD-TEST-ACCT
                   MOVE "Own" TO WS-SD-RESULT
               END-IF
           END-PERFORM.
           IF WS-SD-RESULT = SPACES
               MOVE WS-SD-TEST-ACCT TO AM-ACCT-NO
               READ ACCOUNT-MASTER
                   KEY IS AM-ACCT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-CUST-NO TO WS-SDC-NEW
                       PERFORM 1129-CHECK-STAFF-CUSTOMER
                       IF SD-CUST-IS-STAFF
                           MOVE "Own" TO WS-SD-RESULT
                       END-IF
               END-READ
           END-IF.
           IF WS-SD-RESULT = SPACES
               PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                       UNTIL WS-XR-IDX > WS-XR-COUNT
                   IF WS-XR-ACCT(WS-XR-IDX) = WS-SD-TEST-ACCT
                       AND (WS-XR-ROLE(WS-XR-IDX) = "P"
                         OR WS-XR-ROLE(WS-XR-IDX) = "J")
                       MOVE WS-XR-CUST(WS-XR-IDX) TO WS-SDC-NEW
                       PERFORM 1129-CHECK-STAFF-CUSTOMER
                       IF SD-CUST-IS-STAFF
                           IF WS-XR-ROLE(WS-XR-IDX) = "P"
                               MOVE "Own" TO WS-SD-RESULT
                           ELSE
                               IF WS-SD-RESULT = SPACES
                                   MOVE "Co-owned"
                                       TO WS-SD-RESULT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> --- Is WS-SDC-NEW one of the operator's customers? ---
       1129-CHECK-STAFF-CUSTOMER.
           MOVE "N" TO WS-SD-CUST-SW.
           IF WS-SDC-NEW NOT = SPACES
               PERFORM VARYING WS-SDC-IDX FROM 1 BY 1
                       UNTIL WS-SDC-IDX > WS-SDC-COUNT
                   IF WS-SDC-CUST(WS-SDC-IDX) = WS-SDC-NEW
                       SET SD-CUST-IS-STAFF TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *> --- Expand standing orders that have fallen due into
      *>     ordinary feed records, so rent, sweeps and monthly
      *>     fees stop being keyed by hand. Generated items go
      *>     through 2100-VALIDATE-RECORD like anything keyed,
      *>     so overdraft and hold checks still apply. Cycles
      *>     missed while the order sat due collapse into one
      *>     posting; the next-due date then advances past today ---
       1125-EXPAND-STANDING-ORDERS.
           OPEN INPUT STANDING-FILE.
           IF WS-STANDING-STATUS NOT = "00"
               PERFORM 1126-SEED-STANDING-ORDERS
               OPEN INPUT STANDING-FILE
           END-IF.

           MOVE 0 TO WS-SO-COUNT.
           SET NOT-EOF TO TRUE.
           READ STANDING-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-FILE
               IF WS-SO-COUNT >= 50
      *>           Never load-cap and then rewrite: orders
      *>           past the table would be deleted for good
                   DISPLAY "ABEND: more than 50 standing "
                       "orders - raise WS-SO-TABLE."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-SO-COUNT < 50
                   ADD 1 TO WS-SO-COUNT
                   MOVE SO-ACCT-NO
                       TO WS-SO-ACCT(WS-SO-COUNT)
                   MOVE SO-TYPE     TO WS-SO-TYPE(WS-SO-COUNT)
                   MOVE SO-AMOUNT   TO WS-SO-AMOUNT(WS-SO-COUNT)
                   MOVE SO-DESC     TO WS-SO-DESC(WS-SO-COUNT)
                   MOVE SO-BRANCH   TO WS-SO-BRANCH(WS-SO-COUNT)
                   MOVE SO-FREQ     TO WS-SO-FREQ(WS-SO-COUNT)
                   MOVE SO-NEXT-DUE
                       TO WS-SO-NEXT-DUE(WS-SO-COUNT)
                   MOVE SO-DEST-ACCT TO WS-SO-DEST(WS-SO-COUNT)
               END-IF
               READ STANDING-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE STANDING-FILE.

           OPEN EXTEND TRANS-FILE.
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               IF WS-SO-NEXT-DUE(WS-SO-IDX) <= WS-PROCESS-DATE
                   PERFORM 1127-GENERATE-ONE-ORDER
               END-IF
           END-PERFORM.
           CLOSE TRANS-FILE.
                       TO RX-WHY
                   PERFORM 1930-WRITE-RETURN-EXCEPT
               WHEN OTHER
                   PERFORM 1920-BACK-OUT-RETURN THRU 1920-EXIT
           END-EVALUATE.

      *> --- Back one returned deposit out of its account,
           MOVE "D"             TO GL-DR-CR.
           MOVE WS-RET-DELTA    TO GL-AMOUNT.
           MOVE "BATCH"         TO GL-SOURCE.
           MOVE WS-GL-COST-CENTER TO GL-COST-CENTER.
           MOVE "Returned item" TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "1000"          TO GL-ACCT-CODE.
               MOVE WS-RET-ACCT   TO WS-FEE-ACCT
               MOVE WS-RETURN-FEE TO WS-FEE-AMT
               MOVE "Returned item fee" TO WS-FEE-DESC
               PERFORM 2370-POST-GENERATED-FEE THRU 2370-EXIT
           END-IF.

           MOVE WS-PROCESS-DATE TO RR-BATCH-DATE.
                   ADD 1 TO WS-RECNO
                   IF WS-RECNO > WS-RESTART-RECNO
                       ADD 1 TO WS-TOTAL-READ
                       MOVE TR-BRANCH TO WS-GL-COST-CENTER
                       PERFORM 2100-VALIDATE-RECORD
                       IF RECORD-VALID
                           PERFORM 2340-CHECK-SUPERVISOR-LIMIT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-GL-COST-CENTER.

      *> --- Record how far we got, in case of an abend ---
       2400-WRITE-CHECKPOINT.
           MOVE "N" TO WS-WATCH-FLAG.
           MOVE "N" TO WS-PP-FAIL.
           MOVE 0 TO WS-PP-MATCH-IDX.
           MOVE "N" TO WS-LOAN-PAYIN-SW.

      *>   An "O" open carries no account number - BATCH
      *>   issues one from the register at posting. The
      *>   never converted); a cross-currency amount converts
      *>   through the posted daily rates
           IF RECORD-VALID
               PERFORM 2135-RESOLVE-ACCT-CURRENCY THRU 2135-EXIT
               MOVE TR-CURRENCY TO WS-TXN-CCY
               IF WS-TXN-CCY = SPACES
                   MOVE "USD" TO WS-TXN-CCY
               END-IF
               IF WS-TXN-CCY NOT = WS-ACCT-CCY
                   PERFORM 2140-CONVERT-CURRENCY THRU 2140-EXIT
               END-IF
           END-IF.

           END-IF.

      *>   Check a presented bank check against the issued
      *>   register (positive pay). A check in from the
      *>   clearing house always carries its serial, so it
      *>   is held to the register only when its account is
      *>   enrolled
           IF RECORD-VALID
               IF TR-TYPE = "W"
                   AND TR-ORIG-REF IS NUMERIC
                   AND TR-ORIG-REF NOT = 0
                   MOVE "Y" TO WS-PP-ENROLLED-SW
                   IF TR-BRANCH = WS-INWARD-BRANCH
                       PERFORM 2174-CHECK-PP-ENROLLED
                   END-IF
                   IF ACCT-ON-POSITIVE-PAY
                       PERFORM 2175-CHECK-POSITIVE-PAY
                           THRU 2175-EXIT
                   END-IF
               END-IF
           END-IF.

      *>   standing takes no new activity, Watch standing
      *>   posts but is copied for the review desk
           IF RECORD-VALID
               PERFORM 2167-CHECK-CUST-STANDING THRU 2167-EXIT
           END-IF.

      *>   Check both sides of a transfer are on the master
      *>   account
           IF RECORD-VALID
               IF TR-TYPE = "L"
                   PERFORM 2196-CHECK-ORIGINATION THRU 2196-EXIT
               END-IF
           END-IF.

      *>   of the same account and amount
           IF RECORD-VALID
               IF TR-TYPE = "R"
                   PERFORM 2197-CHECK-REVERSAL THRU 2197-EXIT
               END-IF
           END-IF.

      *>   Check a deposit to a live loan is a prepayment
      *>   the loan can take
           IF RECORD-VALID
               IF TR-TYPE = "D"
                   PERFORM 2198-CHECK-LOAN-PREPAYMENT
                       THRU 2198-EXIT
               END-IF
           END-IF.

               PERFORM 2180-CHECK-EFFECTIVE-DATE
           END-IF.

      *>   Check a savings account's convenience withdrawals
      *>   for the cycle when items past the limit are refused
      *>   rather than charged - last, so only an item that
      *>   would otherwise post counts against the account
           IF RECORD-VALID AND SAV-EXCESS-REFUSED
               IF TR-TYPE = "W" OR TR-TYPE = "T"
                   PERFORM 2164-CHECK-SAVINGS-LIMIT
                       THRU 2164-EXIT
               END-IF
           END-IF.

      *> --- Reject missing, not-yet-effective, or stale
      *>     (older than the allowed window) transactions ---
       2180-CHECK-EFFECTIVE-DATE.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
      *>           A presented check drawn on an account we
      *>           cannot find has nothing to pay it from -
      *>           it goes back rather than post to nobody
                   IF TR-BRANCH = WS-INWARD-BRANCH
                       SET RECORD-INVALID TO TRUE
                       MOVE "Account not on master"
                           TO WS-ERROR-MSG
                   END-IF
               NOT INVALID KEY
      *>           Available funds, not ledger balance: money
      *>           under an unreleased availability hold is
                       AM-BALANCE - WS-HOLD-SUM
                   IF TR-AMOUNT > WS-AVAIL-BAL
                       MOVE AM-OD-LIMIT TO WS-OD-LIMIT-W
                       MOVE AM-PROD-CODE TO WS-OD-PROD-CODE
                       COMPUTE WS-OD-NEEDED =
                           TR-AMOUNT - WS-AVAIL-BAL
                       PERFORM 2162-TRY-LINKED-COVER
                   END-IF
           END-READ.

      *> --- Refuse a savings withdrawal or transfer out once
      *>     the cycle's allowance is used up. The refusal is
      *>     itself counted as excess on the master, so an
      *>     account that keeps trying still breaches ---
       2164-CHECK-SAVINGS-LIMIT.
           MOVE TR-ACCT-NO TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   GO TO 2164-EXIT
           END-READ.
           IF AM-ACCT-TYPE NOT = "S"
               GO TO 2164-EXIT
           END-IF.
           PERFORM 2367-ROLL-SAVINGS-CYCLE.
           IF AM-SAV-WD-COUNT < WS-SAV-WD-LIMIT
               GO TO 2164-EXIT
           END-IF.
           PERFORM 2368-NOTE-SAVINGS-EXCESS.
           REWRITE ACCOUNT-RECORD.
           SET RECORD-INVALID TO TRUE.
           MOVE "Savings withdrawal limit" TO WS-ERROR-MSG.
       2164-EXIT.
           CONTINUE.

      *> --- Can the linked savings account make up what the
      *>     transaction is short? If so the record stays valid
      *>     and 2245 moves the shortfall across at posting
      *>     the balance negative up to the account's
      *>     authorized limit. The posting applies as normal
      *>     (2258 simply subtracts) and the negative balance
      *>     draws overdraft interest nightly. A product that
      *>     allows no overdraft bounces the shortfall
      *>     whatever limit the account carries ---
       2163-TRY-OVERDRAFT-LINE.
           IF WS-OD-PROD-CODE NOT = SPACES
               MOVE WS-OD-PROD-CODE TO WS-PROD-KEY
               PERFORM 1018-FIND-PRODUCT
               IF PRODUCT-FOUND
                   AND WS-PROD-OD-OK(WS-PROD-IDX) = "N"
                   MOVE 0 TO WS-OD-LIMIT-W
               END-IF
           END-IF.
           IF WS-OD-LIMIT-W > 0
               AND WS-OD-NEEDED <= WS-OD-LIMIT-W
               CONTINUE
           END-READ.
           IF AM-CUST-NO NOT = SPACES
               MOVE AM-CUST-NO TO CU-CUST-NO
               PERFORM 2169-JUDGE-ONE-OWNER THRU 2169-EXIT
           END-IF.
      *>   Every linked owner and signer on the
      *>   cross-reference screens the same way - a joint
               IF WS-XR-ACCT(WS-XR-IDX) = TR-ACCT-NO
                   AND WS-XR-CUST(WS-XR-IDX) NOT = AM-CUST-NO
                   MOVE WS-XR-CUST(WS-XR-IDX) TO CU-CUST-NO
                   PERFORM 2169-JUDGE-ONE-OWNER THRU 2169-EXIT
               END-IF
           END-PERFORM.
       2167-EXIT.
      *>     than posting at a guessed rate ---
       2140-CONVERT-CURRENCY.
           MOVE WS-TXN-CCY TO WS-CCY-ARG.
           PERFORM 2141-LOOKUP-RATE THRU 2141-EXIT.
           IF NOT CCY-RATE-FOUND
               SET RECORD-INVALID TO TRUE
               MOVE "Unknown currency code"
           END-IF.
           MOVE WS-CCY-RATE TO WS-SRC-RATE.
           MOVE WS-ACCT-CCY TO WS-CCY-ARG.
           PERFORM 2141-LOOKUP-RATE THRU 2141-EXIT.
           IF NOT CCY-RATE-FOUND
               SET RECORD-INVALID TO TRUE
               MOVE "Account currency unposted"
                   AND WS-REV-ORIG-TYPE NOT = "F"
                   AND WS-REV-ORIG-TYPE NOT = "O"
                   AND WS-REV-ORIG-TYPE NOT = "T"
      *>           Sweeps, loan collections, prepayments,
      *>           recoveries and interest need an offsetting
      *>           entry keyed the other way, not an "R"
                   SET RECORD-INVALID TO TRUE
                   MOVE "Original type not reversible"
                       TO WS-ERROR-MSG
      *>     the register. Unknown references, wrong amounts,
      *>     wrong accounts and double presentations all fail
      *>     to the positive-pay exception listing ---
       2174-CHECK-PP-ENROLLED.
           MOVE "N" TO WS-PP-ENROLLED-SW.
           PERFORM VARYING WS-II-IDX FROM 1 BY 1
                   UNTIL WS-II-IDX > WS-II-COUNT
               IF WS-II-ACCT(WS-II-IDX) = TR-ACCT-NO
                   MOVE "Y" TO WS-PP-ENROLLED-SW
               END-IF
           END-PERFORM.

      *> --- Match a presented check to the issued register:
      *>     it pays only as issued, once ---
       2175-CHECK-POSITIVE-PAY.
           SET PP-CHECK-FAILED TO TRUE.
           SET RECORD-INVALID TO TRUE.
       2175-EXIT.
           CONTINUE.

      *> --- A "D" to a live loan is a prepayment. It must
      *>     be either the exact payoff figure (2264) or a
      *>     partial amount under the outstanding principal -
      *>     anything between would leave a payoff short of
      *>     its interest and fee. A charged-off loan's "D" is
      *>     a recovery and passes; a paid-off loan takes
      *>     nothing more ---
       2198-CHECK-LOAN-PREPAYMENT.
           MOVE TR-ACCT-NO TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   GO TO 2198-EXIT
           END-READ.
           IF AM-ACCT-TYPE NOT = "L" OR AM-LOAN-STATUS = "X"
               GO TO 2198-EXIT
           END-IF.
           IF AM-LOAN-STATUS = "P" OR AM-BALANCE NOT > 0
               SET RECORD-INVALID TO TRUE
               MOVE "Loan already paid off" TO WS-ERROR-MSG
               GO TO 2198-EXIT
           END-IF.
           IF TR-PREPAY-OPTION NOT = SPACE
               AND TR-PREPAY-OPTION NOT = "T"
               AND TR-PREPAY-OPTION NOT = "R"
               SET RECORD-INVALID TO TRUE
               MOVE "Prepayment option not T/R"
                   TO WS-ERROR-MSG
               GO TO 2198-EXIT
           END-IF.
           PERFORM 2264-FIGURE-PAYOFF.
           IF TR-AMOUNT > WS-PAYOFF-TOTAL
               SET RECORD-INVALID TO TRUE
               MOVE "Prepayment exceeds payoff"
                   TO WS-ERROR-MSG
               GO TO 2198-EXIT
           END-IF.
           IF TR-AMOUNT >= AM-BALANCE
               AND TR-AMOUNT < WS-PAYOFF-TOTAL
               SET RECORD-INVALID TO TRUE
               MOVE "Short of payoff figure" TO WS-ERROR-MSG
               GO TO 2198-EXIT
           END-IF.
           SET LOAN-PREPAYMENT TO TRUE.
       2198-EXIT.
           CONTINUE.

      *> --- Reject a transaction seen once already this
      *>     business date: one keyed probe of the work file,
      *>     however big the day gets ---
           MOVE WS-CURR-REF TO VR-REF-NO.
           MOVE TRANS-RECORD TO VR-DATA.
           WRITE VALID-RECORD.
           PERFORM 2206-FILE-HISTORY.

           IF CUSTOMER-ON-WATCH
               PERFORM 2168-WRITE-WATCH-ACTIVITY
      *>       so a second presentation bounces
               MOVE "P" TO WS-II-STATUS(WS-PP-MATCH-IDX)
           END-IF.
           IF TR-BRANCH = WS-INWARD-BRANCH AND TR-TYPE = "W"
               ADD 1 TO WS-INW-PAID-COUNT
               ADD TR-AMOUNT TO WS-INW-PAID-AMT
           END-IF.
           IF SWEEP-NEEDED
               PERFORM 2245-SWEEP-FROM-LINKED
           END-IF.
           PERFORM 2275-UPDATE-VELOCITY THRU 2275-EXIT.
           PERFORM 2250-UPDATE-ACCOUNT-MASTER.
      *>   A deposit carrying an effective date before the
      *>   business date is back-valued: the interest days
      *>   the customer lost come back as an adjustment
           IF TR-TYPE = "D"
               AND NOT LOAN-PAYIN
               AND TR-EFF-DATE > 0
               AND TR-EFF-DATE < WS-PROCESS-DATE
               PERFORM 2465-POST-BACK-VALUE-ADJ THRU 2465-EXIT
           END-IF.
      *>   A withdrawal past the account's free allowance
      *>   draws the per-item charge as it posts
               AND WS-VEL-MATCH-IDX NOT = 0
               IF WS-VEL-WDR-CNT(WS-VEL-MATCH-IDX)
                   > WS-FREE-WDR-COUNT
                   PERFORM 2365-ASSESS-ITEM-FEE THRU 2365-EXIT
               END-IF
           END-IF.
      *>   A withdrawal or transfer out of a savings account
      *>   counts against the cycle's convenience allowance
           IF TR-TYPE = "W" OR TR-TYPE = "T"
               PERFORM 2366-COUNT-SAVINGS-ITEM
                   THRU 2366-EXIT
           END-IF.
           PERFORM 2260-REMEMBER-TRANSACTION.
           PERFORM 2270-UPDATE-BRANCH-TOTALS.
           PERFORM 2280-WRITE-GL-POSTINGS.
      *> --- Roll TR-TYPE/TR-AMOUNT into the day's per-type
      *>     totals. Also used when an intraday continuation
      *>     run reloads the morning's accepted records ---
       2206-FILE-HISTORY.
           MOVE VR-ACCT-NO    TO TH-KEY-ACCT.
           MOVE VR-BATCH-DATE TO TH-KEY-DATE.
           MOVE VR-REF-NO     TO TH-KEY-REF.
           MOVE "S"           TO TH-SIDE.
           MOVE VR-DATA       TO TH-DATA.
           PERFORM 2207-WRITE-HISTORY.
      *>   A transfer lands on two accounts - file the credit
      *>   under the destination too
           IF VR-TYPE = "T" AND VR-DEST-ACCT NOT = SPACES
               MOVE VR-DEST-ACCT TO TH-KEY-ACCT
               MOVE "C"          TO TH-SIDE
               PERFORM 2207-WRITE-HISTORY
           END-IF.

      *> --- One history record. A restart re-accepts the
      *>     records after its checkpoint under the same
      *>     references, so a key already there is replaced ---
       2207-WRITE-HISTORY.
           WRITE HISTORY-RECORD
               INVALID KEY
                   REWRITE HISTORY-RECORD
                   END-REWRITE
           END-WRITE.
           IF WS-HIST-STATUS NOT = "00"
               AND WS-HIST-STATUS NOT = "02"
               DISPLAY "ABEND: transaction-history.dat write "
                   "failed (" WS-HIST-STATUS ") for "
                   TH-KEY-ACCT " #" TH-KEY-REF "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> --- Per-type running totals for the report ---
       2205-ACCUMULATE-TYPE-TOTALS.
           EVALUATE TR-TYPE
               WHEN "D"
           MOVE "D"              TO GL-DR-CR.
           MOVE WS-SWEEP-AMOUNT  TO GL-AMOUNT.
           MOVE "BATCH"          TO GL-SOURCE.
           MOVE WS-GL-COST-CENTER TO GL-COST-CENTER.
           MOVE "Overdraft sweep" TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "C"              TO GL-DR-CR.
       2250-UPDATE-ACCOUNT-MASTER.
           EVALUATE TR-TYPE
               WHEN "T"
                   PERFORM 2255-POST-TRANSFER THRU 2255-EXIT
               WHEN "O"
                   PERFORM 2256-OPEN-ACCOUNT
               WHEN "L"
                   PERFORM 2253-ORIGINATE-LOAN THRU 2253-EXIT
               WHEN "C"
                   PERFORM 2257-CLOSE-ACCOUNT
               WHEN "R"
                   PERFORM 2259-POST-REVERSAL
               WHEN "D"
                   IF LOAN-PREPAYMENT
                       PERFORM 2263-POST-LOAN-PREPAYMENT
                           THRU 2263-EXIT
                   ELSE
                       PERFORM 2258-POST-ONE-SIDED
                   END-IF
               WHEN OTHER
                   PERFORM 2258-POST-ONE-SIDED
           END-EVALUATE.
                   MOVE TR-TYPE TO WS-JRNL-TYPE
                   MOVE TR-DESC TO WS-JRNL-REF
                   PERFORM 2290-WRITE-JOURNAL
      *>           Money paid in on a loan already written off
      *>           is a recovery, not a new balance
                   IF TR-TYPE = "D"
                       AND AM-ACCT-TYPE = "L"
                       AND AM-LOAN-STATUS = "X"
                       PERFORM 2262-POST-LOAN-RECOVERY
                   END-IF
      *>           A deposit over the availability threshold
      *>           posts to the balance but stays held until
      *>           its computed business-day release date
                   IF TR-TYPE = "D"
                       AND NOT LOAN-PAYIN
                       AND WS-HOLD-THRESHOLD > 0
                       AND TR-AMOUNT > WS-HOLD-THRESHOLD
                       PERFORM 2268-PLACE-FUNDS-HOLD THRU 2268-EXIT
                   END-IF
      *>           Money drawn off a term deposit before its
      *>           maturity date pays the early-withdrawal
                   IF TR-TYPE = "W"
                       AND AM-ACCT-TYPE = "D"
                       AND AM-TD-MATURITY > WS-PROCESS-DATE
                       PERFORM 2265-ASSESS-EARLY-PENALTY THRU 2265-EXIT
                   END-IF
           END-READ.

      *> --- A recovery on a charged-off loan: the deposit
      *>     just journaled comes straight back off under the
      *>     same reference, so the written-off loan stays at
      *>     zero, the pair nets out of the day's proof, and
      *>     an "R" against the reference finds a "Y" it will
      *>     not reverse. 2280 credits the allowance instead
      *>     of deposits, and the register carries the
      *>     amount for PROVISN ---
       2262-POST-LOAN-RECOVERY.
           SET LOAN-RECOVERY TO TRUE.
           MOVE AM-BALANCE TO WS-JRNL-BEFORE.
           SUBTRACT TR-AMOUNT FROM AM-BALANCE.
           REWRITE ACCOUNT-RECORD.
           MOVE "Y" TO WS-JRNL-TYPE.
           MOVE "Loan recovery" TO WS-JRNL-REF.
           PERFORM 2290-WRITE-JOURNAL.

           OPEN EXTEND CHGOFF-REG-FILE.
           IF WS-CHGREG-STATUS NOT = "00"
               OPEN OUTPUT CHGOFF-REG-FILE
           END-IF.
           INITIALIZE CHGOFF-REG-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-PROCESS-DATE TO CO-POST-DATE.
           MOVE "R"             TO CO-ENTRY-TYPE.
           MOVE AM-ACCT-NO      TO CO-ACCT-NO.
           MOVE WS-CURR-REF     TO CO-REF-NO.
           MOVE TR-AMOUNT       TO CO-AMOUNT.
           WRITE CHGOFF-REG-RECORD.
           CLOSE CHGOFF-REG-FILE.
           DISPLAY "  " AM-ACCT-NO ": recovery " TR-AMOUNT
               " on a charged-off loan.".

      *> --- A prepayment on a live loan. A full payoff
      *>     takes principal, accrued interest and the payoff
      *>     fee and closes the loan; a partial one is all
      *>     principal and re-amortizes it - shorter term at
      *>     the same payment, or a recast payment over the
      *>     same cycles. The loan journals a "Q" for the
      *>     principal, the ledger takes the whole split here
      *>     (2280 passes it by), and a re-amortized loan
      *>     goes on the list LOANSCHED reprints ---
       2263-POST-LOAN-PREPAYMENT.
           MOVE TR-ACCT-NO TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   DISPLAY "WARNING: loan " TR-ACCT-NO
                       " vanished - prepayment not applied"
                   GO TO 2263-EXIT
           END-READ.
           PERFORM 2264-FIGURE-PAYOFF.
           MOVE AM-LOAN-PAYMENT TO WS-PREPAY-OLD-PMT.
           MOVE TR-PREPAY-OPTION TO WS-PREPAY-OPTION.
           IF WS-PREPAY-OPTION = SPACE
               MOVE "T" TO WS-PREPAY-OPTION
           END-IF.
           MOVE AM-BALANCE TO WS-JRNL-BEFORE.

      *>   2198 let through only the exact payoff figure or
      *>   a partial amount under the principal
           IF TR-AMOUNT = WS-PAYOFF-TOTAL
               SET PREPAY-IS-PAYOFF TO TRUE
               MOVE AM-BALANCE    TO WS-PREPAY-PRIN
               MOVE WS-PAYOFF-INT TO WS-PREPAY-INT
               MOVE WS-PAYOFF-FEE TO WS-PREPAY-FEE
               MOVE 0   TO AM-BALANCE
               MOVE 0   TO AM-LOAN-NEXT-DUE
               MOVE "P" TO AM-LOAN-STATUS
               MOVE "Loan paid off" TO WS-JRNL-REF
           ELSE
               MOVE "N" TO WS-PREPAY-FULL-SW
               MOVE TR-AMOUNT TO WS-PREPAY-PRIN
               MOVE 0 TO WS-PREPAY-INT
               MOVE 0 TO WS-PREPAY-FEE
               SUBTRACT TR-AMOUNT FROM AM-BALANCE
               IF WS-PREPAY-OPTION = "R"
                   PERFORM 2266-RECAST-PAYMENT
                   MOVE "Prepaid - recast" TO WS-JRNL-REF
               ELSE
                   MOVE "Prepaid - term cut" TO WS-JRNL-REF
               END-IF
           END-IF.
           MOVE WS-PROCESS-DATE TO AM-LAST-ACT-DATE.
           REWRITE ACCOUNT-RECORD.
           MOVE "Q" TO WS-JRNL-TYPE.
           PERFORM 2290-WRITE-JOURNAL.

      *>   Book it: cash in for the whole amount, loans
      *>   receivable down by the principal, the interest
      *>   and the fee to income
           MOVE WS-PROCESS-DATE TO GL-POST-DATE.
           MOVE "1000"          TO GL-ACCT-CODE.
           MOVE "D"             TO GL-DR-CR.
           MOVE TR-AMOUNT       TO GL-AMOUNT.
           MOVE "BATCH"         TO GL-SOURCE.
           MOVE WS-GL-COST-CENTER TO GL-COST-CENTER.
           MOVE TR-DESC         TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "1100"          TO GL-ACCT-CODE.
           MOVE "C"             TO GL-DR-CR.
           MOVE WS-PREPAY-PRIN  TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.
           IF WS-PREPAY-INT > 0
               MOVE "4100"        TO GL-ACCT-CODE
               MOVE WS-PREPAY-INT TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
           END-IF.
           IF WS-PREPAY-FEE > 0
               MOVE "4000"        TO GL-ACCT-CODE
               MOVE WS-PREPAY-FEE TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
           END-IF.

           IF PREPAY-IS-PAYOFF
      *>       The payoff's interest counts toward the year-end
      *>       statement like any collected payment's
               IF WS-PREPAY-INT > 0
                   OPEN EXTEND LOAN-INT-FILE
                   IF WS-LOANINT-STATUS NOT = "00"
                       OPEN OUTPUT LOAN-INT-FILE
                   END-IF
                   INITIALIZE LOAN-INT-RECORD
                       WITH FILLER ALL TO VALUE
                       THEN TO DEFAULT
                   MOVE WS-PROCESS-DATE TO LI-POST-DATE
                   MOVE AM-ACCT-NO      TO LI-LOAN-ACCT
                   MOVE AM-LINKED-ACCT  TO LI-FUND-ACCT
                   MOVE WS-CURR-REF     TO LI-REF-NO
                   MOVE WS-PREPAY-INT   TO LI-INTEREST
                   WRITE LOAN-INT-RECORD
                   CLOSE LOAN-INT-FILE
               END-IF
      *>       Nothing is owed any more - off the collections
      *>       file if it was there
               PERFORM VARYING WS-DQ-IDX FROM 1 BY 1
                       UNTIL WS-DQ-IDX > WS-DQ-COUNT
                   IF WS-DQ-ACCT(WS-DQ-IDX) = AM-ACCT-NO
                       MOVE 0 TO WS-DQ-CYCLES(WS-DQ-IDX)
                       MOVE 0 TO WS-DQ-PASTDUE(WS-DQ-IDX)
                   END-IF
               END-PERFORM
               DISPLAY "  " AM-ACCT-NO ": paid off - principal "
                   WS-PREPAY-PRIN " interest " WS-PREPAY-INT
                   " fee " WS-PREPAY-FEE
           ELSE
               OPEN EXTEND RESCHED-FILE
               IF WS-RESCHED-STATUS NOT = "00"
                   OPEN OUTPUT RESCHED-FILE
               END-IF
               INITIALIZE RESCHED-RECORD
                   WITH FILLER ALL TO VALUE
                   THEN TO DEFAULT
               MOVE WS-PROCESS-DATE   TO RS-POST-DATE
               MOVE AM-ACCT-NO        TO RS-ACCT-NO
               MOVE WS-PREPAY-OPTION  TO RS-OPTION
               MOVE WS-CURR-REF       TO RS-REF-NO
               MOVE TR-AMOUNT         TO RS-PREPAID
               MOVE WS-PREPAY-OLD-PMT TO RS-OLD-PAYMENT
               MOVE AM-LOAN-PAYMENT   TO RS-NEW-PAYMENT
               WRITE RESCHED-RECORD
               CLOSE RESCHED-FILE
               DISPLAY "  " AM-ACCT-NO ": prepaid " TR-AMOUNT
                   " option " WS-PREPAY-OPTION " payment "
                   AM-LOAN-PAYMENT
           END-IF.
       2263-EXIT.
           CONTINUE.

      *> --- The payoff figure for the loan in the record
      *>     area, as of the business date. Interest runs
      *>     from the last due date (the next one, a month
      *>     back) on the 365-day basis INTCALC uses for
      *>     every loan cycle ---
       2264-FIGURE-PAYOFF.
           MOVE AM-LOAN-NEXT-DUE TO WS-LOAN-DUE-WORK.
           IF WS-LD-MM = 1
               MOVE 12 TO WS-LD-MM
               SUBTRACT 1 FROM WS-LD-YYYY
           ELSE
               SUBTRACT 1 FROM WS-LD-MM
           END-IF.
           IF WS-LD-DD > 28
               MOVE 28 TO WS-LD-DD
           END-IF.
           COMPUTE WS-PAYOFF-DAYS-WORK =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-LOAN-DUE-WORK).
           IF WS-PAYOFF-DAYS-WORK < 0
               MOVE 0 TO WS-PAYOFF-DAYS-WORK
           END-IF.
           IF WS-PAYOFF-DAYS-WORK > 999
               MOVE 999 TO WS-PAYOFF-DAYS-WORK
           END-IF.
           MOVE WS-PAYOFF-DAYS-WORK TO WS-PAYOFF-DAYS.
           CALL "INTCALC" USING
               BY CONTENT   AM-BALANCE
               BY CONTENT   AM-LOAN-RATE
               BY CONTENT   WS-PAYOFF-DAYS
               BY REFERENCE WS-PAYOFF-INT
           END-CALL.
           COMPUTE WS-PAYOFF-TOTAL =
               AM-BALANCE + WS-PAYOFF-INT + WS-PAYOFF-FEE.

      *> --- Recast: count the cycles the loan had left at
      *>     its old payment (the same 30-day INTCALC cycles
      *>     3650 collects on), then level the reduced
      *>     principal over them:
      *>         payment = P * r * (1+r)**n / ((1+r)**n - 1)
      *>     A loan whose payment never covered its interest
      *>     has no cycle count to keep, so it stays as is ---
       2266-RECAST-PAYMENT.
           MOVE WS-JRNL-BEFORE TO WS-RC-BAL.
           MOVE WS-PREPAY-OLD-PMT TO WS-RC-PMT.
           PERFORM 2267-COUNT-CYCLES-LEFT.
           IF WS-RC-CYCLES >= 999
               DISPLAY "WARNING: " AM-ACCT-NO " does not "
                   "amortize - payment left unchanged"
           ELSE
               PERFORM 2269-LEVEL-PAYMENT
           END-IF.

      *> --- Cycles WS-RC-BAL takes to retire at payment
      *>     WS-RC-PMT and AM-LOAN-RATE, one INTCALC 30-day
      *>     cycle at a time; 999 means it never does ---
       2267-COUNT-CYCLES-LEFT.
           MOVE 0 TO WS-RC-CYCLES.
           PERFORM UNTIL WS-RC-BAL <= 0 OR WS-RC-CYCLES >= 999
               CALL "INTCALC" USING
                   BY CONTENT   WS-RC-BAL
                   BY CONTENT   AM-LOAN-RATE
                   BY CONTENT   WS-INT-DAYS
                   BY REFERENCE WS-RC-INT
               END-CALL
               COMPUTE WS-RC-BAL =
                   WS-RC-BAL + WS-RC-INT - WS-RC-PMT
               ADD 1 TO WS-RC-CYCLES
           END-PERFORM.

      *> --- The level payment retiring AM-BALANCE at
      *>     AM-LOAN-RATE over WS-RC-CYCLES cycles ---
       2269-LEVEL-PAYMENT.
           COMPUTE WS-RC-RATE = AM-LOAN-RATE * 30 / 365.
           IF WS-RC-RATE = 0
               COMPUTE AM-LOAN-PAYMENT ROUNDED =
                   AM-BALANCE / WS-RC-CYCLES
           ELSE
               COMPUTE WS-RC-FACTOR =
                   (1 + WS-RC-RATE) ** WS-RC-CYCLES
               COMPUTE AM-LOAN-PAYMENT ROUNDED =
                   AM-BALANCE * WS-RC-RATE * WS-RC-FACTOR
                   / (WS-RC-FACTOR - 1)
           END-IF.

      *> --- Place a funds-availability hold on the deposit
      *>     just posted: available after the scheduled number
      *>     of business days, weekends and calendar holidays
           MOVE "D"             TO GL-DR-CR.
           MOVE WS-TD-PENALTY   TO GL-AMOUNT.
           MOVE "BATCH"         TO GL-SOURCE.
           MOVE WS-GL-COST-CENTER TO GL-COST-CENTER.
           MOVE "Early wdrl penalty" TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "4000"          TO GL-ACCT-CODE.
           MOVE WS-PROCESS-DATE  TO AM-LAST-ACT-DATE.
           INITIALIZE AM-LOAN-DETAIL.
           INITIALIZE AM-TERM-DETAIL.
           INITIALIZE AM-LOAN-VAR-DETAIL.
           MOVE SPACES           TO AM-PROD-CODE.
           MOVE 0                TO AM-ACCRUED-INT.
           MOVE 0                TO AM-OD-LIMIT.
           MOVE "USD"            TO AM-CURRENCY.
           MOVE "D"             TO GL-DR-CR.
           MOVE TR-AMOUNT       TO GL-AMOUNT.
           MOVE "BATCH"         TO GL-SOURCE.
           MOVE WS-GL-COST-CENTER TO GL-COST-CENTER.
           MOVE "Loan origination" TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "2000"          TO GL-ACCT-CODE.
           MOVE WS-PROCESS-DATE  TO AM-LAST-ACT-DATE.
           INITIALIZE AM-LOAN-DETAIL.
           INITIALIZE AM-TERM-DETAIL.
           INITIALIZE AM-LOAN-VAR-DETAIL.
           MOVE SPACES           TO AM-PROD-CODE.
           MOVE 0                TO AM-ACCRUED-INT.
           MOVE 0                TO AM-OD-LIMIT.
           MOVE "USD"            TO AM-CURRENCY.
      *>     both accounts exist before the record was accepted ---
       2255-POST-TRANSFER.
           IF TRANSFER-IS-EXTERNAL
               PERFORM 2252-POST-OUTWARD-TRANSFER THRU 2252-EXIT
               GO TO 2255-EXIT
           END-IF.
           MOVE TR-ACCT-NO TO AM-ACCT-NO.
                           IF AM-CURRENCY NOT = WS-ACCT-CCY
                               AND AM-CURRENCY NOT = SPACES
                               MOVE WS-ACCT-CCY TO WS-CCY-ARG
                               PERFORM 2141-LOOKUP-RATE THRU 2141-EXIT
                               MOVE WS-CCY-RATE TO WS-SRC-RATE
                               MOVE AM-CURRENCY TO WS-CCY-ARG
                               PERFORM 2141-LOOKUP-RATE THRU 2141-EXIT
                               MOVE WS-CCY-RATE TO WS-DST-RATE
                               COMPUTE WS-XCCY-AMOUNT ROUNDED =
                                   TR-AMOUNT * WS-SRC-RATE
       2255-EXIT.
           CONTINUE.

      *> --- The day's outward file, opened with its header
      *>     the first time anything ships on it ---
       2251-OPEN-OUTCLR-FILE.
           IF NOT OUTCLR-FILE-OPEN
               OPEN OUTPUT OUTCLR-FILE
               SET OUTCLR-FILE-OPEN TO TRUE
               MOVE SPACES          TO OC-HEADER-RECORD
               MOVE "01"            TO OCH-REC-TYPE
               MOVE WS-OUR-BANK-ID  TO OCH-BANK-ID
               MOVE WS-PROCESS-DATE TO OCH-BATCH-DATE
               WRITE OC-HEADER-RECORD
           END-IF.

      *> --- A transfer to an account another bank holds:
      *>     debit our side, park the offset on the clearing
      *>     GL account, and ship the item on the day's
           MOVE "D"             TO GL-DR-CR.
           MOVE TR-AMOUNT       TO GL-AMOUNT.
           MOVE "BATCH"         TO GL-SOURCE.
           MOVE WS-GL-COST-CENTER TO GL-COST-CENTER.
           MOVE "Outward clearing" TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "2500"          TO GL-ACCT-CODE.
           MOVE "C"             TO GL-DR-CR.
           WRITE GL-POSTING-RECORD.

           PERFORM 2251-OPEN-OUTCLR-FILE.
           MOVE SPACES      TO OC-DETAIL-RECORD.
           MOVE "02"        TO OCD-REC-TYPE.
           MOVE WS-CURR-REF TO OCD-REF-NO.
           MOVE "D"             TO GL-DR-CR.
           MOVE WS-BV-INT       TO GL-AMOUNT.
           MOVE "BATCH"         TO GL-SOURCE.
           MOVE WS-GL-COST-CENTER TO GL-COST-CENTER.
           MOVE "Back-value interest" TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "2000"          TO GL-ACCT-CODE.
           MOVE TR-ACCT-NO TO WS-FEE-ACCT.
           MOVE WS-PER-ITEM-FEE TO WS-FEE-AMT.
           MOVE "Excess item fee" TO WS-FEE-DESC.
           PERFORM 2370-POST-GENERATED-FEE THRU 2370-EXIT.
       2365-EXIT.
           CONTINUE.

      *> --- One savings withdrawal or transfer out posted:
      *>     counted for the cycle, and past the limit noted
      *>     as excess and charged the excess-activity fee.
      *>     The counts are rewritten before the fee posts,
      *>     since 2370 reads the master afresh ---
       2366-COUNT-SAVINGS-ITEM.
           MOVE TR-ACCT-NO TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   GO TO 2366-EXIT
           END-READ.
           IF AM-ACCT-TYPE NOT = "S"
               GO TO 2366-EXIT
           END-IF.
           PERFORM 2367-ROLL-SAVINGS-CYCLE.
           IF AM-SAV-WD-COUNT < 999
               ADD 1 TO AM-SAV-WD-COUNT
           END-IF.
           MOVE "N" TO WS-SAV-FEE-SW.
           IF AM-SAV-WD-COUNT > WS-SAV-WD-LIMIT
               PERFORM 2368-NOTE-SAVINGS-EXCESS
               IF NOT SAV-EXCESS-REFUSED
                   AND WS-SAV-EXCESS-FEE > 0
                   ADD WS-SAV-EXCESS-FEE TO AM-SAV-EXCESS-FEES
                   SET SAV-FEE-DUE TO TRUE
               END-IF
           END-IF.
           REWRITE ACCOUNT-RECORD.
           IF SAV-FEE-DUE
               MOVE TR-ACCT-NO TO WS-FEE-ACCT
               MOVE WS-SAV-EXCESS-FEE TO WS-FEE-AMT
               MOVE "Excess activity fee" TO WS-FEE-DESC
               PERFORM 2370-POST-GENERATED-FEE THRU 2370-EXIT
           END-IF.
       2366-EXIT.
           CONTINUE.

      *> --- The first count in a new month closes the cycle
      *>     on the record: its figures move to the prior
      *>     slots for STATEMENT, and the breach run carries
      *>     on only if that cycle went past the limit and was
      *>     the month just before this one ---
       2367-ROLL-SAVINGS-CYCLE.
           IF AM-SAV-CYCLE = WS-TODAY-YYYYMM
               CONTINUE
           ELSE
               IF AM-SAV-CYCLE(5:2) = "12"
                   COMPUTE WS-SAV-NEXT-CYCLE = AM-SAV-CYCLE + 89
               ELSE
                   COMPUTE WS-SAV-NEXT-CYCLE = AM-SAV-CYCLE + 1
               END-IF
               IF AM-SAV-EXCESS-COUNT = 0
                   OR WS-SAV-NEXT-CYCLE NOT = WS-TODAY-YYYYMM
                   MOVE 0 TO AM-SAV-BREACH-CNT
               END-IF
               MOVE AM-SAV-CYCLE        TO AM-SAV-PRIOR-CYCLE
               MOVE AM-SAV-WD-COUNT     TO AM-SAV-PRIOR-COUNT
               MOVE AM-SAV-EXCESS-COUNT TO AM-SAV-PRIOR-EXCESS
               MOVE AM-SAV-EXCESS-FEES  TO AM-SAV-PRIOR-FEES
               MOVE WS-TODAY-YYYYMM     TO AM-SAV-CYCLE
               MOVE 0 TO AM-SAV-WD-COUNT
               MOVE 0 TO AM-SAV-EXCESS-COUNT
               MOVE 0 TO AM-SAV-EXCESS-FEES
           END-IF.

      *> --- One item past the limit, charged or refused. The
      *>     cycle's first such item extends the breach run ---
       2368-NOTE-SAVINGS-EXCESS.
           IF AM-SAV-EXCESS-COUNT < 999
               ADD 1 TO AM-SAV-EXCESS-COUNT
           END-IF.
           IF AM-SAV-EXCESS-COUNT = 1
               AND AM-SAV-BREACH-CNT < 99
               ADD 1 TO AM-SAV-BREACH-CNT
           END-IF.

      *> --- One automatically generated fee, posted through
      *>     the same journal, GL and reference machinery as
      *>     a keyed "F". The caller names the account, the
      *>     amount and the description ---
       2370-POST-GENERATED-FEE.
           MOVE WS-FEE-ACCT TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
           MOVE "D"             TO GL-DR-CR.
           MOVE WS-FEE-AMT      TO GL-AMOUNT.
           MOVE "BATCH"         TO GL-SOURCE.
           MOVE WS-GL-COST-CENTER TO GL-COST-CENTER.
           MOVE WS-FEE-DESC     TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "4000"          TO GL-ACCT-CODE.
                   END-IF
               END-PERFORM
           END-IF.
      *>   A teller slip on the keying operator's own or a
      *>   co-owned account is held whatever the amount
           IF WS-SD-COUNT > 0
               PERFORM 2345-CHECK-SELF-DEALING
           END-IF.

      *> --- Is this item one of tonight's self-dealing slips
      *>     not yet held? Each slip holds one item only ---
       2345-CHECK-SELF-DEALING.
           MOVE "N" TO WS-SD-DONE.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
                      OR WS-SD-DONE = "Y"
               IF WS-SD-HELD(WS-SD-IDX) = "N"
                   AND WS-SD-ACCT(WS-SD-IDX) = TR-ACCT-NO
                   AND WS-SD-TYPE(WS-SD-IDX) = TR-TYPE
                   AND WS-SD-AMOUNT(WS-SD-IDX) = TR-AMOUNT
                   AND WS-SD-DESC(WS-SD-IDX) = TR-DESC
                   SET ITEM-NEEDS-APPROVAL TO TRUE
                   MOVE "Y" TO WS-SD-HELD(WS-SD-IDX)
                   ADD 1 TO WS-SD-HELD-COUNT
                   MOVE "Y" TO WS-SD-DONE
               END-IF
           END-PERFORM.

      *> --- Queue one valid-but-large transaction for the
      *>     supervisor. It does not post and does not reach
      *>     money, so it makes no posting ---
       2280-WRITE-GL-POSTINGS.
      *>   A close moves no money; an origination booked its
      *>   own receivable/deposit pair in 2253, a prepayment
      *>   its cash/receivable/income split in 2263
           IF TR-TYPE NOT = "C" AND TR-TYPE NOT = "L"
               AND NOT LOAN-PREPAYMENT
               EVALUATE TR-TYPE
                   WHEN "D"
                       MOVE "1000" TO WS-GL-DR-CODE
                       MOVE "2000" TO WS-GL-CR-CODE
      *>               A recovery restores the allowance the
      *>               charge-off drew down
                       IF LOAN-RECOVERY
                           MOVE "1150" TO WS-GL-CR-CODE
                       END-IF
                   WHEN "O"
                       MOVE "1000" TO WS-GL-DR-CODE
                       MOVE "2000" TO WS-GL-CR-CODE
      *>       The ledger runs in base currency - a native
      *>       foreign amount books at its posted USD rate
               MOVE WS-ACCT-CCY TO WS-CCY-ARG
               PERFORM 2141-LOOKUP-RATE THRU 2141-EXIT
               COMPUTE WS-GL-USD-AMT ROUNDED =
                   TR-AMOUNT * WS-CCY-RATE

               MOVE "D"             TO GL-DR-CR
               MOVE WS-GL-USD-AMT   TO GL-AMOUNT
               MOVE "BATCH"         TO GL-SOURCE
               MOVE WS-GL-COST-CENTER TO GL-COST-CENTER
               MOVE TR-DESC         TO GL-DESC
               WRITE GL-POSTING-RECORD

               MOVE TR-ACCT-NO TO WS-FEE-ACCT
               MOVE WS-NSF-FEE TO WS-FEE-AMT
               MOVE "NSF fee" TO WS-FEE-DESC
               PERFORM 2370-POST-GENERATED-FEE THRU 2370-EXIT
           END-IF.

           IF TR-AMOUNT > WS-HIGH-VALUE-LIMIT
               WRITE PP-EXCEPTION-RECORD
           END-IF.

      *>   A presented check we will not pay goes back to the
      *>   bank that presented it
           IF TR-BRANCH = WS-INWARD-BRANCH AND TR-TYPE = "W"
               PERFORM 2310-RETURN-INWARD-ITEM
           END-IF.

      *> --- One dishonored inward check onto the day's return
      *>     file, its reason translated from the validation
      *>     message into the clearing house's return code ---
       2310-RETURN-INWARD-ITEM.
           EVALUATE WS-ERROR-MSG
               WHEN "Insufficient funds"
                   MOVE "NSF" TO WS-INWRET-REASON
               WHEN "Invalid account number"
               WHEN "Account check digit invalid"
               WHEN "Account not on master"
                   MOVE "UNA" TO WS-INWRET-REASON
               WHEN "Customer standing closed"
                   MOVE "CLS" TO WS-INWRET-REASON
               WHEN "Account on fraud hold"
                   MOVE "FRD" TO WS-INWRET-REASON
               WHEN "Account on legal hold"
               WHEN "Account on hold"
                   MOVE "FRZ" TO WS-INWRET-REASON
               WHEN "Not an issued item"
               WHEN "Issued item acct differs"
               WHEN "Issued amount differs"
                   MOVE "NAU" TO WS-INWRET-REASON
               WHEN "Issued item already paid"
               WHEN "Likely duplicate feed record"
                   MOVE "DUP" TO WS-INWRET-REASON
               WHEN "Effective date too old"
                   MOVE "STL" TO WS-INWRET-REASON
               WHEN "Effective date not yet due"
                   MOVE "PDT" TO WS-INWRET-REASON
               WHEN OTHER
                   MOVE "RTM" TO WS-INWRET-REASON
           END-EVALUATE.

           IF NOT INWRET-FILE-OPEN
               OPEN OUTPUT INWRET-FILE
               SET INWRET-FILE-OPEN TO TRUE
               MOVE SPACES          TO IR-HEADER-RECORD
               MOVE "01"            TO IRH-REC-TYPE
               MOVE WS-OUR-BANK-ID  TO IRH-BANK-ID
               MOVE WS-PROCESS-DATE TO IRH-BATCH-DATE
               WRITE IR-HEADER-RECORD
           END-IF.
           MOVE SPACES           TO IR-DETAIL-RECORD.
           MOVE "03"             TO IRD-REC-TYPE.
           MOVE TR-ORIG-REF      TO IRD-CHECK-NO.
           MOVE TR-ACCT-NO       TO IRD-ACCT-NO.
           MOVE TR-AMOUNT        TO IRD-AMOUNT.
           MOVE TR-PRES-BANK     TO IRD-PRES-BANK.
           MOVE TR-EFF-DATE      TO IRD-PRES-DATE.
           MOVE WS-INWRET-REASON TO IRD-REASON.
           WRITE IR-DETAIL-RECORD.
           ADD 1 TO WS-INWRET-COUNT.
           ADD TR-AMOUNT TO WS-INWRET-HASH.
           ADD TR-AMOUNT TO WS-INW-RET-AMT.

      *> --- Generate end-of-day report ---
       3000-WRITE-REPORT.
           MOVE "=================================="
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.

      *>   Checks presented through the clearing house: what
      *>   paid and what went back on the return file
           IF WS-INW-PAID-COUNT > 0 OR WS-INWRET-COUNT > 0
               MOVE WS-INW-PAID-COUNT TO WS-DISP-CNT
               MOVE WS-INW-PAID-AMT TO WS-DISP-AMT
               STRING "  Inward checks paid:     " WS-DISP-CNT
                      "  Total: " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-INWRET-COUNT TO WS-DISP-CNT
               MOVE WS-INW-RET-AMT TO WS-DISP-AMT
               STRING "  Inward checks returned: " WS-DISP-CNT
                      "  Total: " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO WS-RPT-DETAIL
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

                   " account(s) - see " WS-SAR-FILENAME
           END-IF.

      *> --- Every teller slip keyed on the operator's own or
      *>     a co-owned account: who keyed it, the account it
      *>     touched, and whether it went to the supervisor's
      *>     queue or was rejected before it got that far ---
       3310-WRITE-SELF-DEALING.
           OPEN OUTPUT SDEAL-FILE.
           MOVE "=================================="
               & "==================================="
               TO SDEAL-LINE.
           WRITE SDEAL-LINE.
           MOVE "      TELLER SELF-DEALING EXCEPTIONS"
               TO SDEAL-LINE.
           WRITE SDEAL-LINE.
           MOVE "=================================="
               & "==================================="
               TO SDEAL-LINE.
           WRITE SDEAL-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Batch date: " WS-PROCESS-DATE
                  "  Staff-linked operators: " WS-OPR-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO SDEAL-LINE.
           WRITE SDEAL-LINE.
           MOVE SPACES TO SDEAL-LINE.
           WRITE SDEAL-LINE.
           MOVE "  Operator Account  T         Amount  Description"
               & "          Link        Status"
               TO SDEAL-LINE.
           WRITE SDEAL-LINE.

           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               MOVE WS-SD-AMOUNT(WS-SD-IDX) TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  " WS-SD-OPER(WS-SD-IDX)
                      " " WS-SD-ACCT(WS-SD-IDX)
                      " " WS-SD-TYPE(WS-SD-IDX)
                      " " WS-DISP-AMT
                      "  " WS-SD-DESC(WS-SD-IDX)
                      " " WS-SD-HOW(WS-SD-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO SDEAL-LINE
               IF WS-SD-HELD(WS-SD-IDX) = "Y"
                   MOVE "Held" TO SDEAL-LINE(72:8)
               ELSE
                   MOVE "Rejected" TO SDEAL-LINE(72:8)
               END-IF
               WRITE SDEAL-LINE
               IF WS-SD-HIT-ACCT(WS-SD-IDX)
                       NOT = WS-SD-ACCT(WS-SD-IDX)
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING "           transfer to "
                          WS-SD-HIT-ACCT(WS-SD-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   END-STRING
                   MOVE WS-RPT-DETAIL TO SDEAL-LINE
                   WRITE SDEAL-LINE
               END-IF
           END-PERFORM.

           IF WS-SD-COUNT = 0
               MOVE "  No teller slips on staff-owned accounts."
                   TO SDEAL-LINE
               WRITE SDEAL-LINE
           END-IF.
           CLOSE SDEAL-FILE.

           IF WS-SD-COUNT > 0
               MOVE WS-SD-COUNT TO WS-DISP-CNT
               DISPLAY "TELLER SELF-DEALING: " WS-DISP-CNT
                   " slip(s) - see " WS-SDEAL-FILENAME
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Teller self-dealing slips: " WS-DISP-CNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM 9100-WRITE-RUN-LOG
           END-IF.

      *> --- Apply the rules to one account's day ---
       3350-JUDGE-ONE-ACCOUNT.
           COMPUTE WS-VEL-LIMIT-AMT ROUNDED =
               WRITE SAR-LINE
           END-IF.

      *> --- Accrue one day's interest on every savings
      *>     account's actual closing balance, and on checking
      *>     accounts sold under a product that pays a rate -
      *>     each at its product's rate or balance tier (1019),
      *>     or the shop-wide rate with no product. The
      *>     accrued-but-unposted
      *>     figure rides the account record; the night's total
      *>     books once to the GL as interest expense against
      *>     the accrued-interest liability, so the trial
               END-READ
           END-IF.
           PERFORM UNTIL WS-ACCT-EOF = "Y"
               IF AM-BALANCE > 0
                   AND (AM-ACCT-TYPE = "S"
                        OR (AM-ACCT-TYPE = "C"
                            AND AM-PROD-CODE NOT = SPACES))
                   IF WS-ACCR-COUNT < 500
                       ADD 1 TO WS-ACCR-COUNT
                       MOVE AM-ACCT-NO
                           TO WS-ACCR-ACCT(WS-ACCR-COUNT)
                   ELSE
                       DISPLAY "WARNING: more than 500 interest-"
                           "bearing accounts - raise WS-ACCR-TABLE."
                   END-IF
               END-IF
               READ ACCOUNT-MASTER NEXT

           PERFORM VARYING WS-ACCR-IDX FROM 1 BY 1
                   UNTIL WS-ACCR-IDX > WS-ACCR-COUNT
               PERFORM 3460-ACCRUE-ONE-ACCOUNT THRU 3460-EXIT
           END-PERFORM.

           IF WS-ACCR-TOTAL > 0
               MOVE "D"             TO GL-DR-CR
               MOVE WS-ACCR-TOTAL   TO GL-AMOUNT
               MOVE "BATCH"         TO GL-SOURCE
               MOVE WS-GL-COST-CENTER TO GL-COST-CENTER
               MOVE "Daily int accrual" TO GL-DESC
               WRITE GL-POSTING-RECORD
               MOVE "2400"          TO GL-ACCT-CODE
               MOVE "C"             TO GL-DR-CR
               WRITE GL-POSTING-RECORD
               DISPLAY "Interest accrued on " WS-ACCR-ACCTS
                   " account(s): " WS-ACCR-TOTAL
           END-IF.

      *> --- One day's interest onto one account's accrual ---
               INVALID KEY
                   GO TO 3460-EXIT
           END-READ.
           PERFORM 1019-FIND-ACCOUNT-RATE
               THRU 1019-EXIT.
           IF WS-ACCR-RATE = 0
               GO TO 3460-EXIT
           END-IF.
           CALL "INTCALC" USING
               BY CONTENT   AM-BALANCE
               BY CONTENT   WS-ACCR-RATE
               BY CONTENT   WS-ACCR-DAY
               BY REFERENCE WS-ACCR-ONE
           END-CALL.
           CONTINUE.

      *> --- Capitalize the month's accrued interest into the
      *>     interest-bearing balances. The figure was earned one day
      *>     at a time by 3450; this posting only moves it
      *>     from accrued to available and relieves the GL
      *>     liability the accrual built up ---
       3500-POST-MONTH-END-INTEREST.
           DISPLAY SPACES.
           DISPLAY "Capitalizing month-end interest on "
               "interest-bearing accounts...".

           MOVE "N" TO WS-ACCT-EOF.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           END-IF.

           PERFORM UNTIL WS-ACCT-EOF = "Y"
               IF (AM-ACCT-TYPE = "S" OR AM-ACCT-TYPE = "C")
                   AND AM-ACCRUED-INT NOT = 0
                   PERFORM 3550-APPLY-INTEREST
               END-IF
                   MOVE "D"             TO GL-DR-CR
                   MOVE WS-INTEREST-AMT TO GL-AMOUNT
                   MOVE "BATCH"         TO GL-SOURCE
                   MOVE WS-GL-COST-CENTER TO GL-COST-CENTER
                   MOVE "Month-end interest" TO GL-DESC
                   WRITE GL-POSTING-RECORD
                   MOVE "2000"          TO GL-ACCT-CODE

           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-COUNT
               PERFORM 3565-REVALUE-ONE-ACCOUNT THRU 3565-EXIT
           END-PERFORM.

           IF WS-FX-REVALUED > 0
                   GO TO 3565-EXIT
           END-READ.
           MOVE AM-CURRENCY TO WS-CCY-ARG.
           PERFORM 2141-LOOKUP-RATE THRU 2141-EXIT.
           IF NOT CCY-RATE-FOUND
               DISPLAY "WARNING: no posted rate for "
                   AM-CURRENCY " - " AM-ACCT-NO
      *>   the difference and 2000 carries the new value
           MOVE WS-PROCESS-DATE TO GL-POST-DATE.
           MOVE "BATCH"         TO GL-SOURCE.
           MOVE WS-GL-COST-CENTER TO GL-COST-CENTER.
           MOVE "FX revaluation" TO GL-DESC.
           IF WS-FX-DELTA > 0
               MOVE "4200"      TO GL-ACCT-CODE
       3565-EXIT.
           CONTINUE.

      *> --- Month-end maintenance fees, next to the interest
      *>     posting: the account's product fee and minimum
      *>     balance, or by account type from the fee schedule
      *>     with no product (3576). Balances at or above the
      *>     waiver floor escape the charge. Accounts are
      *>     collected on one walk, then charged by key ---
       3575-ASSESS-MAINT-FEES.
           MOVE 0 TO WS-MF-COUNT.
           MOVE "N" TO WS-ACCT-EOF.
               END-READ
           END-IF.
           PERFORM UNTIL WS-ACCT-EOF = "Y"
               IF AM-ACCT-TYPE = "C" OR AM-ACCT-TYPE = "S"
                   PERFORM 3576-FIND-MAINT-FEE
               ELSE
                   MOVE 0 TO WS-MF-CHARGE
               END-IF
               IF WS-MF-CHARGE > 0
                   AND AM-BALANCE < WS-MF-WAIVER
                   IF WS-MF-COUNT < 500
                       ADD 1 TO WS-MF-COUNT
                       MOVE AM-ACCT-NO
                           TO WS-MF-ACCT(WS-MF-COUNT)
                       MOVE AM-ACCT-TYPE
                           TO WS-MF-TYPE(WS-MF-COUNT)
                       MOVE WS-MF-CHARGE
                           TO WS-MF-FEE(WS-MF-COUNT)
                   ELSE
                       DISPLAY "WARNING: more than 500 accounts "
                           "due a maintenance fee - raise "
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT
               MOVE WS-MF-ACCT(WS-MF-IDX) TO WS-FEE-ACCT
               MOVE WS-MF-FEE(WS-MF-IDX)  TO WS-FEE-AMT
               IF WS-FEE-AMT > 0
                   MOVE "Monthly maint fee" TO WS-FEE-DESC
                   PERFORM 2370-POST-GENERATED-FEE THRU 2370-EXIT
               END-IF
           END-PERFORM.

                   WS-MF-COUNT " account(s)."
           END-IF.

      *> --- The maintenance fee and waiver floor for the
      *>     account in the record area: its product's, or
      *>     the fee schedule's for its type. A product code
      *>     not on file falls back to the schedule ---
       3576-FIND-MAINT-FEE.
           IF AM-ACCT-TYPE = "C"
               MOVE WS-MAINT-FEE-C TO WS-MF-CHARGE
           ELSE
               MOVE WS-MAINT-FEE-S TO WS-MF-CHARGE
           END-IF.
           MOVE WS-FEE-WAIVER-BAL TO WS-MF-WAIVER.
           IF AM-PROD-CODE NOT = SPACES
               MOVE AM-PROD-CODE TO WS-PROD-KEY
               PERFORM 1018-FIND-PRODUCT
               IF PRODUCT-FOUND
                   MOVE WS-PROD-MAINT-FEE(WS-PROD-IDX)
                       TO WS-MF-CHARGE
                   MOVE WS-PROD-MIN-BAL(WS-PROD-IDX)
                       TO WS-MF-WAIVER
               END-IF
           END-IF.

      *> --- Month end: every savings account that has gone
      *>     past its withdrawal limit SAV-BREACH-CYCLES months
      *>     running, this month included, is listed for the
      *>     branch to offer conversion to checking. An account
      *>     with nothing counted this month has broken its
      *>     run, whatever the record says ---
       3585-LIST-SAVINGS-CONVERSIONS.
           MOVE 0 TO WS-SAV-CONV-COUNT.
           OPEN OUTPUT SAV-CONV-FILE.
           MOVE "=================================="
               & "==================================="
               TO SAV-CONV-LINE.
           WRITE SAV-CONV-LINE.
           MOVE "     SAVINGS ACCOUNTS FOR CONVERSION TO CHECKING"
               TO SAV-CONV-LINE.
           WRITE SAV-CONV-LINE.
           MOVE "=================================="
               & "==================================="
               TO SAV-CONV-LINE.
           WRITE SAV-CONV-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-SAV-WD-LIMIT TO WS-SAV-DISP-CNT.
           MOVE WS-SAV-BREACH-CYCLES TO WS-SAV-DISP-BRCH.
           STRING "Cycle: " WS-TODAY-YYYYMM
                  "   Limit: " WS-SAV-DISP-CNT
                  " per cycle   Listed after: " WS-SAV-DISP-BRCH
                  " cycles"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO SAV-CONV-LINE.
           WRITE SAV-CONV-LINE.
           MOVE SPACES TO SAV-CONV-LINE.
           WRITE SAV-CONV-LINE.
           MOVE "  Account   Customer       Balance   Items"
               & "  Over  Cycles"
               TO SAV-CONV-LINE.
           WRITE SAV-CONV-LINE.

           MOVE "N" TO WS-ACCT-EOF.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY MOVE "Y" TO WS-ACCT-EOF
           END-START.
           IF WS-ACCT-EOF NOT = "Y"
               READ ACCOUNT-MASTER NEXT
                   AT END MOVE "Y" TO WS-ACCT-EOF
               END-READ
           END-IF.
           PERFORM UNTIL WS-ACCT-EOF = "Y"
               IF AM-ACCT-TYPE = "S"
                   AND AM-SAV-CYCLE = WS-TODAY-YYYYMM
                   AND AM-SAV-BREACH-CNT > 0
                   AND AM-SAV-BREACH-CNT >= WS-SAV-BREACH-CYCLES
                   PERFORM 3586-WRITE-CONVERSION-LINE
               END-IF
               READ ACCOUNT-MASTER NEXT
                   AT END MOVE "Y" TO WS-ACCT-EOF
               END-READ
           END-PERFORM.

           IF WS-SAV-CONV-COUNT = 0
               MOVE "  No savings accounts to convert this month."
                   TO SAV-CONV-LINE
               WRITE SAV-CONV-LINE
           END-IF.
           CLOSE SAV-CONV-FILE.

           IF WS-SAV-CONV-COUNT > 0
               MOVE WS-SAV-CONV-COUNT TO WS-DISP-CNT
               DISPLAY "Savings accounts for conversion: "
                   WS-DISP-CNT " - see " WS-SAV-CONV-FILENAME
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Savings for conversion: " WS-DISP-CNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM 9100-WRITE-RUN-LOG
           END-IF.

      *> --- One listed savings account ---
       3586-WRITE-CONVERSION-LINE.
           ADD 1 TO WS-SAV-CONV-COUNT.
           MOVE AM-BALANCE TO WS-DISP-AMT.
           MOVE AM-SAV-WD-COUNT TO WS-SAV-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  " AM-ACCT-NO "  " AM-CUST-NO "  "
                  WS-DISP-AMT "    " WS-SAV-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO SAV-CONV-LINE.
           MOVE AM-SAV-EXCESS-COUNT TO WS-SAV-DISP-CNT.
           MOVE WS-SAV-DISP-CNT TO SAV-CONV-LINE(46:3).
           MOVE AM-SAV-BREACH-CNT TO WS-SAV-DISP-BRCH.
           MOVE WS-SAV-DISP-BRCH TO SAV-CONV-LINE(55:2).
           WRITE SAV-CONV-LINE.

      *> --- Apply every due loan payment. Each funds from the
      *>     loan's linked deposit account; a loan with no
      *>     funding account, or one that cannot cover the
           PERFORM UNTIL WS-ACCT-EOF = "Y"
               IF AM-ACCT-TYPE = "L"
                   AND AM-BALANCE > 0
                   AND AM-LOAN-STATUS NOT = "X"
                   AND AM-LOAN-NEXT-DUE <= WS-PROCESS-DATE
                   IF WS-LOAN-COUNT < 50
                       ADD 1 TO WS-LOAN-COUNT

           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               PERFORM 3650-POST-ONE-LOAN-PAYMENT THRU 3650-EXIT
           END-PERFORM.

           IF WS-LOAN-COUNT > 0
           MOVE "D"             TO GL-DR-CR.
           MOVE WS-LOAN-PAY     TO GL-AMOUNT.
           MOVE "BATCH"         TO GL-SOURCE.
           MOVE WS-GL-COST-CENTER TO GL-COST-CENTER.
           MOVE "Loan payment"  TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "1100"          TO GL-ACCT-CODE.
           MOVE WS-LOAN-INT     TO GL-AMOUNT.
           WRITE GL-POSTING-RECORD.

      *>   The interest the borrower paid, for the year-end
      *>   statement
           IF WS-LOAN-INT > 0
               OPEN EXTEND LOAN-INT-FILE
               IF WS-LOANINT-STATUS NOT = "00"
                   OPEN OUTPUT LOAN-INT-FILE
               END-IF
               INITIALIZE LOAN-INT-RECORD
                   WITH FILLER ALL TO VALUE
                   THEN TO DEFAULT
               MOVE WS-PROCESS-DATE   TO LI-POST-DATE
               MOVE WS-LOAN-ACCT(WS-LOAN-IDX) TO LI-LOAN-ACCT
               MOVE WS-LOAN-FUND-ACCT TO LI-FUND-ACCT
               MOVE WS-CURR-REF       TO LI-REF-NO
               MOVE WS-LOAN-INT       TO LI-INTEREST
               WRITE LOAN-INT-RECORD
               CLOSE LOAN-INT-FILE
           END-IF.

           ADD 1 TO WS-LOANS-PAID.
      *>   A collected payment clears the loan off the
      *>   collections file
                       INTO WS-LOG-MESSAGE
                   END-STRING
                   PERFORM 9100-WRITE-RUN-LOG
                   PERFORM 3670-TRACK-DELINQUENCY THRU 3670-EXIT
           END-READ.
           ADD 1 TO WS-LOANS-LATE.

           MOVE "D"             TO GL-DR-CR.
           MOVE WS-LATE-FEE-AMT TO GL-AMOUNT.
           MOVE "BATCH"         TO GL-SOURCE.
           MOVE WS-GL-COST-CENTER TO GL-COST-CENTER.
           MOVE "Loan late fee" TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "4000"          TO GL-ACCT-CODE.
           DISPLAY "  " AM-ACCT-NO ": late fee "
               WS-LATE-FEE-AMT " assessed.".

      *> --- Reprice every variable-rate loan whose reset date
      *>     has come: the base rate in force tonight plus the
      *>     loan's margin becomes its rate, the payment is
      *>     re-levelled over the cycles the loan had left, the
      *>     change is journaled and a rate-change notice is
      *>     queued for NOTICES. Tonight's payment (3600) has
      *>     already been taken on the old terms. Due loans
      *>     are collected on one walk of the master, the same
      *>     pattern as the payment run ---
       3620-REPRICE-VARIABLE-LOANS.
           PERFORM 3625-LOAD-BASE-RATES
               THRU 3625-EXIT.
           MOVE 0 TO WS-RP-COUNT.
           MOVE "N" TO WS-ACCT-EOF.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY MOVE "Y" TO WS-ACCT-EOF
           END-START.
           IF WS-ACCT-EOF NOT = "Y"
               READ ACCOUNT-MASTER NEXT
                   AT END MOVE "Y" TO WS-ACCT-EOF
               END-READ
           END-IF.
           PERFORM UNTIL WS-ACCT-EOF = "Y"
               IF AM-ACCT-TYPE = "L"
                   AND AM-LOAN-BASE-CODE NOT = SPACES
                   AND AM-BALANCE > 0
                   AND AM-LOAN-STATUS NOT = "X"
                   AND AM-LOAN-STATUS NOT = "P"
                   AND AM-LOAN-NEXT-RESET NOT = 0
                   AND AM-LOAN-NEXT-RESET <= WS-PROCESS-DATE
                   IF WS-RP-COUNT < 50
                       ADD 1 TO WS-RP-COUNT
                       MOVE AM-ACCT-NO TO WS-RP-ACCT(WS-RP-COUNT)
                   ELSE
                       DISPLAY "WARNING: more than 50 loans "
                           "due a reset - extras wait for "
                           "tomorrow"
                   END-IF
               END-IF
               READ ACCOUNT-MASTER NEXT
                   AT END MOVE "Y" TO WS-ACCT-EOF
               END-READ
           END-PERFORM.

           OPEN OUTPUT REPRICE-FILE.
           MOVE "=================================="
               & "==================================="
               TO REPRICE-LINE.
           WRITE REPRICE-LINE.
           MOVE "        VARIABLE-RATE LOAN REPRICING"
               TO REPRICE-LINE.
           WRITE REPRICE-LINE.
           MOVE "=================================="
               & "==================================="
               TO REPRICE-LINE.
           WRITE REPRICE-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Batch date: " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO REPRICE-LINE.
           WRITE REPRICE-LINE.
           MOVE SPACES TO REPRICE-LINE.
           WRITE REPRICE-LINE.
           MOVE "  Account  Base    Old %  New %  Old payment"
               & "  New payment  Next reset"
               TO REPRICE-LINE.
           WRITE REPRICE-LINE.

           MOVE 0 TO WS-RP-DONE.
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-COUNT
               PERFORM 3640-REPRICE-ONE-LOAN
                   THRU 3640-EXIT
           END-PERFORM.

           IF WS-RP-DONE = 0
               MOVE "  No loans repriced tonight."
                   TO REPRICE-LINE
               WRITE REPRICE-LINE
           END-IF.
           CLOSE REPRICE-FILE.

           IF WS-RP-DONE > 0
               MOVE WS-RP-DONE TO WS-DISP-CNT
               DISPLAY "Variable-rate loans repriced: "
                   WS-DISP-CNT " - see " WS-REPRICE-FILENAME
           END-IF.

      *> --- The base rate in force tonight per index code:
      *>     the latest-dated entry not after the business
      *>     date. No file means nothing can reprice ---
       3625-LOAD-BASE-RATES.
           MOVE 0 TO WS-BASE-COUNT.
           OPEN INPUT BASE-RATE-FILE.
           IF WS-BASE-STATUS NOT = "00"
               GO TO 3625-EXIT
           END-IF.
           MOVE "N" TO WS-BASE-EOF.
           READ BASE-RATE-FILE
               AT END MOVE "Y" TO WS-BASE-EOF
           END-READ.
           PERFORM UNTIL WS-BASE-EOF = "Y"
               IF BR-EFF-DATE <= WS-PROCESS-DATE
                   PERFORM 3630-TAKE-ONE-BASE-RATE
               END-IF
               READ BASE-RATE-FILE
                   AT END MOVE "Y" TO WS-BASE-EOF
               END-READ
           END-PERFORM.
           CLOSE BASE-RATE-FILE.
       3625-EXIT.
           CONTINUE.

      *> --- Keep the later-dated of two entries per code ---
       3630-TAKE-ONE-BASE-RATE.
           MOVE 0 TO WS-BASE-MATCH-IDX.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > WS-BASE-COUNT
               IF WS-BASE-CODE(WS-BASE-IDX) = BR-CODE
                   MOVE WS-BASE-IDX TO WS-BASE-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-BASE-MATCH-IDX = 0
               IF WS-BASE-COUNT < 20
                   ADD 1 TO WS-BASE-COUNT
                   MOVE BR-CODE     TO WS-BASE-CODE(WS-BASE-COUNT)
                   MOVE BR-EFF-DATE TO WS-BASE-EFF(WS-BASE-COUNT)
                   MOVE BR-RATE     TO WS-BASE-RATE(WS-BASE-COUNT)
               ELSE
                   DISPLAY "WARNING: base-rate table full - "
                       BR-CODE " not loaded"
               END-IF
           ELSE
               IF BR-EFF-DATE >= WS-BASE-EFF(WS-BASE-MATCH-IDX)
                   MOVE BR-EFF-DATE
                       TO WS-BASE-EFF(WS-BASE-MATCH-IDX)
                   MOVE BR-RATE
                       TO WS-BASE-RATE(WS-BASE-MATCH-IDX)
               END-IF
           END-IF.

      *> --- One loan's reset. No base rate for its code, or
      *>     no reset frequency, leaves the loan untouched and
      *>     due again tomorrow - never repriced on a guess ---
       3640-REPRICE-ONE-LOAN.
           MOVE WS-RP-ACCT(WS-RP-IDX) TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   DISPLAY "WARNING: reset loan "
                       WS-RP-ACCT(WS-RP-IDX) " vanished"
                   GO TO 3640-EXIT
           END-READ.

           MOVE 0 TO WS-BASE-MATCH-IDX.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > WS-BASE-COUNT
               IF WS-BASE-CODE(WS-BASE-IDX) = AM-LOAN-BASE-CODE
                   MOVE WS-BASE-IDX TO WS-BASE-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-BASE-MATCH-IDX = 0 OR AM-LOAN-RESET-MOS = 0
               DISPLAY "WARNING: " AM-ACCT-NO " cannot reprice - "
                   "no " AM-LOAN-BASE-CODE " rate in force or "
                   "no reset frequency"
               MOVE "W" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "Loan " AM-ACCT-NO " reset skipped - no "
                      AM-LOAN-BASE-CODE " base rate"
                   DELIMITED BY SIZE
                   INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM 9100-WRITE-RUN-LOG
               GO TO 3640-EXIT
           END-IF.

      *>   Base plus margin, never below zero
           COMPUTE WS-RP-NEW-RATE =
               WS-BASE-RATE(WS-BASE-MATCH-IDX) + AM-LOAN-MARGIN.
           IF WS-RP-NEW-RATE < 0
               MOVE 0 TO WS-RP-NEW-RATE
           END-IF.
           MOVE AM-LOAN-RATE    TO WS-RP-OLD-RATE.
           MOVE AM-LOAN-PAYMENT TO WS-RP-OLD-PMT.

      *>   Count the cycles left on the old terms, then level
      *>   the balance over them at the new rate
           IF WS-RP-NEW-RATE NOT = AM-LOAN-RATE
               MOVE AM-BALANCE      TO WS-RC-BAL
               MOVE AM-LOAN-PAYMENT TO WS-RC-PMT
               PERFORM 2267-COUNT-CYCLES-LEFT
               MOVE WS-RP-NEW-RATE TO AM-LOAN-RATE
               IF WS-RC-CYCLES >= 999
                   DISPLAY "WARNING: " AM-ACCT-NO " does not "
                       "amortize - payment left unchanged"
               ELSE
                   PERFORM 2269-LEVEL-PAYMENT
               END-IF
           END-IF.

      *>   The next reset: on by the frequency until it lies
      *>   beyond tonight
           MOVE AM-LOAN-NEXT-RESET TO WS-LOAN-DUE-WORK.
           PERFORM UNTIL WS-LOAN-DUE-WORK > WS-PROCESS-DATE
               ADD AM-LOAN-RESET-MOS TO WS-LD-MM
               PERFORM UNTIL WS-LD-MM <= 12
                   SUBTRACT 12 FROM WS-LD-MM
                   ADD 1 TO WS-LD-YYYY
               END-PERFORM
               IF WS-LD-DD > 28
                   MOVE 28 TO WS-LD-DD
               END-IF
           END-PERFORM.
           MOVE WS-LOAN-DUE-WORK TO AM-LOAN-NEXT-RESET.
           REWRITE ACCOUNT-RECORD.
           ADD 1 TO WS-RP-DONE.

           COMPUTE WS-RP-OLD-PCT = WS-RP-OLD-RATE * 100.
           COMPUTE WS-RP-NEW-PCT = AM-LOAN-RATE * 100.
           MOVE WS-RP-OLD-PMT   TO WS-RP-DISP-OLD-PMT.
           MOVE AM-LOAN-PAYMENT TO WS-RP-DISP-NEW-PMT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  " AM-ACCT-NO " " AM-LOAN-BASE-CODE
                  "  " WS-RP-OLD-PCT "  " WS-RP-NEW-PCT
                  "  " WS-RP-DISP-OLD-PMT
                  "   " WS-RP-DISP-NEW-PMT
                  "   " AM-LOAN-NEXT-RESET
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO REPRICE-LINE.
           WRITE REPRICE-LINE.

      *>   A reset that lands on the same rate changes no terms:
      *>   the date moves on, nothing to journal or tell
           IF AM-LOAN-RATE = WS-RP-OLD-RATE
               GO TO 3640-EXIT
           END-IF.

      *>   Journaled as a terms change - no money moves
           MOVE WS-NEXT-REF TO WS-CURR-REF.
           ADD 1 TO WS-NEXT-REF.
           MOVE AM-BALANCE TO WS-JRNL-BEFORE.
           MOVE "V" TO WS-JRNL-TYPE.
           MOVE "Rate reset" TO WS-JRNL-REF.
           PERFORM 2290-WRITE-JOURNAL.

      *>   The borrower's rate-change letter
           OPEN EXTEND NOTICE-QUEUE-FILE.
           IF WS-NTCQ-STATUS NOT = "00"
               OPEN OUTPUT NOTICE-QUEUE-FILE
           END-IF.
           INITIALIZE NOTICE-QUEUE-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-PROCESS-DATE    TO NQ-POST-DATE.
           MOVE AM-ACCT-NO         TO NQ-ACCT-NO.
           MOVE "LOAN RATE CHANGE" TO NQ-KIND.
           STRING "Your loan rate resets from " WS-RP-OLD-PCT
                  "% to " WS-RP-NEW-PCT "%. New payment:"
               DELIMITED BY SIZE INTO NQ-BODY
           END-STRING.
           MOVE AM-LOAN-PAYMENT    TO NQ-AMOUNT.
           WRITE NOTICE-QUEUE-RECORD.
           CLOSE NOTICE-QUEUE-FILE.
       3640-EXIT.
           CONTINUE.

      *> --- Work every matured term deposit. Matured "D"
      *>     accounts are collected on one walk of the master
      *>     (same pattern as the loan collection), then each

           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > WS-TD-COUNT
               PERFORM 3750-MATURE-ONE-DEPOSIT THRU 3750-EXIT
           END-PERFORM.

           IF WS-TD-COUNT > 0
               MOVE "D"             TO GL-DR-CR
               MOVE WS-TD-INT       TO GL-AMOUNT
               MOVE "BATCH"         TO GL-SOURCE
               MOVE WS-GL-COST-CENTER TO GL-COST-CENTER
               MOVE "CD rollover interest" TO GL-DESC
               WRITE GL-POSTING-RECORD
               MOVE "2000"          TO GL-ACCT-CODE
      *>     booked to the ledger, the deposit left at zero
      *>     for the branch to close ---
       3770-PAY-OUT-ONE-DEPOSIT.
      *>   The term's interest credits the deposit as an "I"
      *>   entry first, so the payout carries it out and the
      *>   year-end statement finds it like any other interest
           MOVE AM-BALANCE TO WS-JRNL-BEFORE.
           ADD WS-TD-INT TO AM-BALANCE.
           MOVE "I" TO WS-JRNL-TYPE.
           MOVE "CD maturity interest" TO WS-JRNL-REF.
           PERFORM 2290-WRITE-JOURNAL.
           MOVE AM-BALANCE TO WS-JRNL-BEFORE.
           MOVE 0 TO AM-BALANCE.
           REWRITE ACCOUNT-RECORD.
                   MOVE "D"             TO GL-DR-CR
                   MOVE WS-TD-INT       TO GL-AMOUNT
                   MOVE "BATCH"         TO GL-SOURCE
                   MOVE WS-GL-COST-CENTER TO GL-COST-CENTER
                   MOVE "CD maturity interest" TO GL-DESC
                   WRITE GL-POSTING-RECORD
                   MOVE "2000"          TO GL-ACCT-CODE
                       " with interest " WS-TD-INT
           END-READ.

      *> --- End-of-day cash concentration. Each active
      *>     structure on cash-concentration.dat is worked
      *>     master by master: every sub-account's balance
      *>     above its target (less funds on hold) is swept up
      *>     into the master, then every sub-account left below
      *>     target is funded back from the master as far as
      *>     the master's own available balance goes. Runs
      *>     after all the day's postings; a rerun of the same
      *>     date finds nothing left to move ---
       3780-CONCENTRATE-CASH.
           MOVE 0 TO WS-CC-COUNT.
           MOVE 0 TO WS-CC-MASTERS.
           MOVE 0 TO WS-CC-MOVES.
           OPEN INPUT CONC-FILE.
           IF WS-CONC-STATUS = "00"
               MOVE "N" TO WS-CC-EOF
               MOVE LOW-VALUES TO CC-SUB-ACCT
               START CONC-FILE KEY IS NOT LESS THAN CC-SUB-ACCT
                   INVALID KEY MOVE "Y" TO WS-CC-EOF
               END-START
               IF WS-CC-EOF NOT = "Y"
                   READ CONC-FILE NEXT
                       AT END MOVE "Y" TO WS-CC-EOF
                   END-READ
               END-IF
               PERFORM UNTIL WS-CC-EOF = "Y"
                   IF CC-STATUS = "A"
                       IF WS-CC-COUNT < 200
                           ADD 1 TO WS-CC-COUNT
                           MOVE CC-SUB-ACCT
                               TO WS-CC-SUB(WS-CC-COUNT)
                           MOVE CC-MASTER-ACCT
                               TO WS-CC-MASTER(WS-CC-COUNT)
                           MOVE CC-TARGET-BAL
                               TO WS-CC-TARGET(WS-CC-COUNT)
                           MOVE "N" TO WS-CC-DONE(WS-CC-COUNT)
                           MOVE "N" TO WS-CC-SKIP(WS-CC-COUNT)
                       ELSE
                           DISPLAY "WARNING: more than 200 "
                               "concentration sub-accounts - "
                               "extras wait for tomorrow"
                       END-IF
                   END-IF
                   READ CONC-FILE NEXT
                       AT END MOVE "Y" TO WS-CC-EOF
                   END-READ
               END-PERFORM
               CLOSE CONC-FILE
           END-IF.

           OPEN OUTPUT CONC-RPT-FILE.
           MOVE "=================================="
               & "==================================="
               TO CONC-RPT-LINE.
           WRITE CONC-RPT-LINE.
           MOVE "        CASH CONCENTRATION - DAILY MOVEMENTS"
               TO CONC-RPT-LINE.
           WRITE CONC-RPT-LINE.
           MOVE "=================================="
               & "==================================="
               TO CONC-RPT-LINE.
           WRITE CONC-RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Batch date: " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO CONC-RPT-LINE.
           WRITE CONC-RPT-LINE.

           PERFORM VARYING WS-CC-MIDX FROM 1 BY 1
                   UNTIL WS-CC-MIDX > WS-CC-COUNT
               IF WS-CC-DONE(WS-CC-MIDX) = "N"
                   PERFORM 3782-WORK-ONE-MASTER
                       THRU 3782-EXIT
               END-IF
           END-PERFORM.

           IF WS-CC-MASTERS = 0
               MOVE SPACES TO CONC-RPT-LINE
               WRITE CONC-RPT-LINE
               MOVE "  No concentration structures active tonight."
                   TO CONC-RPT-LINE
               WRITE CONC-RPT-LINE
           END-IF.
           CLOSE CONC-RPT-FILE.

           IF WS-CC-MOVES > 0
               MOVE WS-CC-MOVES TO WS-DISP-CNT
               DISPLAY "Cash concentration movements: "
                   WS-DISP-CNT " - see " WS-CONC-FILENAME
           END-IF.

      *> --- One master's structure: its heading, the sweep
      *>     pass, the funding pass, then where it closed ---
       3782-WORK-ONE-MASTER.
           MOVE WS-CC-MASTER(WS-CC-MIDX) TO WS-CC-CUR-MASTER.
           ADD 1 TO WS-CC-MASTERS.
           MOVE 0 TO WS-CC-SWEPT-IN.
           MOVE 0 TO WS-CC-FUNDED-OUT.
      *>   Every sub-account of this master is dealt with
      *>   here, whatever becomes of the structure tonight
           PERFORM VARYING WS-CC-IDX FROM WS-CC-MIDX BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-CC-MASTER(WS-CC-IDX) = WS-CC-CUR-MASTER
                   MOVE "Y" TO WS-CC-DONE(WS-CC-IDX)
               END-IF
           END-PERFORM.

           MOVE SPACES TO CONC-RPT-LINE.
           WRITE CONC-RPT-LINE.
           MOVE WS-CC-CUR-MASTER TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   MOVE SPACES TO CONC-RPT-LINE
                   STRING "Master " WS-CC-CUR-MASTER
                       " is not on the account master - "
                       "structure not swept"
                       DELIMITED BY SIZE INTO CONC-RPT-LINE
                   END-STRING
                   WRITE CONC-RPT-LINE
                   GO TO 3782-EXIT
           END-READ.
           MOVE AM-BALANCE  TO WS-CC-OPENING.
           MOVE AM-CURRENCY TO WS-CC-MASTER-CURR.
           MOVE AM-CUST-NO  TO WS-CC-MASTER-CUST.
           MOVE SPACES TO CU-NAME.
           IF CUST-FILE-PRESENT
               MOVE WS-CC-MASTER-CUST TO CU-CUST-NO
               READ CUSTOMER-MASTER
                   KEY IS CU-CUST-NO
                   INVALID KEY
                       MOVE SPACES TO CU-NAME
               END-READ
           END-IF.
           MOVE SPACES TO CONC-RPT-LINE.
           STRING "Master " WS-CC-CUR-MASTER
               "  Customer " WS-CC-MASTER-CUST " " CU-NAME
               "  " WS-CC-MASTER-CURR
               DELIMITED BY SIZE INTO CONC-RPT-LINE
           END-STRING.
           WRITE CONC-RPT-LINE.
           MOVE WS-CC-OPENING TO WS-CC-DISP-BAL.
           MOVE SPACES TO CONC-RPT-LINE.
           STRING "  Opening master balance:  " WS-CC-DISP-BAL
               DELIMITED BY SIZE INTO CONC-RPT-LINE
           END-STRING.
           WRITE CONC-RPT-LINE.

      *>   A held master neither takes in nor pays out
           MOVE WS-CC-CUR-MASTER TO WS-CC-HOLD-ACCT.
           PERFORM 3788-CHECK-CONC-HOLD.
           IF CONC-ACCT-BLOCKED
               MOVE "  Master account on hold - structure not "
                   & "swept tonight." TO CONC-RPT-LINE
               WRITE CONC-RPT-LINE
               GO TO 3782-EXIT
           END-IF.

           MOVE "  Sub-acct  Movement         Amount    Sub "
               & "balance  Note" TO CONC-RPT-LINE.
           WRITE CONC-RPT-LINE.
           PERFORM VARYING WS-CC-IDX FROM WS-CC-MIDX BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-CC-MASTER(WS-CC-IDX) = WS-CC-CUR-MASTER
                   PERFORM 3784-SWEEP-ONE-SUB
                       THRU 3784-EXIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CC-IDX FROM WS-CC-MIDX BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-CC-MASTER(WS-CC-IDX) = WS-CC-CUR-MASTER
                   PERFORM 3785-FUND-ONE-SUB
                       THRU 3785-EXIT
               END-IF
           END-PERFORM.

           MOVE WS-CC-SWEPT-IN TO WS-CC-DISP-AMT.
           MOVE SPACES TO CONC-RPT-LINE.
           STRING "  Swept in from sub-accounts:  " WS-CC-DISP-AMT
               DELIMITED BY SIZE INTO CONC-RPT-LINE
           END-STRING.
           WRITE CONC-RPT-LINE.
           MOVE WS-CC-FUNDED-OUT TO WS-CC-DISP-AMT.
           MOVE SPACES TO CONC-RPT-LINE.
           STRING "  Funded out to sub-accounts:  " WS-CC-DISP-AMT
               DELIMITED BY SIZE INTO CONC-RPT-LINE
           END-STRING.
           WRITE CONC-RPT-LINE.
           COMPUTE WS-CC-DISP-BAL = WS-CC-OPENING
               + WS-CC-SWEPT-IN - WS-CC-FUNDED-OUT.
           MOVE SPACES TO CONC-RPT-LINE.
           STRING "  Closing master balance:  " WS-CC-DISP-BAL
               DELIMITED BY SIZE INTO CONC-RPT-LINE
           END-STRING.
           WRITE CONC-RPT-LINE.
       3782-EXIT.
           CONTINUE.

      *> --- Sweep pass: whatever one sub-account holds above
      *>     its target, funds on hold aside, goes up to the
      *>     master. An account that cannot take part tonight
      *>     is noted once here and left out of funding too ---
       3784-SWEEP-ONE-SUB.
           MOVE "Skipped"  TO WS-CC-MOVE-DESC.
           MOVE 0 TO WS-CC-AMOUNT.
           MOVE 0 TO WS-CC-DISP-BAL.
           MOVE WS-CC-SUB(WS-CC-IDX) TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   MOVE "Y" TO WS-CC-SKIP(WS-CC-IDX)
                   MOVE "Not on account master" TO WS-CC-NOTE
                   PERFORM 3787-WRITE-CONC-LINE
                   GO TO 3784-EXIT
           END-READ.
           MOVE AM-BALANCE TO WS-CC-DISP-BAL.
           IF AM-CURRENCY NOT = WS-CC-MASTER-CURR
               MOVE "Y" TO WS-CC-SKIP(WS-CC-IDX)
               MOVE "Currency differs" TO WS-CC-NOTE
               PERFORM 3787-WRITE-CONC-LINE
               GO TO 3784-EXIT
           END-IF.
           MOVE WS-CC-SUB(WS-CC-IDX) TO WS-CC-HOLD-ACCT.
           PERFORM 3788-CHECK-CONC-HOLD.
           IF CONC-ACCT-BLOCKED
               MOVE "Y" TO WS-CC-SKIP(WS-CC-IDX)
               MOVE "Account on hold" TO WS-CC-NOTE
               PERFORM 3787-WRITE-CONC-LINE
               GO TO 3784-EXIT
           END-IF.

           PERFORM 3789-SUM-CONC-HOLDS.
           COMPUTE WS-CC-AVAIL = AM-BALANCE - WS-CC-HELD
               - WS-CC-TARGET(WS-CC-IDX).
           IF WS-CC-AVAIL NOT > 0
               GO TO 3784-EXIT
           END-IF.
           MOVE WS-CC-AVAIL TO WS-CC-AMOUNT.

           MOVE WS-NEXT-REF TO WS-CURR-REF.
           ADD 1 TO WS-NEXT-REF.
           MOVE AM-BALANCE TO WS-JRNL-BEFORE.
           SUBTRACT WS-CC-AMOUNT FROM AM-BALANCE.
           REWRITE ACCOUNT-RECORD.
           MOVE "S" TO WS-JRNL-TYPE.
           MOVE SPACES TO WS-JRNL-REF.
           STRING "Conc sweep " WS-CC-CUR-MASTER
               DELIMITED BY SIZE INTO WS-JRNL-REF
           END-STRING.
           PERFORM 2290-WRITE-JOURNAL.
           MOVE AM-BALANCE TO WS-CC-DISP-BAL.

      *>   The master was proved at the head of the structure;
      *>   it going missing now means the master file itself is
      *>   damaged, and a silent fix-up would fake the journal
           MOVE WS-CC-CUR-MASTER TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   DISPLAY "ABEND: concentration master "
                       WS-CC-CUR-MASTER " vanished mid-sweep."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE AM-BALANCE TO WS-JRNL-BEFORE.
           ADD WS-CC-AMOUNT TO AM-BALANCE.
           REWRITE ACCOUNT-RECORD.
           MOVE SPACES TO WS-JRNL-REF.
           STRING "Conc sweep " WS-CC-SUB(WS-CC-IDX)
               DELIMITED BY SIZE INTO WS-JRNL-REF
           END-STRING.
           PERFORM 2290-WRITE-JOURNAL.

           ADD WS-CC-AMOUNT TO WS-CC-SWEPT-IN.
           MOVE "Swept up" TO WS-CC-MOVE-DESC.
           MOVE SPACES TO WS-CC-NOTE.
           PERFORM 3786-BOOK-CONC-MOVE.
       3784-EXIT.
           CONTINUE.

      *> --- Funding pass: a sub-account whose available
      *>     balance is still below target is topped up from
      *>     the master, as far as the master's own available
      *>     balance allows ---
       3785-FUND-ONE-SUB.
           IF WS-CC-SKIP(WS-CC-IDX) = "Y"
               GO TO 3785-EXIT
           END-IF.
           MOVE WS-CC-SUB(WS-CC-IDX) TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   GO TO 3785-EXIT
           END-READ.
           MOVE AM-BALANCE TO WS-CC-SUB-BAL.
           MOVE WS-CC-SUB(WS-CC-IDX) TO WS-CC-HOLD-ACCT.
           PERFORM 3789-SUM-CONC-HOLDS.
           COMPUTE WS-CC-AVAIL = WS-CC-TARGET(WS-CC-IDX)
               - (AM-BALANCE - WS-CC-HELD).
           IF WS-CC-AVAIL NOT > 0
               GO TO 3785-EXIT
           END-IF.
           MOVE WS-CC-AVAIL TO WS-CC-AMOUNT.
           MOVE SPACES TO WS-CC-NOTE.

      *>   What the master can spare: its balance less its own
      *>   funds on hold
           MOVE WS-CC-CUR-MASTER TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   DISPLAY "ABEND: concentration master "
                       WS-CC-CUR-MASTER " vanished mid-sweep."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE WS-CC-CUR-MASTER TO WS-CC-HOLD-ACCT.
           PERFORM 3789-SUM-CONC-HOLDS.
           COMPUTE WS-CC-AVAIL = AM-BALANCE - WS-CC-HELD.
           IF WS-CC-AVAIL NOT > 0
               MOVE "Not funded" TO WS-CC-MOVE-DESC
               MOVE "Master has no funds" TO WS-CC-NOTE
               MOVE WS-CC-SUB-BAL TO WS-CC-DISP-BAL
               PERFORM 3787-WRITE-CONC-LINE
               GO TO 3785-EXIT
           END-IF.
           IF WS-CC-AVAIL < WS-CC-AMOUNT
               MOVE WS-CC-AVAIL TO WS-CC-AMOUNT
               MOVE "Part - master short" TO WS-CC-NOTE
           END-IF.

           MOVE WS-NEXT-REF TO WS-CURR-REF.
           ADD 1 TO WS-NEXT-REF.
           MOVE AM-BALANCE TO WS-JRNL-BEFORE.
           SUBTRACT WS-CC-AMOUNT FROM AM-BALANCE.
           REWRITE ACCOUNT-RECORD.
           MOVE "S" TO WS-JRNL-TYPE.
           MOVE SPACES TO WS-JRNL-REF.
           STRING "Conc fund " WS-CC-SUB(WS-CC-IDX)
               DELIMITED BY SIZE INTO WS-JRNL-REF
           END-STRING.
           PERFORM 2290-WRITE-JOURNAL.

           MOVE WS-CC-SUB(WS-CC-IDX) TO AM-ACCT-NO.
           READ ACCOUNT-MASTER
               KEY IS AM-ACCT-NO
               INVALID KEY
                   DISPLAY "ABEND: concentration sub-account "
                       WS-CC-SUB(WS-CC-IDX) " vanished mid-sweep."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE AM-BALANCE TO WS-JRNL-BEFORE.
           ADD WS-CC-AMOUNT TO AM-BALANCE.
           REWRITE ACCOUNT-RECORD.
           MOVE SPACES TO WS-JRNL-REF.
           STRING "Conc fund " WS-CC-CUR-MASTER
               DELIMITED BY SIZE INTO WS-JRNL-REF
           END-STRING.
           PERFORM 2290-WRITE-JOURNAL.
           MOVE AM-BALANCE TO WS-CC-DISP-BAL.

           ADD WS-CC-AMOUNT TO WS-CC-FUNDED-OUT.
           MOVE "Funded" TO WS-CC-MOVE-DESC.
           PERFORM 3786-BOOK-CONC-MOVE.
       3785-EXIT.
           CONTINUE.

      *> --- Both legs are customer deposits, so the ledger
      *>     pair nets inside 2000; then the report line ---
       3786-BOOK-CONC-MOVE.
           MOVE WS-PROCESS-DATE TO GL-POST-DATE.
           MOVE "2000"          TO GL-ACCT-CODE.
           MOVE "D"             TO GL-DR-CR.
           MOVE WS-CC-AMOUNT    TO GL-AMOUNT.
           MOVE "BATCH"         TO GL-SOURCE.
           MOVE WS-GL-COST-CENTER TO GL-COST-CENTER.
           MOVE "Cash concentration" TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "C"             TO GL-DR-CR.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-CC-MOVES.
           PERFORM 3787-WRITE-CONC-LINE.

      *> --- One sub-account line on the customer's report ---
       3787-WRITE-CONC-LINE.
           MOVE WS-CC-AMOUNT TO WS-CC-DISP-AMT.
           MOVE SPACES TO CONC-RPT-LINE.
           STRING "  " WS-CC-SUB(WS-CC-IDX)
               "  " WS-CC-MOVE-DESC
               " " WS-CC-DISP-AMT
               "  " WS-CC-DISP-BAL
               "  " WS-CC-NOTE
               DELIMITED BY SIZE INTO CONC-RPT-LINE
           END-STRING.
           WRITE CONC-RPT-LINE.

      *> --- Is WS-CC-HOLD-ACCT under a legal or fraud hold? ---
       3788-CHECK-CONC-HOLD.
           MOVE "N" TO WS-CC-BLOCKED.
           IF HOLDS-FILE-PRESENT
               MOVE WS-CC-HOLD-ACCT TO HOLD-ACCT-NO
               READ HOLDS-FILE
                   KEY IS HOLD-ACCT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CC-BLOCKED
               END-READ
           END-IF.

      *> --- Unreleased deposit holds on WS-CC-HOLD-ACCT - money
      *>     on the books that is not yet there to move ---
       3789-SUM-CONC-HOLDS.
           MOVE 0 TO WS-CC-HELD.
           PERFORM VARYING WS-FH-IDX FROM 1 BY 1
                   UNTIL WS-FH-IDX > WS-FH-COUNT
               IF WS-FH-ACCT(WS-FH-IDX) = WS-CC-HOLD-ACCT
                   ADD WS-FH-AMOUNT(WS-FH-IDX) TO WS-CC-HELD
               END-IF
           END-PERFORM.

      *> --- Charge one night's overdraft interest on every
      *>     account standing negative. Accounts are collected
      *>     on one walk of the master, then charged by key,
           MOVE 0 TO WS-OD-CHARGED.
           PERFORM VARYING WS-OD-IDX FROM 1 BY 1
                   UNTIL WS-OD-IDX > WS-OD-COUNT
               PERFORM 3850-CHARGE-ONE-OVERDRAFT THRU 3850-EXIT
           END-PERFORM.

           IF WS-OD-CHARGED > 0
           MOVE "D"             TO GL-DR-CR.
           MOVE WS-OD-INT       TO GL-AMOUNT.
           MOVE "BATCH"         TO GL-SOURCE.
           MOVE WS-GL-COST-CENTER TO GL-COST-CENTER.
           MOVE "Overdraft interest" TO GL-DESC.
           WRITE GL-POSTING-RECORD.
           MOVE "4100"          TO GL-ACCT-CODE.
               DISPLAY "Control totals reconcile: OK"
           END-IF.

      *> --- APPAY's supplier payments onto the outward file
      *>     ahead of its trailer, each with a reference of
      *>     our own and a register entry CLRSETTL settles.
      *>     APPAY booked them (accounts payable against
      *>     outward clearing), so nothing posts here; the
      *>     staging file is consumed so each goes once ---
       4150-SHIP-SUPPLIER-PAYMENTS.
           OPEN INPUT SUPPAY-FILE.
           IF WS-SUPPAY-STATUS NOT = "00"
               GO TO 4150-EXIT
           END-IF.
           OPEN EXTEND OUTREG-FILE.
           IF WS-OUTREG-STATUS NOT = "00"
               OPEN OUTPUT OUTREG-FILE
           END-IF.
           PERFORM UNTIL WS-SUPPAY-STATUS NOT = "00"
               READ SUPPAY-FILE
                   AT END
                       MOVE "10" TO WS-SUPPAY-STATUS
                   NOT AT END
                       PERFORM 4160-SHIP-ONE-SUPPLIER-PAYMENT
               END-READ
           END-PERFORM.
           CLOSE OUTREG-FILE.
           CLOSE SUPPAY-FILE.
           OPEN OUTPUT SUPPAY-FILE.
           CLOSE SUPPAY-FILE.
           IF WS-SUPPAY-COUNT > 0
               MOVE WS-SUPPAY-COUNT TO WS-DISP-CNT
               DISPLAY "Supplier payments shipped: " WS-DISP-CNT
           END-IF.
       4150-EXIT.
           CONTINUE.

      *> --- One supplier payment: paid from the payables
      *>     side ("AP" and the supplier id stand where a
      *>     customer account would) to the supplier's
      *>     account at its own bank ---
       4160-SHIP-ONE-SUPPLIER-PAYMENT.
           MOVE WS-NEXT-REF TO WS-CURR-REF.
           ADD 1 TO WS-NEXT-REF.
           PERFORM 2251-OPEN-OUTCLR-FILE.
           MOVE SPACES        TO OC-DETAIL-RECORD.
           MOVE "02"          TO OCD-REC-TYPE.
           MOVE WS-CURR-REF   TO OCD-REF-NO.
           STRING "AP" SPM-SUP-ID DELIMITED BY SIZE
               INTO OCD-SRC-ACCT
           END-STRING.
           MOVE SPM-BANK-ACCT TO OCD-DEST-ACCT.
           MOVE SPM-AMOUNT    TO OCD-AMOUNT.
           MOVE SPM-PAY-DATE  TO OCD-EFF-DATE.
           WRITE OC-DETAIL-RECORD.
           ADD 1 TO WS-OUTCLR-COUNT.
           ADD SPM-AMOUNT TO WS-OUTCLR-HASH.

           INITIALIZE OUTREG-RECORD
               WITH FILLER ALL TO VALUE
               THEN TO DEFAULT.
           MOVE WS-CURR-REF     TO OR-REF-NO.
           MOVE WS-PROCESS-DATE TO OR-SENT-DATE.
           MOVE OCD-SRC-ACCT    TO OR-SRC-ACCT.
           MOVE SPM-BANK-ACCT   TO OR-DEST-ACCT.
           MOVE SPM-AMOUNT      TO OR-AMOUNT.
           MOVE "O"             TO OR-STATUS.
           MOVE 0               TO OR-ACK-DATE.
           WRITE OUTREG-RECORD.
           ADD 1 TO WS-SUPPAY-COUNT.

      *> --- Close everything ---
       4000-CLEANUP.
           PERFORM 3900-RECONCILE-TOTALS.
           CLOSE TRANS-FILE.
           CLOSE VALID-FILE.
           CLOSE HISTORY-FILE.
           CLOSE ERROR-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE PP-EXCEPTION-FILE.
           END-IF.
           PERFORM 4200-REWRITE-FUNDS-HOLDS.
           PERFORM 4210-REWRITE-DELINQUENCY.
           PERFORM 4150-SHIP-SUPPLIER-PAYMENTS THRU 4150-EXIT.
           IF OUTCLR-FILE-OPEN
               MOVE SPACES          TO OC-TRAILER-RECORD
               MOVE "09"            TO OCT-REC-TYPE
               DISPLAY "Outward clearing items shipped: "
                   WS-OUTCLR-COUNT "  see " WS-OUTCLR-FILENAME
           END-IF.
           IF INWRET-FILE-OPEN
               MOVE SPACES          TO IR-TRAILER-RECORD
               MOVE "09"            TO IRT-REC-TYPE
               MOVE WS-INWRET-COUNT TO IRT-REC-COUNT
               MOVE WS-INWRET-HASH  TO IRT-HASH-TOTAL
               WRITE IR-TRAILER-RECORD
               CLOSE INWRET-FILE
               DISPLAY "Inward checks returned: "
                   WS-INWRET-COUNT "  see " WS-INWRET-FILENAME
           END-IF.

      *>   Month-end interest may have drawn references after
      *>   the last record checkpoint - persist the counters.
           OPEN OUTPUT RESTART-FILE.
           WRITE RESTART-RECORD.
           CLOSE RESTART-FILE.
      *>   ... and the slips it screened are done with
           OPEN OUTPUT TELLER-KEYED-FILE.
           CLOSE TELLER-KEYED-FILE.

           MOVE "I" TO WS-LOG-SEVERITY.
           MOVE SPACES TO WS-LOG-MESSAGE.
           MOVE "Suspicious activity" TO WS-SPOOL-REPORT.
           MOVE WS-SAR-FILENAME TO WS-SPOOL-FILE.
           PERFORM 9200-REGISTER-REPORT.
           MOVE "Loan repricing" TO WS-SPOOL-REPORT.
           MOVE WS-REPRICE-FILENAME TO WS-SPOOL-FILE.
           PERFORM 9200-REGISTER-REPORT.
           MOVE "Cash concentration" TO WS-SPOOL-REPORT.
           MOVE WS-CONC-FILENAME TO WS-SPOOL-FILE.
           PERFORM 9200-REGISTER-REPORT.
           MOVE "Teller self-dealing" TO WS-SPOOL-REPORT.
           MOVE WS-SDEAL-FILENAME TO WS-SPOOL-FILE.
           PERFORM 9200-REGISTER-REPORT.
           IF IS-MONTH-END
               MOVE "Savings conversion" TO WS-SPOOL-REPORT
               MOVE WS-SAV-CONV-FILENAME TO WS-SPOOL-FILE
               PERFORM 9200-REGISTER-REPORT
           END-IF.

           PERFORM 4100-WRITE-EOD-SUMMARY.

