       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKDATA.
       AUTHOR. LEARNER.

      *> ============================================
      *> Masked test-data copy of the masters
      *> ============================================
      *> Fix testing and trial runs used to work on a
      *> straight copy of production: real customer
      *> names and addresses, real salaries, real card
      *> numbers, on every developer's disk. Audit wants
      *> that stopped. The driver's --mask mode copies
      *> the data area into a test tree (MASK_TARGET)
      *> and then runs this program, which rewrites the
      *> masters in that tree from production's:
      *>
      *>   customer-master.dat   CU-NAME
      *>   customer-address.dat  street, city, ZIP tail,
      *>                         phone and email
      *>   contacts.dat          name, phone and email
      *>   employees.dat         EMP-NAME; EMP-SALARY
      *>                         perturbed
      *>   card-master.dat       card numbers renumbered,
      *>                         the renewal links with them
      *>   account-master.dat    balance, accrued interest
      *>                         and loan payment perturbed
      *>
      *> Substitute names and streets come from the lists
      *> below, picked by a hash of the record's own key
      *> and MASK_KEY - so the same production data masked
      *> under the same key always comes out the same,
      *> and a customer's contact-manager entry gets the
      *> customer's own substitute name. Amounts move by
      *> at most MASK_PCT percent (default 5) either way.
      *>
      *> Keys are never changed - customer, account and
      *> employee numbers are ours, not the customer's -
      *> so AM-CUST-NO, the joint-ownership rows,
      *> EB-ACCT-NO and AR-CUST-NO all still point where
      *> they did. Card numbers are renumbered through a
      *> one-to-one mapping, so no two cards can land on
      *> one number.
      *>
      *> The run ends by proving the copy
      *> (mask-verify-YYYYMMDD.txt, on the spool):
      *>   - record counts, copy against production, for
      *>     the masters and the cross-reference files;
      *>   - every reference check, run on production and
      *>     on the copy - the copy must break exactly as
      *>     many references as production does, no more;
      *>   - no name, street, phone, email or card number
      *>     left as production had it;
      *>   - no amount moved by more than the tolerance.
      *> RC 0 when all of it holds, 8 when any does not,
      *> 16 when the run cannot start.
      *>
      *> Production is only ever opened for input. The
      *> copy's masters are written under MASK_TARGET,
      *> which must be given - there is no default that
      *> could land on the live files.
      *>
      *> TO COMPILE AND RUN (from the batch directory):
      *>   cobc -x -I ../copybooks maskdata.cob
      *>       ../13-subprograms/spoolreg.cob -o maskdata
      *>   MASK_TARGET=../nightly-batch/masked ./maskdata
      *> ============================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The IN files are production's during the masking
      *>   pass and are pointed at each side in turn for the
      *>   proof; they are only ever opened INPUT
           SELECT IN-CUSTOMER
               ASSIGN TO WS-IN-CUST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUST-NO
               FILE STATUS IS WS-IN-CUST-STATUS.

           SELECT IN-ACCOUNT
               ASSIGN TO WS-IN-ACCT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-IN-ACCT-STATUS.

           SELECT IN-ADDRESS
               ASSIGN TO WS-IN-ADDR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUST-NO
               FILE STATUS IS WS-IN-ADDR-STATUS.

           SELECT IN-CONTACT
               ASSIGN TO WS-IN-CONTACT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-ID
               FILE STATUS IS WS-IN-CONTACT-STATUS.

           SELECT IN-CARD
               ASSIGN TO WS-IN-CARD-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CARD-NO
               FILE STATUS IS WS-IN-CARD-STATUS.

           SELECT IN-EMPLOYEE
               ASSIGN TO WS-IN-EMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-EMP-STATUS.

           SELECT IN-XREF
               ASSIGN TO WS-IN-XREF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-XREF-STATUS.

           SELECT IN-EMPBANK
               ASSIGN TO WS-IN-EB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-EB-STATUS.

           SELECT IN-AR
               ASSIGN TO WS-IN-AR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-AR-STATUS.

      *>   The OUT files are always the copy's
           SELECT OUT-CUSTOMER
               ASSIGN TO WS-OUT-CUST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCU-CUST-NO
               FILE STATUS IS WS-OUT-CUST-STATUS.

           SELECT OUT-ACCOUNT
               ASSIGN TO WS-OUT-ACCT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAM-ACCT-NO
               FILE STATUS IS WS-OUT-ACCT-STATUS.

           SELECT OUT-ADDRESS
               ASSIGN TO WS-OUT-ADDR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCA-CUST-NO
               FILE STATUS IS WS-OUT-ADDR-STATUS.

           SELECT OUT-CONTACT
               ASSIGN TO WS-OUT-CONTACT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCT-ID
               FILE STATUS IS WS-OUT-CONTACT-STATUS.

           SELECT OUT-CARD
               ASSIGN TO WS-OUT-CARD-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCM-CARD-NO
               FILE STATUS IS WS-OUT-CARD-STATUS.

           SELECT OUT-EMPLOYEE
               ASSIGN TO WS-OUT-EMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-EMP-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD IN-CUSTOMER.
       01 CUSTOMER-RECORD.
           COPY "custrec.cpy".

       FD IN-ACCOUNT.
       01 ACCOUNT-RECORD.
           COPY "acctrec.cpy".

       FD IN-ADDRESS.
       01 ADDRESS-RECORD.
           COPY "addrrec.cpy".

      *> The shape SCREENS and CTCIMPEX keep
       FD IN-CONTACT.
       01 CONTACT-RECORD.
          05 CONTACT-ID       PIC X(4).
          05 CONTACT-NAME     PIC X(25).
          05 CONTACT-EMAIL    PIC X(30).
          05 CONTACT-PHONE    PIC X(12).
          05 CONTACT-CUST-NO  PIC X(6).

       FD IN-CARD.
       01 CARD-RECORD.
           COPY "cardrec.cpy".

       FD IN-EMPLOYEE.
       01 EMP-RECORD.
           COPY "empmast.cpy".

      *> One customer/account ownership link
       FD IN-XREF.
       01 XREF-RECORD.
          05 XR-CUST-NO       PIC X(6).
          05 FILLER           PIC X VALUE ",".
          05 XR-ACCT-NO       PIC X(8).
          05 FILLER           PIC X VALUE ",".
          05 XR-ROLE          PIC X.
      *>     P=Primary, J=Joint owner, A=Authorized signer

      *> One employee-to-bank-account mapping
       FD IN-EMPBANK.
       01 EMPBANK-RECORD.
          05 EB-EMP-ID        PIC X(4).
          05 FILLER           PIC X VALUE ",".
          05 EB-ACCT-NO       PIC X(8).

      *> Same open-items layout ARINVOICE writes
       FD IN-AR.
       01 AR-RECORD.
          05 AR-INV-NO        PIC 9(6).
          05 FILLER           PIC X.
          05 AR-CUST-NO       PIC X(6).
          05 FILLER           PIC X.
          05 AR-INV-DATE      PIC 9(8).
          05 FILLER           PIC X.
          05 AR-AMOUNT        PIC 9(9)V99.
          05 FILLER           PIC X.
          05 AR-PAID          PIC 9(9)V99.
          05 FILLER           PIC X.
          05 AR-STATUS        PIC X.
          05 FILLER           PIC X.
          05 AR-CREDITED      PIC 9(9)V99.

       FD OUT-CUSTOMER.
       01 MASKED-CUSTOMER-RECORD.
           COPY "custrec.cpy"
               REPLACING LEADING ==CU-== BY ==MCU-==.

       FD OUT-ACCOUNT.
       01 MASKED-ACCOUNT-RECORD.
           COPY "acctrec.cpy"
               REPLACING LEADING ==AM-== BY ==MAM-==.

       FD OUT-ADDRESS.
       01 MASKED-ADDRESS-RECORD.
           COPY "addrrec.cpy"
               REPLACING LEADING ==CA-== BY ==MCA-==.

       FD OUT-CONTACT.
       01 MASKED-CONTACT-RECORD.
          05 MCT-ID           PIC X(4).
          05 MCT-NAME         PIC X(25).
          05 MCT-EMAIL        PIC X(30).
          05 MCT-PHONE        PIC X(12).
          05 MCT-CUST-NO      PIC X(6).

       FD OUT-CARD.
       01 MASKED-CARD-RECORD.
           COPY "cardrec.cpy"
               REPLACING LEADING ==CM-== BY ==MCM-==.

       FD OUT-EMPLOYEE.
       01 MASKED-EMP-RECORD.
           COPY "empmast.cpy"
               REPLACING LEADING ==EMP-== BY ==MEM-==.

       FD REPORT-FILE.
       01 RPT-LINE           PIC X(75).

       WORKING-STORAGE SECTION.
       01 WS-IN-CUST-STATUS     PIC XX.
           COPY "filestat.cpy".
       01 WS-IN-ACCT-STATUS     PIC XX.
       01 WS-IN-ADDR-STATUS     PIC XX.
       01 WS-IN-CONTACT-STATUS  PIC XX.
       01 WS-IN-CARD-STATUS     PIC XX.
       01 WS-IN-EMP-STATUS      PIC XX.
       01 WS-IN-XREF-STATUS     PIC XX.
       01 WS-IN-EB-STATUS       PIC XX.
       01 WS-IN-AR-STATUS       PIC XX.
       01 WS-OUT-CUST-STATUS    PIC XX.
       01 WS-OUT-ACCT-STATUS    PIC XX.
       01 WS-OUT-ADDR-STATUS    PIC XX.
       01 WS-OUT-CONTACT-STATUS PIC XX.
       01 WS-OUT-CARD-STATUS    PIC XX.
       01 WS-OUT-EMP-STATUS     PIC XX.
       01 WS-RPT-STATUS         PIC XX.

       01 WS-PROCESS-DATE     PIC 9(8).
       01 WS-BUS-DATE-PARAM   PIC X(8) VALUE SPACES.
       01 WS-REPORT-FILENAME  PIC X(40).

      *>   Run parameters off the environment
       01 WS-MASK-TARGET      PIC X(80) VALUE SPACES.
       01 WS-MASK-KEY         PIC 9(9) VALUE 0.
       01 WS-MASK-KEY-PARAM   PIC X(9) VALUE SPACES.
       01 WS-KEY-SOURCE       PIC X(20)
           VALUE "standard key".
       01 WS-MASK-PCT         PIC 9(2) VALUE 5.
       01 WS-MASK-PCT-PARAM   PIC X(2) VALUE SPACES.
       01 WS-PCT-SPAN         PIC 9(5).
       01 WS-PCT-STEPS        PIC S9(5).

      *>   Where each file lives, relative to the data area's
      *>   root; the source is reached from this directory
      *>   through "..", the copy under MASK_TARGET
       01 WS-FILE-VALUES.
          05 FILLER PIC X(20) VALUE "18-batch-processing".
          05 FILLER PIC X(24) VALUE "customer-master.dat".
          05 FILLER PIC X(20) VALUE "18-batch-processing".
          05 FILLER PIC X(24) VALUE "account-master.dat".
          05 FILLER PIC X(20) VALUE "18-batch-processing".
          05 FILLER PIC X(24) VALUE "customer-address.dat".
          05 FILLER PIC X(20) VALUE "17-screen-section".
          05 FILLER PIC X(24) VALUE "contacts.dat".
          05 FILLER PIC X(20) VALUE "18-batch-processing".
          05 FILLER PIC X(24) VALUE "card-master.dat".
          05 FILLER PIC X(20) VALUE "10-sequential-files".
          05 FILLER PIC X(24) VALUE "employees.dat".
          05 FILLER PIC X(20) VALUE "18-batch-processing".
          05 FILLER PIC X(24) VALUE "cust-acct-xref.dat".
          05 FILLER PIC X(20) VALUE "14-reports".
          05 FILLER PIC X(24) VALUE "employee-bank.dat".
          05 FILLER PIC X(20) VALUE "11-indexed-files".
          05 FILLER PIC X(24) VALUE "ar-open-items.dat".
       01 WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
          05 WS-FILE-ENTRY OCCURS 9 TIMES.
             10 WS-FILE-DIR     PIC X(20).
             10 WS-FILE-BASE    PIC X(24).
       01 WS-FILE-IDX         PIC 9(2).

      *>   The IN names, in WS-FILE-TABLE's order
       01 WS-IN-NAMES.
          05 WS-IN-CUST-NAME    PIC X(120).
          05 WS-IN-ACCT-NAME    PIC X(120).
          05 WS-IN-ADDR-NAME    PIC X(120).
          05 WS-IN-CONTACT-NAME PIC X(120).
          05 WS-IN-CARD-NAME    PIC X(120).
          05 WS-IN-EMP-NAME     PIC X(120).
          05 WS-IN-XREF-NAME    PIC X(120).
          05 WS-IN-EB-NAME      PIC X(120).
          05 WS-IN-AR-NAME      PIC X(120).
       01 WS-IN-NAME-TABLE REDEFINES WS-IN-NAMES.
          05 WS-IN-NAME         PIC X(120) OCCURS 9 TIMES.

      *>   The copy's masters, in the same order
       01 WS-OUT-NAMES.
          05 WS-OUT-CUST-NAME    PIC X(120).
          05 WS-OUT-ACCT-NAME    PIC X(120).
          05 WS-OUT-ADDR-NAME    PIC X(120).
          05 WS-OUT-CONTACT-NAME PIC X(120).
          05 WS-OUT-CARD-NAME    PIC X(120).
          05 WS-OUT-EMP-NAME     PIC X(120).
       01 WS-OUT-NAME-TABLE REDEFINES WS-OUT-NAMES.
          05 WS-OUT-NAME         PIC X(120) OCCURS 6 TIMES.

      *>   Which side the proof is looking at: P=production,
      *>   C=the masked copy
       01 WS-SIDE             PIC X.
          88 SIDE-PRODUCTION  VALUE "P".
          88 SIDE-COPY        VALUE "C".
       01 WS-SIDE-IDX         PIC 9.

       01 WS-EOF              PIC X VALUE "N".
          88 END-OF-FILE      VALUE "Y".
       01 WS-EOF2             PIC X VALUE "N".
          88 END-OF-FILE2     VALUE "Y".
       01 WS-PRESENT          PIC X.
          88 FILE-PRESENT     VALUE "Y".
       01 WS-CUST-OPEN        PIC X.
          88 CUST-IS-OPEN     VALUE "Y".
       01 WS-ACCT-OPEN        PIC X.
          88 ACCT-IS-OPEN     VALUE "Y".
       01 WS-FOUND            PIC X.
          88 KEY-FOUND        VALUE "Y".

      *>   Substitute first names, surnames, business name
      *>   endings, streets and towns. Sized to fit: "First
      *>   Last" into EMP-NAME's 20, "Last, First" into
      *>   CU-NAME's 25
       01 WS-FIRST-VALUES.
          05 FILLER PIC X(9) VALUE "James".
          05 FILLER PIC X(9) VALUE "Mary".
          05 FILLER PIC X(9) VALUE "Robert".
          05 FILLER PIC X(9) VALUE "Patricia".
          05 FILLER PIC X(9) VALUE "John".
          05 FILLER PIC X(9) VALUE "Jennifer".
          05 FILLER PIC X(9) VALUE "Michael".
          05 FILLER PIC X(9) VALUE "Linda".
          05 FILLER PIC X(9) VALUE "David".
          05 FILLER PIC X(9) VALUE "Elizabeth".
          05 FILLER PIC X(9) VALUE "William".
          05 FILLER PIC X(9) VALUE "Barbara".
          05 FILLER PIC X(9) VALUE "Richard".
          05 FILLER PIC X(9) VALUE "Susan".
          05 FILLER PIC X(9) VALUE "Joseph".
          05 FILLER PIC X(9) VALUE "Jessica".
          05 FILLER PIC X(9) VALUE "Thomas".
          05 FILLER PIC X(9) VALUE "Sarah".
          05 FILLER PIC X(9) VALUE "Charles".
          05 FILLER PIC X(9) VALUE "Karen".
          05 FILLER PIC X(9) VALUE "Daniel".
          05 FILLER PIC X(9) VALUE "Nancy".
          05 FILLER PIC X(9) VALUE "Matthew".
          05 FILLER PIC X(9) VALUE "Lisa".
          05 FILLER PIC X(9) VALUE "Anthony".
          05 FILLER PIC X(9) VALUE "Betty".
          05 FILLER PIC X(9) VALUE "Mark".
          05 FILLER PIC X(9) VALUE "Sandra".
          05 FILLER PIC X(9) VALUE "Donald".
          05 FILLER PIC X(9) VALUE "Ashley".
          05 FILLER PIC X(9) VALUE "Steven".
          05 FILLER PIC X(9) VALUE "Emily".
          05 FILLER PIC X(9) VALUE "Paul".
          05 FILLER PIC X(9) VALUE "Donna".
          05 FILLER PIC X(9) VALUE "Andrew".
          05 FILLER PIC X(9) VALUE "Michelle".
          05 FILLER PIC X(9) VALUE "Joshua".
          05 FILLER PIC X(9) VALUE "Megan".
          05 FILLER PIC X(9) VALUE "Kevin".
          05 FILLER PIC X(9) VALUE "Amanda".
       01 WS-FIRST-TABLE REDEFINES WS-FIRST-VALUES.
          05 WS-FIRST-NAME    PIC X(9) OCCURS 40 TIMES.

       01 WS-LAST-VALUES.
          05 FILLER PIC X(10) VALUE "Abbott".
          05 FILLER PIC X(10) VALUE "Barlow".
          05 FILLER PIC X(10) VALUE "Calloway".
          05 FILLER PIC X(10) VALUE "Dempsey".
          05 FILLER PIC X(10) VALUE "Ellison".
          05 FILLER PIC X(10) VALUE "Fairbanks".
          05 FILLER PIC X(10) VALUE "Garland".
          05 FILLER PIC X(10) VALUE "Holloway".
          05 FILLER PIC X(10) VALUE "Ingram".
          05 FILLER PIC X(10) VALUE "Jennings".
          05 FILLER PIC X(10) VALUE "Kendrick".
          05 FILLER PIC X(10) VALUE "Lockhart".
          05 FILLER PIC X(10) VALUE "Merriam".
          05 FILLER PIC X(10) VALUE "Norwood".
          05 FILLER PIC X(10) VALUE "Oakley".
          05 FILLER PIC X(10) VALUE "Pendleton".
          05 FILLER PIC X(10) VALUE "Quimby".
          05 FILLER PIC X(10) VALUE "Radcliffe".
          05 FILLER PIC X(10) VALUE "Sutherland".
          05 FILLER PIC X(10) VALUE "Thornbury".
          05 FILLER PIC X(10) VALUE "Underhill".
          05 FILLER PIC X(10) VALUE "Vance".
          05 FILLER PIC X(10) VALUE "Whitlock".
          05 FILLER PIC X(10) VALUE "Yardley".
          05 FILLER PIC X(10) VALUE "Ashworth".
          05 FILLER PIC X(10) VALUE "Blackwood".
          05 FILLER PIC X(10) VALUE "Carrington".
          05 FILLER PIC X(10) VALUE "Dunmore".
          05 FILLER PIC X(10) VALUE "Eastwood".
          05 FILLER PIC X(10) VALUE "Fenwick".
          05 FILLER PIC X(10) VALUE "Greenfield".
          05 FILLER PIC X(10) VALUE "Hartley".
          05 FILLER PIC X(10) VALUE "Ivers".
          05 FILLER PIC X(10) VALUE "Kingsley".
          05 FILLER PIC X(10) VALUE "Langford".
          05 FILLER PIC X(10) VALUE "Montague".
          05 FILLER PIC X(10) VALUE "Northcott".
          05 FILLER PIC X(10) VALUE "Prescott".
          05 FILLER PIC X(10) VALUE "Rowntree".
          05 FILLER PIC X(10) VALUE "Stanhope".
       01 WS-LAST-TABLE REDEFINES WS-LAST-VALUES.
          05 WS-LAST-NAME     PIC X(10) OCCURS 40 TIMES.

       01 WS-FIRM-VALUES.
          05 FILLER PIC X(12) VALUE "Holdings".
          05 FILLER PIC X(12) VALUE "Trading Co".
          05 FILLER PIC X(12) VALUE "Supply Ltd".
          05 FILLER PIC X(12) VALUE "Services".
          05 FILLER PIC X(12) VALUE "Group Inc".
          05 FILLER PIC X(12) VALUE "Partners".
          05 FILLER PIC X(12) VALUE "Industries".
          05 FILLER PIC X(12) VALUE "Enterprises".
       01 WS-FIRM-TABLE REDEFINES WS-FIRM-VALUES.
          05 WS-FIRM-ENDING   PIC X(12) OCCURS 8 TIMES.

       01 WS-STREET-VALUES.
          05 FILLER PIC X(9) VALUE "Maple".
          05 FILLER PIC X(9) VALUE "Oak".
          05 FILLER PIC X(9) VALUE "Cedar".
          05 FILLER PIC X(9) VALUE "Elm".
          05 FILLER PIC X(9) VALUE "Willow".
          05 FILLER PIC X(9) VALUE "Birch".
          05 FILLER PIC X(9) VALUE "Chestnut".
          05 FILLER PIC X(9) VALUE "Hickory".
          05 FILLER PIC X(9) VALUE "Juniper".
          05 FILLER PIC X(9) VALUE "Laurel".
          05 FILLER PIC X(9) VALUE "Magnolia".
          05 FILLER PIC X(9) VALUE "Poplar".
          05 FILLER PIC X(9) VALUE "Sycamore".
          05 FILLER PIC X(9) VALUE "Walnut".
          05 FILLER PIC X(9) VALUE "Aspen".
          05 FILLER PIC X(9) VALUE "Cypress".
          05 FILLER PIC X(9) VALUE "Hawthorn".
          05 FILLER PIC X(9) VALUE "Linden".
          05 FILLER PIC X(9) VALUE "Alder".
          05 FILLER PIC X(9) VALUE "Spruce".
          05 FILLER PIC X(9) VALUE "Hazel".
          05 FILLER PIC X(9) VALUE "Rowan".
          05 FILLER PIC X(9) VALUE "Larch".
          05 FILLER PIC X(9) VALUE "Holly".
       01 WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
          05 WS-STREET-NAME   PIC X(9) OCCURS 24 TIMES.

       01 WS-ST-TYPE-VALUES   PIC X(24)
           VALUE "St  Ave Rd  Ln  Dr  Ct  ".
       01 WS-ST-TYPE-TABLE REDEFINES WS-ST-TYPE-VALUES.
          05 WS-ST-TYPE       PIC X(4) OCCURS 6 TIMES.

       01 WS-TOWN-VALUES.
          05 FILLER PIC X(12) VALUE "Springfield".
          05 FILLER PIC X(12) VALUE "Fairview".
          05 FILLER PIC X(12) VALUE "Riverside".
          05 FILLER PIC X(12) VALUE "Franklin".
          05 FILLER PIC X(12) VALUE "Greenville".
          05 FILLER PIC X(12) VALUE "Clinton".
          05 FILLER PIC X(12) VALUE "Madison".
          05 FILLER PIC X(12) VALUE "Georgetown".
          05 FILLER PIC X(12) VALUE "Salem".
          05 FILLER PIC X(12) VALUE "Arlington".
          05 FILLER PIC X(12) VALUE "Ashland".
          05 FILLER PIC X(12) VALUE "Burlington".
          05 FILLER PIC X(12) VALUE "Dover".
          05 FILLER PIC X(12) VALUE "Milton".
          05 FILLER PIC X(12) VALUE "Newport".
          05 FILLER PIC X(12) VALUE "Oxford".
          05 FILLER PIC X(12) VALUE "Jackson".
          05 FILLER PIC X(12) VALUE "Lebanon".
          05 FILLER PIC X(12) VALUE "Marion".
          05 FILLER PIC X(12) VALUE "Auburn".
       01 WS-TOWN-TABLE REDEFINES WS-TOWN-VALUES.
          05 WS-TOWN-NAME     PIC X(12) OCCURS 20 TIMES.

      *>   Card numbers are CARD plus four digits; the digits
      *>   go through n -> (a * n + b) mod 10000, with a
      *>   prime to 10, which never sends two cards to one
      *>   number. MASK_KEY chooses a and b.
       01 WS-MULT-VALUES.
          05 FILLER PIC X(48) VALUE
             "003007009011013017019021023027029031033037039041".
       01 WS-MULT-TABLE REDEFINES WS-MULT-VALUES.
          05 WS-MULT          PIC 9(3) OCCURS 16 TIMES.
       01 WS-CARD-A           PIC 9(3).
       01 WS-CARD-B           PIC 9(4).
       01 WS-CARD-IN          PIC X(8).
       01 WS-CARD-OUT         PIC X(8).
       01 WS-CARD-DIGITS      PIC 9(4).
       01 WS-CARD-WORK        PIC 9(9).

      *>   The keyed hash every pick is made from
       01 WS-HASH-SEED        PIC X(12).
       01 WS-HASH-SALT        PIC 9(3).
       01 WS-HASH             PIC 9(8).
       01 WS-HASH-WORK        PIC 9(15).
       01 WS-HASH-I           PIC 9(2).

      *>   One substitute person or address being built
       01 WS-NAME-SALT        PIC 9(3).
       01 WS-NAME-TRY         PIC 9.
       01 WS-PK-FIRST         PIC X(9).
       01 WS-PK-LAST          PIC X(10).
       01 WS-PK-FIRM          PIC X(12).
       01 WS-COMMAS           PIC 9(2).
       01 WS-NEW-NAME         PIC X(25).
       01 WS-HOUSE-NO         PIC 9(4).
       01 WS-APT-NO           PIC 9(3).
       01 WS-PHONE-LINE       PIC 9(2).
       01 WS-ZIP-DIGITS       PIC 9(2).
       01 WS-ZIP4-DIGITS      PIC 9(4).
       01 WS-AREA-CODE        PIC X(3).
       01 WS-EMAIL-ID         PIC X(8).
       01 WS-LOWER            PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER            PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *>   Masking pass, per master in WS-OUT-NAME order:
      *>   records read, written, and refused by the copy
       01 WS-MASK-STATS.
          05 WS-MK-ENTRY OCCURS 6 TIMES.
             10 WS-MK-READ      PIC 9(7).
             10 WS-MK-WRITTEN   PIC 9(7).
             10 WS-MK-REFUSED   PIC 9(7).
       01 WS-MK-IDX           PIC 9.
       01 WS-MASTER-LABELS.
          05 FILLER PIC X(20) VALUE "Customer master".
          05 FILLER PIC X(20) VALUE "Account master".
          05 FILLER PIC X(20) VALUE "Customer addresses".
          05 FILLER PIC X(20) VALUE "Contacts".
          05 FILLER PIC X(20) VALUE "Card master".
          05 FILLER PIC X(20) VALUE "Employees".
          05 FILLER PIC X(20) VALUE "Ownership xref".
          05 FILLER PIC X(20) VALUE "Employee bank".
          05 FILLER PIC X(20) VALUE "AR open items".
       01 WS-MASTER-LABEL-TABLE REDEFINES WS-MASTER-LABELS.
          05 WS-MASTER-LABEL  PIC X(20) OCCURS 9 TIMES.

      *>   The proof: record counts per file and broken
      *>   references per check, for each side (1=P, 2=C)
       01 WS-COUNT-TABLE.
          05 WS-CNT-ENTRY OCCURS 9 TIMES.
             10 WS-CNT-SIDE   PIC 9(7) OCCURS 2 TIMES.
       01 WS-ORPHAN-TABLE.
          05 WS-ORF-ENTRY OCCURS 9 TIMES.
             10 WS-ORF-SIDE   PIC 9(7) OCCURS 2 TIMES.
       01 WS-CHECK-LABELS.
          05 FILLER PIC X(30) VALUE "Account -> customer".
          05 FILLER PIC X(30) VALUE "Ownership row -> cust/account".
          05 FILLER PIC X(30) VALUE "Address -> customer".
          05 FILLER PIC X(30) VALUE "Contact link -> customer".
          05 FILLER PIC X(30) VALUE "Card -> account".
          05 FILLER PIC X(30) VALUE "Card renewal link -> card".
          05 FILLER PIC X(30) VALUE "Employee bank -> emp/account".
          05 FILLER PIC X(30) VALUE "AR item -> customer".
          05 FILLER PIC X(30) VALUE "Merged customer -> survivor".
       01 WS-CHECK-LABEL-TABLE REDEFINES WS-CHECK-LABELS.
          05 WS-CHECK-LABEL   PIC X(30) OCCURS 9 TIMES.
       01 WS-CHK-IDX          PIC 9(2).
       01 WS-ROW-BROKEN       PIC X.

      *>   References that point back into the file being
      *>   read (renewal links, merged-into) are collected
      *>   and looked up once the file has been read
       01 WS-PT-COUNT         PIC 9(4) VALUE 0.
       01 WS-PT-TABLE.
          05 WS-PT-KEY        PIC X(8) OCCURS 2000 TIMES.
       01 WS-PT-IDX           PIC 9(4).

      *>   The side's employee ids, for employee-bank.dat
       01 WS-EI-COUNT         PIC 9(4) VALUE 0.
       01 WS-EI-TABLE.
          05 WS-EI-ID         PIC X(4) OCCURS 2000 TIMES.
       01 WS-EI-IDX           PIC 9(4).
       01 WS-INCOMPLETE       PIC X VALUE "N".
          88 PROOF-INCOMPLETE VALUE "Y".

      *>   What the copy still shares with production
       01 WS-SAME-CUST-NAME   PIC 9(7) VALUE 0.
       01 WS-SAME-ADDRESS     PIC 9(7) VALUE 0.
       01 WS-SAME-CONTACT     PIC 9(7) VALUE 0.
       01 WS-SAME-EMP-NAME    PIC 9(7) VALUE 0.
       01 WS-SAME-CARD-NO     PIC 9(7) VALUE 0.
       01 WS-MISSING-IN-COPY  PIC 9(7) VALUE 0.

      *>   Amounts, production against the copy
       01 WS-BAL-PROD-TOT     PIC S9(13)V99 VALUE 0.
       01 WS-BAL-COPY-TOT     PIC S9(13)V99 VALUE 0.
       01 WS-BAL-OUTSIDE      PIC 9(7) VALUE 0.
       01 WS-SAL-PROD-TOT     PIC S9(13)V99 VALUE 0.
       01 WS-SAL-COPY-TOT     PIC S9(13)V99 VALUE 0.
       01 WS-SAL-OUTSIDE      PIC 9(7) VALUE 0.
       01 WS-AMT-PROD         PIC S9(11)V99.
       01 WS-AMT-COPY         PIC S9(11)V99.
       01 WS-AMT-DIFF         PIC S9(11)V99.
       01 WS-AMT-ALLOW        PIC S9(11)V99.
       01 WS-AMT-OUTSIDE      PIC X.
       01 WS-SAL-WORK         PIC 9(7)V99.

       01 WS-PROBLEMS         PIC 9(5) VALUE 0.

       01 WS-DISP-CNT         PIC Z(6)9.
       01 WS-DISP-CNT2        PIC Z(6)9.
       01 WS-DISP-CNT3        PIC Z(6)9.
       01 WS-DISP-AMT         PIC $Z(11),ZZ9.99-.
       01 WS-DISP-AMT2        PIC $Z(11),ZZ9.99-.
       01 WS-DISP-PCT         PIC Z9.
       01 WS-VERDICT          PIC X(7).
       01 WS-RPT-DETAIL       PIC X(75).

       01 WS-SPOOL-PROGRAM   PIC X(8) VALUE "MASKDATA".
       01 WS-SPOOL-REPORT    PIC X(20) VALUE "Masked copy proof".
       01 WS-SPOOL-FILE      PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 1200-POINT-AT-PRODUCTION.
           PERFORM 2000-MASK-CUSTOMERS THRU 2000-EXIT.
           PERFORM 2100-MASK-ADDRESSES THRU 2100-EXIT.
           PERFORM 2200-MASK-CONTACTS THRU 2200-EXIT.
           PERFORM 2300-MASK-EMPLOYEES THRU 2300-EXIT.
           PERFORM 2400-MASK-CARDS THRU 2400-EXIT.
           PERFORM 2500-MASK-ACCOUNTS THRU 2500-EXIT.

           MOVE "P" TO WS-SIDE.
           MOVE 1 TO WS-SIDE-IDX.
           PERFORM 1200-POINT-AT-PRODUCTION.
           PERFORM 3000-CHECK-ONE-SIDE.
           MOVE "C" TO WS-SIDE.
           MOVE 2 TO WS-SIDE-IDX.
           PERFORM 1300-POINT-AT-COPY.
           PERFORM 3000-CHECK-ONE-SIDE.

           PERFORM 1200-POINT-AT-PRODUCTION.
           PERFORM 4000-COMPARE-CUSTOMERS THRU 4000-EXIT.
           PERFORM 4100-COMPARE-ADDRESSES THRU 4100-EXIT.
           PERFORM 4200-COMPARE-CONTACTS THRU 4200-EXIT.
           PERFORM 4300-COMPARE-EMPLOYEES THRU 4300-EXIT.
           PERFORM 4400-COMPARE-CARDS THRU 4400-EXIT.
           PERFORM 4500-COMPARE-ACCOUNTS THRU 4500-EXIT.

           PERFORM 5000-PRINT-PROOF.
           PERFORM 6000-CLEANUP.
           STOP RUN.

      *> --- Date, the run's parameters, the copy's file
      *>     names, the report ---
       1000-INITIALIZE.
           DISPLAY "=== Masked Test-Data Copy ===".
           ACCEPT WS-BUS-DATE-PARAM
               FROM ENVIRONMENT "BATCH_DATE".
           IF WS-BUS-DATE-PARAM = SPACES
               ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-BUS-DATE-PARAM IS NUMERIC
                   MOVE WS-BUS-DATE-PARAM TO WS-PROCESS-DATE
               ELSE
                   DISPLAY "ABEND: BATCH_DATE parameter '"
                       WS-BUS-DATE-PARAM "' is not YYYYMMDD."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           ACCEPT WS-MASK-TARGET FROM ENVIRONMENT "MASK_TARGET".
           IF WS-MASK-TARGET = SPACES
               DISPLAY "ABEND: MASK_TARGET not given - the copy "
                   "has nowhere to go."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *>   The copy is never this directory or its parent:
      *>   those are production
           IF WS-MASK-TARGET = "." OR WS-MASK-TARGET = "./"
               OR WS-MASK-TARGET = ".." OR WS-MASK-TARGET = "../"
               DISPLAY "ABEND: MASK_TARGET '"
                   FUNCTION TRIM(WS-MASK-TARGET)
                   "' is the production data area."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-MASK-KEY-PARAM FROM ENVIRONMENT "MASK_KEY".
           IF WS-MASK-KEY-PARAM NOT = SPACES
               IF FUNCTION TRIM(WS-MASK-KEY-PARAM) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-MASK-KEY-PARAM)
                       TO WS-MASK-KEY
                   MOVE "MASK_KEY as given" TO WS-KEY-SOURCE
               ELSE
                   DISPLAY "ABEND: MASK_KEY must be up to nine "
                       "digits."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           ACCEPT WS-MASK-PCT-PARAM FROM ENVIRONMENT "MASK_PCT".
           IF WS-MASK-PCT-PARAM NOT = SPACES
               IF FUNCTION TRIM(WS-MASK-PCT-PARAM) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-MASK-PCT-PARAM)
                       TO WS-MASK-PCT
               ELSE
                   MOVE 99 TO WS-MASK-PCT
               END-IF
               IF WS-MASK-PCT < 1 OR WS-MASK-PCT > 50
                   DISPLAY "ABEND: MASK_PCT must be 1 to 50."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *>   Perturbation is in hundredths of a percent, from
      *>   minus to plus the tolerance
           COMPUTE WS-PCT-SPAN = WS-MASK-PCT * 200 + 1.

           COMPUTE WS-CARD-A =
               WS-MULT(FUNCTION MOD(WS-MASK-KEY, 16) + 1).
           COMPUTE WS-CARD-B =
               FUNCTION MOD(WS-MASK-KEY * 7 + 4721, 10000).
      *>   An odd b with an odd a leaves no card number
      *>   mapped onto itself
           IF FUNCTION MOD(WS-CARD-B, 2) = 0
               ADD 1 TO WS-CARD-B
           END-IF.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 6
               MOVE SPACES TO WS-OUT-NAME(WS-FILE-IDX)
               STRING WS-MASK-TARGET DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-FILE-DIR(WS-FILE-IDX) DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-FILE-BASE(WS-FILE-IDX) DELIMITED BY SPACE
                   INTO WS-OUT-NAME(WS-FILE-IDX)
               END-STRING
           END-PERFORM.

           INITIALIZE WS-MASK-STATS.
           INITIALIZE WS-COUNT-TABLE.
           INITIALIZE WS-ORPHAN-TABLE.

           STRING "mask-verify-" DELIMITED BY SIZE
                   WS-PROCESS-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "          MASKED TEST-DATA COPY - VERIFICATION"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Run: " WS-PROCESS-DATE
                  "   Copy: " DELIMITED BY SIZE
                  WS-MASK-TARGET DELIMITED BY SPACE
               INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MASK-PCT TO WS-DISP-PCT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "Amount tolerance: +/-" WS-DISP-PCT
                  "%   Masked under the " WS-KEY-SOURCE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.

      *> --- Aim the IN files at production ---
       1200-POINT-AT-PRODUCTION.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 9
               MOVE SPACES TO WS-IN-NAME(WS-FILE-IDX)
               STRING "../" DELIMITED BY SIZE
                      WS-FILE-DIR(WS-FILE-IDX) DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-FILE-BASE(WS-FILE-IDX) DELIMITED BY SPACE
                   INTO WS-IN-NAME(WS-FILE-IDX)
               END-STRING
           END-PERFORM.

      *> --- Aim the IN files at the copy, for its half of
      *>     the proof ---
       1300-POINT-AT-COPY.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 9
               MOVE SPACES TO WS-IN-NAME(WS-FILE-IDX)
               STRING WS-MASK-TARGET DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-FILE-DIR(WS-FILE-IDX) DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-FILE-BASE(WS-FILE-IDX) DELIMITED BY SPACE
                   INTO WS-IN-NAME(WS-FILE-IDX)
               END-STRING
           END-PERFORM.

      *> --- Customer master: a substitute name for every
      *>     customer ---
       2000-MASK-CUSTOMERS.
           OPEN INPUT IN-CUSTOMER.
           IF NOT FS-SUCCESS
               DISPLAY "No customer master - none masked."
               GO TO 2000-EXIT
           END-IF.
           OPEN OUTPUT OUT-CUSTOMER.
           IF WS-OUT-CUST-STATUS NOT = "00"
               MOVE WS-OUT-CUST-NAME TO WS-RPT-DETAIL
               PERFORM 9900-ABEND-NO-COPY
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CU-CUST-NO.
           START IN-CUSTOMER KEY IS NOT LESS THAN CU-CUST-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-CUSTOMER NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2050-MASK-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE IN-CUSTOMER.
           CLOSE OUT-CUSTOMER.
       2000-EXIT.
           EXIT.

       2050-MASK-ONE-CUSTOMER.
           ADD 1 TO WS-MK-READ(1).
           MOVE CUSTOMER-RECORD TO MASKED-CUSTOMER-RECORD.
           IF CU-NAME NOT = SPACES
               MOVE SPACES TO WS-HASH-SEED
               MOVE CU-CUST-NO TO WS-HASH-SEED
               MOVE 1 TO WS-NAME-SALT
               MOVE 0 TO WS-NAME-TRY
               MOVE CU-NAME TO WS-NEW-NAME
      *>       A substitute that happens to be the customer's
      *>       own name is picked again
               PERFORM UNTIL WS-NEW-NAME NOT = CU-NAME
                       OR WS-NAME-TRY > 3
                   PERFORM 8100-PICK-PERSON
                   MOVE 0 TO WS-COMMAS
                   INSPECT CU-NAME TALLYING WS-COMMAS FOR ALL ","
                   MOVE SPACES TO WS-NEW-NAME
      *>           "Last, First" is a person; anything else is
      *>           a business and gets a firm's name
                   IF WS-COMMAS > 0
                       STRING WS-PK-LAST DELIMITED BY SPACE
                              ", " DELIMITED BY SIZE
                              WS-PK-FIRST DELIMITED BY SPACE
                           INTO WS-NEW-NAME
                       END-STRING
                   ELSE
                       STRING WS-PK-LAST DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              WS-PK-FIRM DELIMITED BY "  "
                           INTO WS-NEW-NAME
                       END-STRING
                   END-IF
                   ADD 10 TO WS-NAME-SALT
                   ADD 1 TO WS-NAME-TRY
               END-PERFORM
               MOVE WS-NEW-NAME TO MCU-NAME
           END-IF.
           WRITE MASKED-CUSTOMER-RECORD
               INVALID KEY ADD 1 TO WS-MK-REFUSED(1)
               NOT INVALID KEY ADD 1 TO WS-MK-WRITTEN(1)
           END-WRITE.

      *> --- Addresses: a made-up street and town in the
      *>     customer's own state, a fictitious phone number
      *>     and a mailbox nobody owns ---
       2100-MASK-ADDRESSES.
           OPEN INPUT IN-ADDRESS.
           IF WS-IN-ADDR-STATUS NOT = "00"
               DISPLAY "No customer addresses - none masked."
               GO TO 2100-EXIT
           END-IF.
           OPEN OUTPUT OUT-ADDRESS.
           IF WS-OUT-ADDR-STATUS NOT = "00"
               MOVE WS-OUT-ADDR-NAME TO WS-RPT-DETAIL
               PERFORM 9900-ABEND-NO-COPY
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CA-CUST-NO.
           START IN-ADDRESS KEY IS NOT LESS THAN CA-CUST-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-ADDRESS NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2150-MASK-ONE-ADDRESS
               END-READ
           END-PERFORM.
           CLOSE IN-ADDRESS.
           CLOSE OUT-ADDRESS.
       2100-EXIT.
           EXIT.

       2150-MASK-ONE-ADDRESS.
           ADD 1 TO WS-MK-READ(3).
           MOVE ADDRESS-RECORD TO MASKED-ADDRESS-RECORD.
           MOVE SPACES TO WS-HASH-SEED.
           MOVE CA-CUST-NO TO WS-HASH-SEED.

           IF CA-ADDR-LINE1 NOT = SPACES
               MOVE 21 TO WS-HASH-SALT
               PERFORM 8000-HASH-SEED
               COMPUTE WS-HOUSE-NO = FUNCTION MOD(WS-HASH, 9000)
                   + 1000
               MOVE 22 TO WS-HASH-SALT
               PERFORM 8000-HASH-SEED
               COMPUTE WS-FILE-IDX = FUNCTION MOD(WS-HASH, 24) + 1
               MOVE 23 TO WS-HASH-SALT
               PERFORM 8000-HASH-SEED
               COMPUTE WS-MK-IDX = FUNCTION MOD(WS-HASH, 6) + 1
               MOVE SPACES TO MCA-ADDR-LINE1
               STRING WS-HOUSE-NO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-STREET-NAME(WS-FILE-IDX)
                          DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-ST-TYPE(WS-MK-IDX) DELIMITED BY SPACE
                   INTO MCA-ADDR-LINE1
               END-STRING
           END-IF.

           IF CA-ADDR-LINE2 NOT = SPACES
               MOVE 25 TO WS-HASH-SALT
               PERFORM 8000-HASH-SEED
               COMPUTE WS-APT-NO = FUNCTION MOD(WS-HASH, 899) + 101
               MOVE SPACES TO MCA-ADDR-LINE2
               STRING "Apt " WS-APT-NO
                   DELIMITED BY SIZE INTO MCA-ADDR-LINE2
               END-STRING
           END-IF.

           IF CA-CITY NOT = SPACES
               MOVE 24 TO WS-HASH-SALT
               PERFORM 8000-HASH-SEED
               COMPUTE WS-FILE-IDX = FUNCTION MOD(WS-HASH, 20) + 1
               MOVE WS-TOWN-NAME(WS-FILE-IDX) TO MCA-CITY
           END-IF.

      *>   The state stays - sales tax and the regulator's
      *>   schedules key off it - and so does the ZIP's
      *>   region; the rest of the ZIP is made up
           IF CA-ZIP NOT = SPACES
               MOVE 26 TO WS-HASH-SALT
               PERFORM 8000-HASH-SEED
               COMPUTE WS-ZIP-DIGITS = FUNCTION MOD(WS-HASH, 100)
               COMPUTE WS-HASH-WORK = WS-HASH / 100
               COMPUTE WS-ZIP4-DIGITS =
                   FUNCTION MOD(WS-HASH-WORK, 10000)
               MOVE SPACES TO MCA-ZIP
               MOVE CA-ZIP(1:3) TO MCA-ZIP(1:3)
               IF CA-ZIP(1:5) IS NUMERIC
                   MOVE WS-ZIP-DIGITS TO MCA-ZIP(4:2)
                   IF CA-ZIP(6:1) = "-" AND CA-ZIP(7:4) IS NUMERIC
                       MOVE "-" TO MCA-ZIP(6:1)
                       MOVE WS-ZIP4-DIGITS TO MCA-ZIP(7:4)
                   END-IF
               END-IF
           END-IF.

           IF CA-PHONE NOT = SPACES
               MOVE CA-PHONE TO WS-RPT-DETAIL
               PERFORM 8200-BUILD-PHONE
               MOVE WS-RPT-DETAIL(1:12) TO MCA-PHONE
           END-IF.

           IF CA-EMAIL NOT = SPACES
               MOVE SPACES TO MCA-EMAIL
               MOVE CA-CUST-NO TO WS-EMAIL-ID
               INSPECT WS-EMAIL-ID CONVERTING WS-UPPER TO WS-LOWER
               STRING WS-EMAIL-ID DELIMITED BY SPACE
                      "@example.com" DELIMITED BY SIZE
                   INTO MCA-EMAIL
               END-STRING
           END-IF.

           WRITE MASKED-ADDRESS-RECORD
               INVALID KEY ADD 1 TO WS-MK-REFUSED(3)
               NOT INVALID KEY ADD 1 TO WS-MK-WRITTEN(3)
           END-WRITE.

      *> --- Contact manager: a contact linked to a banking
      *>     customer becomes that customer's substitute; the
      *>     rest are masked on their own id ---
       2200-MASK-CONTACTS.
           OPEN INPUT IN-CONTACT.
           IF WS-IN-CONTACT-STATUS NOT = "00"
               DISPLAY "No contacts file - none masked."
               GO TO 2200-EXIT
           END-IF.
           OPEN OUTPUT OUT-CONTACT.
           IF WS-OUT-CONTACT-STATUS NOT = "00"
               MOVE WS-OUT-CONTACT-NAME TO WS-RPT-DETAIL
               PERFORM 9900-ABEND-NO-COPY
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CONTACT-ID.
           START IN-CONTACT KEY IS NOT LESS THAN CONTACT-ID
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-CONTACT NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2250-MASK-ONE-CONTACT
               END-READ
           END-PERFORM.
           CLOSE IN-CONTACT.
           CLOSE OUT-CONTACT.
       2200-EXIT.
           EXIT.

       2250-MASK-ONE-CONTACT.
           ADD 1 TO WS-MK-READ(4).
           MOVE CONTACT-RECORD TO MASKED-CONTACT-RECORD.
           MOVE SPACES TO WS-HASH-SEED.
           MOVE SPACES TO WS-EMAIL-ID.
           IF CONTACT-CUST-NO NOT = SPACES
               MOVE CONTACT-CUST-NO TO WS-HASH-SEED
               MOVE CONTACT-CUST-NO TO WS-EMAIL-ID
           ELSE
               STRING "K" CONTACT-ID
                   DELIMITED BY SIZE INTO WS-HASH-SEED
               END-STRING
               STRING "k" CONTACT-ID
                   DELIMITED BY SIZE INTO WS-EMAIL-ID
               END-STRING
           END-IF.
           IF CONTACT-NAME NOT = SPACES
               MOVE 1 TO WS-NAME-SALT
               MOVE 0 TO WS-NAME-TRY
               MOVE CONTACT-NAME TO WS-NEW-NAME
               PERFORM UNTIL WS-NEW-NAME NOT = CONTACT-NAME
                       OR WS-NAME-TRY > 3
                   PERFORM 8100-PICK-PERSON
                   MOVE SPACES TO WS-NEW-NAME
                   STRING WS-PK-FIRST DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-PK-LAST DELIMITED BY SPACE
                       INTO WS-NEW-NAME
                   END-STRING
                   ADD 10 TO WS-NAME-SALT
                   ADD 1 TO WS-NAME-TRY
               END-PERFORM
               MOVE WS-NEW-NAME TO MCT-NAME
           END-IF.
           IF CONTACT-PHONE NOT = SPACES
               MOVE CONTACT-PHONE TO WS-RPT-DETAIL
               PERFORM 8200-BUILD-PHONE
               MOVE WS-RPT-DETAIL(1:12) TO MCT-PHONE
           END-IF.
           IF CONTACT-EMAIL NOT = SPACES
               MOVE SPACES TO MCT-EMAIL
               INSPECT WS-EMAIL-ID CONVERTING WS-UPPER TO WS-LOWER
               STRING WS-EMAIL-ID DELIMITED BY SPACE
                      "@example.com" DELIMITED BY SIZE
                   INTO MCT-EMAIL
               END-STRING
           END-IF.
           WRITE MASKED-CONTACT-RECORD
               INVALID KEY ADD 1 TO WS-MK-REFUSED(4)
               NOT INVALID KEY ADD 1 TO WS-MK-WRITTEN(4)
           END-WRITE.

      *> --- Employees: a substitute name, and the salary
      *>     moved within the tolerance ---
       2300-MASK-EMPLOYEES.
           OPEN INPUT IN-EMPLOYEE.
           IF WS-IN-EMP-STATUS NOT = "00"
               DISPLAY "No employee file - none masked."
               GO TO 2300-EXIT
           END-IF.
           OPEN OUTPUT OUT-EMPLOYEE.
           IF WS-OUT-EMP-STATUS NOT = "00"
               MOVE WS-OUT-EMP-NAME TO WS-RPT-DETAIL
               PERFORM 9900-ABEND-NO-COPY
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
               READ IN-EMPLOYEE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2350-MASK-ONE-EMPLOYEE
               END-READ
           END-PERFORM.
           CLOSE IN-EMPLOYEE.
           CLOSE OUT-EMPLOYEE.
       2300-EXIT.
           EXIT.

       2350-MASK-ONE-EMPLOYEE.
           ADD 1 TO WS-MK-READ(6).
           MOVE EMP-RECORD TO MASKED-EMP-RECORD.
           MOVE SPACES TO WS-HASH-SEED.
           STRING "E" EMP-ID DELIMITED BY SIZE INTO WS-HASH-SEED
           END-STRING.
           IF EMP-NAME NOT = SPACES
               MOVE 1 TO WS-NAME-SALT
               MOVE 0 TO WS-NAME-TRY
               MOVE EMP-NAME TO WS-NEW-NAME
               PERFORM UNTIL WS-NEW-NAME(1:20) NOT = EMP-NAME
                       OR WS-NAME-TRY > 3
                   PERFORM 8100-PICK-PERSON
                   MOVE SPACES TO WS-NEW-NAME
                   STRING WS-PK-FIRST DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-PK-LAST DELIMITED BY SPACE
                       INTO WS-NEW-NAME
                   END-STRING
                   ADD 10 TO WS-NAME-SALT
                   ADD 1 TO WS-NAME-TRY
               END-PERFORM
               MOVE WS-NEW-NAME(1:20) TO MEM-NAME
           END-IF.
           MOVE 30 TO WS-HASH-SALT.
           PERFORM 8300-PERTURB-STEPS.
           COMPUTE WS-SAL-WORK ROUNDED =
               EMP-SALARY * (10000 + WS-PCT-STEPS) / 10000.
           IF WS-SAL-WORK > 999999.99
               MOVE 999999.99 TO MEM-SALARY
           ELSE
               MOVE WS-SAL-WORK TO MEM-SALARY
           END-IF.
           WRITE MASKED-EMP-RECORD.
           IF WS-OUT-EMP-STATUS = "00"
               ADD 1 TO WS-MK-WRITTEN(6)
           ELSE
               ADD 1 TO WS-MK-REFUSED(6)
           END-IF.

      *> --- Cards: every card number, and the renewal
      *>     links between them, through the same mapping ---
       2400-MASK-CARDS.
           OPEN INPUT IN-CARD.
           IF WS-IN-CARD-STATUS NOT = "00"
               DISPLAY "No card master - none masked."
               GO TO 2400-EXIT
           END-IF.
           OPEN OUTPUT OUT-CARD.
           IF WS-OUT-CARD-STATUS NOT = "00"
               MOVE WS-OUT-CARD-NAME TO WS-RPT-DETAIL
               PERFORM 9900-ABEND-NO-COPY
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CM-CARD-NO.
           START IN-CARD KEY IS NOT LESS THAN CM-CARD-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-CARD NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2450-MASK-ONE-CARD
               END-READ
           END-PERFORM.
           CLOSE IN-CARD.
           CLOSE OUT-CARD.
       2400-EXIT.
           EXIT.

       2450-MASK-ONE-CARD.
           ADD 1 TO WS-MK-READ(5).
           MOVE CARD-RECORD TO MASKED-CARD-RECORD.
           MOVE CM-CARD-NO TO WS-CARD-IN.
           PERFORM 8400-MAP-CARD-NO.
           MOVE WS-CARD-OUT TO MCM-CARD-NO.
           MOVE CM-REPLACES TO WS-CARD-IN.
           PERFORM 8400-MAP-CARD-NO.
           MOVE WS-CARD-OUT TO MCM-REPLACES.
           MOVE CM-RENEWED-BY TO WS-CARD-IN.
           PERFORM 8400-MAP-CARD-NO.
           MOVE WS-CARD-OUT TO MCM-RENEWED-BY.
           WRITE MASKED-CARD-RECORD
               INVALID KEY ADD 1 TO WS-MK-REFUSED(5)
               NOT INVALID KEY ADD 1 TO WS-MK-WRITTEN(5)
           END-WRITE.

      *> --- Accounts: balance, accrued interest and a
      *>     loan's payment all moved by the account's one
      *>     factor, so a loan still amortizes sensibly ---
       2500-MASK-ACCOUNTS.
           OPEN INPUT IN-ACCOUNT.
           IF WS-IN-ACCT-STATUS NOT = "00"
               DISPLAY "No account master - none masked."
               GO TO 2500-EXIT
           END-IF.
           OPEN OUTPUT OUT-ACCOUNT.
           IF WS-OUT-ACCT-STATUS NOT = "00"
               MOVE WS-OUT-ACCT-NAME TO WS-RPT-DETAIL
               PERFORM 9900-ABEND-NO-COPY
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           START IN-ACCOUNT KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-ACCOUNT NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2550-MASK-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE IN-ACCOUNT.
           CLOSE OUT-ACCOUNT.
       2500-EXIT.
           EXIT.

       2550-MASK-ONE-ACCOUNT.
           ADD 1 TO WS-MK-READ(2).
           MOVE ACCOUNT-RECORD TO MASKED-ACCOUNT-RECORD.
           MOVE SPACES TO WS-HASH-SEED.
           MOVE AM-ACCT-NO TO WS-HASH-SEED.
           MOVE 40 TO WS-HASH-SALT.
           PERFORM 8300-PERTURB-STEPS.
           COMPUTE MAM-BALANCE ROUNDED =
               AM-BALANCE * (10000 + WS-PCT-STEPS) / 10000
               ON SIZE ERROR MOVE AM-BALANCE TO MAM-BALANCE
           END-COMPUTE.
           COMPUTE MAM-ACCRUED-INT ROUNDED =
               AM-ACCRUED-INT * (10000 + WS-PCT-STEPS) / 10000
               ON SIZE ERROR MOVE AM-ACCRUED-INT TO MAM-ACCRUED-INT
           END-COMPUTE.
           IF AM-ACCT-TYPE = "L"
               COMPUTE MAM-LOAN-PAYMENT ROUNDED =
                   AM-LOAN-PAYMENT * (10000 + WS-PCT-STEPS) / 10000
                   ON SIZE ERROR
                       MOVE AM-LOAN-PAYMENT TO MAM-LOAN-PAYMENT
               END-COMPUTE
           END-IF.
           WRITE MASKED-ACCOUNT-RECORD
               INVALID KEY ADD 1 TO WS-MK-REFUSED(2)
               NOT INVALID KEY ADD 1 TO WS-MK-WRITTEN(2)
           END-WRITE.

      *> --- One side of the proof: count every file and
      *>     every reference that does not resolve ---
       3000-CHECK-ONE-SIDE.
           MOVE "N" TO WS-CUST-OPEN.
           OPEN INPUT IN-CUSTOMER.
           IF WS-IN-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN
           END-IF.
           MOVE "N" TO WS-ACCT-OPEN.
           OPEN INPUT IN-ACCOUNT.
           IF WS-IN-ACCT-STATUS = "00"
               MOVE "Y" TO WS-ACCT-OPEN
           END-IF.
           PERFORM 3100-CHECK-CUSTOMERS THRU 3100-EXIT.
           PERFORM 3200-CHECK-ACCOUNTS THRU 3200-EXIT.
           PERFORM 3300-CHECK-XREF THRU 3300-EXIT.
           PERFORM 3400-CHECK-ADDRESSES THRU 3400-EXIT.
           PERFORM 3500-CHECK-CONTACTS THRU 3500-EXIT.
           PERFORM 3600-CHECK-CARDS THRU 3600-EXIT.
           PERFORM 3700-CHECK-EMPLOYEES THRU 3700-EXIT.
           PERFORM 3800-CHECK-AR THRU 3800-EXIT.
           IF CUST-IS-OPEN
               CLOSE IN-CUSTOMER
           END-IF.
           IF ACCT-IS-OPEN
               CLOSE IN-ACCOUNT
           END-IF.

      *>   Customers counted; merged-away numbers must point
      *>   at a survivor that is on file
       3100-CHECK-CUSTOMERS.
           IF NOT CUST-IS-OPEN
               GO TO 3100-EXIT
           END-IF.
           MOVE 0 TO WS-PT-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CU-CUST-NO.
           START IN-CUSTOMER KEY IS NOT LESS THAN CU-CUST-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-CUSTOMER NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-SIDE(1, WS-SIDE-IDX)
                       IF CU-MERGED-INTO NOT = SPACES
                           MOVE CU-MERGED-INTO TO WS-CARD-IN
                           PERFORM 3900-KEEP-POINTER
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               MOVE WS-PT-KEY(WS-PT-IDX)(1:6) TO CU-CUST-NO
               READ IN-CUSTOMER
                   KEY IS CU-CUST-NO
                   INVALID KEY ADD 1 TO WS-ORF-SIDE(9, WS-SIDE-IDX)
               END-READ
           END-PERFORM.
       3100-EXIT.
           EXIT.

      *>   Every account's owner is a customer on file
       3200-CHECK-ACCOUNTS.
           IF NOT ACCT-IS-OPEN
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           START IN-ACCOUNT KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-ACCOUNT NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-SIDE(2, WS-SIDE-IDX)
                       IF AM-CUST-NO NOT = SPACES
                           MOVE AM-CUST-NO TO CU-CUST-NO
                           PERFORM 8500-FIND-CUSTOMER
                           IF NOT KEY-FOUND
                               ADD 1 TO WS-ORF-SIDE(1, WS-SIDE-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       3200-EXIT.
           EXIT.

      *>   Every ownership row names a customer and an
      *>   account that are both on file
       3300-CHECK-XREF.
           OPEN INPUT IN-XREF.
           IF WS-IN-XREF-STATUS NOT = "00"
               GO TO 3300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
               READ IN-XREF
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-SIDE(7, WS-SIDE-IDX)
                       MOVE "N" TO WS-ROW-BROKEN
                       MOVE XR-CUST-NO TO CU-CUST-NO
                       PERFORM 8500-FIND-CUSTOMER
                       IF NOT KEY-FOUND
                           MOVE "Y" TO WS-ROW-BROKEN
                       END-IF
                       MOVE XR-ACCT-NO TO AM-ACCT-NO
                       PERFORM 8600-FIND-ACCOUNT
                       IF NOT KEY-FOUND
                           MOVE "Y" TO WS-ROW-BROKEN
                       END-IF
                       IF WS-ROW-BROKEN = "Y"
                           ADD 1 TO WS-ORF-SIDE(2, WS-SIDE-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IN-XREF.
       3300-EXIT.
           EXIT.

       3400-CHECK-ADDRESSES.
           OPEN INPUT IN-ADDRESS.
           IF WS-IN-ADDR-STATUS NOT = "00"
               GO TO 3400-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CA-CUST-NO.
           START IN-ADDRESS KEY IS NOT LESS THAN CA-CUST-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-ADDRESS NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-SIDE(3, WS-SIDE-IDX)
                       MOVE CA-CUST-NO TO CU-CUST-NO
                       PERFORM 8500-FIND-CUSTOMER
                       IF NOT KEY-FOUND
                           ADD 1 TO WS-ORF-SIDE(3, WS-SIDE-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IN-ADDRESS.
       3400-EXIT.
           EXIT.

       3500-CHECK-CONTACTS.
           OPEN INPUT IN-CONTACT.
           IF WS-IN-CONTACT-STATUS NOT = "00"
               GO TO 3500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CONTACT-ID.
           START IN-CONTACT KEY IS NOT LESS THAN CONTACT-ID
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-CONTACT NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-SIDE(4, WS-SIDE-IDX)
                       IF CONTACT-CUST-NO NOT = SPACES
                           MOVE CONTACT-CUST-NO TO CU-CUST-NO
                           PERFORM 8500-FIND-CUSTOMER
                           IF NOT KEY-FOUND
                               ADD 1 TO WS-ORF-SIDE(4, WS-SIDE-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IN-CONTACT.
       3500-EXIT.
           EXIT.

      *>   Every card's account is on file, and a card's
      *>   renewal links name cards that are
       3600-CHECK-CARDS.
           OPEN INPUT IN-CARD.
           IF WS-IN-CARD-STATUS NOT = "00"
               GO TO 3600-EXIT
           END-IF.
           MOVE 0 TO WS-PT-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CM-CARD-NO.
           START IN-CARD KEY IS NOT LESS THAN CM-CARD-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-CARD NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-SIDE(5, WS-SIDE-IDX)
                       MOVE CM-ACCT-NO TO AM-ACCT-NO
                       PERFORM 8600-FIND-ACCOUNT
                       IF NOT KEY-FOUND
                           ADD 1 TO WS-ORF-SIDE(5, WS-SIDE-IDX)
                       END-IF
                       IF CM-REPLACES NOT = SPACES
                           MOVE CM-REPLACES TO WS-CARD-IN
                           PERFORM 3900-KEEP-POINTER
                       END-IF
                       IF CM-RENEWED-BY NOT = SPACES
                           MOVE CM-RENEWED-BY TO WS-CARD-IN
                           PERFORM 3900-KEEP-POINTER
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               MOVE WS-PT-KEY(WS-PT-IDX) TO CM-CARD-NO
               READ IN-CARD
                   KEY IS CM-CARD-NO
                   INVALID KEY ADD 1 TO WS-ORF-SIDE(6, WS-SIDE-IDX)
               END-READ
           END-PERFORM.
           CLOSE IN-CARD.
       3600-EXIT.
           EXIT.

      *>   Employees counted and their ids held, then every
      *>   pay-account mapping proved against them and the
      *>   account master
       3700-CHECK-EMPLOYEES.
           MOVE 0 TO WS-EI-COUNT.
           OPEN INPUT IN-EMPLOYEE.
           IF WS-IN-EMP-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ IN-EMPLOYEE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CNT-SIDE(6, WS-SIDE-IDX)
                           IF WS-EI-COUNT < 2000
                               ADD 1 TO WS-EI-COUNT
                               MOVE EMP-ID TO WS-EI-ID(WS-EI-COUNT)
                           ELSE
                               MOVE "Y" TO WS-INCOMPLETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IN-EMPLOYEE
           END-IF.

           OPEN INPUT IN-EMPBANK.
           IF WS-IN-EB-STATUS NOT = "00"
               GO TO 3700-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
               READ IN-EMPBANK
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-SIDE(8, WS-SIDE-IDX)
                       MOVE "Y" TO WS-ROW-BROKEN
                       PERFORM VARYING WS-EI-IDX FROM 1 BY 1
                               UNTIL WS-EI-IDX > WS-EI-COUNT
                           IF WS-EI-ID(WS-EI-IDX) = EB-EMP-ID
                               MOVE "N" TO WS-ROW-BROKEN
                           END-IF
                       END-PERFORM
                       MOVE EB-ACCT-NO TO AM-ACCT-NO
                       PERFORM 8600-FIND-ACCOUNT
                       IF NOT KEY-FOUND
                           MOVE "Y" TO WS-ROW-BROKEN
                       END-IF
                       IF WS-ROW-BROKEN = "Y"
                           ADD 1 TO WS-ORF-SIDE(7, WS-SIDE-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IN-EMPBANK.
       3700-EXIT.
           EXIT.

      *>   Trade receivables belong to customers on file
       3800-CHECK-AR.
           OPEN INPUT IN-AR.
           IF WS-IN-AR-STATUS NOT = "00"
               GO TO 3800-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL END-OF-FILE
               READ IN-AR
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-SIDE(9, WS-SIDE-IDX)
                       MOVE AR-CUST-NO TO CU-CUST-NO
                       PERFORM 8500-FIND-CUSTOMER
                       IF NOT KEY-FOUND
                           ADD 1 TO WS-ORF-SIDE(8, WS-SIDE-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IN-AR.
       3800-EXIT.
           EXIT.

      *>   One reference back into the file being read, held
      *>   (in WS-CARD-IN) until the read is done
       3900-KEEP-POINTER.
           IF WS-PT-COUNT < 2000
               ADD 1 TO WS-PT-COUNT
               MOVE WS-CARD-IN TO WS-PT-KEY(WS-PT-COUNT)
           ELSE
               MOVE "Y" TO WS-INCOMPLETE
           END-IF.

      *> --- Production against the copy, record for record:
      *>     nothing identifying may have come across ---
       4000-COMPARE-CUSTOMERS.
           OPEN INPUT IN-CUSTOMER.
           IF WS-IN-CUST-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT OUT-CUSTOMER.
           IF WS-OUT-CUST-STATUS NOT = "00"
               CLOSE IN-CUSTOMER
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CU-CUST-NO.
           START IN-CUSTOMER KEY IS NOT LESS THAN CU-CUST-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-CUSTOMER NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE CU-CUST-NO TO MCU-CUST-NO
                       READ OUT-CUSTOMER
                           KEY IS MCU-CUST-NO
                           INVALID KEY
                               ADD 1 TO WS-MISSING-IN-COPY
                           NOT INVALID KEY
                               IF CU-NAME NOT = SPACES
                                   AND MCU-NAME = CU-NAME
                                   ADD 1 TO WS-SAME-CUST-NAME
                               END-IF
                       END-READ
               END-READ
           END-PERFORM.
           CLOSE IN-CUSTOMER.
           CLOSE OUT-CUSTOMER.
       4000-EXIT.
           EXIT.

       4100-COMPARE-ADDRESSES.
           OPEN INPUT IN-ADDRESS.
           IF WS-IN-ADDR-STATUS NOT = "00"
               GO TO 4100-EXIT
           END-IF.
           OPEN INPUT OUT-ADDRESS.
           IF WS-OUT-ADDR-STATUS NOT = "00"
               CLOSE IN-ADDRESS
               GO TO 4100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CA-CUST-NO.
           START IN-ADDRESS KEY IS NOT LESS THAN CA-CUST-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-ADDRESS NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE CA-CUST-NO TO MCA-CUST-NO
                       READ OUT-ADDRESS
                           KEY IS MCA-CUST-NO
                           INVALID KEY
                               ADD 1 TO WS-MISSING-IN-COPY
                           NOT INVALID KEY
                               PERFORM 4150-SAME-ADDRESS
                       END-READ
               END-READ
           END-PERFORM.
           CLOSE IN-ADDRESS.
           CLOSE OUT-ADDRESS.
       4100-EXIT.
           EXIT.

      *>   Any one line carried over counts the address
       4150-SAME-ADDRESS.
           EVALUATE TRUE
               WHEN CA-ADDR-LINE1 NOT = SPACES
                   AND MCA-ADDR-LINE1 = CA-ADDR-LINE1
                   ADD 1 TO WS-SAME-ADDRESS
               WHEN CA-ADDR-LINE2 NOT = SPACES
                   AND MCA-ADDR-LINE2 = CA-ADDR-LINE2
                   ADD 1 TO WS-SAME-ADDRESS
               WHEN CA-PHONE NOT = SPACES
                   AND MCA-PHONE = CA-PHONE
                   ADD 1 TO WS-SAME-ADDRESS
               WHEN CA-EMAIL NOT = SPACES
                   AND MCA-EMAIL = CA-EMAIL
                   ADD 1 TO WS-SAME-ADDRESS
           END-EVALUATE.

       4200-COMPARE-CONTACTS.
           OPEN INPUT IN-CONTACT.
           IF WS-IN-CONTACT-STATUS NOT = "00"
               GO TO 4200-EXIT
           END-IF.
           OPEN INPUT OUT-CONTACT.
           IF WS-OUT-CONTACT-STATUS NOT = "00"
               CLOSE IN-CONTACT
               GO TO 4200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CONTACT-ID.
           START IN-CONTACT KEY IS NOT LESS THAN CONTACT-ID
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-CONTACT NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE CONTACT-ID TO MCT-ID
                       READ OUT-CONTACT
                           KEY IS MCT-ID
                           INVALID KEY
                               ADD 1 TO WS-MISSING-IN-COPY
                           NOT INVALID KEY
                               EVALUATE TRUE
                                   WHEN CONTACT-NAME NOT = SPACES
                                     AND MCT-NAME = CONTACT-NAME
                                       ADD 1 TO WS-SAME-CONTACT
                                   WHEN CONTACT-PHONE NOT = SPACES
                                     AND MCT-PHONE = CONTACT-PHONE
                                       ADD 1 TO WS-SAME-CONTACT
                                   WHEN CONTACT-EMAIL NOT = SPACES
                                     AND MCT-EMAIL = CONTACT-EMAIL
                                       ADD 1 TO WS-SAME-CONTACT
                               END-EVALUATE
                       END-READ
               END-READ
           END-PERFORM.
           CLOSE IN-CONTACT.
           CLOSE OUT-CONTACT.
       4200-EXIT.
           EXIT.

      *>   employees.dat is written in production's order,
      *>   so the two files are read side by side
       4300-COMPARE-EMPLOYEES.
           OPEN INPUT IN-EMPLOYEE.
           IF WS-IN-EMP-STATUS NOT = "00"
               GO TO 4300-EXIT
           END-IF.
           OPEN INPUT OUT-EMPLOYEE.
           IF WS-OUT-EMP-STATUS NOT = "00"
               CLOSE IN-EMPLOYEE
               GO TO 4300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE "N" TO WS-EOF2.
           PERFORM UNTIL END-OF-FILE
               READ IN-EMPLOYEE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               IF NOT END-OF-FILE
                   READ OUT-EMPLOYEE
                       AT END SET END-OF-FILE2 TO TRUE
                   END-READ
                   IF END-OF-FILE2 OR MEM-ID NOT = EMP-ID
                       ADD 1 TO WS-MISSING-IN-COPY
                   ELSE
                       PERFORM 4350-COMPARE-ONE-EMPLOYEE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE IN-EMPLOYEE.
           CLOSE OUT-EMPLOYEE.
       4300-EXIT.
           EXIT.

       4350-COMPARE-ONE-EMPLOYEE.
           IF EMP-NAME NOT = SPACES AND MEM-NAME = EMP-NAME
               ADD 1 TO WS-SAME-EMP-NAME
           END-IF.
           MOVE EMP-SALARY TO WS-AMT-PROD.
           MOVE MEM-SALARY TO WS-AMT-COPY.
           ADD WS-AMT-PROD TO WS-SAL-PROD-TOT.
           ADD WS-AMT-COPY TO WS-SAL-COPY-TOT.
           PERFORM 8700-WITHIN-TOLERANCE.
           IF WS-AMT-OUTSIDE = "Y"
               ADD 1 TO WS-SAL-OUTSIDE
           END-IF.

      *>   A production card number still on the copy's card
      *>   master, for the same account and issue, was not
      *>   renumbered
       4400-COMPARE-CARDS.
           OPEN INPUT IN-CARD.
           IF WS-IN-CARD-STATUS NOT = "00"
               GO TO 4400-EXIT
           END-IF.
           OPEN INPUT OUT-CARD.
           IF WS-OUT-CARD-STATUS NOT = "00"
               CLOSE IN-CARD
               GO TO 4400-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO CM-CARD-NO.
           START IN-CARD KEY IS NOT LESS THAN CM-CARD-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-CARD NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE CM-CARD-NO TO MCM-CARD-NO
                       READ OUT-CARD
                           KEY IS MCM-CARD-NO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF MCM-ACCT-NO = CM-ACCT-NO
                                   AND MCM-ISSUE-DATE = CM-ISSUE-DATE
                                   AND MCM-EXPIRY = CM-EXPIRY
                                   ADD 1 TO WS-SAME-CARD-NO
                               END-IF
                       END-READ
               END-READ
           END-PERFORM.
           CLOSE IN-CARD.
           CLOSE OUT-CARD.
       4400-EXIT.
           EXIT.

       4500-COMPARE-ACCOUNTS.
           OPEN INPUT IN-ACCOUNT.
           IF WS-IN-ACCT-STATUS NOT = "00"
               GO TO 4500-EXIT
           END-IF.
           OPEN INPUT OUT-ACCOUNT.
           IF WS-OUT-ACCT-STATUS NOT = "00"
               CLOSE IN-ACCOUNT
               GO TO 4500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           START IN-ACCOUNT KEY IS NOT LESS THAN AM-ACCT-NO
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-FILE
               READ IN-ACCOUNT NEXT
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE AM-ACCT-NO TO MAM-ACCT-NO
                       READ OUT-ACCOUNT
                           KEY IS MAM-ACCT-NO
                           INVALID KEY
                               ADD 1 TO WS-MISSING-IN-COPY
                           NOT INVALID KEY
                               PERFORM 4550-COMPARE-ONE-ACCOUNT
                       END-READ
               END-READ
           END-PERFORM.
           CLOSE IN-ACCOUNT.
           CLOSE OUT-ACCOUNT.
       4500-EXIT.
           EXIT.

       4550-COMPARE-ONE-ACCOUNT.
           MOVE AM-BALANCE TO WS-AMT-PROD.
           MOVE MAM-BALANCE TO WS-AMT-COPY.
           ADD WS-AMT-PROD TO WS-BAL-PROD-TOT.
           ADD WS-AMT-COPY TO WS-BAL-COPY-TOT.
           PERFORM 8700-WITHIN-TOLERANCE.
           IF WS-AMT-OUTSIDE = "Y"
               ADD 1 TO WS-BAL-OUTSIDE
           END-IF.

      *> --- The verification report ---
       5000-PRINT-PROOF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "MASTERS MASKED               Read    Written  Refused"
               TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-MK-IDX FROM 1 BY 1
                   UNTIL WS-MK-IDX > 6
               MOVE WS-MK-READ(WS-MK-IDX)    TO WS-DISP-CNT
               MOVE WS-MK-WRITTEN(WS-MK-IDX) TO WS-DISP-CNT2
               MOVE WS-MK-REFUSED(WS-MK-IDX) TO WS-DISP-CNT3
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  " WS-MASTER-LABEL(WS-MK-IDX)
                      "  " WS-DISP-CNT "   " WS-DISP-CNT2
                      "  " WS-DISP-CNT3
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
               IF WS-MK-REFUSED(WS-MK-IDX) > 0
                   ADD 1 TO WS-PROBLEMS
               END-IF
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "RECORD COUNTS           Production       Copy"
               TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 9
               MOVE WS-CNT-SIDE(WS-FILE-IDX, 1) TO WS-DISP-CNT
               MOVE WS-CNT-SIDE(WS-FILE-IDX, 2) TO WS-DISP-CNT2
               IF WS-CNT-SIDE(WS-FILE-IDX, 1)
                   = WS-CNT-SIDE(WS-FILE-IDX, 2)
                   MOVE "MATCH" TO WS-VERDICT
               ELSE
                   MOVE "DIFFERS" TO WS-VERDICT
                   ADD 1 TO WS-PROBLEMS
               END-IF
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  " WS-MASTER-LABEL(WS-FILE-IDX)
                      "  " WS-DISP-CNT "    " WS-DISP-CNT2
                      "  " WS-VERDICT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "REFERENCES NOT RESOLVING          Production"
               & "       Copy" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > 9
               MOVE WS-ORF-SIDE(WS-CHK-IDX, 1) TO WS-DISP-CNT
               MOVE WS-ORF-SIDE(WS-CHK-IDX, 2) TO WS-DISP-CNT2
               IF WS-ORF-SIDE(WS-CHK-IDX, 1)
                   = WS-ORF-SIDE(WS-CHK-IDX, 2)
                   MOVE "MATCH" TO WS-VERDICT
               ELSE
                   MOVE "DIFFERS" TO WS-VERDICT
                   ADD 1 TO WS-PROBLEMS
               END-IF
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  " WS-CHECK-LABEL(WS-CHK-IDX)
                      " " WS-DISP-CNT "    " WS-DISP-CNT2
                      "  " WS-VERDICT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           IF PROOF-INCOMPLETE
               MOVE "  ** More than 2000 links or employees - the "
                   & "checks above are incomplete **" TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-PROBLEMS
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "CARRIED OVER FROM PRODUCTION (all should be zero)"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SAME-CUST-NAME TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Customer names                 " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SAME-ADDRESS TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Addresses, phones, emails      " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SAME-CONTACT TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Contacts                       " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SAME-EMP-NAME TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Employee names                 " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SAME-CARD-NO TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Card numbers                   " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-MISSING-IN-COPY TO WS-DISP-CNT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Records missing from the copy  " WS-DISP-CNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-SAME-CUST-NAME WS-SAME-ADDRESS WS-SAME-CONTACT
               WS-SAME-EMP-NAME WS-SAME-CARD-NO WS-MISSING-IN-COPY
               TO WS-PROBLEMS.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "AMOUNTS                      Production"
               & "             Copy" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BAL-PROD-TOT TO WS-DISP-AMT.
           MOVE WS-BAL-COPY-TOT TO WS-DISP-AMT2.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Account balances  " WS-DISP-AMT " " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SAL-PROD-TOT TO WS-DISP-AMT.
           MOVE WS-SAL-COPY-TOT TO WS-DISP-AMT2.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Salaries          " WS-DISP-AMT " " WS-DISP-AMT2
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BAL-OUTSIDE TO WS-DISP-CNT.
           MOVE WS-SAL-OUTSIDE TO WS-DISP-CNT2.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING "  Moved beyond tolerance: accounts" WS-DISP-CNT
                  "  salaries" WS-DISP-CNT2
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           ADD WS-BAL-OUTSIDE WS-SAL-OUTSIDE TO WS-PROBLEMS.

           MOVE "=================================="
               & "==================================="
               TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-PROBLEMS = 0
               MOVE "RESULT: COPY VERIFIED - counts and references "
                   & "match production, nothing carried over."
                   TO RPT-LINE
           ELSE
               MOVE WS-PROBLEMS TO WS-DISP-CNT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "RESULT: NOT VERIFIED - " WS-DISP-CNT
                      " finding(s) above. Do not release the copy."
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-STRING
               MOVE WS-RPT-DETAIL TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

      *> --- Onto the spool ---
       6000-CLEANUP.
           CLOSE REPORT-FILE.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILE.
           CALL "SPOOLREG" USING
               BY CONTENT WS-SPOOL-PROGRAM
               BY CONTENT WS-SPOOL-REPORT
               BY CONTENT WS-PROCESS-DATE
               BY CONTENT WS-SPOOL-FILE
           END-CALL.
           DISPLAY "Verification: " WS-REPORT-FILENAME.
           IF WS-PROBLEMS = 0
               DISPLAY "Masked copy verified."
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE WS-PROBLEMS TO WS-DISP-CNT
               DISPLAY "Masked copy NOT verified: " WS-DISP-CNT
                   " finding(s)."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> --- The keyed hash: WS-HASH-SEED and WS-HASH-SALT
      *>     under MASK_KEY to an eight-digit WS-HASH. Same
      *>     inputs, same answer, every run ---
       8000-HASH-SEED.
           COMPUTE WS-HASH-WORK = FUNCTION MOD(
               WS-MASK-KEY + WS-HASH-SALT * 7919 + 17, 99999989).
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                   UNTIL WS-HASH-I > 12
               COMPUTE WS-HASH-WORK = FUNCTION MOD(
                   WS-HASH-WORK * 131
                   + FUNCTION ORD(WS-HASH-SEED(WS-HASH-I:1))
                   + WS-HASH-I, 99999989)
           END-PERFORM.
      *>   Two more rounds, so keys one digit apart land
      *>   nowhere near each other
           COMPUTE WS-HASH-WORK =
               FUNCTION MOD(WS-HASH-WORK * 48271 + 11, 99999989).
           COMPUTE WS-HASH-WORK =
               FUNCTION MOD(WS-HASH-WORK * 48271 + 11, 99999989).
           MOVE WS-HASH-WORK TO WS-HASH.

      *> --- A substitute person (and firm ending) for the
      *>     seed, starting at WS-NAME-SALT ---
       8100-PICK-PERSON.
           MOVE WS-NAME-SALT TO WS-HASH-SALT.
           PERFORM 8000-HASH-SEED.
           MOVE WS-FIRST-NAME(FUNCTION MOD(WS-HASH, 40) + 1)
               TO WS-PK-FIRST.
           ADD 1 TO WS-HASH-SALT.
           PERFORM 8000-HASH-SEED.
           MOVE WS-LAST-NAME(FUNCTION MOD(WS-HASH, 40) + 1)
               TO WS-PK-LAST.
           ADD 1 TO WS-HASH-SALT.
           PERFORM 8000-HASH-SEED.
           MOVE WS-FIRM-ENDING(FUNCTION MOD(WS-HASH, 8) + 1)
               TO WS-PK-FIRM.

      *> --- A fictitious number in the original's area code:
      *>     the 555-01xx block is never assigned. In and out
      *>     through WS-RPT-DETAIL(1:12) ---
       8200-BUILD-PHONE.
           IF WS-RPT-DETAIL(1:3) IS NUMERIC
               MOVE WS-RPT-DETAIL(1:3) TO WS-AREA-CODE
           ELSE
               MOVE "555" TO WS-AREA-CODE
           END-IF.
           MOVE 27 TO WS-HASH-SALT.
           PERFORM 8000-HASH-SEED.
           COMPUTE WS-PHONE-LINE = FUNCTION MOD(WS-HASH, 100).
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING WS-AREA-CODE "-555-01" WS-PHONE-LINE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-STRING.

      *> --- How far this record's amounts move: hundredths
      *>     of a percent, within plus or minus MASK_PCT ---
       8300-PERTURB-STEPS.
           PERFORM 8000-HASH-SEED.
           COMPUTE WS-PCT-STEPS =
               FUNCTION MOD(WS-HASH, WS-PCT-SPAN)
               - WS-MASK-PCT * 100.
      *>   An amount that did not move at all would be
      *>   production's figure
           IF WS-PCT-STEPS = 0
               MOVE 1 TO WS-PCT-STEPS
           END-IF.

      *> --- WS-CARD-IN to WS-CARD-OUT through the one-to-one
      *>     mapping; blanks stay blank ---
       8400-MAP-CARD-NO.
           MOVE WS-CARD-IN TO WS-CARD-OUT.
           IF WS-CARD-IN NOT = SPACES
               AND WS-CARD-IN(5:4) IS NUMERIC
               MOVE WS-CARD-IN(5:4) TO WS-CARD-DIGITS
               COMPUTE WS-CARD-WORK =
                   WS-CARD-A * WS-CARD-DIGITS + WS-CARD-B
               COMPUTE WS-CARD-DIGITS =
                   FUNCTION MOD(WS-CARD-WORK, 10000)
               MOVE WS-CARD-DIGITS TO WS-CARD-OUT(5:4)
           END-IF.

      *> --- Keyed look-ups on the side being proved ---
       8500-FIND-CUSTOMER.
           MOVE "N" TO WS-FOUND.
           IF CUST-IS-OPEN
               READ IN-CUSTOMER
                   KEY IS CU-CUST-NO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-FOUND
               END-READ
           END-IF.

       8600-FIND-ACCOUNT.
           MOVE "N" TO WS-FOUND.
           IF ACCT-IS-OPEN
               READ IN-ACCOUNT
                   KEY IS AM-ACCT-NO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-FOUND
               END-READ
           END-IF.

      *> --- Did WS-AMT-COPY move further from WS-AMT-PROD
      *>     than the tolerance allows (a cent of rounding
      *>     aside)? ---
       8700-WITHIN-TOLERANCE.
           MOVE "N" TO WS-AMT-OUTSIDE.
           COMPUTE WS-AMT-DIFF = WS-AMT-COPY - WS-AMT-PROD.
           IF WS-AMT-DIFF < 0
               COMPUTE WS-AMT-DIFF = 0 - WS-AMT-DIFF
           END-IF.
           IF WS-AMT-PROD < 0
               COMPUTE WS-AMT-ALLOW =
                   (0 - WS-AMT-PROD) * WS-MASK-PCT / 100 + 0.01
           ELSE
               COMPUTE WS-AMT-ALLOW =
                   WS-AMT-PROD * WS-MASK-PCT / 100 + 0.01
           END-IF.
           IF WS-AMT-DIFF > WS-AMT-ALLOW
               MOVE "Y" TO WS-AMT-OUTSIDE
           END-IF.

      *> --- The copy's tree is not there to write into ---
       9900-ABEND-NO-COPY.
           DISPLAY "ABEND: cannot create "
               FUNCTION TRIM(WS-RPT-DETAIL)
               " - was the copy staged?".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
