               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT OPTIONAL OWNERSHIP-FILE
               ASSIGN TO "OWNERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-FILE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO "TRANSACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-RPT-FILE-STATUS.

           SELECT CD-PARM-FILE
               ASSIGN TO "CDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-PARM-FILE-STATUS.

           SELECT CD-MATURITY-REPORT-FILE
               ASSIGN TO "CDMATRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-RPT-FILE-STATUS.

           SELECT OPTIONAL STANDING-ORDER-FILE
               ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT SO-REJECT-REPORT-FILE
               ASSIGN TO "SOREJRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-REJ-FILE-STATUS.

           SELECT COLL-PARM-FILE
               ASSIGN TO "COLLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-PARM-FILE-STATUS.

           SELECT OD-AGING-REPORT-FILE
               ASSIGN TO "ODAGERPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OD-RPT-FILE-STATUS.

           SELECT COLLECTION-LETTER-FILE
               ASSIGN TO "COLLLTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-LTR-FILE-STATUS.

           SELECT LOSS-REPORT-FILE
               ASSIGN TO "LOSSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOSS-RPT-FILE-STATUS.

           SELECT OPTIONAL PENDING-MAINT-FILE
               ASSIGN TO "PENDMAINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT DUAL-PARM-FILE
               ASSIGN TO "DUALPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUAL-PARM-FILE-STATUS.

           SELECT PENDING-REPORT-FILE
               ASSIGN TO "PENDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-RPT-FILE-STATUS.

           SELECT AVAIL-BALANCE-FILE
               ASSIGN TO "AVAILBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVAIL-FILE-STATUS.

           SELECT OPTIONAL SNAPSHOT-FILE
               ASSIGN TO "SNAPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
               88  CHECKING            VALUE 'C'.
               88  SAVINGS             VALUE 'S'.
               88  BUSINESS            VALUE 'B'.
               88  TIME-DEPOSIT        VALUE 'T'.
           05  ACCT-STATUS             PIC X.
               88  ACTIVE              VALUE 'A'.
               88  CLOSED              VALUE 'C'.
      *    THE BRANCH CUT OF THE GL EXTRACT AND THE INTER-BRANCH
      *    SETTLEMENT.  ZERO MEANS NOT YET ASSIGNED (HOUSE).
           05  ACCT-BRANCH-CODE        PIC 9(3).
      *    TIME DEPOSIT (CERTIFICATE) TERMS - SET WHEN THE ACCOUNT IS
      *    OPENED THROUGH MAINTENANCE MODE AND UNUSED FOR THE OTHER
      *    ACCOUNT TYPES.  THE RATE IS THE ANNUAL GROWTH FACTOR LOCKED
      *    AT OPEN (SAME FORM AS THE SAVINGS RATE TABLE) AND IS USED
      *    INSTEAD OF THE TIER RATE UNTIL MATURITY.  ON THE MATURITY
      *    BUSINESS DATE THE INSTRUCTION IS CARRIED OUT: 'R' RENEWS
      *    FOR ANOTHER TERM, 'P' PAYS THE PROCEEDS TO THE PAYOUT
      *    ACCOUNT AND CLOSES THE CERTIFICATE, 'H' LEAVES THE FUNDS ON
      *    DEPOSIT AT THE SAVINGS TIER RATE ('M' ONCE DONE).  THE
      *    NOTICE DATE RECORDS WHEN THE CURRENT TERM WENT ON THE
      *    MATURITY-NOTICE LISTING, SO EACH TERM IS LISTED ONCE.
           05  ACCT-CD-TERM-MONTHS     PIC 9(3).
           05  ACCT-CD-MATURITY-DATE   PIC 9(8).
           05  ACCT-CD-RATE            PIC 9V9999.
           05  ACCT-CD-MATURITY-INSTR  PIC X.
               88  CD-ROLL-OVER        VALUE 'R'.
               88  CD-PAY-OUT          VALUE 'P'.
               88  CD-HOLD-AT-MATURITY VALUE 'H'.
               88  CD-MATURED-HELD     VALUE 'M'.
           05  ACCT-CD-PAYOUT-ACCT     PIC 9(10).
           05  ACCT-CD-NOTICE-DATE     PIC 9(8).
      *    OVERDRAWN AGING - THE DATE THE BALANCE FIRST WENT NEGATIVE
      *    (ZERO WHILE IN CREDIT) AND THE LAST COLLECTION LETTER STAGE
      *    SENT (1/2/3 FOR 15/30/45 DAYS), SO EACH LETTER GOES ONCE.
      *    A CHARGED-OFF ACCOUNT CARRIES THE WRITE-OFF DATE AND THE
      *    AMOUNT NOT YET RECOVERED; DEPOSITS AGAINST IT BOOK AS
      *    RECOVERIES UNTIL THAT AMOUNT IS BACK.
           05  ACCT-OD-START-DATE      PIC 9(8).
           05  ACCT-OD-STAGE           PIC 9(1).
           05  ACCT-CHARGE-OFF-DATE    PIC 9(8).
           05  ACCT-CHARGE-OFF-BAL     PIC 9(9)V99.

      *    CUSTOMER MASTER - ONE RECORD PER DEPOSITOR, KEYED BY THE
      *    CUSTOMER ID THE ACCOUNTS CARRY IN ACCT-CUSTOMER-ID.  BUILT
           05  CUST-ADDRESS            PIC X(40).
           05  CUST-TAX-ID             PIC X(11).

      *    ACCOUNT OWNERSHIP - ONE ROW PER CUSTOMER HOLDING A ROLE ON
      *    AN ACCOUNT, KEYED BY ACCOUNT THEN CUSTOMER SO AN ACCOUNT'S
      *    PARTIES READ TOGETHER.  THE PRIMARY OWNER IS STILL THE
      *    CUSTOMER IN ACCT-CUSTOMER-ID; ITS 'P' ROW IS KEPT IN STEP BY
      *    THE ADD, ATTACH AND DETACH ACTIONS.  OPTIONAL SO THE FIRST
      *    MAINTENANCE RUN CREATES IT.
       FD  OWNERSHIP-FILE.
       01  OWNERSHIP-RECORD.
           05  OWN-KEY.
               10  OWN-ACCT-NUMBER     PIC 9(10).
               10  OWN-CUSTOMER-ID     PIC 9(8).
           05  OWN-ROLE                PIC X.
               88  OWN-PRIMARY         VALUE 'P'.
               88  OWN-JOINT           VALUE 'J'.
               88  OWN-POD-BENEFICIARY VALUE 'B'.
               88  OWN-SIGNER          VALUE 'S'.
           05  OWN-ADDED-DATE          PIC 9(8).

      *    DAILY TRANSACTION FILE - ONE DEPOSIT/WITHDRAWAL/TRANSFER PER
      *    RECORD, SORTED ASCENDING BY TRANS-ACCT-NUMBER SO IT CAN BE
      *    MATCHED AGAINST ACCOUNT-FILE AS THE ACCOUNT FILE IS READ.
           05  TRANS-AMOUNT            PIC 9(9)V99.
           05  TRANS-DEST-ACCT-NUMBER  PIC 9(10).
           05  TRANS-BRANCH-CODE       PIC 9(3).
      *    ITEM ORIGIN - SPACE FOR BRANCH CAPTURE, 'S' FOR A STANDING
      *    ORDER PAYMENT, WHICH ALSO CARRIES ITS ORDER ID.
           05  TRANS-ORIGIN            PIC X.
           05  TRANS-ORDER-ID          PIC 9(6).
      *    A REVERSAL ('V') NAMES THE JOURNAL ITEM REFERENCE OF THE
      *    POSTED ITEM IT BACKS OUT.
           05  TRANS-REVERSAL-REF      PIC 9(12).
      *    CASH INDICATOR - 'Y' ON A DEPOSIT OR WITHDRAWAL WHERE
      *    CURRENCY CHANGED HANDS, CARRIED ONTO THE JOURNAL FOR
      *    CURRENCY TRANSACTION REPORTING.
           05  TRANS-CASH-FLAG         PIC X.
      *    FEED CONTROL RECORDS CARRIED THROUGH FROM THE PRE-EDIT - A
      *    HEADER (FEED DATE AND SEQUENCE NUMBER) LEADS THE FILE AND A
      *    TRAILER (ACCEPTED COUNT AND AMOUNT HASH) CLOSES IT.  DETAIL
           05  AUDIT-NEW-BALANCE       PIC S9(9)V99.
           05  AUDIT-REASON            PIC X(20).
           05  AUDIT-RUN-DATE          PIC 9(8).
           05  AUDIT-MAKER-ID          PIC X(8).
           05  AUDIT-CHECKER-ID        PIC X(8).

      *    POSTED-TRANSACTION HISTORY JOURNAL - ONE PERMANENT ROW PER
      *    ITEM POSTED (FEED AND SUSPENSE ITEMS, FEES, INTEREST), WITH
      *    AND 'R' FOR THE CREDIT LEG OF A TRANSFER (SO A HISTORY
      *    SHOWS WHICH WAY THE MONEY MOVED), PLUS 'C' SERVICE CHARGE,
      *    'A' ANALYSIS FEE, 'I' INTEREST CREDIT, 'P' OVERDRAFT
      *    PROTECTION, 'N' NSF FEE AND 'X' TIME DEPOSIT EARLY-
      *    WITHDRAWAL PENALTY FOR INTERNALS.  THE ESCHEATMENT
      *    FILING JOB APPENDS ITS DEBITS AS CODE 'E'.
      *    EVERY ROW CARRIES A UNIQUE ITEM REFERENCE - A SERIAL ONE
      *    PAST THE HIGHEST ALREADY ON THE JOURNAL - SO A CORRECTION
      *    CAN NAME EXACTLY THE ITEM IT BACKS OUT.  A REVERSAL IS
      *    CODE 'V', CARRIES THE REFERENCE OF THE ITEM IT REVERSES,
      *    AND ITS AMOUNT IS SIGNED WITH ITS EFFECT ON THE BALANCE
      *    (NEGATIVE WHEN IT TAKES BACK A CREDIT).  ROWS WRITTEN
      *    BEFORE THE REFERENCE EXISTED READ AS SPACES THERE.
      *    THE CASH FLAG IS 'Y' ONLY ON A 'D' OR 'W' ROW FOR A CASH
      *    ITEM, OR ON THE 'V' ROW THAT REVERSES ONE; OLDER ROWS READ
      *    AS SPACE, WHICH MEANS NOT CASH.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRNL-ACCT-NUMBER        PIC 9(10).
           05  JRNL-AMOUNT             PIC S9(9)V99.
           05  JRNL-DEST-ACCT-NUMBER   PIC 9(10).
           05  JRNL-SOURCE             PIC X(8).
           05  JRNL-ITEM-REF           PIC 9(12).
           05  JRNL-REVERSES-REF       PIC 9(12).
           05  JRNL-CASH-FLAG          PIC X.

      *    CHECKPOINT LOG - ONE CONTROL ROW WRITTEN EVERY
      *    WS-CHECKPOINT-INTERVAL ACCOUNTS SO AN ABENDED RUN CAN RESTART
               10  CKPT-EXCP-PAGE-NO          PIC 9(3).
               10  CKPT-EXCP-LINE-CTR         PIC 9(3).
               10  CKPT-EXCP-CATEGORY-DATA.
                   15  CKPT-EXCP-ENTRY OCCURS 7 TIMES.
                       20  CKPT-EXCP-COUNT    PIC 9(5).
                       20  CKPT-EXCP-AMOUNT   PIC 9(11)V99.
               10  CKPT-GL-TOTALS-DATA        PIC X(3380).
               10  CKPT-GL-BRANCH-DATA        PIC X(18).
               10  CKPT-SETTLE-DATA           PIC X(450).
               10  CKPT-BRANCH-TOTALS-DATA    PIC X(200).
               10  CKPT-OD-AGING-DATA         PIC X(401).
           05  CKPT-FROZEN-DATA REDEFINES CKPT-CONTROL-DATA.
               10  CKPT-FROZEN-ACCT-NUMBER    PIC 9(10).
               10  CKPT-FROZEN-ACCT-NAME      PIC X(30).
               88  MAINT-LINK-SAVINGS  VALUE 'L'.
               88  MAINT-HOLD-PLACE    VALUE 'H'.
               88  MAINT-HOLD-RELEASE  VALUE 'R'.
               88  MAINT-STANDING-ORDER VALUE 'O'.
               88  MAINT-SO-CANCEL     VALUE 'K'.
               88  MAINT-APPROVE       VALUE 'V'.
               88  MAINT-OWNER-LINK    VALUE 'P'.
               88  MAINT-OWNER-REMOVE  VALUE 'Q'.
           05  MAINT-ACCT-NUMBER       PIC 9(10).
           05  MAINT-ACCT-NAME         PIC X(30).
           05  MAINT-ACCT-TYPE         PIC X.
               88  MAINT-TYPE-VALID    VALUE 'C', 'S', 'B', 'T'.
           05  MAINT-ACCT-STATUS       PIC X.
               88  MAINT-STATUS-VALID  VALUE 'A', 'C', 'F', 'D'.
           05  MAINT-BALANCE           PIC 9(9)V99.
      *    OWNING BRANCH FOR THE 'A' AND 'U' ACTIONS - ZERO ON AN
      *    UPDATE LEAVES THE BRANCH ALONE.
           05  MAINT-BRANCH-CODE       PIC 9(3).
      *    TIME DEPOSIT TERMS FOR AN 'A' OF TYPE 'T' - TERM IN MONTHS
      *    AND THE LOCKED ANNUAL RATE FACTOR ARE REQUIRED; THE
      *    MATURITY INSTRUCTION DEFAULTS TO 'R' (RENEW).  ON A 'U' A
      *    NON-BLANK INSTRUCTION AND A NON-ZERO PAYOUT ACCOUNT
      *    REPLACE THE ONES ON FILE.
           05  MAINT-CD-TERM-MONTHS    PIC 9(3).
           05  MAINT-CD-RATE           PIC 9V9999.
           05  MAINT-CD-MATURITY-INSTR PIC X.
               88  MAINT-CD-INSTR-VALID VALUE 'R', 'P', 'H'.
           05  MAINT-CD-PAYOUT-ACCT    PIC 9(10).
      *    STANDING ORDER FIELDS FOR THE 'O' AND 'K' ACTIONS - THE
      *    SOURCE IS MAINT-ACCT-NUMBER.  AN 'O' WITH A ZERO ORDER ID
      *    SETS UP A NEW ORDER AND NEEDS EVERY FIELD; AN 'O' NAMING AN
      *    ORDER AMENDS IT, CHANGING ONLY THE FIELDS THAT ARE
      *    NON-ZERO (OR NON-BLANK FOR THE FREQUENCY).  A 'K' CANCELS
      *    THE NAMED ORDER.  THE FIRST-DUE DAY OF THE MONTH BECOMES
      *    THE DAY A MONTHLY OR QUARTERLY ORDER FALLS DUE.
           05  MAINT-SO-ORDER-ID       PIC 9(6).
           05  MAINT-SO-DEST-ACCT      PIC 9(10).
           05  MAINT-SO-AMOUNT         PIC 9(9)V99.
           05  MAINT-SO-FREQUENCY      PIC X.
               88  MAINT-SO-FREQ-VALID VALUE 'W', 'M', 'Q'.
           05  MAINT-SO-FIRST-DUE      PIC 9(8).
           05  MAINT-SO-FIRST-DUE-R REDEFINES MAINT-SO-FIRST-DUE.
               10  FILLER              PIC 9(6).
               10  MAINT-SO-FIRST-DAY  PIC 9(2).
           05  MAINT-SO-END-DATE       PIC 9(8).
      *    DUAL CONTROL FIELDS - THE OPERATOR WHO KEYED THE ACTION.
      *    ON A 'V' (APPROVE) THE OPERATOR IS THE CHECKER AND THE
      *    PENDING ID NAMES THE HELD ACTION BEING RELEASED.
           05  MAINT-OPERATOR-ID       PIC X(8).
           05  MAINT-PENDING-ID        PIC 9(12).
      *    OWNERSHIP ROLE FOR THE 'P' ACTION, NAMING MAINT-CUSTOMER-ID
      *    ON MAINT-ACCT-NUMBER: 'P' PRIMARY, 'J' JOINT OWNER, 'B'
      *    PAYABLE-ON-DEATH BENEFICIARY, 'S' AUTHORIZED SIGNER.  A 'Q'
      *    REMOVES THE CUSTOMER'S ROLE ON THE ACCOUNT.
           05  MAINT-OWNER-ROLE        PIC X.
               88  MAINT-ROLE-VALID    VALUE 'P', 'J', 'B', 'S'.

      *    SUSPENSE FILE - EVERY TRANSACTION THAT COULD NOT BE APPLIED
      *    IS HELD HERE (FULL TRANSACTION PLUS ORIGINAL RUN DATE AND A
           05  SUSP-ORIG-DATE          PIC 9(8).
           05  SUSP-RETRY-COUNT        PIC 9(2).
           05  SUSP-BRANCH-CODE        PIC 9(3).
           05  SUSP-CASH-FLAG          PIC X.

      *    DEPOSIT HOLDS - UNCOLLECTED FUNDS HELD AGAINST AN ACCOUNT
      *    UNTIL THE RELEASE DATE PASSES.  THE LEDGER BALANCE STILL
      *    ACCOUNT TYPE AND POSTING CATEGORY COMBINATION WITH ACTIVITY
      *    THIS RUN, CARRYING BOTH THE DEBIT AND CREDIT LEG OF THE
      *    ENTRY SO THE ACCOUNTING INTERFACE JOB CAN POST IT STRAIGHT
      *    THROUGH.  A CATEGORY WHOSE REVERSALS OUTWEIGH ITS POSTINGS
      *    FOR THE DAY CARRIES A NEGATIVE AMOUNT.
       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD.
           05  GL-RUN-DATE             PIC 9(8).
           05  GL-BRANCH-CODE          PIC 9(3).
           05  GL-ACCT-TYPE            PIC X(10).
           05  GL-CATEGORY             PIC X(20).
           05  GL-DEBIT-AMOUNT         PIC S9(11)V99.
           05  GL-CREDIT-AMOUNT        PIC S9(11)V99.

      *    BUSINESS ACCOUNT ANALYSIS FEE SCHEDULE - PER-ITEM CHARGES
      *    AND THE MONTHLY EARNINGS CREDIT RATE APPLIED TO THE AVERAGE
       FD  SETTLEMENT-REPORT-FILE.
       01  SETTLEMENT-REPORT-LINE      PIC X(100).

      *    TIME DEPOSIT CONTROL CARD - DAYS OF INTEREST AT THE LOCKED
      *    RATE FORFEITED ON AN AMOUNT WITHDRAWN OR TRANSFERRED OUT
      *    BEFORE MATURITY, AND HOW MANY DAYS AHEAD OF MATURITY THE
      *    NOTICE LISTING PICKS A CERTIFICATE UP.  DEFAULTS APPLY
      *    WHEN THE CARD IS ABSENT.
       FD  CD-PARM-FILE.
       01  CD-PARM-RECORD.
           05  CDP-PENALTY-DAYS        PIC 9(3).
           05  CDP-NOTICE-DAYS         PIC 9(3).

      *    PRINTED TIME DEPOSIT MATURITY NOTICE LISTING - ONE LINE PER
      *    CERTIFICATE COMING DUE WITHIN THE NOTICE WINDOW, SO THE
      *    OWNING BRANCH CAN CALL THE CUSTOMER BEFORE IT RENEWS OR
      *    PAYS OUT.
       FD  CD-MATURITY-REPORT-FILE.
       01  CD-MATURITY-REPORT-LINE     PIC X(100).

      *    STANDING ORDERS - RECURRING TRANSFERS SET UP, AMENDED AND
      *    CANCELLED IN MAINTENANCE MODE AND TURNED INTO FEED ITEMS BY
      *    THE STANDING ORDER GENERATOR AHEAD OF THE PRE-EDIT.  THE
      *    NEXT-DUE DATE IS THE SCHEDULED DATE BEFORE ANY WEEKEND OR
      *    HOLIDAY ROLL; THE DUE DAY KEEPS A MONTHLY OR QUARTERLY
      *    ORDER ON ITS DAY OF THE MONTH.  AN END DATE OF ZERO MEANS
      *    THE ORDER RUNS UNTIL CANCELLED.  CANCELLED AND ENDED ORDERS
      *    STAY ON FILE SO AN ORDER ID IS NEVER ISSUED TWICE.
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-ID             PIC 9(6).
           05  SO-SOURCE-ACCT          PIC 9(10).
           05  SO-DEST-ACCT            PIC 9(10).
           05  SO-AMOUNT               PIC 9(9)V99.
           05  SO-FREQUENCY            PIC X.
           05  SO-DUE-DAY              PIC 9(2).
           05  SO-NEXT-DUE-DATE        PIC 9(8).
           05  SO-END-DATE             PIC 9(8).
           05  SO-BRANCH-CODE          PIC 9(3).
           05  SO-STATUS               PIC X.
           05  SO-LAST-GENERATED       PIC 9(8).

      *    PRINTED STANDING ORDER REJECT LISTING - ONE LINE PER
      *    STANDING ORDER PAYMENT THAT BOUNCED AT POSTING, SO THE
      *    BRANCH CAN CONTACT THE CUSTOMER INSTEAD OF THE PAYMENT
      *    SIMPLY NOT HAPPENING.
       FD  SO-REJECT-REPORT-FILE.
       01  SO-REJECT-REPORT-LINE       PIC X(100).

      *    COLLECTIONS PARAMETER CARD - THE NUMBER OF CALENDAR DAYS AN
      *    ACCOUNT MAY STAY OVERDRAWN BEFORE IT IS CHARGED OFF.  IT
      *    MUST FALL PAST THE LAST (45-DAY) LETTER STAGE; THE DEFAULT
      *    APPLIES WHEN THE CARD IS ABSENT OR THE VALUE IS UNUSABLE.
       FD  COLL-PARM-FILE.
       01  COLL-PARM-RECORD.
           05  CLP-CHARGE-OFF-DAYS     PIC 9(3).

      *    PRINTED OVERDRAWN AGING REPORT - ONE LINE PER ACCOUNT STILL
      *    OVERDRAWN AFTER THE DAY'S POSTINGS, WITH ITS AGING BUCKET,
      *    CLOSING WITH 15/30/45-DAY BUCKET TOTALS FOR EACH BRANCH.
       FD  OD-AGING-REPORT-FILE.
       01  OD-AGING-REPORT-LINE        PIC X(100).

      *    COLLECTION LETTER EXTRACT - ONE ROW EACH TIME AN OVERDRAWN
      *    ACCOUNT REACHES A NEW LETTER STAGE, ADDRESSED FROM THE
      *    CUSTOMER MASTER, FOR THE LETTER PRINT RUN.  THE CHARGE-OFF
      *    DATE IS THE DAY THE ACCOUNT WILL BE WRITTEN OFF IF IT IS
      *    NOT BROUGHT BACK INTO CREDIT.
       FD  COLLECTION-LETTER-FILE.
       01  COLLECTION-LETTER-RECORD.
           05  CL-RUN-DATE             PIC 9(8).
           05  CL-STAGE-DAYS           PIC 9(2).
           05  CL-ACCT-NUMBER          PIC 9(10).
           05  CL-BRANCH-CODE          PIC 9(3).
           05  CL-CUSTOMER-ID          PIC 9(8).
           05  CL-NAME                 PIC X(30).
           05  CL-ADDRESS              PIC X(40).
           05  CL-AMOUNT-OVERDRAWN     PIC 9(9)V99.
           05  CL-OD-START-DATE        PIC 9(8).
           05  CL-DAYS-OVERDRAWN       PIC 9(3).
           05  CL-CHARGE-OFF-DATE      PIC 9(8).

      *    PRINTED CHARGE-OFF AND RECOVERY LISTING FOR THE LOAN/LOSS
      *    COMMITTEE - EACH BALANCE WRITTEN OFF THIS RUN AND EACH
      *    RECOVERY BOOKED AGAINST AN EARLIER CHARGE-OFF.
       FD  LOSS-REPORT-FILE.
       01  LOSS-REPORT-LINE            PIC X(100).

      *    PENDING MAINTENANCE - SENSITIVE ACTIONS HELD FOR A SECOND
      *    OPERATOR'S APPROVAL.  THE ID IS THE ENTERED BUSINESS DATE
      *    PLUS A SEQUENCE WITHIN THE DAY, AND THE FULL MAINTENANCE
      *    RECORD IS KEPT SO THE ACTION IS APPLIED EXACTLY AS KEYED.
      *    STATUS 'P' = AWAITING APPROVAL, 'A' = APPROVED AND APPLIED,
      *    'X' = EXPIRED UNAPPROVED.  CLOSED ITEMS STAY ON FILE FOR
      *    THE DAY THEY WERE CLOSED AND DROP OFF ON THE NEXT RUN.
       FD  PENDING-MAINT-FILE.
       01  PENDING-MAINT-RECORD.
           05  PM-PENDING-ID           PIC 9(12).
           05  PM-STATUS               PIC X.
           05  PM-MAKER-ID             PIC X(8).
           05  PM-ENTERED-DATE         PIC 9(8).
           05  PM-EXPIRY-DATE          PIC 9(8).
           05  PM-CHECKER-ID           PIC X(8).
           05  PM-ACTION-DATE          PIC 9(8).
           05  PM-MAINT-DATA           PIC X(250).

      *    DUAL CONTROL PARAMETER CARD - THE NUMBER OF BUSINESS DAYS A
      *    HELD ACTION WAITS FOR APPROVAL BEFORE IT EXPIRES.
       FD  DUAL-PARM-FILE.
       01  DUAL-PARM-RECORD.
           05  DP-EXPIRY-DAYS          PIC 9(2).

      *    PRINTED DUAL CONTROL LISTING - EVERY ACTION HELD, APPROVED,
      *    REJECTED OR EXPIRED IN THE MAINTENANCE RUN.
       FD  PENDING-REPORT-FILE.
       01  PENDING-REPORT-LINE         PIC X(100).

      *    POSITIVE-BALANCE FILE FOR THE ATM AND ONLINE CHANNELS -
      *    WRITTEN AT THE END OF EVERY CLEAN BATCH RUN WITH ONE DETAIL
      *    PER ACCOUNT NOT CLOSED, GOOD FOR THE NEXT BUSINESS DATE.  A
      *    CLOSED ACCOUNT HAS NO ROW, SO THE CHANNEL DECLINES IT.  THE
      *    AVAILABLE BALANCE IS LEDGER LESS ACTIVE HOLDS, PLUS THE
      *    OVERDRAFT LIMIT ON CHECKING; A FROZEN OR DORMANT ACCOUNT IS
      *    FLAGGED BLOCKED WITH NOTHING AVAILABLE.  THE HEADER CARRIES
      *    THE DATES AND THE TRAILER THE DETAIL COUNT, A HASH OF THE
      *    ACCOUNT NUMBERS AND THE AVAILABLE TOTAL, SO THE CHANNEL CAN
      *    PROVE IT LOADED THE WHOLE FILE.
       FD  AVAIL-BALANCE-FILE.
       01  AVAIL-BALANCE-RECORD.
           05  AB-RECORD-TYPE          PIC X.
               88  AB-TYPE-HEADER      VALUE 'H'.
               88  AB-TYPE-DETAIL      VALUE 'D'.
               88  AB-TYPE-TRAILER     VALUE 'T'.
           05  AB-DETAIL-DATA.
               10  AB-ACCT-NUMBER      PIC 9(10).
               10  AB-ACCT-TYPE        PIC X.
               10  AB-LEDGER-BALANCE   PIC S9(9)V99.
               10  AB-AVAILABLE-BALANCE
                                       PIC S9(11)V99.
               10  AB-ACCT-STATUS      PIC X.
               10  AB-BLOCKED-FLAG     PIC X.
                   88  AB-BLOCKED      VALUE 'Y'.
               10  AB-LINKED-ACCT      PIC 9(10).
               10  AB-GOOD-FOR-DATE    PIC 9(8).
           05  AB-HEADER-DATA REDEFINES AB-DETAIL-DATA.
               10  AB-BUSINESS-DATE    PIC 9(8).
               10  AB-HDR-GOOD-FOR-DATE
                                       PIC 9(8).
               10  FILLER              PIC X(39).
           05  AB-TRAILER-DATA REDEFINES AB-DETAIL-DATA.
               10  AB-RECORD-COUNT     PIC 9(7).
               10  AB-ACCT-HASH        PIC 9(18).
               10  AB-AVAILABLE-TOTAL  PIC S9(15)V99.
               10  FILLER              PIC X(13).

      *    MONTH-END SNAPSHOT HISTORY - PERMANENT, APPENDED TO ON THE
      *    FIRST BATCH RUN OF EACH NEW MONTH BEFORE ANYTHING POSTS, SO
      *    THE BALANCES ARE THE CLOSE OF THE MONTH JUST ENDED.  ONE
      *    DETAIL PER ACCOUNT ON THE MASTER (CLOSED ONES INCLUDED, SO
      *    THEIR BRANCH IS STILL KNOWN), WITH THE FEES AND INTEREST
      *    THE JOURNAL SHOWS POSTED TO IT DURING THE MONTH, THEN A
      *    TRAILER WITH THE MONTH'S DETAIL COUNT AND BALANCE TOTAL.
      *    A MONTH WITH NO TRAILER WAS CUT SHORT AND IS INCOMPLETE.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  SH-RECORD-TYPE          PIC X.
               88  SH-TYPE-DETAIL      VALUE 'D'.
               88  SH-TYPE-TRAILER     VALUE 'T'.
           05  SH-SNAP-MONTH           PIC 9(6).
           05  SH-DETAIL-DATA.
               10  SH-ACCT-NUMBER      PIC 9(10).
               10  SH-ACCT-TYPE        PIC X.
               10  SH-ACCT-STATUS      PIC X.
               10  SH-BRANCH-CODE      PIC 9(3).
               10  SH-CUSTOMER-ID      PIC 9(8).
               10  SH-BALANCE          PIC S9(9)V99.
               10  SH-MONTH-FEES       PIC S9(9)V99.
               10  SH-MONTH-INTEREST   PIC S9(9)V99.
               10  SH-OPEN-DATE        PIC 9(8).
           05  SH-TRAILER-DATA REDEFINES SH-DETAIL-DATA.
               10  SH-RECORD-COUNT     PIC 9(7).
               10  SH-BALANCE-TOTAL    PIC S9(13)V99.
               10  SH-TAKEN-DATE       PIC 9(8).
               10  FILLER              PIC X(34).

      *    YEAR-END TAX RUN PARAMETER CARD - THE TAX YEAR (DEFAULTS TO
      *    THE BUSINESS DATE'S YEAR) AND WHETHER BUSINESS EARNINGS
      *    CREDIT IS INCLUDED IN THE REPORTABLE AMOUNT ('Y') OR

       01  WS-JRNL-FILE-STATUS         PIC XX.
           88  JRNL-FILE-OK            VALUE '00'.
           88  JRNL-FILE-EOF           VALUE '10'.

      *    SET BY EACH POSTING SITE BEFORE WRITE-JOURNAL-RECORD IS
      *    PERFORMED - THE SOURCE TELLS RESEARCH WHETHER THE ITEM CAME
      *    "OD PROT", SO THE SAVED ITEM STILL JOURNALS UNDER THE
      *    SOURCE IT ACTUALLY CAME FROM.
       01  WS-JRNL-SAVED-SOURCE        PIC X(8).
      *    HIGHEST ITEM REFERENCE ON THE JOURNAL, FOUND BY READING IT
      *    THROUGH BEFORE IT IS OPENED FOR APPEND - EACH ROW WRITTEN
      *    TAKES THE NEXT ONE.  A RESTARTED RUN RE-READS THE ROWS THE
      *    FAILED RUN LEFT, SO NO REFERENCE IS EVER ISSUED TWICE.
       01  WS-JRNL-LAST-REF            PIC 9(12) VALUE ZEROS.
      *    SET ONLY BY A REVERSAL, AND CLEARED AGAIN AS SOON AS THE
      *    ROW IS WRITTEN.
       01  WS-JRNL-REVERSES-REF        PIC 9(12) VALUE ZEROS.
      *    SET ONLY BY A CASH DEPOSIT OR WITHDRAWAL, OR BY THE REVERSAL
      *    OF ONE, AND CLEARED AGAIN AS SOON AS THE ROW IS WRITTEN.
       01  WS-JRNL-CASH-FLAG           PIC X VALUE 'N'.

      *    REVERSALS IN TODAY'S FEED - THE ITEM REFERENCES THEY NAME
      *    ARE COLLECTED FROM THE FEED UP FRONT, THEN FILLED IN FROM
      *    THE JOURNAL PASS: THE ORIGINAL ITEM'S ACCOUNT, CODE, AMOUNT,
      *    DATE AND CASH FLAG, AND WHETHER A REVERSAL OF IT IS ALREADY
      *    ON FILE.
       01  WS-REVERSAL-TABLE.
           05  WS-REV-ENTRY OCCURS 200 TIMES.
               10  WS-REV-ITEM-REF     PIC 9(12).
               10  WS-REV-FOUND-FLAG   PIC X.
               10  WS-REV-REVERSED-FLAG PIC X.
               10  WS-REV-ORIG-ACCT    PIC 9(10).
               10  WS-REV-ORIG-CODE    PIC X.
               10  WS-REV-ORIG-AMOUNT  PIC S9(9)V99.
               10  WS-REV-ORIG-DATE    PIC 9(8).
               10  WS-REV-ORIG-CASH-FLAG PIC X.
       01  WS-REV-COUNT                PIC 9(3) VALUE ZEROS.
       01  WS-REV-SUB                  PIC 9(3).
       01  WS-REV-FOUND-SUB            PIC 9(3).
       01  WS-REV-REFUSAL-REASON       PIC X(30).
       01  WS-REVERSALS-POSTED         PIC 9(5) VALUE ZEROS.
       01  WS-REVERSALS-REFUSED        PIC 9(5) VALUE ZEROS.

       01  WS-CKPT-FILE-STATUS         PIC XX.
           88  CKPT-FILE-OK            VALUE '00'.
       01  WS-AUDIT-OLD-BALANCE        PIC S9(9)V99.
       01  WS-AUDIT-RUN-OLD-BALANCE    PIC S9(9)V99.
       01  WS-AUDIT-REASON             PIC X(20).
      *    MAKER AND CHECKER STAMPED ON MAINTENANCE AUDIT ROWS - BATCH
      *    POSTINGS LEAVE BOTH BLANK.
       01  WS-AUDIT-MAKER-ID           PIC X(8) VALUE SPACES.
       01  WS-AUDIT-CHECKER-ID         PIC X(8) VALUE SPACES.

       01  WS-CHECKPOINT-FOUND-SWITCH  PIC X VALUE 'N'.
           88  CHECKPOINT-FOUND        VALUE 'Y'.
      *    DETECTED WITH A CLASS TEST INSTEAD OF RESTORING GARBAGE.
       01  WS-CKPT-EXCP-PAGE-NO        PIC X(3) VALUE ZEROS.
       01  WS-CKPT-EXCP-LINE-CTR       PIC X(3) VALUE ZEROS.
       01  WS-CKPT-EXCP-CATEGORY-DATA  PIC X(126) VALUE SPACES.
      *    THE GL AMOUNTS ARE SIGNED (A REVERSAL BOOKS NEGATIVE), SO
      *    THIS TOO IS VETTED WITH A SPACES TEST, NOT A CLASS TEST.
       01  WS-CKPT-GL-TOTALS-DATA      PIC X(3380) VALUE SPACES.
       01  WS-CKPT-GL-BRANCH-DATA      PIC X(18) VALUE SPACES.
       01  WS-CKPT-SETTLE-DATA         PIC X(450) VALUE SPACES.
      *    CARRIES SIGNED BALANCES, SO A CLASS TEST CANNOT VET IT -
      *    A SPACES TEST CATCHES THE SHORT ROWS OLDER CHECKPOINTS
      *    WROTE, WHICH IS ALL THE NUMERIC TEST WAS FOR.
       01  WS-CKPT-BRANCH-TOTALS-DATA  PIC X(200) VALUE SPACES.
       01  WS-CKPT-OD-AGING-DATA       PIC X(401) VALUE SPACES.
       01  WS-CKPT-QUOTIENT            PIC 9(5).
       01  WS-CKPT-REMAINDER           PIC 9(5).

       01  WS-SETTLE-RPT-FILE-STATUS   PIC XX.
           88  SETTLE-RPT-FILE-OK      VALUE '00'.

       01  WS-CD-PARM-FILE-STATUS      PIC XX.
           88  CD-PARM-FILE-OK         VALUE '00'.

       01  WS-CD-RPT-FILE-STATUS       PIC XX.
           88  CD-RPT-FILE-OK          VALUE '00'.

       01  WS-SO-FILE-STATUS           PIC XX.
           88  SO-FILE-OK              VALUE '00', '05'.
           88  SO-FILE-EOF             VALUE '10'.

       01  WS-SO-REJ-FILE-STATUS       PIC XX.
           88  SO-REJ-FILE-OK          VALUE '00'.

       01  WS-COLL-PARM-FILE-STATUS    PIC XX.
           88  COLL-PARM-FILE-OK       VALUE '00'.

       01  WS-OD-RPT-FILE-STATUS       PIC XX.
           88  OD-RPT-FILE-OK          VALUE '00'.

       01  WS-COLL-LTR-FILE-STATUS     PIC XX.
           88  COLL-LTR-FILE-OK        VALUE '00'.

       01  WS-LOSS-RPT-FILE-STATUS     PIC XX.
           88  LOSS-RPT-FILE-OK        VALUE '00'.

       01  WS-PEND-FILE-STATUS         PIC XX.
           88  PEND-FILE-OK            VALUE '00', '05'.
           88  PEND-FILE-EOF           VALUE '10'.

       01  WS-DUAL-PARM-FILE-STATUS    PIC XX.
           88  DUAL-PARM-FILE-OK       VALUE '00'.

       01  WS-PEND-RPT-FILE-STATUS     PIC XX.
           88  PEND-RPT-FILE-OK        VALUE '00'.

       01  WS-AVAIL-FILE-STATUS        PIC XX.
           88  AVAIL-FILE-OK           VALUE '00'.

       01  WS-SNAP-FILE-STATUS         PIC XX.
           88  SNAP-FILE-OK            VALUE '00', '05'.
           88  SNAP-FILE-EOF           VALUE '10'.

      *    MONTH-END SNAPSHOT CONTROL - DUE ON THE FIRST RUN WHOSE
      *    BUSINESS DATE IS IN A LATER MONTH THAN THE LAST COMPLETED
      *    DATE, FOR THE LAST COMPLETED DATE'S MONTH, UNLESS THE
      *    HISTORY ALREADY HOLDS THAT MONTH (A CHECKPOINT RESTART OF
      *    THE SAME DAY).  THE INCOME TABLE IS FILLED FROM THE FEE AND
      *    INTEREST ROWS ON THE JOURNAL DURING THE START-UP SCAN.
       01  WS-SNAP-MONTH               PIC 9(6) VALUE ZEROS.
       01  WS-SNAP-DATE-WORK.
           05  WS-SD-DATE              PIC 9(8).
           05  WS-SD-DATE-R REDEFINES WS-SD-DATE.
               10  WS-SD-MONTH         PIC 9(6).
               10  WS-SD-DAY           PIC 9(2).
       01  WS-SNAP-DUE-SWITCH          PIC X VALUE 'N'.
           88  SNAPSHOT-DUE            VALUE 'Y'.
       01  WS-SNAP-PARTIAL-SWITCH      PIC X VALUE 'N'.
           88  SNAPSHOT-PARTIAL        VALUE 'Y'.
       01  WS-SNAP-INCOME-TABLE.
           05  WS-SI-ENTRY OCCURS 5000 TIMES.
               10  WS-SI-ACCT-NUMBER   PIC 9(10).
               10  WS-SI-FEES          PIC S9(9)V99.
               10  WS-SI-INTEREST      PIC S9(9)V99.
       01  WS-SI-COUNT                 PIC 9(4) VALUE ZEROS.
       01  WS-SI-SUB                   PIC 9(4).
       01  WS-SI-FOUND-SUB             PIC 9(4).
       01  WS-SNAP-ROWS-WRITTEN        PIC 9(7) VALUE ZEROS.
       01  WS-SNAP-BALANCE-TOTAL       PIC S9(13)V99 VALUE ZEROS.

      *    POSITIVE-BALANCE FILE CONTROLS - THE DATE THE BALANCES ARE
      *    GOOD FOR AND THE TRAILER COUNT AND HASHES.
       01  WS-AB-GOOD-FOR-DATE         PIC 9(8).
       01  WS-AB-RECORD-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-AB-BLOCKED-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-AB-ACCT-HASH             PIC 9(18) VALUE ZEROS.
       01  WS-AB-AVAILABLE-TOTAL       PIC S9(15)V99 VALUE ZEROS.

      *    TIME DEPOSIT WORK FIELDS - THE PENALTY ACCUMULATES AS EACH
      *    EARLY WITHDRAWAL OR TRANSFER POSTS AND IS ASSESSED ONCE
      *    AFTER THE POSTING REWRITE, LIKE THE NSF FEE.  THE TERM IS
      *    ADDED TO THE MATURITY DATE BY MONTH, WITH THE DAY PULLED
      *    BACK TO THE LAST DAY OF A SHORTER MONTH.
       01  WS-CD-PENALTY-DAYS          PIC 9(3) VALUE 90.
       01  WS-CD-NOTICE-DAYS           PIC 9(3) VALUE 30.
       01  WS-CD-PENALTY-AMOUNT        PIC 9(9)V99.
       01  WS-CD-PENALTY-ITEM          PIC S9(9)V99.
       01  WS-CD-DAYS-TO-MATURITY      PIC S9(7) COMP.
       01  WS-CD-MONTH-COUNT           PIC 9(6) COMP.
       01  WS-CD-YEAR-QUOTIENT         PIC 9(6) COMP.
       01  WS-CD-MONTH-REMAINDER       PIC 9(2) COMP.
       01  WS-CD-NOTICE-COUNT          PIC 9(5) VALUE ZEROS.
       01  WS-CD-MATURED-COUNT         PIC 9(5) VALUE ZEROS.

       01  WS-CD-PAGE-NO               PIC 9(3) VALUE ZEROS.
       01  WS-CD-LINE-CTR              PIC 9(3) VALUE ZEROS.

       01  WS-CD-HEADING-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "BANK ACCOUNT PROCESSOR - CD MATURITIES  ".
           05  FILLER                  PIC X(6) VALUE "PAGE ".
           05  WS-CH1-PAGE-NO          PIC ZZ9.

       01  WS-CD-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-CH2-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(16)
               VALUE "  NOTICE DAYS: ".
           05  WS-CH2-NOTICE-DAYS      PIC ZZ9.

       01  WS-CD-HEADING-3.
           05  FILLER                  PIC X(5) VALUE "BR".
           05  FILLER                  PIC X(12) VALUE "ACCT NUMBER".
           05  FILLER                  PIC X(32) VALUE "ACCOUNT NAME".
           05  FILLER                  PIC X(15) VALUE "BALANCE".
           05  FILLER                  PIC X(10) VALUE "MATURES".
           05  FILLER                  PIC X(5) VALUE "DAYS".
           05  FILLER                  PIC X(9) VALUE "AT MAT".
           05  FILLER                  PIC X(10) VALUE "PAY TO".

       01  WS-CD-DETAIL.
           05  WS-CDD-BRANCH           PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CDD-ACCT-NUMBER      PIC Z(9)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CDD-ACCT-NAME        PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CDD-BALANCE          PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-CDD-MATURITY-DATE    PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CDD-DAYS             PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CDD-INSTRUCTION      PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-CDD-PAYOUT-ACCT      PIC Z(9)9.

       01  WS-CD-NONE-MESSAGE          PIC X(50)
           VALUE "NO TIME DEPOSITS DUE FOR NOTICE THIS RUN".

       01  WS-CD-NOTICE-TOTAL.
           05  FILLER                  PIC X(30)
               VALUE "CERTIFICATES LISTED:".
           05  WS-CDT-COUNT            PIC ZZ,ZZ9.

       01  WS-CD-PENALTY-DETAIL.
           05  WS-CP-ACCT-NUMBER       PIC Z(9)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(32)
               VALUE "  CD EARLY WITHDRAWAL PENALTY".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-CP-AMOUNT            PIC $$$,$$$,$$9.99.

      *    STANDING ORDER REJECT LISTING - A STANDING ORDER PAYMENT
      *    THAT BOUNCES AT POSTING (NO FUNDS, OR A DESTINATION THAT
      *    CANNOT TAKE THE CREDIT) IS LISTED HERE AS WELL AS ON THE
      *    EXCEPTIONS REPORT, SO IT IS FOLLOWED UP AS A MISSED
      *    PAYMENT RATHER THAN LOST AMONG THE KEYED REJECTS.
       01  WS-SO-REJECT-REASON         PIC X(24).
       01  WS-SO-REJECT-COUNT          PIC 9(5) VALUE ZEROS.
       01  WS-SO-REJECT-AMOUNT         PIC 9(11)V99 VALUE ZEROS.
       01  WS-SO-PAGE-NO               PIC 9(3) VALUE ZEROS.
       01  WS-SO-LINE-CTR              PIC 9(3) VALUE ZEROS.

       01  WS-SO-HEADING-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "BANK ACCOUNT PROCESSOR - S/O REJECTS    ".
           05  FILLER                  PIC X(6) VALUE "PAGE ".
           05  WS-SOH1-PAGE-NO         PIC ZZ9.

       01  WS-SO-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-SOH2-RUN-DATE        PIC 9(8).

       01  WS-SO-HEADING-3.
           05  FILLER                  PIC X(5) VALUE "BR".
           05  FILLER                  PIC X(8) VALUE "ORDER".
           05  FILLER                  PIC X(12) VALUE "FROM ACCT".
           05  FILLER                  PIC X(12) VALUE "TO ACCT".
           05  FILLER                  PIC X(17) VALUE "AMOUNT".
           05  FILLER                  PIC X(24) VALUE "REASON".

       01  WS-SO-REJECT-DETAIL.
           05  WS-SRD-BRANCH           PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SRD-ORDER-ID         PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SRD-SOURCE-ACCT      PIC Z(9)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SRD-DEST-ACCT        PIC Z(9)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SRD-AMOUNT           PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-SRD-REASON           PIC X(24).

       01  WS-SO-NONE-MESSAGE          PIC X(50)
           VALUE "NO STANDING ORDER PAYMENTS REJECTED THIS RUN".

       01  WS-SO-REJECT-TOTAL.
           05  FILLER                  PIC X(30)
               VALUE "PAYMENTS REJECTED:".
           05  WS-SRT-COUNT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-SRT-AMOUNT           PIC $$,$$$,$$$,$$9.99.

      *    OVERDRAWN AGING WORK FIELDS.  DAYS OVERDRAWN ARE CALENDAR
      *    DAYS FROM THE DATE THE BALANCE FIRST WENT NEGATIVE; LETTER
      *    STAGES FALL AT 15, 30 AND 45 DAYS AND THE ACCOUNT IS
      *    CHARGED OFF AT THE PARAMETER DAY COUNT.  BUCKET 1 IS UNDER
      *    15 DAYS, 2 TO 4 THE THREE LETTER STAGES.
       01  WS-CHARGE-OFF-DAYS          PIC 9(3) VALUE 60.
       01  WS-OD-DAYS                  PIC S9(7) COMP.
       01  WS-OD-NEW-STAGE             PIC 9(1).
       01  WS-OD-BUCKET-SUB            PIC 9(1).
       01  WS-OD-WRITE-OFF             PIC 9(9)V99.
       01  WS-OD-RECOVERY-ITEM         PIC 9(9)V99.
       01  WS-OD-LISTED-COUNT          PIC 9(7).
       01  WS-OD-CHANGED-SWITCH        PIC X VALUE 'N'.
           88  OD-FIELDS-CHANGED       VALUE 'Y'.
       01  WS-OD-STAGE-VALUES          PIC X(6) VALUE "153045".
       01  WS-OD-STAGE-TABLE REDEFINES WS-OD-STAGE-VALUES.
           05  WS-OD-STAGE-DAYS OCCURS 3 TIMES PIC 9(2).
       01  WS-OD-BUCKET-VALUES.
           05  FILLER                  PIC X(12) VALUE "UNDER 15".
           05  FILLER                  PIC X(12) VALUE "15-29 DAYS".
           05  FILLER                  PIC X(12) VALUE "30-44 DAYS".
           05  FILLER                  PIC X(12) VALUE "45+ DAYS".
       01  WS-OD-BUCKET-TABLE REDEFINES WS-OD-BUCKET-VALUES.
           05  WS-OD-BUCKET-NAME OCCURS 4 TIMES PIC X(12).

      *    AGING BUCKET TOTALS BY BRANCH REGISTRY SLOT, PLUS THE RUN'S
      *    LETTER, CHARGE-OFF AND RECOVERY TOTALS - CARRIED ON THE
      *    CHECKPOINT SO A RESTARTED RUN STILL PRINTS WHOLE-RUN TOTALS.
       01  WS-OD-AGING-TOTALS.
           05  WS-OD-BRANCH-ENTRY OCCURS 5 TIMES.
               10  WS-OD-BUCKET-ENTRY OCCURS 4 TIMES.
                   15  WS-OD-BUCKET-COUNT  PIC 9(5).
                   15  WS-OD-BUCKET-AMOUNT PIC 9(11)V99.
           05  WS-OD-LETTER-COUNT      PIC 9(5).
           05  WS-OD-CHARGE-OFF-COUNT  PIC 9(5).
           05  WS-OD-CHARGE-OFF-AMOUNT PIC 9(11)V99.
           05  WS-OD-RECOVERY-COUNT    PIC 9(5).
           05  WS-OD-RECOVERY-AMOUNT   PIC 9(11)V99.

       01  WS-OD-PAGE-NO               PIC 9(3) VALUE ZEROS.
       01  WS-OD-LINE-CTR              PIC 9(3) VALUE ZEROS.

       01  WS-OD-HEADING-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "BANK ACCOUNT PROCESSOR - OVERDRAWN AGING".
           05  FILLER                  PIC X(6) VALUE "PAGE ".
           05  WS-OH1-PAGE-NO          PIC ZZ9.

       01  WS-OD-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-OH2-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(20)
               VALUE "  CHARGE-OFF DAYS: ".
           05  WS-OH2-CHARGE-OFF-DAYS  PIC ZZ9.

       01  WS-OD-HEADING-3.
           05  FILLER                  PIC X(5) VALUE "BR".
           05  FILLER                  PIC X(12) VALUE "ACCT NUMBER".
           05  FILLER                  PIC X(32) VALUE "ACCOUNT NAME".
           05  FILLER                  PIC X(16) VALUE "BALANCE".
           05  FILLER                  PIC X(10) VALUE "SINCE".
           05  FILLER                  PIC X(6) VALUE "DAYS".
           05  FILLER                  PIC X(13) VALUE "BUCKET".
           05  FILLER                  PIC X(6) VALUE "LETTER".

       01  WS-OD-DETAIL.
           05  WS-ODD-BRANCH           PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ODD-ACCT-NUMBER      PIC Z(9)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ODD-ACCT-NAME        PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ODD-BALANCE          PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-ODD-SINCE            PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ODD-DAYS             PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ODD-BUCKET           PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-ODD-LETTER           PIC X(6).

       01  WS-OD-NONE-MESSAGE          PIC X(50)
           VALUE "NO OVERDRAWN ACCOUNTS THIS RUN".

       01  WS-OD-BUCKET-LINE.
           05  FILLER                  PIC X(7) VALUE "BRANCH ".
           05  WS-OBL-CODE             PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-OBL-NAME             PIC X(20).
           05  WS-OBL-BUCKET           PIC X(12).
           05  WS-OBL-COUNT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-OBL-AMOUNT           PIC $$,$$$,$$$,$$9.99.

       01  WS-OD-LETTER-TOTAL.
           05  FILLER                  PIC X(30)
               VALUE "COLLECTION LETTERS WRITTEN:".
           05  WS-OLT-COUNT            PIC ZZ,ZZ9.

       01  WS-LOSS-PAGE-NO             PIC 9(3) VALUE ZEROS.
       01  WS-LOSS-LINE-CTR            PIC 9(3) VALUE ZEROS.
       01  WS-LOSS-ITEM-AMOUNT         PIC 9(9)V99.

       01  WS-LOSS-HEADING-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "BANK ACCOUNT PROCESSOR - LOSS COMMITTEE ".
           05  FILLER                  PIC X(6) VALUE "PAGE ".
           05  WS-LH1-PAGE-NO          PIC ZZ9.

       01  WS-LOSS-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-LH2-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(40)
               VALUE "  CHARGE-OFFS AND RECOVERIES".

       01  WS-LOSS-HEADING-3.
           05  FILLER                  PIC X(5) VALUE "BR".
           05  FILLER                  PIC X(12) VALUE "ACCT NUMBER".
           05  FILLER                  PIC X(32) VALUE "ACCOUNT NAME".
           05  FILLER                  PIC X(12) VALUE "ACTION".
           05  FILLER                  PIC X(16) VALUE "AMOUNT".
           05  FILLER                  PIC X(14) VALUE "UNRECOVERED".

       01  WS-LOSS-DETAIL.
           05  WS-LSD-BRANCH           PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LSD-ACCT-NUMBER      PIC Z(9)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LSD-ACCT-NAME        PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LSD-ACTION           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LSD-AMOUNT           PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-LSD-UNRECOVERED      PIC $$$,$$$,$$9.99.

       01  WS-LOSS-NONE-MESSAGE        PIC X(50)
           VALUE "NO CHARGE-OFFS OR RECOVERIES THIS RUN".

       01  WS-LOSS-TOTAL.
           05  WS-LT-CAPTION           PIC X(30).
           05  WS-LT-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-LT-AMOUNT            PIC $$,$$$,$$$,$$9.99.

      *    IN-CORE COPY OF THE STANDING-ORDER FILE FOR MAINTENANCE
      *    MODE - LOADED AT INITIALIZATION, CHANGED BY THE 'O' AND 'K'
      *    ACTIONS AND WRITTEN BACK WHOLE AT THE END (SAME PATTERN AS
      *    THE HOLDS TABLE).  NEW ORDERS TAKE THE NEXT ID AFTER THE
      *    HIGHEST ON FILE.
       01  WS-SO-TABLE.
           05  WS-SO-ENTRY OCCURS 1000 TIMES.
               10  WS-SO-ORDER-ID      PIC 9(6).
               10  WS-SO-SOURCE-ACCT   PIC 9(10).
               10  WS-SO-DEST-ACCT     PIC 9(10).
               10  WS-SO-AMOUNT        PIC 9(9)V99.
               10  WS-SO-FREQUENCY     PIC X.
               10  WS-SO-DUE-DAY       PIC 9(2).
               10  WS-SO-NEXT-DUE-DATE PIC 9(8).
               10  WS-SO-END-DATE      PIC 9(8).
               10  WS-SO-BRANCH-CODE   PIC 9(3).
               10  WS-SO-STATUS        PIC X.
               10  WS-SO-LAST-GENERATED PIC 9(8).
       01  WS-SO-COUNT                 PIC 9(4) VALUE ZEROS.
       01  WS-SO-SUB                   PIC 9(4).
       01  WS-SO-FOUND-SUB             PIC 9(4).
       01  WS-SO-LAST-ID               PIC 9(6) VALUE ZEROS.
       01  WS-SO-CHECK-ACCT            PIC 9(10).
       01  WS-SO-NEW-NEXT-DUE          PIC 9(8).
       01  WS-SO-NEW-END-DATE          PIC 9(8).
       01  WS-SO-VALID-SWITCH          PIC X.
           88  SO-REQUEST-VALID        VALUE 'Y'.

      *    IN-CORE COPY OF THE PENDING MAINTENANCE FILE - LOADED AT
      *    THE START OF MAINTENANCE MODE AND WRITTEN BACK WHOLE AT THE
      *    END (SAME PATTERN AS THE STANDING-ORDER TABLE).  THE
      *    REDEFINITION EXPOSES THE HELD ACTION CODE AND ACCOUNT FOR
      *    THE LISTING.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 500 TIMES.
               10  WS-PEND-ID          PIC 9(12).
               10  WS-PEND-STATUS      PIC X.
               10  WS-PEND-MAKER-ID    PIC X(8).
               10  WS-PEND-ENTERED-DATE PIC 9(8).
               10  WS-PEND-EXPIRY-DATE PIC 9(8).
               10  WS-PEND-CHECKER-ID  PIC X(8).
               10  WS-PEND-ACTION-DATE PIC 9(8).
               10  WS-PEND-MAINT-DATA  PIC X(250).
               10  WS-PEND-MAINT-VIEW REDEFINES WS-PEND-MAINT-DATA.
                   15  WS-PEND-ACTION-CODE PIC X.
                   15  WS-PEND-ACCT-NUMBER PIC 9(10).
                   15  FILLER          PIC X(239).
       01  WS-PEND-COUNT               PIC 9(4) VALUE ZEROS.
       01  WS-PEND-SUB                 PIC 9(4).
       01  WS-PEND-FOUND-SUB           PIC 9(4).
       01  WS-PEND-LAST-ID             PIC 9(12) VALUE ZEROS.
       01  WS-PEND-DAY-BASE-ID         PIC 9(12).
       01  WS-DUAL-EXPIRY-DAYS         PIC 9(2) VALUE 3.
       01  WS-DUAL-CONTROL-SWITCH      PIC X.
           88  DUAL-CONTROL-REQUIRED   VALUE 'Y'.

       01  WS-PEND-COUNTS.
           05  WS-PEND-HELD-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-PEND-APPLIED-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-PEND-REJECTED-COUNT  PIC 9(5) VALUE ZEROS.
           05  WS-PEND-EXPIRED-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-PEND-OPEN-COUNT      PIC 9(5) VALUE ZEROS.

       01  WS-PEND-PAGE-NO             PIC 9(3) VALUE ZEROS.
       01  WS-PEND-LINE-CTR            PIC 9(3) VALUE ZEROS.

       01  WS-PEND-HEADING-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "BANK ACCOUNT PROCESSOR - DUAL CONTROL".
           05  FILLER                  PIC X(6) VALUE "PAGE ".
           05  WS-PH1-PAGE-NO          PIC ZZ9.

       01  WS-PEND-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-PH2-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(40)
               VALUE "  PENDING MAINTENANCE ACTIVITY".

       01  WS-PEND-HEADING-3.
           05  FILLER                  PIC X(14) VALUE "PENDING ID".
           05  FILLER                  PIC X(4) VALUE "ACT".
           05  FILLER                  PIC X(12) VALUE "ACCT NUMBER".
           05  FILLER                  PIC X(10) VALUE "ENTERED".
           05  FILLER                  PIC X(10) VALUE "MAKER".
           05  FILLER                  PIC X(10) VALUE "CHECKER".
           05  FILLER                  PIC X(10) VALUE "EXPIRES".
           05  FILLER                  PIC X(24) VALUE "RESULT".

       01  WS-PEND-DETAIL.
           05  WS-PDD-PENDING-ID       PIC 9(12).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-PDD-ACTION           PIC X.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PDD-ACCT-NUMBER      PIC Z(9)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PDD-ENTERED-DATE     PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PDD-MAKER-ID         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PDD-CHECKER-ID       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PDD-EXPIRY-DATE      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PDD-RESULT           PIC X(24).

       01  WS-PEND-NONE-MESSAGE        PIC X(50)
           VALUE "NO DUAL CONTROL ACTIVITY THIS RUN".

       01  WS-PEND-TOTAL.
           05  WS-PT-CAPTION           PIC X(30).
           05  WS-PT-COUNT             PIC ZZ,ZZ9.

      *    BRANCH NAMES FOR REPORT CAPTIONS, LOADED FROM THE SHARED
      *    BRANCH TABLE THE PRE-EDIT VALIDATES AGAINST.
       01  WS-BRANCH-NAME-TABLE.
       01  WS-CUST-FILE-STATUS          PIC XX.
           88  CUST-FILE-OK             VALUE '00', '05'.

      *    '05' AS FOR THE CUSTOMER MASTER - THE FIRST MAINTENANCE RUN
      *    AFTER THE OWNERSHIP FILE WAS INTRODUCED CREATES IT.
       01  WS-OWN-FILE-STATUS           PIC XX.
           88  OWN-FILE-OK              VALUE '00', '05'.
       01  WS-OWN-OLD-PRIMARY           PIC 9(8).
       01  WS-OWN-OLD-ROLE              PIC X.

       01  WS-RUN-MODE                  PIC X(20) VALUE SPACES.
           88  MAINTENANCE-RUN-MODE     VALUE "MAINTENANCE", "MAINT".
           88  DORMANCY-RUN-MODE        VALUE "DORMANCY", "DORMANT".
               88  DEPOSIT             VALUE 'D'.
               88  WITHDRAWAL          VALUE 'W'.
               88  TRANSFER            VALUE 'T'.
               88  REVERSAL            VALUE 'V'.
           05  WS-TRANS-AMOUNT         PIC 9(9)V99.
           05  WS-TRANS-DEST-ACCT      PIC 9(10).
           05  WS-TRANS-BRANCH         PIC 9(3).
           05  WS-TRANS-ORIGIN         PIC X.
               88  STANDING-ORDER-ITEM VALUE 'S'.
           05  WS-TRANS-ORDER-ID       PIC 9(6).
           05  WS-TRANS-REVERSAL-REF   PIC 9(12).
           05  WS-TRANS-CASH-FLAG      PIC X.
               88  CASH-ITEM           VALUE 'Y'.

      *    TRANSFER WORK FIELDS - THE SOURCE ACCOUNT KEY IS SAVED WHILE
      *    ACCOUNT-FILE IS REPOSITIONED TO THE DESTINATION ACCOUNT FOR
      *    ON THE CHECKPOINT SO THE CATEGORY TOTALS SURVIVE A RESTART
      *    THE SAME WAY THE REPORT PAGE COUNTERS DO.
       01  WS-EXCP-CATEGORY-TOTALS.
           05  WS-EXCP-CAT-ENTRY OCCURS 7 TIMES.
               10  WS-EXCP-CAT-COUNT   PIC 9(5).
               10  WS-EXCP-CAT-AMOUNT  PIC 9(11)V99.

       01  WS-EXCP-CAT-NAMES.
           05  WS-EXCP-CAT-NAME OCCURS 7 TIMES PIC X(20).
       01  WS-EXCP-CAT-MAX             PIC 9(3) VALUE 7.
       01  WS-EXCP-CAT-SUB             PIC 9(3).
           88  EXCP-OVERDRAFT-REJECTED VALUE 1.
           88  EXCP-LOW-BALANCE        VALUE 2.
           88  EXCP-UNKNOWN-ACCT-TYPE  VALUE 4.
           88  EXCP-INVALID-BUS-BAL    VALUE 5.
           88  EXCP-TRANSFER-REJECTED  VALUE 6.
           88  EXCP-REVERSAL-REFUSED   VALUE 7.
       01  WS-EXCP-AMOUNT              PIC 9(11)V99.

       01  WS-GL-FILE-STATUS           PIC XX.
           88  GL-FILE-OK              VALUE '00'.

      *    RUN ACTIVITY BY ACCOUNT TYPE (CHECKING/SAVINGS/BUSINESS/TIME
      *    DEPOSIT) AND POSTING CATEGORY, ACCUMULATED AT EACH POSTING
      *    POINT AND CUT TO THE GL EXTRACT AT END OF RUN.  CARRIED ON
      *    THE CHECKPOINT SO THE BREAKDOWN SURVIVES A RESTART LIKE THE
      *    RUN TOTALS DO.
      *    DIMENSIONED BRANCH-MAJOR - EACH POSTING BUCKETS UNDER THE
      *    OWNING BRANCH OF THE ACCOUNT IN THE RECORD AREA, THEN BY
      *    ACCOUNT TYPE AND CATEGORY.  BRANCH SLOTS ARE REGISTERED ON
      *    SLOTS TO THE SAME BRANCHES.
       01  WS-GL-TOTALS.
           05  WS-GL-BRANCH-ENTRY OCCURS 5 TIMES.
               10  WS-GL-TYPE-ENTRY OCCURS 4 TIMES.
                   15  WS-GL-CAT-AMOUNT OCCURS 13 TIMES
                                       PIC S9(11)V99.
       01  WS-GL-BRANCH-REGISTRY.
           05  WS-GL-BRANCH-COUNT      PIC 9(3).
           05  WS-GL-BRANCH-CODES.
       01  WS-GL-BRANCH-SUB            PIC 9(3).
       01  WS-GL-REG-SUB               PIC 9(3).
       01  WS-GL-BRANCH-LOOKUP-CODE    PIC 9(3).
       01  WS-GL-SUM                   PIC S9(11)V99.
       01  WS-GL-TYPE-SUB              PIC 9(3).
       01  WS-GL-CAT-SUB               PIC 9(3).
           88  GL-CAT-DEPOSITS         VALUE 1.
           88  GL-CAT-SERVICE-CHARGES  VALUE 8.
           88  GL-CAT-OD-PROTECTION    VALUE 9.
           88  GL-CAT-NSF-FEES         VALUE 10.
           88  GL-CAT-CD-PENALTIES     VALUE 11.
           88  GL-CAT-CHARGE-OFFS      VALUE 12.
           88  GL-CAT-RECOVERIES       VALUE 13.
       01  WS-GL-CAT-MAX               PIC 9(3) VALUE 13.
       01  WS-GL-AMOUNT                PIC S9(11)V99.

       01  WS-GL-CAT-NAMES.
           05  WS-GL-CAT-NAME OCCURS 13 TIMES PIC X(20).
       01  WS-GL-RECORDS-WRITTEN       PIC 9(5) VALUE ZEROS.
       01  WS-INTEREST-AMOUNT          PIC S9(9)V99.

               10  WS-SUSP-ORIG-DATE       PIC 9(8).
               10  WS-SUSP-RETRY-COUNT     PIC 9(2).
               10  WS-SUSP-BRANCH          PIC 9(3).
               10  WS-SUSP-CASH-FLAG       PIC X.
               10  WS-SUSP-APPLIED-FLAG    PIC X.
       01  WS-SUSPENSE-COUNT           PIC 9(3) VALUE ZEROS.
       01  WS-SUSP-SUB                 PIC 9(3).

      *    THE PENDING DAILY TRANSACTION IS PARKED HERE WHILE SUSPENSE
      *    ITEMS ARE CYCLED THROUGH WS-TRANSACTION FOR POSTING.
       01  WS-HELD-TRANSACTION         PIC X(55).

       01  WS-HOLD-FILE-STATUS         PIC XX.
           88  HOLD-FILE-OK            VALUE '00', '05'.
      *    SOURCE (BALANCE, ITEM COUNTS, ACTIVITY DATE, STATUS) IS
      *    LOST TO THE STALE DISK COPY.
       01  WS-XFER-SOURCE-ACCT         PIC 9(10).
       01  WS-XFER-SOURCE-RECORD       PIC X(233).
       01  WS-XFER-SOURCE-BRANCH       PIC 9(3).

      *    OVERDRAFT PROTECTION WORK FIELDS - SAME SAVE/RESTORE
      *    CREDIT LEG'S.  THE SHORTFALL BRINGS THE SOURCE BALANCE TO
      *    EXACTLY COVER THE ITEM.
       01  WS-ODP-SOURCE-ACCT          PIC 9(10).
       01  WS-ODP-SOURCE-RECORD        PIC X(233).
       01  WS-ODP-LINKED-ACCT          PIC 9(10).
       01  WS-ODP-SHORTFALL            PIC 9(9)V99.
       01  WS-ODP-SUCCESS-SWITCH       PIC X VALUE 'N'.
           PERFORM DISPLAY-TOTALS
           PERFORM WRITE-GL-EXTRACT
           PERFORM WRITE-SETTLEMENT-REPORT
           PERFORM WRITE-AVAILABLE-BALANCE-FILE
           PERFORM CLEANUP-PROGRAM.

       RUN-MAINTENANCE-MODE.
               STOP RUN
           END-IF

           PERFORM LOAD-REVERSAL-REQUESTS
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-FILE-OK
               PERFORM VERIFY-FEED-CONTROLS
               STOP RUN
           END-IF

           PERFORM CHECK-MONTH-END-SNAPSHOT
           PERFORM SCAN-JOURNAL-REFERENCES
           OPEN EXTEND JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               DISPLAY "ERROR OPENING JOURNAL FILE: "
                       WS-JRNL-FILE-STATUS
               STOP RUN
           END-IF
           IF SNAPSHOT-DUE
               PERFORM WRITE-MONTH-END-SNAPSHOT
           END-IF

           OPEN INPUT CHECKPOINT-FILE
           IF CKPT-FILE-OK
           MOVE "UNKNOWN ACCT TYPE" TO WS-EXCP-CAT-NAME(4)
           MOVE "INVALID BUS BALANCE" TO WS-EXCP-CAT-NAME(5)
           MOVE "TRANSFER REJECTED" TO WS-EXCP-CAT-NAME(6)
           MOVE "REVERSAL REFUSED" TO WS-EXCP-CAT-NAME(7)
           PERFORM VARYING WS-EXCP-CAT-SUB FROM 1 BY 1
                   UNTIL WS-EXCP-CAT-SUB > WS-EXCP-CAT-MAX
               MOVE ZEROS TO WS-EXCP-CAT-COUNT(WS-EXCP-CAT-SUB)
           MOVE ZEROS TO WS-GL-BRANCH-REGISTRY
           MOVE ZEROS TO WS-SETTLE-TABLE
           MOVE ZEROS TO WS-BRANCH-REPORT-TOTALS
           IF CHECKPOINT-FOUND
               AND WS-CKPT-GL-TOTALS-DATA NOT = SPACES
               MOVE WS-CKPT-GL-TOTALS-DATA TO WS-GL-TOTALS
           END-IF
           IF CHECKPOINT-FOUND AND WS-CKPT-GL-BRANCH-DATA NUMERIC
               MOVE WS-CKPT-BRANCH-TOTALS-DATA
                   TO WS-BRANCH-REPORT-TOTALS
           END-IF
           MOVE ZEROS TO WS-OD-AGING-TOTALS
           IF CHECKPOINT-FOUND AND WS-CKPT-OD-AGING-DATA NUMERIC
               MOVE WS-CKPT-OD-AGING-DATA TO WS-OD-AGING-TOTALS
           END-IF

           MOVE "DEPOSITS" TO WS-GL-CAT-NAME(1)
           MOVE "WITHDRAWALS" TO WS-GL-CAT-NAME(2)
           MOVE "SERVICE CHARGES" TO WS-GL-CAT-NAME(8)
           MOVE "OD PROTECTION" TO WS-GL-CAT-NAME(9)
           MOVE "NSF FEES" TO WS-GL-CAT-NAME(10)
           MOVE "CD PENALTIES" TO WS-GL-CAT-NAME(11)
           MOVE "CHARGE-OFFS" TO WS-GL-CAT-NAME(12)
           MOVE "RECOVERIES" TO WS-GL-CAT-NAME(13)

           OPEN INPUT RATE-TABLE-FILE
           IF RATE-FILE-OK
               DISPLAY "NO CHECKING FEE FILE - USING DEFAULT SCHEDULE"
           END-IF

           OPEN INPUT CD-PARM-FILE
           IF CD-PARM-FILE-OK
               READ CD-PARM-FILE
                   AT END
                       DISPLAY "CD PARAMETER FILE EMPTY - USING "
                               "DEFAULTS"
                   NOT AT END
                       IF CDP-PENALTY-DAYS NUMERIC
                           MOVE CDP-PENALTY-DAYS TO WS-CD-PENALTY-DAYS
                       END-IF
                       IF CDP-NOTICE-DAYS NUMERIC
                           AND CDP-NOTICE-DAYS > ZEROS
                           MOVE CDP-NOTICE-DAYS TO WS-CD-NOTICE-DAYS
                       END-IF
               END-READ
               CLOSE CD-PARM-FILE
           ELSE
               DISPLAY "NO CD PARAMETER FILE - USING DEFAULTS"
           END-IF

           OPEN INPUT COLL-PARM-FILE
           IF COLL-PARM-FILE-OK
               READ COLL-PARM-FILE
                   AT END
                       DISPLAY "COLLECTIONS PARAMETER FILE EMPTY - "
                               "USING DEFAULTS"
                   NOT AT END
                       IF CLP-CHARGE-OFF-DAYS NUMERIC
                           AND CLP-CHARGE-OFF-DAYS > 45
                           MOVE CLP-CHARGE-OFF-DAYS
                               TO WS-CHARGE-OFF-DAYS
                       ELSE
                           DISPLAY "WARNING: Charge-off days must "
                                   "exceed 45 - using default "
                                   WS-CHARGE-OFF-DAYS
                       END-IF
               END-READ
               CLOSE COLL-PARM-FILE
           ELSE
               DISPLAY "NO COLLECTIONS PARAMETER FILE - USING DEFAULTS"
           END-IF

           IF CHECKPOINT-FOUND
               OPEN EXTEND CD-MATURITY-REPORT-FILE
           ELSE
               OPEN OUTPUT CD-MATURITY-REPORT-FILE
           END-IF
           IF NOT CD-RPT-FILE-OK
               DISPLAY "ERROR OPENING CD MATURITY REPORT FILE: "
                       WS-CD-RPT-FILE-STATUS
               STOP RUN
           END-IF

           IF CHECKPOINT-FOUND
               OPEN EXTEND SO-REJECT-REPORT-FILE
           ELSE
               OPEN OUTPUT SO-REJECT-REPORT-FILE
           END-IF
           IF NOT SO-REJ-FILE-OK
               DISPLAY "ERROR OPENING STANDING ORDER REJECT FILE: "
                       WS-SO-REJ-FILE-STATUS
               STOP RUN
           END-IF

           IF CHECKPOINT-FOUND
               OPEN EXTEND OD-AGING-REPORT-FILE
               OPEN EXTEND COLLECTION-LETTER-FILE
               OPEN EXTEND LOSS-REPORT-FILE
           ELSE
               OPEN OUTPUT OD-AGING-REPORT-FILE
               OPEN OUTPUT COLLECTION-LETTER-FILE
               OPEN OUTPUT LOSS-REPORT-FILE
           END-IF
           IF NOT OD-RPT-FILE-OK
               DISPLAY "ERROR OPENING OVERDRAWN AGING REPORT FILE: "
                       WS-OD-RPT-FILE-STATUS
               STOP RUN
           END-IF
           IF NOT COLL-LTR-FILE-OK
               DISPLAY "ERROR OPENING COLLECTION LETTER FILE: "
                       WS-COLL-LTR-FILE-STATUS
               STOP RUN
           END-IF
           IF NOT LOSS-RPT-FILE-OK
               DISPLAY "ERROR OPENING LOSS REPORT FILE: "
                       WS-LOSS-RPT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-OK
               SET CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NO CUSTOMER FILE - COLLECTION LETTERS GO OUT "
                       "WITHOUT ADDRESSES"
           END-IF

           OPEN INPUT BRANCH-TABLE-FILE
           IF BRANCH-FILE-OK
               PERFORM LOAD-ONE-BRANCH-NAME UNTIL BRANCH-FILE-EOF
                           MOVE ZEROS
                               TO WS-SUSP-BRANCH(WS-SUSPENSE-COUNT)
                       END-IF
                       IF SUSP-CASH-FLAG = 'Y'
                           MOVE 'Y'
                               TO WS-SUSP-CASH-FLAG(WS-SUSPENSE-COUNT)
                       ELSE
                           MOVE 'N'
                               TO WS-SUSP-CASH-FLAG(WS-SUSPENSE-COUNT)
                       END-IF
      *    ON A CHECKPOINT RESTART, AN ITEM FOR AN ACCOUNT AT OR
      *    BEFORE THE CHECKPOINT WAS ALREADY APPLIED AND REWRITTEN BY
      *    THE CRASHED RUN - IT IS MARKED APPLIED SO IT DROPS OFF AT
                       MOVE ZERO TO AUDIT-NEW-BALANCE
                       MOVE "SUSPENSE OVERFLOW" TO AUDIT-REASON
                       MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
                       MOVE SPACES TO AUDIT-MAKER-ID
                       MOVE SPACES TO AUDIT-CHECKER-ID
                       WRITE AUDIT-RECORD
                   END-IF
           END-READ.
                               TO WS-CKPT-SETTLE-DATA
                           MOVE CKPT-BRANCH-TOTALS-DATA
                               TO WS-CKPT-BRANCH-TOTALS-DATA
                           MOVE CKPT-OD-AGING-DATA
                               TO WS-CKPT-OD-AGING-DATA
                           SET CHECKPOINT-FOUND TO TRUE
                       WHEN CKPT-TYPE-FROZEN
                           IF WS-CKPT-FROZEN-COUNT < 200
                       WS-FEED-DATE
           END-IF.

      *    A FIRST PASS OVER THE FEED PICKS OUT THE REVERSALS SO THE
      *    JOURNAL NEED BE READ ONLY ONCE TO FIND THE ITEMS THEY NAME.
      *    A REFERENCE NAMED TWICE IS TABLED ONCE - THE SECOND
      *    REVERSAL THEN FINDS THE ITEM ALREADY REVERSED.  A NAME THAT
      *    DOES NOT FIT THE TABLE IS REFUSED AT POSTING AS NOT FOUND.
       LOAD-REVERSAL-REQUESTS.
           OPEN INPUT TRANSACTION-FILE
           IF TRANS-FILE-OK
               PERFORM LOAD-ONE-REVERSAL-REQUEST UNTIL TRANS-FILE-EOF
               CLOSE TRANSACTION-FILE
               IF WS-REV-COUNT > ZEROS
                   DISPLAY "REVERSALS IN FEED: " WS-REV-COUNT
               END-IF
           END-IF.

       LOAD-ONE-REVERSAL-REQUEST.
           READ TRANSACTION-FILE
               AT END
                   SET TRANS-FILE-EOF TO TRUE
               NOT AT END
                   IF NOT TC-TYPE-HEADER AND NOT TC-TYPE-TRAILER
                       AND TRANS-CODE = 'V'
                       AND TRANS-REVERSAL-REF NUMERIC
                       MOVE ZEROS TO WS-REV-FOUND-SUB
                       PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                               UNTIL WS-REV-SUB > WS-REV-COUNT
                           IF WS-REV-ITEM-REF(WS-REV-SUB)
                               = TRANS-REVERSAL-REF
                               MOVE WS-REV-SUB TO WS-REV-FOUND-SUB
                           END-IF
                       END-PERFORM
                       EVALUATE TRUE
                           WHEN WS-REV-FOUND-SUB > ZEROS
                               CONTINUE
                           WHEN WS-REV-COUNT < 200
                               ADD 1 TO WS-REV-COUNT
                               MOVE TRANS-REVERSAL-REF
                                   TO WS-REV-ITEM-REF(WS-REV-COUNT)
                               MOVE 'N'
                                   TO WS-REV-FOUND-FLAG(WS-REV-COUNT)
                               MOVE 'N'
                                   TO WS-REV-REVERSED-FLAG(WS-REV-COUNT)
                               MOVE 'N' TO WS-REV-ORIG-CASH-FLAG
                                               (WS-REV-COUNT)
                           WHEN OTHER
                               DISPLAY "WARNING: Reversal table full - "
                                       "item " TRANS-REVERSAL-REF
                                       " will be refused"
                       END-EVALUATE
                   END-IF
           END-READ.

      *    THE JOURNAL IS READ THROUGH ONCE BEFORE IT IS OPENED FOR
      *    APPEND - FOR THE HIGHEST ITEM REFERENCE ISSUED SO FAR, AND
      *    TO FILL IN THE REVERSAL TABLE.  NO JOURNAL YET MEANS THE
      *    FIRST ROW WRITTEN IS ITEM 1.
       SCAN-JOURNAL-REFERENCES.
           OPEN INPUT JOURNAL-FILE
           IF JRNL-FILE-OK
               PERFORM SCAN-ONE-JOURNAL-ROW UNTIL JRNL-FILE-EOF
               CLOSE JOURNAL-FILE
           END-IF
           DISPLAY "LAST JOURNAL ITEM REFERENCE: " WS-JRNL-LAST-REF.

       SCAN-ONE-JOURNAL-ROW.
           READ JOURNAL-FILE
               AT END
                   SET JRNL-FILE-EOF TO TRUE
               NOT AT END
                   IF JRNL-ITEM-REF NUMERIC
                       IF JRNL-ITEM-REF > WS-JRNL-LAST-REF
                           MOVE JRNL-ITEM-REF TO WS-JRNL-LAST-REF
                       END-IF
                       PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                               UNTIL WS-REV-SUB > WS-REV-COUNT
                           PERFORM MATCH-JOURNAL-TO-REVERSAL
                       END-PERFORM
                   END-IF
                   IF SNAPSHOT-DUE
                       PERFORM ADD-TO-SNAPSHOT-INCOME
                   END-IF
           END-READ.

       MATCH-JOURNAL-TO-REVERSAL.
           IF JRNL-ITEM-REF = WS-REV-ITEM-REF(WS-REV-SUB)
               MOVE 'Y' TO WS-REV-FOUND-FLAG(WS-REV-SUB)
               MOVE JRNL-ACCT-NUMBER TO WS-REV-ORIG-ACCT(WS-REV-SUB)
               MOVE JRNL-TRANS-CODE TO WS-REV-ORIG-CODE(WS-REV-SUB)
               MOVE JRNL-AMOUNT TO WS-REV-ORIG-AMOUNT(WS-REV-SUB)
               MOVE JRNL-RUN-DATE TO WS-REV-ORIG-DATE(WS-REV-SUB)
               IF JRNL-CASH-FLAG = 'Y'
                   MOVE 'Y' TO WS-REV-ORIG-CASH-FLAG(WS-REV-SUB)
               ELSE
                   MOVE 'N' TO WS-REV-ORIG-CASH-FLAG(WS-REV-SUB)
               END-IF
           END-IF
           IF JRNL-REVERSES-REF NUMERIC
               AND JRNL-REVERSES-REF = WS-REV-ITEM-REF(WS-REV-SUB)
               MOVE 'Y' TO WS-REV-REVERSED-FLAG(WS-REV-SUB)
           END-IF.

      *    THE SNAPSHOT IS DUE ON THE FIRST RUN OF A NEW MONTH AND IS
      *    FOR THE MONTH OF THE LAST COMPLETED RUN.  WITHOUT A RUN
      *    CONTROL FILE, OR BEFORE THE FIRST COMPLETED RUN, THERE IS NO
      *    MONTH TO CLOSE.  THE HISTORY IS SEARCHED FOR THE MONTH'S
      *    TRAILER SO A RESTART OF THE DAY DOES NOT TAKE IT TWICE; A
      *    MONTH WITH DETAIL BUT NO TRAILER WAS CUT SHORT AND IS TAKEN
      *    AGAIN IN FULL.
       CHECK-MONTH-END-SNAPSHOT.
           IF RUNCTL-LOADED
               AND WS-LAST-COMPLETED-DATE > ZEROS
               MOVE WS-RUN-DATE TO WS-SD-DATE
               MOVE WS-SD-MONTH TO WS-SNAP-MONTH
               MOVE WS-LAST-COMPLETED-DATE TO WS-SD-DATE
               IF WS-SD-MONTH < WS-SNAP-MONTH
                   MOVE WS-SD-MONTH TO WS-SNAP-MONTH
                   SET SNAPSHOT-DUE TO TRUE
                   OPEN INPUT SNAPSHOT-FILE
                   IF SNAP-FILE-OK
                       PERFORM FIND-ONE-SNAPSHOT-MONTH
                           UNTIL SNAP-FILE-EOF
                              OR NOT SNAPSHOT-DUE
                       CLOSE SNAPSHOT-FILE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT SNAPSHOT-DUE
                           DISPLAY "MONTH-END SNAPSHOT FOR "
                                   WS-SNAP-MONTH " ALREADY TAKEN"
                       WHEN SNAPSHOT-PARTIAL
                           DISPLAY "WARNING: Month-end snapshot for "
                                   WS-SNAP-MONTH " incomplete - "
                                   "taking it again"
                   END-EVALUATE
               END-IF
           END-IF.

       FIND-ONE-SNAPSHOT-MONTH.
           READ SNAPSHOT-FILE
               AT END
                   SET SNAP-FILE-EOF TO TRUE
               NOT AT END
                   IF SH-SNAP-MONTH = WS-SNAP-MONTH
                       IF SH-TYPE-TRAILER
                           MOVE 'N' TO WS-SNAP-DUE-SWITCH
                       ELSE
                           SET SNAPSHOT-PARTIAL TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    FEES ARE THE SERVICE CHARGE, ANALYSIS FEE, NSF FEE AND TIME
      *    DEPOSIT PENALTY ROWS; INTEREST IS THE CAPITALIZED CREDIT.
      *    A MONTH'S ROWS ARE THOSE WITH A RUN DATE IN THE MONTH, SO
      *    THE CYCLE CHARGES TAKEN ON A MONTH'S FIRST RUN COUNT IN
      *    THE MONTH THEY POSTED, AS ON THE GL EXTRACT.
       ADD-TO-SNAPSHOT-INCOME.
           IF JRNL-RUN-DATE NUMERIC
               AND JRNL-ACCT-NUMBER NUMERIC
               AND JRNL-AMOUNT NUMERIC
               AND (JRNL-TRANS-CODE = 'C' OR 'A' OR 'N' OR 'X'
                                       OR 'I')
               MOVE JRNL-RUN-DATE TO WS-SD-DATE
               IF WS-SD-MONTH = WS-SNAP-MONTH
                   PERFORM FIND-SNAPSHOT-INCOME-ENTRY
                   IF WS-SI-FOUND-SUB > ZEROS
                       IF JRNL-TRANS-CODE = 'I'
                           ADD JRNL-AMOUNT
                               TO WS-SI-INTEREST(WS-SI-FOUND-SUB)
                       ELSE
                           ADD JRNL-AMOUNT
                               TO WS-SI-FEES(WS-SI-FOUND-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    AN ACCOUNT PAST THE END OF THE TABLE GOES INTO THE SNAPSHOT
      *    WITH ITS BALANCE BUT NO MONTH'S INCOME, WITH A WARNING.
       FIND-SNAPSHOT-INCOME-ENTRY.
           MOVE ZEROS TO WS-SI-FOUND-SUB
           PERFORM VARYING WS-SI-SUB FROM 1 BY 1
                   UNTIL WS-SI-SUB > WS-SI-COUNT
                      OR WS-SI-FOUND-SUB > ZEROS
               IF WS-SI-ACCT-NUMBER(WS-SI-SUB) = JRNL-ACCT-NUMBER
                   MOVE WS-SI-SUB TO WS-SI-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-SI-FOUND-SUB = ZEROS
               IF WS-SI-COUNT < 5000
                   ADD 1 TO WS-SI-COUNT
                   MOVE WS-SI-COUNT TO WS-SI-FOUND-SUB
                   MOVE JRNL-ACCT-NUMBER
                       TO WS-SI-ACCT-NUMBER(WS-SI-FOUND-SUB)
                   MOVE ZEROS TO WS-SI-FEES(WS-SI-FOUND-SUB)
                   MOVE ZEROS TO WS-SI-INTEREST(WS-SI-FOUND-SUB)
               ELSE
                   DISPLAY "WARNING: Snapshot income table full - "
                           "account " JRNL-ACCT-NUMBER
                           " income not on snapshot"
               END-IF
           END-IF.

      *    THE MASTER IS SWEPT BEFORE POSTING STARTS AND THEN SET
      *    BACK TO THE FIRST ACCOUNT FOR THE POSTING SWEEP.  ONCE A
      *    DAY OF THE NEW MONTH POSTS THE MONTH-END POSITION IS GONE,
      *    SO A HISTORY THAT CANNOT BE OPENED STOPS THE RUN.
       WRITE-MONTH-END-SNAPSHOT.
           OPEN EXTEND SNAPSHOT-FILE
           IF NOT SNAP-FILE-OK
               DISPLAY "ERROR OPENING SNAPSHOT HISTORY FILE: "
                       WS-SNAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE ZEROS TO ACCT-NUMBER
               START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
                   INVALID KEY
                       SET END-OF-FILE TO TRUE
                   NOT INVALID KEY
                       PERFORM SNAPSHOT-ONE-ACCOUNT UNTIL END-OF-FILE
               END-START
               MOVE SPACES TO SNAPSHOT-RECORD
               SET SH-TYPE-TRAILER TO TRUE
               MOVE WS-SNAP-MONTH TO SH-SNAP-MONTH
               MOVE WS-SNAP-ROWS-WRITTEN TO SH-RECORD-COUNT
               MOVE WS-SNAP-BALANCE-TOTAL TO SH-BALANCE-TOTAL
               MOVE WS-RUN-DATE TO SH-TAKEN-DATE
               WRITE SNAPSHOT-RECORD
               CLOSE SNAPSHOT-FILE
               DISPLAY "MONTH-END SNAPSHOT FOR " WS-SNAP-MONTH ": "
                       WS-SNAP-ROWS-WRITTEN " ACCOUNTS"
           END-IF
           MOVE ZEROS TO ACCT-NUMBER
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.

       SNAPSHOT-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM WRITE-ONE-SNAPSHOT-ROW
           END-READ.

       WRITE-ONE-SNAPSHOT-ROW.
           MOVE SPACES TO SNAPSHOT-RECORD
           SET SH-TYPE-DETAIL TO TRUE
           MOVE WS-SNAP-MONTH TO SH-SNAP-MONTH
           MOVE ACCT-NUMBER TO SH-ACCT-NUMBER
           MOVE ACCT-TYPE TO SH-ACCT-TYPE
           MOVE ACCT-STATUS TO SH-ACCT-STATUS
           IF ACCT-BRANCH-CODE NUMERIC
               MOVE ACCT-BRANCH-CODE TO SH-BRANCH-CODE
           ELSE
               MOVE ZEROS TO SH-BRANCH-CODE
           END-IF
           IF ACCT-CUSTOMER-ID NUMERIC
               MOVE ACCT-CUSTOMER-ID TO SH-CUSTOMER-ID
           ELSE
               MOVE ZEROS TO SH-CUSTOMER-ID
           END-IF
           IF ACCT-BALANCE NUMERIC
               MOVE ACCT-BALANCE TO SH-BALANCE
           ELSE
               MOVE ZEROS TO SH-BALANCE
           END-IF
           IF ACCT-OPEN-DATE NUMERIC
               MOVE ACCT-OPEN-DATE TO SH-OPEN-DATE
           ELSE
               MOVE ZEROS TO SH-OPEN-DATE
           END-IF
           MOVE ZEROS TO SH-MONTH-FEES
           MOVE ZEROS TO SH-MONTH-INTEREST
           PERFORM VARYING WS-SI-SUB FROM 1 BY 1
                   UNTIL WS-SI-SUB > WS-SI-COUNT
               IF WS-SI-ACCT-NUMBER(WS-SI-SUB) = ACCT-NUMBER
                   MOVE WS-SI-FEES(WS-SI-SUB) TO SH-MONTH-FEES
                   MOVE WS-SI-INTEREST(WS-SI-SUB) TO SH-MONTH-INTEREST
               END-IF
           END-PERFORM
           WRITE SNAPSHOT-RECORD
           ADD 1 TO WS-SNAP-ROWS-WRITTEN
           ADD SH-BALANCE TO WS-SNAP-BALANCE-TOTAL.

       LOAD-ONE-POSTED-FEED.
           READ POSTED-FEED-LOG
               AT END
                   SET PFL-FILE-EOF TO TRUE
               NOT AT END
                   IF PFL-FEED-SEQ NUMERIC
                       AND PFL-FEED-SEQ > WS-LAST-POSTED-SEQ
                       MOVE PFL-FEED-SEQ TO WS-LAST-POSTED-SEQ
                   END-IF
           END-READ.

       PROCESS-ACCOUNTS.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM PROCESS-SINGLE-ACCOUNT
           END-READ.

      *    THE TRAILER RECORD ENDS THE FEED - ITS ACCEPTED COUNT AND
      *    AMOUNT HASH ARE CHECKED AGAINST WHAT WAS ACTUALLY READ, AND
      *    A MISMATCH MARKS THE RUN OUT OF BALANCE THE SAME WAY THE
      *    CONTROL-TOTAL CARD DOES.
       READ-NEXT-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   IF FEED-PRESENT
                       DISPLAY "WARNING: Feed ended without a trailer "
                               "record"
                       SET OUT-OF-BALANCE TO TRUE
                   END-IF
                   SET TRANS-FILE-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TC-TYPE-TRAILER
                           PERFORM VERIFY-FEED-TRAILER
                           SET TRANS-FILE-EOF TO TRUE
                       WHEN TC-TYPE-HEADER
                           DISPLAY "ERROR: Unexpected header record "
                                   "inside feed - remainder not posted"
                           SET OUT-OF-BALANCE TO TRUE
                           SET FEED-ABORTED TO TRUE
                           SET TRANS-FILE-EOF TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-FEED-DETAILS-READ
                           ADD TRANS-AMOUNT TO WS-FEED-HASH-TOTAL
                           MOVE TRANS-ACCT-NUMBER
                               TO WS-TRANS-ACCT-NUMBER
                           MOVE TRANS-CODE TO WS-TRANS-TYPE
                           MOVE TRANS-AMOUNT TO WS-TRANS-AMOUNT
                           MOVE TRANS-DEST-ACCT-NUMBER
                               TO WS-TRANS-DEST-ACCT
                           IF TRANS-BRANCH-CODE NUMERIC
                               MOVE TRANS-BRANCH-CODE
                                   TO WS-TRANS-BRANCH
                           ELSE
                               MOVE ZEROS TO WS-TRANS-BRANCH
                           END-IF
                           MOVE TRANS-ORIGIN TO WS-TRANS-ORIGIN
                           IF TRANS-ORDER-ID NUMERIC
                               MOVE TRANS-ORDER-ID
                                   TO WS-TRANS-ORDER-ID
                           ELSE
                               MOVE ZEROS TO WS-TRANS-ORDER-ID
                           END-IF
                           IF TRANS-REVERSAL-REF NUMERIC
                               MOVE TRANS-REVERSAL-REF
                                   TO WS-TRANS-REVERSAL-REF
                           ELSE
                               MOVE ZEROS TO WS-TRANS-REVERSAL-REF
                           END-IF
                           IF TRANS-CASH-FLAG = 'Y'
                               MOVE 'Y' TO WS-TRANS-CASH-FLAG
                           ELSE
                               MOVE 'N' TO WS-TRANS-CASH-FLAG
                           END-IF
                   END-EVALUATE
           END-READ.

       VERIFY-FEED-TRAILER.
           IF TC-RECORD-COUNT NOT NUMERIC
               OR TC-HASH-TOTAL NOT NUMERIC
               DISPLAY "WARNING: Feed trailer totals not numeric"
                           TO WS-TRANS-DEST-ACCT
                       MOVE WS-SUSP-BRANCH(WS-SUSP-SUB)
                           TO WS-TRANS-BRANCH
                       MOVE SPACE TO WS-TRANS-ORIGIN
                       MOVE ZEROS TO WS-TRANS-ORDER-ID
                       MOVE ZEROS TO WS-TRANS-REVERSAL-REF
                       MOVE WS-SUSP-CASH-FLAG(WS-SUSP-SUB)
                           TO WS-TRANS-CASH-FLAG
                       MOVE "SUSPENSE" TO WS-JRNL-SOURCE
                       PERFORM POST-MATCHED-TRANSACTION
                       MOVE 'Y' TO WS-SUSP-APPLIED-FLAG(WS-SUSP-SUB)

       POST-ONE-TRANSACTION.
           IF WS-TRANS-ACCT-NUMBER = ACCT-NUMBER
               IF STANDING-ORDER-ITEM
                   MOVE "STANDORD" TO WS-JRNL-SOURCE
               ELSE
                   MOVE "FEED" TO WS-JRNL-SOURCE
               END-IF
               PERFORM POST-MATCHED-TRANSACTION
           ELSE
               DISPLAY "WARNING: Transaction not applied - account "
           PERFORM READ-NEXT-TRANSACTION.

       POST-MATCHED-TRANSACTION.
           IF DEPOSIT
               PERFORM ENSURE-OVERDRAWN-FIELDS
               IF ACCT-CHARGE-OFF-BAL > ZERO
                   PERFORM POST-RECOVERY
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN DEPOSIT AND WS-TRANS-AMOUNT = ZERO
                   CONTINUE
               WHEN DEPOSIT
                   ADD WS-TRANS-AMOUNT TO ACCT-BALANCE
                   ADD WS-TRANS-AMOUNT TO WS-TOTAL-TRANS-DEPOSITS
                   MOVE 'D' TO WS-JRNL-CODE
                   MOVE WS-TRANS-AMOUNT TO WS-JRNL-AMOUNT
                   MOVE ZEROS TO WS-JRNL-DEST-ACCT
                   MOVE WS-TRANS-CASH-FLAG TO WS-JRNL-CASH-FLAG
                   PERFORM WRITE-JOURNAL-RECORD
                   IF BUSINESS
                       PERFORM ENSURE-ANALYSIS-COUNTERS
                   PERFORM POST-WITHDRAWAL
               WHEN TRANSFER
                   PERFORM POST-TRANSFER
               WHEN REVERSAL
                   PERFORM POST-REVERSAL
               WHEN OTHER
                   DISPLAY "WARNING: Unknown transaction code "
                           "for account " ACCT-NUMBER
                           WS-TRANS-ACCT-NUMBER
                           " posted before checkpoint - not held in "
                           "suspense"
      *        THE SUSPENSE FILE HAS NO ROOM FOR THE ITEM REFERENCE A
      *        REVERSAL NAMES, SO ONE THAT CANNOT POST IS RE-ENTERED.
               WHEN REVERSAL
                   DISPLAY "WARNING: Reversal for account "
                           WS-TRANS-ACCT-NUMBER " of item "
                           WS-TRANS-REVERSAL-REF " not held in "
                           "suspense - re-enter when the account is "
                           "open"
               WHEN WS-SUSPENSE-COUNT < 300
                   ADD 1 TO WS-SUSPENSE-COUNT
                   MOVE WS-TRANS-ACCT-NUMBER
                       TO WS-SUSP-RETRY-COUNT(WS-SUSPENSE-COUNT)
                   MOVE WS-TRANS-BRANCH
                       TO WS-SUSP-BRANCH(WS-SUSPENSE-COUNT)
                   MOVE WS-TRANS-CASH-FLAG
                       TO WS-SUSP-CASH-FLAG(WS-SUSPENSE-COUNT)
                   MOVE 'N'
                       TO WS-SUSP-APPLIED-FLAG(WS-SUSPENSE-COUNT)
               WHEN OTHER
               PERFORM ATTEMPT-PROTECTION-TRANSFER
               PERFORM SET-AVAILABLE-BALANCE
           END-IF
      *    A TIME DEPOSIT HAS NO OVERDRAFT LINE - A WITHDRAWAL LARGER
      *    THAN THE AVAILABLE BALANCE REJECTS THE SAME WAY.
           IF (CHECKING AND
               WS-AVAILABLE-BALANCE - WS-TRANS-AMOUNT
                   < WS-OVERDRAFT-LIMIT-NEG)
               OR (TIME-DEPOSIT AND
               WS-AVAILABLE-BALANCE - WS-TRANS-AMOUNT < ZERO)
               DISPLAY "OVERDRAFT REJECTED: Account " ACCT-NUMBER
                       " Attempted withdrawal: " WS-TRANS-AMOUNT
                       " Available balance: " WS-AVAILABLE-BALANCE
               MOVE 'W' TO WS-JRNL-CODE
               MOVE WS-TRANS-AMOUNT TO WS-JRNL-AMOUNT
               MOVE ZEROS TO WS-JRNL-DEST-ACCT
               MOVE WS-TRANS-CASH-FLAG TO WS-JRNL-CASH-FLAG
               PERFORM WRITE-JOURNAL-RECORD
               IF BUSINESS
                   PERFORM ENSURE-ANALYSIS-COUNTERS
                   ADD 1 TO ACCT-ANAL-DEBIT-ITEMS
                   MOVE 'Y' TO WS-RECORD-TOUCHED-SWITCH
               END-IF
               IF TIME-DEPOSIT
                   PERFORM ACCUMULATE-CD-PENALTY
               END-IF
           END-IF.

      *    WHEN A DEBIT WOULD BREACH THE OVERDRAFT LIMIT AND THE
               END-IF
           END-IF
           MOVE 'N' TO WS-XFER-REJECT-SWITCH
           MOVE "DESTINATION NOT OPEN" TO WS-SO-REJECT-REASON
           EVALUATE TRUE
               WHEN CHECKING AND WS-AVAILABLE-BALANCE - WS-TRANS-AMOUNT
                       < WS-OVERDRAFT-LIMIT-NEG
               WHEN TIME-DEPOSIT
                       AND WS-AVAILABLE-BALANCE - WS-TRANS-AMOUNT < ZERO
                   SET XFER-REJECTED TO TRUE
                   MOVE "INSUFFICIENT FUNDS" TO WS-SO-REJECT-REASON
                   ADD 1 TO WS-NSF-EVENT-COUNT
                   DISPLAY "TRANSFER REJECTED: Account " ACCT-NUMBER
                           " Attempted transfer: " WS-TRANS-AMOUNT
               WHEN WS-TRANS-DEST-ACCT = ZEROS
                   OR WS-TRANS-DEST-ACCT = ACCT-NUMBER
                   SET XFER-REJECTED TO TRUE
                   MOVE "INVALID DESTINATION" TO WS-SO-REJECT-REASON
                   DISPLAY "TRANSFER REJECTED: Account " ACCT-NUMBER
                           " invalid destination account "
                           WS-TRANS-DEST-ACCT
               SET EXCP-TRANSFER-REJECTED TO TRUE
               MOVE WS-TRANS-AMOUNT TO WS-EXCP-AMOUNT
               PERFORM WRITE-EXCEPTION-DETAIL
               IF STANDING-ORDER-ITEM
                   PERFORM WRITE-SO-REJECT-DETAIL
               END-IF
           ELSE
               SUBTRACT WS-TRANS-AMOUNT FROM ACCT-BALANCE
               ADD WS-TRANS-AMOUNT TO WS-TOTAL-WITHDRAWALS
                   ADD 1 TO ACCT-ANAL-DEBIT-ITEMS
                   MOVE 'Y' TO WS-RECORD-TOUCHED-SWITCH
               END-IF
               IF TIME-DEPOSIT
                   PERFORM ACCUMULATE-CD-PENALTY
               END-IF
           END-IF.

      *    A REVERSAL BACKS OUT ONE EARLIER JOURNAL ITEM ON THIS SAME
      *    ACCOUNT, FOR EXACTLY ITS AMOUNT, AND ONLY ONCE.  IT IS A
      *    CORRECTION, NOT CUSTOMER ACTIVITY - THE LAST-ACTIVITY DATE
      *    AND THE ANALYSIS ITEM COUNTS ARE LEFT ALONE, THERE IS NO
      *    FUNDS TEST, AND IT BOOKS TO THE ORIGINAL ITEM'S GL
      *    CATEGORY WITH THE OPPOSITE SIGN.  TRANSFER LEGS, PROTECTION
      *    SWEEPS, ESCHEATS AND OTHER REVERSALS MOVE MONEY BETWEEN
      *    TWO ACCOUNTS OR OFF THE BOOKS AND ARE NOT REVERSIBLE HERE.
       POST-REVERSAL.
           MOVE ZEROS TO WS-REV-FOUND-SUB
           PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-COUNT
               IF WS-REV-ITEM-REF(WS-REV-SUB) = WS-TRANS-REVERSAL-REF
                   MOVE WS-REV-SUB TO WS-REV-FOUND-SUB
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REV-REFUSAL-REASON
           EVALUATE TRUE
               WHEN WS-REV-FOUND-SUB = ZEROS
                   MOVE "ORIGINAL ITEM NOT FOUND"
                       TO WS-REV-REFUSAL-REASON
               WHEN WS-REV-FOUND-FLAG(WS-REV-FOUND-SUB) NOT = 'Y'
                   MOVE "ORIGINAL ITEM NOT FOUND"
                       TO WS-REV-REFUSAL-REASON
               WHEN WS-REV-ORIG-ACCT(WS-REV-FOUND-SUB)
                   NOT = ACCT-NUMBER
                   MOVE "ITEM IS ON ANOTHER ACCOUNT"
                       TO WS-REV-REFUSAL-REASON
               WHEN WS-REV-REVERSED-FLAG(WS-REV-FOUND-SUB) = 'Y'
                   MOVE "ITEM ALREADY REVERSED"
                       TO WS-REV-REFUSAL-REASON
               WHEN WS-REV-ORIG-AMOUNT(WS-REV-FOUND-SUB)
                   NOT = WS-TRANS-AMOUNT
                   MOVE "AMOUNT DOES NOT MATCH ITEM"
                       TO WS-REV-REFUSAL-REASON
               WHEN OTHER
                   EVALUATE WS-REV-ORIG-CODE(WS-REV-FOUND-SUB)
                       WHEN 'D'
                           SET GL-CAT-DEPOSITS TO TRUE
                       WHEN 'I'
                           SET GL-CAT-INTEREST TO TRUE
                       WHEN 'W'
                           SET GL-CAT-WITHDRAWALS TO TRUE
                       WHEN 'A'
                           SET GL-CAT-ANALYSIS-FEES TO TRUE
                       WHEN 'C'
                           SET GL-CAT-SERVICE-CHARGES TO TRUE
                       WHEN 'N'
                           SET GL-CAT-NSF-FEES TO TRUE
                       WHEN 'X'
                           SET GL-CAT-CD-PENALTIES TO TRUE
                       WHEN OTHER
                           MOVE "ITEM TYPE NOT REVERSIBLE"
                               TO WS-REV-REFUSAL-REASON
                   END-EVALUATE
           END-EVALUATE
           IF WS-REV-REFUSAL-REASON = SPACES
               PERFORM APPLY-REVERSAL
           ELSE
               ADD 1 TO WS-REVERSALS-REFUSED
               DISPLAY "REVERSAL REFUSED: Account " ACCT-NUMBER
                       " Item " WS-TRANS-REVERSAL-REF " - "
                       WS-REV-REFUSAL-REASON
               MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
               MOVE "REVERSAL REFUSED" TO WS-AUDIT-REASON
               PERFORM WRITE-AUDIT-RECORD
               SET EXCP-REVERSAL-REFUSED TO TRUE
               MOVE WS-TRANS-AMOUNT TO WS-EXCP-AMOUNT
               PERFORM WRITE-EXCEPTION-DETAIL
           END-IF.

      *    THE GL CATEGORY WAS SET BY THE CALLER FROM THE ORIGINAL
      *    ITEM'S CODE.  DEPOSITS AND INTEREST WERE CREDITS, SO THEIR
      *    REVERSAL DEBITS THE ACCOUNT; EVERYTHING ELSE REVERSIBLE WAS
      *    A DEBIT AND IS CREDITED BACK.  THE REVERSAL OF A CASH ITEM
      *    CARRIES THE CASH FLAG SO THE CASH MONITOR CAN NET IT OFF.
       APPLY-REVERSAL.
           IF WS-REV-ORIG-CODE(WS-REV-FOUND-SUB) = 'D' OR 'I'
               SUBTRACT WS-TRANS-AMOUNT FROM ACCT-BALANCE
               COMPUTE WS-JRNL-AMOUNT = ZERO - WS-TRANS-AMOUNT
           ELSE
               ADD WS-TRANS-AMOUNT TO ACCT-BALANCE
               MOVE WS-TRANS-AMOUNT TO WS-JRNL-AMOUNT
           END-IF
           MOVE 'Y' TO WS-RECORD-TOUCHED-SWITCH
           COMPUTE WS-GL-AMOUNT = ZERO - WS-TRANS-AMOUNT
           PERFORM ADD-TO-GL-TOTALS
           MOVE 'V' TO WS-JRNL-CODE
           MOVE ZEROS TO WS-JRNL-DEST-ACCT
           MOVE WS-TRANS-REVERSAL-REF TO WS-JRNL-REVERSES-REF
           MOVE WS-REV-ORIG-CASH-FLAG(WS-REV-FOUND-SUB)
               TO WS-JRNL-CASH-FLAG
           PERFORM WRITE-JOURNAL-RECORD
           MOVE 'Y' TO WS-REV-REVERSED-FLAG(WS-REV-FOUND-SUB)
           ADD 1 TO WS-REVERSALS-POSTED
           DISPLAY "ITEM REVERSED: Account " ACCT-NUMBER " Item "
                   WS-TRANS-REVERSAL-REF " of "
                   WS-REV-ORIG-DATE(WS-REV-FOUND-SUB)
                   " Amount " WS-TRANS-AMOUNT.

       WRITE-SO-HEADING.
           ADD 1 TO WS-SO-PAGE-NO
           MOVE WS-SO-PAGE-NO TO WS-SOH1-PAGE-NO
           MOVE WS-RUN-DATE TO WS-SOH2-RUN-DATE
           MOVE WS-SO-HEADING-1 TO SO-REJECT-REPORT-LINE
           WRITE SO-REJECT-REPORT-LINE AFTER ADVANCING PAGE
           MOVE WS-SO-HEADING-2 TO SO-REJECT-REPORT-LINE
           WRITE SO-REJECT-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-SO-HEADING-3 TO SO-REJECT-REPORT-LINE
           WRITE SO-REJECT-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-SO-LINE-CTR.

       WRITE-SO-REJECT-DETAIL.
           IF WS-SO-LINE-CTR = ZERO
               OR WS-SO-LINE-CTR >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-SO-HEADING
           END-IF
           MOVE WS-TRANS-BRANCH TO WS-SRD-BRANCH
           MOVE WS-TRANS-ORDER-ID TO WS-SRD-ORDER-ID
           MOVE ACCT-NUMBER TO WS-SRD-SOURCE-ACCT
           MOVE WS-TRANS-DEST-ACCT TO WS-SRD-DEST-ACCT
           MOVE WS-TRANS-AMOUNT TO WS-SRD-AMOUNT
           MOVE WS-SO-REJECT-REASON TO WS-SRD-REASON
           MOVE WS-SO-REJECT-DETAIL TO SO-REJECT-REPORT-LINE
           WRITE SO-REJECT-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-SO-LINE-CTR
           ADD 1 TO WS-SO-REJECT-COUNT
           ADD WS-TRANS-AMOUNT TO WS-SO-REJECT-AMOUNT
           DISPLAY "STANDING ORDER REJECTED: Order "
                   WS-TRANS-ORDER-ID " Account " ACCT-NUMBER
                   " - " WS-SO-REJECT-REASON.

      *    A LOOK-AHEAD READ OF THE DESTINATION, WITH THE SAME
      *    SAVE/RESTORE MECHANICS AS THE CREDIT LEG, SO PROTECTION IS
      *    ONLY ATTEMPTED FOR A TRANSFER THAT CAN ACTUALLY POST.  THE
                   PERFORM PROCESS-SAVINGS-ACCOUNT
               WHEN BUSINESS
                   PERFORM PROCESS-BUSINESS-ACCOUNT
               WHEN TIME-DEPOSIT
                   PERFORM PROCESS-TIME-DEPOSIT-ACCOUNT
               WHEN OTHER
                   DISPLAY "WARNING: Unknown account type for "
                           ACCT-NUMBER
                   PERFORM WRITE-EXCEPTION-DETAIL
           END-EVALUATE

           IF NOT CLOSED AND NOT FROZEN
               PERFORM AGE-OVERDRAWN-ACCOUNT
           END-IF

           PERFORM WRITE-REPORT-DETAIL

           DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
           MOVE WS-GL-BRANCH-REGISTRY TO CKPT-GL-BRANCH-DATA
           MOVE WS-SETTLE-TABLE TO CKPT-SETTLE-DATA
           MOVE WS-BRANCH-REPORT-TOTALS TO CKPT-BRANCH-TOTALS-DATA
           MOVE WS-OD-AGING-TOTALS TO CKPT-OD-AGING-DATA
           WRITE CHECKPOINT-RECORD
           DISPLAY "CHECKPOINT WRITTEN AT RECORD " WS-RECORD-COUNT.

                   MOVE "SAVINGS" TO WS-RD-ACCT-TYPE
               WHEN BUSINESS
                   MOVE "BUSINESS" TO WS-RD-ACCT-TYPE
               WHEN TIME-DEPOSIT
                   MOVE "TIME DEP" TO WS-RD-ACCT-TYPE
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-RD-ACCT-TYPE
           END-EVALUATE
      *    BALANCE * (MULTIPLIER - 1) * DAYS / 365.  A ZERO ACCRUAL
      *    DATE (FRESHLY CONVERTED OR NEWLY ADDED RECORD) STARTS THE
      *    CLOCK WITHOUT ACCRUING; A SAME-DAY RERUN ELAPSES ZERO DAYS
      *    AND ACCRUES NOTHING.  A TIME DEPOSIT ACCRUES AT THE RATE
      *    LOCKED AT OPEN THROUGH ITS MATURITY DATE, AND AT THE TIER
      *    RATE ONCE IT IS LEFT ON DEPOSIT PAST MATURITY.
       ACCRUE-SAVINGS-INTEREST.
           IF ACCT-ACCRUED-INTEREST NOT NUMERIC
               MOVE ZEROS TO ACCT-ACCRUED-INTEREST
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(ACCT-LAST-ACCRUAL-DATE)
               IF WS-ACCRUAL-DAYS > ZERO
                   IF TIME-DEPOSIT
                       AND NOT CD-MATURED-HELD
                       AND ACCT-CD-RATE NUMERIC
                       AND ACCT-CD-MATURITY-DATE NUMERIC
                       AND ACCT-CD-MATURITY-DATE NOT < WS-RUN-DATE
                       MOVE ACCT-CD-RATE TO WS-SELECTED-RATE-MULTIPLIER
                   ELSE
                       PERFORM LOOKUP-SAVINGS-RATE
                   END-IF
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       ACCT-BALANCE
                       * (WS-SELECTED-RATE-MULTIPLIER - 1)
               END-REWRITE
           END-IF.

      *    A TIME DEPOSIT (CERTIFICATE) RUNS THE SAVINGS INTEREST
      *    CYCLE AT ITS LOCKED RATE.  WITHDRAWALS AND TRANSFERS OUT
      *    BEFORE MATURITY POST NORMALLY AND BUILD UP AN EARLY-
      *    WITHDRAWAL PENALTY THAT IS TAKEN AFTER THE POSTING REWRITE
      *    AS ITS OWN AUDIT ROW.  THE MATURITY NOTICE IS LISTED AHEAD
      *    OF THE POSTING REWRITE SO THE NOTICE STAMP IS SAVED WITH
      *    IT.  ON THE MATURITY BUSINESS DATE THE ACCRUED INTEREST IS
      *    CAPITALIZED REGARDLESS OF THE MONTHLY CYCLE, SO THE PROCEEDS
      *    ARE WHOLE BEFORE THE INSTRUCTION IS CARRIED OUT.
       PROCESS-TIME-DEPOSIT-ACCOUNT.
           MOVE ACCT-BALANCE TO WS-AUDIT-RUN-OLD-BALANCE
           MOVE ZEROS TO WS-CD-PENALTY-AMOUNT
           IF ACCT-CD-MATURITY-DATE NOT NUMERIC
               MOVE ZEROS TO ACCT-CD-MATURITY-DATE
           END-IF
           IF ACCT-CD-NOTICE-DATE NOT NUMERIC
               MOVE ZEROS TO ACCT-CD-NOTICE-DATE
           END-IF
           PERFORM APPLY-TRANSACTIONS
           PERFORM ACCRUE-SAVINGS-INTEREST
           PERFORM CHECK-CD-MATURITY-NOTICE

           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot update account " ACCT-NUMBER
               NOT INVALID KEY
                   IF ACCT-BALANCE NOT = WS-AUDIT-RUN-OLD-BALANCE
                       MOVE WS-AUDIT-RUN-OLD-BALANCE
                           TO WS-AUDIT-OLD-BALANCE
                       MOVE "TRANSACTION POST" TO WS-AUDIT-REASON
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
           END-REWRITE

           PERFORM ASSESS-CD-PENALTY

           IF ACCT-CD-MATURITY-DATE > ZEROS
               AND ACCT-CD-MATURITY-DATE NOT > WS-RUN-DATE
               AND NOT CD-MATURED-HELD
               MOVE ZEROS TO ACCT-LAST-INT-POSTED
               PERFORM CAPITALIZE-SAVINGS-INTEREST
               PERFORM PROCESS-CD-MATURITY
           ELSE
               PERFORM CAPITALIZE-SAVINGS-INTEREST
           END-IF

           MOVE ACCT-BALANCE TO WS-FORMATTED-BALANCE
           DISPLAY "Time Deposit: " ACCT-NUMBER
                   " | Balance: " WS-FORMATTED-BALANCE.

      *    THE PENALTY IS THE INTEREST THE AMOUNT TAKEN OUT WOULD HAVE
      *    EARNED AT THE LOCKED RATE OVER THE PENALTY PERIOD.  NOTHING
      *    IS CHARGED ON OR AFTER THE MATURITY DATE.
       ACCUMULATE-CD-PENALTY.
           IF ACCT-CD-MATURITY-DATE > WS-RUN-DATE
               AND ACCT-CD-RATE NUMERIC
               COMPUTE WS-CD-PENALTY-ITEM ROUNDED =
                   WS-TRANS-AMOUNT * (ACCT-CD-RATE - 1)
                   * WS-CD-PENALTY-DAYS / 365
                   ON SIZE ERROR
                       DISPLAY "SIZE ERROR on CD penalty"
                       MOVE ZEROS TO WS-CD-PENALTY-ITEM
               END-COMPUTE
               IF WS-CD-PENALTY-ITEM > ZERO
                   ADD WS-CD-PENALTY-ITEM TO WS-CD-PENALTY-AMOUNT
               END-IF
           END-IF.

      *    THE PENALTY MAY REACH INTO PRINCIPAL BUT NEVER PAST IT - AN
      *    EMPTIED CERTIFICATE IS CHARGED ONLY WHAT IS LEFT.
       ASSESS-CD-PENALTY.
           IF WS-CD-PENALTY-AMOUNT > ACCT-BALANCE
               IF ACCT-BALANCE > ZERO
                   MOVE ACCT-BALANCE TO WS-CD-PENALTY-AMOUNT
               ELSE
                   MOVE ZEROS TO WS-CD-PENALTY-AMOUNT
               END-IF
           END-IF
           IF WS-CD-PENALTY-AMOUNT > ZERO
               MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
               SUBTRACT WS-CD-PENALTY-AMOUNT FROM ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Cannot update account "
                               ACCT-NUMBER
                   NOT INVALID KEY
                       MOVE "CD EARLY PENALTY" TO WS-AUDIT-REASON
                       PERFORM WRITE-AUDIT-RECORD
                       SET GL-CAT-CD-PENALTIES TO TRUE
                       MOVE WS-CD-PENALTY-AMOUNT TO WS-GL-AMOUNT
                       PERFORM ADD-TO-GL-TOTALS
                       MOVE 'X' TO WS-JRNL-CODE
                       MOVE WS-CD-PENALTY-AMOUNT TO WS-JRNL-AMOUNT
                       MOVE ZEROS TO WS-JRNL-DEST-ACCT
                       MOVE "CD PENLT" TO WS-JRNL-SOURCE
                       PERFORM WRITE-JOURNAL-RECORD
                       PERFORM WRITE-CD-PENALTY-REPORT-LINE
                       DISPLAY "CD EARLY WITHDRAWAL PENALTY: Account "
                               ACCT-NUMBER " Penalty: "
                               WS-CD-PENALTY-AMOUNT
               END-REWRITE
           END-IF.

       WRITE-CD-PENALTY-REPORT-LINE.
           IF WS-REPORT-LINE-CTR = ZERO
               OR WS-REPORT-LINE-CTR >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE ACCT-NUMBER TO WS-CP-ACCT-NUMBER
           MOVE WS-CD-PENALTY-AMOUNT TO WS-CP-AMOUNT
           MOVE WS-CD-PENALTY-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-CTR.

      *    A CERTIFICATE GOES ON THE NOTICE LISTING ONCE PER TERM, THE
      *    FIRST RUN ITS MATURITY DATE FALLS WITHIN THE NOTICE WINDOW.
      *    THE STAMP IS CLEARED WHEN THE CERTIFICATE RENEWS.
       CHECK-CD-MATURITY-NOTICE.
           IF ACCT-CD-MATURITY-DATE > WS-RUN-DATE
               AND ACCT-CD-NOTICE-DATE = ZEROS
               AND NOT CD-MATURED-HELD
               COMPUTE WS-CD-DAYS-TO-MATURITY =
                   FUNCTION INTEGER-OF-DATE(ACCT-CD-MATURITY-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               IF WS-CD-DAYS-TO-MATURITY NOT > WS-CD-NOTICE-DAYS
                   PERFORM WRITE-CD-NOTICE-DETAIL
                   MOVE WS-RUN-DATE TO ACCT-CD-NOTICE-DATE
               END-IF
           END-IF.

       WRITE-CD-HEADING.
           ADD 1 TO WS-CD-PAGE-NO
           MOVE WS-CD-PAGE-NO TO WS-CH1-PAGE-NO
           MOVE WS-RUN-DATE TO WS-CH2-RUN-DATE
           MOVE WS-CD-NOTICE-DAYS TO WS-CH2-NOTICE-DAYS
           MOVE WS-CD-HEADING-1 TO CD-MATURITY-REPORT-LINE
           WRITE CD-MATURITY-REPORT-LINE AFTER ADVANCING PAGE
           MOVE WS-CD-HEADING-2 TO CD-MATURITY-REPORT-LINE
           WRITE CD-MATURITY-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CD-HEADING-3 TO CD-MATURITY-REPORT-LINE
           WRITE CD-MATURITY-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-CD-LINE-CTR.

       WRITE-CD-NOTICE-DETAIL.
           IF WS-CD-LINE-CTR = ZERO
               OR WS-CD-LINE-CTR >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-CD-HEADING
           END-IF
           IF ACCT-BRANCH-CODE NUMERIC
               MOVE ACCT-BRANCH-CODE TO WS-CDD-BRANCH
           ELSE
               MOVE ZEROS TO WS-CDD-BRANCH
           END-IF
           MOVE ACCT-NUMBER TO WS-CDD-ACCT-NUMBER
           MOVE ACCT-NAME TO WS-CDD-ACCT-NAME
           MOVE ACCT-BALANCE TO WS-CDD-BALANCE
           MOVE ACCT-CD-MATURITY-DATE TO WS-CDD-MATURITY-DATE
           MOVE WS-CD-DAYS-TO-MATURITY TO WS-CDD-DAYS
           EVALUATE TRUE
               WHEN CD-ROLL-OVER
                   MOVE "RENEW" TO WS-CDD-INSTRUCTION
               WHEN CD-PAY-OUT
                   MOVE "PAY OUT" TO WS-CDD-INSTRUCTION
               WHEN OTHER
                   MOVE "HOLD" TO WS-CDD-INSTRUCTION
           END-EVALUATE
           IF CD-PAY-OUT AND ACCT-CD-PAYOUT-ACCT NUMERIC
               MOVE ACCT-CD-PAYOUT-ACCT TO WS-CDD-PAYOUT-ACCT
           ELSE
               MOVE ZEROS TO WS-CDD-PAYOUT-ACCT
           END-IF
           MOVE WS-CD-DETAIL TO CD-MATURITY-REPORT-LINE
           WRITE CD-MATURITY-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-CD-LINE-CTR
           ADD 1 TO WS-CD-NOTICE-COUNT.

      *    THE MATURITY INSTRUCTION IS CARRIED OUT ONCE.  A RENEWAL
      *    WITHOUT A USABLE TERM, OR A PAYOUT WITHOUT A USABLE PAYOUT
      *    ACCOUNT, FALLS BACK TO HOLDING THE FUNDS ON DEPOSIT.
       PROCESS-CD-MATURITY.
           ADD 1 TO WS-CD-MATURED-COUNT
           EVALUATE TRUE
               WHEN CD-ROLL-OVER
                       AND ACCT-CD-TERM-MONTHS NUMERIC
                       AND ACCT-CD-TERM-MONTHS > ZEROS
                   PERFORM ROLL-OVER-CD
               WHEN CD-PAY-OUT
                       AND ACCT-CD-PAYOUT-ACCT NUMERIC
                       AND ACCT-CD-PAYOUT-ACCT > ZEROS
                       AND ACCT-CD-PAYOUT-ACCT NOT = ACCT-NUMBER
                       AND ACCT-BALANCE > ZERO
                   PERFORM PAY-OUT-CD
               WHEN OTHER
                   PERFORM HOLD-MATURED-CD
           END-EVALUATE.

      *    THE NEW TERM RUNS FROM THE OLD MATURITY DATE, NOT FROM THE
      *    RUN DATE, SO A CERTIFICATE THAT MATURED OVER A WEEKEND KEEPS
      *    ITS ANNIVERSARY.  THE LOCKED RATE CARRIES INTO THE NEW TERM.
       ROLL-OVER-CD.
           MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
           PERFORM ADD-CD-TERM-TO-MATURITY
               UNTIL ACCT-CD-MATURITY-DATE > WS-RUN-DATE
           MOVE ZEROS TO ACCT-CD-NOTICE-DATE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot update account " ACCT-NUMBER
               NOT INVALID KEY
                   MOVE "CD ROLLOVER" TO WS-AUDIT-REASON
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "CD RENEWED: Account " ACCT-NUMBER
                           " New maturity: " ACCT-CD-MATURITY-DATE
           END-REWRITE.

       ADD-CD-TERM-TO-MATURITY.
           MOVE ACCT-CD-MATURITY-DATE TO WS-DW-DATE
           COMPUTE WS-CD-MONTH-COUNT =
               WS-DW-YEAR * 12 + WS-DW-MONTH - 1 + ACCT-CD-TERM-MONTHS
           DIVIDE WS-CD-MONTH-COUNT BY 12
               GIVING WS-CD-YEAR-QUOTIENT
               REMAINDER WS-CD-MONTH-REMAINDER
           MOVE WS-CD-YEAR-QUOTIENT TO WS-DW-YEAR
           COMPUTE WS-DW-MONTH = WS-CD-MONTH-REMAINDER + 1
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DW-DATE) = ZERO
               SUBTRACT 1 FROM WS-DW-DAY
           END-PERFORM
           MOVE WS-DW-DATE TO ACCT-CD-MATURITY-DATE.

      *    THE PROCEEDS MOVE BY THE TRANSFER CREDIT LEG, SO THE PAYOUT
      *    ACCOUNT GETS ITS OWN AUDIT, JOURNAL, GL AND SETTLEMENT
      *    ENTRIES EXACTLY AS FOR A KEYED TRANSFER.  THE PENDING FEED
      *    ITEM AND JOURNAL SOURCE ARE PARKED WHILE WS-TRANSACTION
      *    CARRIES THE PAYOUT.  AN INTERNAL MOVEMENT, SO IT STAYS OUT
      *    OF THE RUN'S WITHDRAWAL TOTAL (THAT TOTAL RECONCILES TO THE
      *    FEED CONTROL CARD).  A PAYOUT ACCOUNT THAT CANNOT TAKE THE
      *    CREDIT LEAVES THE FUNDS HELD ON DEPOSIT.
       PAY-OUT-CD.
           MOVE WS-TRANSACTION TO WS-HELD-TRANSACTION
           MOVE WS-JRNL-SOURCE TO WS-JRNL-SAVED-SOURCE
           MOVE ACCT-BALANCE TO WS-TRANS-AMOUNT
           MOVE ACCT-CD-PAYOUT-ACCT TO WS-TRANS-DEST-ACCT
           MOVE "MATURITY" TO WS-JRNL-SOURCE
           MOVE 'N' TO WS-XFER-REJECT-SWITCH
           PERFORM CREDIT-TRANSFER-DESTINATION
           IF XFER-REJECTED
               DISPLAY "CD PAYOUT REJECTED: Account " ACCT-NUMBER
                       " - funds held at maturity"
               PERFORM HOLD-MATURED-CD
           ELSE
               MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
               SUBTRACT WS-TRANS-AMOUNT FROM ACCT-BALANCE
               SET CLOSED TO TRUE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Cannot update account "
                               ACCT-NUMBER
                   NOT INVALID KEY
                       MOVE "CD PAYOUT" TO WS-AUDIT-REASON
                       PERFORM WRITE-AUDIT-RECORD
                       SET GL-CAT-TRANSFERS-OUT TO TRUE
                       MOVE WS-TRANS-AMOUNT TO WS-GL-AMOUNT
                       PERFORM ADD-TO-GL-TOTALS
                       MOVE 'T' TO WS-JRNL-CODE
                       MOVE WS-TRANS-AMOUNT TO WS-JRNL-AMOUNT
                       MOVE WS-TRANS-DEST-ACCT TO WS-JRNL-DEST-ACCT
                       PERFORM WRITE-JOURNAL-RECORD
                       DISPLAY "CD PAID OUT: Account " ACCT-NUMBER
                               " to " WS-TRANS-DEST-ACCT
               END-REWRITE
           END-IF
           MOVE WS-HELD-TRANSACTION TO WS-TRANSACTION
           MOVE WS-JRNL-SAVED-SOURCE TO WS-JRNL-SOURCE.

       HOLD-MATURED-CD.
           MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
           SET CD-MATURED-HELD TO TRUE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot update account " ACCT-NUMBER
               NOT INVALID KEY
                   MOVE "CD MATURED - HELD" TO WS-AUDIT-REASON
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "CD MATURED AND HELD: Account " ACCT-NUMBER
           END-REWRITE.

      *    THE JOURNAL ROW BELONGS TO WHATEVER ACCOUNT IS POSITIONED IN
      *    THE RECORD AREA - FOR A TRANSFER CREDIT LEG THAT IS THE
      *    DESTINATION ACCOUNT, WITH THE SOURCE ACCOUNT CARRIED IN THE
           MOVE WS-JRNL-AMOUNT TO JRNL-AMOUNT
           MOVE WS-JRNL-DEST-ACCT TO JRNL-DEST-ACCT-NUMBER
           MOVE WS-JRNL-SOURCE TO JRNL-SOURCE
           ADD 1 TO WS-JRNL-LAST-REF
           MOVE WS-JRNL-LAST-REF TO JRNL-ITEM-REF
           MOVE WS-JRNL-REVERSES-REF TO JRNL-REVERSES-REF
           MOVE WS-JRNL-CASH-FLAG TO JRNL-CASH-FLAG
           WRITE JOURNAL-RECORD
           MOVE ZEROS TO WS-JRNL-REVERSES-REF
           MOVE 'N' TO WS-JRNL-CASH-FLAG.

       WRITE-AUDIT-RECORD.
           MOVE ACCT-NUMBER TO AUDIT-ACCT-NUMBER
           MOVE ACCT-BALANCE TO AUDIT-NEW-BALANCE
           MOVE WS-AUDIT-REASON TO AUDIT-REASON
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           MOVE WS-AUDIT-MAKER-ID TO AUDIT-MAKER-ID
           MOVE WS-AUDIT-CHECKER-ID TO AUDIT-CHECKER-ID
           WRITE AUDIT-RECORD.

      *    THE TRANSACTION'S OWN ACCOUNT NUMBER IS USED HERE INSTEAD OF
           MOVE ZERO TO AUDIT-NEW-BALANCE
           MOVE "TRANS NOT APPLIED" TO AUDIT-REASON
           MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
           MOVE SPACES TO AUDIT-MAKER-ID
           MOVE SPACES TO AUDIT-CHECKER-ID
           WRITE AUDIT-RECORD.

       PROCESS-CLOSED-ACCOUNT.
               PERFORM WRITE-FROZEN-CHECKPOINT
           ELSE
               DISPLAY "WARNING: Frozen account exception table full"
           END-IF
           PERFORM ENSURE-OVERDRAWN-FIELDS
           IF ACCT-CHARGE-OFF-BAL > ZERO
               PERFORM BOOK-CHARGED-OFF-RECOVERIES
           END-IF.

      *    A CHARGED-OFF ACCOUNT STAYS FROZEN, BUT MONEY STILL COMES
      *    IN AGAINST THE LOSS - ITS FEED DEPOSITS ARE BOOKED AS
      *    RECOVERIES HERE INSTEAD OF GOING TO SUSPENSE.  ANYTHING
      *    OVER THE UNRECOVERED AMOUNT, AND EVERY OTHER KIND OF ITEM,
      *    IS HELD IN SUSPENSE LIKE ANY ITEM FOR A FROZEN ACCOUNT.
       BOOK-CHARGED-OFF-RECOVERIES.
           MOVE 'N' TO WS-RECORD-TOUCHED-SWITCH
           PERFORM RECOVER-ONE-TRANSACTION
               UNTIL TRANS-FILE-EOF
                  OR WS-TRANS-ACCT-NUMBER > ACCT-NUMBER
           IF RECORD-TOUCHED
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Cannot update account "
                               ACCT-NUMBER
               END-REWRITE
           END-IF.

       RECOVER-ONE-TRANSACTION.
           IF WS-TRANS-ACCT-NUMBER = ACCT-NUMBER
               AND DEPOSIT
               AND ACCT-CHARGE-OFF-BAL > ZERO
               IF STANDING-ORDER-ITEM
                   MOVE "STANDORD" TO WS-JRNL-SOURCE
               ELSE
                   MOVE "FEED" TO WS-JRNL-SOURCE
               END-IF
               PERFORM POST-RECOVERY
               IF WS-TRANS-AMOUNT > ZERO
                   DISPLAY "WARNING: Deposit exceeds charge-off on "
                           "frozen account " ACCT-NUMBER
                           " - excess held in suspense"
                   PERFORM WRITE-UNAPPLIED-TRANSACTION-AUDIT
                   PERFORM ADD-TO-SUSPENSE-TABLE
               END-IF
           ELSE
               DISPLAY "WARNING: Transaction not applied - account "
                       WS-TRANS-ACCT-NUMBER
                       " not open for posting at this point (not "
                       "found, or closed/frozen at posting time)"
               PERFORM WRITE-UNAPPLIED-TRANSACTION-AUDIT
               PERFORM ADD-TO-SUSPENSE-TABLE
           END-IF
           PERFORM READ-NEXT-TRANSACTION.

      *    A DEPOSIT AGAINST AN ACCOUNT WITH AN UNRECOVERED CHARGE-OFF
      *    IS A RECOVERY UP TO THE AMOUNT STILL OUTSTANDING.  IT GOES
      *    TO THE RECOVERIES GL CATEGORY UNDER ITS OWN JOURNAL CODE
      *    AND LEAVES THE LEDGER BALANCE ALONE, SINCE THAT WAS WRITTEN
      *    DOWN AT CHARGE-OFF.  THE REST OF THE DEPOSIT IS LEFT IN
      *    WS-TRANS-AMOUNT FOR THE CALLER.  THE RECOVERED PART STILL
      *    COUNTS AGAINST THE FEED'S DEPOSIT CONTROL TOTAL.
       POST-RECOVERY.
           IF WS-TRANS-AMOUNT > ACCT-CHARGE-OFF-BAL
               MOVE ACCT-CHARGE-OFF-BAL TO WS-OD-RECOVERY-ITEM
           ELSE
               MOVE WS-TRANS-AMOUNT TO WS-OD-RECOVERY-ITEM
           END-IF
           SUBTRACT WS-OD-RECOVERY-ITEM FROM ACCT-CHARGE-OFF-BAL
           SUBTRACT WS-OD-RECOVERY-ITEM FROM WS-TRANS-AMOUNT
           ADD WS-OD-RECOVERY-ITEM TO WS-TOTAL-TRANS-DEPOSITS
           MOVE 'Y' TO WS-RECORD-TOUCHED-SWITCH
           SET GL-CAT-RECOVERIES TO TRUE
           MOVE WS-OD-RECOVERY-ITEM TO WS-GL-AMOUNT
           PERFORM ADD-TO-GL-TOTALS
           MOVE 'Y' TO WS-JRNL-CODE
           MOVE WS-OD-RECOVERY-ITEM TO WS-JRNL-AMOUNT
           MOVE ZEROS TO WS-JRNL-DEST-ACCT
           MOVE WS-TRANS-CASH-FLAG TO WS-JRNL-CASH-FLAG
           PERFORM WRITE-JOURNAL-RECORD
           MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
           MOVE "RECOVERY" TO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           MOVE "RECOVERY" TO WS-LSD-ACTION
           MOVE WS-OD-RECOVERY-ITEM TO WS-LOSS-ITEM-AMOUNT
           PERFORM WRITE-LOSS-DETAIL
           ADD 1 TO WS-OD-RECOVERY-COUNT
           ADD WS-OD-RECOVERY-ITEM TO WS-OD-RECOVERY-AMOUNT
           DISPLAY "RECOVERY BOOKED: Account " ACCT-NUMBER
                   " Unrecovered: " ACCT-CHARGE-OFF-BAL.

       ENSURE-OVERDRAWN-FIELDS.
           IF ACCT-OD-START-DATE NOT NUMERIC
               MOVE ZEROS TO ACCT-OD-START-DATE
           END-IF
           IF ACCT-OD-STAGE NOT NUMERIC
               MOVE ZERO TO ACCT-OD-STAGE
           END-IF
           IF ACCT-CHARGE-OFF-DATE NOT NUMERIC
               MOVE ZEROS TO ACCT-CHARGE-OFF-DATE
           END-IF
           IF ACCT-CHARGE-OFF-BAL NOT NUMERIC
               MOVE ZEROS TO ACCT-CHARGE-OFF-BAL
           END-IF.

      *    RUNS AFTER THE DAY'S POSTINGS SO THE BALANCE IS FINAL.  AN
      *    ACCOUNT BACK IN CREDIT IS CURED AND STARTS OVER; ONE STILL
      *    OVERDRAWN AGES FROM THE DATE IT FIRST WENT NEGATIVE, GETS A
      *    LETTER AS IT CROSSES EACH 15/30/45-DAY STAGE, AND IS
      *    CHARGED OFF ONCE IT REACHES THE PARAMETER DAY COUNT.
       AGE-OVERDRAWN-ACCOUNT.
           MOVE 'N' TO WS-OD-CHANGED-SWITCH
           PERFORM ENSURE-OVERDRAWN-FIELDS
           IF ACCT-BALANCE < ZERO
               IF ACCT-OD-START-DATE = ZEROS
                   OR ACCT-OD-START-DATE > WS-RUN-DATE
                   OR FUNCTION TEST-DATE-YYYYMMDD
                          (ACCT-OD-START-DATE) NOT = ZERO
                   MOVE WS-RUN-DATE TO ACCT-OD-START-DATE
                   MOVE ZERO TO ACCT-OD-STAGE
                   SET OD-FIELDS-CHANGED TO TRUE
               END-IF
               COMPUTE WS-OD-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(ACCT-OD-START-DATE)
               IF WS-OD-DAYS NOT < WS-CHARGE-OFF-DAYS
                   PERFORM CHARGE-OFF-ACCOUNT
               ELSE
                   PERFORM CHECK-COLLECTION-STAGE
                   PERFORM WRITE-OD-AGING-DETAIL
               END-IF
           ELSE
               IF ACCT-OD-START-DATE NOT = ZEROS
                   DISPLAY "OVERDRAFT CURED: Account " ACCT-NUMBER
                           " overdrawn since " ACCT-OD-START-DATE
                   MOVE ZEROS TO ACCT-OD-START-DATE
                   MOVE ZERO TO ACCT-OD-STAGE
                   SET OD-FIELDS-CHANGED TO TRUE
               END-IF
           END-IF
           IF OD-FIELDS-CHANGED
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Cannot update overdrawn aging "
                               "for account " ACCT-NUMBER
               END-REWRITE
           END-IF.

      *    ONE LETTER PER STAGE.  AN ACCOUNT THAT CROSSES MORE THAN
      *    ONE STAGE BETWEEN RUNS GETS THE LETTER FOR THE HIGHEST.
       CHECK-COLLECTION-STAGE.
           EVALUATE TRUE
               WHEN WS-OD-DAYS NOT < WS-OD-STAGE-DAYS(3)
                   MOVE 3 TO WS-OD-NEW-STAGE
               WHEN WS-OD-DAYS NOT < WS-OD-STAGE-DAYS(2)
                   MOVE 2 TO WS-OD-NEW-STAGE
               WHEN WS-OD-DAYS NOT < WS-OD-STAGE-DAYS(1)
                   MOVE 1 TO WS-OD-NEW-STAGE
               WHEN OTHER
                   MOVE ZERO TO WS-OD-NEW-STAGE
           END-EVALUATE
           COMPUTE WS-OD-BUCKET-SUB = WS-OD-NEW-STAGE + 1
           MOVE SPACES TO WS-ODD-LETTER
           IF WS-OD-NEW-STAGE > ACCT-OD-STAGE
               PERFORM WRITE-COLLECTION-LETTER
               MOVE WS-OD-NEW-STAGE TO ACCT-OD-STAGE
               SET OD-FIELDS-CHANGED TO TRUE
           END-IF.

       WRITE-COLLECTION-LETTER.
           MOVE WS-RUN-DATE TO CL-RUN-DATE
           MOVE WS-OD-STAGE-DAYS(WS-OD-NEW-STAGE) TO CL-STAGE-DAYS
           MOVE ACCT-NUMBER TO CL-ACCT-NUMBER
           IF ACCT-BRANCH-CODE NUMERIC
               MOVE ACCT-BRANCH-CODE TO CL-BRANCH-CODE
           ELSE
               MOVE ZEROS TO CL-BRANCH-CODE
           END-IF
           MOVE ZEROS TO CL-CUSTOMER-ID
           MOVE ACCT-NAME TO CL-NAME
           MOVE SPACES TO CL-ADDRESS
           IF ACCT-CUSTOMER-ID NUMERIC AND ACCT-CUSTOMER-ID > ZEROS
               MOVE ACCT-CUSTOMER-ID TO CL-CUSTOMER-ID
               IF CUSTOMER-FILE-OPEN
                   MOVE ACCT-CUSTOMER-ID TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-NAME TO CL-NAME
                           MOVE CUST-ADDRESS TO CL-ADDRESS
                   END-READ
               END-IF
           END-IF
           IF CL-ADDRESS = SPACES
               DISPLAY "WARNING: No customer address for collection "
                       "letter - account " ACCT-NUMBER
           END-IF
           COMPUTE CL-AMOUNT-OVERDRAWN = ZERO - ACCT-BALANCE
           MOVE ACCT-OD-START-DATE TO CL-OD-START-DATE
           MOVE WS-OD-DAYS TO CL-DAYS-OVERDRAWN
           COMPUTE CL-CHARGE-OFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(ACCT-OD-START-DATE)
                + WS-CHARGE-OFF-DAYS)
           WRITE COLLECTION-LETTER-RECORD
           ADD 1 TO WS-OD-LETTER-COUNT
           MOVE CL-STAGE-DAYS TO WS-ODD-LETTER(1:2)
           MOVE " DAY" TO WS-ODD-LETTER(3:4).

       WRITE-OD-HEADING.
           ADD 1 TO WS-OD-PAGE-NO
           MOVE WS-OD-PAGE-NO TO WS-OH1-PAGE-NO
           MOVE WS-RUN-DATE TO WS-OH2-RUN-DATE
           MOVE WS-CHARGE-OFF-DAYS TO WS-OH2-CHARGE-OFF-DAYS
           MOVE WS-OD-HEADING-1 TO OD-AGING-REPORT-LINE
           WRITE OD-AGING-REPORT-LINE AFTER ADVANCING PAGE
           MOVE WS-OD-HEADING-2 TO OD-AGING-REPORT-LINE
           WRITE OD-AGING-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-OD-HEADING-3 TO OD-AGING-REPORT-LINE
           WRITE OD-AGING-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-OD-LINE-CTR.

       WRITE-OD-AGING-DETAIL.
           IF WS-OD-LINE-CTR = ZERO
               OR WS-OD-LINE-CTR >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-OD-HEADING
           END-IF
           IF ACCT-BRANCH-CODE NUMERIC
               MOVE ACCT-BRANCH-CODE TO WS-ODD-BRANCH
               MOVE ACCT-BRANCH-CODE TO WS-GL-BRANCH-LOOKUP-CODE
           ELSE
               MOVE ZEROS TO WS-ODD-BRANCH
               MOVE ZEROS TO WS-GL-BRANCH-LOOKUP-CODE
           END-IF
           MOVE ACCT-NUMBER TO WS-ODD-ACCT-NUMBER
           MOVE ACCT-NAME TO WS-ODD-ACCT-NAME
           MOVE ACCT-BALANCE TO WS-ODD-BALANCE
           MOVE ACCT-OD-START-DATE TO WS-ODD-SINCE
           MOVE WS-OD-DAYS TO WS-ODD-DAYS
           MOVE WS-OD-BUCKET-NAME(WS-OD-BUCKET-SUB) TO WS-ODD-BUCKET
           MOVE WS-OD-DETAIL TO OD-AGING-REPORT-LINE
           WRITE OD-AGING-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-OD-LINE-CTR
           PERFORM REGISTER-GL-BRANCH
           COMPUTE WS-OD-WRITE-OFF = ZERO - ACCT-BALANCE
           ADD 1 TO WS-OD-BUCKET-COUNT
               (WS-GL-BRANCH-SUB, WS-OD-BUCKET-SUB)
           ADD WS-OD-WRITE-OFF TO WS-OD-BUCKET-AMOUNT
               (WS-GL-BRANCH-SUB, WS-OD-BUCKET-SUB).

      *    THE NEGATIVE BALANCE IS WRITTEN OFF TO ITS OWN GL CATEGORY
      *    AND JOURNAL CODE, BRINGING THE LEDGER TO ZERO, AND THE
      *    ACCOUNT IS FROZEN.  THE AMOUNT STAYS ON THE ACCOUNT AS THE
      *    UNRECOVERED CHARGE-OFF SO LATER DEPOSITS BOOK AS RECOVERIES.
       CHARGE-OFF-ACCOUNT.
           MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
           COMPUTE WS-OD-WRITE-OFF = ZERO - ACCT-BALANCE
           ADD WS-OD-WRITE-OFF TO ACCT-CHARGE-OFF-BAL
           MOVE WS-RUN-DATE TO ACCT-CHARGE-OFF-DATE
           MOVE ZERO TO ACCT-BALANCE
           MOVE ZEROS TO ACCT-OD-START-DATE
           MOVE ZERO TO ACCT-OD-STAGE
           SET FROZEN TO TRUE
           MOVE 'N' TO WS-OD-CHANGED-SWITCH
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot charge off account "
                           ACCT-NUMBER
               NOT INVALID KEY
                   DISPLAY "ACCOUNT CHARGED OFF: " ACCT-NUMBER
                           " after " WS-OD-DAYS " days overdrawn"
                   MOVE "CHARGED OFF" TO WS-AUDIT-REASON
                   PERFORM WRITE-AUDIT-RECORD
                   SET GL-CAT-CHARGE-OFFS TO TRUE
                   MOVE WS-OD-WRITE-OFF TO WS-GL-AMOUNT
                   PERFORM ADD-TO-GL-TOTALS
                   MOVE 'O' TO WS-JRNL-CODE
                   MOVE WS-OD-WRITE-OFF TO WS-JRNL-AMOUNT
                   MOVE ZEROS TO WS-JRNL-DEST-ACCT
                   MOVE "CHG OFF" TO WS-JRNL-SOURCE
                   PERFORM WRITE-JOURNAL-RECORD
                   MOVE "CHARGE-OFF" TO WS-LSD-ACTION
                   MOVE WS-OD-WRITE-OFF TO WS-LOSS-ITEM-AMOUNT
                   PERFORM WRITE-LOSS-DETAIL
                   ADD 1 TO WS-OD-CHARGE-OFF-COUNT
                   ADD WS-OD-WRITE-OFF TO WS-OD-CHARGE-OFF-AMOUNT
           END-REWRITE.

       WRITE-LOSS-HEADING.
           ADD 1 TO WS-LOSS-PAGE-NO
           MOVE WS-LOSS-PAGE-NO TO WS-LH1-PAGE-NO
           MOVE WS-RUN-DATE TO WS-LH2-RUN-DATE
           MOVE WS-LOSS-HEADING-1 TO LOSS-REPORT-LINE
           WRITE LOSS-REPORT-LINE AFTER ADVANCING PAGE
           MOVE WS-LOSS-HEADING-2 TO LOSS-REPORT-LINE
           WRITE LOSS-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-LOSS-HEADING-3 TO LOSS-REPORT-LINE
           WRITE LOSS-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LOSS-LINE-CTR.

       WRITE-LOSS-DETAIL.
           IF WS-LOSS-LINE-CTR = ZERO
               OR WS-LOSS-LINE-CTR >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-LOSS-HEADING
           END-IF
           IF ACCT-BRANCH-CODE NUMERIC
               MOVE ACCT-BRANCH-CODE TO WS-LSD-BRANCH
           ELSE
               MOVE ZEROS TO WS-LSD-BRANCH
           END-IF
           MOVE ACCT-NUMBER TO WS-LSD-ACCT-NUMBER
           MOVE ACCT-NAME TO WS-LSD-ACCT-NAME
           MOVE WS-LOSS-ITEM-AMOUNT TO WS-LSD-AMOUNT
           MOVE ACCT-CHARGE-OFF-BAL TO WS-LSD-UNRECOVERED
           MOVE WS-LOSS-DETAIL TO LOSS-REPORT-LINE
           WRITE LOSS-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LOSS-LINE-CTR.

      *    BUSINESS ACCOUNTS POST TRANSACTIONS LIKE CHECKING/SAVINGS
      *    AND CARRY ITEM COUNTS FOR MONTHLY ACCOUNT ANALYSIS - THE
      *    PER-ITEM FEE LESS AN EARNINGS CREDIT ON THE AVERAGE BALANCE
      *    IS CHARGED ON THE FIRST RUN OF EACH MONTH.  AN ACCOUNT WITH
      *    AN UNUSABLE BALANCE IS REPORTED AND LEFT UNTOUCHED.
       PROCESS-BUSINESS-ACCOUNT.
           IF ACCT-BALANCE IS NUMERIC AND ACCT-BALANCE IS NOT NEGATIVE
               ADD ACCT-BALANCE TO WS-TOTAL-DEPOSITS
               MOVE ACCT-BALANCE TO WS-AUDIT-RUN-OLD-BALANCE
               MOVE 'N' TO WS-RECORD-TOUCHED-SWITCH
                   MOVE 2 TO WS-GL-TYPE-SUB
               WHEN BUSINESS
                   MOVE 3 TO WS-GL-TYPE-SUB
               WHEN TIME-DEPOSIT
                   MOVE 4 TO WS-GL-TYPE-SUB
               WHEN OTHER
                   MOVE ZERO TO WS-GL-TYPE-SUB
           END-EVALUATE
               PERFORM VARYING WS-GL-BRANCH-SUB FROM 1 BY 1
                       UNTIL WS-GL-BRANCH-SUB > WS-GL-BRANCH-COUNT
                   PERFORM VARYING WS-GL-TYPE-SUB FROM 1 BY 1
                           UNTIL WS-GL-TYPE-SUB > 4
                       PERFORM VARYING WS-GL-CAT-SUB FROM 1 BY 1
                               UNTIL WS-GL-CAT-SUB > WS-GL-CAT-MAX
                           IF WS-GL-CAT-AMOUNT
                               (WS-GL-BRANCH-SUB, WS-GL-TYPE-SUB,
                                   WS-GL-CAT-SUB) NOT = ZERO
                               PERFORM WRITE-ONE-GL-RECORD
                           END-IF
                       END-PERFORM
                   MOVE "SAVINGS" TO GL-ACCT-TYPE
               WHEN 3
                   MOVE "BUSINESS" TO GL-ACCT-TYPE
               WHEN 4
                   MOVE "TIME DEP" TO GL-ACCT-TYPE
           END-EVALUATE
           MOVE WS-GL-CAT-NAME(WS-GL-CAT-SUB) TO GL-CATEGORY
           MOVE WS-GL-CAT-AMOUNT
               WRITE SETTLEMENT-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      *    THE MASTER IS SWEPT A SECOND TIME, AFTER EVERY POSTING AND
      *    HOLD FOR THE DAY IS IN, SO THE CHANNELS AUTHORIZE AGAINST
      *    WHAT THE NIGHT LEFT BEHIND.  A SWEEP THAT DID NOT FINISH
      *    WRITES NO FILE - THE CHANNEL KEEPS YESTERDAY'S, WHICH IS
      *    SAFER THAN A PART FILE.  THE SWEEP ENDS AT END OF FILE
      *    AGAIN, SO THE CLEAN-RUN TESTS IN CLEANUP STILL HOLD.
       WRITE-AVAILABLE-BALANCE-FILE.
           IF NOT END-OF-FILE
               DISPLAY "WARNING: Account sweep did not complete - "
                       "no available balance file written"
           ELSE
               OPEN OUTPUT AVAIL-BALANCE-FILE
               IF NOT AVAIL-FILE-OK
                   DISPLAY "ERROR OPENING AVAILABLE BALANCE FILE: "
                           WS-AVAIL-FILE-STATUS
               ELSE
                   COMPUTE WS-NEXT-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   PERFORM STEP-ONE-BUSINESS-DAY
                   MOVE WS-NEXT-DATE TO WS-AB-GOOD-FOR-DATE
                   MOVE SPACES TO AVAIL-BALANCE-RECORD
                   SET AB-TYPE-HEADER TO TRUE
                   MOVE WS-RUN-DATE TO AB-BUSINESS-DATE
                   MOVE WS-AB-GOOD-FOR-DATE TO AB-HDR-GOOD-FOR-DATE
                   WRITE AVAIL-BALANCE-RECORD
                   MOVE ZEROS TO ACCT-NUMBER
                   START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
                       INVALID KEY
                           SET END-OF-FILE TO TRUE
                       NOT INVALID KEY
                           PERFORM EXTRACT-ONE-AVAILABLE-BALANCE
                               UNTIL END-OF-FILE
                   END-START
                   MOVE SPACES TO AVAIL-BALANCE-RECORD
                   SET AB-TYPE-TRAILER TO TRUE
                   MOVE WS-AB-RECORD-COUNT TO AB-RECORD-COUNT
                   MOVE WS-AB-ACCT-HASH TO AB-ACCT-HASH
                   MOVE WS-AB-AVAILABLE-TOTAL TO AB-AVAILABLE-TOTAL
                   WRITE AVAIL-BALANCE-RECORD
                   CLOSE AVAIL-BALANCE-FILE
                   DISPLAY "AVAILABLE BALANCES WRITTEN: "
                           WS-AB-RECORD-COUNT " ("
                           WS-AB-BLOCKED-COUNT " BLOCKED) GOOD FOR "
                           WS-AB-GOOD-FOR-DATE
               END-IF
           END-IF.

       EXTRACT-ONE-AVAILABLE-BALANCE.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF NOT CLOSED
                       PERFORM WRITE-ONE-AVAILABLE-BALANCE
                   END-IF
           END-READ.

      *    THE OVERDRAFT LIMIT IS ADDED FOR CHECKING ONLY, AS POSTING
      *    ALLOWS IT.  THE PROTECTION LINK GOES OUT AS IT STANDS - THE
      *    CHANNEL LOOKS UP THE LINKED ACCOUNT'S OWN ROW IF IT FALLS
      *    BACK ON IT.
       WRITE-ONE-AVAILABLE-BALANCE.
           MOVE SPACES TO AVAIL-BALANCE-RECORD
           SET AB-TYPE-DETAIL TO TRUE
           MOVE ACCT-NUMBER TO AB-ACCT-NUMBER
           MOVE ACCT-TYPE TO AB-ACCT-TYPE
           MOVE ACCT-BALANCE TO AB-LEDGER-BALANCE
           MOVE ACCT-STATUS TO AB-ACCT-STATUS
           IF FROZEN OR DORMANT
               MOVE 'Y' TO AB-BLOCKED-FLAG
               MOVE ZEROS TO AB-AVAILABLE-BALANCE
               ADD 1 TO WS-AB-BLOCKED-COUNT
           ELSE
               MOVE 'N' TO AB-BLOCKED-FLAG
               PERFORM SET-AVAILABLE-BALANCE
               IF CHECKING
                   ADD WS-OVERDRAFT-LIMIT TO WS-AVAILABLE-BALANCE
               END-IF
               MOVE WS-AVAILABLE-BALANCE TO AB-AVAILABLE-BALANCE
           END-IF
           IF ACCT-LINKED-SAVINGS NUMERIC
               AND ACCT-LINKED-SAVINGS NOT = ACCT-NUMBER
               MOVE ACCT-LINKED-SAVINGS TO AB-LINKED-ACCT
           ELSE
               MOVE ZEROS TO AB-LINKED-ACCT
           END-IF
           MOVE WS-AB-GOOD-FOR-DATE TO AB-GOOD-FOR-DATE
           WRITE AVAIL-BALANCE-RECORD
           ADD 1 TO WS-AB-RECORD-COUNT
           ADD ACCT-NUMBER TO WS-AB-ACCT-HASH
           ADD AB-AVAILABLE-BALANCE TO WS-AB-AVAILABLE-TOTAL.

      *    CATEGORY TOTAL ACROSS ALL REGISTERED BRANCHES - THE RUN
      *    SUMMARY AND STATEMENT TOTALS PREDATE THE BRANCH CUT AND
      *    STILL REPORT BANK-WIDE NUMBERS.
           PERFORM SUM-GL-CATEGORY
           MOVE WS-GL-SUM TO WS-FORMATTED-BALANCE
           DISPLAY "Total Service Charges: " WS-FORMATTED-BALANCE
           MOVE 4 TO WS-GL-TYPE-SUB
           MOVE 11 TO WS-GL-CAT-SUB
           PERFORM SUM-GL-CATEGORY
           MOVE WS-GL-SUM TO WS-FORMATTED-BALANCE
           DISPLAY "Total CD Penalties: " WS-FORMATTED-BALANCE
           DISPLAY "CD Maturity Notices Listed: " WS-CD-NOTICE-COUNT
           DISPLAY "CDs Matured This Run: " WS-CD-MATURED-COUNT
           DISPLAY "Standing Orders Rejected: " WS-SO-REJECT-COUNT
           DISPLAY "Reversals Posted: " WS-REVERSALS-POSTED
           DISPLAY "Reversals Refused: " WS-REVERSALS-REFUSED
           DISPLAY "Collection Letters Written: " WS-OD-LETTER-COUNT
           DISPLAY "Accounts Charged Off: " WS-OD-CHARGE-OFF-COUNT
           DISPLAY "Recoveries Booked: " WS-OD-RECOVERY-COUNT
           PERFORM RECONCILE-TOTALS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-EXCEPTION-TOTALS
           PERFORM WRITE-CD-MATURITY-TOTALS
           PERFORM WRITE-SO-REJECT-TOTALS
           PERFORM WRITE-OD-AGING-TOTALS
           PERFORM WRITE-LOSS-TOTALS.

      *    AN EMPTY LISTING STILL PRINTS A HEADING AND SAYS SO, SO THE
      *    BRANCHES CAN TELL "NOTHING DUE" FROM "REPORT NOT RUN".
       WRITE-CD-MATURITY-TOTALS.
           IF WS-CD-PAGE-NO = ZERO
               PERFORM WRITE-CD-HEADING
           END-IF
           IF WS-CD-NOTICE-COUNT = ZERO
               MOVE WS-CD-NONE-MESSAGE TO CD-MATURITY-REPORT-LINE
               WRITE CD-MATURITY-REPORT-LINE AFTER ADVANCING 2 LINES
           ELSE
               MOVE WS-CD-NOTICE-COUNT TO WS-CDT-COUNT
               MOVE WS-CD-NOTICE-TOTAL TO CD-MATURITY-REPORT-LINE
               WRITE CD-MATURITY-REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF.

       WRITE-SO-REJECT-TOTALS.
           IF WS-SO-PAGE-NO = ZERO
               PERFORM WRITE-SO-HEADING
           END-IF
           IF WS-SO-REJECT-COUNT = ZERO
               MOVE WS-SO-NONE-MESSAGE TO SO-REJECT-REPORT-LINE
           ELSE
               MOVE WS-SO-REJECT-COUNT TO WS-SRT-COUNT
               MOVE WS-SO-REJECT-AMOUNT TO WS-SRT-AMOUNT
               MOVE WS-SO-REJECT-TOTAL TO SO-REJECT-REPORT-LINE
           END-IF
           WRITE SO-REJECT-REPORT-LINE AFTER ADVANCING 2 LINES.

      *    BUCKET TOTALS PRINT FOR EVERY BRANCH WITH AN ACCOUNT ON THE
      *    LISTING; A BRANCH REGISTERED ONLY BY OTHER ACTIVITY HAS NO
      *    OVERDRAWN ACCOUNTS AND IS SKIPPED.
       WRITE-OD-AGING-TOTALS.
           IF WS-OD-PAGE-NO = ZERO
               PERFORM WRITE-OD-HEADING
           END-IF
           MOVE ZEROS TO WS-OD-LISTED-COUNT
           PERFORM VARYING WS-GL-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-GL-BRANCH-SUB > WS-GL-BRANCH-COUNT
               PERFORM VARYING WS-OD-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-OD-BUCKET-SUB > 4
                   ADD WS-OD-BUCKET-COUNT
                       (WS-GL-BRANCH-SUB, WS-OD-BUCKET-SUB)
                       TO WS-OD-LISTED-COUNT
               END-PERFORM
           END-PERFORM
           IF WS-OD-LISTED-COUNT = ZERO
               MOVE WS-OD-NONE-MESSAGE TO OD-AGING-REPORT-LINE
               WRITE OD-AGING-REPORT-LINE AFTER ADVANCING 2 LINES
           ELSE
               MOVE WS-BRANCH-TOTAL-HEADING TO OD-AGING-REPORT-LINE
               WRITE OD-AGING-REPORT-LINE AFTER ADVANCING 2 LINES
               PERFORM WRITE-ONE-BRANCH-OD-TOTAL
                   VARYING WS-GL-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-GL-BRANCH-SUB > WS-GL-BRANCH-COUNT
           END-IF
           MOVE WS-OD-LETTER-COUNT TO WS-OLT-COUNT
           MOVE WS-OD-LETTER-TOTAL TO OD-AGING-REPORT-LINE
           WRITE OD-AGING-REPORT-LINE AFTER ADVANCING 2 LINES.

       WRITE-ONE-BRANCH-OD-TOTAL.
           MOVE ZEROS TO WS-OD-LISTED-COUNT
           PERFORM VARYING WS-OD-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-OD-BUCKET-SUB > 4
               ADD WS-OD-BUCKET-COUNT
                   (WS-GL-BRANCH-SUB, WS-OD-BUCKET-SUB)
                   TO WS-OD-LISTED-COUNT
           END-PERFORM
           IF WS-OD-LISTED-COUNT > ZERO
               MOVE WS-GL-BRANCH-CODE(WS-GL-BRANCH-SUB) TO WS-OBL-CODE
               MOVE WS-GL-BRANCH-CODE(WS-GL-BRANCH-SUB)
                   TO WS-GL-BRANCH-LOOKUP-CODE
               PERFORM LOOKUP-BRANCH-NAME
               MOVE WS-BRANCH-NAME-OUT TO WS-OBL-NAME
               PERFORM VARYING WS-OD-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-OD-BUCKET-SUB > 4
                   MOVE WS-OD-BUCKET-NAME(WS-OD-BUCKET-SUB)
                       TO WS-OBL-BUCKET
                   MOVE WS-OD-BUCKET-COUNT
                       (WS-GL-BRANCH-SUB, WS-OD-BUCKET-SUB)
                       TO WS-OBL-COUNT
                   MOVE WS-OD-BUCKET-AMOUNT
                       (WS-GL-BRANCH-SUB, WS-OD-BUCKET-SUB)
                       TO WS-OBL-AMOUNT
                   MOVE WS-OD-BUCKET-LINE TO OD-AGING-REPORT-LINE
                   WRITE OD-AGING-REPORT-LINE AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF.

       WRITE-LOSS-TOTALS.
           IF WS-LOSS-PAGE-NO = ZERO
               PERFORM WRITE-LOSS-HEADING
           END-IF
           IF WS-OD-CHARGE-OFF-COUNT = ZERO
               AND WS-OD-RECOVERY-COUNT = ZERO
               MOVE WS-LOSS-NONE-MESSAGE TO LOSS-REPORT-LINE
               WRITE LOSS-REPORT-LINE AFTER ADVANCING 2 LINES
           ELSE
               MOVE "CHARGED OFF THIS RUN:" TO WS-LT-CAPTION
               MOVE WS-OD-CHARGE-OFF-COUNT TO WS-LT-COUNT
               MOVE WS-OD-CHARGE-OFF-AMOUNT TO WS-LT-AMOUNT
               MOVE WS-LOSS-TOTAL TO LOSS-REPORT-LINE
               WRITE LOSS-REPORT-LINE AFTER ADVANCING 2 LINES
               MOVE "RECOVERED THIS RUN:" TO WS-LT-CAPTION
               MOVE WS-OD-RECOVERY-COUNT TO WS-LT-COUNT
               MOVE WS-OD-RECOVERY-AMOUNT TO WS-LT-AMOUNT
               MOVE WS-LOSS-TOTAL TO LOSS-REPORT-LINE
               WRITE LOSS-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

       RECONCILE-TOTALS.
           IF CONTROL-LOADED
           END-IF
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           CLOSE CD-MATURITY-REPORT-FILE
           CLOSE SO-REJECT-REPORT-FILE
           CLOSE OD-AGING-REPORT-FILE
           CLOSE COLLECTION-LETTER-FILE
           CLOSE LOSS-REPORT-FILE
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE CLOSED-ACCOUNT-FILE
      *    THE CALENDAR ADVANCES ONLY WHEN THE SWEEP RAN TO COMPLETION
      *    AND RECONCILED - A CRASHED OR OUT-OF-BALANCE DAY STAYS THE
           ADD 1 WS-SUSP-RETRY-COUNT(WS-SUSP-SUB)
               GIVING SUSP-RETRY-COUNT
           MOVE WS-SUSP-BRANCH(WS-SUSP-SUB) TO SUSP-BRANCH-CODE
           MOVE WS-SUSP-CASH-FLAG(WS-SUSP-SUB) TO SUSP-CASH-FLAG
           WRITE SUSPENSE-RECORD.

       WRITE-AGED-SUSPENSE-ITEM.
               STOP RUN
           END-IF

           OPEN I-O OWNERSHIP-FILE
           IF NOT OWN-FILE-OK
               DISPLAY "ERROR OPENING OWNERSHIP FILE: "
                       WS-OWN-FILE-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF NOT AUDIT-FILE-OK
               DISPLAY "ERROR OPENING AUDIT FILE: " WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT PENDING-REPORT-FILE
           IF NOT PEND-RPT-FILE-OK
               DISPLAY "ERROR OPENING DUAL CONTROL REPORT FILE: "
                       WS-PEND-RPT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT DUAL-PARM-FILE
           IF DUAL-PARM-FILE-OK
               READ DUAL-PARM-FILE
                   AT END
                       DISPLAY "DUAL CONTROL PARAMETER FILE EMPTY - "
                               "USING DEFAULTS"
                   NOT AT END
                       IF DP-EXPIRY-DAYS NUMERIC
                           AND DP-EXPIRY-DAYS > ZEROS
                           MOVE DP-EXPIRY-DAYS TO WS-DUAL-EXPIRY-DAYS
                       END-IF
               END-READ
               CLOSE DUAL-PARM-FILE
           ELSE
               DISPLAY "NO DUAL CONTROL PARAMETER FILE - USING "
                       "DEFAULTS"
           END-IF

           PERFORM LOAD-HOLDS-FILE
           PERFORM LOAD-STANDING-ORDERS
           PERFORM LOAD-PENDING-MAINTENANCE
           PERFORM EXPIRE-STALE-PENDING
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT.

       PROCESS-MAINTENANCE-RECORDS.
           READ MAINTENANCE-FILE
                   PERFORM PROCESS-ONE-MAINTENANCE-RECORD
           END-READ.

      *    SENSITIVE ACTIONS ARE NOT APPLIED AS KEYED - THEY ARE HELD
      *    ON THE PENDING FILE UNTIL A SECOND OPERATOR'S 'V' RECORD
      *    RELEASES THEM.  EVERYTHING ELSE IS APPLIED AT ONCE, WITH
      *    THE KEYING OPERATOR STAMPED ON THE AUDIT ROW AS THE MAKER.
       PROCESS-ONE-MAINTENANCE-RECORD.
           MOVE MAINT-OPERATOR-ID TO WS-AUDIT-MAKER-ID
           MOVE SPACES TO WS-AUDIT-CHECKER-ID
           PERFORM CHECK-DUAL-CONTROL
           EVALUATE TRUE
               WHEN MAINT-APPROVE
                   PERFORM APPROVE-PENDING-MAINTENANCE
               WHEN DUAL-CONTROL-REQUIRED
                   AND MAINT-OPERATOR-ID = SPACES
                   DISPLAY "ERROR: Operator ID required for dual "
                           "control action - account "
                           MAINT-ACCT-NUMBER " not changed"
               WHEN DUAL-CONTROL-REQUIRED
                   PERFORM HOLD-FOR-APPROVAL
               WHEN OTHER
                   PERFORM APPLY-MAINTENANCE-ACTION
           END-EVALUATE
           MOVE SPACES TO WS-AUDIT-MAKER-ID
           MOVE SPACES TO WS-AUDIT-CHECKER-ID.

      *    FREEZING OR CLOSING AN ACCOUNT, OPENING ONE WITH A BALANCE,
      *    RELEASING A HOLD, CHANGING THE NSF WAIVE FLAG AND SETTING
      *    AN OVERDRAFT PROTECTION LINK ALL NEED A SECOND OPERATOR.
       CHECK-DUAL-CONTROL.
           MOVE 'N' TO WS-DUAL-CONTROL-SWITCH
           EVALUATE TRUE
               WHEN MAINT-STATUS-CHANGE
                   AND (MAINT-ACCT-STATUS = 'F'
                     OR MAINT-ACCT-STATUS = 'C')
               WHEN MAINT-ADD
                   AND MAINT-BALANCE NUMERIC
                   AND MAINT-BALANCE > ZEROS
               WHEN MAINT-UPDATE
                   AND (MAINT-NSF-WAIVE = 'Y' OR MAINT-NSF-WAIVE = 'N')
               WHEN MAINT-HOLD-RELEASE
               WHEN MAINT-LINK-SAVINGS
                   MOVE 'Y' TO WS-DUAL-CONTROL-SWITCH
           END-EVALUATE.

       APPLY-MAINTENANCE-ACTION.
           EVALUATE TRUE
               WHEN MAINT-ADD
                   PERFORM MAINTENANCE-ADD-ACCOUNT
                   PERFORM MAINTENANCE-PLACE-HOLD
               WHEN MAINT-HOLD-RELEASE
                   PERFORM MAINTENANCE-RELEASE-HOLD
               WHEN MAINT-STANDING-ORDER
                   PERFORM MAINTENANCE-STANDING-ORDER
               WHEN MAINT-SO-CANCEL
                   PERFORM MAINTENANCE-CANCEL-ORDER
               WHEN MAINT-OWNER-LINK
                   PERFORM MAINTENANCE-LINK-OWNER
               WHEN MAINT-OWNER-REMOVE
                   PERFORM MAINTENANCE-REMOVE-OWNER
               WHEN OTHER
                   DISPLAY "WARNING: Unknown maintenance action "
                           "code for account " MAINT-ACCT-NUMBER
           END-EVALUATE.

       MAINTENANCE-ADD-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT MAINT-TYPE-VALID
                   DISPLAY "ERROR: Cannot add account - invalid "
                           "account type " MAINT-ACCT-NUMBER
               WHEN MAINT-ACCT-TYPE = 'T'
                   AND (MAINT-CD-TERM-MONTHS NOT NUMERIC
                     OR MAINT-CD-TERM-MONTHS = ZEROS
                     OR MAINT-CD-RATE NOT NUMERIC
                     OR MAINT-CD-RATE < 1)
                   DISPLAY "ERROR: Cannot add time deposit - invalid "
                           "term or rate " MAINT-ACCT-NUMBER
               WHEN OTHER
                   MOVE MAINT-ACCT-NUMBER TO ACCT-NUMBER
                   MOVE MAINT-ACCT-NAME TO ACCT-NAME
                   MOVE MAINT-ACCT-TYPE TO ACCT-TYPE
                   SET ACTIVE TO TRUE
                   MOVE MAINT-BALANCE TO ACCT-BALANCE
                   MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY-DATE
                   MOVE ZEROS TO ACCT-ANAL-DEBIT-ITEMS
                   MOVE ZEROS TO ACCT-ANAL-CREDIT-ITEMS
                   MOVE WS-RUN-DATE TO ACCT-LAST-ANALYSIS-DATE
                   MOVE ZEROS TO ACCT-ACCRUED-INTEREST
                   MOVE WS-RUN-DATE TO ACCT-LAST-ACCRUAL-DATE
                   MOVE WS-RUN-DATE TO ACCT-LAST-INT-POSTED
                   MOVE WS-RUN-DATE TO ACCT-OPEN-DATE
                   MOVE WS-RUN-DATE TO ACCT-LAST-SVC-CHG-DATE
      *    SAME EXISTENCE CHECK AS THE ATTACH ACTION - AN ADD MUST
      *    NOT CREATE A LINK TO A CUSTOMER THAT WAS NEVER CREATED.
                   IF MAINT-CUSTOMER-ID NUMERIC
                       AND MAINT-CUSTOMER-ID > ZEROS
                       MOVE MAINT-CUSTOMER-ID TO CUST-ID
                       READ CUSTOMER-FILE
                           INVALID KEY
                               DISPLAY "WARNING: Customer "
                                       MAINT-CUSTOMER-ID
                                       " not on file - "
                                       "account added unattached"
                               MOVE ZEROS TO ACCT-CUSTOMER-ID
                           NOT INVALID KEY
                               MOVE MAINT-CUSTOMER-ID
                                   TO ACCT-CUSTOMER-ID
                       END-READ
                   ELSE
                       MOVE ZEROS TO ACCT-CUSTOMER-ID
                   END-IF
                   MOVE ZEROS TO ACCT-LINKED-SAVINGS
                   MOVE 'N' TO ACCT-NSF-WAIVE-FLAG
                   MOVE ZEROS TO ACCT-NSF-FEE-DATE
                   MOVE ZEROS TO ACCT-NSF-FEES-TODAY
                   MOVE ZEROS TO ACCT-INTEREST-PAID-YTD
                   MOVE ZEROS TO ACCT-EARN-CREDIT-YTD
                   MOVE ZEROS TO ACCT-OD-START-DATE
                   MOVE ZERO TO ACCT-OD-STAGE
                   MOVE ZEROS TO ACCT-CHARGE-OFF-DATE
                   MOVE ZEROS TO ACCT-CHARGE-OFF-BAL
                   IF MAINT-BRANCH-CODE NUMERIC
                       MOVE MAINT-BRANCH-CODE TO ACCT-BRANCH-CODE
                   ELSE
                       MOVE ZEROS TO ACCT-BRANCH-CODE
                   END-IF
                   IF TIME-DEPOSIT
                       PERFORM SET-UP-CD-TERMS
                   ELSE
                       MOVE ZEROS TO ACCT-CD-TERM-MONTHS
                       MOVE ZEROS TO ACCT-CD-MATURITY-DATE
                       MOVE ZEROS TO ACCT-CD-RATE
                       MOVE SPACE TO ACCT-CD-MATURITY-INSTR
                       MOVE ZEROS TO ACCT-CD-PAYOUT-ACCT
                       MOVE ZEROS TO ACCT-CD-NOTICE-DATE
                   END-IF

                   WRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot add account - "
                                   "already exists " MAINT-ACCT-NUMBER
                       NOT INVALID KEY
                           DISPLAY "ACCOUNT ADDED: " MAINT-ACCT-NUMBER
                           MOVE ZERO TO WS-AUDIT-OLD-BALANCE
                           MOVE "ACCOUNT ADDED" TO WS-AUDIT-REASON
                           PERFORM WRITE-AUDIT-RECORD
                           IF ACCT-CUSTOMER-ID > ZEROS
                               PERFORM WRITE-PRIMARY-OWNER-ROW
                           END-IF
                   END-WRITE
           END-EVALUATE.

      *    THE TERM RUNS FROM THE OPENING BUSINESS DATE.
       SET-UP-CD-TERMS.
           MOVE MAINT-CD-TERM-MONTHS TO ACCT-CD-TERM-MONTHS
           MOVE MAINT-CD-RATE TO ACCT-CD-RATE
           MOVE WS-RUN-DATE TO ACCT-CD-MATURITY-DATE
           PERFORM ADD-CD-TERM-TO-MATURITY
           IF MAINT-CD-INSTR-VALID
               MOVE MAINT-CD-MATURITY-INSTR TO ACCT-CD-MATURITY-INSTR
           ELSE
               SET CD-ROLL-OVER TO TRUE
           END-IF
           IF MAINT-CD-PAYOUT-ACCT NUMERIC
               MOVE MAINT-CD-PAYOUT-ACCT TO ACCT-CD-PAYOUT-ACCT
           ELSE
               MOVE ZEROS TO ACCT-CD-PAYOUT-ACCT
           END-IF
           MOVE ZEROS TO ACCT-CD-NOTICE-DATE.

      *    A TIME DEPOSIT'S TERMS ARE FIXED AT OPEN, SO AN UPDATE
      *    CANNOT TURN ANOTHER ACCOUNT INTO ONE OR A TIME DEPOSIT INTO
      *    ANOTHER TYPE; ONLY ITS NAME, NSF WAIVER, BRANCH, MATURITY
      *    INSTRUCTION AND PAYOUT ACCOUNT MAY CHANGE.
       MAINTENANCE-UPDATE-ACCOUNT.
           IF (MAINT-ACCT-TYPE NOT = SPACE AND NOT MAINT-TYPE-VALID)
               OR MAINT-ACCT-TYPE = 'T'
               DISPLAY "ERROR: Cannot update - invalid account "
                       "type " MAINT-ACCT-NUMBER
           ELSE
                       DISPLAY "ERROR: Cannot update - account not "
                               "found " MAINT-ACCT-NUMBER
                   NOT INVALID KEY
                       IF TIME-DEPOSIT
                           AND MAINT-ACCT-TYPE NOT = SPACE
                           AND MAINT-ACCT-TYPE NOT = 'T'
                           DISPLAY "ERROR: Cannot update - time "
                                   "deposit type is fixed at open "
                                   MAINT-ACCT-NUMBER
                       ELSE
                           PERFORM APPLY-ACCOUNT-UPDATE
                       END-IF
               END-READ
           END-IF.

       APPLY-ACCOUNT-UPDATE.
           MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
           IF MAINT-ACCT-NAME NOT = SPACES
               MOVE MAINT-ACCT-NAME TO ACCT-NAME
           END-IF
           IF MAINT-ACCT-TYPE NOT = SPACE
               MOVE MAINT-ACCT-TYPE TO ACCT-TYPE
           END-IF
           IF MAINT-NSF-WAIVE = 'Y' OR MAINT-NSF-WAIVE = 'N'
               MOVE MAINT-NSF-WAIVE TO ACCT-NSF-WAIVE-FLAG
           END-IF
           IF MAINT-BRANCH-CODE NUMERIC
               AND MAINT-BRANCH-CODE > ZEROS
               MOVE MAINT-BRANCH-CODE TO ACCT-BRANCH-CODE
           END-IF
           IF TIME-DEPOSIT AND MAINT-CD-INSTR-VALID
               MOVE MAINT-CD-MATURITY-INSTR TO ACCT-CD-MATURITY-INSTR
           END-IF
           IF TIME-DEPOSIT
               AND MAINT-CD-PAYOUT-ACCT NUMERIC
               AND MAINT-CD-PAYOUT-ACCT > ZEROS
               MOVE MAINT-CD-PAYOUT-ACCT TO ACCT-CD-PAYOUT-ACCT
           END-IF
           MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot rewrite account "
                           MAINT-ACCT-NUMBER
               NOT INVALID KEY
                   DISPLAY "ACCOUNT UPDATED: " MAINT-ACCT-NUMBER
                   MOVE "ACCOUNT UPDATED" TO WS-AUDIT-REASON
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       MAINTENANCE-CHANGE-STATUS.
           IF NOT MAINT-STATUS-VALID
               DISPLAY "ERROR: Cannot change status - invalid "
                                   "not found " MAINT-ACCT-NUMBER
                       NOT INVALID KEY
                           MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
                           PERFORM SAVE-OLD-PRIMARY-OWNER
                           MOVE MAINT-CUSTOMER-ID TO ACCT-CUSTOMER-ID
                           MOVE WS-RUN-DATE
                               TO ACCT-LAST-ACTIVITY-DATE
                                   MOVE "CUSTOMER ATTACH"
                                       TO WS-AUDIT-REASON
                                   PERFORM WRITE-AUDIT-RECORD
                                   IF WS-OWN-OLD-PRIMARY
                                       NOT = MAINT-CUSTOMER-ID
                                       PERFORM DELETE-OLD-PRIMARY-ROW
                                   END-IF
                                   PERFORM WRITE-PRIMARY-OWNER-ROW
                           END-REWRITE
                   END-READ
           END-READ.
                           "found " MAINT-ACCT-NUMBER
               NOT INVALID KEY
                   MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
                   PERFORM SAVE-OLD-PRIMARY-OWNER
                   MOVE ZEROS TO ACCT-CUSTOMER-ID
                   MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY-DATE
                   REWRITE ACCOUNT-RECORD
                                   MAINT-ACCT-NUMBER
                           MOVE "CUSTOMER DETACH" TO WS-AUDIT-REASON
                           PERFORM WRITE-AUDIT-RECORD
                           PERFORM DELETE-OLD-PRIMARY-ROW
                   END-REWRITE
           END-READ.

       SAVE-OLD-PRIMARY-OWNER.
           IF ACCT-CUSTOMER-ID NUMERIC
               MOVE ACCT-CUSTOMER-ID TO WS-OWN-OLD-PRIMARY
           ELSE
               MOVE ZEROS TO WS-OWN-OLD-PRIMARY
           END-IF.

      *    THE PRIMARY OWNER'S ROW MIRRORS ACCT-CUSTOMER-ID.  A
      *    CUSTOMER WHO ALREADY HELD ANOTHER ROLE ON THE ACCOUNT IS
      *    PROMOTED TO PRIMARY.
       WRITE-PRIMARY-OWNER-ROW.
           MOVE ACCT-NUMBER TO OWN-ACCT-NUMBER
           MOVE ACCT-CUSTOMER-ID TO OWN-CUSTOMER-ID
           READ OWNERSHIP-FILE
               INVALID KEY
                   SET OWN-PRIMARY TO TRUE
                   MOVE WS-RUN-DATE TO OWN-ADDED-DATE
                   WRITE OWNERSHIP-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot write primary owner "
                                   "row for account " ACCT-NUMBER
                   END-WRITE
               NOT INVALID KEY
                   SET OWN-PRIMARY TO TRUE
                   REWRITE OWNERSHIP-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Cannot rewrite primary "
                                   "owner row for account " ACCT-NUMBER
                   END-REWRITE
           END-READ.

      *    THE FORMER PRIMARY LOSES THE RELATIONSHIP, AS AN ATTACH OR
      *    DETACH ALWAYS DID; ANY OTHER ROLE THEY NEED IS RE-KEYED.
       DELETE-OLD-PRIMARY-ROW.
           IF WS-OWN-OLD-PRIMARY > ZEROS
               MOVE ACCT-NUMBER TO OWN-ACCT-NUMBER
               MOVE WS-OWN-OLD-PRIMARY TO OWN-CUSTOMER-ID
               DELETE OWNERSHIP-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      *    THE LINKED ACCOUNT IS VALIDATED FIRST (IT MUST EXIST AND BE
      *    A SAVINGS ACCOUNT) AND THEN THE TARGET ACCOUNT IS READ AND
      *    REWRITTEN - MAINTENANCE RECORDS ARE INDEPENDENT, SO THERE
           IF WS-HOLDS-RELEASED-COUNT = ZEROS
               DISPLAY "WARNING: No matching hold to release for "
                       "account " MAINT-ACCT-NUMBER
           ELSE
               MOVE MAINT-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "WARNING: Hold released for account "
                               MAINT-ACCT-NUMBER " not on file - "
                               "no audit row written"
                   NOT INVALID KEY
                       MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
                       MOVE "HOLD RELEASED" TO WS-AUDIT-REASON
                       PERFORM WRITE-AUDIT-RECORD
               END-READ
           END-IF.

       RELEASE-MATCHING-HOLD.
                       " Amount " WS-HOLD-AMOUNT(WS-HOLD-SUB)
           END-IF.

      *    THE STANDING-ORDER FILE IS OPTIONAL SO THE FIRST ORDER SET
      *    UP CREATES IT.  A FILE THAT WILL NOT OPEN, OR WILL NOT FIT
      *    THE TABLE, STOPS THE RUN - REWRITING FROM A PARTIAL TABLE
      *    AT THE END WOULD DROP LIVE ORDERS.
       LOAD-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE
           IF NOT SO-FILE-OK
               DISPLAY "ERROR OPENING STANDING ORDER FILE: "
                       WS-SO-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-STANDING-ORDER UNTIL SO-FILE-EOF
           CLOSE STANDING-ORDER-FILE
           DISPLAY "STANDING ORDERS ON FILE: " WS-SO-COUNT.

       LOAD-ONE-STANDING-ORDER.
           READ STANDING-ORDER-FILE
               AT END
                   SET SO-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-SO-COUNT < 1000
                       ADD 1 TO WS-SO-COUNT
                       MOVE SO-ORDER-ID
                           TO WS-SO-ORDER-ID(WS-SO-COUNT)
                       MOVE SO-SOURCE-ACCT
                           TO WS-SO-SOURCE-ACCT(WS-SO-COUNT)
                       MOVE SO-DEST-ACCT
                           TO WS-SO-DEST-ACCT(WS-SO-COUNT)
                       MOVE SO-AMOUNT
                           TO WS-SO-AMOUNT(WS-SO-COUNT)
                       MOVE SO-FREQUENCY
                           TO WS-SO-FREQUENCY(WS-SO-COUNT)
                       MOVE SO-DUE-DAY
                           TO WS-SO-DUE-DAY(WS-SO-COUNT)
                       MOVE SO-NEXT-DUE-DATE
                           TO WS-SO-NEXT-DUE-DATE(WS-SO-COUNT)
                       MOVE SO-END-DATE
                           TO WS-SO-END-DATE(WS-SO-COUNT)
                       MOVE SO-BRANCH-CODE
                           TO WS-SO-BRANCH-CODE(WS-SO-COUNT)
                       MOVE SO-STATUS
                           TO WS-SO-STATUS(WS-SO-COUNT)
                       MOVE SO-LAST-GENERATED
                           TO WS-SO-LAST-GENERATED(WS-SO-COUNT)
                       IF SO-ORDER-ID NUMERIC
                           AND SO-ORDER-ID > WS-SO-LAST-ID
                           MOVE SO-ORDER-ID TO WS-SO-LAST-ID
                       END-IF
                   ELSE
                       DISPLAY "ERROR: Standing order table full - "
                               "maintenance run stopped"
                       STOP RUN
                   END-IF
           END-READ.

       REWRITE-STANDING-ORDERS.
           OPEN OUTPUT STANDING-ORDER-FILE
           IF NOT SO-FILE-OK
               DISPLAY "ERROR OPENING STANDING ORDER FILE FOR "
                       "REWRITE: " WS-SO-FILE-STATUS
           ELSE
               PERFORM VARYING WS-SO-SUB FROM 1 BY 1
                       UNTIL WS-SO-SUB > WS-SO-COUNT
                   MOVE WS-SO-ORDER-ID(WS-SO-SUB) TO SO-ORDER-ID
                   MOVE WS-SO-SOURCE-ACCT(WS-SO-SUB) TO SO-SOURCE-ACCT
                   MOVE WS-SO-DEST-ACCT(WS-SO-SUB) TO SO-DEST-ACCT
                   MOVE WS-SO-AMOUNT(WS-SO-SUB) TO SO-AMOUNT
                   MOVE WS-SO-FREQUENCY(WS-SO-SUB) TO SO-FREQUENCY
                   MOVE WS-SO-DUE-DAY(WS-SO-SUB) TO SO-DUE-DAY
                   MOVE WS-SO-NEXT-DUE-DATE(WS-SO-SUB)
                       TO SO-NEXT-DUE-DATE
                   MOVE WS-SO-END-DATE(WS-SO-SUB) TO SO-END-DATE
                   MOVE WS-SO-BRANCH-CODE(WS-SO-SUB) TO SO-BRANCH-CODE
                   MOVE WS-SO-STATUS(WS-SO-SUB) TO SO-STATUS
                   MOVE WS-SO-LAST-GENERATED(WS-SO-SUB)
                       TO SO-LAST-GENERATED
                   WRITE STANDING-ORDER-RECORD
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

      *    AN 'O' WITH A ZERO ORDER ID SETS UP A NEW ORDER; ONE NAMING
      *    AN EXISTING ORDER AMENDS IT.
       MAINTENANCE-STANDING-ORDER.
           EVALUATE TRUE
               WHEN MAINT-SO-ORDER-ID NOT NUMERIC
                   DISPLAY "ERROR: Standing order - invalid order ID "
                           "for account " MAINT-ACCT-NUMBER
               WHEN MAINT-SO-ORDER-ID = ZEROS
                   PERFORM ADD-STANDING-ORDER
               WHEN OTHER
                   PERFORM AMEND-STANDING-ORDER
           END-EVALUATE.

      *    A NEW ORDER NEEDS A POSITIVE AMOUNT, A VALID FREQUENCY, A
      *    REAL FIRST-DUE DATE NOT BEFORE THE BUSINESS DATE, AN END
      *    DATE THAT IS ZERO OR NOT BEFORE THE FIRST DUE, AND TWO
      *    DIFFERENT ACCOUNTS THAT ARE BOTH ON FILE AND OPEN.  THE
      *    SOURCE ACCOUNT IS READ LAST SO IT IS IN THE RECORD AREA FOR
      *    THE BRANCH DEFAULT AND THE AUDIT ROW.
       ADD-STANDING-ORDER.
           EVALUATE TRUE
               WHEN MAINT-SO-AMOUNT NOT NUMERIC
                   OR MAINT-SO-AMOUNT = ZEROS
                   DISPLAY "ERROR: Cannot set up standing order - "
                           "invalid amount for account "
                           MAINT-ACCT-NUMBER
               WHEN NOT MAINT-SO-FREQ-VALID
                   DISPLAY "ERROR: Cannot set up standing order - "
                           "invalid frequency for account "
                           MAINT-ACCT-NUMBER
               WHEN MAINT-SO-FIRST-DUE NOT NUMERIC
                   OR MAINT-SO-FIRST-DUE < WS-RUN-DATE
                   DISPLAY "ERROR: Cannot set up standing order - "
                           "first due date before the business date "
                           "for account " MAINT-ACCT-NUMBER
               WHEN FUNCTION TEST-DATE-YYYYMMDD(MAINT-SO-FIRST-DUE)
                   NOT = ZERO
                   DISPLAY "ERROR: Cannot set up standing order - "
                           "invalid first due date for account "
                           MAINT-ACCT-NUMBER
               WHEN MAINT-SO-END-DATE NOT NUMERIC
                   DISPLAY "ERROR: Cannot set up standing order - "
                           "invalid end date for account "
                           MAINT-ACCT-NUMBER
               WHEN MAINT-SO-END-DATE > ZEROS
                   AND MAINT-SO-END-DATE < MAINT-SO-FIRST-DUE
                   DISPLAY "ERROR: Cannot set up standing order - "
                           "end date before first due date for "
                           "account " MAINT-ACCT-NUMBER
               WHEN MAINT-SO-DEST-ACCT NOT NUMERIC
                   OR MAINT-SO-DEST-ACCT = ZEROS
                   OR MAINT-SO-DEST-ACCT = MAINT-ACCT-NUMBER
                   DISPLAY "ERROR: Cannot set up standing order - "
                           "invalid destination for account "
                           MAINT-ACCT-NUMBER
               WHEN WS-SO-COUNT NOT < 1000
                   DISPLAY "ERROR: Cannot set up standing order - "
                           "standing order table full"
               WHEN OTHER
                   MOVE 'Y' TO WS-SO-VALID-SWITCH
                   MOVE MAINT-SO-DEST-ACCT TO WS-SO-CHECK-ACCT
                   PERFORM CHECK-STANDING-ORDER-ACCOUNT
                   MOVE MAINT-ACCT-NUMBER TO WS-SO-CHECK-ACCT
                   PERFORM CHECK-STANDING-ORDER-ACCOUNT
                   IF SO-REQUEST-VALID
                       PERFORM STORE-NEW-STANDING-ORDER
                   END-IF
           END-EVALUATE.

       STORE-NEW-STANDING-ORDER.
           ADD 1 TO WS-SO-COUNT
           ADD 1 TO WS-SO-LAST-ID
           MOVE WS-SO-LAST-ID TO WS-SO-ORDER-ID(WS-SO-COUNT)
           MOVE MAINT-ACCT-NUMBER TO WS-SO-SOURCE-ACCT(WS-SO-COUNT)
           MOVE MAINT-SO-DEST-ACCT TO WS-SO-DEST-ACCT(WS-SO-COUNT)
           MOVE MAINT-SO-AMOUNT TO WS-SO-AMOUNT(WS-SO-COUNT)
           MOVE MAINT-SO-FREQUENCY TO WS-SO-FREQUENCY(WS-SO-COUNT)
           MOVE MAINT-SO-FIRST-DAY TO WS-SO-DUE-DAY(WS-SO-COUNT)
           MOVE MAINT-SO-FIRST-DUE
               TO WS-SO-NEXT-DUE-DATE(WS-SO-COUNT)
           MOVE MAINT-SO-END-DATE TO WS-SO-END-DATE(WS-SO-COUNT)
           EVALUATE TRUE
               WHEN MAINT-BRANCH-CODE NUMERIC
                   AND MAINT-BRANCH-CODE > ZEROS
                   MOVE MAINT-BRANCH-CODE
                       TO WS-SO-BRANCH-CODE(WS-SO-COUNT)
               WHEN ACCT-BRANCH-CODE NUMERIC
                   MOVE ACCT-BRANCH-CODE
                       TO WS-SO-BRANCH-CODE(WS-SO-COUNT)
               WHEN OTHER
                   MOVE ZEROS TO WS-SO-BRANCH-CODE(WS-SO-COUNT)
           END-EVALUATE
           MOVE 'A' TO WS-SO-STATUS(WS-SO-COUNT)
           MOVE ZEROS TO WS-SO-LAST-GENERATED(WS-SO-COUNT)
           DISPLAY "STANDING ORDER SET UP: Order " WS-SO-LAST-ID
                   " Account " MAINT-ACCT-NUMBER " to "
                   MAINT-SO-DEST-ACCT " Amount " MAINT-SO-AMOUNT
                   " First due " MAINT-SO-FIRST-DUE
           MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
           MOVE "STD ORDER SET UP" TO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD.

      *    BOTH ENDS OF AN ORDER MUST BE ON FILE AND NEITHER CLOSED
      *    NOR FROZEN.  THE CALLER SETS THE VALID SWITCH FIRST.
       CHECK-STANDING-ORDER-ACCOUNT.
           MOVE WS-SO-CHECK-ACCT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SO-VALID-SWITCH
                   DISPLAY "ERROR: Standing order rejected - account "
                           WS-SO-CHECK-ACCT " not found"
               NOT INVALID KEY
                   IF CLOSED OR FROZEN
                       MOVE 'N' TO WS-SO-VALID-SWITCH
                       DISPLAY "ERROR: Standing order rejected - "
                               "account " WS-SO-CHECK-ACCT
                               " is closed or frozen"
                   END-IF
           END-READ.

       FIND-STANDING-ORDER.
           MOVE ZEROS TO WS-SO-FOUND-SUB
           PERFORM VARYING WS-SO-SUB FROM 1 BY 1
                   UNTIL WS-SO-SUB > WS-SO-COUNT
               IF WS-SO-ORDER-ID(WS-SO-SUB) = MAINT-SO-ORDER-ID
                   MOVE WS-SO-SUB TO WS-SO-FOUND-SUB
               END-IF
           END-PERFORM.

      *    AN AMENDMENT CHANGES ONLY THE FIELDS SUPPLIED.  A NEW
      *    FIRST-DUE DATE RESTARTS THE SCHEDULE FROM THAT DATE AND DAY
      *    OF THE MONTH.  AN END DATE CAN BE SET OR MOVED BUT NOT
      *    REMOVED - AN ORDER THAT SHOULD RUN OPEN-ENDED AGAIN IS
      *    CANCELLED AND SET UP AFRESH.
       AMEND-STANDING-ORDER.
           PERFORM FIND-STANDING-ORDER
           IF WS-SO-FOUND-SUB > ZEROS
               MOVE WS-SO-NEXT-DUE-DATE(WS-SO-FOUND-SUB)
                   TO WS-SO-NEW-NEXT-DUE
               MOVE WS-SO-END-DATE(WS-SO-FOUND-SUB)
                   TO WS-SO-NEW-END-DATE
               IF MAINT-SO-FIRST-DUE NUMERIC
                   AND MAINT-SO-FIRST-DUE > ZEROS
                   MOVE MAINT-SO-FIRST-DUE TO WS-SO-NEW-NEXT-DUE
               END-IF
               IF MAINT-SO-END-DATE NUMERIC
                   AND MAINT-SO-END-DATE > ZEROS
                   MOVE MAINT-SO-END-DATE TO WS-SO-NEW-END-DATE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-SO-FOUND-SUB = ZEROS
                   DISPLAY "ERROR: Cannot amend standing order - "
                           "order " MAINT-SO-ORDER-ID " not found"
               WHEN WS-SO-SOURCE-ACCT(WS-SO-FOUND-SUB)
                   NOT = MAINT-ACCT-NUMBER
                   DISPLAY "ERROR: Cannot amend standing order - "
                           "order " MAINT-SO-ORDER-ID " does not "
                           "belong to account " MAINT-ACCT-NUMBER
               WHEN WS-SO-STATUS(WS-SO-FOUND-SUB) NOT = 'A'
                   DISPLAY "ERROR: Cannot amend standing order - "
                           "order " MAINT-SO-ORDER-ID " is not active"
               WHEN MAINT-SO-AMOUNT NOT NUMERIC
                   OR MAINT-SO-DEST-ACCT NOT NUMERIC
                   OR MAINT-SO-FIRST-DUE NOT NUMERIC
                   OR MAINT-SO-END-DATE NOT NUMERIC
                   DISPLAY "ERROR: Cannot amend standing order - "
                           "non-numeric field on order "
                           MAINT-SO-ORDER-ID
               WHEN MAINT-SO-FREQUENCY NOT = SPACE
                   AND NOT MAINT-SO-FREQ-VALID
                   DISPLAY "ERROR: Cannot amend standing order - "
                           "invalid frequency on order "
                           MAINT-SO-ORDER-ID
               WHEN MAINT-SO-FIRST-DUE > ZEROS
                   AND (MAINT-SO-FIRST-DUE < WS-RUN-DATE
                     OR FUNCTION TEST-DATE-YYYYMMDD(MAINT-SO-FIRST-DUE)
                        NOT = ZERO)
                   DISPLAY "ERROR: Cannot amend standing order - "
                           "invalid next due date on order "
                           MAINT-SO-ORDER-ID
               WHEN WS-SO-NEW-END-DATE > ZEROS
                   AND WS-SO-NEW-END-DATE < WS-SO-NEW-NEXT-DUE
                   DISPLAY "ERROR: Cannot amend standing order - "
                           "end date before next due date on order "
                           MAINT-SO-ORDER-ID
               WHEN MAINT-SO-DEST-ACCT = MAINT-ACCT-NUMBER
                   DISPLAY "ERROR: Cannot amend standing order - "
                           "destination is the source account on "
                           "order " MAINT-SO-ORDER-ID
               WHEN OTHER
                   MOVE 'Y' TO WS-SO-VALID-SWITCH
                   IF MAINT-SO-DEST-ACCT > ZEROS
                       MOVE MAINT-SO-DEST-ACCT TO WS-SO-CHECK-ACCT
                       PERFORM CHECK-STANDING-ORDER-ACCOUNT
                   END-IF
                   MOVE MAINT-ACCT-NUMBER TO WS-SO-CHECK-ACCT
                   PERFORM CHECK-STANDING-ORDER-ACCOUNT
                   IF SO-REQUEST-VALID
                       PERFORM APPLY-STANDING-ORDER-AMENDMENT
                   END-IF
           END-EVALUATE.

       APPLY-STANDING-ORDER-AMENDMENT.
           IF MAINT-SO-DEST-ACCT > ZEROS
               MOVE MAINT-SO-DEST-ACCT
                   TO WS-SO-DEST-ACCT(WS-SO-FOUND-SUB)
           END-IF
           IF MAINT-SO-AMOUNT > ZEROS
               MOVE MAINT-SO-AMOUNT TO WS-SO-AMOUNT(WS-SO-FOUND-SUB)
           END-IF
           IF MAINT-SO-FREQ-VALID
               MOVE MAINT-SO-FREQUENCY
                   TO WS-SO-FREQUENCY(WS-SO-FOUND-SUB)
           END-IF
           IF MAINT-SO-FIRST-DUE > ZEROS
               MOVE MAINT-SO-FIRST-DAY
                   TO WS-SO-DUE-DAY(WS-SO-FOUND-SUB)
           END-IF
           IF MAINT-BRANCH-CODE NUMERIC
               AND MAINT-BRANCH-CODE > ZEROS
               MOVE MAINT-BRANCH-CODE
                   TO WS-SO-BRANCH-CODE(WS-SO-FOUND-SUB)
           END-IF
           MOVE WS-SO-NEW-NEXT-DUE
               TO WS-SO-NEXT-DUE-DATE(WS-SO-FOUND-SUB)
           MOVE WS-SO-NEW-END-DATE TO WS-SO-END-DATE(WS-SO-FOUND-SUB)
           DISPLAY "STANDING ORDER AMENDED: Order " MAINT-SO-ORDER-ID
                   " Account " MAINT-ACCT-NUMBER
           MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
           MOVE "STD ORDER AMENDED" TO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD.

      *    A CANCELLED ORDER STAYS ON FILE MARKED 'C' - NOTHING MORE
      *    IS GENERATED FOR IT, AND ITS ID IS NOT REISSUED.
       MAINTENANCE-CANCEL-ORDER.
           MOVE ZEROS TO WS-SO-FOUND-SUB
           IF MAINT-SO-ORDER-ID NUMERIC
               PERFORM FIND-STANDING-ORDER
           END-IF
           EVALUATE TRUE
               WHEN WS-SO-FOUND-SUB = ZEROS
                   DISPLAY "ERROR: Cannot cancel standing order - "
                           "order " MAINT-SO-ORDER-ID " not found"
               WHEN WS-SO-SOURCE-ACCT(WS-SO-FOUND-SUB)
                   NOT = MAINT-ACCT-NUMBER
                   DISPLAY "ERROR: Cannot cancel standing order - "
                           "order " MAINT-SO-ORDER-ID " does not "
                           "belong to account " MAINT-ACCT-NUMBER
               WHEN WS-SO-STATUS(WS-SO-FOUND-SUB) NOT = 'A'
                   DISPLAY "ERROR: Cannot cancel standing order - "
                           "order " MAINT-SO-ORDER-ID " is not active"
               WHEN OTHER
                   MOVE 'C' TO WS-SO-STATUS(WS-SO-FOUND-SUB)
                   DISPLAY "STANDING ORDER CANCELLED: Order "
                           MAINT-SO-ORDER-ID " Account "
                           MAINT-ACCT-NUMBER
                   MOVE MAINT-ACCT-NUMBER TO ACCT-NUMBER
                   READ ACCOUNT-FILE
                       INVALID KEY
                           DISPLAY "WARNING: Source account "
                                   MAINT-ACCT-NUMBER " not on file - "
                                   "cancellation not audited"
                       NOT INVALID KEY
                           MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
                           MOVE "STD ORDER CANCELLED"
                               TO WS-AUDIT-REASON
                           PERFORM WRITE-AUDIT-RECORD
                   END-READ
           END-EVALUATE.

      *    A PRIMARY ROLE GOES THROUGH THE ATTACH ACTION SO
      *    ACCT-CUSTOMER-ID AND THE OWNERSHIP FILE STAY IN STEP.  ANY
      *    OTHER ROLE IS ADDED, OR REPLACES THE CUSTOMER'S EXISTING
      *    ROLE ON THE ACCOUNT; THE PRIMARY OWNER CANNOT BE DEMOTED
      *    HERE - ANOTHER PRIMARY IS ATTACHED OR THE OWNER DETACHED.
       MAINTENANCE-LINK-OWNER.
           EVALUATE TRUE
               WHEN NOT MAINT-ROLE-VALID
                   DISPLAY "ERROR: Cannot link owner - invalid role "
                           "for account " MAINT-ACCT-NUMBER
               WHEN MAINT-CUSTOMER-ID NOT NUMERIC
                 OR MAINT-CUSTOMER-ID = ZEROS
                   DISPLAY "ERROR: Cannot link owner - invalid "
                           "customer id " MAINT-CUSTOMER-ID
               WHEN MAINT-OWNER-ROLE = 'P'
                   PERFORM MAINTENANCE-ATTACH-ACCOUNT
               WHEN OTHER
                   MOVE MAINT-CUSTOMER-ID TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           DISPLAY "ERROR: Cannot link owner - "
                                   "customer not found "
                                   MAINT-CUSTOMER-ID
                       NOT INVALID KEY
                           PERFORM LINK-SECONDARY-OWNER
                   END-READ
           END-EVALUATE.

       LINK-SECONDARY-OWNER.
           MOVE MAINT-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: Cannot link owner - account not "
                           "found " MAINT-ACCT-NUMBER
               NOT INVALID KEY
                   IF ACCT-CUSTOMER-ID = MAINT-CUSTOMER-ID
                       DISPLAY "ERROR: Cannot link owner - customer "
                               MAINT-CUSTOMER-ID " is the primary "
                               "owner of " MAINT-ACCT-NUMBER
                   ELSE
                       MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
                       MOVE MAINT-ACCT-NUMBER TO OWN-ACCT-NUMBER
                       MOVE MAINT-CUSTOMER-ID TO OWN-CUSTOMER-ID
                       READ OWNERSHIP-FILE
                           INVALID KEY
                               MOVE MAINT-OWNER-ROLE TO OWN-ROLE
                               MOVE WS-RUN-DATE TO OWN-ADDED-DATE
                               WRITE OWNERSHIP-RECORD
                                   INVALID KEY
                                       DISPLAY "ERROR: Cannot write "
                                               "owner row for "
                                               MAINT-ACCT-NUMBER
                                   NOT INVALID KEY
                                       DISPLAY "OWNER ADDED: "
                                               MAINT-ACCT-NUMBER " "
                                               MAINT-CUSTOMER-ID
                                               " ROLE "
                                               MAINT-OWNER-ROLE
                                       MOVE "OWNER ADDED"
                                           TO WS-AUDIT-REASON
                                       PERFORM WRITE-AUDIT-RECORD
                               END-WRITE
                           NOT INVALID KEY
                               MOVE MAINT-OWNER-ROLE TO OWN-ROLE
                               REWRITE OWNERSHIP-RECORD
                                   INVALID KEY
                                       DISPLAY "ERROR: Cannot rewrite "
                                               "owner row for "
                                               MAINT-ACCT-NUMBER
                                   NOT INVALID KEY
                                       DISPLAY "OWNER ROLE CHANGED: "
                                               MAINT-ACCT-NUMBER " "
                                               MAINT-CUSTOMER-ID
                                               " ROLE "
                                               MAINT-OWNER-ROLE
                                       MOVE "OWNER ROLE CHANGE"
                                           TO WS-AUDIT-REASON
                                       PERFORM WRITE-AUDIT-RECORD
                               END-REWRITE
                       END-READ
                   END-IF
           END-READ.

      *    REMOVING THE PRIMARY OWNER IS A DETACH.
       MAINTENANCE-REMOVE-OWNER.
           MOVE MAINT-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: Cannot remove owner - account not "
                           "found " MAINT-ACCT-NUMBER
               NOT INVALID KEY
                   IF MAINT-CUSTOMER-ID NUMERIC
                       AND MAINT-CUSTOMER-ID > ZEROS
                       AND ACCT-CUSTOMER-ID = MAINT-CUSTOMER-ID
                       PERFORM MAINTENANCE-DETACH-ACCOUNT
                   ELSE
                       MOVE ACCT-BALANCE TO WS-AUDIT-OLD-BALANCE
                       MOVE MAINT-ACCT-NUMBER TO OWN-ACCT-NUMBER
                       MOVE MAINT-CUSTOMER-ID TO OWN-CUSTOMER-ID
                       DELETE OWNERSHIP-FILE RECORD
                           INVALID KEY
                               DISPLAY "ERROR: Cannot remove owner - "
                                       "customer " MAINT-CUSTOMER-ID
                                       " has no role on "
                                       MAINT-ACCT-NUMBER
                           NOT INVALID KEY
                               DISPLAY "OWNER REMOVED: "
                                       MAINT-ACCT-NUMBER " "
                                       MAINT-CUSTOMER-ID
                               MOVE "OWNER REMOVED" TO WS-AUDIT-REASON
                               PERFORM WRITE-AUDIT-RECORD
                       END-DELETE
                   END-IF
           END-READ.

      *    A HELD ACTION IS LOGGED AND GIVEN THE NEXT ID FOR THE
      *    BUSINESS DATE.  IT EXPIRES AT THE END OF THE PARAMETER
      *    NUMBER OF BUSINESS DAYS AFTER THE DAY IT WAS ENTERED.
       HOLD-FOR-APPROVAL.
           IF WS-PEND-COUNT NOT < 500
               DISPLAY "ERROR: Pending maintenance table full - "
                       "action for account " MAINT-ACCT-NUMBER
                       " not held"
           ELSE
               ADD 1 TO WS-PEND-COUNT
               COMPUTE WS-PEND-DAY-BASE-ID = WS-RUN-DATE * 10000
               IF WS-PEND-LAST-ID < WS-PEND-DAY-BASE-ID
                   MOVE WS-PEND-DAY-BASE-ID TO WS-PEND-LAST-ID
               END-IF
               ADD 1 TO WS-PEND-LAST-ID
               MOVE WS-PEND-LAST-ID TO WS-PEND-ID(WS-PEND-COUNT)
               MOVE 'P' TO WS-PEND-STATUS(WS-PEND-COUNT)
               MOVE MAINT-OPERATOR-ID
                   TO WS-PEND-MAKER-ID(WS-PEND-COUNT)
               MOVE WS-RUN-DATE TO WS-PEND-ENTERED-DATE(WS-PEND-COUNT)
               COMPUTE WS-NEXT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               PERFORM STEP-ONE-BUSINESS-DAY WS-DUAL-EXPIRY-DAYS TIMES
               MOVE WS-NEXT-DATE TO WS-PEND-EXPIRY-DATE(WS-PEND-COUNT)
               MOVE SPACES TO WS-PEND-CHECKER-ID(WS-PEND-COUNT)
               MOVE ZEROS TO WS-PEND-ACTION-DATE(WS-PEND-COUNT)
               MOVE MAINT-RECORD TO WS-PEND-MAINT-DATA(WS-PEND-COUNT)
               ADD 1 TO WS-PEND-HELD-COUNT
               DISPLAY "HELD FOR APPROVAL: " WS-PEND-LAST-ID
                       " ACTION " MAINT-ACTION-CODE
                       " ACCOUNT " MAINT-ACCT-NUMBER
               MOVE WS-PEND-COUNT TO WS-PEND-SUB
               PERFORM MOVE-PENDING-TO-DETAIL
               MOVE "HELD FOR APPROVAL" TO WS-PDD-RESULT
               PERFORM WRITE-PENDING-DETAIL
           END-IF.

       STEP-ONE-BUSINESS-DAY.
           ADD 1 TO WS-NEXT-DATE-INT
           MOVE 'N' TO WS-DATE-IS-BUSINESS-SWITCH
           PERFORM FIND-NEXT-BUSINESS-DAY UNTIL DATE-IS-BUSINESS.

      *    THE APPROVER IS THE OPERATOR ON THE 'V' RECORD AND MUST NOT
      *    BE THE OPERATOR WHO KEYED THE HELD ACTION.  AN APPROVED
      *    ACTION IS APPLIED FROM ITS SAVED IMAGE WITH BOTH IDS ON THE
      *    AUDIT ROW; IT IS CLOSED AS APPLIED EVEN IF THE ACTION ITSELF
      *    THEN FAILS ITS OWN EDITS, SINCE IT WOULD FAIL THE SAME WAY
      *    AGAIN - THE ERROR IS ON THE CONSOLE AND IT MUST BE RE-KEYED.
       APPROVE-PENDING-MAINTENANCE.
           MOVE ZEROS TO WS-PEND-FOUND-SUB
           IF MAINT-PENDING-ID NUMERIC
               PERFORM FIND-PENDING-ENTRY
                   VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
                      OR WS-PEND-FOUND-SUB > ZEROS
           END-IF
           IF WS-PEND-FOUND-SUB > ZEROS
               MOVE WS-PEND-FOUND-SUB TO WS-PEND-SUB
               PERFORM MOVE-PENDING-TO-DETAIL
           ELSE
               MOVE MAINT-PENDING-ID TO WS-PDD-PENDING-ID
               MOVE MAINT-ACTION-CODE TO WS-PDD-ACTION
               MOVE ZEROS TO WS-PDD-ACCT-NUMBER
               MOVE ZEROS TO WS-PDD-ENTERED-DATE
               MOVE SPACES TO WS-PDD-MAKER-ID
               MOVE ZEROS TO WS-PDD-EXPIRY-DATE
           END-IF
           MOVE MAINT-OPERATOR-ID TO WS-PDD-CHECKER-ID
           EVALUATE TRUE
               WHEN WS-PEND-FOUND-SUB = ZEROS
                   DISPLAY "ERROR: Cannot approve - pending item "
                           "not found " MAINT-PENDING-ID
                   MOVE "REJECTED - NOT FOUND" TO WS-PDD-RESULT
                   ADD 1 TO WS-PEND-REJECTED-COUNT
               WHEN WS-PEND-STATUS(WS-PEND-FOUND-SUB) = 'A'
                   DISPLAY "ERROR: Cannot approve - pending item "
                           "already applied " MAINT-PENDING-ID
                   MOVE "REJECTED - ALREADY APPLIED" TO WS-PDD-RESULT
                   ADD 1 TO WS-PEND-REJECTED-COUNT
               WHEN WS-PEND-STATUS(WS-PEND-FOUND-SUB) NOT = 'P'
                   DISPLAY "ERROR: Cannot approve - pending item "
                           "expired " MAINT-PENDING-ID
                   MOVE "REJECTED - EXPIRED" TO WS-PDD-RESULT
                   ADD 1 TO WS-PEND-REJECTED-COUNT
               WHEN MAINT-OPERATOR-ID = SPACES
                   DISPLAY "ERROR: Cannot approve - no approver ID "
                           "on approval for " MAINT-PENDING-ID
                   MOVE "REJECTED - NO APPROVER" TO WS-PDD-RESULT
                   ADD 1 TO WS-PEND-REJECTED-COUNT
               WHEN MAINT-OPERATOR-ID
                   = WS-PEND-MAKER-ID(WS-PEND-FOUND-SUB)
                   DISPLAY "ERROR: Cannot approve - approver "
                           MAINT-OPERATOR-ID " entered pending item "
                           MAINT-PENDING-ID
                   MOVE "REJECTED - SAME OPERATOR" TO WS-PDD-RESULT
                   ADD 1 TO WS-PEND-REJECTED-COUNT
               WHEN OTHER
                   MOVE 'A' TO WS-PEND-STATUS(WS-PEND-FOUND-SUB)
                   MOVE MAINT-OPERATOR-ID
                       TO WS-PEND-CHECKER-ID(WS-PEND-FOUND-SUB)
                   MOVE WS-RUN-DATE
                       TO WS-PEND-ACTION-DATE(WS-PEND-FOUND-SUB)
                   MOVE WS-PEND-MAKER-ID(WS-PEND-FOUND-SUB)
                       TO WS-AUDIT-MAKER-ID
                   MOVE MAINT-OPERATOR-ID TO WS-AUDIT-CHECKER-ID
                   DISPLAY "APPROVED: " MAINT-PENDING-ID
                           " BY " MAINT-OPERATOR-ID
                   MOVE WS-PEND-MAINT-DATA(WS-PEND-FOUND-SUB)
                       TO MAINT-RECORD
                   PERFORM APPLY-MAINTENANCE-ACTION
                   MOVE "APPLIED" TO WS-PDD-RESULT
                   ADD 1 TO WS-PEND-APPLIED-COUNT
           END-EVALUATE
           PERFORM WRITE-PENDING-DETAIL.

       FIND-PENDING-ENTRY.
           IF WS-PEND-ID(WS-PEND-SUB) = MAINT-PENDING-ID
               MOVE WS-PEND-SUB TO WS-PEND-FOUND-SUB
           END-IF.

      *    AN ITEM STILL AWAITING APPROVAL PAST ITS EXPIRY DATE IS
      *    CLOSED UNAPPLIED AND LISTED; THE ACTION MUST BE RE-KEYED.
       EXPIRE-STALE-PENDING.
           IF WS-PEND-STATUS(WS-PEND-SUB) = 'P'
               AND WS-PEND-EXPIRY-DATE(WS-PEND-SUB) < WS-RUN-DATE
               MOVE 'X' TO WS-PEND-STATUS(WS-PEND-SUB)
               MOVE WS-RUN-DATE TO WS-PEND-ACTION-DATE(WS-PEND-SUB)
               ADD 1 TO WS-PEND-EXPIRED-COUNT
               DISPLAY "WARNING: Pending item " WS-PEND-ID(WS-PEND-SUB)
                       " expired unapproved"
               PERFORM MOVE-PENDING-TO-DETAIL
               MOVE "EXPIRED" TO WS-PDD-RESULT
               PERFORM WRITE-PENDING-DETAIL
           END-IF.

       MOVE-PENDING-TO-DETAIL.
           MOVE WS-PEND-ID(WS-PEND-SUB) TO WS-PDD-PENDING-ID
           MOVE WS-PEND-ACTION-CODE(WS-PEND-SUB) TO WS-PDD-ACTION
           IF WS-PEND-ACCT-NUMBER(WS-PEND-SUB) NUMERIC
               MOVE WS-PEND-ACCT-NUMBER(WS-PEND-SUB)
                   TO WS-PDD-ACCT-NUMBER
           ELSE
               MOVE ZEROS TO WS-PDD-ACCT-NUMBER
           END-IF
           MOVE WS-PEND-ENTERED-DATE(WS-PEND-SUB)
               TO WS-PDD-ENTERED-DATE
           MOVE WS-PEND-MAKER-ID(WS-PEND-SUB) TO WS-PDD-MAKER-ID
           MOVE WS-PEND-CHECKER-ID(WS-PEND-SUB) TO WS-PDD-CHECKER-ID
           MOVE WS-PEND-EXPIRY-DATE(WS-PEND-SUB) TO WS-PDD-EXPIRY-DATE.

       WRITE-PENDING-HEADING.
           ADD 1 TO WS-PEND-PAGE-NO
           MOVE WS-PEND-PAGE-NO TO WS-PH1-PAGE-NO
           MOVE WS-RUN-DATE TO WS-PH2-RUN-DATE
           MOVE WS-PEND-HEADING-1 TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE AFTER ADVANCING PAGE
           MOVE WS-PEND-HEADING-2 TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-PEND-HEADING-3 TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-PEND-LINE-CTR.

       WRITE-PENDING-DETAIL.
           IF WS-PEND-LINE-CTR = ZERO
               OR WS-PEND-LINE-CTR >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-PENDING-HEADING
           END-IF
           MOVE WS-PEND-DETAIL TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-PEND-LINE-CTR.

       WRITE-PENDING-TOTALS.
           IF WS-PEND-PAGE-NO = ZERO
               PERFORM WRITE-PENDING-HEADING
               MOVE WS-PEND-NONE-MESSAGE TO PENDING-REPORT-LINE
               WRITE PENDING-REPORT-LINE AFTER ADVANCING 2 LINES
           END-IF
           MOVE "HELD FOR APPROVAL:" TO WS-PT-CAPTION
           MOVE WS-PEND-HELD-COUNT TO WS-PT-COUNT
           MOVE WS-PEND-TOTAL TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE "APPROVED AND APPLIED:" TO WS-PT-CAPTION
           MOVE WS-PEND-APPLIED-COUNT TO WS-PT-COUNT
           MOVE WS-PEND-TOTAL TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "APPROVALS REJECTED:" TO WS-PT-CAPTION
           MOVE WS-PEND-REJECTED-COUNT TO WS-PT-COUNT
           MOVE WS-PEND-TOTAL TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "EXPIRED UNAPPROVED:" TO WS-PT-CAPTION
           MOVE WS-PEND-EXPIRED-COUNT TO WS-PT-COUNT
           MOVE WS-PEND-TOTAL TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE ZEROS TO WS-PEND-OPEN-COUNT
           PERFORM COUNT-OPEN-PENDING
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
           MOVE "STILL AWAITING APPROVAL:" TO WS-PT-CAPTION
           MOVE WS-PEND-OPEN-COUNT TO WS-PT-COUNT
           MOVE WS-PEND-TOTAL TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE AFTER ADVANCING 1 LINE.

       COUNT-OPEN-PENDING.
           IF WS-PEND-STATUS(WS-PEND-SUB) = 'P'
               ADD 1 TO WS-PEND-OPEN-COUNT
           END-IF.

      *    THE PENDING FILE IS OPTIONAL SO THE FIRST HELD ACTION
      *    CREATES IT.  A FILE THAT WILL NOT OPEN, OR WILL NOT FIT THE
      *    TABLE, STOPS THE RUN - REWRITING FROM A PARTIAL TABLE AT
      *    THE END WOULD LOSE ACTIONS AWAITING APPROVAL.
       LOAD-PENDING-MAINTENANCE.
           OPEN INPUT PENDING-MAINT-FILE
           IF NOT PEND-FILE-OK
               DISPLAY "ERROR OPENING PENDING MAINTENANCE FILE: "
                       WS-PEND-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-PENDING-ITEM UNTIL PEND-FILE-EOF
           CLOSE PENDING-MAINT-FILE
           DISPLAY "PENDING MAINTENANCE ITEMS ON FILE: " WS-PEND-COUNT.

       LOAD-ONE-PENDING-ITEM.
           READ PENDING-MAINT-FILE
               AT END
                   SET PEND-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-PEND-COUNT < 500
                       ADD 1 TO WS-PEND-COUNT
                       MOVE PM-PENDING-ID TO WS-PEND-ID(WS-PEND-COUNT)
                       MOVE PM-STATUS TO WS-PEND-STATUS(WS-PEND-COUNT)
                       MOVE PM-MAKER-ID
                           TO WS-PEND-MAKER-ID(WS-PEND-COUNT)
                       MOVE PM-ENTERED-DATE
                           TO WS-PEND-ENTERED-DATE(WS-PEND-COUNT)
                       MOVE PM-EXPIRY-DATE
                           TO WS-PEND-EXPIRY-DATE(WS-PEND-COUNT)
                       MOVE PM-CHECKER-ID
                           TO WS-PEND-CHECKER-ID(WS-PEND-COUNT)
                       MOVE PM-ACTION-DATE
                           TO WS-PEND-ACTION-DATE(WS-PEND-COUNT)
                       MOVE PM-MAINT-DATA
                           TO WS-PEND-MAINT-DATA(WS-PEND-COUNT)
                       IF PM-PENDING-ID NUMERIC
                           AND PM-PENDING-ID > WS-PEND-LAST-ID
                           MOVE PM-PENDING-ID TO WS-PEND-LAST-ID
                       END-IF
                   ELSE
                       DISPLAY "ERROR: Pending maintenance table "
                               "full - maintenance run stopped"
                       STOP RUN
                   END-IF
           END-READ.

       REWRITE-PENDING-MAINTENANCE.
           OPEN OUTPUT PENDING-MAINT-FILE
           IF NOT PEND-FILE-OK
               DISPLAY "ERROR OPENING PENDING MAINTENANCE FILE FOR "
                       "REWRITE: " WS-PEND-FILE-STATUS
           ELSE
               PERFORM WRITE-ONE-PENDING-ITEM
                   VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               CLOSE PENDING-MAINT-FILE
           END-IF.

       WRITE-ONE-PENDING-ITEM.
           IF WS-PEND-STATUS(WS-PEND-SUB) = 'P'
               OR WS-PEND-ACTION-DATE(WS-PEND-SUB) NOT < WS-RUN-DATE
               MOVE WS-PEND-ID(WS-PEND-SUB) TO PM-PENDING-ID
               MOVE WS-PEND-STATUS(WS-PEND-SUB) TO PM-STATUS
               MOVE WS-PEND-MAKER-ID(WS-PEND-SUB) TO PM-MAKER-ID
               MOVE WS-PEND-ENTERED-DATE(WS-PEND-SUB)
                   TO PM-ENTERED-DATE
               MOVE WS-PEND-EXPIRY-DATE(WS-PEND-SUB) TO PM-EXPIRY-DATE
               MOVE WS-PEND-CHECKER-ID(WS-PEND-SUB) TO PM-CHECKER-ID
               MOVE WS-PEND-ACTION-DATE(WS-PEND-SUB) TO PM-ACTION-DATE
               MOVE WS-PEND-MAINT-DATA(WS-PEND-SUB) TO PM-MAINT-DATA
               WRITE PENDING-MAINT-RECORD
           END-IF.

       CLEANUP-MAINTENANCE.
           PERFORM REWRITE-HOLDS-FILE
           PERFORM REWRITE-STANDING-ORDERS
           PERFORM REWRITE-PENDING-MAINTENANCE
           PERFORM WRITE-PENDING-TOTALS
           CLOSE PENDING-REPORT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE MAINTENANCE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE OWNERSHIP-FILE
           CLOSE AUDIT-FILE
           DISPLAY "=== MAINTENANCE PROCESSING COMPLETE ===".

                       "rows may duplicate earlier extracts"
           END-IF.

      *    ONLY THE PRIMARY OWNER ON ACCT-CUSTOMER-ID IS REPORTED -
      *    JOINT OWNERS, BENEFICIARIES AND SIGNERS ON THE OWNERSHIP
      *    FILE ARE NOT THE TAX REPORTING PARTY.
       LOOKUP-TAX-ID.
           MOVE SPACES TO WS-TAX-TAX-ID
           IF CUSTOMER-FILE-OPEN AND WS-TAX-CUST-ID > ZEROS
      *    ARCHIVED BY THE BATCH RUN AND FROZEN ONES ARE UNDER HOLD
      *    ALREADY.  AN ACCOUNT WITH NO RECORDED ACTIVITY DATE GETS THE
      *    CLOCK STARTED RATHER THAN BEING FLAGGED OFF A FIELD THAT
      *    NEVER HELD A REAL DATE.  A TIME DEPOSIT STILL INSIDE ITS
      *    TERM IS NOT EXPECTED TO SEE ACTIVITY AND IS PASSED OVER.
       SWEEP-ONE-ACCOUNT.
           ADD 1 TO WS-DORM-READ-COUNT
           EVALUATE TRUE
               WHEN CLOSED OR FROZEN
                   CONTINUE
               WHEN TIME-DEPOSIT
                   AND ACCT-CD-MATURITY-DATE NUMERIC
                   AND ACCT-CD-MATURITY-DATE > WS-RUN-DATE
                   CONTINUE
               WHEN ACCT-LAST-ACTIVITY-DATE NOT NUMERIC
                   OR ACCT-LAST-ACTIVITY-DATE = ZEROS
                   PERFORM INITIALIZE-ACTIVITY-DATE
