       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAL-PROOF.
       AUTHOR. SEKACORN.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * NIGHTLY BALANCE PROOF - RUNS AFTER THE POSTING BATCH
      * Proves every balance on the account master three ways.  For
      * each account the last proven balance is carried forward by
      * the journal items posted since it was proven, and the result
      * must equal the master balance; the audit trail's old/new
      * balance chain over the same days must start at the proven
      * balance, link without a gap and end at the master balance.
      * Any change that bypassed the journal (a maintenance rewrite,
      * a restart that posted twice, a debit with no posted item)
      * breaks one of the three and the account is listed.  The run
      * ends with proof totals by branch and a return code of 8 when
      * anything failed to prove, so the schedule can stop before
      * the day is released.  Proven balances are saved as the
      * starting point for the next night; an account that did not
      * prove keeps its last proven balance, so the break is listed
      * again every night until it is corrected.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OPTIONAL PROVEN-BALANCE-FILE
               ASSIGN TO "PROOFBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVEN-FILE-STATUS.

           SELECT PROOF-REPORT-FILE
               ASSIGN TO "PROOFRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-RPT-FILE-STATUS.

           SELECT BRANCH-TABLE-FILE
               ASSIGN TO "BRANCHTBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-FILE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S ACCOUNT-RECORD -
      *    READ-ONLY HERE; ONLY THE NUMBER, BALANCE, TYPE AND BRANCH
      *    ARE USED.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(10).
           05  ACCT-NAME               PIC X(30).
           05  ACCT-BALANCE            PIC S9(9)V99.
           05  ACCT-TYPE               PIC X.
               88  CHECKING            VALUE 'C'.
               88  SAVINGS             VALUE 'S'.
               88  BUSINESS            VALUE 'B'.
               88  TIME-DEPOSIT        VALUE 'T'.
           05  ACCT-STATUS             PIC X.
               88  ACTIVE              VALUE 'A'.
               88  CLOSED              VALUE 'C'.
               88  FROZEN              VALUE 'F'.
               88  DORMANT             VALUE 'D'.
           05  ACCT-LAST-ACTIVITY-DATE PIC 9(8).
           05  ACCT-ANAL-DEBIT-ITEMS   PIC 9(5).
           05  ACCT-ANAL-CREDIT-ITEMS  PIC 9(5).
           05  ACCT-LAST-ANALYSIS-DATE PIC 9(8).
           05  ACCT-ACCRUED-INTEREST   PIC S9(7)V99.
           05  ACCT-LAST-ACCRUAL-DATE  PIC 9(8).
           05  ACCT-LAST-INT-POSTED    PIC 9(8).
           05  ACCT-OPEN-DATE          PIC 9(8).
           05  ACCT-LAST-SVC-CHG-DATE  PIC 9(8).
           05  ACCT-CUSTOMER-ID        PIC 9(8).
           05  ACCT-LINKED-SAVINGS     PIC 9(10).
           05  ACCT-NSF-WAIVE-FLAG     PIC X.
           05  ACCT-NSF-FEE-DATE       PIC 9(8).
           05  ACCT-NSF-FEES-TODAY     PIC 9(2).
           05  ACCT-INTEREST-PAID-YTD  PIC S9(7)V99.
           05  ACCT-EARN-CREDIT-YTD    PIC S9(7)V99.
           05  ACCT-BRANCH-CODE        PIC 9(3).
           05  ACCT-CD-TERM-MONTHS     PIC 9(3).
           05  ACCT-CD-MATURITY-DATE   PIC 9(8).
           05  ACCT-CD-RATE            PIC 9V9999.
           05  ACCT-CD-MATURITY-INSTR  PIC X.
           05  ACCT-CD-PAYOUT-ACCT     PIC 9(10).
           05  ACCT-CD-NOTICE-DATE     PIC 9(8).
           05  ACCT-OD-START-DATE      PIC 9(8).
           05  ACCT-OD-STAGE           PIC 9(1).
           05  ACCT-CHARGE-OFF-DATE    PIC 9(8).
           05  ACCT-CHARGE-OFF-BAL     PIC 9(9)V99.

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S JOURNAL-RECORD.  THE
      *    AMOUNT IS UNSIGNED IN EFFECT FOR EVERY CODE BUT A REVERSAL
      *    ('V'), WHICH CARRIES ITS OWN SIGN; THE CODE SAYS WHETHER
      *    THE ITEM CREDITED OR DEBITED THE ACCOUNT.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRNL-ACCT-NUMBER        PIC 9(10).
           05  JRNL-RUN-DATE           PIC 9(8).
           05  JRNL-TRANS-CODE         PIC X.
           05  JRNL-AMOUNT             PIC S9(9)V99.
           05  JRNL-DEST-ACCT-NUMBER   PIC 9(10).
           05  JRNL-SOURCE             PIC X(8).
           05  JRNL-ITEM-REF           PIC 9(12).
           05  JRNL-REVERSES-REF       PIC 9(12).
           05  JRNL-CASH-FLAG          PIC X.

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S AUDIT-RECORD.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUDIT-ACCT-NUMBER       PIC 9(10).
           05  AUDIT-OLD-BALANCE       PIC S9(9)V99.
           05  AUDIT-NEW-BALANCE       PIC S9(9)V99.
           05  AUDIT-REASON            PIC X(20).
           05  AUDIT-RUN-DATE          PIC 9(8).
           05  AUDIT-MAKER-ID          PIC X(8).
           05  AUDIT-CHECKER-ID        PIC X(8).

      *    PROVEN BALANCES - ONE ROW PER ACCOUNT IN ACCOUNT ORDER WITH
      *    THE LAST BALANCE THAT PROVED AND THE BUSINESS DATE IT WAS
      *    PROVEN THROUGH.  REWRITTEN AT THE END OF EVERY CLEAN RUN;
      *    OPTIONAL SO THE FIRST RUN TAKES ITS OPENING POSITION FROM
      *    THE MASTER.
       FD  PROVEN-BALANCE-FILE.
       01  PROVEN-BALANCE-RECORD.
           05  PB-ACCT-NUMBER          PIC 9(10).
           05  PB-PROVEN-BALANCE       PIC S9(9)V99.
           05  PB-PROVEN-DATE          PIC 9(8).

      *    PRINTED PROOF REPORT - EVERY ACCOUNT THAT DID NOT PROVE,
      *    THEN THE PROOF TOTALS BY BRANCH AND FOR THE BANK.
       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-LINE           PIC X(100).

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S BRANCH TABLE - CODE
      *    AND NAME FOR THE BRANCH TOTAL LINES.
       FD  BRANCH-TABLE-FILE.
       01  BRANCH-TABLE-RECORD.
           05  BT-BRANCH-CODE          PIC 9(3).
           05  BT-BRANCH-NAME          PIC X(20).

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S RUN-CONTROL-RECORD.
      *    THE POSTING JOB HAS ALREADY ADVANCED THE BUSINESS DATE WHEN
      *    THIS RUNS, SO THE DATE BEING PROVEN IS THE LAST COMPLETED.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-RECORD-TYPE          PIC X.
               88  RC-TYPE-CONTROL     VALUE 'C'.
           05  RC-BUSINESS-DATE        PIC 9(8).
           05  RC-CYCLE-NUMBER         PIC 9(5).
           05  RC-LAST-COMPLETED       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  FILE-OK                 VALUE '00'.
           88  END-OF-FILE             VALUE '10'.

       01  WS-JRNL-FILE-STATUS         PIC XX.
           88  JRNL-FILE-OK            VALUE '00'.
           88  JRNL-FILE-EOF           VALUE '10'.

       01  WS-AUDIT-FILE-STATUS        PIC XX.
           88  AUDIT-FILE-OK           VALUE '00'.
           88  AUDIT-FILE-EOF          VALUE '10'.

      *    '05' = OPTIONAL FILE NOT PRESENT - NORMAL FOR THE FIRST RUN.
       01  WS-PROVEN-FILE-STATUS       PIC XX.
           88  PROVEN-FILE-OK          VALUE '00', '05'.
           88  PROVEN-FILE-EOF         VALUE '10'.

       01  WS-PROOF-RPT-FILE-STATUS    PIC XX.
           88  PROOF-RPT-FILE-OK       VALUE '00'.

       01  WS-BRANCH-FILE-STATUS       PIC XX.
           88  BRANCH-FILE-OK          VALUE '00'.
           88  BRANCH-FILE-EOF         VALUE '10'.

       01  WS-RUNCTL-FILE-STATUS       PIC XX.
           88  RUNCTL-FILE-OK          VALUE '00'.
           88  RUNCTL-FILE-EOF         VALUE '10'.

       01  WS-RUNCTL-LOADED-SWITCH     PIC X VALUE 'N'.
           88  RUNCTL-LOADED           VALUE 'Y'.

       01  WS-PROOF-DATE               PIC 9(8).

      *    ROWS ARE COUNTED FOR AN ACCOUNT WHEN THEY ARE DATED AFTER
      *    ITS PROVEN DATE.  AN ACCOUNT WITH NO PROVEN BALANCE YET WAS
      *    OPENED SINCE THE LAST PROOF, SO IT TAKES THE LATEST PROVEN
      *    DATE ON FILE; ON THE OPENING RUN, WITH NOTHING ON FILE, IT
      *    IS THE DAY BEFORE THE PROOF DATE.  THE SAVE DATE IS THE
      *    LATEST DATE PROVEN OR SEEN ON A ROW, SO A ROW STAMPED AHEAD
      *    OF THE PROOF DATE IS NEVER COUNTED TWICE.
       01  WS-PROOF-DATES.
           05  WS-PRIOR-HIGH-DATE      PIC 9(8) VALUE ZEROS.
           05  WS-NEW-ACCT-AFTER-DATE  PIC 9(8) VALUE ZEROS.
           05  WS-LOW-AFTER-DATE       PIC 9(8) VALUE ZEROS.
           05  WS-SAVE-DATE            PIC 9(8) VALUE ZEROS.

       01  WS-OPENING-RUN-SWITCH       PIC X VALUE 'N'.
           88  OPENING-RUN             VALUE 'Y'.

      *    ONE ENTRY PER ACCOUNT, KEPT IN ACCOUNT ORDER SO THE PROVEN
      *    BALANCE FILE IS WRITTEN BACK IN THE ORDER IT WAS READ.  THE
      *    ACTIVITY IS THE NET EFFECT OF THE JOURNAL ITEMS COUNTED;
      *    OVERDRAFT PROTECTION ITEMS ARE HELD APART UNTIL THE MASTER
      *    SAYS WHICH SIDE OF THE TRANSFER THE ACCOUNT WAS ON.
       01  WS-PROOF-TABLE.
           05  WS-PT-ENTRY OCCURS 5000 TIMES.
               10  WS-PT-ACCT-NUMBER   PIC 9(10).
               10  WS-PT-PRIOR-BALANCE PIC S9(9)V99.
               10  WS-PT-AFTER-DATE    PIC 9(8).
               10  WS-PT-PRIOR-SWITCH  PIC X.
                   88  PT-IN-PRIOR     VALUE 'Y'.
               10  WS-PT-MASTER-SWITCH PIC X.
                   88  PT-ON-MASTER    VALUE 'Y'.
               10  WS-PT-ACTIVITY      PIC S9(11)V99.
               10  WS-PT-PROTECTION    PIC S9(11)V99.
               10  WS-PT-JRNL-ITEMS    PIC 9(5).
               10  WS-PT-AUDIT-ROWS    PIC 9(5).
               10  WS-PT-AUDIT-FIRST-OLD PIC S9(9)V99.
               10  WS-PT-AUDIT-LAST-NEW  PIC S9(9)V99.
               10  WS-PT-CHAIN-SWITCH  PIC X.
                   88  PT-CHAIN-BROKEN VALUE 'Y'.
               10  WS-PT-SAVE-BALANCE  PIC S9(9)V99.
               10  WS-PT-SAVE-DATE     PIC 9(8).
       01  WS-PT-COUNT                 PIC 9(4) VALUE ZEROS.
       01  WS-PT-SUB                   PIC 9(4).
       01  WS-PT-FOUND-SUB             PIC 9(4).
       01  WS-PT-INSERT-SUB            PIC 9(4).
       01  WS-PT-SHIFT-SUB             PIC 9(4).
       01  WS-PT-LOOKUP-ACCT           PIC 9(10).

       01  WS-PROOF-WORK.
           05  WS-EXPECTED-BALANCE     PIC S9(11)V99.
           05  WS-PROOF-DIFFERENCE     PIC S9(11)V99.
           05  WS-PROOF-REASON         PIC X(20).
           05  WS-JRNL-EFFECT          PIC S9(11)V99.

       01  WS-PROOF-COUNTS.
           05  WS-PRIOR-ROWS-READ      PIC 9(7) VALUE ZEROS.
           05  WS-JRNL-ROWS-READ       PIC 9(7) VALUE ZEROS.
           05  WS-JRNL-ROWS-COUNTED    PIC 9(7) VALUE ZEROS.
           05  WS-JRNL-UNKNOWN-CODES   PIC 9(7) VALUE ZEROS.
           05  WS-AUDIT-ROWS-READ      PIC 9(7) VALUE ZEROS.
           05  WS-AUDIT-ROWS-COUNTED   PIC 9(7) VALUE ZEROS.
           05  WS-ACCOUNTS-READ        PIC 9(7) VALUE ZEROS.
           05  WS-ACCOUNTS-PROVED      PIC 9(7) VALUE ZEROS.
           05  WS-ACCOUNTS-NOT-PROVED  PIC 9(7) VALUE ZEROS.
           05  WS-NOT-ON-MASTER        PIC 9(7) VALUE ZEROS.
           05  WS-PROVEN-ROWS-WRITTEN  PIC 9(7) VALUE ZEROS.

      *    BRANCH REGISTRY - TEN BRANCHES, AS MANY AS THE BRANCH
      *    TABLE HOLDS, AND DELIBERATELY MORE THAN THE FIVE OF THE
      *    ACCOUNT PROCESSOR'S GL BRANCH REGISTRY, SINCE THE PROOF
      *    COVERS EVERY ACCOUNT ON THE MASTER.  A BRANCH PAST THE LAST
      *    SLOT IS BUCKETED UNDER THE FIRST WITH A WARNING.  THE
      *    ELEVENTH ROW IS THE BANK.
       01  WS-BRANCH-PROOF-TABLE.
           05  WS-BP-ENTRY OCCURS 11 TIMES.
               10  WS-BP-CODE          PIC 9(3).
               10  WS-BP-ACCOUNTS      PIC 9(7).
               10  WS-BP-NOT-PROVED    PIC 9(7).
               10  WS-BP-PRIOR         PIC S9(11)V99.
               10  WS-BP-ACTIVITY      PIC S9(11)V99.
               10  WS-BP-MASTER        PIC S9(11)V99.
               10  WS-BP-DIFFERENCE    PIC S9(11)V99.
       01  WS-BP-COUNT                 PIC 9(2) VALUE ZEROS.
       01  WS-BP-SUB                   PIC 9(2).
       01  WS-BP-REG-SUB               PIC 9(2).
       01  WS-BP-BANK-SUB              PIC 9(2) VALUE 11.
       01  WS-BP-LOOKUP-CODE           PIC 9(3).

       01  WS-BRANCH-NAME-TABLE.
           05  WS-BRANCH-NAME-ENTRY OCCURS 10 TIMES.
               10  WS-BRANCH-TABLE-CODE PIC 9(3).
               10  WS-BRANCH-TABLE-NAME PIC X(20).
       01  WS-BRANCH-NAME-COUNT        PIC 9(2) VALUE ZEROS.
       01  WS-BRANCH-NAME-SUB          PIC 9(2).
       01  WS-BRANCH-NAME-OUT          PIC X(20).

       01  WS-REPORT-PAGE-NO           PIC 9(3) VALUE ZEROS.
       01  WS-REPORT-LINE-CTR          PIC 9(3) VALUE ZEROS.
       01  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 040.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "NIGHTLY BALANCE PROOF - ACCOUNT MASTER  ".
           05  FILLER                  PIC X(6) VALUE "PAGE ".
           05  WS-RH1-PAGE-NO          PIC ZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(12) VALUE "PROOF DATE: ".
           05  WS-RH2-PROOF-DATE       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RH2-PRIOR-TEXT       PIC X(24).
           05  WS-RH2-PRIOR-DATE       PIC X(8).

       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(11) VALUE "ACCT NUMBER".
           05  FILLER                  PIC X(4) VALUE " BR".
           05  FILLER                  PIC X(16)
               VALUE "   PRIOR PROVEN".
           05  FILLER                  PIC X(16)
               VALUE " DAY'S ACTIVITY".
           05  FILLER                  PIC X(16)
               VALUE " MASTER BALANCE".
           05  FILLER                  PIC X(16)
               VALUE "     DIFFERENCE".
           05  FILLER                  PIC X(20) VALUE "REASON".

       01  WS-REPORT-DETAIL.
           05  WS-RD-ACCT-NUMBER       PIC Z(9)9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-BRANCH            PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-PRIOR             PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-ACTIVITY          PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-MASTER            PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-DIFFERENCE        PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-REASON            PIC X(20).

       01  WS-NO-BREAKS-LINE           PIC X(40)
           VALUE "NO ACCOUNTS OUT OF PROOF".

       01  WS-BRANCH-TOTAL-HEADING     PIC X(40)
           VALUE "*** PROOF TOTALS BY BRANCH ***".

       01  WS-BRANCH-COLUMN-HEADING.
           05  FILLER                  PIC X(25) VALUE "BRANCH".
           05  FILLER                  PIC X(8) VALUE "ACCOUNTS".
           05  FILLER                  PIC X(8) VALUE "  OUT".
           05  FILLER                  PIC X(19)
               VALUE "      PRIOR PROVEN".
           05  FILLER                  PIC X(19)
               VALUE "    DAY'S ACTIVITY".
           05  FILLER                  PIC X(19)
               VALUE "    MASTER BALANCE".

       01  WS-BRANCH-TOTAL-LINE.
           05  WS-BTL-CODE             PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-BTL-NAME             PIC X(20).
           05  WS-BTL-ACCOUNTS         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-BTL-NOT-PROVED       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BTL-PRIOR            PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BTL-ACTIVITY         PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BTL-MASTER           PIC $$,$$$,$$$,$$9.99-.

       01  WS-REPORT-TOTALS-1.
           05  FILLER                  PIC X(30)
               VALUE "ACCOUNTS ON MASTER:".
           05  WS-RT1-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-2.
           05  FILLER                  PIC X(30)
               VALUE "ACCOUNTS PROVED:".
           05  WS-RT2-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-3.
           05  FILLER                  PIC X(30)
               VALUE "ACCOUNTS NOT PROVED:".
           05  WS-RT3-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-4.
           05  FILLER                  PIC X(30)
               VALUE "PROVEN ACCOUNTS NOT ON MASTER:".
           05  WS-RT4-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-5.
           05  FILLER                  PIC X(30)
               VALUE "JOURNAL ITEMS IN PROOF:".
           05  WS-RT5-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-6.
           05  FILLER                  PIC X(30)
               VALUE "AUDIT CHANGES IN PROOF:".
           05  WS-RT6-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-7.
           05  FILLER                  PIC X(30)
               VALUE "NET PROOF DIFFERENCE:".
           05  WS-RT7-AMOUNT           PIC $$,$$$,$$$,$$9.99-.

       01  WS-REPORT-VERDICT           PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-PROVEN-BALANCES
           PERFORM ACCUMULATE-JOURNAL
           PERFORM ACCUMULATE-AUDIT
           PERFORM PROVE-MASTER-FILE
           PERFORM REPORT-ACCOUNTS-NOT-ON-MASTER
           PERFORM WRITE-PROOF-TOTALS
           PERFORM SAVE-PROVEN-BALANCES
           PERFORM CLEANUP-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           DISPLAY "=== NIGHTLY BALANCE PROOF ==="
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-BRANCH-NAMES

           OPEN INPUT ACCOUNT-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR OPENING ACCOUNT FILE: " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PROOF-REPORT-FILE
           IF NOT PROOF-RPT-FILE-OK
               DISPLAY "ERROR OPENING PROOF REPORT FILE: "
                       WS-PROOF-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PROOF-DATE TO WS-SAVE-DATE
           INITIALIZE WS-BRANCH-PROOF-TABLE.

      *    THE POSTING JOB ADVANCES THE BUSINESS DATE AT CLEAN END OF
      *    RUN, SO THE DATE JUST POSTED IS THE LAST-COMPLETED DATE.
      *    BEFORE THE FIRST COMPLETED RUN THE BUSINESS DATE STANDS IN;
      *    SYSTEM DATE IS THE FALLBACK WHEN THE FILE IS ABSENT.
       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-OK
               PERFORM LOAD-ONE-RUNCTL-RECORD UNTIL RUNCTL-FILE-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF RUNCTL-LOADED
               DISPLAY "PROOF DATE " WS-PROOF-DATE
           ELSE
               DISPLAY "NO RUN CONTROL FILE - USING SYSTEM DATE"
               ACCEPT WS-PROOF-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-ONE-RUNCTL-RECORD.
           READ RUN-CONTROL-FILE
               AT END
                   SET RUNCTL-FILE-EOF TO TRUE
               NOT AT END
                   IF RC-TYPE-CONTROL
                       EVALUATE TRUE
                           WHEN RC-LAST-COMPLETED NUMERIC
                               AND RC-LAST-COMPLETED > ZEROS
                               MOVE RC-LAST-COMPLETED TO WS-PROOF-DATE
                               SET RUNCTL-LOADED TO TRUE
                           WHEN RC-BUSINESS-DATE NUMERIC
                               MOVE RC-BUSINESS-DATE TO WS-PROOF-DATE
                               SET RUNCTL-LOADED TO TRUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *    BRANCH NAMES ARE A NICETY ON THE TOTAL LINES - WITHOUT THE
      *    TABLE THE PROOF STILL RUNS AND PRINTS CODES ONLY.
       LOAD-BRANCH-NAMES.
           OPEN INPUT BRANCH-TABLE-FILE
           IF BRANCH-FILE-OK
               PERFORM LOAD-ONE-BRANCH-NAME UNTIL BRANCH-FILE-EOF
               CLOSE BRANCH-TABLE-FILE
           ELSE
               DISPLAY "WARNING: No branch table - branch names "
                       "omitted"
           END-IF.

       LOAD-ONE-BRANCH-NAME.
           READ BRANCH-TABLE-FILE
               AT END
                   SET BRANCH-FILE-EOF TO TRUE
               NOT AT END
                   IF BT-BRANCH-CODE NUMERIC
                       AND WS-BRANCH-NAME-COUNT < 10
                       ADD 1 TO WS-BRANCH-NAME-COUNT
                       MOVE BT-BRANCH-CODE
                           TO WS-BRANCH-TABLE-CODE
                               (WS-BRANCH-NAME-COUNT)
                       MOVE BT-BRANCH-NAME
                           TO WS-BRANCH-TABLE-NAME
                               (WS-BRANCH-NAME-COUNT)
                   END-IF
           END-READ.

      *    AN EMPTY OR MISSING FILE MEANS THIS IS THE OPENING RUN - THE
      *    MASTER BALANCES BECOME THE FIRST PROVEN POSITION, AND THE
      *    DAY'S ROWS ARE STILL CHECKED AGAINST THEM.
       LOAD-PROVEN-BALANCES.
           OPEN INPUT PROVEN-BALANCE-FILE
           IF NOT PROVEN-FILE-OK
               DISPLAY "ERROR OPENING PROVEN BALANCE FILE: "
                       WS-PROVEN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-PROVEN-BALANCE UNTIL PROVEN-FILE-EOF
           CLOSE PROVEN-BALANCE-FILE
           IF WS-PRIOR-ROWS-READ = ZEROS
               SET OPENING-RUN TO TRUE
               COMPUTE WS-NEW-ACCT-AFTER-DATE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-PROOF-DATE) - 1)
               DISPLAY "NO PROVEN BALANCES ON FILE - OPENING RUN"
           ELSE
               MOVE WS-PRIOR-HIGH-DATE TO WS-NEW-ACCT-AFTER-DATE
               IF WS-PRIOR-HIGH-DATE > WS-SAVE-DATE
                   MOVE WS-PRIOR-HIGH-DATE TO WS-SAVE-DATE
               END-IF
               DISPLAY "PROVEN BALANCES LOADED: " WS-PRIOR-ROWS-READ
                       " THROUGH " WS-PRIOR-HIGH-DATE
           END-IF
           MOVE WS-NEW-ACCT-AFTER-DATE TO WS-LOW-AFTER-DATE
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               IF WS-PT-AFTER-DATE(WS-PT-SUB) < WS-LOW-AFTER-DATE
                   MOVE WS-PT-AFTER-DATE(WS-PT-SUB)
                       TO WS-LOW-AFTER-DATE
               END-IF
           END-PERFORM.

       LOAD-ONE-PROVEN-BALANCE.
           READ PROVEN-BALANCE-FILE
               AT END
                   SET PROVEN-FILE-EOF TO TRUE
               NOT AT END
                   IF PB-ACCT-NUMBER NUMERIC
                       AND PB-PROVEN-BALANCE NUMERIC
                       AND PB-PROVEN-DATE NUMERIC
                       ADD 1 TO WS-PRIOR-ROWS-READ
                       MOVE PB-ACCT-NUMBER TO WS-PT-LOOKUP-ACCT
                       PERFORM FIND-PROOF-ENTRY
                       MOVE PB-PROVEN-BALANCE
                           TO WS-PT-PRIOR-BALANCE(WS-PT-FOUND-SUB)
                       MOVE PB-PROVEN-DATE
                           TO WS-PT-AFTER-DATE(WS-PT-FOUND-SUB)
                       MOVE 'Y' TO WS-PT-PRIOR-SWITCH(WS-PT-FOUND-SUB)
                       IF PB-PROVEN-DATE > WS-PRIOR-HIGH-DATE
                           MOVE PB-PROVEN-DATE TO WS-PRIOR-HIGH-DATE
                       END-IF
                   ELSE
                       DISPLAY "WARNING: Unusable proven balance row "
                               "skipped: " PROVEN-BALANCE-RECORD
                   END-IF
           END-READ.

      *    FINDS THE ENTRY FOR WS-PT-LOOKUP-ACCT, OPENING ONE IN ITS
      *    PLACE IN ACCOUNT ORDER WHEN THE ACCOUNT IS NOT THERE YET.
      *    A TABLE OVERFLOW STOPS THE RUN - A PARTIAL PROOF WOULD SAVE
      *    A PARTIAL STARTING POINT FOR TOMORROW.
       FIND-PROOF-ENTRY.
           MOVE ZEROS TO WS-PT-FOUND-SUB
           MOVE ZEROS TO WS-PT-INSERT-SUB
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
                      OR WS-PT-FOUND-SUB > ZEROS
                      OR WS-PT-INSERT-SUB > ZEROS
               IF WS-PT-ACCT-NUMBER(WS-PT-SUB) = WS-PT-LOOKUP-ACCT
                   MOVE WS-PT-SUB TO WS-PT-FOUND-SUB
               ELSE
                   IF WS-PT-ACCT-NUMBER(WS-PT-SUB) > WS-PT-LOOKUP-ACCT
                       MOVE WS-PT-SUB TO WS-PT-INSERT-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PT-FOUND-SUB = ZEROS
               IF WS-PT-INSERT-SUB = ZEROS
                   COMPUTE WS-PT-INSERT-SUB = WS-PT-COUNT + 1
               END-IF
               PERFORM OPEN-PROOF-ENTRY
           END-IF.

       OPEN-PROOF-ENTRY.
           IF WS-PT-COUNT >= 5000
               DISPLAY "ERROR: Proof table full at account "
                       WS-PT-LOOKUP-ACCT " - proof abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-PT-SHIFT-SUB FROM WS-PT-COUNT BY -1
                   UNTIL WS-PT-SHIFT-SUB < WS-PT-INSERT-SUB
               MOVE WS-PT-ENTRY(WS-PT-SHIFT-SUB)
                   TO WS-PT-ENTRY(WS-PT-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-PT-COUNT
           MOVE WS-PT-INSERT-SUB TO WS-PT-FOUND-SUB
           MOVE WS-PT-LOOKUP-ACCT TO WS-PT-ACCT-NUMBER(WS-PT-FOUND-SUB)
           MOVE ZEROS TO WS-PT-PRIOR-BALANCE(WS-PT-FOUND-SUB)
           MOVE WS-NEW-ACCT-AFTER-DATE
               TO WS-PT-AFTER-DATE(WS-PT-FOUND-SUB)
           MOVE 'N' TO WS-PT-PRIOR-SWITCH(WS-PT-FOUND-SUB)
           MOVE 'N' TO WS-PT-MASTER-SWITCH(WS-PT-FOUND-SUB)
           MOVE ZEROS TO WS-PT-ACTIVITY(WS-PT-FOUND-SUB)
           MOVE ZEROS TO WS-PT-PROTECTION(WS-PT-FOUND-SUB)
           MOVE ZEROS TO WS-PT-JRNL-ITEMS(WS-PT-FOUND-SUB)
           MOVE ZEROS TO WS-PT-AUDIT-ROWS(WS-PT-FOUND-SUB)
           MOVE ZEROS TO WS-PT-AUDIT-FIRST-OLD(WS-PT-FOUND-SUB)
           MOVE ZEROS TO WS-PT-AUDIT-LAST-NEW(WS-PT-FOUND-SUB)
           MOVE 'N' TO WS-PT-CHAIN-SWITCH(WS-PT-FOUND-SUB)
           MOVE ZEROS TO WS-PT-SAVE-BALANCE(WS-PT-FOUND-SUB)
           MOVE ZEROS TO WS-PT-SAVE-DATE(WS-PT-FOUND-SUB).

       ACCUMULATE-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               DISPLAY "ERROR OPENING JOURNAL FILE: "
                       WS-JRNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ACCUMULATE-ONE-JOURNAL-ROW UNTIL JRNL-FILE-EOF
           CLOSE JOURNAL-FILE
           DISPLAY "JOURNAL ROWS READ:    " WS-JRNL-ROWS-READ
           DISPLAY "JOURNAL ROWS COUNTED: " WS-JRNL-ROWS-COUNTED.

       ACCUMULATE-ONE-JOURNAL-ROW.
           READ JOURNAL-FILE
               AT END
                   SET JRNL-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-JRNL-ROWS-READ
                   IF JRNL-ACCT-NUMBER NUMERIC
                       AND JRNL-RUN-DATE NUMERIC
                       AND JRNL-AMOUNT NUMERIC
                       AND JRNL-RUN-DATE > WS-LOW-AFTER-DATE
                       MOVE JRNL-ACCT-NUMBER TO WS-PT-LOOKUP-ACCT
                       PERFORM FIND-PROOF-ENTRY
                       IF JRNL-RUN-DATE
                           > WS-PT-AFTER-DATE(WS-PT-FOUND-SUB)
                           PERFORM COUNT-JOURNAL-ITEM
                       END-IF
                   END-IF
           END-READ.

      *    CREDITS: DEPOSIT, TRANSFER CREDIT LEG, INTEREST, CHARGE-OFF
      *    (THE WRITE-OFF BRINGS THE BALANCE BACK TO ZERO).  DEBITS:
      *    WITHDRAWAL, TRANSFER DEBIT LEG, SERVICE CHARGE, ANALYSIS
      *    FEE, NSF FEE, CD PENALTY, ESCHEAT.  A REVERSAL IS ALREADY
      *    SIGNED.  A RECOVERY IS BOOKED AGAINST THE LOSS, NOT THE
      *    LEDGER, SO IT DOES NOT MOVE THE BALANCE.  AN UNKNOWN CODE
      *    IS LEFT OUT OF THE ACTIVITY, SO THE ACCOUNT CANNOT PROVE
      *    UNTIL THE CODE IS ACCOUNTED FOR.
       COUNT-JOURNAL-ITEM.
           ADD 1 TO WS-JRNL-ROWS-COUNTED
           ADD 1 TO WS-PT-JRNL-ITEMS(WS-PT-FOUND-SUB)
           IF JRNL-RUN-DATE > WS-SAVE-DATE
               MOVE JRNL-RUN-DATE TO WS-SAVE-DATE
           END-IF
           EVALUATE JRNL-TRANS-CODE
               WHEN 'D'
               WHEN 'R'
               WHEN 'I'
               WHEN 'O'
                   MOVE JRNL-AMOUNT TO WS-JRNL-EFFECT
               WHEN 'W'
               WHEN 'T'
               WHEN 'C'
               WHEN 'A'
               WHEN 'N'
               WHEN 'X'
               WHEN 'E'
                   COMPUTE WS-JRNL-EFFECT = ZERO - JRNL-AMOUNT
               WHEN 'V'
                   MOVE JRNL-AMOUNT TO WS-JRNL-EFFECT
               WHEN 'P'
                   ADD JRNL-AMOUNT TO WS-PT-PROTECTION(WS-PT-FOUND-SUB)
                   MOVE ZEROS TO WS-JRNL-EFFECT
               WHEN 'Y'
                   MOVE ZEROS TO WS-JRNL-EFFECT
               WHEN OTHER
                   ADD 1 TO WS-JRNL-UNKNOWN-CODES
                   DISPLAY "WARNING: Unknown journal code '"
                           JRNL-TRANS-CODE "' on account "
                           JRNL-ACCT-NUMBER " - not in proof"
                   MOVE ZEROS TO WS-JRNL-EFFECT
           END-EVALUATE
           ADD WS-JRNL-EFFECT TO WS-PT-ACTIVITY(WS-PT-FOUND-SUB).

       ACCUMULATE-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-FILE-OK
               DISPLAY "ERROR OPENING AUDIT FILE: "
                       WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ACCUMULATE-ONE-AUDIT-ROW UNTIL AUDIT-FILE-EOF
           CLOSE AUDIT-FILE
           DISPLAY "AUDIT ROWS READ:      " WS-AUDIT-ROWS-READ
           DISPLAY "AUDIT ROWS COUNTED:   " WS-AUDIT-ROWS-COUNTED.

      *    ONLY ROWS THAT CHANGED THE BALANCE FORM THE CHAIN.  ROWS
      *    WITH OLD = NEW RECORD AN EVENT (A REJECTED ITEM, A STATUS
      *    CHANGE) AND MAY BE STAMPED WITH A BALANCE NOT YET
      *    REWRITTEN; AN UNAPPLIED-ITEM ROW CARRIES ZEROS FOR AN
      *    ACCOUNT THAT WAS NEVER READ.
       ACCUMULATE-ONE-AUDIT-ROW.
           READ AUDIT-FILE
               AT END
                   SET AUDIT-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-ROWS-READ
                   IF AUDIT-ACCT-NUMBER NUMERIC
                       AND AUDIT-RUN-DATE NUMERIC
                       AND AUDIT-OLD-BALANCE NUMERIC
                       AND AUDIT-NEW-BALANCE NUMERIC
                       AND AUDIT-RUN-DATE > WS-LOW-AFTER-DATE
                       AND AUDIT-OLD-BALANCE NOT = AUDIT-NEW-BALANCE
                       AND AUDIT-REASON NOT = "TRANS NOT APPLIED"
                       MOVE AUDIT-ACCT-NUMBER TO WS-PT-LOOKUP-ACCT
                       PERFORM FIND-PROOF-ENTRY
                       IF AUDIT-RUN-DATE
                           > WS-PT-AFTER-DATE(WS-PT-FOUND-SUB)
                           PERFORM LINK-AUDIT-CHANGE
                       END-IF
                   END-IF
           END-READ.

      *    AN ACCOUNT OPENED THROUGH MAINTENANCE HAS NO JOURNAL ITEM
      *    FOR ITS OPENING BALANCE - THE ADD ROW IS THE ONLY RECORD OF
      *    IT, SO IT COUNTS AS ACTIVITY AS WELL AS STARTING THE CHAIN.
       LINK-AUDIT-CHANGE.
           ADD 1 TO WS-AUDIT-ROWS-COUNTED
           IF AUDIT-RUN-DATE > WS-SAVE-DATE
               MOVE AUDIT-RUN-DATE TO WS-SAVE-DATE
           END-IF
           IF WS-PT-AUDIT-ROWS(WS-PT-FOUND-SUB) = ZEROS
               MOVE AUDIT-OLD-BALANCE
                   TO WS-PT-AUDIT-FIRST-OLD(WS-PT-FOUND-SUB)
           ELSE
               IF AUDIT-OLD-BALANCE
                   NOT = WS-PT-AUDIT-LAST-NEW(WS-PT-FOUND-SUB)
                   MOVE 'Y' TO WS-PT-CHAIN-SWITCH(WS-PT-FOUND-SUB)
               END-IF
           END-IF
           MOVE AUDIT-NEW-BALANCE
               TO WS-PT-AUDIT-LAST-NEW(WS-PT-FOUND-SUB)
           ADD 1 TO WS-PT-AUDIT-ROWS(WS-PT-FOUND-SUB)
           IF AUDIT-REASON = "ACCOUNT ADDED"
               COMPUTE WS-PT-ACTIVITY(WS-PT-FOUND-SUB) =
                   WS-PT-ACTIVITY(WS-PT-FOUND-SUB)
                   + AUDIT-NEW-BALANCE - AUDIT-OLD-BALANCE
           END-IF.

       PROVE-MASTER-FILE.
           PERFORM PROVE-NEXT-ACCOUNT UNTIL END-OF-FILE
           CLOSE ACCOUNT-FILE
           IF WS-ACCOUNTS-NOT-PROVED = ZEROS
               PERFORM WRITE-NO-BREAKS-LINE
           END-IF
           DISPLAY "ACCOUNTS READ:        " WS-ACCOUNTS-READ
           DISPLAY "ACCOUNTS PROVED:      " WS-ACCOUNTS-PROVED
           DISPLAY "ACCOUNTS NOT PROVED:  " WS-ACCOUNTS-NOT-PROVED.

       PROVE-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   MOVE ACCT-NUMBER TO WS-PT-LOOKUP-ACCT
                   PERFORM FIND-PROOF-ENTRY
                   MOVE 'Y' TO WS-PT-MASTER-SWITCH(WS-PT-FOUND-SUB)
                   PERFORM PROVE-ONE-ACCOUNT
           END-READ.

      *    THE SAVINGS SIDE OF AN OVERDRAFT PROTECTION TRANSFER IS THE
      *    DEBIT; THE PROTECTED ACCOUNT IS CREDITED.  ON THE OPENING
      *    RUN AN ACCOUNT'S PRIOR BALANCE IS WHERE ITS AUDIT CHAIN
      *    STARTS, OR THE MASTER LESS ITS ACTIVITY WHEN IT HAS NONE.
       PROVE-ONE-ACCOUNT.
           IF SAVINGS
               SUBTRACT WS-PT-PROTECTION(WS-PT-FOUND-SUB)
                   FROM WS-PT-ACTIVITY(WS-PT-FOUND-SUB)
           ELSE
               ADD WS-PT-PROTECTION(WS-PT-FOUND-SUB)
                   TO WS-PT-ACTIVITY(WS-PT-FOUND-SUB)
           END-IF
           IF OPENING-RUN AND ACCT-BALANCE NUMERIC
               IF WS-PT-AUDIT-ROWS(WS-PT-FOUND-SUB) > ZEROS
                   MOVE WS-PT-AUDIT-FIRST-OLD(WS-PT-FOUND-SUB)
                       TO WS-PT-PRIOR-BALANCE(WS-PT-FOUND-SUB)
               ELSE
                   COMPUTE WS-PT-PRIOR-BALANCE(WS-PT-FOUND-SUB) =
                       ACCT-BALANCE - WS-PT-ACTIVITY(WS-PT-FOUND-SUB)
               END-IF
           END-IF
           COMPUTE WS-EXPECTED-BALANCE =
               WS-PT-PRIOR-BALANCE(WS-PT-FOUND-SUB)
               + WS-PT-ACTIVITY(WS-PT-FOUND-SUB)
           MOVE SPACES TO WS-PROOF-REASON
           MOVE ZEROS TO WS-PROOF-DIFFERENCE
           EVALUATE TRUE
               WHEN ACCT-BALANCE NOT NUMERIC
                   MOVE "BALANCE NOT NUMERIC" TO WS-PROOF-REASON
               WHEN WS-EXPECTED-BALANCE NOT = ACCT-BALANCE
                   MOVE "JOURNAL OUT OF PROOF" TO WS-PROOF-REASON
               WHEN WS-PT-AUDIT-ROWS(WS-PT-FOUND-SUB) = ZEROS
                   AND WS-PT-PRIOR-BALANCE(WS-PT-FOUND-SUB)
                       NOT = ACCT-BALANCE
                   MOVE "CHANGE NOT AUDITED" TO WS-PROOF-REASON
               WHEN WS-PT-AUDIT-ROWS(WS-PT-FOUND-SUB) > ZEROS
                   AND WS-PT-AUDIT-FIRST-OLD(WS-PT-FOUND-SUB)
                       NOT = WS-PT-PRIOR-BALANCE(WS-PT-FOUND-SUB)
                   MOVE "AUDIT START <> PRIOR" TO WS-PROOF-REASON
               WHEN PT-CHAIN-BROKEN(WS-PT-FOUND-SUB)
                   MOVE "AUDIT CHAIN BROKEN" TO WS-PROOF-REASON
               WHEN WS-PT-AUDIT-ROWS(WS-PT-FOUND-SUB) > ZEROS
                   AND WS-PT-AUDIT-LAST-NEW(WS-PT-FOUND-SUB)
                       NOT = ACCT-BALANCE
                   MOVE "AUDIT NOT = MASTER" TO WS-PROOF-REASON
           END-EVALUATE
           IF ACCT-BALANCE NUMERIC
               COMPUTE WS-PROOF-DIFFERENCE =
                   ACCT-BALANCE - WS-EXPECTED-BALANCE
           END-IF

           IF ACCT-BRANCH-CODE NUMERIC
               MOVE ACCT-BRANCH-CODE TO WS-BP-LOOKUP-CODE
           ELSE
               MOVE ZEROS TO WS-BP-LOOKUP-CODE
           END-IF
           PERFORM REGISTER-PROOF-BRANCH
           MOVE WS-BP-SUB TO WS-BP-REG-SUB
           PERFORM ADD-TO-BRANCH-PROOF
           MOVE WS-BP-BANK-SUB TO WS-BP-REG-SUB
           PERFORM ADD-TO-BRANCH-PROOF

      *    ON THE OPENING RUN EVERY MASTER BALANCE BECOMES THE FIRST
      *    PROVEN POSITION, BREAKS INCLUDED - THERE IS NO EARLIER
      *    PROOF TO HOLD THEM AGAINST.
           IF WS-PROOF-REASON = SPACES
               ADD 1 TO WS-ACCOUNTS-PROVED
               MOVE ACCT-BALANCE TO WS-PT-SAVE-BALANCE(WS-PT-FOUND-SUB)
               MOVE WS-SAVE-DATE TO WS-PT-SAVE-DATE(WS-PT-FOUND-SUB)
           ELSE
               ADD 1 TO WS-ACCOUNTS-NOT-PROVED
               ADD 1 TO WS-BP-NOT-PROVED(WS-BP-SUB)
               ADD 1 TO WS-BP-NOT-PROVED(WS-BP-BANK-SUB)
               PERFORM WRITE-PROOF-DETAIL
               IF OPENING-RUN AND ACCT-BALANCE NUMERIC
                   MOVE ACCT-BALANCE
                       TO WS-PT-SAVE-BALANCE(WS-PT-FOUND-SUB)
                   MOVE WS-SAVE-DATE
                       TO WS-PT-SAVE-DATE(WS-PT-FOUND-SUB)
               ELSE
                   MOVE WS-PT-PRIOR-BALANCE(WS-PT-FOUND-SUB)
                       TO WS-PT-SAVE-BALANCE(WS-PT-FOUND-SUB)
                   MOVE WS-PT-AFTER-DATE(WS-PT-FOUND-SUB)
                       TO WS-PT-SAVE-DATE(WS-PT-FOUND-SUB)
               END-IF
           END-IF.

       REGISTER-PROOF-BRANCH.
           MOVE ZEROS TO WS-BP-SUB
           PERFORM VARYING WS-BP-REG-SUB FROM 1 BY 1
                   UNTIL WS-BP-REG-SUB > WS-BP-COUNT
               IF WS-BP-CODE(WS-BP-REG-SUB) = WS-BP-LOOKUP-CODE
                   MOVE WS-BP-REG-SUB TO WS-BP-SUB
               END-IF
           END-PERFORM
           IF WS-BP-SUB = ZEROS
               IF WS-BP-COUNT < 10
                   ADD 1 TO WS-BP-COUNT
                   MOVE WS-BP-LOOKUP-CODE TO WS-BP-CODE(WS-BP-COUNT)
                   MOVE WS-BP-COUNT TO WS-BP-SUB
               ELSE
                   DISPLAY "WARNING: Branch registry full - branch "
                           WS-BP-LOOKUP-CODE
                           " bucketed under branch " WS-BP-CODE(1)
                   MOVE 1 TO WS-BP-SUB
               END-IF
           END-IF.

       ADD-TO-BRANCH-PROOF.
           ADD 1 TO WS-BP-ACCOUNTS(WS-BP-REG-SUB)
           ADD WS-PT-PRIOR-BALANCE(WS-PT-FOUND-SUB)
               TO WS-BP-PRIOR(WS-BP-REG-SUB)
           ADD WS-PT-ACTIVITY(WS-PT-FOUND-SUB)
               TO WS-BP-ACTIVITY(WS-BP-REG-SUB)
           IF ACCT-BALANCE NUMERIC
               ADD ACCT-BALANCE TO WS-BP-MASTER(WS-BP-REG-SUB)
           END-IF
           ADD WS-PROOF-DIFFERENCE TO WS-BP-DIFFERENCE(WS-BP-REG-SUB).

      *    A PROVEN BALANCE WITH NO ACCOUNT BEHIND IT, OR POSTED ROWS
      *    FOR AN ACCOUNT NOT ON THE MASTER, MEAN THE MASTER HAS LOST
      *    A RECORD.  THE ENTRY IS CARRIED FORWARD UNCHANGED.
       REPORT-ACCOUNTS-NOT-ON-MASTER.
           PERFORM VARYING WS-PT-FOUND-SUB FROM 1 BY 1
                   UNTIL WS-PT-FOUND-SUB > WS-PT-COUNT
               IF NOT PT-ON-MASTER(WS-PT-FOUND-SUB)
                   ADD 1 TO WS-NOT-ON-MASTER
                   MOVE WS-PT-PRIOR-BALANCE(WS-PT-FOUND-SUB)
                       TO WS-PT-SAVE-BALANCE(WS-PT-FOUND-SUB)
                   MOVE WS-PT-AFTER-DATE(WS-PT-FOUND-SUB)
                       TO WS-PT-SAVE-DATE(WS-PT-FOUND-SUB)
                   PERFORM WRITE-NOT-ON-MASTER-DETAIL
               END-IF
           END-PERFORM.

       WRITE-PROOF-HEADING.
           ADD 1 TO WS-REPORT-PAGE-NO
           MOVE ZERO TO WS-REPORT-LINE-CTR
           MOVE WS-REPORT-PAGE-NO TO WS-RH1-PAGE-NO
           MOVE WS-REPORT-HEADING-1 TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING PAGE
           MOVE WS-PROOF-DATE TO WS-RH2-PROOF-DATE
           IF OPENING-RUN
               MOVE "OPENING RUN - NO PRIOR" TO WS-RH2-PRIOR-TEXT
               MOVE "PROOF" TO WS-RH2-PRIOR-DATE
           ELSE
               MOVE "LAST PROVEN THROUGH: " TO WS-RH2-PRIOR-TEXT
               MOVE WS-PRIOR-HIGH-DATE TO WS-RH2-PRIOR-DATE
           END-IF
           MOVE WS-REPORT-HEADING-2 TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-REPORT-HEADING-3 TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE.

       WRITE-PROOF-DETAIL.
           IF WS-REPORT-LINE-CTR = ZERO
               OR WS-REPORT-LINE-CTR >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-PROOF-HEADING
           END-IF
           MOVE ACCT-NUMBER TO WS-RD-ACCT-NUMBER
           MOVE WS-BP-LOOKUP-CODE TO WS-RD-BRANCH
           MOVE WS-PT-PRIOR-BALANCE(WS-PT-FOUND-SUB) TO WS-RD-PRIOR
           MOVE WS-PT-ACTIVITY(WS-PT-FOUND-SUB) TO WS-RD-ACTIVITY
           IF ACCT-BALANCE NUMERIC
               MOVE ACCT-BALANCE TO WS-RD-MASTER
           ELSE
               MOVE ZEROS TO WS-RD-MASTER
           END-IF
           MOVE WS-PROOF-DIFFERENCE TO WS-RD-DIFFERENCE
           MOVE WS-PROOF-REASON TO WS-RD-REASON
           MOVE WS-REPORT-DETAIL TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-CTR.

       WRITE-NOT-ON-MASTER-DETAIL.
           IF WS-REPORT-LINE-CTR = ZERO
               OR WS-REPORT-LINE-CTR >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-PROOF-HEADING
           END-IF
           MOVE WS-PT-ACCT-NUMBER(WS-PT-FOUND-SUB) TO WS-RD-ACCT-NUMBER
           MOVE SPACES TO WS-RD-BRANCH
           MOVE WS-PT-PRIOR-BALANCE(WS-PT-FOUND-SUB) TO WS-RD-PRIOR
           MOVE WS-PT-ACTIVITY(WS-PT-FOUND-SUB) TO WS-RD-ACTIVITY
           MOVE ZEROS TO WS-RD-MASTER
           COMPUTE WS-PROOF-DIFFERENCE =
               ZERO - WS-PT-PRIOR-BALANCE(WS-PT-FOUND-SUB)
               - WS-PT-ACTIVITY(WS-PT-FOUND-SUB)
           MOVE WS-PROOF-DIFFERENCE TO WS-RD-DIFFERENCE
           ADD WS-PROOF-DIFFERENCE TO WS-BP-DIFFERENCE(WS-BP-BANK-SUB)
           MOVE "NOT ON MASTER" TO WS-RD-REASON
           MOVE WS-REPORT-DETAIL TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-CTR.

       WRITE-NO-BREAKS-LINE.
           IF WS-REPORT-LINE-CTR = ZERO
               PERFORM WRITE-PROOF-HEADING
           END-IF
           MOVE WS-NO-BREAKS-LINE TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-CTR.

      *    THE BANK ROW IS THE SUM OF THE BRANCH ROWS; THE RETURN CODE
      *    IS 8 WHEN ANY ACCOUNT FAILED TO PROVE OR A PROVEN ACCOUNT
      *    HAS LEFT THE MASTER, SO THE SCHEDULE CAN HOLD THE DAY.
       WRITE-PROOF-TOTALS.
           IF WS-REPORT-LINE-CTR = ZERO
               OR WS-REPORT-LINE-CTR >= WS-REPORT-LINES-PER-PAGE - 20
               PERFORM WRITE-PROOF-HEADING
           END-IF
           MOVE WS-BRANCH-TOTAL-HEADING TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE WS-BRANCH-COLUMN-HEADING TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
           PERFORM WRITE-ONE-BRANCH-PROOF
               VARYING WS-BP-SUB FROM 1 BY 1
               UNTIL WS-BP-SUB > WS-BP-COUNT
           MOVE WS-BP-BANK-SUB TO WS-BP-SUB
           PERFORM WRITE-ONE-BRANCH-PROOF

           MOVE WS-ACCOUNTS-READ TO WS-RT1-COUNT
           MOVE WS-REPORT-TOTALS-1 TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE WS-ACCOUNTS-PROVED TO WS-RT2-COUNT
           MOVE WS-REPORT-TOTALS-2 TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-ACCOUNTS-NOT-PROVED TO WS-RT3-COUNT
           MOVE WS-REPORT-TOTALS-3 TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-NOT-ON-MASTER TO WS-RT4-COUNT
           MOVE WS-REPORT-TOTALS-4 TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-JRNL-ROWS-COUNTED TO WS-RT5-COUNT
           MOVE WS-REPORT-TOTALS-5 TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-AUDIT-ROWS-COUNTED TO WS-RT6-COUNT
           MOVE WS-REPORT-TOTALS-6 TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-BP-DIFFERENCE(WS-BP-BANK-SUB) TO WS-RT7-AMOUNT
           MOVE WS-REPORT-TOTALS-7 TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE

           IF WS-ACCOUNTS-NOT-PROVED > ZEROS
               OR WS-NOT-ON-MASTER > ZEROS
               MOVE "*** MASTER FILE DOES NOT PROVE ***"
                   TO WS-REPORT-VERDICT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "MASTER FILE PROVES TO JOURNAL AND AUDIT TRAIL"
                   TO WS-REPORT-VERDICT
           END-IF
           MOVE WS-REPORT-VERDICT TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 2 LINES
           DISPLAY WS-REPORT-VERDICT.

       WRITE-ONE-BRANCH-PROOF.
           IF WS-BP-SUB = WS-BP-BANK-SUB
               MOVE SPACES TO WS-BTL-CODE
               MOVE "BANK TOTAL" TO WS-BTL-NAME
           ELSE
               MOVE WS-BP-CODE(WS-BP-SUB) TO WS-BTL-CODE
               PERFORM LOOKUP-BRANCH-NAME
               MOVE WS-BRANCH-NAME-OUT TO WS-BTL-NAME
           END-IF
           MOVE WS-BP-ACCOUNTS(WS-BP-SUB) TO WS-BTL-ACCOUNTS
           MOVE WS-BP-NOT-PROVED(WS-BP-SUB) TO WS-BTL-NOT-PROVED
           MOVE WS-BP-PRIOR(WS-BP-SUB) TO WS-BTL-PRIOR
           MOVE WS-BP-ACTIVITY(WS-BP-SUB) TO WS-BTL-ACTIVITY
           MOVE WS-BP-MASTER(WS-BP-SUB) TO WS-BTL-MASTER
           MOVE WS-BRANCH-TOTAL-LINE TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE AFTER ADVANCING 1 LINE.

       LOOKUP-BRANCH-NAME.
           MOVE SPACES TO WS-BRANCH-NAME-OUT
           PERFORM VARYING WS-BRANCH-NAME-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-NAME-SUB > WS-BRANCH-NAME-COUNT
               IF WS-BRANCH-TABLE-CODE(WS-BRANCH-NAME-SUB)
                   = WS-BP-CODE(WS-BP-SUB)
                   MOVE WS-BRANCH-TABLE-NAME(WS-BRANCH-NAME-SUB)
                       TO WS-BRANCH-NAME-OUT
               END-IF
           END-PERFORM.

      *    THE STARTING POINT FOR TOMORROW - WRITTEN ONLY AFTER THE
      *    WHOLE MASTER HAS BEEN PROVEN, SO AN ABENDED RUN LEAVES
      *    YESTERDAY'S FILE IN PLACE AND A RERUN PROVES AGAIN FROM IT.
       SAVE-PROVEN-BALANCES.
           OPEN OUTPUT PROVEN-BALANCE-FILE
           IF NOT PROVEN-FILE-OK
               DISPLAY "ERROR REWRITING PROVEN BALANCE FILE: "
                       WS-PROVEN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                       UNTIL WS-PT-SUB > WS-PT-COUNT
                   MOVE WS-PT-ACCT-NUMBER(WS-PT-SUB) TO PB-ACCT-NUMBER
                   MOVE WS-PT-SAVE-BALANCE(WS-PT-SUB)
                       TO PB-PROVEN-BALANCE
                   MOVE WS-PT-SAVE-DATE(WS-PT-SUB) TO PB-PROVEN-DATE
                   WRITE PROVEN-BALANCE-RECORD
                   ADD 1 TO WS-PROVEN-ROWS-WRITTEN
               END-PERFORM
               CLOSE PROVEN-BALANCE-FILE
               DISPLAY "PROVEN BALANCES SAVED: "
                       WS-PROVEN-ROWS-WRITTEN
           END-IF.

       CLEANUP-PROGRAM.
           CLOSE PROOF-REPORT-FILE
           DISPLAY "=== BALANCE PROOF COMPLETE ===".
