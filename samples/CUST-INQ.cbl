      * Companion to the customer master (CUSTOMER.DAT) the account
      * processor's maintenance mode builds.  Given a customer ID on a
      * one-record parameter card (CUSPARM.DAT), prints the customer's
      * name, address and tax ID followed by every account on
      * ACCOUNTS.DAT the customer holds any role on - primary owner
      * through the account's customer ID, joint owner, payable-on-
      * death beneficiary or authorized signer through the ownership
      * file (OWNERS.DAT) - with a combined-balance total of the
      * accounts the customer owns, so a depositor's whole
      * relationship is one job submission instead of a name-spelling
      * scan, and combined-balance fee treatment has a number to work
      * from.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OWNERSHIP-FILE
               ASSIGN TO "OWNERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-FILE-STATUS.

           SELECT CUST-PARM-FILE
               ASSIGN TO "CUSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               88  CHECKING            VALUE 'C'.
               88  SAVINGS             VALUE 'S'.
               88  BUSINESS            VALUE 'B'.
               88  TIME-DEPOSIT        VALUE 'T'.
           05  ACCT-STATUS             PIC X.
               88  ACTIVE              VALUE 'A'.
               88  CLOSED              VALUE 'C'.
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

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S OWNERSHIP-RECORD.
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

      *    ONE-RECORD PARAMETER CARD - THE CUSTOMER ID TO REPORT.
       FD  CUST-PARM-FILE.
           88  FILE-OK                 VALUE '00'.
           88  END-OF-FILE             VALUE '10'.

       01  WS-OWN-FILE-STATUS          PIC XX.
           88  OWN-FILE-OK             VALUE '00'.

      *    SET ONCE AT OPEN TIME - A '23' FROM LOOKING UP A CUSTOMER
      *    WITH NO ROLE ON AN ACCOUNT MUST NOT DISABLE LATER LOOKUPS.
       01  WS-OWN-OPEN-SWITCH          PIC X VALUE 'N'.
           88  OWNERSHIP-FILE-OPEN     VALUE 'Y'.

       01  WS-PARM-FILE-STATUS         PIC XX.
           88  PARM-FILE-OK            VALUE '00'.


       01  WS-COMBINED-BALANCE         PIC S9(11)V99 VALUE ZEROS.

      *    THE CUSTOMER'S ROLE ON THE ACCOUNT BEING READ - SPACE WHEN
      *    THEY HAVE NONE.  ONLY PRIMARY AND JOINT OWNERS' ACCOUNTS
      *    COUNT TOWARD THE COMBINED BALANCE.
       01  WS-CUST-ROLE                PIC X.
           88  ROLE-NONE               VALUE SPACE.
           88  ROLE-OWNER              VALUE 'P', 'J'.

       01  WS-REPORT-PAGE-NO           PIC 9(3) VALUE ZEROS.
       01  WS-REPORT-LINE-CTR          PIC 9(3) VALUE ZEROS.
       01  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 040.
           05  FILLER                  PIC X(32) VALUE "ACCOUNT NAME".
           05  FILLER                  PIC X(10) VALUE "TYPE".
           05  FILLER                  PIC X(15) VALUE "BALANCE".
           05  FILLER                  PIC X(14) VALUE "STATUS".
           05  FILLER                  PIC X(12) VALUE "ROLE".

       01  WS-REPORT-DETAIL.
           05  WS-RD-ACCT-NUMBER       PIC Z(9)9.
           05  WS-RD-BALANCE           PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-STATUS            PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ROLE              PIC X(12).

       01  WS-REPORT-TOTALS-1.
           05  FILLER                  PIC X(30)

       01  WS-REPORT-TOTALS-2.
           05  FILLER                  PIC X(30)
               VALUE "COMBINED OWNED BALANCE:".
           05  WS-RT2-COMBINED         PIC $$,$$$,$$$,$$9.99-.

       01  WS-NO-ACCOUNTS-MESSAGE      PIC X(50)
           VALUE "*** NO ACCOUNTS ON FILE FOR THIS CUSTOMER ***".

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
               STOP RUN
           END-IF

           OPEN INPUT OWNERSHIP-FILE
           IF OWN-FILE-OK
               SET OWNERSHIP-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NO OWNERSHIP FILE - PRIMARY OWNER ACCOUNTS "
                       "ONLY - STATUS: " WS-OWN-FILE-STATUS
           END-IF

           OPEN OUTPUT RELATIONSHIP-REPORT-FILE
           IF NOT REL-RPT-FILE-OK
               DISPLAY "ERROR OPENING RELATIONSHIP REPORT FILE: "

      *    THE ACCOUNT MASTER IS SWEPT ONCE - THE CUSTOMER LINK IS NOT
      *    AN ALTERNATE KEY, SO SELECTION IS A SEQUENTIAL MATCH ON
      *    ACCT-CUSTOMER-ID, THE SAME WAY THE BATCH RUN SWEEPS IT, PLUS
      *    A KEYED LOOKUP OF THE CUSTOMER'S ROW ON THE OWNERSHIP FILE
      *    FOR EVERY OTHER ROLE.  AN UNCONVERTED BALANCE STILL LISTS,
      *    GUARDED OUT OF THE COMBINED TOTAL.
       SELECT-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   PERFORM FIND-CUSTOMER-ROLE
                   IF NOT ROLE-NONE
                       ADD 1 TO WS-ACCOUNTS-SELECTED
                       IF ROLE-OWNER AND ACCT-BALANCE NUMERIC
                           ADD ACCT-BALANCE TO WS-COMBINED-BALANCE
                       END-IF
                       PERFORM WRITE-RELATIONSHIP-DETAIL
                   END-IF
           END-READ.

      *    THE PRIMARY OWNER IS THE ACCOUNT'S OWN CUSTOMER ID.  A 'P'
      *    ROW NAMING ANYONE ELSE IS LEFT OVER FROM AN EARLIER OWNER
      *    AND IS NOT A ROLE.
       FIND-CUSTOMER-ROLE.
           MOVE SPACE TO WS-CUST-ROLE
           IF ACCT-CUSTOMER-ID NUMERIC
               AND ACCT-CUSTOMER-ID = WS-PARM-CUSTOMER-ID
               MOVE 'P' TO WS-CUST-ROLE
           ELSE
               IF OWNERSHIP-FILE-OPEN
                   MOVE ACCT-NUMBER TO OWN-ACCT-NUMBER
                   MOVE WS-PARM-CUSTOMER-ID TO OWN-CUSTOMER-ID
                   READ OWNERSHIP-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT OWN-PRIMARY
                               MOVE OWN-ROLE TO WS-CUST-ROLE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       WRITE-RELATIONSHIP-HEADING.
           ADD 1 TO WS-REPORT-PAGE-NO
           MOVE ZERO TO WS-REPORT-LINE-CTR
                   MOVE "SAVINGS" TO WS-RD-ACCT-TYPE
               WHEN BUSINESS
                   MOVE "BUSINESS" TO WS-RD-ACCT-TYPE
               WHEN TIME-DEPOSIT
                   MOVE "TIME DEP" TO WS-RD-ACCT-TYPE
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-RD-ACCT-TYPE
           END-EVALUATE
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-RD-STATUS
           END-EVALUATE
           EVALUATE WS-CUST-ROLE
               WHEN 'P'
                   MOVE "PRIMARY" TO WS-RD-ROLE
               WHEN 'J'
                   MOVE "JOINT" TO WS-RD-ROLE
               WHEN 'B'
                   MOVE "POD BENEF" TO WS-RD-ROLE
               WHEN 'S'
                   MOVE "SIGNER" TO WS-RD-ROLE
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-RD-ROLE
           END-EVALUATE
           MOVE WS-REPORT-DETAIL TO RELATIONSHIP-REPORT-LINE
           WRITE RELATIONSHIP-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-CTR.
       CLEANUP-PROGRAM.
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE
           IF OWNERSHIP-FILE-OPEN
               CLOSE OWNERSHIP-FILE
           END-IF
           CLOSE RELATIONSHIP-REPORT-FILE
           DISPLAY "ACCOUNTS READ:     " WS-ACCOUNTS-READ
           DISPLAY "ACCOUNTS SELECTED: " WS-ACCOUNTS-SELECTED
