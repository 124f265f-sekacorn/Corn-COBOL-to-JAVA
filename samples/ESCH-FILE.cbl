      * ESCHEATMENT FILING JOB
      * Downstream of the dormancy sweep's ESCHEAT.DAT candidate
      * extract.  Function 'N' (notify) cuts an owner-notification
      * letter for each owner of a new candidate - the primary owner
      * and every joint owner on the ownership file - and starts its
      * statutory waiting clock on ESCNOTIF.DAT.  Function 'F' (final)
      * works the clock file: accounts past the waiting period that
      * are still dormant are debited to zero through the audit trail
      * and the posted-item journal, closed, written to the state
      * unclaimed-property remittance file, and booked to their own
      * category in the GL extract; accounts that woke up in the
      * meantime are dropped as reclaimed.  A summary report of
      * accounts notified, reclaimed, and remitted closes the loop for
      * compliance.
      * Function and waiting days come from a one-record parameter
      * card (ESCPARM.DAT), same conventions as the audit inquiry.
      *****************************************************************
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT OWNERSHIP-FILE
               ASSIGN TO "OWNERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-FILE-STATUS.

           SELECT OPTIONAL NOTICE-CLOCK-FILE
               ASSIGN TO "ESCNOTIF.DAT"
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

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S CUSTOMER-RECORD -
      *    READ-ONLY, FOR THE LETTER ADDRESS AND THE TAX ID ON THE
           05  CUST-ADDRESS            PIC X(40).
           05  CUST-TAX-ID             PIC X(11).

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S OWNERSHIP-RECORD -
      *    READ-ONLY, FOR THE JOINT OWNERS WHO ALSO GET A LETTER.
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

      *    STATUTORY WAITING CLOCK - ONE ROW PER NOTIFIED ACCOUNT,
      *    CARRIED UNTIL THE FINAL PASS REMITS OR RECLAIMS IT.
       FD  NOTICE-CLOCK-FILE.

      *    OWNER-NOTIFICATION LETTER EXTRACT - ONE ROW PER LETTER FOR
      *    THE PRINT SHOP, WITH THE CUSTOMER MASTER ADDRESS WHEN THE
      *    ACCOUNT IS ATTACHED TO ONE.  EACH OWNER GETS THEIR OWN ROW:
      *    ROLE 'P' FOR THE PRIMARY OWNER (CUSTOMER ID ZERO AND THE
      *    ACCOUNT TITLE AS NAME WHEN THE ACCOUNT IS UNATTACHED) AND
      *    'J' FOR EACH JOINT OWNER.
       FD  LETTER-EXTRACT-FILE.
       01  LETTER-EXTRACT-RECORD.
           05  LE-ACCT-NUMBER          PIC 9(10).
           05  LE-ADDRESS              PIC X(40).
           05  LE-BALANCE              PIC S9(9)V99.
           05  LE-NOTICE-DATE          PIC 9(8).
           05  LE-CUSTOMER-ID          PIC 9(8).
           05  LE-OWNER-NAME           PIC X(30).
           05  LE-OWNER-ROLE           PIC X.

      *    STATE UNCLAIMED-PROPERTY REMITTANCE FILE - ONE ROW PER
      *    REMITTED ACCOUNT IN THE FIXED FORMAT THE STATE OFFICE
           05  AUDIT-NEW-BALANCE       PIC S9(9)V99.
           05  AUDIT-REASON            PIC X(20).
           05  AUDIT-RUN-DATE          PIC 9(8).
           05  AUDIT-MAKER-ID          PIC X(8).
           05  AUDIT-CHECKER-ID        PIC X(8).

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S JOURNAL-RECORD -
      *    CODE 'E' MARKS THE ESCHEAT DEBIT.  EACH ROW TAKES THE NEXT
      *    ITEM REFERENCE IN THE JOURNAL'S SINGLE SERIAL.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRNL-ACCT-NUMBER        PIC 9(10).
           05  JRNL-AMOUNT             PIC S9(9)V99.
           05  JRNL-DEST-ACCT-NUMBER   PIC 9(10).
           05  JRNL-SOURCE             PIC X(8).
           05  JRNL-ITEM-REF           PIC 9(12).
           05  JRNL-REVERSES-REF       PIC 9(12).
           05  JRNL-CASH-FLAG          PIC X.

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S GL-EXTRACT-RECORD -
      *    REMITTANCES APPEND TO THE CURRENT EXTRACT UNDER THEIR OWN
       01  WS-CUST-FILE-STATUS         PIC XX.
           88  CUST-FILE-OK            VALUE '00'.

       01  WS-OWN-FILE-STATUS          PIC XX.
           88  OWN-FILE-OK             VALUE '00'.
           88  OWN-FILE-EOF            VALUE '10'.

       01  WS-NOTIF-FILE-STATUS        PIC XX.
           88  NOTIF-FILE-OK           VALUE '00', '05'.
           88  NOTIF-FILE-EOF          VALUE '10'.

       01  WS-JRNL-FILE-STATUS         PIC XX.
           88  JRNL-FILE-OK            VALUE '00'.
           88  JRNL-FILE-EOF           VALUE '10'.
       01  WS-JRNL-LAST-REF            PIC 9(12) VALUE ZEROS.

       01  WS-GL-FILE-STATUS           PIC XX.
           88  GL-FILE-OK              VALUE '00'.
       01  WS-CUST-OPEN-SWITCH         PIC X VALUE 'N'.
           88  CUSTOMER-FILE-OPEN      VALUE 'Y'.

      *    SAME REASONING FOR THE OWNERSHIP FILE.
       01  WS-OWN-OPEN-SWITCH          PIC X VALUE 'N'.
           88  OWNERSHIP-FILE-OPEN     VALUE 'Y'.
       01  WS-OWN-SCAN-SWITCH          PIC X.
           88  OWN-SCAN-DONE           VALUE 'Y'.

       01  WS-PARM-FUNCTION            PIC X.
       01  WS-WAIT-DAYS                PIC 9(3) VALUE 120.

       01  WS-FILING-COUNTS.
           05  WS-CANDIDATES-READ      PIC 9(7) VALUE ZEROS.
           05  WS-NOTIFIED-COUNT       PIC 9(7) VALUE ZEROS.
           05  WS-LETTERS-CUT          PIC 9(7) VALUE ZEROS.
           05  WS-ALREADY-NOTIFIED     PIC 9(7) VALUE ZEROS.
           05  WS-RECLAIMED-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-REMITTED-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-REMITTED-AMOUNT          PIC 9(11)V99 VALUE ZEROS.

      *    REMITTANCE TOTALS BY ACCOUNT TYPE FOR THE GL APPEND -
      *    CHECKING/SAVINGS/BUSINESS/TIME DEPOSIT, SAME BUCKETING AS
      *    THE ACCOUNT PROCESSOR'S EXTRACT.
       01  WS-ESC-GL-TOTALS.
           05  WS-ESC-GL-AMOUNT OCCURS 4 TIMES PIC 9(11)V99.
       01  WS-ESC-GL-SUB               PIC 9(3).

       01  WS-NOTICE-DEADLINE          PIC 9(8).
       01  WS-DEADLINE-INT             PIC 9(8) COMP.

       01  WS-CUST-ID                  PIC 9(8).
       01  WS-CUST-NAME                PIC X(30).
       01  WS-CUST-ADDRESS             PIC X(40).
       01  WS-CUST-TAX-ID              PIC X(11).

               DISPLAY "NO CUSTOMER FILE - LETTERS GO OUT WITHOUT "
                       "ADDRESSES - STATUS: " WS-CUST-FILE-STATUS
           END-IF
           OPEN INPUT OWNERSHIP-FILE
           IF OWN-FILE-OK
               SET OWNERSHIP-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NO OWNERSHIP FILE - LETTERS GO TO PRIMARY "
                       "OWNERS ONLY - STATUS: " WS-OWN-FILE-STATUS
           END-IF
           OPEN OUTPUT LETTER-EXTRACT-FILE
           IF NOT LETTER-FILE-OK
               DISPLAY "ERROR OPENING LETTER EXTRACT FILE: "
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF OWNERSHIP-FILE-OPEN
               CLOSE OWNERSHIP-FILE
           END-IF
           CLOSE LETTER-EXTRACT-FILE
           CLOSE FILING-REPORT-FILE
           DISPLAY "CANDIDATES READ:    " WS-CANDIDATES-READ
           DISPLAY "ACCOUNTS NOTIFIED:  " WS-NOTIFIED-COUNT
           DISPLAY "LETTERS CUT:        " WS-LETTERS-CUT
           DISPLAY "ALREADY ON CLOCK:   " WS-ALREADY-NOTIFIED
           DISPLAY "=== NOTIFICATION PASS COMPLETE ===".

                       ESC-ACCT-NUMBER " not notified this run"
           ELSE
               PERFORM LOOKUP-CUSTOMER-DETAILS
               MOVE 'P' TO LE-OWNER-ROLE
               PERFORM WRITE-OWNER-LETTER
               IF OWNERSHIP-FILE-OPEN
                   PERFORM CUT-JOINT-OWNER-LETTERS
               END-IF
               ADD 1 TO WS-NOTICE-COUNT
               MOVE ESC-ACCT-NUMBER
                   TO WS-NT-ACCT-NUMBER(WS-NOTICE-COUNT)
               PERFORM WRITE-FILING-DETAIL
           END-IF.

       WRITE-OWNER-LETTER.
           MOVE ESC-ACCT-NUMBER TO LE-ACCT-NUMBER
           MOVE ESC-ACCT-NAME TO LE-ACCT-NAME
           MOVE WS-CUST-ADDRESS TO LE-ADDRESS
           MOVE ESC-ACCT-BALANCE TO LE-BALANCE
           MOVE WS-RUN-DATE TO LE-NOTICE-DATE
           MOVE WS-CUST-ID TO LE-CUSTOMER-ID
           MOVE WS-CUST-NAME TO LE-OWNER-NAME
           WRITE LETTER-EXTRACT-RECORD
           ADD 1 TO WS-LETTERS-CUT.

      *    THE ACCOUNT'S ROWS ON THE OWNERSHIP FILE ARE READ IN KEY
      *    ORDER FROM ITS FIRST CUSTOMER; EVERY JOINT OWNER GETS A
      *    LETTER AT THEIR OWN CUSTOMER MASTER ADDRESS.  BENEFICIARIES
      *    AND SIGNERS ARE NOT OWNERS AND ARE NOT WRITTEN TO.
       CUT-JOINT-OWNER-LETTERS.
           MOVE 'N' TO WS-OWN-SCAN-SWITCH
           MOVE ESC-ACCT-NUMBER TO OWN-ACCT-NUMBER
           MOVE ZEROS TO OWN-CUSTOMER-ID
           START OWNERSHIP-FILE KEY IS NOT LESS THAN OWN-KEY
               INVALID KEY
                   SET OWN-SCAN-DONE TO TRUE
           END-START
           PERFORM READ-NEXT-OWNER UNTIL OWN-SCAN-DONE.

       READ-NEXT-OWNER.
           READ OWNERSHIP-FILE NEXT RECORD
               AT END
                   SET OWN-SCAN-DONE TO TRUE
               NOT AT END
                   IF OWN-ACCT-NUMBER NOT = ESC-ACCT-NUMBER
                       SET OWN-SCAN-DONE TO TRUE
                   ELSE
                       IF OWN-JOINT
                           PERFORM LOOKUP-JOINT-OWNER
                           MOVE 'J' TO LE-OWNER-ROLE
                           PERFORM WRITE-OWNER-LETTER
                       END-IF
                   END-IF
           END-READ.

      *    A JOINT OWNER MISSING FROM THE CUSTOMER MASTER STILL GETS A
      *    ROW, ADDRESSED BLANK FOR THE BRANCH TO RESEARCH.
       LOOKUP-JOINT-OWNER.
           MOVE OWN-CUSTOMER-ID TO WS-CUST-ID
           MOVE SPACES TO WS-CUST-NAME
           MOVE SPACES TO WS-CUST-ADDRESS
           IF CUSTOMER-FILE-OPEN
               MOVE OWN-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "WARNING: Joint owner " OWN-CUSTOMER-ID
                               " of account " ESC-ACCT-NUMBER
                               " not on customer file"
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-CUST-NAME
                       MOVE CUST-ADDRESS TO WS-CUST-ADDRESS
               END-READ
           END-IF.

      *    THE LETTER ADDRESS AND FILING TAX ID COME FROM THE CUSTOMER
      *    MASTER WHEN THE ACCOUNT IS ATTACHED TO ONE; OTHERWISE THEY
      *    GO OUT BLANK FOR THE BRANCH TO RESEARCH.
       LOOKUP-CUSTOMER-DETAILS.
           MOVE ZEROS TO WS-CUST-ID
           MOVE ESC-ACCT-NAME TO WS-CUST-NAME
           MOVE SPACES TO WS-CUST-ADDRESS
           MOVE SPACES TO WS-CUST-TAX-ID
           MOVE ESC-ACCT-NUMBER TO ACCT-NUMBER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CUST-ID TO WS-CUST-ID
                               MOVE CUST-NAME TO WS-CUST-NAME
                               MOVE CUST-ADDRESS TO WS-CUST-ADDRESS
                               MOVE CUST-TAX-ID TO WS-CUST-TAX-ID
                       END-READ
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-LAST-JOURNAL-REF
           OPEN EXTEND JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               DISPLAY "ERROR OPENING JOURNAL FILE: "
           DISPLAY "STILL WAITING:      " WS-STILL-WAITING-COUNT
           DISPLAY "=== FINAL PASS COMPLETE ===".

      *    THE JOURNAL IS READ THROUGH FOR THE HIGHEST ITEM REFERENCE
      *    ISSUED SO FAR BEFORE IT IS OPENED FOR APPEND, THE SAME WAY
      *    THE ACCOUNT PROCESSOR DOES.
       FIND-LAST-JOURNAL-REF.
           OPEN INPUT JOURNAL-FILE
           IF JRNL-FILE-OK
               PERFORM READ-ONE-JOURNAL-REF UNTIL JRNL-FILE-EOF
               CLOSE JOURNAL-FILE
           END-IF.

       READ-ONE-JOURNAL-REF.
           READ JOURNAL-FILE
               AT END
                   SET JRNL-FILE-EOF TO TRUE
               NOT AT END
                   IF JRNL-ITEM-REF NUMERIC
                       AND JRNL-ITEM-REF > WS-JRNL-LAST-REF
                       MOVE JRNL-ITEM-REF TO WS-JRNL-LAST-REF
                   END-IF
           END-READ.

      *    A CLOCK ROW WITH AN UNUSABLE NOTICE DATE (TRUNCATED OR
      *    HAND-EDITED FILE) IS DROPPED WITH A WARNING BEFORE THE
      *    DATE ARITHMETIC CAN ABEND THE WHOLE PASS.
                   MOVE 2 TO WS-ESC-GL-SUB
               WHEN BUSINESS
                   MOVE 3 TO WS-ESC-GL-SUB
               WHEN TIME-DEPOSIT
                   MOVE 4 TO WS-ESC-GL-SUB
               WHEN OTHER
                   MOVE ZERO TO WS-ESC-GL-SUB
           END-EVALUATE
           MOVE ACCT-BALANCE TO JRNL-AMOUNT
           MOVE ZEROS TO JRNL-DEST-ACCT-NUMBER
           MOVE "ESCHEAT" TO JRNL-SOURCE
           MOVE ZEROS TO JRNL-REVERSES-REF
           MOVE 'N' TO JRNL-CASH-FLAG

           MOVE ZEROS TO ACCT-BALANCE
           SET CLOSED TO TRUE
                   MOVE ZEROS TO AUDIT-NEW-BALANCE
                   MOVE "ESCHEAT REMITTED" TO AUDIT-REASON
                   MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
                   MOVE SPACES TO AUDIT-MAKER-ID
                   MOVE SPACES TO AUDIT-CHECKER-ID
                   WRITE AUDIT-RECORD
                   ADD 1 TO WS-JRNL-LAST-REF
                   MOVE WS-JRNL-LAST-REF TO JRNL-ITEM-REF
                   WRITE JOURNAL-RECORD
                   WRITE STATE-FILING-RECORD
                   MOVE 'X' TO WS-NT-STATE(WS-NOTICE-SUB)
               ELSE
                   PERFORM APPEND-ONE-ESCHEAT-GL
                       VARYING WS-ESC-GL-SUB FROM 1 BY 1
                       UNTIL WS-ESC-GL-SUB > 4
                   CLOSE GL-EXTRACT-FILE
               END-IF
           END-IF.
                       MOVE "SAVINGS" TO GL-ACCT-TYPE
                   WHEN 3
                       MOVE "BUSINESS" TO GL-ACCT-TYPE
                   WHEN 4
                       MOVE "TIME DEP" TO GL-ACCT-TYPE
               END-EVALUATE
               MOVE "ESCHEAT REMITTED" TO GL-CATEGORY
               MOVE WS-ESC-GL-AMOUNT(WS-ESC-GL-SUB)
           MOVE WS-CANDIDATES-READ TO WS-SL-COUNT
           MOVE WS-SUMMARY-LINE TO FILING-REPORT-LINE
           WRITE FILING-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE "ACCOUNTS NOTIFIED THIS RUN:" TO WS-SL-LABEL
           MOVE WS-NOTIFIED-COUNT TO WS-SL-COUNT
           MOVE WS-SUMMARY-LINE TO FILING-REPORT-LINE
           WRITE FILING-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "OWNER LETTERS CUT THIS RUN:" TO WS-SL-LABEL
           MOVE WS-LETTERS-CUT TO WS-SL-COUNT
           MOVE WS-SUMMARY-LINE TO FILING-REPORT-LINE
           WRITE FILING-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "ALREADY ON WAITING CLOCK:" TO WS-SL-LABEL
           MOVE WS-ALREADY-NOTIFIED TO WS-SL-COUNT
           MOVE WS-SUMMARY-LINE TO FILING-REPORT-LINE
