       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-MON.
       AUTHOR. SEKACORN.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CASH TRANSACTION MONITOR - RUNS AFTER THE POSTING BATCH
      * Aggregates the cash deposits and cash withdrawals on the
      * journal by customer, across every account the customer holds.
      * A customer whose cash in or cash out for the business day
      * just posted is over the reporting threshold is written to the
      * currency transaction report extract with the name, address
      * and tax ID from the customer master, ready for filing.  Over
      * a rolling window of business days, a customer whose daily
      * cash in or out repeatedly lands just under the threshold is
      * listed on the structuring watch report for the compliance
      * officer.  An account with no customer attached is monitored
      * on its own under its account number.
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

           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT CASH-PARM-FILE
               ASSIGN TO "CASHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CTR-EXTRACT-FILE
               ASSIGN TO "CTREXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-FILE-STATUS.

           SELECT WATCH-REPORT-FILE
               ASSIGN TO "STRWATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S ACCOUNT-RECORD -
      *    READ BY KEY ONLY, TO FIND THE CUSTOMER WHO OWNS EACH
      *    ACCOUNT WITH CASH ON THE JOURNAL.
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

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S CUSTOMER-RECORD.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05  CUST-ID                 PIC 9(8).
           05  CUST-NAME               PIC X(30).
           05  CUST-ADDRESS            PIC X(40).
           05  CUST-TAX-ID             PIC X(11).

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S JOURNAL-RECORD.  ONLY
      *    DEPOSIT ('D'), RECOVERY ('Y' - A DEPOSIT AGAINST A CHARGED-
      *    OFF ACCOUNT) AND WITHDRAWAL ('W') ROWS CARRYING THE CASH
      *    FLAG ARE MONITORED, WITH THE REVERSAL ('V') ROWS THAT CARRY
      *    IT TOO; ROWS WRITTEN BEFORE THE FLAG EXISTED READ AS SPACE
      *    AND ARE NOT CASH.
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
               88  JRNL-CASH-ITEM      VALUE 'Y'.

      *    MONITORING CONTROL CARD - THE REPORTING THRESHOLD, THE FLOOR
      *    OF THE JUST-UNDER BAND WATCHED FOR STRUCTURING, THE NUMBER
      *    OF BUSINESS DAYS IN THE ROLLING WINDOW, AND HOW MANY DAYS
      *    IN THE BAND PUT A CUSTOMER ON THE WATCH REPORT.  DEFAULTS
      *    APPLY WHEN THE CARD IS ABSENT OR A FIELD IS UNUSABLE.
       FD  CASH-PARM-FILE.
       01  CASH-PARM-RECORD.
           05  CP-CTR-THRESHOLD        PIC 9(7)V99.
           05  CP-WATCH-FLOOR          PIC 9(7)V99.
           05  CP-WINDOW-DAYS          PIC 9(2).
           05  CP-MIN-WATCH-DAYS       PIC 9(2).

      *    CURRENCY TRANSACTION REPORT EXTRACT - ONE RECORD PER
      *    CUSTOMER WHOSE CASH IN OR CASH OUT FOR THE BUSINESS DAY IS
      *    OVER THE THRESHOLD, WITH THE ACCOUNTS THE CASH WENT THROUGH.
      *    AN ACCOUNT WITH NO CUSTOMER ATTACHED CARRIES A ZERO CUSTOMER
      *    ID, THE ACCOUNT TITLE AS THE NAME, AND NO ADDRESS OR TAX ID
      *    - THE FILER COMPLETES THOSE FROM THE SIGNATURE CARD.
       FD  CTR-EXTRACT-FILE.
       01  CTR-EXTRACT-RECORD.
           05  CTR-BUSINESS-DATE       PIC 9(8).
           05  CTR-CUSTOMER-ID         PIC 9(8).
           05  CTR-NAME                PIC X(30).
           05  CTR-ADDRESS             PIC X(40).
           05  CTR-TAX-ID              PIC X(11).
           05  CTR-CASH-IN             PIC 9(11)V99.
           05  CTR-CASH-OUT            PIC 9(11)V99.
           05  CTR-ITEM-COUNT          PIC 9(5).
           05  CTR-ACCOUNT-COUNT       PIC 9(2).
           05  CTR-ACCT-NUMBER         PIC 9(10) OCCURS 10 TIMES.

      *    PRINTED STRUCTURING WATCH REPORT - ONE LINE PER CUSTOMER
      *    WITH REPEATED JUST-UNDER-THRESHOLD CASH IN THE WINDOW, THEN
      *    THE RUN TOTALS.
       FD  WATCH-REPORT-FILE.
       01  WATCH-REPORT-LINE           PIC X(100).

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S RUN-CONTROL-RECORD.
      *    THE POSTING JOB HAS ALREADY ADVANCED THE BUSINESS DATE WHEN
      *    THIS RUNS, SO THE DAY BEING REPORTED IS THE LAST COMPLETED.
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

       01  WS-CUST-FILE-STATUS         PIC XX.
           88  CUST-FILE-OK            VALUE '00'.

       01  WS-JRNL-FILE-STATUS         PIC XX.
           88  JRNL-FILE-OK            VALUE '00'.
           88  JRNL-FILE-EOF           VALUE '10'.

       01  WS-PARM-FILE-STATUS         PIC XX.
           88  PARM-FILE-OK            VALUE '00'.

       01  WS-CTR-FILE-STATUS          PIC XX.
           88  CTR-FILE-OK             VALUE '00'.

       01  WS-WATCH-RPT-FILE-STATUS    PIC XX.
           88  WATCH-RPT-FILE-OK       VALUE '00'.

       01  WS-RUNCTL-FILE-STATUS       PIC XX.
           88  RUNCTL-FILE-OK          VALUE '00'.
           88  RUNCTL-FILE-EOF         VALUE '10'.

       01  WS-RUNCTL-LOADED-SWITCH     PIC X VALUE 'N'.
           88  RUNCTL-LOADED           VALUE 'Y'.

       01  WS-REPORT-DATE              PIC 9(8).

       01  WS-CASH-PARAMETERS.
           05  WS-CTR-THRESHOLD        PIC 9(7)V99 VALUE 10000.00.
           05  WS-WATCH-FLOOR          PIC 9(7)V99 VALUE 8000.00.
           05  WS-WINDOW-DAYS          PIC 9(2) VALUE 10.
           05  WS-MIN-WATCH-DAYS       PIC 9(2) VALUE 2.

      *    THE BUSINESS DAYS IN THE WINDOW ARE THE MOST RECENT RUN
      *    DATES ON THE JOURNAL UP TO THE REPORT DATE, NEWEST FIRST -
      *    A WEEKEND OR HOLIDAY WITH NO RUN IS NOT A BUSINESS DAY.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-DATE          PIC 9(8) OCCURS 31 TIMES.
       01  WS-WD-COUNT                 PIC 9(2) VALUE ZEROS.
       01  WS-WD-SUB                   PIC 9(2).
       01  WS-WD-FOUND-SUB             PIC 9(2).
       01  WS-WD-INSERT-SUB            PIC 9(2).
       01  WS-WD-SHIFT-SUB             PIC 9(2).
       01  WS-WINDOW-LOW-DATE          PIC 9(8) VALUE ZEROS.

      *    SET WHEN THE NEWEST BUSINESS DAY IN THE WINDOW IS THE
      *    REPORT DATE ITSELF - WITHOUT IT THERE IS NOTHING TO FILE.
       01  WS-REPORT-DAY-SWITCH        PIC X VALUE 'N'.
           88  REPORT-DAY-POSTED       VALUE 'Y'.

      *    ONE ENTRY PER CUSTOMER (KEY TYPE 'C') OR UNATTACHED ACCOUNT
      *    (KEY TYPE 'A') WITH CASH IN THE WINDOW, AND ITS CASH BY
      *    BUSINESS DAY IN WINDOW ORDER.  THE ACCOUNTS ARE THOSE THE
      *    REPORT DATE'S CASH WENT THROUGH, FOR THE FILING.
       01  WS-CUSTOMER-TABLE.
           05  WS-CU-ENTRY OCCURS 2000 TIMES.
               10  WS-CU-KEY-TYPE      PIC X.
                   88  CU-CUSTOMER-KEY VALUE 'C'.
                   88  CU-ACCOUNT-KEY  VALUE 'A'.
               10  WS-CU-KEY           PIC 9(10).
               10  WS-CU-NAME          PIC X(30).
               10  WS-CU-ADDRESS       PIC X(40).
               10  WS-CU-TAX-ID        PIC X(11).
               10  WS-CU-DAY OCCURS 31 TIMES.
                   15  WS-CU-CASH-IN   PIC 9(11)V99.
                   15  WS-CU-CASH-OUT  PIC 9(11)V99.
                   15  WS-CU-ITEMS     PIC 9(5).
               10  WS-CU-ACCT-COUNT    PIC 9(2).
               10  WS-CU-ACCT-NUMBER   PIC 9(10) OCCURS 10 TIMES.
       01  WS-CU-COUNT                 PIC 9(4) VALUE ZEROS.
       01  WS-CU-SUB                   PIC 9(4).
       01  WS-CU-FOUND-SUB             PIC 9(4).
       01  WS-CU-ACCT-SUB              PIC 9(2).
       01  WS-CU-ACCT-FOUND-SWITCH     PIC X.
           88  CU-ACCT-LISTED          VALUE 'Y'.

       01  WS-LOOKUP-KEY-TYPE          PIC X.
       01  WS-LOOKUP-KEY               PIC 9(10).
       01  WS-LOOKUP-ACCT-NAME         PIC X(30).

      *    PER-CUSTOMER WINDOW FIGURES FOR THE WATCH TEST.
       01  WS-CASH-NET-AMOUNT          PIC 9(9)V99.

       01  WS-WATCH-WORK.
           05  WS-WINDOW-CASH-IN       PIC 9(11)V99.
           05  WS-WINDOW-CASH-OUT      PIC 9(11)V99.
           05  WS-BAND-DAYS            PIC 9(2).
           05  WS-OVER-DAYS            PIC 9(2).
           05  WS-CASH-DAYS            PIC 9(2).

       01  WS-MONITOR-COUNTS.
           05  WS-JRNL-ROWS-READ       PIC 9(7) VALUE ZEROS.
           05  WS-CASH-ROWS-COUNTED    PIC 9(7) VALUE ZEROS.
           05  WS-CASH-REVERSALS-NETTED PIC 9(7) VALUE ZEROS.
           05  WS-CASH-ACCTS-MISSING   PIC 9(7) VALUE ZEROS.
           05  WS-CUSTOMERS-MISSING    PIC 9(7) VALUE ZEROS.
           05  WS-CTR-RECORDS-WRITTEN  PIC 9(7) VALUE ZEROS.
           05  WS-WATCH-CUSTOMERS      PIC 9(7) VALUE ZEROS.

       01  WS-REPORT-PAGE-NO           PIC 9(3) VALUE ZEROS.
       01  WS-REPORT-LINE-CTR          PIC 9(3) VALUE ZEROS.
       01  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 040.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "CASH STRUCTURING WATCH - BY CUSTOMER    ".
           05  FILLER                  PIC X(6) VALUE "PAGE ".
           05  WS-RH1-PAGE-NO          PIC ZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(13) VALUE "REPORT DATE: ".
           05  WS-RH2-REPORT-DATE      PIC 9(8).
           05  FILLER                  PIC X(11) VALUE "  WINDOW: ".
           05  WS-RH2-WINDOW-DAYS      PIC Z9.
           05  FILLER                  PIC X(20)
               VALUE " BUSINESS DAYS FROM ".
           05  WS-RH2-LOW-DATE         PIC 9(8).

       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(14) VALUE "WATCH BAND: ".
           05  WS-RH3-FLOOR            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  WS-RH3-THRESHOLD        PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(18)
               VALUE "  MINIMUM DAYS: ".
           05  WS-RH3-MIN-DAYS         PIC Z9.

       01  WS-REPORT-HEADING-4.
           05  FILLER                  PIC X(16) VALUE "     CUSTOMER".
           05  FILLER                  PIC X(25) VALUE "NAME".
           05  FILLER                  PIC X(6) VALUE "BAND".
           05  FILLER                  PIC X(6) VALUE "OVER".
           05  FILLER                  PIC X(6) VALUE "CASH".
           05  FILLER                  PIC X(16)
               VALUE " WINDOW CASH IN".
           05  FILLER                  PIC X(16)
               VALUE "WINDOW CASH OUT".

       01  WS-REPORT-DETAIL.
           05  WS-RD-KEY-TYPE          PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-KEY               PIC Z(9)9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-NAME              PIC X(24).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-BAND-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RD-OVER-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RD-CASH-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-CASH-IN           PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-CASH-OUT          PIC $$$,$$$,$$9.99-.

       01  WS-NO-WATCH-LINE            PIC X(40)
           VALUE "NO CUSTOMERS ON STRUCTURING WATCH".

       01  WS-REPORT-TOTALS-1.
           05  FILLER                  PIC X(30)
               VALUE "CASH ITEMS IN WINDOW:".
           05  WS-RT1-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-2.
           05  FILLER                  PIC X(30)
               VALUE "CUSTOMERS WITH CASH:".
           05  WS-RT2-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-3.
           05  FILLER                  PIC X(30)
               VALUE "CTR RECORDS EXTRACTED:".
           05  WS-RT3-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-4.
           05  FILLER                  PIC X(30)
               VALUE "CUSTOMERS ON WATCH:".
           05  WS-RT4-COUNT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM FIND-WINDOW-DATES
           PERFORM ACCUMULATE-CASH
           PERFORM WRITE-CTR-EXTRACT
           PERFORM WRITE-WATCH-REPORT
           PERFORM CLEANUP-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           DISPLAY "=== CASH TRANSACTION MONITOR ==="
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-CASH-PARAMETERS

           OPEN INPUT ACCOUNT-FILE
           IF NOT FILE-OK
               DISPLAY "ERROR OPENING ACCOUNT FILE: " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT CUST-FILE-OK
               DISPLAY "ERROR OPENING CUSTOMER FILE: "
                       WS-CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CTR-EXTRACT-FILE
           IF NOT CTR-FILE-OK
               DISPLAY "ERROR OPENING CTR EXTRACT FILE: "
                       WS-CTR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WATCH-REPORT-FILE
           IF NOT WATCH-RPT-FILE-OK
               DISPLAY "ERROR OPENING WATCH REPORT FILE: "
                       WS-WATCH-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
               DISPLAY "REPORT DATE " WS-REPORT-DATE
           ELSE
               DISPLAY "NO RUN CONTROL FILE - USING SYSTEM DATE"
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
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
                               MOVE RC-LAST-COMPLETED TO WS-REPORT-DATE
                               SET RUNCTL-LOADED TO TRUE
                           WHEN RC-BUSINESS-DATE NUMERIC
                               MOVE RC-BUSINESS-DATE TO WS-REPORT-DATE
                               SET RUNCTL-LOADED TO TRUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *    A FLOOR AT OR ABOVE THE THRESHOLD WOULD MAKE THE BAND EMPTY,
      *    SO IT FALLS BACK TO THE DEFAULT; THE MINIMUM DAYS CANNOT
      *    EXCEED THE WINDOW IT IS COUNTED IN.
       LOAD-CASH-PARAMETERS.
           OPEN INPUT CASH-PARM-FILE
           IF PARM-FILE-OK
               READ CASH-PARM-FILE
                   AT END
                       DISPLAY "CASH PARAMETER FILE EMPTY - USING "
                               "DEFAULTS"
                   NOT AT END
                       IF CP-CTR-THRESHOLD NUMERIC
                           AND CP-CTR-THRESHOLD > ZEROS
                           MOVE CP-CTR-THRESHOLD TO WS-CTR-THRESHOLD
                       END-IF
                       IF CP-WATCH-FLOOR NUMERIC
                           AND CP-WATCH-FLOOR > ZEROS
                           MOVE CP-WATCH-FLOOR TO WS-WATCH-FLOOR
                       END-IF
                       IF CP-WINDOW-DAYS NUMERIC
                           AND CP-WINDOW-DAYS > ZEROS
                           AND CP-WINDOW-DAYS NOT > 31
                           MOVE CP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF CP-MIN-WATCH-DAYS NUMERIC
                           AND CP-MIN-WATCH-DAYS > ZEROS
                           MOVE CP-MIN-WATCH-DAYS TO WS-MIN-WATCH-DAYS
                       END-IF
               END-READ
               CLOSE CASH-PARM-FILE
           ELSE
               DISPLAY "NO CASH PARAMETER FILE - USING DEFAULTS"
           END-IF
           IF WS-WATCH-FLOOR NOT < WS-CTR-THRESHOLD
               DISPLAY "WARNING: Watch floor not below threshold - "
                       "using 80 percent of threshold"
               COMPUTE WS-WATCH-FLOOR ROUNDED =
                   WS-CTR-THRESHOLD * 0.80
           END-IF
           IF WS-MIN-WATCH-DAYS > WS-WINDOW-DAYS
               MOVE WS-WINDOW-DAYS TO WS-MIN-WATCH-DAYS
           END-IF
           DISPLAY "CTR THRESHOLD:   " WS-CTR-THRESHOLD
           DISPLAY "WATCH FLOOR:     " WS-WATCH-FLOOR
           DISPLAY "WINDOW DAYS:     " WS-WINDOW-DAYS
           DISPLAY "MIN WATCH DAYS:  " WS-MIN-WATCH-DAYS.

      *    FIRST PASS OF THE JOURNAL - KEEPS THE NEWEST DISTINCT RUN
      *    DATES UP TO THE REPORT DATE.  ROWS STAMPED AFTER THE
      *    REPORT DATE BELONG TO A LATER DAY'S MONITORING.
       FIND-WINDOW-DATES.
           OPEN INPUT JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               DISPLAY "ERROR OPENING JOURNAL FILE: "
                       WS-JRNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM NOTE-ONE-JOURNAL-DATE UNTIL JRNL-FILE-EOF
           CLOSE JOURNAL-FILE
           IF WS-WD-COUNT = ZEROS
               DISPLAY "NO JOURNAL ACTIVITY ON OR BEFORE "
                       WS-REPORT-DATE
           ELSE
               MOVE WS-WINDOW-DATE(WS-WD-COUNT) TO WS-WINDOW-LOW-DATE
               IF WS-WINDOW-DATE(1) = WS-REPORT-DATE
                   SET REPORT-DAY-POSTED TO TRUE
               ELSE
                   DISPLAY "WARNING: No journal activity on report "
                           "date " WS-REPORT-DATE " - no CTR filing"
               END-IF
               DISPLAY "WINDOW: " WS-WD-COUNT " BUSINESS DAYS FROM "
                       WS-WINDOW-LOW-DATE
           END-IF.

       NOTE-ONE-JOURNAL-DATE.
           READ JOURNAL-FILE
               AT END
                   SET JRNL-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-JRNL-ROWS-READ
                   IF JRNL-RUN-DATE NUMERIC
                       AND JRNL-RUN-DATE NOT > WS-REPORT-DATE
                       PERFORM NOTE-WINDOW-DATE
                   END-IF
           END-READ.

      *    THE TABLE IS KEPT NEWEST FIRST AND NO LONGER THAN THE
      *    WINDOW - AN OLDER DATE THAT NO LONGER FITS DROPS OFF THE
      *    END AS A NEWER ONE IS PLACED.
       NOTE-WINDOW-DATE.
           MOVE ZEROS TO WS-WD-FOUND-SUB
           MOVE ZEROS TO WS-WD-INSERT-SUB
           PERFORM VARYING WS-WD-SUB FROM 1 BY 1
                   UNTIL WS-WD-SUB > WS-WD-COUNT
                      OR WS-WD-FOUND-SUB > ZEROS
                      OR WS-WD-INSERT-SUB > ZEROS
               IF WS-WINDOW-DATE(WS-WD-SUB) = JRNL-RUN-DATE
                   MOVE WS-WD-SUB TO WS-WD-FOUND-SUB
               ELSE
                   IF WS-WINDOW-DATE(WS-WD-SUB) < JRNL-RUN-DATE
                       MOVE WS-WD-SUB TO WS-WD-INSERT-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WD-FOUND-SUB = ZEROS
               IF WS-WD-INSERT-SUB = ZEROS
                   AND WS-WD-COUNT < WS-WINDOW-DAYS
                   COMPUTE WS-WD-INSERT-SUB = WS-WD-COUNT + 1
               END-IF
               IF WS-WD-INSERT-SUB > ZEROS
                   IF WS-WD-COUNT < WS-WINDOW-DAYS
                       ADD 1 TO WS-WD-COUNT
                   END-IF
                   PERFORM VARYING WS-WD-SHIFT-SUB FROM WS-WD-COUNT
                           BY -1
                           UNTIL WS-WD-SHIFT-SUB NOT > WS-WD-INSERT-SUB
                       MOVE WS-WINDOW-DATE(WS-WD-SHIFT-SUB - 1)
                           TO WS-WINDOW-DATE(WS-WD-SHIFT-SUB)
                   END-PERFORM
                   MOVE JRNL-RUN-DATE
                       TO WS-WINDOW-DATE(WS-WD-INSERT-SUB)
               END-IF
           END-IF.

      *    SECOND PASS - EVERY CASH DEPOSIT AND WITHDRAWAL IN THE
      *    WINDOW IS ADDED TO ITS CUSTOMER'S DAY, AND THE REVERSAL OF
      *    ONE IS NETTED OFF THE DAY THE REVERSAL POSTED.
       ACCUMULATE-CASH.
           IF WS-WD-COUNT > ZEROS
               OPEN INPUT JOURNAL-FILE
               IF NOT JRNL-FILE-OK
                   DISPLAY "ERROR OPENING JOURNAL FILE: "
                           WS-JRNL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM ACCUMULATE-ONE-JOURNAL-ROW UNTIL JRNL-FILE-EOF
               CLOSE JOURNAL-FILE
           END-IF
           DISPLAY "JOURNAL ROWS READ:    " WS-JRNL-ROWS-READ
           DISPLAY "CASH ITEMS COUNTED:   " WS-CASH-ROWS-COUNTED
           DISPLAY "CASH REVERSALS NETTED:" WS-CASH-REVERSALS-NETTED.

       ACCUMULATE-ONE-JOURNAL-ROW.
           READ JOURNAL-FILE
               AT END
                   SET JRNL-FILE-EOF TO TRUE
               NOT AT END
                   IF JRNL-CASH-ITEM
                       AND (JRNL-TRANS-CODE = 'D'
                            OR JRNL-TRANS-CODE = 'Y'
                            OR JRNL-TRANS-CODE = 'W'
                            OR JRNL-TRANS-CODE = 'V')
                       AND JRNL-ACCT-NUMBER NUMERIC
                       AND JRNL-RUN-DATE NUMERIC
                       AND JRNL-AMOUNT NUMERIC
                       AND JRNL-RUN-DATE NOT < WS-WINDOW-LOW-DATE
                       AND JRNL-RUN-DATE NOT > WS-REPORT-DATE
                       PERFORM FIND-WINDOW-DAY
                       EVALUATE TRUE
                           WHEN WS-WD-FOUND-SUB = ZEROS
                               CONTINUE
                           WHEN JRNL-TRANS-CODE = 'V'
                               PERFORM NET-CASH-REVERSAL
                           WHEN OTHER
                               PERFORM COUNT-CASH-ITEM
                       END-EVALUATE
                   END-IF
           END-READ.

       FIND-WINDOW-DAY.
           MOVE ZEROS TO WS-WD-FOUND-SUB
           PERFORM VARYING WS-WD-SUB FROM 1 BY 1
                   UNTIL WS-WD-SUB > WS-WD-COUNT
                      OR WS-WD-FOUND-SUB > ZEROS
               IF WS-WINDOW-DATE(WS-WD-SUB) = JRNL-RUN-DATE
                   MOVE WS-WD-SUB TO WS-WD-FOUND-SUB
               END-IF
           END-PERFORM.

       COUNT-CASH-ITEM.
           ADD 1 TO WS-CASH-ROWS-COUNTED
           PERFORM FIND-ACCOUNT-OWNER
           PERFORM FIND-CUSTOMER-ENTRY
           IF JRNL-TRANS-CODE = 'D' OR 'Y'
               ADD JRNL-AMOUNT
                   TO WS-CU-CASH-IN(WS-CU-FOUND-SUB, WS-WD-FOUND-SUB)
           ELSE
               ADD JRNL-AMOUNT
                   TO WS-CU-CASH-OUT(WS-CU-FOUND-SUB, WS-WD-FOUND-SUB)
           END-IF
           ADD 1 TO WS-CU-ITEMS(WS-CU-FOUND-SUB, WS-WD-FOUND-SUB)
           IF WS-WD-FOUND-SUB = 1
               AND REPORT-DAY-POSTED
               PERFORM LIST-FILING-ACCOUNT
           END-IF.

      *    THE REVERSAL IS SIGNED WITH ITS EFFECT ON THE BALANCE, SO A
      *    NEGATIVE ONE TOOK BACK A CASH DEPOSIT AND A POSITIVE ONE A
      *    CASH WITHDRAWAL.  IT IS NOT AN ITEM IN ITS OWN RIGHT, AND A
      *    REVERSAL OF AN EARLIER DAY'S CASH TAKES THE DAY IT POSTED
      *    NO LOWER THAN ZERO.
       NET-CASH-REVERSAL.
           ADD 1 TO WS-CASH-REVERSALS-NETTED
           PERFORM FIND-ACCOUNT-OWNER
           PERFORM FIND-CUSTOMER-ENTRY
           IF JRNL-AMOUNT < ZERO
               COMPUTE WS-CASH-NET-AMOUNT = ZERO - JRNL-AMOUNT
               IF WS-CASH-NET-AMOUNT > WS-CU-CASH-IN(WS-CU-FOUND-SUB,
                                                     WS-WD-FOUND-SUB)
                   MOVE ZEROS TO WS-CU-CASH-IN(WS-CU-FOUND-SUB,
                                               WS-WD-FOUND-SUB)
               ELSE
                   SUBTRACT WS-CASH-NET-AMOUNT
                       FROM WS-CU-CASH-IN(WS-CU-FOUND-SUB,
                                          WS-WD-FOUND-SUB)
               END-IF
           ELSE
               MOVE JRNL-AMOUNT TO WS-CASH-NET-AMOUNT
               IF WS-CASH-NET-AMOUNT > WS-CU-CASH-OUT(WS-CU-FOUND-SUB,
                                                      WS-WD-FOUND-SUB)
                   MOVE ZEROS TO WS-CU-CASH-OUT(WS-CU-FOUND-SUB,
                                                WS-WD-FOUND-SUB)
               ELSE
                   SUBTRACT WS-CASH-NET-AMOUNT
                       FROM WS-CU-CASH-OUT(WS-CU-FOUND-SUB,
                                           WS-WD-FOUND-SUB)
               END-IF
           END-IF.

      *    CASH IS AGGREGATED UNDER THE ACCOUNT'S CUSTOMER.  AN
      *    ACCOUNT WITH NO CUSTOMER - OR ONE NO LONGER ON THE MASTER -
      *    STANDS ON ITS OWN UNDER ITS ACCOUNT NUMBER.
       FIND-ACCOUNT-OWNER.
           MOVE JRNL-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-CASH-ACCTS-MISSING
                   DISPLAY "WARNING: Cash item for account "
                           JRNL-ACCT-NUMBER " not on master"
                   MOVE 'A' TO WS-LOOKUP-KEY-TYPE
                   MOVE JRNL-ACCT-NUMBER TO WS-LOOKUP-KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-LOOKUP-ACCT-NAME
               NOT INVALID KEY
                   IF ACCT-CUSTOMER-ID NUMERIC
                       AND ACCT-CUSTOMER-ID > ZEROS
                       MOVE 'C' TO WS-LOOKUP-KEY-TYPE
                       MOVE ACCT-CUSTOMER-ID TO WS-LOOKUP-KEY
                   ELSE
                       MOVE 'A' TO WS-LOOKUP-KEY-TYPE
                       MOVE JRNL-ACCT-NUMBER TO WS-LOOKUP-KEY
                   END-IF
                   MOVE ACCT-NAME TO WS-LOOKUP-ACCT-NAME
           END-READ.

      *    A TABLE OVERFLOW STOPS THE RUN - A FILING BUILT FROM PART
      *    OF THE DAY'S CASH WOULD UNDERSTATE WHAT IS OWED.
       FIND-CUSTOMER-ENTRY.
           MOVE ZEROS TO WS-CU-FOUND-SUB
           PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                   UNTIL WS-CU-SUB > WS-CU-COUNT
                      OR WS-CU-FOUND-SUB > ZEROS
               IF WS-CU-KEY-TYPE(WS-CU-SUB) = WS-LOOKUP-KEY-TYPE
                   AND WS-CU-KEY(WS-CU-SUB) = WS-LOOKUP-KEY
                   MOVE WS-CU-SUB TO WS-CU-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-CU-FOUND-SUB = ZEROS
               IF WS-CU-COUNT >= 2000
                   DISPLAY "ERROR: Customer table full at account "
                           JRNL-ACCT-NUMBER " - monitoring abandoned"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CU-COUNT
               MOVE WS-CU-COUNT TO WS-CU-FOUND-SUB
               INITIALIZE WS-CU-ENTRY(WS-CU-FOUND-SUB)
               MOVE WS-LOOKUP-KEY-TYPE
                   TO WS-CU-KEY-TYPE(WS-CU-FOUND-SUB)
               MOVE WS-LOOKUP-KEY TO WS-CU-KEY(WS-CU-FOUND-SUB)
               PERFORM LOAD-CUSTOMER-DETAILS
           END-IF.

       LOAD-CUSTOMER-DETAILS.
           IF CU-CUSTOMER-KEY(WS-CU-FOUND-SUB)
               MOVE WS-LOOKUP-KEY TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       ADD 1 TO WS-CUSTOMERS-MISSING
                       DISPLAY "WARNING: Customer " WS-LOOKUP-KEY
                               " not on customer file"
                       MOVE "CUSTOMER NOT ON FILE"
                           TO WS-CU-NAME(WS-CU-FOUND-SUB)
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-CU-NAME(WS-CU-FOUND-SUB)
                       MOVE CUST-ADDRESS
                           TO WS-CU-ADDRESS(WS-CU-FOUND-SUB)
                       MOVE CUST-TAX-ID
                           TO WS-CU-TAX-ID(WS-CU-FOUND-SUB)
               END-READ
           ELSE
               MOVE WS-LOOKUP-ACCT-NAME TO WS-CU-NAME(WS-CU-FOUND-SUB)
           END-IF.

      *    THE FILING NAMES EACH ACCOUNT THE DAY'S CASH WENT THROUGH,
      *    ONCE, UP TO THE TEN THE EXTRACT HOLDS.
       LIST-FILING-ACCOUNT.
           MOVE 'N' TO WS-CU-ACCT-FOUND-SWITCH
           PERFORM VARYING WS-CU-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-CU-ACCT-SUB > WS-CU-ACCT-COUNT
                                             (WS-CU-FOUND-SUB)
                      OR CU-ACCT-LISTED
               IF WS-CU-ACCT-NUMBER(WS-CU-FOUND-SUB, WS-CU-ACCT-SUB)
                   = JRNL-ACCT-NUMBER
                   SET CU-ACCT-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT CU-ACCT-LISTED
               IF WS-CU-ACCT-COUNT(WS-CU-FOUND-SUB) < 10
                   ADD 1 TO WS-CU-ACCT-COUNT(WS-CU-FOUND-SUB)
                   MOVE JRNL-ACCT-NUMBER
                       TO WS-CU-ACCT-NUMBER(WS-CU-FOUND-SUB,
                              WS-CU-ACCT-COUNT(WS-CU-FOUND-SUB))
               ELSE
                   DISPLAY "WARNING: More than 10 cash accounts for "
                           WS-CU-KEY(WS-CU-FOUND-SUB) " - account "
                           JRNL-ACCT-NUMBER " not listed on filing"
               END-IF
           END-IF.

      *    CASH IN AND CASH OUT ARE TESTED SEPARATELY - EITHER ONE OVER
      *    THE THRESHOLD FOR THE DAY REQUIRES A FILING.
       WRITE-CTR-EXTRACT.
           IF REPORT-DAY-POSTED
               PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                       UNTIL WS-CU-SUB > WS-CU-COUNT
                   IF WS-CU-CASH-IN(WS-CU-SUB, 1) > WS-CTR-THRESHOLD
                       OR WS-CU-CASH-OUT(WS-CU-SUB, 1)
                           > WS-CTR-THRESHOLD
                       PERFORM WRITE-ONE-CTR-RECORD
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY "CTR RECORDS EXTRACTED: " WS-CTR-RECORDS-WRITTEN.

       WRITE-ONE-CTR-RECORD.
           MOVE WS-REPORT-DATE TO CTR-BUSINESS-DATE
           IF CU-CUSTOMER-KEY(WS-CU-SUB)
               MOVE WS-CU-KEY(WS-CU-SUB) TO CTR-CUSTOMER-ID
           ELSE
               MOVE ZEROS TO CTR-CUSTOMER-ID
           END-IF
           MOVE WS-CU-NAME(WS-CU-SUB) TO CTR-NAME
           MOVE WS-CU-ADDRESS(WS-CU-SUB) TO CTR-ADDRESS
           MOVE WS-CU-TAX-ID(WS-CU-SUB) TO CTR-TAX-ID
           MOVE WS-CU-CASH-IN(WS-CU-SUB, 1) TO CTR-CASH-IN
           MOVE WS-CU-CASH-OUT(WS-CU-SUB, 1) TO CTR-CASH-OUT
           MOVE WS-CU-ITEMS(WS-CU-SUB, 1) TO CTR-ITEM-COUNT
           MOVE WS-CU-ACCT-COUNT(WS-CU-SUB) TO CTR-ACCOUNT-COUNT
           PERFORM VARYING WS-CU-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-CU-ACCT-SUB > 10
               MOVE WS-CU-ACCT-NUMBER(WS-CU-SUB, WS-CU-ACCT-SUB)
                   TO CTR-ACCT-NUMBER(WS-CU-ACCT-SUB)
           END-PERFORM
           WRITE CTR-EXTRACT-RECORD
           ADD 1 TO WS-CTR-RECORDS-WRITTEN.

       WRITE-WATCH-REPORT.
           PERFORM WRITE-REPORT-HEADING
           PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                   UNTIL WS-CU-SUB > WS-CU-COUNT
               PERFORM TEST-ONE-CUSTOMER
           END-PERFORM
           IF WS-WATCH-CUSTOMERS = ZEROS
               MOVE WS-NO-WATCH-LINE TO WATCH-REPORT-LINE
               WRITE WATCH-REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-REPORT-LINE-CTR
           END-IF
           PERFORM WRITE-REPORT-TOTALS.

      *    A BAND DAY IS A BUSINESS DAY WHEN THE CUSTOMER'S CASH IN OR
      *    CASH OUT CAME TO AT LEAST THE FLOOR WITHOUT GOING OVER THE
      *    THRESHOLD - CASH KEPT JUST LOW ENOUGH TO AVOID A FILING.
       TEST-ONE-CUSTOMER.
           MOVE ZEROS TO WS-WINDOW-CASH-IN
           MOVE ZEROS TO WS-WINDOW-CASH-OUT
           MOVE ZEROS TO WS-BAND-DAYS
           MOVE ZEROS TO WS-OVER-DAYS
           MOVE ZEROS TO WS-CASH-DAYS
           PERFORM VARYING WS-WD-SUB FROM 1 BY 1
                   UNTIL WS-WD-SUB > WS-WD-COUNT
               IF WS-CU-ITEMS(WS-CU-SUB, WS-WD-SUB) > ZEROS
                   ADD 1 TO WS-CASH-DAYS
                   ADD WS-CU-CASH-IN(WS-CU-SUB, WS-WD-SUB)
                       TO WS-WINDOW-CASH-IN
                   ADD WS-CU-CASH-OUT(WS-CU-SUB, WS-WD-SUB)
                       TO WS-WINDOW-CASH-OUT
                   EVALUATE TRUE
                       WHEN WS-CU-CASH-IN(WS-CU-SUB, WS-WD-SUB)
                               > WS-CTR-THRESHOLD
                       WHEN WS-CU-CASH-OUT(WS-CU-SUB, WS-WD-SUB)
                               > WS-CTR-THRESHOLD
                           ADD 1 TO WS-OVER-DAYS
                       WHEN WS-CU-CASH-IN(WS-CU-SUB, WS-WD-SUB)
                               NOT < WS-WATCH-FLOOR
                       WHEN WS-CU-CASH-OUT(WS-CU-SUB, WS-WD-SUB)
                               NOT < WS-WATCH-FLOOR
                           ADD 1 TO WS-BAND-DAYS
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-BAND-DAYS NOT < WS-MIN-WATCH-DAYS
               PERFORM WRITE-WATCH-DETAIL
           END-IF.

       WRITE-WATCH-DETAIL.
           IF WS-REPORT-LINE-CTR >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           ADD 1 TO WS-WATCH-CUSTOMERS
           IF CU-CUSTOMER-KEY(WS-CU-SUB)
               MOVE "CUST" TO WS-RD-KEY-TYPE
           ELSE
               MOVE "ACCT" TO WS-RD-KEY-TYPE
           END-IF
           MOVE WS-CU-KEY(WS-CU-SUB) TO WS-RD-KEY
           MOVE WS-CU-NAME(WS-CU-SUB) TO WS-RD-NAME
           MOVE WS-BAND-DAYS TO WS-RD-BAND-DAYS
           MOVE WS-OVER-DAYS TO WS-RD-OVER-DAYS
           MOVE WS-CASH-DAYS TO WS-RD-CASH-DAYS
           MOVE WS-WINDOW-CASH-IN TO WS-RD-CASH-IN
           MOVE WS-WINDOW-CASH-OUT TO WS-RD-CASH-OUT
           MOVE WS-REPORT-DETAIL TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-CTR.

       WRITE-REPORT-HEADING.
           ADD 1 TO WS-REPORT-PAGE-NO
           MOVE WS-REPORT-PAGE-NO TO WS-RH1-PAGE-NO
           MOVE WS-REPORT-HEADING-1 TO WATCH-REPORT-LINE
           IF WS-REPORT-PAGE-NO = 1
               WRITE WATCH-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE WATCH-REPORT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE WS-REPORT-DATE TO WS-RH2-REPORT-DATE
           MOVE WS-WD-COUNT TO WS-RH2-WINDOW-DAYS
           MOVE WS-WINDOW-LOW-DATE TO WS-RH2-LOW-DATE
           MOVE WS-REPORT-HEADING-2 TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE WS-WATCH-FLOOR TO WS-RH3-FLOOR
           MOVE WS-CTR-THRESHOLD TO WS-RH3-THRESHOLD
           MOVE WS-MIN-WATCH-DAYS TO WS-RH3-MIN-DAYS
           MOVE WS-REPORT-HEADING-3 TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-REPORT-HEADING-4 TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE 6 TO WS-REPORT-LINE-CTR.

       WRITE-REPORT-TOTALS.
           MOVE WS-CASH-ROWS-COUNTED TO WS-RT1-COUNT
           MOVE WS-REPORT-TOTALS-1 TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE WS-CU-COUNT TO WS-RT2-COUNT
           MOVE WS-REPORT-TOTALS-2 TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CTR-RECORDS-WRITTEN TO WS-RT3-COUNT
           MOVE WS-REPORT-TOTALS-3 TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-WATCH-CUSTOMERS TO WS-RT4-COUNT
           MOVE WS-REPORT-TOTALS-4 TO WATCH-REPORT-LINE
           WRITE WATCH-REPORT-LINE AFTER ADVANCING 1 LINE.

       CLEANUP-PROGRAM.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CTR-EXTRACT-FILE
           CLOSE WATCH-REPORT-FILE
           DISPLAY "CUSTOMERS WITH CASH:  " WS-CU-COUNT
           DISPLAY "CUSTOMERS ON WATCH:   " WS-WATCH-CUSTOMERS
           IF WS-CASH-ACCTS-MISSING > ZEROS
               OR WS-CUSTOMERS-MISSING > ZEROS
               DISPLAY "WARNING: Cash items with no account or "
                       "customer on file - see messages above"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "=== CASH TRANSACTION MONITOR COMPLETE ===".
