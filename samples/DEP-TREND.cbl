       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-TREND.
       AUTHOR. SEKACORN.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MONTHLY DEPOSIT TREND REPORT - RUNS ON DEMAND AFTER MONTH END
      * Reads the month-end snapshot history the account processor
      * writes on the first run of each new month and prints, for
      * every branch and for the bank, each product's accounts,
      * accounts opened and closed, net new accounts, deposits,
      * average balance, fees and interest for the report month,
      * the month before and the same month a year earlier, with
      * the report month's deposit growth over each.  Closures come
      * from the closed account archive, dated by the first time an
      * account was archived and placed at the branch it was under
      * on its last snapshot.  Each branch's share of bank deposits
      * follows its totals.  The report month is the latest complete
      * snapshot unless the parameter card names another.  A month
      * whose detail rows do not agree with its trailer is not
      * reported and the run ends with a return code of 8.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SNAPSHOT-FILE
               ASSIGN TO "SNAPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT OPTIONAL CLOSED-ACCOUNT-FILE
               ASSIGN TO "CLOSEDACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-FILE-STATUS.

           SELECT BRANCH-TABLE-FILE
               ASSIGN TO "BRANCHTBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-FILE-STATUS.

           SELECT TREND-PARM-FILE
               ASSIGN TO "TRENDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT TREND-REPORT-FILE
               ASSIGN TO "TRENDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREND-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S SNAPSHOT-RECORD - A
      *    DETAIL PER ACCOUNT FOR EACH MONTH THEN THE MONTH'S TRAILER.
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
                   88  SH-CLOSED       VALUE 'C'.
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

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S CLOSED-ACCOUNT-
      *    RECORD.  A CLOSED ACCOUNT IS ARCHIVED AGAIN ON EVERY RUN
      *    UNTIL IT IS PURGED, SO ITS EARLIEST ARCHIVE DATE IS THE
      *    DAY IT WAS CLOSED.
       FD  CLOSED-ACCOUNT-FILE.
       01  CLOSED-ACCOUNT-RECORD.
           05  CA-ACCT-NUMBER          PIC 9(10).
           05  CA-ACCT-NAME            PIC X(30).
           05  CA-ACCT-BALANCE         PIC S9(9)V99.
           05  CA-ACCT-TYPE            PIC X.
           05  CA-ARCHIVE-DATE         PIC 9(8).
           05  CA-CUSTOMER-ID          PIC 9(8).
           05  CA-INTEREST-PAID-YTD    PIC S9(7)V99.
           05  CA-EARN-CREDIT-YTD      PIC S9(7)V99.

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S BRANCH TABLE.
       FD  BRANCH-TABLE-FILE.
       01  BRANCH-TABLE-RECORD.
           05  BT-BRANCH-CODE          PIC 9(3).
           05  BT-BRANCH-NAME          PIC X(20).

      *    TREND CONTROL CARD - THE REPORT MONTH AS YYYYMM, FOR A
      *    RERUN OF AN EARLIER MONTH.  WITHOUT IT THE LATEST COMPLETE
      *    SNAPSHOT ON FILE IS REPORTED.
       FD  TREND-PARM-FILE.
       01  TREND-PARM-RECORD.
           05  TP-REPORT-MONTH         PIC 9(6).
           05  TP-REPORT-MONTH-R REDEFINES TP-REPORT-MONTH.
               10  TP-REPORT-YEAR      PIC 9(4).
               10  TP-REPORT-MM        PIC 9(2).

      *    PRINTED TREND REPORT - A BLOCK PER BRANCH, THEN THE BANK.
       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
      *    '05' = OPTIONAL FILE NOT PRESENT - NO MONTH HAS BEEN CLOSED
      *    YET, OR NO ACCOUNT HAS EVER BEEN CLOSED.
       01  WS-SNAP-FILE-STATUS         PIC XX.
           88  SNAP-FILE-OK            VALUE '00', '05'.
           88  SNAP-FILE-EOF           VALUE '10'.

       01  WS-CLOSED-FILE-STATUS       PIC XX.
           88  CLOSED-FILE-OK          VALUE '00', '05'.
           88  CLOSED-FILE-EOF         VALUE '10'.

       01  WS-BRANCH-FILE-STATUS       PIC XX.
           88  BRANCH-FILE-OK          VALUE '00'.
           88  BRANCH-FILE-EOF         VALUE '10'.

       01  WS-PARM-FILE-STATUS         PIC XX.
           88  PARM-FILE-OK            VALUE '00'.

       01  WS-TREND-RPT-FILE-STATUS    PIC XX.
           88  TREND-RPT-FILE-OK       VALUE '00'.

      *    A DATE OR MONTH IS BROKEN DOWN HERE TO STEP BACK A MONTH
      *    OR A YEAR, OR TO TAKE THE MONTH A DATE FALLS IN.
       01  WS-DATE-WORK.
           05  WS-DW-DATE              PIC 9(8).
           05  WS-DW-DATE-R REDEFINES WS-DW-DATE.
               10  WS-DW-MONTH         PIC 9(6).
               10  WS-DW-DAY           PIC 9(2).
       01  WS-MONTH-WORK.
           05  WS-MW-MONTH             PIC 9(6).
           05  WS-MW-MONTH-R REDEFINES WS-MW-MONTH.
               10  WS-MW-YEAR          PIC 9(4).
               10  WS-MW-MM            PIC 9(2).

      *    EVERY MONTH ON THE HISTORY WITH ITS DETAIL COUNT AND
      *    BALANCE AS READ, AND AS ITS TRAILER STATES THEM.  A MONTH
      *    CUT SHORT IS TAKEN AGAIN IN FULL, SO IT CAN HAVE MORE THAN
      *    ONE BLOCK OF DETAIL; ONLY THE BLOCK ITS TRAILER CLOSES IS
      *    COUNTED, AND THE SECOND PASS TAKES ONLY THAT BLOCK.
       01  WS-MONTH-TABLE.
           05  WS-MT-ENTRY OCCURS 240 TIMES.
               10  WS-MT-MONTH         PIC 9(6).
               10  WS-MT-DETAILS       PIC 9(7).
               10  WS-MT-BALANCE       PIC S9(13)V99.
               10  WS-MT-TRAILER-SWITCH PIC X.
                   88  MT-HAS-TRAILER  VALUE 'Y'.
               10  WS-MT-TRAILER-COUNT PIC 9(7).
               10  WS-MT-TRAILER-TOTAL PIC S9(13)V99.
               10  WS-MT-BLOCKS        PIC 9(3).
               10  WS-MT-GOOD-BLOCK    PIC 9(3).
               10  WS-MT-PASS-BLOCK    PIC 9(3).
       01  WS-MT-COUNT                 PIC 9(3) VALUE ZEROS.
       01  WS-MT-SUB                   PIC 9(3).
       01  WS-MT-FOUND-SUB             PIC 9(3).
       01  WS-MT-LOOKUP-MONTH          PIC 9(6).

      *    A SNAPSHOT IS WRITTEN IN ACCOUNT ORDER, SO A NEW BLOCK
      *    STARTS WHEN THE MONTH CHANGES OR THE ACCOUNT NUMBER DOES
      *    NOT RISE.
       01  WS-PREV-DETAIL-MONTH        PIC 9(6) VALUE ZEROS.
       01  WS-PREV-DETAIL-ACCT         PIC 9(10) VALUE ZEROS.
       01  WS-BLOCK-START-SWITCH       PIC X VALUE 'N'.
           88  BLOCK-START             VALUE 'Y'.

      *    THE THREE MONTHS COMPARED - THE REPORT MONTH, THE MONTH
      *    BEFORE IT AND THE SAME MONTH A YEAR EARLIER.  ONLY A MONTH
      *    WHOSE TRAILER AGREES WITH ITS DETAIL IS REPORTED.
       01  WS-PERIOD-TABLE.
           05  WS-PD-ENTRY OCCURS 3 TIMES.
               10  WS-PD-MONTH         PIC 9(6).
               10  WS-PD-STATE         PIC X.
                   88  PD-USABLE       VALUE 'U'.
                   88  PD-MISSING      VALUE 'M'.
                   88  PD-INCOMPLETE   VALUE 'I'.
       01  WS-PD-SUB                   PIC 9(1).
       01  WS-PD-FOUND-SUB             PIC 9(1).
       01  WS-REPORT-MONTH             PIC 9(6) VALUE ZEROS.

      *    CLOSED ACCOUNTS - THE EARLIEST ARCHIVE DATE, WITH THE TYPE
      *    AND BRANCH FROM THE ACCOUNT'S LATEST SNAPSHOT.  ONE CLOSED
      *    BEFORE ITS FIRST SNAPSHOT HAS NO KNOWN BRANCH AND IS SHOWN
      *    UNDER BRANCH 000.
       01  WS-CLOSED-TABLE.
           05  WS-CL-ENTRY OCCURS 5000 TIMES.
               10  WS-CL-ACCT-NUMBER   PIC 9(10).
               10  WS-CL-CLOSE-DATE    PIC 9(8).
               10  WS-CL-ACCT-TYPE     PIC X.
               10  WS-CL-BRANCH-CODE   PIC 9(3).
               10  WS-CL-SEEN-SWITCH   PIC X.
                   88  CL-ON-SNAPSHOT  VALUE 'Y'.
       01  WS-CL-COUNT                 PIC 9(4) VALUE ZEROS.
       01  WS-CL-SUB                   PIC 9(4).
       01  WS-CL-FOUND-SUB             PIC 9(4).
       01  WS-CL-LOOKUP-ACCT           PIC 9(10).

      *    TREND REGISTRY - A ROW PER BRANCH IN BRANCH ORDER, THE LAST
      *    ROW THE BANK; A BRANCH PAST THE LAST SLOT IS BUCKETED UNDER
      *    THE FIRST WITH A WARNING.  WITHIN A BRANCH A COLUMN PER
      *    PRODUCT (CHECKING, SAVINGS, BUSINESS, TIME DEPOSIT) AND A
      *    FIFTH FOR THE BRANCH TOTAL, EACH WITH THE THREE MONTHS.
      *    ACCOUNTS AND BALANCE COVER ACCOUNTS NOT CLOSED AT MONTH END.
       01  WS-TREND-TABLE.
           05  WS-TR-BRANCH-ENTRY OCCURS 11 TIMES.
               10  WS-TR-CODE          PIC 9(3).
               10  WS-TR-PRODUCT OCCURS 5 TIMES.
                   15  WS-TR-PERIOD OCCURS 3 TIMES.
                       20  WS-TR-ACCOUNTS  PIC 9(7).
                       20  WS-TR-BALANCE   PIC S9(13)V99.
                       20  WS-TR-FEES      PIC S9(11)V99.
                       20  WS-TR-INTEREST  PIC S9(11)V99.
                       20  WS-TR-OPENED    PIC 9(7).
                       20  WS-TR-CLOSED    PIC 9(7).
       01  WS-TR-COUNT                 PIC 9(2) VALUE ZEROS.
       01  WS-TR-BANK-SUB              PIC 9(2) VALUE 11.
       01  WS-TR-TOTAL-SUB             PIC 9(1) VALUE 5.
       01  WS-TR-LOOKUP-CODE           PIC 9(3).
       01  WS-TB-SUB                   PIC 9(2).
       01  WS-TB-REG-SUB               PIC 9(2).
       01  WS-TB-SHIFT-SUB             PIC 9(2).
       01  WS-TP-SUB                   PIC 9(1).
       01  WS-CB-SUB                   PIC 9(2).
       01  WS-CP-SUB                   PIC 9(1).

      *    ONE ROW'S FIGURES, ADDED TO ITS BRANCH AND PRODUCT, ITS
      *    BRANCH TOTAL, THE BANK'S PRODUCT AND THE BANK TOTAL.
       01  WS-CELL-WORK.
           05  WS-CELL-ACCOUNTS        PIC 9(7).
           05  WS-CELL-BALANCE         PIC S9(13)V99.
           05  WS-CELL-FEES            PIC S9(11)V99.
           05  WS-CELL-INTEREST        PIC S9(11)V99.
           05  WS-CELL-OPENED          PIC 9(7).
           05  WS-CELL-CLOSED          PIC 9(7).

       01  WS-TYPE-CODE                PIC X.
       01  WS-PRODUCT-NAMES.
           05  WS-PRODUCT-NAME OCCURS 5 TIMES PIC X(12).

       01  WS-TREND-WORK.
           05  WS-AVERAGE-BALANCE      PIC S9(11).
           05  WS-NET-NEW              PIC S9(7).
           05  WS-PERCENT              PIC S9(4)V9.
           05  WS-PERCENT-SWITCH       PIC X.
               88  PERCENT-AVAILABLE   VALUE 'Y'.
           05  WS-PRODUCT-SWITCH       PIC X.
               88  PRODUCT-HAS-DATA    VALUE 'Y'.

       01  WS-TREND-COUNTS.
           05  WS-SNAP-ROWS-READ       PIC 9(7) VALUE ZEROS.
           05  WS-CLOSED-ROWS-READ     PIC 9(7) VALUE ZEROS.
           05  WS-CLOSED-NO-BRANCH     PIC 9(7) VALUE ZEROS.
           05  WS-UNKNOWN-TYPE-ROWS    PIC 9(7) VALUE ZEROS.

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
               VALUE "MONTHLY DEPOSIT TREND - BRANCH/PRODUCT ".
           05  FILLER                  PIC X(6) VALUE "PAGE ".
           05  WS-RH1-PAGE-NO          PIC ZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(14)
               VALUE "REPORT MONTH: ".
           05  WS-RH2-REPORT-MONTH     PIC 9(6).
           05  FILLER                  PIC X(16)
               VALUE "   PRIOR MONTH: ".
           05  WS-RH2-PRIOR-MONTH      PIC 9(6).
           05  FILLER                  PIC X(15)
               VALUE "   PRIOR YEAR: ".
           05  WS-RH2-PRIOR-YEAR       PIC 9(6).

       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(12) VALUE "PRODUCT".
           05  FILLER                  PIC X(7) VALUE " ACCTS ".
           05  FILLER                  PIC X(7) VALUE "OPENED ".
           05  FILLER                  PIC X(7) VALUE "CLOSED ".
           05  FILLER                  PIC X(8) VALUE "NET NEW ".
           05  FILLER                  PIC X(15)
               VALUE "      DEPOSITS ".
           05  FILLER                  PIC X(13)
               VALUE " AVG BALANCE ".
           05  FILLER                  PIC X(12)
               VALUE "       FEES ".
           05  FILLER                  PIC X(12)
               VALUE "   INTEREST ".
           05  FILLER                  PIC X(7) VALUE "  CHG %".

       01  WS-BRANCH-TITLE-LINE.
           05  FILLER                  PIC X(7) VALUE "BRANCH ".
           05  WS-BTT-CODE             PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-BTT-NAME             PIC X(20).

      *    ON A PRIOR MONTH OR PRIOR YEAR LINE THE CHANGE IS THE
      *    REPORT MONTH'S DEPOSIT GROWTH OVER THAT MONTH.
       01  WS-TREND-DETAIL.
           05  WS-TL-LABEL             PIC X(12).
           05  WS-TL-ACCOUNTS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TL-OPENED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TL-CLOSED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TL-NET-NEW           PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TL-BALANCE           PIC Z,ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TL-AVERAGE           PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TL-FEES              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TL-INTEREST          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TL-CHANGE            PIC ZZZ9.9-.
           05  WS-TL-CHANGE-X REDEFINES WS-TL-CHANGE PIC X(7).

       01  WS-TREND-NA-LINE.
           05  WS-TNA-LABEL            PIC X(12).
           05  WS-TNA-MONTH            PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TNA-TEXT             PIC X(40).

       01  WS-SHARE-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(31)
               VALUE "SHARE OF BANK DEPOSITS (%):  ".
           05  FILLER                  PIC X(7) VALUE "MONTH ".
           05  WS-SL-CURRENT           PIC ZZ9.9.
           05  WS-SL-CURRENT-X REDEFINES WS-SL-CURRENT PIC X(5).
           05  FILLER                  PIC X(12) VALUE "   PRIOR MO ".
           05  WS-SL-PRIOR-MONTH       PIC ZZ9.9.
           05  WS-SL-PRIOR-MONTH-X REDEFINES WS-SL-PRIOR-MONTH
                                       PIC X(5).
           05  FILLER                  PIC X(12) VALUE "   PRIOR YR ".
           05  WS-SL-PRIOR-YEAR        PIC ZZ9.9.
           05  WS-SL-PRIOR-YEAR-X REDEFINES WS-SL-PRIOR-YEAR
                                       PIC X(5).

       01  WS-BANK-TITLE-LINE          PIC X(40)
           VALUE "BANK TOTAL - ALL BRANCHES".

       01  WS-NO-SNAPSHOT-LINE         PIC X(40)
           VALUE "NO MONTH-END SNAPSHOT ON FILE".

       01  WS-REPORT-TOTALS-1.
           05  FILLER                  PIC X(30)
               VALUE "SNAPSHOT ROWS READ:".
           05  WS-RT1-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-2.
           05  FILLER                  PIC X(30)
               VALUE "MONTHS ON SNAPSHOT HISTORY:".
           05  WS-RT2-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-3.
           05  FILLER                  PIC X(30)
               VALUE "CLOSED ACCOUNT ROWS READ:".
           05  WS-RT3-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-4.
           05  FILLER                  PIC X(30)
               VALUE "CLOSURES WITH NO KNOWN BRANCH:".
           05  WS-RT4-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-5.
           05  FILLER                  PIC X(30)
               VALUE "ROWS WITH UNKNOWN ACCT TYPE:".
           05  WS-RT5-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-FOOTNOTE.
           05  FILLER                  PIC X(36)
               VALUE "CHG % ON A PRIOR LINE IS THE REPORT ".
           05  FILLER                  PIC X(40)
               VALUE "MONTH'S DEPOSIT GROWTH OVER THAT MONTH".

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-SNAPSHOT-MONTHS
           PERFORM SET-REPORT-PERIODS
           PERFORM LOAD-CLOSED-ACCOUNTS
           PERFORM ACCUMULATE-SNAPSHOTS
           PERFORM ATTRIBUTE-CLOSURES
           PERFORM WRITE-TREND-REPORT
           PERFORM CLEANUP-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           DISPLAY "=== MONTHLY DEPOSIT TREND ==="
           PERFORM LOAD-TREND-PARAMETERS
           PERFORM LOAD-BRANCH-NAMES

           OPEN OUTPUT TREND-REPORT-FILE
           IF NOT TREND-RPT-FILE-OK
               DISPLAY "ERROR OPENING TREND REPORT FILE: "
                       WS-TREND-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "CHECKING" TO WS-PRODUCT-NAME(1)
           MOVE "SAVINGS" TO WS-PRODUCT-NAME(2)
           MOVE "BUSINESS" TO WS-PRODUCT-NAME(3)
           MOVE "TIME DEPOSIT" TO WS-PRODUCT-NAME(4)
           MOVE "BRANCH TOTAL" TO WS-PRODUCT-NAME(5)
           INITIALIZE WS-TREND-TABLE.

      *    A MONTH ON THE CARD MUST BE A REAL MONTH; OTHERWISE THE
      *    LATEST COMPLETE SNAPSHOT IS TAKEN.
       LOAD-TREND-PARAMETERS.
           OPEN INPUT TREND-PARM-FILE
           IF PARM-FILE-OK
               READ TREND-PARM-FILE
                   AT END
                       DISPLAY "TREND PARAMETER FILE EMPTY - USING "
                               "DEFAULTS"
                   NOT AT END
                       IF TP-REPORT-MONTH NUMERIC
                           AND TP-REPORT-MONTH > ZEROS
                           AND TP-REPORT-MM > ZEROS
                           AND TP-REPORT-MM NOT > 12
                           MOVE TP-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE TREND-PARM-FILE
           ELSE
               DISPLAY "NO TREND PARAMETER FILE - USING DEFAULTS"
           END-IF.

      *    BRANCH NAMES ARE A NICETY ON THE BLOCK TITLES - WITHOUT THE
      *    TABLE THE REPORT STILL RUNS AND PRINTS CODES ONLY.
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

      *    FIRST PASS OF THE HISTORY - WHICH MONTHS ARE ON FILE AND
      *    WHETHER EACH IS COMPLETE.
       LOAD-SNAPSHOT-MONTHS.
           OPEN INPUT SNAPSHOT-FILE
           IF NOT SNAP-FILE-OK
               DISPLAY "ERROR OPENING SNAPSHOT HISTORY FILE: "
                       WS-SNAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-SNAPSHOT-MONTH UNTIL SNAP-FILE-EOF
           CLOSE SNAPSHOT-FILE
           DISPLAY "SNAPSHOT MONTHS ON FILE: " WS-MT-COUNT.

       LOAD-ONE-SNAPSHOT-MONTH.
           READ SNAPSHOT-FILE
               AT END
                   SET SNAP-FILE-EOF TO TRUE
               NOT AT END
                   IF SH-SNAP-MONTH NUMERIC
                       AND ((SH-TYPE-DETAIL AND SH-ACCT-NUMBER NUMERIC)
                            OR SH-TYPE-TRAILER)
                       ADD 1 TO WS-SNAP-ROWS-READ
                       PERFORM CHECK-SNAPSHOT-BLOCK
                       MOVE SH-SNAP-MONTH TO WS-MT-LOOKUP-MONTH
                       PERFORM FIND-MONTH-ENTRY
                       IF WS-MT-FOUND-SUB > ZEROS
                           PERFORM COUNT-SNAPSHOT-ROW
                       END-IF
                   END-IF
           END-READ.

      *    DETAIL AFTER A MONTH'S TRAILER BELONGS TO NO COMPLETE
      *    SNAPSHOT AND IS LEFT OUT; A SECOND TRAILER IS IGNORED.
       COUNT-SNAPSHOT-ROW.
           IF SH-TYPE-DETAIL
               IF BLOCK-START
                   ADD 1 TO WS-MT-BLOCKS(WS-MT-FOUND-SUB)
                   IF NOT MT-HAS-TRAILER(WS-MT-FOUND-SUB)
                       AND WS-MT-BLOCKS(WS-MT-FOUND-SUB) > 1
                       DISPLAY "WARNING: Snapshot for month "
                               WS-MT-MONTH(WS-MT-FOUND-SUB)
                               " retaken - earlier partial rows "
                               "ignored"
                       MOVE ZEROS TO WS-MT-DETAILS(WS-MT-FOUND-SUB)
                       MOVE ZEROS TO WS-MT-BALANCE(WS-MT-FOUND-SUB)
                   END-IF
               END-IF
               IF NOT MT-HAS-TRAILER(WS-MT-FOUND-SUB)
                   ADD 1 TO WS-MT-DETAILS(WS-MT-FOUND-SUB)
                   IF SH-BALANCE NUMERIC
                       ADD SH-BALANCE TO WS-MT-BALANCE(WS-MT-FOUND-SUB)
                   END-IF
               END-IF
           ELSE
               IF NOT MT-HAS-TRAILER(WS-MT-FOUND-SUB)
                   PERFORM CLOSE-SNAPSHOT-MONTH
               END-IF
           END-IF.

       CLOSE-SNAPSHOT-MONTH.
           MOVE 'Y' TO WS-MT-TRAILER-SWITCH(WS-MT-FOUND-SUB)
           MOVE WS-MT-BLOCKS(WS-MT-FOUND-SUB)
               TO WS-MT-GOOD-BLOCK(WS-MT-FOUND-SUB)
           IF SH-RECORD-COUNT NUMERIC
               MOVE SH-RECORD-COUNT
                   TO WS-MT-TRAILER-COUNT(WS-MT-FOUND-SUB)
           END-IF
           IF SH-BALANCE-TOTAL NUMERIC
               MOVE SH-BALANCE-TOTAL
                   TO WS-MT-TRAILER-TOTAL(WS-MT-FOUND-SUB)
           END-IF.

      *    BOTH PASSES SPLIT THE HISTORY INTO BLOCKS THE SAME WAY, SO
      *    THE SECOND PASS CAN PICK OUT THE BLOCK THE FIRST COUNTED.
       CHECK-SNAPSHOT-BLOCK.
           MOVE 'N' TO WS-BLOCK-START-SWITCH
           IF SH-TYPE-DETAIL
               IF SH-SNAP-MONTH NOT = WS-PREV-DETAIL-MONTH
                   OR SH-ACCT-NUMBER NOT > WS-PREV-DETAIL-ACCT
                   SET BLOCK-START TO TRUE
               END-IF
               MOVE SH-SNAP-MONTH TO WS-PREV-DETAIL-MONTH
               MOVE SH-ACCT-NUMBER TO WS-PREV-DETAIL-ACCT
           ELSE
               MOVE ZEROS TO WS-PREV-DETAIL-MONTH
               MOVE ZEROS TO WS-PREV-DETAIL-ACCT
           END-IF.

       LOCATE-MONTH-ENTRY.
           MOVE ZEROS TO WS-MT-FOUND-SUB
           PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                   UNTIL WS-MT-SUB > WS-MT-COUNT
                      OR WS-MT-FOUND-SUB > ZEROS
               IF WS-MT-MONTH(WS-MT-SUB) = WS-MT-LOOKUP-MONTH
                   MOVE WS-MT-SUB TO WS-MT-FOUND-SUB
               END-IF
           END-PERFORM.

       FIND-MONTH-ENTRY.
           PERFORM LOCATE-MONTH-ENTRY
           IF WS-MT-FOUND-SUB = ZEROS
               IF WS-MT-COUNT < 240
                   ADD 1 TO WS-MT-COUNT
                   MOVE WS-MT-COUNT TO WS-MT-FOUND-SUB
                   INITIALIZE WS-MT-ENTRY(WS-MT-FOUND-SUB)
                   MOVE WS-MT-LOOKUP-MONTH
                       TO WS-MT-MONTH(WS-MT-FOUND-SUB)
               ELSE
                   DISPLAY "WARNING: Snapshot month table full - "
                           "month " WS-MT-LOOKUP-MONTH " ignored"
               END-IF
           END-IF.

      *    WITHOUT A MONTH ON THE CARD THE LATEST MONTH WITH A
      *    TRAILER IS REPORTED.  A MISSING PRIOR MONTH OR PRIOR YEAR
      *    IS NORMAL EARLY IN THE HISTORY; A MISSING REPORT MONTH OR
      *    ANY INCOMPLETE MONTH ENDS THE RUN WITH A RETURN CODE OF 8.
       SET-REPORT-PERIODS.
           IF WS-REPORT-MONTH = ZEROS
               PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                       UNTIL WS-MT-SUB > WS-MT-COUNT
                   IF MT-HAS-TRAILER(WS-MT-SUB)
                       AND WS-MT-MONTH(WS-MT-SUB) > WS-REPORT-MONTH
                       MOVE WS-MT-MONTH(WS-MT-SUB) TO WS-REPORT-MONTH
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REPORT-MONTH = ZEROS
               DISPLAY "WARNING: No month-end snapshot on file"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-REPORT-MONTH TO WS-PD-MONTH(1)
               MOVE WS-REPORT-MONTH TO WS-MW-MONTH
               IF WS-MW-MM = 1
                   SUBTRACT 1 FROM WS-MW-YEAR
                   MOVE 12 TO WS-MW-MM
               ELSE
                   SUBTRACT 1 FROM WS-MW-MM
               END-IF
               MOVE WS-MW-MONTH TO WS-PD-MONTH(2)
               MOVE WS-REPORT-MONTH TO WS-MW-MONTH
               SUBTRACT 1 FROM WS-MW-YEAR
               MOVE WS-MW-MONTH TO WS-PD-MONTH(3)
               PERFORM CHECK-ONE-PERIOD
                   VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > 3
               DISPLAY "REPORT MONTH " WS-REPORT-MONTH
           END-IF.

       CHECK-ONE-PERIOD.
           MOVE ZEROS TO WS-MT-FOUND-SUB
           PERFORM VARYING WS-MT-SUB FROM 1 BY 1
                   UNTIL WS-MT-SUB > WS-MT-COUNT
               IF WS-MT-MONTH(WS-MT-SUB) = WS-PD-MONTH(WS-PD-SUB)
                   MOVE WS-MT-SUB TO WS-MT-FOUND-SUB
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-MT-FOUND-SUB = ZEROS
                   SET PD-MISSING(WS-PD-SUB) TO TRUE
                   DISPLAY "WARNING: No snapshot for month "
                           WS-PD-MONTH(WS-PD-SUB)
                   IF WS-PD-SUB = 1
                       AND RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN NOT MT-HAS-TRAILER(WS-MT-FOUND-SUB)
                   OR WS-MT-DETAILS(WS-MT-FOUND-SUB)
                       NOT = WS-MT-TRAILER-COUNT(WS-MT-FOUND-SUB)
                   OR WS-MT-BALANCE(WS-MT-FOUND-SUB)
                       NOT = WS-MT-TRAILER-TOTAL(WS-MT-FOUND-SUB)
                   SET PD-INCOMPLETE(WS-PD-SUB) TO TRUE
                   DISPLAY "WARNING: Snapshot for month "
                           WS-PD-MONTH(WS-PD-SUB)
                           " incomplete - "
                           WS-MT-DETAILS(WS-MT-FOUND-SUB)
                           " rows, trailer "
                           WS-MT-TRAILER-COUNT(WS-MT-FOUND-SUB)
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   SET PD-USABLE(WS-PD-SUB) TO TRUE
           END-EVALUATE.

      *    THE FIRST ARCHIVE DATE OF EACH CLOSED ACCOUNT.  A MISSING
      *    ARCHIVE MEANS NO ACCOUNT HAS BEEN CLOSED YET.
       LOAD-CLOSED-ACCOUNTS.
           OPEN INPUT CLOSED-ACCOUNT-FILE
           IF NOT CLOSED-FILE-OK
               DISPLAY "ERROR OPENING CLOSED ACCOUNT FILE: "
                       WS-CLOSED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-CLOSED-ACCOUNT UNTIL CLOSED-FILE-EOF
           CLOSE CLOSED-ACCOUNT-FILE
           DISPLAY "CLOSED ACCOUNTS ON ARCHIVE: " WS-CL-COUNT.

       LOAD-ONE-CLOSED-ACCOUNT.
           READ CLOSED-ACCOUNT-FILE
               AT END
                   SET CLOSED-FILE-EOF TO TRUE
               NOT AT END
                   IF CA-ACCT-NUMBER NUMERIC
                       AND CA-ARCHIVE-DATE NUMERIC
                       AND CA-ARCHIVE-DATE > ZEROS
                       ADD 1 TO WS-CLOSED-ROWS-READ
                       MOVE CA-ACCT-NUMBER TO WS-CL-LOOKUP-ACCT
                       PERFORM FIND-CLOSED-ENTRY
                       IF WS-CL-FOUND-SUB = ZEROS
                           PERFORM OPEN-CLOSED-ENTRY
                       ELSE
                           IF CA-ARCHIVE-DATE
                               < WS-CL-CLOSE-DATE(WS-CL-FOUND-SUB)
                               MOVE CA-ARCHIVE-DATE
                                   TO WS-CL-CLOSE-DATE(WS-CL-FOUND-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FIND-CLOSED-ENTRY.
           MOVE ZEROS TO WS-CL-FOUND-SUB
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                   UNTIL WS-CL-SUB > WS-CL-COUNT
                      OR WS-CL-FOUND-SUB > ZEROS
               IF WS-CL-ACCT-NUMBER(WS-CL-SUB) = WS-CL-LOOKUP-ACCT
                   MOVE WS-CL-SUB TO WS-CL-FOUND-SUB
               END-IF
           END-PERFORM.

       OPEN-CLOSED-ENTRY.
           IF WS-CL-COUNT < 5000
               ADD 1 TO WS-CL-COUNT
               MOVE WS-CL-COUNT TO WS-CL-FOUND-SUB
               MOVE CA-ACCT-NUMBER TO WS-CL-ACCT-NUMBER(WS-CL-COUNT)
               MOVE CA-ARCHIVE-DATE TO WS-CL-CLOSE-DATE(WS-CL-COUNT)
               MOVE CA-ACCT-TYPE TO WS-CL-ACCT-TYPE(WS-CL-COUNT)
               MOVE ZEROS TO WS-CL-BRANCH-CODE(WS-CL-COUNT)
               MOVE 'N' TO WS-CL-SEEN-SWITCH(WS-CL-COUNT)
           ELSE
               DISPLAY "WARNING: Closed account table full - account "
                       CA-ACCT-NUMBER " not counted"
           END-IF.

      *    SECOND PASS OF THE HISTORY - EVERY DETAIL ROW IN THE
      *    COUNTED BLOCK OF A COMPLETE REPORTED MONTH IS ADDED IN, AND
      *    EVERY DETAIL ROW OF ANY MONTH KEEPS A CLOSED ACCOUNT'S
      *    BRANCH AND TYPE CURRENT.
       ACCUMULATE-SNAPSHOTS.
           IF WS-REPORT-MONTH > ZEROS
               OPEN INPUT SNAPSHOT-FILE
               IF NOT SNAP-FILE-OK
                   DISPLAY "ERROR OPENING SNAPSHOT HISTORY FILE: "
                           WS-SNAP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ZEROS TO WS-PREV-DETAIL-MONTH
               MOVE ZEROS TO WS-PREV-DETAIL-ACCT
               PERFORM ACCUMULATE-ONE-SNAPSHOT-ROW UNTIL SNAP-FILE-EOF
               CLOSE SNAPSHOT-FILE
           END-IF.

       ACCUMULATE-ONE-SNAPSHOT-ROW.
           READ SNAPSHOT-FILE
               AT END
                   SET SNAP-FILE-EOF TO TRUE
               NOT AT END
                   IF SH-SNAP-MONTH NUMERIC
                       AND ((SH-TYPE-DETAIL AND SH-ACCT-NUMBER NUMERIC)
                            OR SH-TYPE-TRAILER)
                       PERFORM CHECK-SNAPSHOT-BLOCK
                       IF SH-TYPE-DETAIL
                           PERFORM NOTE-CLOSED-ACCOUNT-BRANCH
                           PERFORM SELECT-COUNTED-BLOCK-ROW
                       END-IF
                   END-IF
           END-READ.

       SELECT-COUNTED-BLOCK-ROW.
           MOVE SH-SNAP-MONTH TO WS-MT-LOOKUP-MONTH
           PERFORM LOCATE-MONTH-ENTRY
           IF WS-MT-FOUND-SUB > ZEROS
               IF BLOCK-START
                   ADD 1 TO WS-MT-PASS-BLOCK(WS-MT-FOUND-SUB)
               END-IF
               IF WS-MT-PASS-BLOCK(WS-MT-FOUND-SUB)
                   = WS-MT-GOOD-BLOCK(WS-MT-FOUND-SUB)
                   PERFORM ADD-SNAPSHOT-ROW
               END-IF
           END-IF.

       NOTE-CLOSED-ACCOUNT-BRANCH.
           MOVE SH-ACCT-NUMBER TO WS-CL-LOOKUP-ACCT
           PERFORM FIND-CLOSED-ENTRY
           IF WS-CL-FOUND-SUB > ZEROS
               IF SH-BRANCH-CODE NUMERIC
                   MOVE SH-BRANCH-CODE
                       TO WS-CL-BRANCH-CODE(WS-CL-FOUND-SUB)
               END-IF
               MOVE SH-ACCT-TYPE TO WS-CL-ACCT-TYPE(WS-CL-FOUND-SUB)
               MOVE 'Y' TO WS-CL-SEEN-SWITCH(WS-CL-FOUND-SUB)
           END-IF.

      *    AN ACCOUNT OPENED DURING THE MONTH IS COUNTED AS OPENED
      *    EVEN IF IT WAS CLOSED AGAIN BEFORE MONTH END.  FEES AND
      *    INTEREST ARE COUNTED FOR CLOSED ACCOUNTS TOO.
       ADD-SNAPSHOT-ROW.
           MOVE ZEROS TO WS-PD-FOUND-SUB
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > 3
               IF PD-USABLE(WS-PD-SUB)
                   AND SH-SNAP-MONTH = WS-PD-MONTH(WS-PD-SUB)
                   MOVE WS-PD-SUB TO WS-PD-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-PD-FOUND-SUB > ZEROS
               MOVE SH-ACCT-TYPE TO WS-TYPE-CODE
               PERFORM SET-PRODUCT-SUB
               IF WS-TP-SUB = ZEROS
                   ADD 1 TO WS-UNKNOWN-TYPE-ROWS
               ELSE
                   IF SH-BRANCH-CODE NUMERIC
                       MOVE SH-BRANCH-CODE TO WS-TR-LOOKUP-CODE
                   ELSE
                       MOVE ZEROS TO WS-TR-LOOKUP-CODE
                   END-IF
                   PERFORM REGISTER-TREND-BRANCH
                   INITIALIZE WS-CELL-WORK
                   IF NOT SH-CLOSED
                       MOVE 1 TO WS-CELL-ACCOUNTS
                       IF SH-BALANCE NUMERIC
                           MOVE SH-BALANCE TO WS-CELL-BALANCE
                       END-IF
                   END-IF
                   IF SH-MONTH-FEES NUMERIC
                       MOVE SH-MONTH-FEES TO WS-CELL-FEES
                   END-IF
                   IF SH-MONTH-INTEREST NUMERIC
                       MOVE SH-MONTH-INTEREST TO WS-CELL-INTEREST
                   END-IF
                   IF SH-OPEN-DATE NUMERIC
                       MOVE SH-OPEN-DATE TO WS-DW-DATE
                       IF WS-DW-MONTH = SH-SNAP-MONTH
                           MOVE 1 TO WS-CELL-OPENED
                       END-IF
                   END-IF
                   PERFORM ADD-TO-TREND-CELLS
               END-IF
           END-IF.

      *    EACH CLOSED ACCOUNT IS COUNTED IN THE MONTH OF ITS FIRST
      *    ARCHIVE DATE, WHEN THAT IS ONE OF THE REPORTED MONTHS.
       ATTRIBUTE-CLOSURES.
           PERFORM ATTRIBUTE-ONE-CLOSURE
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-CL-COUNT.

       ATTRIBUTE-ONE-CLOSURE.
           MOVE WS-CL-CLOSE-DATE(WS-CL-SUB) TO WS-DW-DATE
           MOVE ZEROS TO WS-PD-FOUND-SUB
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > 3
               IF PD-USABLE(WS-PD-SUB)
                   AND WS-DW-MONTH = WS-PD-MONTH(WS-PD-SUB)
                   MOVE WS-PD-SUB TO WS-PD-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-PD-FOUND-SUB > ZEROS
               MOVE WS-CL-ACCT-TYPE(WS-CL-SUB) TO WS-TYPE-CODE
               PERFORM SET-PRODUCT-SUB
               IF WS-TP-SUB = ZEROS
                   ADD 1 TO WS-UNKNOWN-TYPE-ROWS
               ELSE
                   IF NOT CL-ON-SNAPSHOT(WS-CL-SUB)
                       ADD 1 TO WS-CLOSED-NO-BRANCH
                   END-IF
                   MOVE WS-CL-BRANCH-CODE(WS-CL-SUB)
                       TO WS-TR-LOOKUP-CODE
                   PERFORM REGISTER-TREND-BRANCH
                   INITIALIZE WS-CELL-WORK
                   MOVE 1 TO WS-CELL-CLOSED
                   PERFORM ADD-TO-TREND-CELLS
               END-IF
           END-IF.

       SET-PRODUCT-SUB.
           EVALUATE WS-TYPE-CODE
               WHEN 'C'
                   MOVE 1 TO WS-TP-SUB
               WHEN 'S'
                   MOVE 2 TO WS-TP-SUB
               WHEN 'B'
                   MOVE 3 TO WS-TP-SUB
               WHEN 'T'
                   MOVE 4 TO WS-TP-SUB
               WHEN OTHER
                   MOVE ZEROS TO WS-TP-SUB
           END-EVALUATE.

      *    BRANCHES ARE KEPT IN CODE ORDER, SO A NEW ONE IS INSERTED
      *    AHEAD OF THE FIRST HIGHER CODE.
       REGISTER-TREND-BRANCH.
           MOVE ZEROS TO WS-TB-SUB
           PERFORM VARYING WS-TB-REG-SUB FROM 1 BY 1
                   UNTIL WS-TB-REG-SUB > WS-TR-COUNT
               IF WS-TR-CODE(WS-TB-REG-SUB) = WS-TR-LOOKUP-CODE
                   MOVE WS-TB-REG-SUB TO WS-TB-SUB
               END-IF
           END-PERFORM
           IF WS-TB-SUB = ZEROS
               IF WS-TR-COUNT < 10
                   PERFORM INSERT-TREND-BRANCH
               ELSE
                   DISPLAY "WARNING: Branch registry full - branch "
                           WS-TR-LOOKUP-CODE
                           " bucketed under branch " WS-TR-CODE(1)
                   MOVE 1 TO WS-TB-SUB
               END-IF
           END-IF.

       INSERT-TREND-BRANCH.
           ADD 1 TO WS-TR-COUNT
           MOVE WS-TR-COUNT TO WS-TB-SUB
           PERFORM VARYING WS-TB-REG-SUB FROM 1 BY 1
                   UNTIL WS-TB-REG-SUB >= WS-TR-COUNT
                      OR WS-TB-SUB < WS-TR-COUNT
               IF WS-TR-CODE(WS-TB-REG-SUB) > WS-TR-LOOKUP-CODE
                   MOVE WS-TB-REG-SUB TO WS-TB-SUB
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TB-SHIFT-SUB FROM WS-TR-COUNT BY -1
                   UNTIL WS-TB-SHIFT-SUB NOT > WS-TB-SUB
               MOVE WS-TR-BRANCH-ENTRY(WS-TB-SHIFT-SUB - 1)
                   TO WS-TR-BRANCH-ENTRY(WS-TB-SHIFT-SUB)
           END-PERFORM
           INITIALIZE WS-TR-BRANCH-ENTRY(WS-TB-SUB)
           MOVE WS-TR-LOOKUP-CODE TO WS-TR-CODE(WS-TB-SUB).

       ADD-TO-TREND-CELLS.
           MOVE WS-TB-SUB TO WS-CB-SUB
           MOVE WS-TP-SUB TO WS-CP-SUB
           PERFORM ADD-TO-ONE-TREND-CELL
           MOVE WS-TR-TOTAL-SUB TO WS-CP-SUB
           PERFORM ADD-TO-ONE-TREND-CELL
           MOVE WS-TR-BANK-SUB TO WS-CB-SUB
           PERFORM ADD-TO-ONE-TREND-CELL
           MOVE WS-TP-SUB TO WS-CP-SUB
           PERFORM ADD-TO-ONE-TREND-CELL.

       ADD-TO-ONE-TREND-CELL.
           ADD WS-CELL-ACCOUNTS
               TO WS-TR-ACCOUNTS(WS-CB-SUB, WS-CP-SUB, WS-PD-FOUND-SUB)
           ADD WS-CELL-BALANCE
               TO WS-TR-BALANCE(WS-CB-SUB, WS-CP-SUB, WS-PD-FOUND-SUB)
           ADD WS-CELL-FEES
               TO WS-TR-FEES(WS-CB-SUB, WS-CP-SUB, WS-PD-FOUND-SUB)
           ADD WS-CELL-INTEREST
               TO WS-TR-INTEREST(WS-CB-SUB, WS-CP-SUB, WS-PD-FOUND-SUB)
           ADD WS-CELL-OPENED
               TO WS-TR-OPENED(WS-CB-SUB, WS-CP-SUB, WS-PD-FOUND-SUB)
           ADD WS-CELL-CLOSED
               TO WS-TR-CLOSED(WS-CB-SUB, WS-CP-SUB, WS-PD-FOUND-SUB).

      *    A BLOCK PER BRANCH IN CODE ORDER, THEN THE BANK.
       WRITE-TREND-REPORT.
           IF WS-REPORT-MONTH = ZEROS
               PERFORM WRITE-TREND-HEADING
               MOVE WS-NO-SNAPSHOT-LINE TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-REPORT-LINE-CTR
           ELSE
               PERFORM WRITE-BRANCH-BLOCK
                   VARYING WS-TB-SUB FROM 1 BY 1
                   UNTIL WS-TB-SUB > WS-TR-COUNT
               MOVE WS-TR-BANK-SUB TO WS-TB-SUB
               PERFORM WRITE-BRANCH-BLOCK
           END-IF
           PERFORM WRITE-TREND-TOTALS.

       WRITE-TREND-HEADING.
           ADD 1 TO WS-REPORT-PAGE-NO
           MOVE ZERO TO WS-REPORT-LINE-CTR
           MOVE WS-REPORT-PAGE-NO TO WS-RH1-PAGE-NO
           MOVE WS-REPORT-HEADING-1 TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE AFTER ADVANCING PAGE
           MOVE WS-PD-MONTH(1) TO WS-RH2-REPORT-MONTH
           MOVE WS-PD-MONTH(2) TO WS-RH2-PRIOR-MONTH
           MOVE WS-PD-MONTH(3) TO WS-RH2-PRIOR-YEAR
           MOVE WS-REPORT-HEADING-2 TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-REPORT-HEADING-3 TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE AFTER ADVANCING 1 LINE.

      *    A BLOCK IS STARTED ON A NEW PAGE WHEN IT WOULD NOT FIT.
       WRITE-BRANCH-BLOCK.
           IF WS-REPORT-LINE-CTR = ZERO
               OR WS-REPORT-LINE-CTR >= WS-REPORT-LINES-PER-PAGE - 18
               PERFORM WRITE-TREND-HEADING
           END-IF
           IF WS-TB-SUB = WS-TR-BANK-SUB
               MOVE "BANK TOTAL" TO WS-PRODUCT-NAME(5)
               MOVE WS-BANK-TITLE-LINE TO TREND-REPORT-LINE
           ELSE
               MOVE WS-TR-CODE(WS-TB-SUB) TO WS-BTT-CODE
               PERFORM LOOKUP-BRANCH-NAME
               MOVE WS-BRANCH-NAME-OUT TO WS-BTT-NAME
               MOVE "BRANCH TOTAL" TO WS-PRODUCT-NAME(5)
               MOVE WS-BRANCH-TITLE-LINE TO TREND-REPORT-LINE
           END-IF
           WRITE TREND-REPORT-LINE AFTER ADVANCING 2 LINES
           ADD 2 TO WS-REPORT-LINE-CTR
           PERFORM WRITE-PRODUCT-LINES
               VARYING WS-TP-SUB FROM 1 BY 1
               UNTIL WS-TP-SUB > 5
           IF WS-TB-SUB NOT = WS-TR-BANK-SUB
               PERFORM WRITE-SHARE-LINE
           END-IF.

      *    A PRODUCT THE BRANCH HAS NEVER HAD IN ANY OF THE THREE
      *    MONTHS IS LEFT OFF; THE TOTAL IS ALWAYS PRINTED.
       WRITE-PRODUCT-LINES.
           MOVE 'N' TO WS-PRODUCT-SWITCH
           IF WS-TP-SUB = WS-TR-TOTAL-SUB
               SET PRODUCT-HAS-DATA TO TRUE
           END-IF
           PERFORM VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > 3
               IF WS-TR-ACCOUNTS(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
                       > ZEROS
                   OR WS-TR-OPENED(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
                       > ZEROS
                   OR WS-TR-CLOSED(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
                       > ZEROS
                   SET PRODUCT-HAS-DATA TO TRUE
               END-IF
           END-PERFORM
           IF PRODUCT-HAS-DATA
               PERFORM WRITE-PERIOD-LINE
                   VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > 3
           END-IF.

       WRITE-PERIOD-LINE.
           IF WS-REPORT-LINE-CTR >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-TREND-HEADING
           END-IF
           EVALUATE WS-PD-SUB
               WHEN 1
                   MOVE WS-PRODUCT-NAME(WS-TP-SUB) TO WS-TL-LABEL
               WHEN 2
                   MOVE "  PRIOR MO" TO WS-TL-LABEL
               WHEN OTHER
                   MOVE "  PRIOR YR" TO WS-TL-LABEL
           END-EVALUATE
           IF PD-USABLE(WS-PD-SUB)
               PERFORM FORMAT-PERIOD-LINE
               MOVE WS-TREND-DETAIL TO TREND-REPORT-LINE
           ELSE
               MOVE WS-TL-LABEL TO WS-TNA-LABEL
               MOVE WS-PD-MONTH(WS-PD-SUB) TO WS-TNA-MONTH
               IF PD-MISSING(WS-PD-SUB)
                   MOVE "NO SNAPSHOT FOR MONTH" TO WS-TNA-TEXT
               ELSE
                   MOVE "SNAPSHOT INCOMPLETE - NOT REPORTED"
                       TO WS-TNA-TEXT
               END-IF
               MOVE WS-TREND-NA-LINE TO TREND-REPORT-LINE
           END-IF
           WRITE TREND-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-CTR.

       FORMAT-PERIOD-LINE.
           MOVE WS-TR-ACCOUNTS(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
               TO WS-TL-ACCOUNTS
           MOVE WS-TR-OPENED(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
               TO WS-TL-OPENED
           MOVE WS-TR-CLOSED(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
               TO WS-TL-CLOSED
           COMPUTE WS-NET-NEW =
               WS-TR-OPENED(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
               - WS-TR-CLOSED(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
           MOVE WS-NET-NEW TO WS-TL-NET-NEW
           MOVE WS-TR-BALANCE(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
               TO WS-TL-BALANCE
           IF WS-TR-ACCOUNTS(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB) > ZEROS
               COMPUTE WS-AVERAGE-BALANCE ROUNDED =
                   WS-TR-BALANCE(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
                   / WS-TR-ACCOUNTS(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
           ELSE
               MOVE ZEROS TO WS-AVERAGE-BALANCE
           END-IF
           MOVE WS-AVERAGE-BALANCE TO WS-TL-AVERAGE
           MOVE WS-TR-FEES(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
               TO WS-TL-FEES
           MOVE WS-TR-INTEREST(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
               TO WS-TL-INTEREST
           IF WS-PD-SUB = 1
               MOVE SPACES TO WS-TL-CHANGE-X
           ELSE
               PERFORM COMPUTE-DEPOSIT-CHANGE
               IF PERCENT-AVAILABLE
                   MOVE WS-PERCENT TO WS-TL-CHANGE
               ELSE
                   MOVE "    N/A" TO WS-TL-CHANGE-X
               END-IF
           END-IF.

      *    GROWTH IS ONLY MEANINGFUL OVER A POSITIVE BASE, AND ONLY
      *    WHEN THE REPORT MONTH ITSELF WAS REPORTED.
       COMPUTE-DEPOSIT-CHANGE.
           MOVE 'N' TO WS-PERCENT-SWITCH
           IF PD-USABLE(1)
               AND WS-TR-BALANCE(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
                   > ZEROS
               SET PERCENT-AVAILABLE TO TRUE
               COMPUTE WS-PERCENT ROUNDED =
                   (WS-TR-BALANCE(WS-TB-SUB, WS-TP-SUB, 1)
                    - WS-TR-BALANCE(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB))
                   * 100
                   / WS-TR-BALANCE(WS-TB-SUB, WS-TP-SUB, WS-PD-SUB)
                   ON SIZE ERROR
                       MOVE 'N' TO WS-PERCENT-SWITCH
               END-COMPUTE
           END-IF.

       WRITE-SHARE-LINE.
           IF WS-REPORT-LINE-CTR >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-TREND-HEADING
           END-IF
           MOVE 1 TO WS-PD-SUB
           PERFORM COMPUTE-DEPOSIT-SHARE
           IF PERCENT-AVAILABLE
               MOVE WS-PERCENT TO WS-SL-CURRENT
           ELSE
               MOVE "  N/A" TO WS-SL-CURRENT-X
           END-IF
           MOVE 2 TO WS-PD-SUB
           PERFORM COMPUTE-DEPOSIT-SHARE
           IF PERCENT-AVAILABLE
               MOVE WS-PERCENT TO WS-SL-PRIOR-MONTH
           ELSE
               MOVE "  N/A" TO WS-SL-PRIOR-MONTH-X
           END-IF
           MOVE 3 TO WS-PD-SUB
           PERFORM COMPUTE-DEPOSIT-SHARE
           IF PERCENT-AVAILABLE
               MOVE WS-PERCENT TO WS-SL-PRIOR-YEAR
           ELSE
               MOVE "  N/A" TO WS-SL-PRIOR-YEAR-X
           END-IF
           MOVE WS-SHARE-LINE TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-CTR.

       COMPUTE-DEPOSIT-SHARE.
           MOVE 'N' TO WS-PERCENT-SWITCH
           IF PD-USABLE(WS-PD-SUB)
               AND WS-TR-BALANCE(WS-TR-BANK-SUB, WS-TR-TOTAL-SUB,
                                 WS-PD-SUB) > ZEROS
               SET PERCENT-AVAILABLE TO TRUE
               COMPUTE WS-PERCENT ROUNDED =
                   WS-TR-BALANCE(WS-TB-SUB, WS-TR-TOTAL-SUB, WS-PD-SUB)
                   * 100
                   / WS-TR-BALANCE(WS-TR-BANK-SUB, WS-TR-TOTAL-SUB,
                                   WS-PD-SUB)
                   ON SIZE ERROR
                       MOVE 'N' TO WS-PERCENT-SWITCH
               END-COMPUTE
           END-IF.

       WRITE-TREND-TOTALS.
           IF WS-REPORT-LINE-CTR = ZERO
               OR WS-REPORT-LINE-CTR >= WS-REPORT-LINES-PER-PAGE - 8
               PERFORM WRITE-TREND-HEADING
           END-IF
           MOVE WS-SNAP-ROWS-READ TO WS-RT1-COUNT
           MOVE WS-REPORT-TOTALS-1 TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE WS-MT-COUNT TO WS-RT2-COUNT
           MOVE WS-REPORT-TOTALS-2 TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CLOSED-ROWS-READ TO WS-RT3-COUNT
           MOVE WS-REPORT-TOTALS-3 TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CLOSED-NO-BRANCH TO WS-RT4-COUNT
           MOVE WS-REPORT-TOTALS-4 TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-UNKNOWN-TYPE-ROWS TO WS-RT5-COUNT
           MOVE WS-REPORT-TOTALS-5 TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-REPORT-FOOTNOTE TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE AFTER ADVANCING 2 LINES.

       LOOKUP-BRANCH-NAME.
           MOVE SPACES TO WS-BRANCH-NAME-OUT
           PERFORM VARYING WS-BRANCH-NAME-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-NAME-SUB > WS-BRANCH-NAME-COUNT
               IF WS-BRANCH-TABLE-CODE(WS-BRANCH-NAME-SUB)
                   = WS-TR-CODE(WS-TB-SUB)
                   MOVE WS-BRANCH-TABLE-NAME(WS-BRANCH-NAME-SUB)
                       TO WS-BRANCH-NAME-OUT
               END-IF
           END-PERFORM.

       CLEANUP-PROGRAM.
           CLOSE TREND-REPORT-FILE
           DISPLAY "=== DEPOSIT TREND COMPLETE ===".
