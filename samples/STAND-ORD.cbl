       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAND-ORD.
       AUTHOR. SEKACORN.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * STANDING ORDER GENERATOR - RUNS AHEAD OF THE PRE-EDIT
      * Reads the standing-order file and writes a transfer item into
      * the daily transaction feed for every order due on or before
      * the business date.  A due date that falls on a weekend or a
      * scheduled holiday rolls forward to the next business day.
      * The branch capture feed, when there is one, is merged with
      * the generated items in account sequence and its trailer
      * totals are carried up by the items added; with no capture
      * feed a new feed is built under the next feed sequence number.
      * Each order's next-due date steps on by its frequency, and
      * orders past their end date are marked ended.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STANDING-ORDER-FILE
               ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT OPTIONAL TRANSACTION-FILE
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT FEED-WORK-FILE
               ASSIGN TO "SOWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT OPTIONAL POSTED-FEED-LOG
               ASSIGN TO "POSTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PFL-FILE-STATUS.

           SELECT SO-REPORT-FILE
               ASSIGN TO "SOGENRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    STANDING ORDERS - ONE RECORD PER ORDER, SET UP, AMENDED AND
      *    CANCELLED THROUGH THE ACCOUNT PROCESSOR'S MAINTENANCE MODE.
      *    THE NEXT-DUE DATE IS THE SCHEDULED DATE BEFORE ANY WEEKEND
      *    OR HOLIDAY ROLL, SO A ROLLED PAYMENT DOES NOT DRAG THE
      *    SCHEDULE WITH IT; THE DUE DAY KEEPS A MONTHLY OR QUARTERLY
      *    ORDER ON ITS DAY OF THE MONTH AFTER A SHORT MONTH.  AN END
      *    DATE OF ZERO MEANS THE ORDER RUNS UNTIL CANCELLED.
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-ID             PIC 9(6).
           05  SO-SOURCE-ACCT          PIC 9(10).
           05  SO-DEST-ACCT            PIC 9(10).
           05  SO-AMOUNT               PIC 9(9)V99.
           05  SO-FREQUENCY            PIC X.
               88  SO-WEEKLY           VALUE 'W'.
               88  SO-MONTHLY          VALUE 'M'.
               88  SO-QUARTERLY        VALUE 'Q'.
           05  SO-DUE-DAY              PIC 9(2).
           05  SO-NEXT-DUE-DATE        PIC 9(8).
           05  SO-END-DATE             PIC 9(8).
           05  SO-BRANCH-CODE          PIC 9(3).
           05  SO-STATUS               PIC X.
               88  SO-ACTIVE           VALUE 'A'.
               88  SO-CANCELLED        VALUE 'C'.
               88  SO-ENDED            VALUE 'E'.
           05  SO-LAST-GENERATED       PIC 9(8).

      *    DAILY TRANSACTION FEED - SAME LAYOUT AS THE PRE-EDIT'S RAW
      *    FEED.  GENERATED ITEMS ARE TRANSFERS CARRYING ORIGIN 'S'
      *    AND THE ORDER ID, SO THE POSTING RUN CAN JOURNAL THEM AS
      *    STANDING ORDERS AND LIST THE ONES THAT REJECT.  A STANDING
      *    ORDER PAYMENT IS NEVER CASH.
       FD  TRANSACTION-FILE.
       01  TRANS-RECORD.
           05  TRANS-ACCT-NUMBER       PIC X(10).
           05  TRANS-ACCT-NUMBER-N REDEFINES TRANS-ACCT-NUMBER
                                       PIC 9(10).
           05  TRANS-CODE              PIC X.
           05  TRANS-AMOUNT            PIC X(11).
           05  TRANS-AMOUNT-N REDEFINES TRANS-AMOUNT
                                       PIC 9(9)V99.
           05  TRANS-DEST-ACCT-NUMBER  PIC X(10).
           05  TRANS-DEST-ACCT-N REDEFINES TRANS-DEST-ACCT-NUMBER
                                       PIC 9(10).
           05  TRANS-BRANCH-CODE       PIC X(3).
           05  TRANS-BRANCH-N REDEFINES TRANS-BRANCH-CODE
                                       PIC 9(3).
           05  TRANS-ORIGIN            PIC X.
           05  TRANS-ORDER-ID          PIC X(6).
           05  TRANS-ORDER-ID-N REDEFINES TRANS-ORDER-ID
                                       PIC 9(6).
           05  TRANS-REVERSAL-REF      PIC X(12).
           05  TRANS-CASH-FLAG         PIC X.
       01  TRANS-CONTROL-RECORD.
           05  TC-RECORD-TYPE          PIC X.
               88  TC-TYPE-HEADER      VALUE 'H'.
               88  TC-TYPE-TRAILER     VALUE 'T'.
           05  TC-HEADER-DATA.
               10  TC-FEED-DATE        PIC 9(8).
               10  TC-FEED-SEQ         PIC 9(6).
               10  FILLER              PIC X(6).
           05  TC-TRAILER-DATA REDEFINES TC-HEADER-DATA.
               10  TC-RECORD-COUNT     PIC 9(7).
               10  TC-HASH-TOTAL       PIC 9(11)V99.

      *    WORK COPY OF THE CAPTURE FEED - THE FEED IS COPIED HERE
      *    WHOLE AND READ BACK SO THE MERGED FEED CAN BE WRITTEN UNDER
      *    THE NAME THE PRE-EDIT READS.
       FD  FEED-WORK-FILE.
       01  FEED-WORK-RECORD            PIC X(55).

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S RUN-CONTROL-RECORD -
      *    THE BUSINESS DATE AND THE HOLIDAY SCHEDULE ARE BOTH USED
      *    HERE, THE HOLIDAYS TO ROLL A DUE DATE FORWARD.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-RECORD-TYPE          PIC X.
               88  RC-TYPE-CONTROL     VALUE 'C'.
               88  RC-TYPE-HOLIDAY     VALUE 'H'.
           05  RC-CONTROL-DATA.
               10  RC-BUSINESS-DATE    PIC 9(8).
               10  RC-CYCLE-NUMBER     PIC 9(5).
               10  RC-LAST-COMPLETED   PIC 9(8).
           05  RC-HOLIDAY-DATA REDEFINES RC-CONTROL-DATA.
               10  RC-HOLIDAY-DATE     PIC 9(8).
               10  FILLER              PIC X(13).

      *    POSTED-FEED LOG WRITTEN BY THE ACCOUNT PROCESSOR - READ TO
      *    TELL A CAPTURE FEED ALREADY POSTED FROM ONE STILL WAITING,
      *    AND TO NUMBER A FEED THIS PROGRAM HAS TO BUILD ITSELF.
       FD  POSTED-FEED-LOG.
       01  POSTED-FEED-RECORD.
           05  PFL-FEED-SEQ            PIC 9(6).
           05  PFL-FEED-DATE           PIC 9(8).
           05  PFL-POST-DATE           PIC 9(8).

      *    GENERATION REPORT - ONE LINE PER ITEM WRITTEN TO THE FEED
      *    AND PER ORDER ENDED, WITH RUN TOTALS.  THE LINES ARE WRITTEN
      *    ONLY ONCE THE FEED HAS BEEN WRITTEN; A REJECTED CAPTURE FEED
      *    GETS A SINGLE LINE SAYING SO.
       FD  SO-REPORT-FILE.
       01  SO-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SO-FILE-STATUS           PIC XX.
           88  SO-FILE-OK              VALUE '00', '05'.
           88  SO-FILE-EOF             VALUE '10'.

       01  WS-TRANS-FILE-STATUS        PIC XX.
           88  TRANS-FILE-OK           VALUE '00', '05'.
           88  TRANS-FILE-EOF          VALUE '10'.

       01  WS-WORK-FILE-STATUS         PIC XX.
           88  WORK-FILE-OK            VALUE '00'.
           88  WORK-FILE-EOF           VALUE '10'.

       01  WS-RUNCTL-FILE-STATUS       PIC XX.
           88  RUNCTL-FILE-OK          VALUE '00'.
           88  RUNCTL-FILE-EOF         VALUE '10'.

       01  WS-PFL-FILE-STATUS          PIC XX.
           88  PFL-FILE-OK             VALUE '00', '05'.
           88  PFL-FILE-EOF            VALUE '10'.

       01  WS-SO-RPT-FILE-STATUS       PIC XX.
           88  SO-RPT-FILE-OK          VALUE '00'.

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-RUNCTL-LOADED-SWITCH     PIC X VALUE 'N'.
           88  RUNCTL-LOADED           VALUE 'Y'.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE OCCURS 50 TIMES PIC 9(8).
       01  WS-HOLIDAY-COUNT            PIC 9(3) VALUE ZEROS.
       01  WS-HOLIDAY-SUB              PIC 9(3).

      *    NEXT-BUSINESS-DAY WORK FIELDS - THE SAME WEEKDAY TEST AS THE
      *    ACCOUNT PROCESSOR'S CALENDAR ADVANCE.  DAY 1 OF THE INTEGER
      *    DATE BASE IS A MONDAY, SO REMAINDER 6 IS SATURDAY AND
      *    REMAINDER 0 IS SUNDAY.
       01  WS-NEXT-DATE-INT            PIC 9(8) COMP.
       01  WS-NEXT-DATE                PIC 9(8).
       01  WS-DOW-QUOTIENT             PIC 9(8) COMP.
       01  WS-DAY-OF-WEEK              PIC 9(1).
       01  WS-DATE-IS-BUSINESS-SWITCH  PIC X.
           88  DATE-IS-BUSINESS        VALUE 'Y'.

      *    SCHEDULE STEP WORK FIELDS - MONTHS ARE ADDED BY ARITHMETIC
      *    ON THE YEAR AND MONTH, AND THE DUE DAY IS PULLED BACK TO THE
      *    LAST DAY OF A SHORTER MONTH.
       01  WS-DATE-WORK.
           05  WS-DW-DATE              PIC 9(8).
           05  WS-DW-DATE-R REDEFINES WS-DW-DATE.
               10  WS-DW-YEAR          PIC 9(4).
               10  WS-DW-MONTH         PIC 9(2).
               10  WS-DW-DAY           PIC 9(2).
       01  WS-MONTH-COUNT              PIC 9(6) COMP.
       01  WS-YEAR-QUOTIENT            PIC 9(6) COMP.
       01  WS-MONTH-REMAINDER          PIC 9(2) COMP.
       01  WS-MONTHS-TO-ADD            PIC 9(2).
       01  WS-POSTING-DATE             PIC 9(8).

      *    IN-CORE COPY OF THE STANDING-ORDER FILE - LOADED WHOLE,
      *    UPDATED AS ITEMS ARE GENERATED AND WRITTEN BACK WHOLE AT
      *    THE END OF THE RUN (SAME PATTERN AS THE HOLDS FILE).
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
               10  WS-SO-ENDED-SWITCH  PIC X.
                   88  WS-SO-ENDED-THIS-RUN VALUE 'Y'.
       01  WS-SO-COUNT                 PIC 9(4) VALUE ZEROS.
       01  WS-SO-SUB                   PIC 9(4).

      *    ITEMS DUE THIS RUN, KEPT IN ASCENDING SOURCE-ACCOUNT ORDER
      *    AS THEY ARE ADDED SO THEY CAN BE MERGED STRAIGHT INTO THE
      *    ACCOUNT-SEQUENCED FEED.  EQUAL ACCOUNTS KEEP THE ORDER THEY
      *    WERE GENERATED IN.  THE SCHEDULED AND POSTING DATES ARE KEPT
      *    FOR THE REPORT LINE WRITTEN AFTER THE FEED.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10  WS-ITEM-SOURCE-ACCT PIC 9(10).
               10  WS-ITEM-DEST-ACCT   PIC 9(10).
               10  WS-ITEM-AMOUNT      PIC 9(9)V99.
               10  WS-ITEM-BRANCH-CODE PIC 9(3).
               10  WS-ITEM-ORDER-ID    PIC 9(6).
               10  WS-ITEM-FREQUENCY   PIC X.
               10  WS-ITEM-DUE-DATE    PIC 9(8).
               10  WS-ITEM-POSTING-DATE PIC 9(8).
       01  WS-ITEM-COUNT               PIC 9(4) VALUE ZEROS.
       01  WS-ITEM-MAX                 PIC 9(4) VALUE 2000.
       01  WS-ITEM-SUB                 PIC 9(4).
       01  WS-ITEM-INSERT-SUB          PIC 9(4).
       01  WS-ITEM-NEXT-SUB            PIC 9(4) VALUE 1.
       01  WS-ITEM-HASH                PIC 9(11)V99 VALUE ZEROS.
       01  WS-ITEM-TABLE-FULL-SWITCH   PIC X VALUE 'N'.
           88  ITEM-TABLE-FULL         VALUE 'Y'.

      *    CAPTURE FEED CONTROL - THE FEED MUST BE BRACKETED BY ITS
      *    HEADER AND TRAILER BEFORE ANYTHING IS MERGED INTO IT, AND
      *    MUST BE THE NEXT FEED DUE TO POST, DATED THE BUSINESS DATE.
      *    A FEED ALREADY ON THE POSTED-FEED LOG IS SPENT AND IS
      *    REPLACED BY A NEW ONE.  ANY OTHER BAD FEED IS LEFT UNTOUCHED
      *    FOR THE PRE-EDIT TO CONDEMN, AND NO ORDER IS ADVANCED.
       01  WS-CAPTURE-RECORDS          PIC 9(7) VALUE ZEROS.
       01  WS-CAPTURE-HEADER-SWITCH    PIC X VALUE 'N'.
           88  CAPTURE-HEADER-FOUND    VALUE 'Y'.
       01  WS-CAPTURE-TRAILER-SWITCH   PIC X VALUE 'N'.
           88  CAPTURE-TRAILER-FOUND   VALUE 'Y'.
       01  WS-CAPTURE-ERROR-SWITCH     PIC X VALUE 'N'.
           88  CAPTURE-FEED-ERROR      VALUE 'Y'.
       01  WS-FEED-DATE                PIC 9(8) VALUE ZEROS.
       01  WS-FEED-SEQ                 PIC 9(6) VALUE ZEROS.
       01  WS-LAST-POSTED-SEQ          PIC 9(6) VALUE ZEROS.
       01  WS-NEXT-EXPECTED-SEQ        PIC 9(6) VALUE ZEROS.
       01  WS-CAPTURE-POSTED-SWITCH    PIC X VALUE 'N'.
           88  CAPTURE-ALREADY-POSTED  VALUE 'Y'.
       01  WS-CAPTURE-ACCT             PIC 9(10).

      *    HEADER AND TRAILER FOR A FEED BUILT FROM GENERATED ITEMS
      *    ONLY, AND THE TRAILER CARRIED UP FOR A MERGED FEED.
       01  WS-NEW-HEADER.
           05  FILLER                  PIC X VALUE 'H'.
           05  WS-NH-FEED-DATE         PIC 9(8).
           05  WS-NH-FEED-SEQ          PIC 9(6).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-NEW-TRAILER.
           05  FILLER                  PIC X VALUE 'T'.
           05  WS-NT-COUNT             PIC 9(7).
           05  WS-NT-HASH              PIC 9(11)V99.

       01  WS-COUNTS.
           05  WS-ORDERS-READ          PIC 9(5) VALUE ZEROS.
           05  WS-ORDERS-ENDED         PIC 9(5) VALUE ZEROS.
           05  WS-ITEMS-WRITTEN        PIC 9(5) VALUE ZEROS.

       01  WS-REPORT-PAGE-NO           PIC 9(3) VALUE ZEROS.
       01  WS-REPORT-LINE-CTR          PIC 9(3) VALUE ZEROS.
       01  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 040.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "STANDING ORDER GENERATION               ".
           05  FILLER                  PIC X(6) VALUE "PAGE ".
           05  WS-RH1-PAGE-NO          PIC ZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RH2-RUN-DATE         PIC 9(8).

       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(8)  VALUE "ORDER".
           05  FILLER                  PIC X(12) VALUE "FROM ACCT".
           05  FILLER                  PIC X(12) VALUE "TO ACCT".
           05  FILLER                  PIC X(16) VALUE "AMOUNT".
           05  FILLER                  PIC X(5)  VALUE "FRQ".
           05  FILLER                  PIC X(10) VALUE "DUE".
           05  FILLER                  PIC X(10) VALUE "POSTS".
           05  FILLER                  PIC X(20) VALUE "ACTION".

       01  WS-REPORT-DETAIL.
           05  WS-RD-ORDER-ID          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-SOURCE-ACCT       PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-DEST-ACCT         PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-FREQUENCY         PIC X.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RD-DUE-DATE          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-POSTING-DATE      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(20).

       01  WS-REPORT-REJECTED.
           05  FILLER                  PIC X(40)
               VALUE "FEED REJECTED - NO ITEMS GENERATED".

       01  WS-REPORT-TOTALS-1.
           05  FILLER                  PIC X(30)
               VALUE "STANDING ORDERS ON FILE:".
           05  WS-RT1-ORDERS           PIC ZZ,ZZ9.

       01  WS-REPORT-TOTALS-2.
           05  FILLER                  PIC X(30)
               VALUE "ITEMS WRITTEN TO FEED:".
           05  WS-RT2-ITEMS            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RT2-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-REPORT-TOTALS-3.
           05  FILLER                  PIC X(30)
               VALUE "ORDERS ENDED:".
           05  WS-RT3-ENDED            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM GENERATE-ORDER-ITEMS
               VARYING WS-SO-SUB FROM 1 BY 1
               UNTIL WS-SO-SUB > WS-SO-COUNT
           PERFORM COPY-CAPTURE-FEED
           IF CAPTURE-FEED-ERROR
               PERFORM REJECT-CAPTURE-FEED
           END-IF
           IF WS-ITEM-COUNT > ZEROS
               PERFORM WRITE-MERGED-FEED
           END-IF
           PERFORM WRITE-ITEM-DETAIL
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           PERFORM WRITE-ENDED-DETAIL
               VARYING WS-SO-SUB FROM 1 BY 1
               UNTIL WS-SO-SUB > WS-SO-COUNT
           PERFORM REWRITE-STANDING-ORDERS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLEANUP-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           DISPLAY "=== STANDING ORDER GENERATOR ==="
           PERFORM LOAD-RUN-CONTROL

           OPEN INPUT STANDING-ORDER-FILE
           IF NOT SO-FILE-OK
               DISPLAY "ERROR OPENING STANDING ORDER FILE: "
                       WS-SO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-STANDING-ORDER UNTIL SO-FILE-EOF
           CLOSE STANDING-ORDER-FILE
           DISPLAY "STANDING ORDERS ON FILE: " WS-ORDERS-READ

           OPEN INPUT POSTED-FEED-LOG
           IF PFL-FILE-OK
               PERFORM LOAD-ONE-POSTED-FEED UNTIL PFL-FILE-EOF
               CLOSE POSTED-FEED-LOG
           END-IF
           ADD 1 WS-LAST-POSTED-SEQ GIVING WS-NEXT-EXPECTED-SEQ

           OPEN OUTPUT SO-REPORT-FILE
           IF NOT SO-RPT-FILE-OK
               DISPLAY "ERROR OPENING STANDING ORDER REPORT FILE: "
                       WS-SO-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE BUSINESS DATE FROM THE RUN CONTROL FILE IS THE DATE THE
      *    ITEMS ARE DUE UNDER - THE SAME DATE THE POSTING JOB WILL
      *    STAMP.  SYSTEM DATE IS THE FALLBACK WHEN THE FILE IS ABSENT.
       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-OK
               PERFORM LOAD-ONE-RUNCTL-RECORD UNTIL RUNCTL-FILE-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF RUNCTL-LOADED
               DISPLAY "BUSINESS DATE " WS-RUN-DATE
           ELSE
               DISPLAY "NO RUN CONTROL FILE - USING SYSTEM DATE"
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-ONE-RUNCTL-RECORD.
           READ RUN-CONTROL-FILE
               AT END
                   SET RUNCTL-FILE-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RC-TYPE-CONTROL
                           AND RC-BUSINESS-DATE NUMERIC
                           MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
                           SET RUNCTL-LOADED TO TRUE
                       WHEN RC-TYPE-HOLIDAY
                           AND RC-HOLIDAY-DATE NUMERIC
                           IF WS-HOLIDAY-COUNT < 50
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE RC-HOLIDAY-DATE
                                   TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                           END-IF
                   END-EVALUATE
           END-READ.

       LOAD-ONE-STANDING-ORDER.
           READ STANDING-ORDER-FILE
               AT END
                   SET SO-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-SO-COUNT < 1000
                       ADD 1 TO WS-SO-COUNT
                       ADD 1 TO WS-ORDERS-READ
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
                       MOVE 'N' TO WS-SO-ENDED-SWITCH(WS-SO-COUNT)
                   ELSE
                       DISPLAY "ERROR: Standing order table full - "
                               "order " SO-ORDER-ID " not loaded"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *    AN ACTIVE ORDER GENERATES ONE ITEM FOR EVERY SCHEDULED DATE
      *    WHOSE POSTING DAY HAS ARRIVED, SO AN ORDER MISSED ACROSS A
      *    LONG HOLIDAY STILL PAYS EVERY INSTALMENT.  AN ORDER WHOSE
      *    NEXT SCHEDULED DATE IS PAST ITS END DATE IS MARKED ENDED.
       GENERATE-ORDER-ITEMS.
           IF WS-SO-STATUS(WS-SO-SUB) = 'A'
               AND WS-SO-NEXT-DUE-DATE(WS-SO-SUB) NUMERIC
               AND WS-SO-NEXT-DUE-DATE(WS-SO-SUB) > ZEROS
               PERFORM CHECK-ORDER-END-DATE
               PERFORM SET-ORDER-POSTING-DATE
               PERFORM GENERATE-ONE-ITEM
                   UNTIL WS-SO-STATUS(WS-SO-SUB) NOT = 'A'
                      OR WS-POSTING-DATE > WS-RUN-DATE
                      OR ITEM-TABLE-FULL
           END-IF.

       GENERATE-ONE-ITEM.
           IF WS-ITEM-COUNT NOT < WS-ITEM-MAX
               SET ITEM-TABLE-FULL TO TRUE
               DISPLAY "WARNING: Item table full - remaining orders "
                       "left due for the next run"
           ELSE
               PERFORM ADD-ITEM-TO-TABLE
               MOVE WS-RUN-DATE TO WS-SO-LAST-GENERATED(WS-SO-SUB)
               PERFORM ADVANCE-ORDER-DUE-DATE
               PERFORM CHECK-ORDER-END-DATE
               PERFORM SET-ORDER-POSTING-DATE
           END-IF.

      *    INSERTION KEEPS THE TABLE IN SOURCE-ACCOUNT ORDER - THE NEW
      *    ITEM GOES AFTER EVERY ITEM FOR THE SAME OR A LOWER ACCOUNT.
       ADD-ITEM-TO-TABLE.
           MOVE 1 TO WS-ITEM-INSERT-SUB
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-ITEM-SOURCE-ACCT(WS-ITEM-SUB)
                   NOT > WS-SO-SOURCE-ACCT(WS-SO-SUB)
                   COMPUTE WS-ITEM-INSERT-SUB = WS-ITEM-SUB + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ITEM-SUB FROM WS-ITEM-COUNT BY -1
                   UNTIL WS-ITEM-SUB < WS-ITEM-INSERT-SUB
               MOVE WS-ITEM-ENTRY(WS-ITEM-SUB)
                   TO WS-ITEM-ENTRY(WS-ITEM-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-SO-SOURCE-ACCT(WS-SO-SUB)
               TO WS-ITEM-SOURCE-ACCT(WS-ITEM-INSERT-SUB)
           MOVE WS-SO-DEST-ACCT(WS-SO-SUB)
               TO WS-ITEM-DEST-ACCT(WS-ITEM-INSERT-SUB)
           MOVE WS-SO-AMOUNT(WS-SO-SUB)
               TO WS-ITEM-AMOUNT(WS-ITEM-INSERT-SUB)
           MOVE WS-SO-BRANCH-CODE(WS-SO-SUB)
               TO WS-ITEM-BRANCH-CODE(WS-ITEM-INSERT-SUB)
           MOVE WS-SO-ORDER-ID(WS-SO-SUB)
               TO WS-ITEM-ORDER-ID(WS-ITEM-INSERT-SUB)
           MOVE WS-SO-FREQUENCY(WS-SO-SUB)
               TO WS-ITEM-FREQUENCY(WS-ITEM-INSERT-SUB)
           MOVE WS-SO-NEXT-DUE-DATE(WS-SO-SUB)
               TO WS-ITEM-DUE-DATE(WS-ITEM-INSERT-SUB)
           MOVE WS-POSTING-DATE
               TO WS-ITEM-POSTING-DATE(WS-ITEM-INSERT-SUB)
           ADD WS-SO-AMOUNT(WS-SO-SUB) TO WS-ITEM-HASH.

      *    WEEKLY ORDERS STEP SEVEN DAYS; MONTHLY AND QUARTERLY ORDERS
      *    STEP ONE OR THREE MONTHS BACK ON TO THEIR DUE DAY, PULLED
      *    BACK TO THE LAST DAY OF A SHORTER MONTH.
       ADVANCE-ORDER-DUE-DATE.
           MOVE WS-SO-NEXT-DUE-DATE(WS-SO-SUB) TO WS-DW-DATE
           EVALUATE WS-SO-FREQUENCY(WS-SO-SUB)
               WHEN 'W'
                   COMPUTE WS-NEXT-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DW-DATE) + 7
                   COMPUTE WS-DW-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-NEXT-DATE-INT)
               WHEN OTHER
                   IF WS-SO-FREQUENCY(WS-SO-SUB) = 'Q'
                       MOVE 3 TO WS-MONTHS-TO-ADD
                   ELSE
                       MOVE 1 TO WS-MONTHS-TO-ADD
                   END-IF
                   COMPUTE WS-MONTH-COUNT =
                       WS-DW-YEAR * 12 + WS-DW-MONTH - 1
                           + WS-MONTHS-TO-ADD
                   DIVIDE WS-MONTH-COUNT BY 12
                       GIVING WS-YEAR-QUOTIENT
                       REMAINDER WS-MONTH-REMAINDER
                   MOVE WS-YEAR-QUOTIENT TO WS-DW-YEAR
                   COMPUTE WS-DW-MONTH = WS-MONTH-REMAINDER + 1
                   IF WS-SO-DUE-DAY(WS-SO-SUB) NUMERIC
                       AND WS-SO-DUE-DAY(WS-SO-SUB) > ZEROS
                       MOVE WS-SO-DUE-DAY(WS-SO-SUB) TO WS-DW-DAY
                   END-IF
                   PERFORM UNTIL
                           FUNCTION TEST-DATE-YYYYMMDD(WS-DW-DATE)
                               = ZERO
                       SUBTRACT 1 FROM WS-DW-DAY
                   END-PERFORM
           END-EVALUATE
           MOVE WS-DW-DATE TO WS-SO-NEXT-DUE-DATE(WS-SO-SUB).

       CHECK-ORDER-END-DATE.
           IF WS-SO-END-DATE(WS-SO-SUB) NUMERIC
               AND WS-SO-END-DATE(WS-SO-SUB) > ZEROS
               AND WS-SO-NEXT-DUE-DATE(WS-SO-SUB)
                   > WS-SO-END-DATE(WS-SO-SUB)
               MOVE 'E' TO WS-SO-STATUS(WS-SO-SUB)
               MOVE 'Y' TO WS-SO-ENDED-SWITCH(WS-SO-SUB)
               ADD 1 TO WS-ORDERS-ENDED
           END-IF.

      *    THE POSTING DATE IS THE SCHEDULED DATE ITSELF WHEN THAT IS
      *    A BUSINESS DAY, OTHERWISE THE NEXT WEEKDAY NOT ON THE
      *    HOLIDAY SCHEDULE.
       SET-ORDER-POSTING-DATE.
           COMPUTE WS-NEXT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SO-NEXT-DUE-DATE(WS-SO-SUB))
           MOVE 'N' TO WS-DATE-IS-BUSINESS-SWITCH
           PERFORM FIND-NEXT-BUSINESS-DAY UNTIL DATE-IS-BUSINESS
           MOVE WS-NEXT-DATE TO WS-POSTING-DATE.

       FIND-NEXT-BUSINESS-DAY.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-DATE-INT)
           DIVIDE WS-NEXT-DATE-INT BY 7
               GIVING WS-DOW-QUOTIENT REMAINDER WS-DAY-OF-WEEK
           MOVE 'Y' TO WS-DATE-IS-BUSINESS-SWITCH
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = ZERO
               MOVE 'N' TO WS-DATE-IS-BUSINESS-SWITCH
           END-IF
           PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY-DATE(WS-HOLIDAY-SUB) = WS-NEXT-DATE
                   MOVE 'N' TO WS-DATE-IS-BUSINESS-SWITCH
               END-IF
           END-PERFORM
           IF NOT DATE-IS-BUSINESS
               ADD 1 TO WS-NEXT-DATE-INT
           END-IF.

      *    THE CAPTURE FEED IS COPIED TO THE WORK FILE AND ITS
      *    BRACKETS CHECKED ON THE WAY: HEADER FIRST, TRAILER LAST.
      *    AN ABSENT OR EMPTY FEED IS NOT AN ERROR - THE GENERATED
      *    ITEMS THEN MAKE UP THE WHOLE FEED.  THE HEADER IS THEN HELD
      *    TO THE SAME SEQUENCE TEST AS THE POSTING RUN: A FEED ALREADY
      *    POSTED IS TREATED AS NO FEED AT ALL, SO A NEW ONE IS BUILT
      *    UNDER THE NEXT SEQUENCE NUMBER; ONE OUT OF ORDER OR DATED
      *    OTHER THAN THE BUSINESS DATE IS AN ERROR, SINCE THE POSTING
      *    RUN WOULD REFUSE IT WITH TODAY'S ITEMS INSIDE.
       COPY-CAPTURE-FEED.
           OPEN INPUT TRANSACTION-FILE
           IF NOT TRANS-FILE-OK
               DISPLAY "ERROR OPENING TRANSACTION FILE: "
                       WS-TRANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FEED-WORK-FILE
           IF NOT WORK-FILE-OK
               DISPLAY "ERROR OPENING FEED WORK FILE: "
                       WS-WORK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COPY-ONE-CAPTURE-RECORD UNTIL TRANS-FILE-EOF
           CLOSE TRANSACTION-FILE
           CLOSE FEED-WORK-FILE
           IF WS-CAPTURE-RECORDS > ZEROS
               AND NOT CAPTURE-TRAILER-FOUND
               DISPLAY "FEED ERROR: Capture feed has no trailer"
               SET CAPTURE-FEED-ERROR TO TRUE
           END-IF
           IF CAPTURE-HEADER-FOUND
               AND NOT CAPTURE-FEED-ERROR
               PERFORM CHECK-CAPTURE-SEQUENCE
           END-IF
           EVALUATE TRUE
               WHEN CAPTURE-ALREADY-POSTED
                   DISPLAY "POSTED CAPTURE FEED SET ASIDE - GENERATED "
                           "ITEMS ONLY"
               WHEN WS-CAPTURE-RECORDS = ZEROS
                   DISPLAY "NO CAPTURE FEED - GENERATED ITEMS ONLY"
               WHEN OTHER
                   DISPLAY "CAPTURE FEED " WS-FEED-SEQ " DATED "
                           WS-FEED-DATE " RECORDS " WS-CAPTURE-RECORDS
           END-EVALUATE.

       CHECK-CAPTURE-SEQUENCE.
           EVALUATE TRUE
               WHEN WS-FEED-SEQ NOT > WS-LAST-POSTED-SEQ
                   DISPLAY "WARNING: Capture feed " WS-FEED-SEQ
                           " already posted (last posted feed "
                           WS-LAST-POSTED-SEQ ") - replaced"
                   SET CAPTURE-ALREADY-POSTED TO TRUE
                   MOVE ZEROS TO WS-CAPTURE-RECORDS
               WHEN WS-LAST-POSTED-SEQ > ZEROS
                   AND WS-FEED-SEQ NOT = WS-NEXT-EXPECTED-SEQ
                   DISPLAY "FEED ERROR: Capture feed " WS-FEED-SEQ
                           " is out of order - expecting feed "
                           WS-NEXT-EXPECTED-SEQ
                   SET CAPTURE-FEED-ERROR TO TRUE
               WHEN WS-FEED-DATE NOT = WS-RUN-DATE
                   DISPLAY "FEED ERROR: Capture feed dated "
                           WS-FEED-DATE " - business date is "
                           WS-RUN-DATE
                   SET CAPTURE-FEED-ERROR TO TRUE
           END-EVALUATE.

      *    NOTHING HAS BEEN WRITTEN TO THE FEED OR THE ORDER FILE, SO
      *    THE RUN STOPS HERE WITH THE ORDERS STILL DUE.
       REJECT-CAPTURE-FEED.
           DISPLAY "*** CAPTURE FEED REJECTED - NO ITEMS GENERATED, "
                   "ORDERS NOT ADVANCED ***"
           PERFORM WRITE-REPORT-HEADING
           MOVE WS-REPORT-REJECTED TO SO-REPORT-LINE
           WRITE SO-REPORT-LINE AFTER ADVANCING 2 LINES
           CLOSE SO-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       COPY-ONE-CAPTURE-RECORD.
           READ TRANSACTION-FILE
               AT END
                   SET TRANS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CAPTURE-RECORDS
                   EVALUATE TRUE
                       WHEN CAPTURE-TRAILER-FOUND
                           DISPLAY "FEED ERROR: Record after capture "
                                   "feed trailer"
                           SET CAPTURE-FEED-ERROR TO TRUE
                       WHEN WS-CAPTURE-RECORDS = 1
                           IF TC-TYPE-HEADER
                               AND TC-FEED-DATE NUMERIC
                               AND TC-FEED-SEQ NUMERIC
                               SET CAPTURE-HEADER-FOUND TO TRUE
                               MOVE TC-FEED-DATE TO WS-FEED-DATE
                               MOVE TC-FEED-SEQ TO WS-FEED-SEQ
                           ELSE
                               DISPLAY "FEED ERROR: Capture feed has "
                                       "no valid header"
                               SET CAPTURE-FEED-ERROR TO TRUE
                           END-IF
                       WHEN TC-TYPE-HEADER
                           DISPLAY "FEED ERROR: Duplicate capture "
                                   "feed header"
                           SET CAPTURE-FEED-ERROR TO TRUE
                       WHEN TC-TYPE-TRAILER
                           SET CAPTURE-TRAILER-FOUND TO TRUE
                   END-EVALUATE
                   MOVE TRANS-RECORD TO FEED-WORK-RECORD
                   WRITE FEED-WORK-RECORD
           END-READ.

      *    THE MERGED FEED: THE CAPTURE HEADER (OR A NEW ONE), EACH
      *    CAPTURE DETAIL PRECEDED BY ANY GENERATED ITEMS FOR LOWER
      *    ACCOUNTS, THE REMAINING ITEMS, THEN THE TRAILER CARRIED UP
      *    BY THE ITEMS ADDED.  A CAPTURE TRAILER THAT DID NOT BALANCE
      *    STILL DOES NOT BALANCE, SO THE PRE-EDIT CATCHES IT AS
      *    BEFORE.
       WRITE-MERGED-FEED.
           OPEN OUTPUT TRANSACTION-FILE
           IF NOT TRANS-FILE-OK
               DISPLAY "ERROR OPENING TRANSACTION FILE FOR OUTPUT: "
                       WS-TRANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CAPTURE-RECORDS = ZEROS
               PERFORM BUILD-NEW-FEED
           ELSE
               OPEN INPUT FEED-WORK-FILE
               IF NOT WORK-FILE-OK
                   DISPLAY "ERROR OPENING FEED WORK FILE: "
                           WS-WORK-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM MERGE-ONE-CAPTURE-RECORD UNTIL WORK-FILE-EOF
               CLOSE FEED-WORK-FILE
           END-IF
           CLOSE TRANSACTION-FILE
           DISPLAY "ITEMS WRITTEN TO FEED: " WS-ITEMS-WRITTEN.

      *    A FEED BUILT FROM SCRATCH TAKES THE NEXT SEQUENCE NUMBER
      *    AFTER THE LAST ONE POSTED, SO THE POSTING JOB ACCEPTS IT IN
      *    ITS TURN.
       BUILD-NEW-FEED.
           MOVE WS-RUN-DATE TO WS-NH-FEED-DATE
           MOVE WS-NEXT-EXPECTED-SEQ TO WS-NH-FEED-SEQ
           MOVE WS-NH-FEED-SEQ TO WS-FEED-SEQ
           MOVE SPACES TO TRANS-RECORD
           MOVE WS-NEW-HEADER TO TRANS-CONTROL-RECORD
           WRITE TRANS-RECORD
           PERFORM WRITE-NEXT-ITEM
               UNTIL WS-ITEM-NEXT-SUB > WS-ITEM-COUNT
           MOVE WS-ITEMS-WRITTEN TO WS-NT-COUNT
           MOVE WS-ITEM-HASH TO WS-NT-HASH
           MOVE SPACES TO TRANS-RECORD
           MOVE WS-NEW-TRAILER TO TRANS-CONTROL-RECORD
           WRITE TRANS-RECORD
           DISPLAY "NEW FEED " WS-FEED-SEQ " BUILT FOR " WS-RUN-DATE.

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

       MERGE-ONE-CAPTURE-RECORD.
           READ FEED-WORK-FILE
               AT END
                   SET WORK-FILE-EOF TO TRUE
               NOT AT END
                   MOVE FEED-WORK-RECORD TO TRANS-RECORD
                   EVALUATE TRUE
                       WHEN TC-TYPE-HEADER
                           CONTINUE
                       WHEN TC-TYPE-TRAILER
                           PERFORM WRITE-NEXT-ITEM
                               UNTIL WS-ITEM-NEXT-SUB > WS-ITEM-COUNT
                           MOVE FEED-WORK-RECORD TO TRANS-RECORD
                           IF TC-RECORD-COUNT NUMERIC
                               AND TC-HASH-TOTAL NUMERIC
                               ADD WS-ITEMS-WRITTEN TO TC-RECORD-COUNT
                               ADD WS-ITEM-HASH TO TC-HASH-TOTAL
                           END-IF
                       WHEN TRANS-ACCT-NUMBER-N NUMERIC
                           MOVE TRANS-ACCT-NUMBER-N TO WS-CAPTURE-ACCT
                           PERFORM WRITE-NEXT-ITEM
                               UNTIL WS-ITEM-NEXT-SUB > WS-ITEM-COUNT
                                  OR WS-ITEM-SOURCE-ACCT
                                      (WS-ITEM-NEXT-SUB)
                                      NOT < WS-CAPTURE-ACCT
                           MOVE FEED-WORK-RECORD TO TRANS-RECORD
                   END-EVALUATE
                   WRITE TRANS-RECORD
           END-READ.

       WRITE-NEXT-ITEM.
           MOVE SPACES TO TRANS-RECORD
           MOVE WS-ITEM-SOURCE-ACCT(WS-ITEM-NEXT-SUB)
               TO TRANS-ACCT-NUMBER-N
           MOVE 'T' TO TRANS-CODE
           MOVE WS-ITEM-AMOUNT(WS-ITEM-NEXT-SUB) TO TRANS-AMOUNT-N
           MOVE WS-ITEM-DEST-ACCT(WS-ITEM-NEXT-SUB)
               TO TRANS-DEST-ACCT-N
           MOVE WS-ITEM-BRANCH-CODE(WS-ITEM-NEXT-SUB)
               TO TRANS-BRANCH-N
           MOVE 'S' TO TRANS-ORIGIN
           MOVE WS-ITEM-ORDER-ID(WS-ITEM-NEXT-SUB)
               TO TRANS-ORDER-ID-N
           MOVE 'N' TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD
           ADD 1 TO WS-ITEMS-WRITTEN
           ADD 1 TO WS-ITEM-NEXT-SUB.

      *    THE FILE IS REWRITTEN WHOLE - CANCELLED AND ENDED ORDERS
      *    STAY ON IT SO AN ORDER ID IS NEVER ISSUED TWICE.
       REWRITE-STANDING-ORDERS.
           OPEN OUTPUT STANDING-ORDER-FILE
           IF NOT SO-FILE-OK
               DISPLAY "ERROR OPENING STANDING ORDER FILE FOR "
                       "REWRITE: " WS-SO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
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

       WRITE-REPORT-HEADING.
           ADD 1 TO WS-REPORT-PAGE-NO
           MOVE ZERO TO WS-REPORT-LINE-CTR
           MOVE WS-REPORT-PAGE-NO TO WS-RH1-PAGE-NO
           MOVE WS-REPORT-HEADING-1 TO SO-REPORT-LINE
           WRITE SO-REPORT-LINE AFTER ADVANCING PAGE
           MOVE WS-RUN-DATE TO WS-RH2-RUN-DATE
           MOVE WS-REPORT-HEADING-2 TO SO-REPORT-LINE
           WRITE SO-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO SO-REPORT-LINE
           WRITE SO-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-REPORT-HEADING-3 TO SO-REPORT-LINE
           WRITE SO-REPORT-LINE AFTER ADVANCING 1 LINE.

      *    ONE LINE PER ITEM WRITTEN, IN FEED ORDER.
       WRITE-ITEM-DETAIL.
           IF WS-REPORT-LINE-CTR = ZERO
               OR WS-REPORT-LINE-CTR >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE WS-ITEM-ORDER-ID(WS-ITEM-SUB) TO WS-RD-ORDER-ID
           MOVE WS-ITEM-SOURCE-ACCT(WS-ITEM-SUB) TO WS-RD-SOURCE-ACCT
           MOVE WS-ITEM-DEST-ACCT(WS-ITEM-SUB) TO WS-RD-DEST-ACCT
           MOVE WS-ITEM-AMOUNT(WS-ITEM-SUB) TO WS-RD-AMOUNT
           MOVE WS-ITEM-FREQUENCY(WS-ITEM-SUB) TO WS-RD-FREQUENCY
           MOVE WS-ITEM-DUE-DATE(WS-ITEM-SUB) TO WS-RD-DUE-DATE
           MOVE WS-ITEM-POSTING-DATE(WS-ITEM-SUB)
               TO WS-RD-POSTING-DATE
           MOVE "ITEM GENERATED" TO WS-RD-ACTION
           MOVE WS-REPORT-DETAIL TO SO-REPORT-LINE
           WRITE SO-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-CTR.

       WRITE-ENDED-DETAIL.
           IF WS-SO-ENDED-THIS-RUN(WS-SO-SUB)
               MOVE "ORDER ENDED" TO WS-RD-ACTION
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

      *    WS-RD-ACTION IS SET BY THE CALLER; THE REST OF THE LINE
      *    COMES FROM THE ORDER BEING PROCESSED.
       WRITE-REPORT-DETAIL.
           IF WS-REPORT-LINE-CTR = ZERO
               OR WS-REPORT-LINE-CTR >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE WS-SO-ORDER-ID(WS-SO-SUB) TO WS-RD-ORDER-ID
           MOVE WS-SO-SOURCE-ACCT(WS-SO-SUB) TO WS-RD-SOURCE-ACCT
           MOVE WS-SO-DEST-ACCT(WS-SO-SUB) TO WS-RD-DEST-ACCT
           MOVE WS-SO-AMOUNT(WS-SO-SUB) TO WS-RD-AMOUNT
           MOVE WS-SO-FREQUENCY(WS-SO-SUB) TO WS-RD-FREQUENCY
           MOVE WS-SO-NEXT-DUE-DATE(WS-SO-SUB) TO WS-RD-DUE-DATE
           IF WS-SO-STATUS(WS-SO-SUB) = 'A'
               MOVE WS-POSTING-DATE TO WS-RD-POSTING-DATE
           ELSE
               MOVE ZEROS TO WS-RD-POSTING-DATE
           END-IF
           MOVE WS-REPORT-DETAIL TO SO-REPORT-LINE
           WRITE SO-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-CTR.

       WRITE-REPORT-TOTALS.
           IF WS-REPORT-LINE-CTR = ZERO
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE WS-ORDERS-READ TO WS-RT1-ORDERS
           MOVE WS-REPORT-TOTALS-1 TO SO-REPORT-LINE
           WRITE SO-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE WS-ITEM-COUNT TO WS-RT2-ITEMS
           MOVE WS-ITEM-HASH TO WS-RT2-AMOUNT
           MOVE WS-REPORT-TOTALS-2 TO SO-REPORT-LINE
           WRITE SO-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-ORDERS-ENDED TO WS-RT3-ENDED
           MOVE WS-REPORT-TOTALS-3 TO SO-REPORT-LINE
           WRITE SO-REPORT-LINE AFTER ADVANCING 1 LINE.

       CLEANUP-PROGRAM.
           CLOSE SO-REPORT-FILE
           DISPLAY "STANDING ORDERS READ:  " WS-ORDERS-READ
           DISPLAY "ITEMS GENERATED:       " WS-ITEM-COUNT
           DISPLAY "ORDERS ENDED:          " WS-ORDERS-ENDED
           DISPLAY "=== STANDING ORDER GENERATION COMPLETE ===".
