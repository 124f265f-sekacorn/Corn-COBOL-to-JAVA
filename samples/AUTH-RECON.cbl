       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTH-RECON.
       AUTHOR. SEKACORN.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CHANNEL AUTHORIZATION RECONCILIATION - RUNS AFTER TRANS-EDIT
      * The ATM and online banking channels authorize against the
      * positive-balance file the posting batch writes each night.
      * Every day the channel returns the authorizations it approved
      * that have not yet come through as postings.  This program
      * loads that list, proves it against its own trailer count and
      * amount hash, and adds it to the authorizations still carried
      * from earlier days.  Each withdrawal or transfer debit in the
      * accepted feed settles one authorization for the same account
      * and amount.  An authorization dated on or before the feed date
      * that found no posting is listed as missing; anything still
      * unsettled is carried to the next day's run, until it is
      * settled or ages off.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO "TRANSACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT AUTH-RETURN-FILE
               ASSIGN TO "AUTHRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT OPTIONAL AUTH-PENDING-FILE
               ASSIGN TO "AUTHPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT AUTH-REPORT-FILE
               ASSIGN TO "AUTHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S ACCEPTED FEED - THE
      *    HEADER GIVES THE FEED DATE, AND THE WITHDRAWAL AND TRANSFER
      *    DETAILS ARE THE POSTINGS THAT SETTLE AN AUTHORIZATION.
      *    A STANDING ORDER TRANSFER (ORIGIN 'S') IS SCHEDULED, NOT
      *    AUTHORIZED, SO IT NEVER SETTLES ONE.
       FD  TRANSACTION-FILE.
       01  TRANS-RECORD.
           05  TRANS-ACCT-NUMBER       PIC 9(10).
           05  TRANS-CODE              PIC X.
           05  TRANS-AMOUNT            PIC 9(9)V99.
           05  TRANS-DEST-ACCT-NUMBER  PIC 9(10).
           05  TRANS-BRANCH-CODE       PIC 9(3).
           05  TRANS-ORIGIN            PIC X.
               88  TRANS-STANDING-ORDER VALUE 'S'.
           05  TRANS-ORDER-ID          PIC 9(6).
           05  TRANS-REVERSAL-REF      PIC 9(12).
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

      *    THE CHANNEL'S RETURNED LIST - A HEADER WITH THE DATE IT WAS
      *    CUT, ONE DETAIL PER APPROVED AUTHORIZATION NOT YET POSTED,
      *    AND A TRAILER WITH THE DETAIL COUNT AND AMOUNT HASH.  THE
      *    LIST IS LOADED ONLY WHEN THE TRAILER PROVES.
       FD  AUTH-RETURN-FILE.
       01  AUTH-RETURN-RECORD.
           05  AR-RECORD-TYPE          PIC X.
               88  AR-TYPE-HEADER      VALUE 'H'.
               88  AR-TYPE-DETAIL      VALUE 'D'.
               88  AR-TYPE-TRAILER     VALUE 'T'.
           05  AR-DETAIL-DATA.
               10  AR-AUTH-ID          PIC X(12).
               10  AR-ACCT-NUMBER      PIC 9(10).
               10  AR-AMOUNT           PIC 9(9)V99.
               10  AR-AUTH-DATE        PIC 9(8).
               10  AR-CHANNEL          PIC X(3).
           05  AR-HEADER-DATA REDEFINES AR-DETAIL-DATA.
               10  AR-LIST-DATE        PIC 9(8).
               10  FILLER              PIC X(36).
           05  AR-TRAILER-DATA REDEFINES AR-DETAIL-DATA.
               10  AR-RECORD-COUNT     PIC 9(7).
               10  AR-HASH-TOTAL       PIC 9(11)V99.
               10  FILLER              PIC X(24).

      *    AUTHORIZATIONS CARRIED FROM EARLIER RUNS - EVERY ITEM NOT
      *    YET SETTLED BY A POSTING, REWRITTEN WHOLE AT END OF RUN.
      *    OPTIONAL SO THE FIRST RUN STARTS WITH NOTHING CARRIED.
       FD  AUTH-PENDING-FILE.
       01  AUTH-PENDING-RECORD.
           05  AP-AUTH-ID              PIC X(12).
           05  AP-ACCT-NUMBER          PIC 9(10).
           05  AP-AMOUNT               PIC 9(9)V99.
           05  AP-AUTH-DATE            PIC 9(8).
           05  AP-CHANNEL              PIC X(3).

      *    PRINTED EXCEPTION LISTING - EVERY AUTHORIZATION MISSING
      *    FROM THE FEED OR AGED OFF, THEN THE RUN TOTALS.
       FD  AUTH-REPORT-FILE.
       01  AUTH-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS        PIC XX.
           88  TRANS-FILE-OK           VALUE '00'.
           88  TRANS-FILE-EOF          VALUE '10'.

       01  WS-RTN-FILE-STATUS          PIC XX.
           88  RTN-FILE-OK             VALUE '00'.
           88  RTN-FILE-EOF            VALUE '10'.

      *    '05' = OPTIONAL FILE NOT PRESENT - NOTHING CARRIED YET.
       01  WS-PEND-FILE-STATUS         PIC XX.
           88  PEND-FILE-OK            VALUE '00', '05'.
           88  PEND-FILE-EOF           VALUE '10'.

       01  WS-RPT-FILE-STATUS          PIC XX.
           88  RPT-FILE-OK             VALUE '00'.

       01  WS-FEED-DATE                PIC 9(8) VALUE ZEROS.
       01  WS-FEED-DATE-INT            PIC 9(7).

      *    AN AUTHORIZATION STILL UNSETTLED THIS MANY CALENDAR DAYS
      *    AFTER IT WAS APPROVED HAS LAPSED AT THE CHANNEL - IT IS
      *    LISTED ONE LAST TIME AND NOT CARRIED FURTHER.
       01  WS-AUTH-EXPIRY-DAYS         PIC 9(3) VALUE 030.

      *    THE RETURNED LIST'S OWN CONTROL TOTALS, PROVED AGAINST ITS
      *    TRAILER BEFORE ANY OF IT IS USED.
       01  WS-RTN-CONTROLS.
           05  WS-RTN-HEADER-SWITCH    PIC X VALUE 'N'.
               88  RTN-HEADER-READ     VALUE 'Y'.
           05  WS-RTN-TRAILER-SWITCH   PIC X VALUE 'N'.
               88  RTN-TRAILER-READ    VALUE 'Y'.
           05  WS-RTN-DETAIL-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-RTN-HASH-TOTAL       PIC 9(11)V99 VALUE ZEROS.
           05  WS-RTN-TRAILER-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-RTN-TRAILER-HASH     PIC 9(11)V99 VALUE ZEROS.

      *    ONE ENTRY PER OUTSTANDING AUTHORIZATION - CARRIED ITEMS
      *    FIRST, THEN NEW ITEMS FROM THE RETURNED LIST.  THE AUTH ID
      *    IS UNIQUE; A RETURNED ITEM ALREADY CARRIED IS NOT ADDED
      *    AGAIN.
       01  WS-AUTH-TABLE.
           05  WS-AU-ENTRY OCCURS 2000 TIMES.
               10  WS-AU-AUTH-ID       PIC X(12).
               10  WS-AU-ACCT-NUMBER   PIC 9(10).
               10  WS-AU-AMOUNT        PIC 9(9)V99.
               10  WS-AU-AUTH-DATE     PIC 9(8).
               10  WS-AU-CHANNEL       PIC X(3).
               10  WS-AU-SETTLED-FLAG  PIC X.
                   88  AU-SETTLED      VALUE 'Y'.
               10  WS-AU-EXPIRED-FLAG  PIC X.
                   88  AU-EXPIRED      VALUE 'Y'.
       01  WS-AU-COUNT                 PIC 9(4) VALUE ZEROS.
       01  WS-AU-SUB                   PIC 9(4).
       01  WS-AU-FOUND-SUB             PIC 9(4).

       01  WS-NEW-AUTH-ID              PIC X(12).
       01  WS-NEW-ACCT-NUMBER          PIC 9(10).
       01  WS-NEW-AMOUNT               PIC 9(9)V99.
       01  WS-NEW-AUTH-DATE            PIC 9(8).
       01  WS-NEW-CHANNEL              PIC X(3).
       01  WS-DAYS-OUTSTANDING         PIC 9(5).

       01  WS-RECON-COUNTS.
           05  WS-CARRIED-LOADED       PIC 9(7) VALUE ZEROS.
           05  WS-RETURNED-LOADED      PIC 9(7) VALUE ZEROS.
           05  WS-RETURNED-DUPLICATE   PIC 9(7) VALUE ZEROS.
           05  WS-FEED-DEBITS-READ     PIC 9(7) VALUE ZEROS.
           05  WS-AUTHS-SETTLED        PIC 9(7) VALUE ZEROS.
           05  WS-AUTHS-MISSING        PIC 9(7) VALUE ZEROS.
           05  WS-AUTHS-EXPIRED        PIC 9(7) VALUE ZEROS.
           05  WS-AUTHS-NOT-DUE        PIC 9(7) VALUE ZEROS.
           05  WS-AUTHS-CARRIED        PIC 9(7) VALUE ZEROS.
           05  WS-MISSING-AMOUNT       PIC 9(11)V99 VALUE ZEROS.

       01  WS-REPORT-PAGE-NO           PIC 9(3) VALUE ZEROS.
       01  WS-REPORT-LINE-CTR          PIC 9(3) VALUE ZEROS.
       01  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 040.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "CHANNEL AUTHORIZATIONS MISSING FROM FEED".
           05  FILLER                  PIC X(6) VALUE "PAGE ".
           05  WS-RH1-PAGE-NO          PIC ZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(11) VALUE "FEED DATE: ".
           05  WS-RH2-FEED-DATE        PIC 9(8).
           05  FILLER                  PIC X(16)
               VALUE "  AGE-OFF DAYS: ".
           05  WS-RH2-EXPIRY-DAYS      PIC ZZ9.

       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(14) VALUE "AUTH ID".
           05  FILLER                  PIC X(12) VALUE "   ACCOUNT".
           05  FILLER                  PIC X(17)
               VALUE "          AMOUNT".
           05  FILLER                  PIC X(10) VALUE "AUTH DATE".
           05  FILLER                  PIC X(5) VALUE "CHN".
           05  FILLER                  PIC X(7) VALUE " DAYS".
           05  FILLER                  PIC X(8) VALUE "STATUS".

       01  WS-REPORT-DETAIL.
           05  WS-RD-AUTH-ID           PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ACCT-NUMBER       PIC Z(9)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-AMOUNT            PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-AUTH-DATE         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-CHANNEL           PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-STATUS            PIC X(8).

       01  WS-NO-MISSING-LINE          PIC X(40)
           VALUE "NO AUTHORIZATIONS MISSING FROM THE FEED".

       01  WS-REPORT-TOTAL.
           05  WS-RT-CAPTION           PIC X(30).
           05  WS-RT-COUNT             PIC Z,ZZZ,ZZ9.

       01  WS-REPORT-AMOUNT-TOTAL.
           05  FILLER                  PIC X(30)
               VALUE "AMOUNT MISSING:".
           05  WS-RT-AMOUNT            PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-CARRIED-AUTHORIZATIONS
           PERFORM LOAD-RETURNED-AUTHORIZATIONS
           PERFORM SETTLE-FROM-FEED
           PERFORM WRITE-MISSING-REPORT
           PERFORM REWRITE-CARRIED-AUTHORIZATIONS
           PERFORM CLEANUP-PROGRAM
           STOP RUN.

      *    THE FEED MUST BE PRESENT AND LEAD WITH ITS HEADER - WITHOUT
      *    A FEED DATE THERE IS NO TELLING WHICH AUTHORIZATIONS WERE
      *    DUE, SO THE CARRIED FILE IS LEFT AS IT STANDS.
       INITIALIZE-PROGRAM.
           DISPLAY "=== CHANNEL AUTHORIZATION RECONCILIATION ==="
           OPEN INPUT TRANSACTION-FILE
           IF NOT TRANS-FILE-OK
               DISPLAY "ERROR OPENING ACCEPTED FEED: "
                       WS-TRANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TRANSACTION-FILE
               AT END
                   DISPLAY "ERROR: Accepted feed is empty"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NOT TC-TYPE-HEADER
               OR TC-FEED-DATE NOT NUMERIC
               DISPLAY "ERROR: Accepted feed has no header record"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TC-FEED-DATE TO WS-FEED-DATE
           COMPUTE WS-FEED-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-FEED-DATE)
           DISPLAY "FEED DATE " WS-FEED-DATE " SEQUENCE " TC-FEED-SEQ

           OPEN OUTPUT AUTH-REPORT-FILE
           IF NOT RPT-FILE-OK
               DISPLAY "ERROR OPENING AUTHORIZATION REPORT FILE: "
                       WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CARRIED-AUTHORIZATIONS.
           OPEN INPUT AUTH-PENDING-FILE
           IF NOT PEND-FILE-OK
               DISPLAY "ERROR OPENING CARRIED AUTHORIZATION FILE: "
                       WS-PEND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-CARRIED-AUTH UNTIL PEND-FILE-EOF
           CLOSE AUTH-PENDING-FILE
           DISPLAY "AUTHORIZATIONS CARRIED IN: " WS-CARRIED-LOADED.

       LOAD-ONE-CARRIED-AUTH.
           READ AUTH-PENDING-FILE
               AT END
                   SET PEND-FILE-EOF TO TRUE
               NOT AT END
                   MOVE AP-AUTH-ID TO WS-NEW-AUTH-ID
                   MOVE AP-ACCT-NUMBER TO WS-NEW-ACCT-NUMBER
                   MOVE AP-AMOUNT TO WS-NEW-AMOUNT
                   MOVE AP-AUTH-DATE TO WS-NEW-AUTH-DATE
                   MOVE AP-CHANNEL TO WS-NEW-CHANNEL
                   PERFORM FIND-AUTH-ENTRY
                   IF WS-AU-FOUND-SUB = ZEROS
                       PERFORM ADD-AUTH-ENTRY
                       ADD 1 TO WS-CARRIED-LOADED
                   END-IF
           END-READ.

      *    THE WHOLE LIST IS READ AND PROVED FIRST; ONLY A LIST WHOSE
      *    TRAILER AGREES IS ADDED TO THE TABLE, ON A SECOND PASS.  A
      *    DAY WITH NO LIST FROM THE CHANNEL STILL CHECKS THE CARRIED
      *    ITEMS AGAINST THE FEED.
       LOAD-RETURNED-AUTHORIZATIONS.
           OPEN INPUT AUTH-RETURN-FILE
           IF NOT RTN-FILE-OK
               DISPLAY "NO RETURNED AUTHORIZATION LIST FOR THIS RUN - "
                       "STATUS: " WS-RTN-FILE-STATUS
           ELSE
               PERFORM PROVE-ONE-RETURNED-RECORD UNTIL RTN-FILE-EOF
               CLOSE AUTH-RETURN-FILE
               PERFORM VERIFY-RETURNED-CONTROLS
               OPEN INPUT AUTH-RETURN-FILE
               PERFORM LOAD-ONE-RETURNED-AUTH UNTIL RTN-FILE-EOF
               CLOSE AUTH-RETURN-FILE
               DISPLAY "RETURNED AUTHORIZATIONS ADDED: "
                       WS-RETURNED-LOADED
               IF WS-RETURNED-DUPLICATE > ZEROS
                   DISPLAY "RETURNED ALREADY CARRIED:      "
                           WS-RETURNED-DUPLICATE
               END-IF
           END-IF.

       PROVE-ONE-RETURNED-RECORD.
           READ AUTH-RETURN-FILE
               AT END
                   SET RTN-FILE-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN AR-TYPE-HEADER
                           SET RTN-HEADER-READ TO TRUE
                           DISPLAY "RETURNED LIST DATE " AR-LIST-DATE
                       WHEN AR-TYPE-TRAILER
                           SET RTN-TRAILER-READ TO TRUE
                           MOVE AR-RECORD-COUNT TO WS-RTN-TRAILER-COUNT
                           MOVE AR-HASH-TOTAL TO WS-RTN-TRAILER-HASH
                       WHEN AR-TYPE-DETAIL
                           ADD 1 TO WS-RTN-DETAIL-COUNT
                           IF AR-AMOUNT NUMERIC
                               ADD AR-AMOUNT TO WS-RTN-HASH-TOTAL
                           END-IF
                       WHEN OTHER
                           DISPLAY "ERROR: Unknown record type '"
                                   AR-RECORD-TYPE
                                   "' on returned authorization list"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
           END-READ.

       VERIFY-RETURNED-CONTROLS.
           IF NOT RTN-HEADER-READ OR NOT RTN-TRAILER-READ
               DISPLAY "ERROR: Returned authorization list has no "
                       "header or trailer - list not loaded"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RTN-DETAIL-COUNT NOT = WS-RTN-TRAILER-COUNT
               OR WS-RTN-HASH-TOTAL NOT = WS-RTN-TRAILER-HASH
               DISPLAY "ERROR: Returned authorization list out of "
                       "balance - list not loaded"
               DISPLAY "  DETAILS READ: " WS-RTN-DETAIL-COUNT
                       " TRAILER: " WS-RTN-TRAILER-COUNT
               DISPLAY "  AMOUNT HASH:  " WS-RTN-HASH-TOTAL
                       " TRAILER: " WS-RTN-TRAILER-HASH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A DETAIL THAT DOES NOT EDIT CLEAN CANNOT BE MATCHED TO A
      *    POSTING, SO IT IS REFUSED HERE AND THE CHANNEL RESENDS IT.
       LOAD-ONE-RETURNED-AUTH.
           READ AUTH-RETURN-FILE
               AT END
                   SET RTN-FILE-EOF TO TRUE
               NOT AT END
                   IF AR-TYPE-DETAIL
                       IF AR-AUTH-ID = SPACES
                           OR AR-ACCT-NUMBER NOT NUMERIC
                           OR AR-AMOUNT NOT NUMERIC
                           OR AR-AUTH-DATE NOT NUMERIC
                           DISPLAY "WARNING: Returned authorization "
                                   AR-AUTH-ID " not usable - skipped"
                       ELSE
                           PERFORM ADD-RETURNED-AUTH
                       END-IF
                   END-IF
           END-READ.

       ADD-RETURNED-AUTH.
           MOVE AR-AUTH-ID TO WS-NEW-AUTH-ID
           MOVE AR-ACCT-NUMBER TO WS-NEW-ACCT-NUMBER
           MOVE AR-AMOUNT TO WS-NEW-AMOUNT
           MOVE AR-AUTH-DATE TO WS-NEW-AUTH-DATE
           MOVE AR-CHANNEL TO WS-NEW-CHANNEL
           PERFORM FIND-AUTH-ENTRY
           IF WS-AU-FOUND-SUB = ZEROS
               PERFORM ADD-AUTH-ENTRY
               ADD 1 TO WS-RETURNED-LOADED
           ELSE
               ADD 1 TO WS-RETURNED-DUPLICATE
           END-IF.

       FIND-AUTH-ENTRY.
           MOVE ZEROS TO WS-AU-FOUND-SUB
           PERFORM VARYING WS-AU-SUB FROM 1 BY 1
                   UNTIL WS-AU-SUB > WS-AU-COUNT
                      OR WS-AU-FOUND-SUB > ZEROS
               IF WS-AU-AUTH-ID(WS-AU-SUB) = WS-NEW-AUTH-ID
                   MOVE WS-AU-SUB TO WS-AU-FOUND-SUB
               END-IF
           END-PERFORM.

      *    A TABLE OVERFLOW STOPS THE RUN BEFORE THE CARRIED FILE IS
      *    REWRITTEN - DROPPING ITEMS WOULD LOSE TRACK OF MONEY THE
      *    CHANNEL HAS ALREADY PAID OUT.
       ADD-AUTH-ENTRY.
           IF WS-AU-COUNT >= 2000
               DISPLAY "ERROR: Authorization table full at "
                       WS-NEW-AUTH-ID " - reconciliation abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AU-COUNT
           MOVE WS-NEW-AUTH-ID TO WS-AU-AUTH-ID(WS-AU-COUNT)
           MOVE WS-NEW-ACCT-NUMBER TO WS-AU-ACCT-NUMBER(WS-AU-COUNT)
           MOVE WS-NEW-AMOUNT TO WS-AU-AMOUNT(WS-AU-COUNT)
           MOVE WS-NEW-AUTH-DATE TO WS-AU-AUTH-DATE(WS-AU-COUNT)
           MOVE WS-NEW-CHANNEL TO WS-AU-CHANNEL(WS-AU-COUNT)
           MOVE 'N' TO WS-AU-SETTLED-FLAG(WS-AU-COUNT)
           MOVE 'N' TO WS-AU-EXPIRED-FLAG(WS-AU-COUNT).

      *    EACH WITHDRAWAL OR TRANSFER DEBIT SETTLES AT MOST ONE
      *    AUTHORIZATION - THE OLDEST UNSETTLED ONE ON THE SAME
      *    ACCOUNT FOR THE SAME AMOUNT, APPROVED ON OR BEFORE THE FEED
      *    DATE.  THE TABLE IS IN LOAD ORDER, SO CARRIED ITEMS ARE
      *    TRIED BEFORE NEW ONES.
       SETTLE-FROM-FEED.
           PERFORM SETTLE-ONE-FEED-RECORD UNTIL TRANS-FILE-EOF
           DISPLAY "FEED DEBITS READ:           " WS-FEED-DEBITS-READ
           DISPLAY "AUTHORIZATIONS SETTLED:     " WS-AUTHS-SETTLED.

       SETTLE-ONE-FEED-RECORD.
           READ TRANSACTION-FILE
               AT END
                   SET TRANS-FILE-EOF TO TRUE
               NOT AT END
                   IF TRANS-ACCT-NUMBER NUMERIC
                       AND TRANS-AMOUNT NUMERIC
                       AND (TRANS-CODE = 'W' OR TRANS-CODE = 'T')
                       AND NOT TRANS-STANDING-ORDER
                       ADD 1 TO WS-FEED-DEBITS-READ
                       PERFORM SETTLE-ONE-AUTHORIZATION
                   END-IF
           END-READ.

       SETTLE-ONE-AUTHORIZATION.
           MOVE ZEROS TO WS-AU-FOUND-SUB
           PERFORM VARYING WS-AU-SUB FROM 1 BY 1
                   UNTIL WS-AU-SUB > WS-AU-COUNT
                      OR WS-AU-FOUND-SUB > ZEROS
               IF NOT AU-SETTLED(WS-AU-SUB)
                   AND WS-AU-ACCT-NUMBER(WS-AU-SUB) = TRANS-ACCT-NUMBER
                   AND WS-AU-AMOUNT(WS-AU-SUB) = TRANS-AMOUNT
                   AND WS-AU-AUTH-DATE(WS-AU-SUB) NOT > WS-FEED-DATE
                   MOVE WS-AU-SUB TO WS-AU-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-AU-FOUND-SUB > ZEROS
               SET AU-SETTLED(WS-AU-FOUND-SUB) TO TRUE
               ADD 1 TO WS-AUTHS-SETTLED
           END-IF.

      *    AN UNSETTLED ITEM APPROVED AFTER THE FEED DATE IS NOT DUE
      *    YET AND IS CARRIED WITHOUT BEING LISTED.  ONE DUE AND STILL
      *    UNSETTLED IS LISTED EVERY DAY UNTIL IT POSTS OR AGES OFF.
       WRITE-MISSING-REPORT.
           PERFORM WRITE-REPORT-HEADING
           PERFORM VARYING WS-AU-SUB FROM 1 BY 1
                   UNTIL WS-AU-SUB > WS-AU-COUNT
               IF NOT AU-SETTLED(WS-AU-SUB)
                   PERFORM TEST-ONE-UNSETTLED-AUTH
               END-IF
           END-PERFORM
           IF WS-AUTHS-MISSING = ZEROS
               AND WS-AUTHS-EXPIRED = ZEROS
               MOVE WS-NO-MISSING-LINE TO AUTH-REPORT-LINE
               WRITE AUTH-REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-REPORT-LINE-CTR
           END-IF
           PERFORM WRITE-REPORT-TOTALS.

       TEST-ONE-UNSETTLED-AUTH.
           IF WS-AU-AUTH-DATE(WS-AU-SUB) > WS-FEED-DATE
               ADD 1 TO WS-AUTHS-NOT-DUE
           ELSE
               COMPUTE WS-DAYS-OUTSTANDING = WS-FEED-DATE-INT
                   - FUNCTION INTEGER-OF-DATE
                         (WS-AU-AUTH-DATE(WS-AU-SUB))
               IF WS-DAYS-OUTSTANDING > WS-AUTH-EXPIRY-DAYS
                   SET AU-EXPIRED(WS-AU-SUB) TO TRUE
                   ADD 1 TO WS-AUTHS-EXPIRED
                   MOVE "AGED OFF" TO WS-RD-STATUS
               ELSE
                   ADD 1 TO WS-AUTHS-MISSING
                   ADD WS-AU-AMOUNT(WS-AU-SUB) TO WS-MISSING-AMOUNT
                   MOVE "MISSING" TO WS-RD-STATUS
               END-IF
               PERFORM WRITE-MISSING-DETAIL
           END-IF.

       WRITE-MISSING-DETAIL.
           IF WS-REPORT-LINE-CTR >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE WS-AU-AUTH-ID(WS-AU-SUB) TO WS-RD-AUTH-ID
           MOVE WS-AU-ACCT-NUMBER(WS-AU-SUB) TO WS-RD-ACCT-NUMBER
           MOVE WS-AU-AMOUNT(WS-AU-SUB) TO WS-RD-AMOUNT
           MOVE WS-AU-AUTH-DATE(WS-AU-SUB) TO WS-RD-AUTH-DATE
           MOVE WS-AU-CHANNEL(WS-AU-SUB) TO WS-RD-CHANNEL
           MOVE WS-DAYS-OUTSTANDING TO WS-RD-DAYS
           MOVE WS-REPORT-DETAIL TO AUTH-REPORT-LINE
           WRITE AUTH-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-CTR.

       WRITE-REPORT-HEADING.
           ADD 1 TO WS-REPORT-PAGE-NO
           MOVE WS-REPORT-PAGE-NO TO WS-RH1-PAGE-NO
           MOVE WS-REPORT-HEADING-1 TO AUTH-REPORT-LINE
           IF WS-REPORT-PAGE-NO = 1
               WRITE AUTH-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE AUTH-REPORT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE WS-FEED-DATE TO WS-RH2-FEED-DATE
           MOVE WS-AUTH-EXPIRY-DAYS TO WS-RH2-EXPIRY-DAYS
           MOVE WS-REPORT-HEADING-2 TO AUTH-REPORT-LINE
           WRITE AUTH-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE WS-REPORT-HEADING-3 TO AUTH-REPORT-LINE
           WRITE AUTH-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE 5 TO WS-REPORT-LINE-CTR.

       WRITE-REPORT-TOTALS.
           MOVE "CARRIED FROM EARLIER RUNS:" TO WS-RT-CAPTION
           MOVE WS-CARRIED-LOADED TO WS-RT-COUNT
           MOVE WS-REPORT-TOTAL TO AUTH-REPORT-LINE
           WRITE AUTH-REPORT-LINE AFTER ADVANCING 2 LINES
           MOVE "RETURNED BY CHANNEL:" TO WS-RT-CAPTION
           MOVE WS-RETURNED-LOADED TO WS-RT-COUNT
           MOVE WS-REPORT-TOTAL TO AUTH-REPORT-LINE
           WRITE AUTH-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "SETTLED BY FEED:" TO WS-RT-CAPTION
           MOVE WS-AUTHS-SETTLED TO WS-RT-COUNT
           MOVE WS-REPORT-TOTAL TO AUTH-REPORT-LINE
           WRITE AUTH-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "MISSING FROM FEED:" TO WS-RT-CAPTION
           MOVE WS-AUTHS-MISSING TO WS-RT-COUNT
           MOVE WS-REPORT-TOTAL TO AUTH-REPORT-LINE
           WRITE AUTH-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-MISSING-AMOUNT TO WS-RT-AMOUNT
           MOVE WS-REPORT-AMOUNT-TOTAL TO AUTH-REPORT-LINE
           WRITE AUTH-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "AGED OFF UNSETTLED:" TO WS-RT-CAPTION
           MOVE WS-AUTHS-EXPIRED TO WS-RT-COUNT
           MOVE WS-REPORT-TOTAL TO AUTH-REPORT-LINE
           WRITE AUTH-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "NOT YET DUE:" TO WS-RT-CAPTION
           MOVE WS-AUTHS-NOT-DUE TO WS-RT-COUNT
           MOVE WS-REPORT-TOTAL TO AUTH-REPORT-LINE
           WRITE AUTH-REPORT-LINE AFTER ADVANCING 1 LINE.

      *    SETTLED AND AGED-OFF ITEMS DROP OFF; EVERYTHING ELSE GOES
      *    BACK FOR THE NEXT DAY'S FEED.
       REWRITE-CARRIED-AUTHORIZATIONS.
           OPEN OUTPUT AUTH-PENDING-FILE
           IF NOT PEND-FILE-OK
               DISPLAY "ERROR REWRITING CARRIED AUTHORIZATION FILE: "
                       WS-PEND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-AU-SUB FROM 1 BY 1
                       UNTIL WS-AU-SUB > WS-AU-COUNT
                   IF NOT AU-SETTLED(WS-AU-SUB)
                       AND NOT AU-EXPIRED(WS-AU-SUB)
                       PERFORM WRITE-ONE-CARRIED-AUTH
                   END-IF
               END-PERFORM
               CLOSE AUTH-PENDING-FILE
           END-IF.

       WRITE-ONE-CARRIED-AUTH.
           MOVE WS-AU-AUTH-ID(WS-AU-SUB) TO AP-AUTH-ID
           MOVE WS-AU-ACCT-NUMBER(WS-AU-SUB) TO AP-ACCT-NUMBER
           MOVE WS-AU-AMOUNT(WS-AU-SUB) TO AP-AMOUNT
           MOVE WS-AU-AUTH-DATE(WS-AU-SUB) TO AP-AUTH-DATE
           MOVE WS-AU-CHANNEL(WS-AU-SUB) TO AP-CHANNEL
           WRITE AUTH-PENDING-RECORD
           ADD 1 TO WS-AUTHS-CARRIED.

       CLEANUP-PROGRAM.
           CLOSE TRANSACTION-FILE
           CLOSE AUTH-REPORT-FILE
           DISPLAY "AUTHORIZATIONS MISSING:     " WS-AUTHS-MISSING
           DISPLAY "AUTHORIZATIONS AGED OFF:    " WS-AUTHS-EXPIRED
           DISPLAY "AUTHORIZATIONS CARRIED OUT: " WS-AUTHS-CARRIED
           IF RETURN-CODE < 16
               IF WS-AUTHS-MISSING > ZEROS
                   OR WS-AUTHS-EXPIRED > ZEROS
                   DISPLAY "WARNING: Approved authorizations missing "
                           "from the feed - see report"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "=== AUTHORIZATION RECONCILIATION COMPLETE ===".
