           05  TRANS-ACCT-NUMBER-N REDEFINES TRANS-ACCT-NUMBER
                                       PIC 9(10).
           05  TRANS-CODE              PIC X.
               88  TRANS-CODE-VALID    VALUE 'D', 'W', 'T', 'V'.
               88  TRANS-CODE-TRANSFER VALUE 'T'.
               88  TRANS-CODE-REVERSAL VALUE 'V'.
           05  TRANS-AMOUNT            PIC X(11).
           05  TRANS-AMOUNT-N REDEFINES TRANS-AMOUNT
                                       PIC 9(9)V99.
           05  TRANS-BRANCH-CODE       PIC X(3).
           05  TRANS-BRANCH-N REDEFINES TRANS-BRANCH-CODE
                                       PIC 9(3).
      *    ITEM ORIGIN - SPACE FOR ITEMS KEYED AT BRANCH CAPTURE, 'S'
      *    FOR A TRANSFER WRITTEN BY THE STANDING ORDER GENERATOR,
      *    WHICH ALSO CARRIES THE ORDER ID SO A REJECTED PAYMENT CAN
      *    BE TRACED BACK TO ITS ORDER.
           05  TRANS-ORIGIN            PIC X.
               88  TRANS-ORIGIN-VALID  VALUE SPACE, 'S'.
               88  TRANS-STANDING-ORDER VALUE 'S'.
           05  TRANS-ORDER-ID          PIC X(6).
           05  TRANS-ORDER-ID-N REDEFINES TRANS-ORDER-ID
                                       PIC 9(6).
      *    A REVERSAL ('V') NAMES THE JOURNAL ITEM REFERENCE OF THE
      *    POSTED ITEM IT BACKS OUT.  WHETHER THAT ITEM EXISTS, IS ON
      *    THIS ACCOUNT AND IS STILL UNREVERSED IS FOR THE POSTING JOB
      *    TO DECIDE - HERE THE REFERENCE NEED ONLY BE PRESENT.
           05  TRANS-REVERSAL-REF      PIC X(12).
           05  TRANS-REVERSAL-REF-N REDEFINES TRANS-REVERSAL-REF
                                       PIC 9(12).
      *    CASH INDICATOR - 'Y' WHEN CURRENCY CHANGED HANDS AT THE
      *    COUNTER, 'N' OTHERWISE.  ONLY A DEPOSIT OR A WITHDRAWAL CAN
      *    BE CASH; IT FEEDS CURRENCY TRANSACTION REPORTING.
           05  TRANS-CASH-FLAG         PIC X.
               88  TRANS-CASH-FLAG-VALID VALUE 'Y', 'N'.
               88  TRANS-CASH-ITEM     VALUE 'Y'.
      *    FEED CONTROL RECORDS - THE CAPTURE SYSTEM BRACKETS EACH FEED
      *    WITH A HEADER (FEED DATE AND SEQUENCE NUMBER) AND A TRAILER
      *    (DETAIL COUNT AND AMOUNT HASH TOTAL).  DETAIL RECORDS START
      *    FEED AND A TRAILER REBUILT FROM THE ACCEPTED COUNT AND HASH
      *    SO THE POSTING PROGRAM CAN CONTROL-CHECK WHAT IT READS.
       FD  ACCEPTED-FILE.
       01  ACCEPTED-RECORD             PIC X(55).

      *    FAILED TRANSACTIONS - ORIGINAL RECORD PLUS THE FIRST EDIT
      *    REASON THAT FAILED, FOR REPAIR AND RESUBMISSION.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-TRANS-DATA          PIC X(55).
           05  REJ-REASON              PIC X(30).

      *    PRINTED EDIT REPORT - HEADINGS, ONE DETAIL LINE PER REJECT,

      *    REJECT COUNTS BY REASON, IN THE ORDER THE EDITS ARE APPLIED.
       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-REASON-IDX.
               10  WS-REASON-TEXT      PIC X(30).
               10  WS-REASON-COUNT     PIC 9(7).
       01  WS-REASON-MAX               PIC 9(3) VALUE 10.
       01  WS-REASON-SUB               PIC 9(3).
           88  REASON-NON-NUMERIC-ACCT     VALUE 1.
           88  REASON-NON-NUMERIC-AMOUNT   VALUE 2.
           88  REASON-INVALID-DEST         VALUE 5.
           88  REASON-OUT-OF-SEQUENCE      VALUE 6.
           88  REASON-INVALID-BRANCH       VALUE 7.
           88  REASON-INVALID-ORIGIN       VALUE 8.
           88  REASON-INVALID-REVERSAL     VALUE 9.
           88  REASON-INVALID-CASH-FLAG    VALUE 10.

       01  WS-REPORT-PAGE-NO           PIC 9(3) VALUE ZEROS.
       01  WS-REPORT-LINE-CTR          PIC 9(3) VALUE ZEROS.
           MOVE "INVALID DESTINATION ACCOUNT" TO WS-REASON-TEXT(5)
           MOVE "OUT OF SEQUENCE" TO WS-REASON-TEXT(6)
           MOVE "INVALID BRANCH CODE" TO WS-REASON-TEXT(7)
           MOVE "INVALID ITEM ORIGIN" TO WS-REASON-TEXT(8)
           MOVE "INVALID REVERSAL REFERENCE" TO WS-REASON-TEXT(9)
           MOVE "INVALID CASH INDICATOR" TO WS-REASON-TEXT(10)
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-MAX
               MOVE ZEROS TO WS-REASON-COUNT(WS-REASON-IDX)
                   SET REASON-INVALID-DEST TO TRUE
               WHEN NOT BRANCH-CODE-VALID
                   SET REASON-INVALID-BRANCH TO TRUE
               WHEN NOT TRANS-ORIGIN-VALID
                   SET REASON-INVALID-ORIGIN TO TRUE
               WHEN TRANS-STANDING-ORDER
                   AND (NOT TRANS-CODE-TRANSFER
                     OR TRANS-ORDER-ID-N NOT NUMERIC)
                   SET REASON-INVALID-ORIGIN TO TRUE
               WHEN TRANS-CODE-REVERSAL
                   AND (TRANS-REVERSAL-REF-N NOT NUMERIC
                     OR TRANS-REVERSAL-REF-N = ZEROS)
                   SET REASON-INVALID-REVERSAL TO TRUE
               WHEN NOT TRANS-CASH-FLAG-VALID
                   SET REASON-INVALID-CASH-FLAG TO TRUE
               WHEN TRANS-CASH-ITEM
                   AND (TRANS-CODE-TRANSFER OR TRANS-CODE-REVERSAL)
                   SET REASON-INVALID-CASH-FLAG TO TRUE
               WHEN TRANS-ACCT-NUMBER-N < WS-PREV-ACCT-NUMBER
                   SET REASON-OUT-OF-SEQUENCE TO TRUE
               WHEN OTHER
