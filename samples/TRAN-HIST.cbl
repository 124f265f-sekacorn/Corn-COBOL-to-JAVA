      * daily feed, a suspense recycle, or an internal fee/interest
      * posting).  Zero account means all accounts; zero from/to dates
      * leave that end of the range open - same conventions as the
      * audit inquiry's parameter card.  Each item shows its journal
      * item reference, and a reversed item and its reversal are
      * cross-referenced to each other on the line below them.
      *****************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S JOURNAL-RECORD - ONE
      *    ROW PER POSTED ITEM WITH CODE, DESTINATION AND SOURCE, ITS
      *    ITEM REFERENCE, AND FOR A REVERSAL ('V', AMOUNT SIGNED WITH
      *    ITS EFFECT ON THE BALANCE) THE REFERENCE IT REVERSES.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRNL-ACCT-NUMBER        PIC 9(10).
           05  JRNL-AMOUNT             PIC S9(9)V99.
           05  JRNL-DEST-ACCT-NUMBER   PIC 9(10).
           05  JRNL-SOURCE             PIC X(8).
           05  JRNL-ITEM-REF           PIC 9(12).
           05  JRNL-REVERSES-REF       PIC 9(12).
           05  JRNL-CASH-FLAG          PIC X.

      *    ONE-RECORD PARAMETER CARD - ACCOUNT AND RUN-DATE RANGE.
       FD  HIST-PARM-FILE.
           05  WS-ROWS-READ            PIC 9(7) VALUE ZEROS.
           05  WS-ROWS-SELECTED        PIC 9(7) VALUE ZEROS.

      *    EVERY REVERSAL ON THE JOURNAL, LOADED IN A FIRST PASS SO AN
      *    ORIGINAL ITEM CAN SHOW WHAT REVERSED IT EVEN THOUGH THE
      *    REVERSAL IS WRITTEN LATER IN THE FILE.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 2000 TIMES.
               10  WS-LINK-REVERSED-REF PIC 9(12).
               10  WS-LINK-REVERSAL-REF PIC 9(12).
               10  WS-LINK-DATE        PIC 9(8).
       01  WS-LINK-COUNT               PIC 9(4) VALUE ZEROS.
       01  WS-LINK-SUB                 PIC 9(4).
       01  WS-LINK-FOUND-SUB           PIC 9(4).

       01  WS-SELECTED-TOTALS.
           05  WS-TOTAL-DEBITS         PIC 9(11)V99 VALUE ZEROS.
           05  WS-TOTAL-CREDITS        PIC 9(11)V99 VALUE ZEROS.
           05  FILLER                  PIC X(16) VALUE "AMOUNT".
           05  FILLER                  PIC X(12) VALUE "DEST ACCT".
           05  FILLER                  PIC X(10) VALUE "SOURCE".
           05  FILLER                  PIC X(12) VALUE "ITEM REF".

       01  WS-REPORT-DETAIL.
           05  WS-RD-RUN-DATE          PIC 9(8).
           05  WS-RD-DEST-ACCT         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-SOURCE            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ITEM-REF          PIC X(12).

       01  WS-REPORT-LINK-LINE.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  WS-RL-TEXT              PIC X(18).
           05  WS-RL-ITEM-REF          PIC Z(11)9.
           05  WS-RL-DATE-TEXT         PIC X(4).
           05  WS-RL-DATE              PIC X(8).

       01  WS-REPORT-TOTALS-1.
           05  FILLER                  PIC X(30)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-REVERSAL-LINK UNTIL JRNL-FILE-EOF
           CLOSE JOURNAL-FILE
           DISPLAY "REVERSALS ON JOURNAL: " WS-LINK-COUNT
           OPEN INPUT JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               DISPLAY "ERROR REOPENING JOURNAL FILE: "
                       WS-JRNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT HISTORY-REPORT-FILE
           IF NOT HIST-RPT-FILE-OK
                   END-IF
           END-READ.

       LOAD-ONE-REVERSAL-LINK.
           READ JOURNAL-FILE
               AT END
                   SET JRNL-FILE-EOF TO TRUE
               NOT AT END
                   IF JRNL-TRANS-CODE = 'V'
                       AND JRNL-ITEM-REF NUMERIC
                       AND JRNL-REVERSES-REF NUMERIC
                       IF WS-LINK-COUNT < 2000
                           ADD 1 TO WS-LINK-COUNT
                           MOVE JRNL-REVERSES-REF
                               TO WS-LINK-REVERSED-REF(WS-LINK-COUNT)
                           MOVE JRNL-ITEM-REF
                               TO WS-LINK-REVERSAL-REF(WS-LINK-COUNT)
                           MOVE JRNL-RUN-DATE
                               TO WS-LINK-DATE(WS-LINK-COUNT)
                       ELSE
                           DISPLAY "WARNING: Reversal table full - "
                                   "item " JRNL-ITEM-REF
                                   " not linked to its original"
                       END-IF
                   END-IF
           END-READ.

       SELECT-ONE-JOURNAL-ROW.
           READ JOURNAL-FILE
               AT END
               WHEN 'E'
                   MOVE "ESCHEAT" TO WS-RD-ITEM-DESC
                   ADD JRNL-AMOUNT TO WS-TOTAL-DEBITS
               WHEN 'X'
                   MOVE "CD PENALTY" TO WS-RD-ITEM-DESC
                   ADD JRNL-AMOUNT TO WS-TOTAL-DEBITS
               WHEN 'O'
                   MOVE "CHARGE-OFF" TO WS-RD-ITEM-DESC
                   ADD JRNL-AMOUNT TO WS-TOTAL-CREDITS
               WHEN 'Y'
                   MOVE "RECOVERY" TO WS-RD-ITEM-DESC
               WHEN 'V'
                   MOVE "REVERSAL" TO WS-RD-ITEM-DESC
                   IF JRNL-AMOUNT < ZERO
                       SUBTRACT JRNL-AMOUNT FROM WS-TOTAL-DEBITS
                   ELSE
                       ADD JRNL-AMOUNT TO WS-TOTAL-CREDITS
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-RD-ITEM-DESC
           END-EVALUATE
               MOVE JRNL-DEST-ACCT-NUMBER TO WS-RD-DEST-ACCT
           END-IF
           MOVE JRNL-SOURCE TO WS-RD-SOURCE
           IF JRNL-ITEM-REF NUMERIC
               MOVE JRNL-ITEM-REF TO WS-RD-ITEM-REF
           ELSE
               MOVE SPACES TO WS-RD-ITEM-REF
           END-IF
           MOVE WS-REPORT-DETAIL TO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-CTR
           IF JRNL-ITEM-REF NUMERIC
               PERFORM WRITE-REVERSAL-LINK
           END-IF.

      *    A REVERSAL POINTS BACK AT THE ITEM IT REVERSED; AN ITEM
      *    THAT HAS BEEN REVERSED POINTS FORWARD AT ITS REVERSAL.
      *    EITHER LINE PRINTS WHETHER OR NOT THE OTHER ITEM FALLS IN
      *    THE SELECTED RANGE.
       WRITE-REVERSAL-LINK.
           MOVE ZEROS TO WS-LINK-FOUND-SUB
           IF JRNL-TRANS-CODE NOT = 'V'
               PERFORM VARYING WS-LINK-SUB FROM 1 BY 1
                       UNTIL WS-LINK-SUB > WS-LINK-COUNT
                   IF WS-LINK-REVERSED-REF(WS-LINK-SUB)
                       = JRNL-ITEM-REF
                       MOVE WS-LINK-SUB TO WS-LINK-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN JRNL-TRANS-CODE = 'V'
                   AND JRNL-REVERSES-REF NUMERIC
                   MOVE "REVERSES ITEM" TO WS-RL-TEXT
                   MOVE JRNL-REVERSES-REF TO WS-RL-ITEM-REF
                   MOVE SPACES TO WS-RL-DATE-TEXT
                   MOVE SPACES TO WS-RL-DATE
                   PERFORM WRITE-LINK-LINE
               WHEN WS-LINK-FOUND-SUB > ZEROS
                   MOVE "REVERSED BY ITEM" TO WS-RL-TEXT
                   MOVE WS-LINK-REVERSAL-REF(WS-LINK-FOUND-SUB)
                       TO WS-RL-ITEM-REF
                   MOVE " ON " TO WS-RL-DATE-TEXT
                   MOVE WS-LINK-DATE(WS-LINK-FOUND-SUB) TO WS-RL-DATE
                   PERFORM WRITE-LINK-LINE
           END-EVALUATE.

       WRITE-LINK-LINE.
           MOVE WS-REPORT-LINK-LINE TO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-CTR.

       WRITE-HISTORY-TOTALS.
