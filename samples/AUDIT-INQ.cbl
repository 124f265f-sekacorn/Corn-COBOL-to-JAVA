           05  AUDIT-NEW-BALANCE       PIC S9(9)V99.
           05  AUDIT-REASON            PIC X(20).
           05  AUDIT-RUN-DATE          PIC 9(8).
           05  AUDIT-MAKER-ID          PIC X(8).
           05  AUDIT-CHECKER-ID        PIC X(8).

      *    ONE-RECORD PARAMETER CARD.  FUNCTION 'I' = INQUIRY USING THE
      *    ACCOUNT/DATE-RANGE SELECTIONS, 'A' = ARCHIVE ROWS WITH A RUN
      *    APPENDED SO EARLIER ARCHIVE CUTS ARE NEVER LOST.
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD.
           05  ARC-AUDIT-DATA          PIC X(76).
           05  ARC-ARCHIVE-DATE        PIC 9(8).

      *    ROWS INSIDE RETENTION - THE REPLACEMENT ACTIVE AUDIT FILE.
      *    OPS SWAPS THIS OVER AUDIT.DAT ONCE THE ARCHIVE RUN IS
      *    ACCEPTED.
       FD  AUDIT-KEEP-FILE.
       01  AUDIT-KEEP-RECORD           PIC X(76).

      *    SAME LAYOUT AS THE ACCOUNT PROCESSOR'S RUN-CONTROL-RECORD -
      *    ONLY THE BUSINESS DATE IS USED HERE.
