      *================================================================
      * GLJNREC.CPY
      *
      * Fixed-layout general-ledger journal interface file (GLJOURNL)
      * written by C03GLJNL, 120 bytes per record: one batch header,
      * one detail per debit or credit line, and a control trailer
      * with the line count and the debit and credit totals (always
      * equal - an unbalanced journal is never released). The batch
      * id is the movement date plus the run sequence.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  GL-HEADER-RECORD.
           05  GLH-TYPE         PIC X(01) VALUE "H".
           05  GLH-BATCH-ID     PIC X(12).
           05  GLH-MOVE-DATE    PIC X(08).
           05  GLH-CREATE-DATE  PIC X(08).
           05  GLH-CREATE-TIME  PIC X(06).
           05  GLH-PROGRAM      PIC X(08).
           05  FILLER           PIC X(77) VALUE SPACES.

       01  GL-DETAIL-RECORD.
           05  GLD-TYPE         PIC X(01) VALUE "D".
           05  GLD-BATCH-ID     PIC X(12).
           05  GLD-LINE-NO      PIC 9(06).
           05  GLD-ACCOUNT      PIC X(10).
           05  GLD-COST-CENTER  PIC X(06).
           05  GLD-DC           PIC X(01).
               88  GLD-DEBIT        VALUE "D".
               88  GLD-CREDIT       VALUE "C".
           05  GLD-AMOUNT       PIC 9(11)V99.
           05  GLD-CURRENCY     PIC X(03).
           05  GLD-FGN-AMOUNT   PIC 9(11)V99.
           05  GLD-SOURCE       PIC X(04).
           05  GLD-MOVE-DATE    PIC X(08).
           05  GLD-DESCRIPTION  PIC X(30).
           05  FILLER           PIC X(13) VALUE SPACES.

       01  GL-TRAILER-RECORD.
           05  GLT-TYPE         PIC X(01) VALUE "T".
           05  GLT-BATCH-ID     PIC X(12).
           05  GLT-LINE-COUNT   PIC 9(06).
           05  GLT-DEBIT-TOTAL  PIC 9(13)V99.
           05  GLT-CREDIT-TOTAL PIC 9(13)V99.
           05  FILLER           PIC X(71) VALUE SPACES.
