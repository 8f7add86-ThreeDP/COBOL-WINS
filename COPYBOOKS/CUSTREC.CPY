      *
      * MODIFICATION HISTORY:
      *   2026-09-02  RM  Initial version.
      *   2026-10-15  RM  CU-TERMS also drives the receivables aging
      *                   (C03ARAGE): the first number in the text is
      *                   the days allowed; no number means due on the
      *                   invoice date.
      *   2026-10-15  RM  Added CU-CREDIT-LIMIT (agreed exposure in
      *                   Real) and CU-BLOCK-FLAG. The C03EX03K batch
      *                   holds an invoice in CRHOLD when the customer
      *                   is blocked, not on file, or the invoice would
      *                   take the month's converted total past the
      *                   limit. A zero or blank limit means no limit
      *                   has been agreed and is not checked.
      *================================================================
       01  CUST-MAST-RECORD.
           05  CU-CODE          PIC X(08).
           05  CU-NAME          PIC X(20).
           05  CU-TERMS         PIC X(10).
           05  CU-CREDIT-LIMIT  PIC 9(09)V99.
           05  CU-BLOCK-FLAG    PIC X(01).
               88  CU-BLOCKED       VALUE "B".
