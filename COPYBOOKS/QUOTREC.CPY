      *================================================================
      * QUOTREC.CPY
      *
      * Record layout of the quote register (QUOTEREG), appended by
      * the quotation program (C03QUOTE) for every quote it issues.
      * Carries the quote number printed on the quote document, the
      * dates, the customer and its reference, the currency and the
      * FXRATE rate the quote was converted at, and the cost and
      * price totals, so the quote can be found again when the
      * customer orders and the invoice comes through FXINVOIC.
      * QR-STATUS starts open; QR-INVOICE-NO stays blank until the
      * order is invoiced. The inbound batch of C03EX03K marks the
      * quote invoiced (QR-STATUS I, QR-INVOICE-NO) when a converted
      * FXINVOIC record carries its number in FI-QUOTE-NO.
      * QR-RATE-EXACT is the rate of record; QR-RATE is the old
      * two-decimal view, kept for existing readers.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *   2026-10-15  RM  QR-RATE-EXACT appended at the end: the
      *                   six-decimal FXRATE rate the prices were
      *                   converted at; QR-RATE keeps two decimals.
      *   2026-10-15  RM  QR-STATUS/QR-INVOICE-NO now set by C03EX03K
      *                   from FI-QUOTE-NO on FXINVOIC.
      *================================================================
       01  QUOTE-REG-RECORD.
           05  QR-QUOTE-NO      PIC X(10).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  QR-QUOTE-DATE    PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  QR-VALID-UNTIL   PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  QR-CUSTOMER      PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  QR-REFERENCE     PIC X(20).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  QR-CURRENCY      PIC X(03).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  QR-RATE          PIC 9(02)V99.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  QR-LINE-COUNT    PIC 9(04).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  QR-COST-BRL      PIC 9(11)V99.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  QR-PRICE-BRL     PIC 9(11)V99.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  QR-PRICE-FGN     PIC 9(11)V99.
           05  FILLER           PIC X(01) VALUE SPACE.
           05  QR-STATUS        PIC X(01).
               88  QR-OPEN          VALUE "O".
               88  QR-INVOICED      VALUE "I".
           05  FILLER           PIC X(01) VALUE SPACE.
           05  QR-INVOICE-NO    PIC X(10).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  QR-RATE-EXACT    PIC 9(05)V9(06).
