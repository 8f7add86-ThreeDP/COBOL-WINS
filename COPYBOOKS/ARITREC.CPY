      *================================================================
      * ARITREC.CPY
      *
      * Record layout of the customer receivables open-item file
      * (ARITEMS). One record per customer + invoice number, built
      * by C03ARBLD from the inbound conversions C03EX03K writes to
      * FXAUDIT, settled by the cash-application run (C03ARCSH) and
      * aged by C03ARAGE. Amounts are in the invoice currency; the
      * invoice-date rate is kept so cash application can work out
      * the realized exchange difference against the rate of the
      * settlement date, accumulated in AR-FX-DIFF (Real, signed,
      * positive = gain).
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *   2026-10-15  RM  AR-INVOICE-RATE-EXACT appended at the end:
      *                   the six-decimal rate the invoice was
      *                   converted at (FXAUDIT FA-COTACAO-EXATA).
      *                   Items built before it have it blank and
      *                   fall back on the two-decimal AR-INVOICE-RATE.
      *================================================================
       01  AR-ITEM-RECORD.
           05  AR-CUSTOMER      PIC X(08).
           05  AR-INVOICE-NO    PIC X(10).
           05  AR-INVOICE-DATE  PIC X(08).
           05  AR-CURRENCY      PIC X(03).
           05  AR-INVOICE-RATE  PIC 9(02)V99.
           05  AR-ORIG-AMOUNT   PIC 9(09)V99.
           05  AR-ORIG-REAL     PIC 9(09)V99.
           05  AR-PAID-AMOUNT   PIC 9(09)V99.
           05  AR-FX-DIFF       PIC S9(09)V99
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05  AR-LAST-PAY-DATE PIC X(08).
           05  AR-STATUS        PIC X(01).
               88  AR-OPEN          VALUE "O".
               88  AR-SETTLED       VALUE "P".
           05  AR-INVOICE-RATE-EXACT PIC 9(05)V9(06).
