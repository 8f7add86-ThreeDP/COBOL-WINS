      *================================================================
      * ARPYREC.CPY
      *
      * Record layout of the bank's incoming-payment file (BANKRCV)
      * read by the cash-application run (C03ARCSH): one record per
      * credit received, with the value date, the bank's reference,
      * the paying customer and the invoice number quoted on the
      * payment, and the amount in the currency it was received.
      * The same layout heads the unapplied-cash file (ARUNAPP).
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  AR-PAYMENT-RECORD.
           05  PY-VALUE-DATE    PIC X(08).
           05  PY-BANK-REF      PIC X(16).
           05  PY-CUSTOMER      PIC X(08).
           05  PY-INVOICE-NO    PIC X(10).
           05  PY-CURRENCY      PIC X(03).
           05  PY-AMOUNT        PIC 9(09)V99.
