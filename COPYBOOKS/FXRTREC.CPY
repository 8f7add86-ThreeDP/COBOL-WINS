      *================================================================
      * FXRTREC.CPY
      *
      * Record layout of the daily exchange-rate master (FXRATE), an
      * indexed file keyed by rate date + currency code: one record
      * per currency per day, Real per unit of the currency. The
      * conversion utility (C03EX03K), the quotation and cash
      * application programs (C03QUOTE, C03ARCSH) and the rate
      * maintenance programs (C03FXMNT, C03FXLD, C03APROV) read it
      * by key - there is no longer a table of rates in memory and
      * no limit on how many currencies a day can carry. Reading it
      * in key order gives the rates date by date, every currency of
      * a day together.
      *
      * FX-RATE-VALUE carries six decimals so a low-value currency
      * (JPY, CLP) and a four-decimal treasury quote convert at the
      * rate actually quoted. The flat 15-byte file it replaced
      * (rate PIC 9(02)V99) is converted once by C03FXCNV.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  FX-RATE-RECORD.
           05  FX-RATE-KEY.
               10  FX-RATE-DATE        PIC X(08).
               10  FX-RATE-CURRENCY    PIC X(03).
           05  FX-RATE-VALUE           PIC 9(05)V9(06).
