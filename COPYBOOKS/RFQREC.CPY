      *================================================================
      * RFQREC.CPY
      *
      * Record layout of the request-for-quote file (QUOTEREQ) read
      * by the quotation program (C03QUOTE). A quote is one header
      * record (type H: customer, quote currency, validity in days,
      * customer's own reference) followed by its part lines (type L:
      * shape, outer and inner radius, material and quantity, in the
      * same shape/radius/material terms as a QAREAIN record). A
      * blank currency quotes in Real; a zero or blank validity takes
      * the default of 30 days.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  RFQ-RECORD.
           05  RQ-TYPE              PIC X(01).
               88  RQ-HEADER            VALUE "H".
               88  RQ-LINE              VALUE "L".
           05  RQ-HEADER-DATA.
               10  RQ-CUSTOMER      PIC X(08).
               10  RQ-CURRENCY      PIC X(03).
               10  RQ-VALID-DAYS    PIC 9(03).
               10  RQ-REFERENCE     PIC X(20).
           05  RQ-LINE-DATA REDEFINES RQ-HEADER-DATA.
               10  RQ-SHAPE         PIC X(01).
               10  RQ-RAIO-R        PIC 9(6)V99.
               10  RQ-RAIO-INTERNO  PIC 9(6)V99.
               10  RQ-MATERIAL      PIC X(06).
               10  RQ-QUANTITY      PIC 9(06).
               10  FILLER           PIC X(05).
