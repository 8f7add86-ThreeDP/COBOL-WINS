      *================================================================
      * PAYFREC.CPY
      *
      * Fixed-layout bank payment instruction file (BANKPAY) written
      * by the C03EX03K outbound batch for the bank to execute the
      * run's remittances: one file header, one instruction per
      * remittance tied back to the invoice number (FI-INVOICE-NO)
      * that produced it, and a trailer with the instruction count
      * and the hash total of the instructed amounts. All three
      * records are 200 bytes; the first byte tells them apart.
      *
      * The same detail layout is used for the run's work file,
      * where a held remittance is written with type X and the hold
      * reason instead of going to the bank.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  PAY-HEADER-RECORD.
           05  PAY-H-TYPE       PIC X(01) VALUE "H".
           05  PAY-H-PROGRAM    PIC X(08).
           05  PAY-H-CREATE-DATE PIC X(08).
           05  PAY-H-CREATE-TIME PIC X(06).
           05  PAY-H-VALUE-DATE PIC X(08).
           05  PAY-H-RUN-SEQ    PIC 9(04).
           05  FILLER           PIC X(165) VALUE SPACES.

       01  PAY-DETAIL-RECORD.
           05  PAY-D-TYPE       PIC X(01).
               88  PAY-D-INSTRUCTION VALUE "D".
               88  PAY-D-HELD       VALUE "X".
           05  PAY-D-REC-NO     PIC 9(06).
           05  PAY-D-INVOICE-NO PIC X(10).
           05  PAY-D-SUPPLIER   PIC X(08).
           05  PAY-D-BEN-NAME   PIC X(30).
           05  PAY-D-BANK-NAME  PIC X(20).
           05  PAY-D-BANK-CODE  PIC X(08).
           05  PAY-D-ACCOUNT    PIC X(20).
           05  PAY-D-SWIFT      PIC X(11).
           05  PAY-D-IBAN       PIC X(34).
           05  PAY-D-CURRENCY   PIC X(03).
           05  PAY-D-AMOUNT     PIC 9(09)V99.
           05  PAY-D-VALUE-DATE PIC X(08).
           05  PAY-D-REASON     PIC X(05).
           05  FILLER           PIC X(25) VALUE SPACES.

       01  PAY-TRAILER-RECORD.
           05  PAY-T-TYPE       PIC X(01) VALUE "T".
           05  PAY-T-COUNT      PIC 9(06).
           05  PAY-T-AMOUNT     PIC 9(13)V99.
           05  FILLER           PIC X(178) VALUE SPACES.
