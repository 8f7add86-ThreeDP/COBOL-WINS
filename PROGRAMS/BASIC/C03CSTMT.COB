      *                  (CSTMTSEQ) em vez de 1 fixo, para um
      *                  segundo run do dia nao imprimir header
      *                  identico.
      *  2026-10-15  RM  Cotacao do extrato com seis casas, de
      *                  FA-COTACAO-EXATA (anexada no fim do
      *                  FXAUDIT); trilha antiga, de FA-COTACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FA-DIRECTION        PIC X(01).
           05  FILLER              PIC X(01).
           05  FA-CUSTOMER         PIC X(08).
           05  FILLER              PIC X(01).
           05  FA-OPER-TYPE        PIC X(03).
           05  FILLER              PIC X(01).
           05  FA-IOF-ALIQ         PIC 9(02)V9(4).
           05  FILLER              PIC X(01).
           05  FA-VALOR-IOF        PIC S9(6)V99
                                     SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X(01).
           05  FA-CONTRACT-NO      PIC X(10).
           05  FILLER              PIC X(01).
           05  FA-COTACAO-EXATA    PIC 9(05)V9(06).

       FD  CUST-MAST-FILE.
           COPY "CUSTREC.CPY".
           05  FILLER              PIC X(11) VALUE "NOTA".
           05  FILLER              PIC X(04) VALUE "CCY".
           05  FILLER              PIC X(15) VALUE "  FOREIGN AMT".
           05  FILLER              PIC X(14) VALUE "          RATE".
           05  FILLER              PIC X(16) VALUE "       REAL AMT".
           05  FILLER              PIC X(04) VALUE " DIR".

           05  FILLER              PIC X(01) VALUE SPACE.
           05  CST-DL-FGN          PIC -ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CST-DL-RATE         PIC ZZZZ9.999999.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CST-DL-BRL          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
                       MOVE FA-INVOICE-NO  TO CST-DL-INVOICE
                       MOVE FA-CURRENCY    TO CST-DL-CURRENCY
                       MOVE FA-VALOR-DOLAR TO CST-DL-FGN
                       IF FA-COTACAO-EXATA NUMERIC
                           MOVE FA-COTACAO-EXATA TO CST-DL-RATE
                       ELSE
                           MOVE FA-COTACAO       TO CST-DL-RATE
                       END-IF
                       MOVE FA-VALOR-REAL  TO CST-DL-BRL
                       MOVE FA-DIRECTION   TO CST-DL-DIR
                       WRITE CST-RPT-RECORD FROM CST-DETAIL-LINE
