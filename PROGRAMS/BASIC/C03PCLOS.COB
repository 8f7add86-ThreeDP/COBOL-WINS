      *                  fechado sem querer); o numero de sequencia
      *                  do header sai de um contador persistido
      *                  (PCLOSSEQ) em vez de 1 fixo.
      *  2026-10-15  RM  Registro de fechamento ganhou a coluna de
      *                  IOF por moeda e no total geral (FA-VALOR-IOF,
      *                  anexado no fim de FXAUDIT por C03EX03K), para
      *                  o relatorio mensal de IOF (C03IOFRP) bater
      *                  contra o numero fechado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FA-INVOICE-NO       PIC X(10).
           05  FILLER              PIC X(01).
           05  FA-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01).
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

       FD  PCL-REG-FILE.
       01  PCL-REG-RECORD          PIC X(100).

       FD  PCL-SEQ-FILE.
       01  PCL-SEQ-RECORD          PIC X(25).
               10  PCL-T-COUNT         PIC 9(06) COMP.
               10  PCL-T-FGN-TOTAL     PIC S9(09)V99.
               10  PCL-T-BRL-TOTAL     PIC S9(09)V99.
               10  PCL-T-IOF-TOTAL     PIC S9(09)V99.
       77 PCL-SUB                  PIC 9(02) VALUE 0 COMP.
       77 PCL-G-COUNT              PIC 9(06) VALUE 0 COMP.
       77 PCL-G-FGN-TOTAL          PIC S9(09)V99 VALUE 0.
       77 PCL-G-BRL-TOTAL          PIC S9(09)V99 VALUE 0.
       77 PCL-G-IOF-TOTAL          PIC S9(09)V99 VALUE 0.
       77 PCL-IOF-AMOUNT           PIC S9(6)V99 VALUE 0.
       77 PCL-SKIP-COUNT           PIC 9(06) VALUE 0 COMP.

       01 PCL-TITLE-LINE.
           05  FILLER              PIC X(08) VALUE "   COUNT".
           05  FILLER              PIC X(16) VALUE "   FOREIGN TOTAL".
           05  FILLER              PIC X(16) VALUE "       BRL TOTAL".
           05  FILLER              PIC X(16) VALUE "       IOF TOTAL".

       01 PCL-DETAIL-LINE.
           05  PCL-DL-CURRENCY     PIC X(03).
           05  PCL-DL-FGN          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PCL-DL-BRL          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PCL-DL-IOF          PIC -ZZZ,ZZZ,ZZ9.99.

       01 PCL-CLOSE-LINE.
           05  FILLER              PIC X(06) VALUE "MONTH ".
           05  FILLER              PIC X(04) VALUE " ON ".
           05  PCL-CL-DATE         PIC X(08).

       01 PCL-RULE-LINE            PIC X(64) VALUE ALL "-".

           COPY "RPTHDR.CPY".
           COPY "RUNSEQ.CPY".
                   END-IF
           END-READ.

      *Registro anterior ao IOF chega com o campo em branco e
      *entra com IOF zero.
       TALLY-ONE-CONVERSION.
           IF FA-VALOR-IOF NUMERIC
               MOVE FA-VALOR-IOF TO PCL-IOF-AMOUNT
           ELSE
               MOVE 0 TO PCL-IOF-AMOUNT
           END-IF
           SET PCL-IDX TO 1
           SEARCH PCL-CCY-ENTRY
               AT END
           END-SEARCH
           ADD 1              TO PCL-G-COUNT
           ADD FA-VALOR-DOLAR TO PCL-G-FGN-TOTAL
           ADD FA-VALOR-REAL  TO PCL-G-BRL-TOTAL
           ADD PCL-IOF-AMOUNT TO PCL-G-IOF-TOTAL.

       ADD-CURRENCY-ENTRY.
           IF PCL-CCY-COUNT = 20
               MOVE 0           TO PCL-T-COUNT (PCL-IDX)
               MOVE 0           TO PCL-T-FGN-TOTAL (PCL-IDX)
               MOVE 0           TO PCL-T-BRL-TOTAL (PCL-IDX)
               MOVE 0           TO PCL-T-IOF-TOTAL (PCL-IDX)
               PERFORM ACCUMULATE-CURRENCY
           END-IF.

       ACCUMULATE-CURRENCY.
           ADD 1              TO PCL-T-COUNT (PCL-IDX)
           ADD FA-VALOR-DOLAR TO PCL-T-FGN-TOTAL (PCL-IDX)
           ADD FA-VALOR-REAL  TO PCL-T-BRL-TOTAL (PCL-IDX)
           ADD PCL-IOF-AMOUNT TO PCL-T-IOF-TOTAL (PCL-IDX).

       NEXT-RUN-SEQUENCE.
           MOVE 0 TO PCL-SEQ-NO
           MOVE PCL-G-COUNT     TO PCL-DL-COUNT
           MOVE PCL-G-FGN-TOTAL TO PCL-DL-FGN
           MOVE PCL-G-BRL-TOTAL TO PCL-DL-BRL
           MOVE PCL-G-IOF-TOTAL TO PCL-DL-IOF
           WRITE PCL-REG-RECORD FROM PCL-DETAIL-LINE
           ADD 2 TO PCL-REG-LINES
           IF PCL-SKIP-COUNT > 0
           MOVE PCL-T-COUNT (PCL-SUB)     TO PCL-DL-COUNT
           MOVE PCL-T-FGN-TOTAL (PCL-SUB) TO PCL-DL-FGN
           MOVE PCL-T-BRL-TOTAL (PCL-SUB) TO PCL-DL-BRL
           MOVE PCL-T-IOF-TOTAL (PCL-SUB) TO PCL-DL-IOF
           WRITE PCL-REG-RECORD FROM PCL-DETAIL-LINE
           ADD 1 TO PCL-REG-LINES.

