      *                  gravar em FXAUDIT para a supervisao ficam
      *                  de fora dos totais por moeda - nao sao
      *                  conversoes.
      *  2026-10-15  RM  Menor, maior e media com a cotacao de seis
      *                  casas (FA-COTACAO-EXATA) que C03EX03K grava
      *                  no fim do FXAUDIT; registro antigo sem ela
      *                  usa FA-COTACAO.

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
           05  FILLER              PIC X(01).
           05  FA-CONTRACT-NO      PIC X(10).
           05  FILLER              PIC X(01).
           05  FA-COTACAO-EXATA    PIC 9(05)V9(06).

       FD  FXS-RPT-FILE.
       01  FXS-RPT-RECORD          PIC X(100).
               10  FXS-T-COUNT         PIC 9(06) COMP.
               10  FXS-T-FGN-TOTAL     PIC S9(09)V99.
               10  FXS-T-BRL-TOTAL     PIC S9(09)V99.
               10  FXS-T-MIN-RATE      PIC 9(05)V9(06).
               10  FXS-T-MAX-RATE      PIC 9(05)V9(06).
       77 FXS-SUB                  PIC 9(02) VALUE 0 COMP.
       77 FXS-G-COUNT              PIC 9(06) VALUE 0 COMP.
       77 FXS-G-FGN-TOTAL          PIC S9(09)V99 VALUE 0.
       77 FXS-G-BRL-TOTAL          PIC S9(09)V99 VALUE 0.
       77 FXS-AVG-RATE             PIC S9(05)V9(06) VALUE 0.
       77 FXS-RATE                 PIC 9(05)V9(06) VALUE 0.
       77 FXS-SKIP-COUNT           PIC 9(06) VALUE 0 COMP.

       01 FXS-TITLE-LINE.
           05  FILLER              PIC X(08) VALUE "   COUNT".
           05  FILLER              PIC X(16) VALUE "   FOREIGN TOTAL".
           05  FILLER              PIC X(16) VALUE "       BRL TOTAL".
           05  FILLER              PIC X(16)
               VALUE "        MIN RATE".
           05  FILLER              PIC X(16)
               VALUE "        MAX RATE".
           05  FILLER              PIC X(15)
               VALUE "       AVG RATE".

       01 FXS-DETAIL-LINE.
           05  FXS-DL-CURRENCY     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FXS-DL-BRL          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FXS-DL-MIN          PIC ZZZZ9.999999.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FXS-DL-MAX          PIC ZZZZ9.999999.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FXS-DL-AVG          PIC -ZZZZ9.999999.

       01 FXS-GRAND-LINE.
           05  FILLER              PIC X(04) VALUE "ALL".
           05  FXS-GL-FGN          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FXS-GL-BRL          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(34) VALUE SPACES.
           05  FXS-GL-AVG          PIC -ZZZZ9.999999.

       01 FXS-RULE-LINE            PIC X(92) VALUE ALL "-".

           COPY "RPTHDR.CPY".
           COPY "RUNSEQ.CPY".
           END-READ.

       TALLY-ONE-CONVERSION.
           IF FA-COTACAO-EXATA NUMERIC
               MOVE FA-COTACAO-EXATA TO FXS-RATE
           ELSE
               MOVE FA-COTACAO       TO FXS-RATE
           END-IF
           SET FXS-IDX TO 1
           SEARCH FXS-CCY-ENTRY
               AT END
               MOVE 0            TO FXS-T-COUNT (FXS-IDX)
               MOVE 0            TO FXS-T-FGN-TOTAL (FXS-IDX)
               MOVE 0            TO FXS-T-BRL-TOTAL (FXS-IDX)
               MOVE FXS-RATE     TO FXS-T-MIN-RATE (FXS-IDX)
               MOVE FXS-RATE     TO FXS-T-MAX-RATE (FXS-IDX)
               PERFORM ACCUMULATE-CURRENCY
           END-IF.

           ADD 1              TO FXS-T-COUNT (FXS-IDX)
           ADD FA-VALOR-DOLAR TO FXS-T-FGN-TOTAL (FXS-IDX)
           ADD FA-VALOR-REAL  TO FXS-T-BRL-TOTAL (FXS-IDX)
           IF FXS-RATE < FXS-T-MIN-RATE (FXS-IDX)
               MOVE FXS-RATE TO FXS-T-MIN-RATE (FXS-IDX)
           END-IF
           IF FXS-RATE > FXS-T-MAX-RATE (FXS-IDX)
               MOVE FXS-RATE TO FXS-T-MAX-RATE (FXS-IDX)
           END-IF.

       NEXT-RUN-SEQUENCE.
