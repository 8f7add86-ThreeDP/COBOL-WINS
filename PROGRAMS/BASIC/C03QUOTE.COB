       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03QUOTE.
      *AUTHOR. R. MOTA.
      *
      *Cotacao de preco ao cliente. Le o pedido de cotacao QUOTEREQ
      *(copybook RFQREC: um header por cotacao - cliente, moeda,
      *validade e referencia do cliente - seguido das linhas de
      *peca com forma, raios, material e quantidade) e preca cada
      *linha com a mesma logica do lote de C03EX03Q: area da peca,
      *chapa (diametro externo ao quadrado), sucata e custo ao
      *MM-COST-SQ de MATLMAST. O custo unitario (peca + sucata)
      *recebe o markup da tabela cliente/material QUOTEPRC
      *(copybook QPRCREC) e o preco e convertido para a moeda do
      *cliente pela cotacao do dia em FXRATE. Cada cotacao emitida
      *recebe numero sequencial (QUOTENUM), sai impressa no
      *documento QUOTEDOC com a data de validade e e registrada em
      *QUOTEREG (copybook QUOTREC), para ser achada de novo quando
      *o pedido virar nota em FXINVOIC. Cotacao com linha invalida,
      *material fora do cadastro, sem markup na tabela ou sem
      *cotacao do dia para a moeda nao e emitida: sai no documento
      *como NAO EMITIDA com o motivo e o run termina com RC 4.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. O comercial deixa de montar
      *                  cotacao em planilha a partir do QAREARPT e
      *                  de uma cotacao de moeda qualquer.
      *  2026-10-15  RM  FXRATE indexado por data + moeda (FXRTREC):
      *                  a cotacao da moeda e lida pela chave, sem a
      *                  tabela de 50 moedas do dia. Cotacao com seis
      *                  casas no calculo, no documento e no
      *                  QUOTEREG (QR-RATE-EXACT no fim do registro).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFQ-FILE ASSIGN TO "QUOTEREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTE-RFQ-STATUS.
           SELECT MATL-MAST-FILE ASSIGN TO "MATLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTE-MAT-STATUS.
           SELECT QUOTE-PRICE-FILE ASSIGN TO "QUOTEPRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTE-PRC-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-RATE-KEY
               FILE STATUS IS QTE-RATE-STATUS.
           SELECT CUST-MAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTE-CUS-STATUS.
           SELECT QUOTE-DOC-FILE ASSIGN TO "QUOTEDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTE-DOC-STATUS.
           SELECT QUOTE-REG-FILE ASSIGN TO "QUOTEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTE-REG-STATUS.
           SELECT QUOTE-NUM-FILE ASSIGN TO "QUOTENUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTE-NUM-STATUS.
           SELECT QUOTE-SEQ-FILE ASSIGN TO "QUOTESEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTE-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RFQ-FILE.
           COPY "RFQREC.CPY".

       FD  MATL-MAST-FILE.
       01  MATL-MAST-RECORD.
           05  MM-CODE             PIC X(06).
           05  MM-DESC             PIC X(20).
           05  MM-THICKNESS        PIC 9(3)V99.
           05  MM-DENSITY          PIC 9(2)V9(4).
           05  MM-COST-SQ          PIC 9(4)V99.

       FD  QUOTE-PRICE-FILE.
           COPY "QPRCREC.CPY".

       FD  FX-RATE-FILE.
           COPY "FXRTREC.CPY".

       FD  CUST-MAST-FILE.
           COPY "CUSTREC.CPY".

       FD  QUOTE-DOC-FILE.
       01  QUOTE-DOC-RECORD        PIC X(132).

       FD  QUOTE-REG-FILE.
       01  QUOTE-REG-FILE-RECORD   PIC X(140).

       FD  QUOTE-NUM-FILE.
       01  QUOTE-NUM-RECORD        PIC 9(08).

       FD  QUOTE-SEQ-FILE.
       01  QUOTE-SEQ-RECORD        PIC X(25).

       LOCAL-STORAGE SECTION.
       77 QTE-RFQ-STATUS           PIC X(02).
       77 QTE-MAT-STATUS           PIC X(02).
       77 QTE-PRC-STATUS           PIC X(02).
       77 QTE-RATE-STATUS          PIC X(02).
       77 QTE-CUS-STATUS           PIC X(02).
       77 QTE-DOC-STATUS           PIC X(02).
       77 QTE-REG-STATUS           PIC X(02).
       77 QTE-NUM-STATUS           PIC X(02).
       77 QTE-SEQ-STATUS           PIC X(02).
       77 QTE-RUN-DATE             PIC X(08).
       77 QTE-SEQ-NO               PIC 9(04) VALUE 0 COMP.
       77 QTE-LAST-QUOTE-NO        PIC 9(08) VALUE 0.
       77 QTE-EOF-SWITCH           PIC X(01) VALUE "N".
           88  QTE-EOF                 VALUE "Y".
       77 QTE-ACTIVE-SWITCH        PIC X(01) VALUE "N".
           88  QTE-QUOTE-ACTIVE        VALUE "Y".
       77 QTE-REFUSE-SWITCH        PIC X(01) VALUE "N".
           88  QTE-QUOTE-REFUSED       VALUE "Y".
       77 QTE-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  QTE-FOUND               VALUE "Y".
       77 QTE-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  QTE-TABLE-OVERFLOW      VALUE "Y".

       77 QTE-READ-COUNT           PIC 9(06) VALUE 0 COMP.
       77 QTE-ISSUED-COUNT         PIC 9(06) VALUE 0 COMP.
       77 QTE-REFUSED-COUNT        PIC 9(06) VALUE 0 COMP.
       77 QTE-ORPHAN-COUNT         PIC 9(06) VALUE 0 COMP.
       77 QTE-BADTYPE-COUNT        PIC 9(06) VALUE 0 COMP.
       77 QTE-SUB                  PIC 9(04) VALUE 0 COMP.

      *Cotacao em montagem (header corrente do QUOTEREQ).
       77 QTE-CUSTOMER             PIC X(08) VALUE SPACES.
       77 QTE-CUST-NAME            PIC X(20) VALUE SPACES.
       77 QTE-CURRENCY             PIC X(03) VALUE SPACES.
       77 QTE-REFERENCE            PIC X(20) VALUE SPACES.
       77 QTE-VALID-DAYS           PIC 9(03) VALUE 0.
       77 QTE-RATE                 PIC 9(05)V9(06) VALUE 0.
       77 QTE-REASON               PIC X(05) VALUE SPACES.
       77 QTE-REASON-TEXT          PIC X(40) VALUE SPACES.
       77 QTE-TOTAL-COST           PIC 9(11)V99 VALUE 0.
       77 QTE-TOTAL-BRL            PIC 9(11)V99 VALUE 0.
       77 QTE-TOTAL-FGN            PIC 9(11)V99 VALUE 0.
       01 QTE-QUOTE-NO.
           05  FILLER              PIC X(02) VALUE "QT".
           05  QTE-QN-NUMBER       PIC 9(08) VALUE 0.

      *Calculo da peca - mesmas figuras e mesma matematica do lote
      *de C03EX03Q (area truncada a 2 decimais, custos arredondados).
       77 QTE-PI                   PIC 9V9(08) VALUE 3.14159265.
       77 QTE-AREA                 PIC 9(6)V99 VALUE 0.
       77 QTE-BLANK                PIC 9(8)V99 VALUE 0.
       77 QTE-SCRAP                PIC 9(8)V99 VALUE 0.
       77 QTE-WEIGHT               PIC 9(7)V99 VALUE 0.
       77 QTE-PIECE-COST           PIC 9(7)V99 VALUE 0.
       77 QTE-SCRAP-COST           PIC 9(8)V99 VALUE 0.
       77 QTE-MARKUP               PIC 9(03)V99 VALUE 0.
       77 QTE-FIND-CUSTOMER        PIC X(08) VALUE SPACES.
       77 QTE-FIND-MATERIAL        PIC X(06) VALUE SPACES.
       77 QTE-LINE-COST            PIC 9(11)V99 VALUE 0.
       77 QTE-LINE-BRL             PIC 9(11)V99 VALUE 0.
       77 QTE-LINE-FGN             PIC 9(11)V99 VALUE 0.
       77 QTE-UNIT-FGN             PIC 9(08)V99 VALUE 0.

       77 QTL-COUNT                PIC 9(04) VALUE 0 COMP.
       01 QTL-TABLE.
           05  QTL-ENTRY OCCURS 200 TIMES
                   DEPENDING ON QTL-COUNT
                   INDEXED BY QTL-IDX.
               10  QTL-T-SHAPE         PIC X(01).
               10  QTL-T-RAIO-R        PIC 9(6)V99.
               10  QTL-T-RAIO-INTERNO  PIC 9(6)V99.
               10  QTL-T-MATERIAL      PIC X(06).
               10  QTL-T-QUANTITY      PIC 9(06).
               10  QTL-T-WEIGHT        PIC 9(7)V99.
               10  QTL-T-UNIT-COST     PIC 9(8)V99.
               10  QTL-T-MARKUP        PIC 9(03)V99.
               10  QTL-T-UNIT-BRL      PIC 9(8)V99.
               10  QTL-T-REASON        PIC X(05).

       77 MAT-COUNT                PIC 9(04) VALUE 0 COMP.
       01 MAT-TABLE.
           05  MAT-ENTRY OCCURS 500 TIMES
                   DEPENDING ON MAT-COUNT
                   INDEXED BY MAT-IDX.
               10  MAT-T-CODE          PIC X(06).
               10  MAT-T-THICK         PIC 9(3)V99.
               10  MAT-T-DENS          PIC 9(2)V9(4).
               10  MAT-T-COST          PIC 9(4)V99.

       77 PRC-COUNT                PIC 9(04) VALUE 0 COMP.
       01 PRC-TABLE.
           05  PRC-ENTRY OCCURS 500 TIMES
                   DEPENDING ON PRC-COUNT
                   INDEXED BY PRC-IDX.
               10  PRC-T-CUSTOMER      PIC X(08).
               10  PRC-T-MATERIAL      PIC X(06).
               10  PRC-T-MARKUP        PIC 9(03)V99.

       77 QTE-RATE-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  QTE-RATE-OPEN           VALUE "Y".

       77 CUS-COUNT                PIC 9(04) VALUE 0 COMP.
       01 CUS-TABLE.
           05  CUS-ENTRY OCCURS 500 TIMES
                   DEPENDING ON CUS-COUNT
                   INDEXED BY CUS-IDX.
               10  CUS-T-CODE          PIC X(08).
               10  CUS-T-NAME          PIC X(20).

      *Validade: data da cotacao mais os dias, um dia por vez, com
      *fim de mes e ano bissexto, como o vencimento de C03ARAGE.
       01 QTE-VALID-DATE.
           05  QTE-VD-YYYY         PIC 9(04).
           05  QTE-VD-MM           PIC 9(02).
           05  QTE-VD-DD           PIC 9(02).
       01 QTE-MONTH-LENGTHS.
           05  FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 QTE-MONTH-TABLE REDEFINES QTE-MONTH-LENGTHS.
           05  QTE-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
       77 QTE-MONTH-SUB            PIC 9(02) VALUE 0 COMP.
       77 QTE-MONTH-LAST           PIC 9(02) VALUE 0.
       77 QTE-LEAP-WORK            PIC 9(04) VALUE 0 COMP.
       77 QTE-LEAP-4               PIC 9(03) VALUE 0.
       77 QTE-LEAP-100             PIC 9(03) VALUE 0.
       77 QTE-LEAP-400             PIC 9(03) VALUE 0.

       01 QTE-RULE-LINE            PIC X(132) VALUE ALL "=".

       01 QTE-TITLE-LINE.
           05  FILLER              PIC X(10) VALUE "QUOTATION ".
           05  QTE-TL-QUOTE-NO     PIC X(10).
           05  FILLER              PIC X(08) VALUE "   DATE ".
           05  QTE-TL-DATE         PIC X(08).
           05  FILLER              PIC X(15) VALUE "   VALID UNTIL ".
           05  QTE-TL-VALID        PIC X(08).

       01 QTE-CUST-LINE.
           05  FILLER              PIC X(09) VALUE "CUSTOMER ".
           05  QTE-CL-CUSTOMER     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  QTE-CL-NAME         PIC X(20).
           05  FILLER              PIC X(12) VALUE "   YOUR REF ".
           05  QTE-CL-REFERENCE    PIC X(20).

       01 QTE-CCY-LINE.
           05  FILLER              PIC X(10) VALUE "PRICES IN ".
           05  QTE-CY-CURRENCY     PIC X(03).
           05  FILLER              PIC X(18)
               VALUE "   EXCHANGE RATE ".
           05  QTE-CY-RATE         PIC ZZZZ9.999999.
           05  FILLER              PIC X(14) VALUE " BRL  (FXRATE ".
           05  QTE-CY-DATE         PIC X(08).
           05  FILLER              PIC X(01) VALUE ")".

       01 QTE-COLS-LINE.
           05  FILLER              PIC X(05) VALUE "LN".
           05  FILLER              PIC X(08) VALUE "SHAPE".
           05  FILLER              PIC X(11) VALUE "    OUTER R".
           05  FILLER              PIC X(11) VALUE "    INNER R".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "MATL".
           05  FILLER              PIC X(08) VALUE "     QTY".
           05  FILLER              PIC X(12) VALUE " UNIT WEIGHT".
           05  FILLER              PIC X(15)
               VALUE "     UNIT PRICE".
           05  FILLER              PIC X(18)
               VALUE "        LINE TOTAL".

       01 QTE-DETAIL-LINE.
           05  QTE-DL-LINE-NO      PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  QTE-DL-SHAPE        PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  QTE-DL-RAIO-R       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  QTE-DL-INTERNO      PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  QTE-DL-MATERIAL     PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  QTE-DL-QUANTITY     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  QTE-DL-WEIGHT       PIC ZZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  QTE-DL-UNIT-PRICE   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  QTE-DL-LINE-TOTAL   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 QTE-TOTAL-LINE.
           05  FILLER              PIC X(12) VALUE "QUOTE TOTAL ".
           05  QTE-TT-CURRENCY     PIC X(03).
           05  FILLER              PIC X(74) VALUE SPACES.
           05  QTE-TT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 QTE-TERMS-LINE.
           05  FILLER              PIC X(38)
               VALUE "PRICES CONVERTED FROM BRL AT THE RATE ".
           05  FILLER              PIC X(38)
               VALUE "ABOVE AND FIRM UNTIL THE VALIDITY DATE".

       01 QTE-REFUSED-LINE.
           05  FILLER              PIC X(28)
               VALUE "QUOTE NOT ISSUED - CUSTOMER ".
           05  QTE-RL-CUSTOMER     PIC X(08).
           05  FILLER              PIC X(06) VALUE "  REF ".
           05  QTE-RL-REFERENCE    PIC X(20).
           05  FILLER              PIC X(09) VALUE "  REASON ".
           05  QTE-RL-REASON       PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  QTE-RL-TEXT         PIC X(40).

       01 QTE-REFUSED-DTL-LINE.
           05  FILLER              PIC X(07) VALUE "  LINE ".
           05  QTE-RD-LINE-NO      PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  QTE-RD-MATERIAL     PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  QTE-RD-REASON       PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  QTE-RD-TEXT         PIC X(40).

           COPY "QUOTREC.CPY".
           COPY "RPTHDR.CPY".
           COPY "RUNSEQ.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT QTE-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-PRICE-TABLE
           IF QTE-PRC-STATUS NOT = "00" AND
              QTE-PRC-STATUS NOT = "10"
               DISPLAY "QUOTEPRC nao encontrado - STATUS "
                   QTE-PRC-STATUS "; cotacao cancelada."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-MATERIAL-MASTER
           PERFORM LOAD-DAILY-RATE
           PERFORM LOAD-CUSTOMER-MASTER
           IF QTE-TABLE-OVERFLOW
               DISPLAY "TABELA DE MARKUP, MATERIAIS OU CLIENTES"
                   " CHEIA - COTACAO CANCELADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT RFQ-FILE
           IF QTE-RFQ-STATUS NOT = "00"
               DISPLAY "QUOTEREQ nao encontrado - STATUS "
                   QTE-RFQ-STATUS "; nada a cotar."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-QUOTE-NUMBER
           PERFORM NEXT-RUN-SEQUENCE
           OPEN OUTPUT QUOTE-DOC-FILE
           MOVE "C03QUOTE"   TO RPT-HDR-PROGRAM
           MOVE QTE-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE QTE-SEQ-NO   TO RPT-HDR-SEQ-NO
           WRITE QUOTE-DOC-RECORD FROM RPT-HEADER-LINE
           OPEN EXTEND QUOTE-REG-FILE
           IF QTE-REG-STATUS = "35"
               OPEN OUTPUT QUOTE-REG-FILE
           END-IF

           PERFORM READ-RFQ-RECORD UNTIL QTE-EOF
           IF QTE-QUOTE-ACTIVE
               PERFORM FINISH-QUOTE
           END-IF

           MOVE "C03QUOTE"       TO RPT-TRL-PROGRAM
           MOVE QTE-RUN-DATE     TO RPT-TRL-RUN-DATE
           MOVE QTE-ISSUED-COUNT TO RPT-TRL-REC-COUNT
           MOVE "NONE    "       TO RPT-TRL-CTL-STATUS
           MOVE SPACES TO QUOTE-DOC-RECORD
           WRITE QUOTE-DOC-RECORD
           WRITE QUOTE-DOC-RECORD FROM RPT-TRAILER-LINE
           CLOSE RFQ-FILE
           CLOSE QUOTE-DOC-FILE
           CLOSE QUOTE-REG-FILE
           IF QTE-RATE-OPEN
               CLOSE FX-RATE-FILE
           END-IF

           DISPLAY "Cotacoes emitidas: " QTE-ISSUED-COUNT
               "   nao emitidas: " QTE-REFUSED-COUNT
           IF QTE-ORPHAN-COUNT > 0 OR QTE-BADTYPE-COUNT > 0
               DISPLAY "Linhas sem header ignoradas: "
                   QTE-ORPHAN-COUNT "   tipo invalido: "
                   QTE-BADTYPE-COUNT
           END-IF
           IF QTE-REFUSED-COUNT > 0 OR QTE-ORPHAN-COUNT > 0 OR
              QTE-BADTYPE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      *Tabela de markup cliente/material. Sem QUOTEPRC nada pode ser
      *precificado e o run e cancelado.
      *----------------------------------------------------------------
       LOAD-PRICE-TABLE.
           MOVE 0 TO PRC-COUNT
           OPEN INPUT QUOTE-PRICE-FILE
           IF QTE-PRC-STATUS = "00"
               PERFORM READ-PRICE-RECORD
                   UNTIL QTE-PRC-STATUS NOT = "00"
                       OR QTE-TABLE-OVERFLOW
               CLOSE QUOTE-PRICE-FILE
           END-IF.

       READ-PRICE-RECORD.
           READ QUOTE-PRICE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PRC-COUNT = 500
                       SET QTE-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO PRC-COUNT
                       MOVE QP-CUSTOMER TO PRC-T-CUSTOMER (PRC-COUNT)
                       MOVE QP-MATERIAL TO PRC-T-MATERIAL (PRC-COUNT)
                       IF QP-MARKUP-PCT NUMERIC
                           MOVE QP-MARKUP-PCT
                               TO PRC-T-MARKUP (PRC-COUNT)
                       ELSE
                           MOVE 0 TO PRC-T-MARKUP (PRC-COUNT)
                       END-IF
                   END-IF
           END-READ.

       LOAD-MATERIAL-MASTER.
           MOVE 0 TO MAT-COUNT
           OPEN INPUT MATL-MAST-FILE
           IF QTE-MAT-STATUS = "00"
               PERFORM READ-MATL-RECORD
                   UNTIL QTE-MAT-STATUS NOT = "00"
                       OR QTE-TABLE-OVERFLOW
               CLOSE MATL-MAST-FILE
           ELSE
               DISPLAY "MATLMAST INDISPONIVEL - STATUS "
                   QTE-MAT-STATUS "; NENHUMA LINHA SERA PRECIFICADA"
           END-IF.

       READ-MATL-RECORD.
           READ MATL-MAST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF MAT-COUNT = 500
                       SET QTE-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO MAT-COUNT
                       MOVE MM-CODE      TO MAT-T-CODE (MAT-COUNT)
                       MOVE MM-THICKNESS TO MAT-T-THICK (MAT-COUNT)
                       MOVE MM-DENSITY   TO MAT-T-DENS (MAT-COUNT)
                       MOVE MM-COST-SQ   TO MAT-T-COST (MAT-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Cotacoes do dia (data do run) por moeda, como o LOAD-DAILY-
      *RATE de C03EX03K: o FXRATE fica aberto e cada cotacao e lida
      *pela chave data do run + moeda em FIND-QUOTE-RATE. Moeda sem
      *cotacao do dia nao e cotada.
      *----------------------------------------------------------------
       LOAD-DAILY-RATE.
           OPEN INPUT FX-RATE-FILE
           IF QTE-RATE-STATUS = "00"
               SET QTE-RATE-OPEN TO TRUE
           ELSE
               DISPLAY "FXRATE INDISPONIVEL - STATUS "
                   QTE-RATE-STATUS "; SO COTACAO EM BRL SERA EMITIDA"
           END-IF.

      *----------------------------------------------------------------
      *Nome do cliente para o documento. Cliente fora do cadastro
      *(prospect) ainda e cotado, so sem o nome.
      *----------------------------------------------------------------
       LOAD-CUSTOMER-MASTER.
           MOVE 0 TO CUS-COUNT
           OPEN INPUT CUST-MAST-FILE
           IF QTE-CUS-STATUS = "00"
               PERFORM READ-CUSTOMER-RECORD
                   UNTIL QTE-CUS-STATUS NOT = "00"
                       OR QTE-TABLE-OVERFLOW
               CLOSE CUST-MAST-FILE
           END-IF.

       READ-CUSTOMER-RECORD.
           READ CUST-MAST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CUS-COUNT = 500
                       SET QTE-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO CUS-COUNT
                       MOVE CU-CODE TO CUS-T-CODE (CUS-COUNT)
                       MOVE CU-NAME TO CUS-T-NAME (CUS-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Ultimo numero de cotacao emitido. Nunca volta a zero: o
      *numero impresso no documento identifica a cotacao para
      *sempre no QUOTEREG.
      *----------------------------------------------------------------
       LOAD-QUOTE-NUMBER.
           MOVE 0 TO QTE-LAST-QUOTE-NO
           OPEN INPUT QUOTE-NUM-FILE
           IF QTE-NUM-STATUS = "00"
               READ QUOTE-NUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QUOTE-NUM-RECORD NUMERIC
                           MOVE QUOTE-NUM-RECORD TO QTE-LAST-QUOTE-NO
                       END-IF
               END-READ
               CLOSE QUOTE-NUM-FILE
           END-IF.

       SAVE-QUOTE-NUMBER.
           OPEN OUTPUT QUOTE-NUM-FILE
           MOVE QTE-LAST-QUOTE-NO TO QUOTE-NUM-RECORD
           WRITE QUOTE-NUM-RECORD
           CLOSE QUOTE-NUM-FILE.

       NEXT-RUN-SEQUENCE.
           MOVE 0 TO QTE-SEQ-NO
           OPEN INPUT QUOTE-SEQ-FILE
           IF QTE-SEQ-STATUS = "00"
               READ QUOTE-SEQ-FILE INTO RUNSEQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNSEQ-RUN-DATE = QTE-RUN-DATE
                           MOVE RUNSEQ-LAST-NO TO QTE-SEQ-NO
                       END-IF
               END-READ
               CLOSE QUOTE-SEQ-FILE
           END-IF
           ADD 1 TO QTE-SEQ-NO
           MOVE "C03QUOTE"   TO RUNSEQ-PROGRAM
           MOVE QTE-RUN-DATE TO RUNSEQ-RUN-DATE
           MOVE QTE-SEQ-NO   TO RUNSEQ-LAST-NO
           OPEN OUTPUT QUOTE-SEQ-FILE
           WRITE QUOTE-SEQ-RECORD FROM RUNSEQ-RECORD
           CLOSE QUOTE-SEQ-FILE.

      *----------------------------------------------------------------
      *Um header fecha a cotacao anterior e abre a proxima; as
      *linhas sao precificadas e guardadas ate o fim da cotacao,
      *que so entao recebe numero e sai no documento.
      *----------------------------------------------------------------
       READ-RFQ-RECORD.
           READ RFQ-FILE
               AT END
                   SET QTE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO QTE-READ-COUNT
                   EVALUATE TRUE
                       WHEN RQ-HEADER
                           IF QTE-QUOTE-ACTIVE
                               PERFORM FINISH-QUOTE
                           END-IF
                           PERFORM START-QUOTE
                       WHEN RQ-LINE
                           IF QTE-QUOTE-ACTIVE
                               PERFORM ADD-QUOTE-LINE
                           ELSE
                               ADD 1 TO QTE-ORPHAN-COUNT
                               DISPLAY "QUOTEREQ REGISTRO "
                                   QTE-READ-COUNT
                                   " - LINHA SEM HEADER IGNORADA"
                           END-IF
                       WHEN OTHER
                           ADD 1 TO QTE-BADTYPE-COUNT
                           DISPLAY "QUOTEREQ REGISTRO " QTE-READ-COUNT
                               " - TIPO '" RQ-TYPE "' INVALIDO"
                   END-EVALUATE
           END-READ.

       START-QUOTE.
           SET QTE-QUOTE-ACTIVE TO TRUE
           MOVE "N" TO QTE-REFUSE-SWITCH
           MOVE SPACES TO QTE-REASON
           MOVE 0 TO QTL-COUNT
           MOVE RQ-CUSTOMER  TO QTE-CUSTOMER
           MOVE RQ-REFERENCE TO QTE-REFERENCE
           MOVE RQ-CURRENCY  TO QTE-CURRENCY
           IF QTE-CURRENCY = SPACES
               MOVE "BRL" TO QTE-CURRENCY
           END-IF
           IF RQ-VALID-DAYS NUMERIC AND RQ-VALID-DAYS > 0
               MOVE RQ-VALID-DAYS TO QTE-VALID-DAYS
           ELSE
               MOVE 30 TO QTE-VALID-DAYS
           END-IF
           MOVE SPACES TO QTE-CUST-NAME
           SET CUS-IDX TO 1
           SEARCH CUS-ENTRY
               AT END
                   DISPLAY "CLIENTE " QTE-CUSTOMER " FORA DE"
                       " CUSTMAST - COTADO SEM NOME"
               WHEN CUS-T-CODE (CUS-IDX) = QTE-CUSTOMER
                   MOVE CUS-T-NAME (CUS-IDX) TO QTE-CUST-NAME
           END-SEARCH.

       ADD-QUOTE-LINE.
           IF QTL-COUNT = 200
               IF NOT QTE-QUOTE-REFUSED
                   SET QTE-QUOTE-REFUSED TO TRUE
                   MOVE "LINES" TO QTE-REASON
               END-IF
           ELSE
               ADD 1 TO QTL-COUNT
               SET QTL-IDX TO QTL-COUNT
               MOVE RQ-SHAPE        TO QTL-T-SHAPE (QTL-IDX)
               MOVE RQ-RAIO-R       TO QTL-T-RAIO-R (QTL-IDX)
               MOVE RQ-RAIO-INTERNO TO QTL-T-RAIO-INTERNO (QTL-IDX)
               MOVE RQ-MATERIAL     TO QTL-T-MATERIAL (QTL-IDX)
               MOVE RQ-QUANTITY     TO QTL-T-QUANTITY (QTL-IDX)
               MOVE 0 TO QTL-T-WEIGHT (QTL-IDX)
               MOVE 0 TO QTL-T-UNIT-COST (QTL-IDX)
               MOVE 0 TO QTL-T-MARKUP (QTL-IDX)
               MOVE 0 TO QTL-T-UNIT-BRL (QTL-IDX)
               MOVE SPACES TO QTL-T-REASON (QTL-IDX)
               PERFORM VALIDATE-QUOTE-LINE
               IF QTL-T-REASON (QTL-IDX) = SPACES
                   PERFORM PRICE-QUOTE-LINE
               END-IF
               IF QTL-T-REASON (QTL-IDX) NOT = SPACES AND
                  NOT QTE-QUOTE-REFUSED
                   SET QTE-QUOTE-REFUSED TO TRUE
                   MOVE QTL-T-REASON (QTL-IDX) TO QTE-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Mesma critica de raio do lote de C03EX03Q (circulo: raio
      *positivo; anel: interno positivo e menor que o externo),
      *mais forma, quantidade e material cadastrado.
      *----------------------------------------------------------------
       VALIDATE-QUOTE-LINE.
           EVALUATE TRUE
               WHEN QTL-T-SHAPE (QTL-IDX) NOT = "1" AND
                    QTL-T-SHAPE (QTL-IDX) NOT = "2"
                   MOVE "SHAPE" TO QTL-T-REASON (QTL-IDX)
               WHEN QTL-T-RAIO-R (QTL-IDX) NOT NUMERIC OR
                    QTL-T-RAIO-INTERNO (QTL-IDX) NOT NUMERIC
                   MOVE "RAIO " TO QTL-T-REASON (QTL-IDX)
               WHEN QTL-T-SHAPE (QTL-IDX) = "1" AND
                    QTL-T-RAIO-R (QTL-IDX) NOT > 0
                   MOVE "RAIO " TO QTL-T-REASON (QTL-IDX)
               WHEN QTL-T-SHAPE (QTL-IDX) = "2" AND
                    (QTL-T-RAIO-INTERNO (QTL-IDX) NOT > 0 OR
                     QTL-T-RAIO-R (QTL-IDX) NOT >
                         QTL-T-RAIO-INTERNO (QTL-IDX))
                   MOVE "RING " TO QTL-T-REASON (QTL-IDX)
               WHEN QTL-T-QUANTITY (QTL-IDX) NOT NUMERIC
                   MOVE "QTY  " TO QTL-T-REASON (QTL-IDX)
               WHEN QTL-T-QUANTITY (QTL-IDX) = 0
                   MOVE "QTY  " TO QTL-T-REASON (QTL-IDX)
               WHEN OTHER
                   SET MAT-IDX TO 1
                   SEARCH MAT-ENTRY
                       AT END
                           MOVE "NOMAT" TO QTL-T-REASON (QTL-IDX)
                       WHEN MAT-T-CODE (MAT-IDX) =
                            QTL-T-MATERIAL (QTL-IDX)
                           CONTINUE
                   END-SEARCH
           END-EVALUATE.

      *----------------------------------------------------------------
      *Area, chapa e sucata exatamente como COMPUTE-AREA, COMPUTE-
      *BLANK-SCRAP e COMPUTE-WEIGHT-COST de C03EX03Q; o custo
      *unitario cotado e o da peca mais o da sucata (o cliente paga
      *a chapa inteira) e o preco unitario em Real e esse custo
      *acrescido do markup. MAT-IDX vem posicionado pela critica.
      *----------------------------------------------------------------
       PRICE-QUOTE-LINE.
           IF QTL-T-SHAPE (QTL-IDX) = "1"
               COMPUTE QTE-AREA = QTL-T-RAIO-R (QTL-IDX)
                   * QTL-T-RAIO-R (QTL-IDX) * QTE-PI
           ELSE
               COMPUTE QTE-AREA = (QTL-T-RAIO-R (QTL-IDX)
                   * QTL-T-RAIO-R (QTL-IDX)
                   - QTL-T-RAIO-INTERNO (QTL-IDX)
                   * QTL-T-RAIO-INTERNO (QTL-IDX)) * QTE-PI
           END-IF
           COMPUTE QTE-BLANK = 4 * QTL-T-RAIO-R (QTL-IDX)
               * QTL-T-RAIO-R (QTL-IDX)
           COMPUTE QTE-SCRAP = QTE-BLANK - QTE-AREA
           COMPUTE QTE-WEIGHT ROUNDED = QTE-AREA
               * MAT-T-THICK (MAT-IDX) * MAT-T-DENS (MAT-IDX)
           COMPUTE QTE-PIECE-COST ROUNDED = QTE-AREA
               * MAT-T-COST (MAT-IDX)
           COMPUTE QTE-SCRAP-COST ROUNDED = QTE-SCRAP
               * MAT-T-COST (MAT-IDX)
           MOVE QTE-WEIGHT TO QTL-T-WEIGHT (QTL-IDX)
           COMPUTE QTL-T-UNIT-COST (QTL-IDX) =
               QTE-PIECE-COST + QTE-SCRAP-COST
           PERFORM FIND-MARKUP
           IF QTE-FOUND
               MOVE QTE-MARKUP TO QTL-T-MARKUP (QTL-IDX)
               COMPUTE QTL-T-UNIT-BRL (QTL-IDX) ROUNDED =
                   QTL-T-UNIT-COST (QTL-IDX)
                       * (100 + QTE-MARKUP) / 100
           ELSE
               MOVE "NOMKP" TO QTL-T-REASON (QTL-IDX)
           END-IF.

      *----------------------------------------------------------------
      *Markup da linha: cliente + material, cliente + qualquer
      *material, qualquer cliente + material e por fim o padrao da
      *casa, como a busca de contas do C03GLJNL.
      *----------------------------------------------------------------
       FIND-MARKUP.
           MOVE "N" TO QTE-FOUND-SWITCH
           MOVE QTE-CUSTOMER            TO QTE-FIND-CUSTOMER
           MOVE QTL-T-MATERIAL (QTL-IDX) TO QTE-FIND-MATERIAL
           PERFORM SCAN-PRICE-TABLE
           IF NOT QTE-FOUND
               MOVE "******" TO QTE-FIND-MATERIAL
               PERFORM SCAN-PRICE-TABLE
           END-IF
           IF NOT QTE-FOUND
               MOVE "********" TO QTE-FIND-CUSTOMER
               MOVE QTL-T-MATERIAL (QTL-IDX) TO QTE-FIND-MATERIAL
               PERFORM SCAN-PRICE-TABLE
           END-IF
           IF NOT QTE-FOUND
               MOVE "******" TO QTE-FIND-MATERIAL
               PERFORM SCAN-PRICE-TABLE
           END-IF.

       SCAN-PRICE-TABLE.
           SET PRC-IDX TO 1
           SEARCH PRC-ENTRY
               AT END
                   CONTINUE
               WHEN PRC-T-CUSTOMER (PRC-IDX) = QTE-FIND-CUSTOMER AND
                    PRC-T-MATERIAL (PRC-IDX) = QTE-FIND-MATERIAL
                   MOVE PRC-T-MARKUP (PRC-IDX) TO QTE-MARKUP
                   SET QTE-FOUND TO TRUE
           END-SEARCH.

      *----------------------------------------------------------------
      *Fecha a cotacao: sem linhas ou sem cotacao do dia para a
      *moeda ela nao e emitida; emitida, recebe numero e validade,
      *sai no documento e vai para o registro.
      *----------------------------------------------------------------
       FINISH-QUOTE.
           IF QTL-COUNT = 0 AND NOT QTE-QUOTE-REFUSED
               SET QTE-QUOTE-REFUSED TO TRUE
               MOVE "NOLIN" TO QTE-REASON
           END-IF
           IF NOT QTE-QUOTE-REFUSED
               PERFORM FIND-QUOTE-RATE
           END-IF
           IF QTE-QUOTE-REFUSED
               PERFORM PRINT-REFUSED-QUOTE
               ADD 1 TO QTE-REFUSED-COUNT
           ELSE
               ADD 1 TO QTE-LAST-QUOTE-NO
               MOVE QTE-LAST-QUOTE-NO TO QTE-QN-NUMBER
               MOVE QTE-RUN-DATE TO QTE-VALID-DATE
               PERFORM ADVANCE-ONE-DAY QTE-VALID-DAYS TIMES
               PERFORM PRINT-QUOTE-DOCUMENT
               PERFORM WRITE-QUOTE-REGISTER
               PERFORM SAVE-QUOTE-NUMBER
               ADD 1 TO QTE-ISSUED-COUNT
               DISPLAY "COTACAO " QTE-QUOTE-NO " EMITIDA - CLIENTE "
                   QTE-CUSTOMER " " QTE-CURRENCY " " QTE-TT-AMOUNT
           END-IF
           MOVE "N" TO QTE-ACTIVE-SWITCH.

       FIND-QUOTE-RATE.
           IF QTE-CURRENCY = "BRL"
               MOVE 1 TO QTE-RATE
           ELSE
               MOVE 0 TO QTE-RATE
               IF QTE-RATE-OPEN
                   MOVE QTE-RUN-DATE TO FX-RATE-DATE
                   MOVE QTE-CURRENCY TO FX-RATE-CURRENCY
                   READ FX-RATE-FILE
                       INVALID KEY
                           SET QTE-QUOTE-REFUSED TO TRUE
                           MOVE "NORAT" TO QTE-REASON
                       NOT INVALID KEY
                           MOVE FX-RATE-VALUE TO QTE-RATE
                   END-READ
               END-IF
               IF QTE-RATE = 0 AND NOT QTE-QUOTE-REFUSED
                   SET QTE-QUOTE-REFUSED TO TRUE
                   MOVE "NORAT" TO QTE-REASON
               END-IF
           END-IF.

       ADVANCE-ONE-DAY.
           ADD 1 TO QTE-VD-DD
           MOVE QTE-VD-MM TO QTE-MONTH-SUB
           MOVE QTE-MONTH-DAYS (QTE-MONTH-SUB) TO QTE-MONTH-LAST
           IF QTE-VD-MM = 2
               DIVIDE QTE-VD-YYYY BY 4 GIVING QTE-LEAP-WORK
                   REMAINDER QTE-LEAP-4
               DIVIDE QTE-VD-YYYY BY 100 GIVING QTE-LEAP-WORK
                   REMAINDER QTE-LEAP-100
               DIVIDE QTE-VD-YYYY BY 400 GIVING QTE-LEAP-WORK
                   REMAINDER QTE-LEAP-400
               IF QTE-LEAP-400 = 0 OR
                  (QTE-LEAP-4 = 0 AND QTE-LEAP-100 NOT = 0)
                   MOVE 29 TO QTE-MONTH-LAST
               END-IF
           END-IF
           IF QTE-VD-DD > QTE-MONTH-LAST
               MOVE 1 TO QTE-VD-DD
               ADD 1 TO QTE-VD-MM
               IF QTE-VD-MM > 12
                   MOVE 1 TO QTE-VD-MM
                   ADD 1 TO QTE-VD-YYYY
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Documento da cotacao. O preco unitario na moeda e o preco
      *unitario em Real dividido pela cotacao, arredondado; o total
      *da linha e o unitario vezes a quantidade, de modo que o
      *documento sempre fecha na moeda do cliente.
      *----------------------------------------------------------------
       PRINT-QUOTE-DOCUMENT.
           MOVE 0 TO QTE-TOTAL-COST
           MOVE 0 TO QTE-TOTAL-BRL
           MOVE 0 TO QTE-TOTAL-FGN
           MOVE SPACES TO QUOTE-DOC-RECORD
           WRITE QUOTE-DOC-RECORD
           WRITE QUOTE-DOC-RECORD FROM QTE-RULE-LINE
           MOVE QTE-QUOTE-NO   TO QTE-TL-QUOTE-NO
           MOVE QTE-RUN-DATE   TO QTE-TL-DATE
           MOVE QTE-VALID-DATE TO QTE-TL-VALID
           WRITE QUOTE-DOC-RECORD FROM QTE-TITLE-LINE
           MOVE QTE-CUSTOMER   TO QTE-CL-CUSTOMER
           MOVE QTE-CUST-NAME  TO QTE-CL-NAME
           MOVE QTE-REFERENCE  TO QTE-CL-REFERENCE
           WRITE QUOTE-DOC-RECORD FROM QTE-CUST-LINE
           MOVE QTE-CURRENCY   TO QTE-CY-CURRENCY
           MOVE QTE-RATE       TO QTE-CY-RATE
           MOVE QTE-RUN-DATE   TO QTE-CY-DATE
           WRITE QUOTE-DOC-RECORD FROM QTE-CCY-LINE
           WRITE QUOTE-DOC-RECORD FROM QTE-RULE-LINE
           WRITE QUOTE-DOC-RECORD FROM QTE-COLS-LINE
           MOVE 0 TO QTE-SUB
           PERFORM PRINT-QUOTE-LINE QTL-COUNT TIMES
           WRITE QUOTE-DOC-RECORD FROM QTE-RULE-LINE
           MOVE QTE-CURRENCY   TO QTE-TT-CURRENCY
           MOVE QTE-TOTAL-FGN  TO QTE-TT-AMOUNT
           WRITE QUOTE-DOC-RECORD FROM QTE-TOTAL-LINE
           WRITE QUOTE-DOC-RECORD FROM QTE-TERMS-LINE.

       PRINT-QUOTE-LINE.
           ADD 1 TO QTE-SUB
           SET QTL-IDX TO QTE-SUB
           COMPUTE QTE-UNIT-FGN ROUNDED =
               QTL-T-UNIT-BRL (QTL-IDX) / QTE-RATE
           COMPUTE QTE-LINE-FGN =
               QTE-UNIT-FGN * QTL-T-QUANTITY (QTL-IDX)
           COMPUTE QTE-LINE-BRL =
               QTL-T-UNIT-BRL (QTL-IDX) * QTL-T-QUANTITY (QTL-IDX)
           COMPUTE QTE-LINE-COST =
               QTL-T-UNIT-COST (QTL-IDX) * QTL-T-QUANTITY (QTL-IDX)
           ADD QTE-LINE-FGN  TO QTE-TOTAL-FGN
           ADD QTE-LINE-BRL  TO QTE-TOTAL-BRL
           ADD QTE-LINE-COST TO QTE-TOTAL-COST
           MOVE SPACES TO QUOTE-DOC-RECORD
           MOVE QTE-SUB TO QTE-DL-LINE-NO
           IF QTL-T-SHAPE (QTL-IDX) = "1"
               MOVE "CIRCLE" TO QTE-DL-SHAPE
           ELSE
               MOVE "RING"   TO QTE-DL-SHAPE
           END-IF
           MOVE QTL-T-RAIO-R (QTL-IDX)       TO QTE-DL-RAIO-R
           MOVE QTL-T-RAIO-INTERNO (QTL-IDX) TO QTE-DL-INTERNO
           MOVE QTL-T-MATERIAL (QTL-IDX)     TO QTE-DL-MATERIAL
           MOVE QTL-T-QUANTITY (QTL-IDX)     TO QTE-DL-QUANTITY
           MOVE QTL-T-WEIGHT (QTL-IDX)       TO QTE-DL-WEIGHT
           MOVE QTE-UNIT-FGN                 TO QTE-DL-UNIT-PRICE
           MOVE QTE-LINE-FGN                 TO QTE-DL-LINE-TOTAL
           WRITE QUOTE-DOC-RECORD FROM QTE-DETAIL-LINE.

       WRITE-QUOTE-REGISTER.
           MOVE QTE-QUOTE-NO   TO QR-QUOTE-NO
           MOVE QTE-RUN-DATE   TO QR-QUOTE-DATE
           MOVE QTE-VALID-DATE TO QR-VALID-UNTIL
           MOVE QTE-CUSTOMER   TO QR-CUSTOMER
           MOVE QTE-REFERENCE  TO QR-REFERENCE
           MOVE QTE-CURRENCY   TO QR-CURRENCY
           MOVE QTE-RATE       TO QR-RATE
                                  QR-RATE-EXACT
           MOVE QTL-COUNT      TO QR-LINE-COUNT
           MOVE QTE-TOTAL-COST TO QR-COST-BRL
           MOVE QTE-TOTAL-BRL  TO QR-PRICE-BRL
           MOVE QTE-TOTAL-FGN  TO QR-PRICE-FGN
           SET QR-OPEN TO TRUE
           MOVE SPACES         TO QR-INVOICE-NO
           WRITE QUOTE-REG-FILE-RECORD FROM QUOTE-REG-RECORD.

      *----------------------------------------------------------------
      *Cotacao nao emitida: o motivo sai no documento, com cada
      *linha que falhou na critica ou na precificacao.
      *----------------------------------------------------------------
       PRINT-REFUSED-QUOTE.
           MOVE SPACES TO QUOTE-DOC-RECORD
           WRITE QUOTE-DOC-RECORD
           WRITE QUOTE-DOC-RECORD FROM QTE-RULE-LINE
           MOVE QTE-CUSTOMER  TO QTE-RL-CUSTOMER
           MOVE QTE-REFERENCE TO QTE-RL-REFERENCE
           MOVE QTE-REASON    TO QTE-RL-REASON
           PERFORM DESCRIBE-REASON
           MOVE QTE-REASON-TEXT TO QTE-RL-TEXT
           WRITE QUOTE-DOC-RECORD FROM QTE-REFUSED-LINE
           MOVE 0 TO QTE-SUB
           PERFORM PRINT-REFUSED-LINE QTL-COUNT TIMES
           DISPLAY "COTACAO NAO EMITIDA - CLIENTE " QTE-CUSTOMER
               " REF " QTE-REFERENCE " MOTIVO " QTE-REASON.

       PRINT-REFUSED-LINE.
           ADD 1 TO QTE-SUB
           IF QTL-T-REASON (QTE-SUB) NOT = SPACES
               MOVE QTL-T-REASON (QTE-SUB) TO QTE-REASON
               PERFORM DESCRIBE-REASON
               MOVE QTE-SUB                  TO QTE-RD-LINE-NO
               MOVE QTL-T-MATERIAL (QTE-SUB) TO QTE-RD-MATERIAL
               MOVE QTL-T-REASON (QTE-SUB)   TO QTE-RD-REASON
               MOVE QTE-REASON-TEXT          TO QTE-RD-TEXT
               WRITE QUOTE-DOC-RECORD FROM QTE-REFUSED-DTL-LINE
           END-IF.

       DESCRIBE-REASON.
           EVALUATE QTE-REASON
               WHEN "SHAPE"
                   MOVE "SHAPE MUST BE 1 (CIRCLE) OR 2 (RING)"
                       TO QTE-REASON-TEXT
               WHEN "RAIO "
                   MOVE "RADIUS MISSING OR NOT POSITIVE"
                       TO QTE-REASON-TEXT
               WHEN "RING "
                   MOVE "RING INNER RADIUS NOT BELOW OUTER"
                       TO QTE-REASON-TEXT
               WHEN "QTY  "
                   MOVE "QUANTITY MISSING OR ZERO"
                       TO QTE-REASON-TEXT
               WHEN "NOMAT"
                   MOVE "MATERIAL NOT ON MATLMAST"
                       TO QTE-REASON-TEXT
               WHEN "NOMKP"
                   MOVE "NO MARKUP ON QUOTEPRC FOR CUSTOMER/MATL"
                       TO QTE-REASON-TEXT
               WHEN "NORAT"
                   MOVE "NO FXRATE RATE TODAY FOR THE CURRENCY"
                       TO QTE-REASON-TEXT
               WHEN "NOLIN"
                   MOVE "REQUEST HAS NO PART LINES"
                       TO QTE-REASON-TEXT
               WHEN "LINES"
                   MOVE "MORE THAN 200 PART LINES"
                       TO QTE-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO QTE-REASON-TEXT
           END-EVALUATE.

       END PROGRAM C03QUOTE.
