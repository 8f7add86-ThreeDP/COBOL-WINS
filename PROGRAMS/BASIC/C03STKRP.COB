       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03STKRP.
      *AUTHOR. R. MOTA.
      *
      *Posicao diaria do estoque de chapa. Para a data keyada (ENTER
      *= hoje), lista por material o saldo de abertura, as entradas,
      *as saidas, os ajustes de contagem e o saldo de fechamento do
      *dia. O fechamento e o saldo corrente de SHTSTOCK (copybook
      *STKMREC) menos os movimentos de SHTSTKTX (copybook STKTREC)
      *datados depois do dia, e a abertura e o fechamento menos os
      *movimentos do proprio dia - entao o relatorio de um dia
      *anterior sai certo mesmo depois de novos lancamentos. Todo
      *material com fechamento abaixo do ponto de pedido gera uma
      *requisicao de compra em PURCHREQ (copybook PREQREC), em
      *chapas padrao inteiras; material sem tamanho de chapa
      *cadastrado sai sinalizado no relatorio, sem requisicao, e o
      *run termina com RC 4.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. O compras passa a saber que
      *                  um material esta acabando antes da producao
      *                  parar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-MAST-FILE ASSIGN TO "SHTSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STR-STK-STATUS.
           SELECT STOCK-TXN-FILE ASSIGN TO "SHTSTKTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STR-STX-STATUS.
           SELECT MATL-MAST-FILE ASSIGN TO "MATLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STR-MAT-STATUS.
           SELECT STR-RPT-FILE ASSIGN TO "STKSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STR-RPT-STATUS.
           SELECT PURCH-REQ-FILE ASSIGN TO "PURCHREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STR-REQ-STATUS.
           SELECT STR-SEQ-FILE ASSIGN TO "STKRPSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STR-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-MAST-FILE.
           COPY "STKMREC.CPY".

       FD  STOCK-TXN-FILE.
       01  STOCK-TXN-FILE-RECORD   PIC X(100).

       FD  MATL-MAST-FILE.
       01  MATL-MAST-RECORD.
           05  MM-CODE             PIC X(06).
           05  MM-DESC             PIC X(20).
           05  MM-THICKNESS        PIC 9(3)V99.
           05  MM-DENSITY          PIC 9(2)V9(4).
           05  MM-COST-SQ          PIC 9(4)V99.

       FD  STR-RPT-FILE.
       01  STR-RPT-RECORD          PIC X(132).

       FD  PURCH-REQ-FILE.
       01  PURCH-REQ-FILE-RECORD   PIC X(110).

       FD  STR-SEQ-FILE.
       01  STR-SEQ-RECORD          PIC X(25).

       LOCAL-STORAGE SECTION.
       77 STR-STK-STATUS           PIC X(02).
       77 STR-STX-STATUS           PIC X(02).
       77 STR-MAT-STATUS           PIC X(02).
       77 STR-RPT-STATUS           PIC X(02).
       77 STR-REQ-STATUS           PIC X(02).
       77 STR-SEQ-STATUS           PIC X(02).
       77 STR-RUN-DATE             PIC X(08).
       77 STR-REPORT-DATE          PIC X(08) VALUE SPACES.
       77 STR-SEQ-NO               PIC 9(04) VALUE 0 COMP.
       77 STR-EOF-SWITCH           PIC X(01) VALUE "N".
           88  STR-EOF                 VALUE "Y".
       77 STR-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  STR-TABLE-OVERFLOW      VALUE "Y".
       77 STR-TXN-COUNT            PIC 9(06) VALUE 0 COMP.
       77 STR-ORPHAN-COUNT         PIC 9(06) VALUE 0 COMP.
       77 STR-REQ-COUNT            PIC 9(04) VALUE 0 COMP.
       77 STR-NOSIZE-COUNT         PIC 9(04) VALUE 0 COMP.
       77 STR-SUB                  PIC 9(03) VALUE 0 COMP.

       77 STR-COUNT                PIC 9(03) VALUE 0 COMP.
       01 STR-TABLE.
           05  STR-ENTRY OCCURS 500 TIMES
                   DEPENDING ON STR-COUNT
                   INDEXED BY STR-IDX.
               10  STR-T-CODE          PIC X(06).
               10  STR-T-IMAGE         PIC X(65).
               10  STR-T-RECEIPTS      PIC S9(11)V99.
               10  STR-T-ISSUES        PIC S9(11)V99.
               10  STR-T-ADJUSTS       PIC S9(11)V99.
               10  STR-T-LATER         PIC S9(11)V99.

       77 MAT-COUNT                PIC 9(03) VALUE 0 COMP.
       01 MAT-TABLE.
           05  MAT-ENTRY OCCURS 500 TIMES
                   DEPENDING ON MAT-COUNT
                   INDEXED BY MAT-IDX.
               10  MAT-T-CODE          PIC X(06).
               10  MAT-T-DESC          PIC X(20).

       77 STR-DESC                 PIC X(20) VALUE SPACES.
       77 STR-OPENING              PIC S9(11)V99 VALUE 0.
       77 STR-CLOSING              PIC S9(11)V99 VALUE 0.
       77 STR-ISSUED               PIC S9(11)V99 VALUE 0.
       77 STR-NEED-AREA            PIC S9(11)V99 VALUE 0.
       77 STR-SHEET-AREA           PIC 9(9)V99 VALUE 0.
       77 STR-SHEETS               PIC 9(05) VALUE 0.
       77 STR-SHEET-REM            PIC 9(9)V99 VALUE 0.
       77 STR-ORDER-AREA           PIC 9(11)V99 VALUE 0.
       77 STR-TOT-OPENING          PIC S9(13)V99 VALUE 0.
       77 STR-TOT-RECEIPTS         PIC S9(13)V99 VALUE 0.
       77 STR-TOT-ISSUES           PIC S9(13)V99 VALUE 0.
       77 STR-TOT-ADJUSTS          PIC S9(13)V99 VALUE 0.
       77 STR-TOT-CLOSING          PIC S9(13)V99 VALUE 0.

      *Data de necessidade: dia do saldo mais o prazo do
      *fornecedor, um dia por vez, como o vencimento de C03ARAGE.
       01 STR-NEED-DATE.
           05  STR-ND-YYYY         PIC 9(04).
           05  STR-ND-MM           PIC 9(02).
           05  STR-ND-DD           PIC 9(02).
       01 STR-MONTH-LENGTHS.
           05  FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 STR-MONTH-TABLE REDEFINES STR-MONTH-LENGTHS.
           05  STR-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
       77 STR-MONTH-SUB            PIC 9(02) VALUE 0 COMP.
       77 STR-MONTH-LAST           PIC 9(02) VALUE 0.
       77 STR-LEAP-WORK            PIC 9(04) VALUE 0 COMP.
       77 STR-LEAP-4               PIC 9(03) VALUE 0.
       77 STR-LEAP-100             PIC 9(03) VALUE 0.
       77 STR-LEAP-400             PIC 9(03) VALUE 0.

       01 STR-TITLE-LINE.
           05  FILLER              PIC X(34)
               VALUE "SHEET STOCK STATUS - BALANCE DATE ".
           05  STR-TTL-DATE        PIC X(08).

       01 STR-COLS-LINE.
           05  FILLER              PIC X(07) VALUE "MATL".
           05  FILLER              PIC X(21) VALUE "DESCRIPTION".
           05  FILLER              PIC X(15) VALUE "        OPENING".
           05  FILLER              PIC X(15) VALUE "       RECEIPTS".
           05  FILLER              PIC X(15) VALUE "         ISSUES".
           05  FILLER              PIC X(15) VALUE "    ADJUSTMENTS".
           05  FILLER              PIC X(15) VALUE "        CLOSING".
           05  FILLER              PIC X(15) VALUE "  REORDER POINT".
           05  FILLER              PIC X(14) VALUE "  STATUS".

       01 STR-DETAIL-LINE.
           05  STR-DL-CODE         PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  STR-DL-DESC         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  STR-DL-OPENING      PIC ---,---,--9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  STR-DL-RECEIPTS     PIC ---,---,--9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  STR-DL-ISSUES       PIC ---,---,--9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  STR-DL-ADJUSTS      PIC ---,---,--9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  STR-DL-CLOSING      PIC ---,---,--9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  STR-DL-POINT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  STR-DL-STATUS       PIC X(14).

       01 STR-TOTAL-LINE.
           05  FILLER              PIC X(28) VALUE "TOTAL".
           05  STR-TL-OPENING      PIC ---,---,--9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  STR-TL-RECEIPTS     PIC ---,---,--9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  STR-TL-ISSUES       PIC ---,---,--9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  STR-TL-ADJUSTS      PIC ---,---,--9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  STR-TL-CLOSING      PIC ---,---,--9.99.

       01 STR-REQ-LINE.
           05  FILLER              PIC X(18)
               VALUE "  REQUISITION FOR ".
           05  STR-RL-SHEETS       PIC ZZZZ9.
           05  FILLER              PIC X(08) VALUE " SHEETS ".
           05  STR-RL-LENGTH       PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE " X ".
           05  STR-RL-WIDTH        PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(07) VALUE "  AREA ".
           05  STR-RL-AREA         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(11) VALUE "  NEED BY ".
           05  STR-RL-NEED-BY      PIC X(08).

       01 STR-COUNT-LINE.
           05  FILLER              PIC X(23)
               VALUE "REQUISITIONS WRITTEN: ".
           05  STR-CL-REQS         PIC ZZZ9.
           05  FILLER              PIC X(27)
               VALUE "   BELOW POINT, NO SHEET: ".
           05  STR-CL-NOSIZE       PIC ZZZ9.
           05  FILLER              PIC X(31)
               VALUE "   MOVES FOR UNKNOWN MATERIAL: ".
           05  STR-CL-ORPHANS      PIC ZZZZZ9.

       01 STR-RULE-LINE            PIC X(132) VALUE ALL "-".

           COPY "STKTREC.CPY".
           COPY "PREQREC.CPY".
           COPY "RPTHDR.CPY".
           COPY "RUNSEQ.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT STR-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "Data do saldo (YYYYMMDD, ENTER = hoje): "
               WITH NO ADVANCING
           ACCEPT STR-REPORT-DATE
           IF STR-REPORT-DATE = SPACES
               MOVE STR-RUN-DATE TO STR-REPORT-DATE
           END-IF
           IF STR-REPORT-DATE NOT NUMERIC
               DISPLAY "Data invalida - posicao cancelada."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-STOCK-TABLE
           IF STR-STK-STATUS NOT = "00" AND
              STR-STK-STATUS NOT = "10"
               DISPLAY "SHTSTOCK nao encontrado - STATUS "
                   STR-STK-STATUS "; nada a posicionar."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-MATERIAL-TABLE
           IF STR-TABLE-OVERFLOW
               DISPLAY "SHTSTOCK OU MATLMAST EXCEDE A TABELA (500) -"
                   " POSICAO CANCELADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT STOCK-TXN-FILE
           IF STR-STX-STATUS = "00"
               PERFORM TALLY-STOCK-TXN UNTIL STR-EOF
               CLOSE STOCK-TXN-FILE
           ELSE
               DISPLAY "SHTSTKTX ainda nao existe - posicao so com"
                   " os saldos."
           END-IF

           PERFORM NEXT-RUN-SEQUENCE
           OPEN OUTPUT STR-RPT-FILE
           OPEN OUTPUT PURCH-REQ-FILE
           MOVE "C03STKRP"   TO RPT-HDR-PROGRAM
           MOVE STR-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE STR-SEQ-NO   TO RPT-HDR-SEQ-NO
           WRITE STR-RPT-RECORD FROM RPT-HEADER-LINE
           MOVE STR-REPORT-DATE TO STR-TTL-DATE
           WRITE STR-RPT-RECORD FROM STR-TITLE-LINE
           WRITE STR-RPT-RECORD FROM STR-RULE-LINE
           WRITE STR-RPT-RECORD FROM STR-COLS-LINE
           WRITE STR-RPT-RECORD FROM STR-RULE-LINE
           MOVE 0 TO STR-SUB
           PERFORM REPORT-ONE-MATERIAL STR-COUNT TIMES
           WRITE STR-RPT-RECORD FROM STR-RULE-LINE
           MOVE STR-TOT-OPENING  TO STR-TL-OPENING
           MOVE STR-TOT-RECEIPTS TO STR-TL-RECEIPTS
           MOVE STR-TOT-ISSUES   TO STR-TL-ISSUES
           MOVE STR-TOT-ADJUSTS  TO STR-TL-ADJUSTS
           MOVE STR-TOT-CLOSING  TO STR-TL-CLOSING
           WRITE STR-RPT-RECORD FROM STR-TOTAL-LINE
           MOVE SPACES TO STR-RPT-RECORD
           WRITE STR-RPT-RECORD
           MOVE STR-REQ-COUNT    TO STR-CL-REQS
           MOVE STR-NOSIZE-COUNT TO STR-CL-NOSIZE
           MOVE STR-ORPHAN-COUNT TO STR-CL-ORPHANS
           WRITE STR-RPT-RECORD FROM STR-COUNT-LINE
           MOVE "C03STKRP"   TO RPT-TRL-PROGRAM
           MOVE STR-RUN-DATE TO RPT-TRL-RUN-DATE
           MOVE STR-COUNT    TO RPT-TRL-REC-COUNT
           MOVE "NONE    "   TO RPT-TRL-CTL-STATUS
           WRITE STR-RPT-RECORD FROM RPT-TRAILER-LINE
           CLOSE STR-RPT-FILE
           CLOSE PURCH-REQ-FILE

           DISPLAY "Materiais posicionados: " STR-COUNT
               "   requisicoes: " STR-REQ-COUNT
           IF STR-NOSIZE-COUNT > 0 OR STR-ORPHAN-COUNT > 0
               DISPLAY "Abaixo do ponto sem chapa padrao: "
                   STR-NOSIZE-COUNT "   movimentos sem estoque: "
                   STR-ORPHAN-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-STOCK-TABLE.
           MOVE 0 TO STR-COUNT
           OPEN INPUT STOCK-MAST-FILE
           IF STR-STK-STATUS = "00"
               PERFORM READ-STOCK-RECORD
                   UNTIL STR-STK-STATUS NOT = "00"
                       OR STR-TABLE-OVERFLOW
               CLOSE STOCK-MAST-FILE
           END-IF.

       READ-STOCK-RECORD.
           READ STOCK-MAST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STR-COUNT = 500
                       SET STR-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO STR-COUNT
                       MOVE SK-CODE TO STR-T-CODE (STR-COUNT)
                       MOVE STOCK-MAST-RECORD
                           TO STR-T-IMAGE (STR-COUNT)
                       MOVE 0 TO STR-T-RECEIPTS (STR-COUNT)
                       MOVE 0 TO STR-T-ISSUES (STR-COUNT)
                       MOVE 0 TO STR-T-ADJUSTS (STR-COUNT)
                       MOVE 0 TO STR-T-LATER (STR-COUNT)
                   END-IF
           END-READ.

       LOAD-MATERIAL-TABLE.
           MOVE 0 TO MAT-COUNT
           OPEN INPUT MATL-MAST-FILE
           IF STR-MAT-STATUS = "00"
               PERFORM READ-MATERIAL-RECORD
                   UNTIL STR-MAT-STATUS NOT = "00"
                       OR STR-TABLE-OVERFLOW
               CLOSE MATL-MAST-FILE
           END-IF.

       READ-MATERIAL-RECORD.
           READ MATL-MAST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF MAT-COUNT = 500
                       SET STR-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO MAT-COUNT
                       MOVE MM-CODE TO MAT-T-CODE (MAT-COUNT)
                       MOVE MM-DESC TO MAT-T-DESC (MAT-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Movimento do dia vai para a coluna do seu tipo; movimento
      *datado depois do dia so entra no recuo do saldo corrente ate
      *o fechamento do dia.
      *----------------------------------------------------------------
       TALLY-STOCK-TXN.
           READ STOCK-TXN-FILE INTO STOCK-TXN-RECORD
               AT END
                   SET STR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO STR-TXN-COUNT
                   IF ST-MOVE-DATE NOT < STR-REPORT-DATE
                       PERFORM TALLY-ONE-TXN
                   END-IF
           END-READ.

       TALLY-ONE-TXN.
           SET STR-IDX TO 1
           SEARCH STR-ENTRY
               AT END
                   ADD 1 TO STR-ORPHAN-COUNT
               WHEN STR-T-CODE (STR-IDX) = ST-CODE
                   IF ST-MOVE-DATE > STR-REPORT-DATE
                       ADD ST-QUANTITY TO STR-T-LATER (STR-IDX)
                   ELSE
                       EVALUATE TRUE
                           WHEN ST-RECEIPT
                               ADD ST-QUANTITY
                                   TO STR-T-RECEIPTS (STR-IDX)
                           WHEN ST-ISSUE
                               ADD ST-QUANTITY
                                   TO STR-T-ISSUES (STR-IDX)
                           WHEN OTHER
                               ADD ST-QUANTITY
                                   TO STR-T-ADJUSTS (STR-IDX)
                       END-EVALUATE
                   END-IF
           END-SEARCH.

      *----------------------------------------------------------------
      *Fechamento = saldo corrente - movimentos posteriores; abertura
      *= fechamento - movimentos do dia. As saidas sao gravadas com
      *sinal negativo e saem positivas na coluna ISSUES.
      *----------------------------------------------------------------
       REPORT-ONE-MATERIAL.
           ADD 1 TO STR-SUB
           MOVE STR-T-IMAGE (STR-SUB) TO STOCK-MAST-RECORD
           COMPUTE STR-CLOSING = SK-ON-HAND - STR-T-LATER (STR-SUB)
           COMPUTE STR-OPENING = STR-CLOSING
               - STR-T-RECEIPTS (STR-SUB)
               - STR-T-ISSUES (STR-SUB)
               - STR-T-ADJUSTS (STR-SUB)
           COMPUTE STR-ISSUED = 0 - STR-T-ISSUES (STR-SUB)
           MOVE SPACES TO STR-DESC
           SET MAT-IDX TO 1
           SEARCH MAT-ENTRY
               AT END
                   MOVE "NOT ON MATLMAST" TO STR-DESC
               WHEN MAT-T-CODE (MAT-IDX) = SK-CODE
                   MOVE MAT-T-DESC (MAT-IDX) TO STR-DESC
           END-SEARCH
           MOVE SK-CODE                  TO STR-DL-CODE
           MOVE STR-DESC                 TO STR-DL-DESC
           MOVE STR-OPENING              TO STR-DL-OPENING
           MOVE STR-T-RECEIPTS (STR-SUB) TO STR-DL-RECEIPTS
           MOVE STR-ISSUED               TO STR-DL-ISSUES
           MOVE STR-T-ADJUSTS (STR-SUB)  TO STR-DL-ADJUSTS
           MOVE STR-CLOSING              TO STR-DL-CLOSING
           MOVE SK-REORDER-POINT         TO STR-DL-POINT
           ADD STR-OPENING              TO STR-TOT-OPENING
           ADD STR-T-RECEIPTS (STR-SUB) TO STR-TOT-RECEIPTS
           ADD STR-ISSUED               TO STR-TOT-ISSUES
           ADD STR-T-ADJUSTS (STR-SUB)  TO STR-TOT-ADJUSTS
           ADD STR-CLOSING              TO STR-TOT-CLOSING
           COMPUTE STR-SHEET-AREA = SK-SHEET-LENGTH * SK-SHEET-WIDTH
           EVALUATE TRUE
               WHEN SK-REORDER-POINT = 0
                   MOVE SPACES TO STR-DL-STATUS
               WHEN STR-CLOSING NOT < SK-REORDER-POINT
                   MOVE "OK" TO STR-DL-STATUS
               WHEN STR-SHEET-AREA = 0
                   MOVE "REORDER-NOSIZE" TO STR-DL-STATUS
                   ADD 1 TO STR-NOSIZE-COUNT
               WHEN OTHER
                   MOVE "REORDER" TO STR-DL-STATUS
           END-EVALUATE
           WRITE STR-RPT-RECORD FROM STR-DETAIL-LINE
           IF STR-DL-STATUS = "REORDER"
               PERFORM WRITE-REQUISITION
           END-IF.

      *----------------------------------------------------------------
      *Pedido = quantidade de pedido ou, se maior, o que falta para
      *voltar ao ponto de pedido; arredondado para cima em chapas
      *padrao inteiras.
      *----------------------------------------------------------------
       WRITE-REQUISITION.
           COMPUTE STR-NEED-AREA = SK-REORDER-POINT - STR-CLOSING
           IF SK-REORDER-QTY > STR-NEED-AREA
               MOVE SK-REORDER-QTY TO STR-NEED-AREA
           END-IF
           DIVIDE STR-NEED-AREA BY STR-SHEET-AREA
               GIVING STR-SHEETS REMAINDER STR-SHEET-REM
           IF STR-SHEET-REM > 0
               ADD 1 TO STR-SHEETS
           END-IF
           COMPUTE STR-ORDER-AREA = STR-SHEETS * STR-SHEET-AREA
           MOVE STR-REPORT-DATE TO STR-NEED-DATE
           PERFORM ADVANCE-ONE-DAY SK-LEAD-DAYS TIMES
           MOVE STR-REPORT-DATE  TO PR-REQ-DATE
           MOVE SK-CODE          TO PR-CODE
           MOVE STR-DESC         TO PR-DESC
           MOVE STR-SHEETS       TO PR-SHEETS
           MOVE SK-SHEET-LENGTH  TO PR-SHEET-LENGTH
           MOVE SK-SHEET-WIDTH   TO PR-SHEET-WIDTH
           MOVE STR-ORDER-AREA   TO PR-ORDER-AREA
           MOVE STR-CLOSING      TO PR-ON-HAND
           MOVE SK-REORDER-POINT TO PR-REORDER-POINT
           MOVE STR-NEED-DATE    TO PR-NEED-BY-DATE
           WRITE PURCH-REQ-FILE-RECORD FROM PURCH-REQ-RECORD
           ADD 1 TO STR-REQ-COUNT
           MOVE STR-SHEETS      TO STR-RL-SHEETS
           MOVE SK-SHEET-LENGTH TO STR-RL-LENGTH
           MOVE SK-SHEET-WIDTH  TO STR-RL-WIDTH
           MOVE STR-ORDER-AREA  TO STR-RL-AREA
           MOVE STR-NEED-DATE   TO STR-RL-NEED-BY
           WRITE STR-RPT-RECORD FROM STR-REQ-LINE.

       ADVANCE-ONE-DAY.
           ADD 1 TO STR-ND-DD
           MOVE STR-ND-MM TO STR-MONTH-SUB
           MOVE STR-MONTH-DAYS (STR-MONTH-SUB) TO STR-MONTH-LAST
           IF STR-ND-MM = 2
               DIVIDE STR-ND-YYYY BY 4 GIVING STR-LEAP-WORK
                   REMAINDER STR-LEAP-4
               DIVIDE STR-ND-YYYY BY 100 GIVING STR-LEAP-WORK
                   REMAINDER STR-LEAP-100
               DIVIDE STR-ND-YYYY BY 400 GIVING STR-LEAP-WORK
                   REMAINDER STR-LEAP-400
               IF STR-LEAP-400 = 0 OR
                  (STR-LEAP-4 = 0 AND STR-LEAP-100 NOT = 0)
                   MOVE 29 TO STR-MONTH-LAST
               END-IF
           END-IF
           IF STR-ND-DD > STR-MONTH-LAST
               MOVE 1 TO STR-ND-DD
               ADD 1 TO STR-ND-MM
               IF STR-ND-MM > 12
                   MOVE 1 TO STR-ND-MM
                   ADD 1 TO STR-ND-YYYY
               END-IF
           END-IF.

       NEXT-RUN-SEQUENCE.
           MOVE 0 TO STR-SEQ-NO
           OPEN INPUT STR-SEQ-FILE
           IF STR-SEQ-STATUS = "00"
               READ STR-SEQ-FILE INTO RUNSEQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNSEQ-RUN-DATE = STR-RUN-DATE
                           MOVE RUNSEQ-LAST-NO TO STR-SEQ-NO
                       END-IF
               END-READ
               CLOSE STR-SEQ-FILE
           END-IF
           ADD 1 TO STR-SEQ-NO
           MOVE "C03STKRP"   TO RUNSEQ-PROGRAM
           MOVE STR-RUN-DATE TO RUNSEQ-RUN-DATE
           MOVE STR-SEQ-NO   TO RUNSEQ-LAST-NO
           OPEN OUTPUT STR-SEQ-FILE
           WRITE STR-SEQ-RECORD FROM RUNSEQ-RECORD
           CLOSE STR-SEQ-FILE.

       END PROGRAM C03STKRP.
