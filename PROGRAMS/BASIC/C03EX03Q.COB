      *                  excecao alargado para X(100)), para o
      *                  relatorio de atividade por operador
      *                  (C03OPACT) ligar rejeicao a sessao.
      *  2026-10-15  RM  CKPTREC ganhou os totais de Real e de IOF
      *                  do run de C03EX03K; aqui os campos saem
      *                  zerados e o FD do checkpoint foi alargado
      *                  para X(100).
      *  2026-10-15  RM  FD das excecoes (layout REJREC) alargado
      *                  para X(120): REJ-INPUT-DATA passou a X(60).
      *  2026-10-15  RM  QAREAEXT ganhou no fim o material, o custo da
      *                  peca e o custo da sucata (zerados no
      *                  interativo), para o diario contabil
      *                  (C03GLJNL) lancar o custo do dia sem
      *                  redigitacao do QAREARPT.
      *  2026-10-15  RM  Todo run de lote completado baixa do estoque
      *                  de chapa (SHTSTOCK, copybook STKMREC) a area
      *                  de chapa (blank) consumida por material, com
      *                  uma transacao de saida por material na trilha
      *                  SHTSTKTX (copybook STKTREC) datada do
      *                  movimento. Material sem registro de estoque e
      *                  incluido com saldo zerado.
      *  2026-10-15  RM  QAREAIN ganhou no fim o numero da ordem de
      *                  servico (AI-WORK-ORDER), conferido contra o
      *                  cadastro de ordens (WORKORD, copybook
      *                  WORDREC): linha de ordem encerrada vai para
      *                  QAREAEXC com motivo WOCLS, de ordem fora do
      *                  cadastro com motivo WONF. Area, peso, custo e
      *                  custo da sucata das pecas sao acumulados por
      *                  ordem e somados ao realizado da ordem no
      *                  WORKORD ao fim de cada run completado, para o
      *                  relatorio de custo por ordem (C03WORPT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PER-STAT-FILE ASSIGN TO "PERSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PER-STAT-STATUS.
           SELECT STOCK-MAST-FILE ASSIGN TO "SHTSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Q-STK-STATUS.
           SELECT STOCK-TXN-FILE ASSIGN TO "SHTSTKTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Q-STX-STATUS.
           SELECT WORK-ORD-FILE ASSIGN TO "WORKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Q-WO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  AI-RAIO-R           PIC 9(6)V99.
           05  AI-RAIO-INTERNO     PIC 9(6)V99.
           05  AI-MATERIAL         PIC X(06).
           05  AI-WORK-ORDER       PIC X(08).

       FD  AREA-RPT-FILE.
       01  AREA-RPT-RECORD         PIC X(160).

       FD  AREA-EXC-FILE.
       01  AREA-EXC-RECORD         PIC X(120).

       FD  AREA-CKPT-FILE.
       01  AREA-CKPT-RECORD        PIC X(100).

       FD  AREA-CTL-FILE.
       01  AREA-CTL-RECORD         PIC X(30).
           05  QE-MODE             PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  QE-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  QE-MATERIAL         PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  QE-COST             PIC 9(7)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  QE-SCRAP-COST       PIC 9(8)V99.

       FD  AREA-SEQ-FILE.
       01  AREA-SEQ-RECORD         PIC X(25).
       FD  PER-STAT-FILE.
           COPY "PERSTREC.CPY".

       FD  STOCK-MAST-FILE.
           COPY "STKMREC.CPY".

       FD  STOCK-TXN-FILE.
       01  STOCK-TXN-FILE-RECORD   PIC X(100).

       FD  WORK-ORD-FILE.
           COPY "WORDREC.CPY".

       LOCAL-STORAGE SECTION.
       77 AREA-A           PIC 9(6)V99.
       77 RAIO-R           PIC 9(6)V99.
           05  EXC-IMG-RAIO-R      PIC 9(6)V99.
           05  EXC-IMG-INTERNO     PIC 9(6)V99.
           05  EXC-IMG-MATERIAL    PIC X(06).
           05  EXC-IMG-WORK-ORDER  PIC X(08).
       77 Q-RUN-DATE       PIC X(08).
       77 Q-KEYED-DATE     PIC X(08) VALUE SPACES.
       77 Q-RPT-COUNT      PIC 9(06) VALUE 0 COMP.
           88  PER-EOF             VALUE "Y".
       77 HIST-OK-SWITCH   PIC X(01) VALUE "N".
           88  HIST-FILE-OK        VALUE "Y".
       77 Q-STK-STATUS     PIC X(02).
       77 Q-STX-STATUS     PIC X(02).
       77 STK-COUNT        PIC 9(03) VALUE 0 COMP.
       01 STK-TABLE.
           05  STK-ENTRY OCCURS 500 TIMES
                   DEPENDING ON STK-COUNT
                   INDEXED BY STK-IDX.
               10  STK-T-CODE      PIC X(06).
               10  STK-T-IMAGE     PIC X(65).
       77 STK-SUB          PIC 9(03) VALUE 0 COMP.
       77 STK-OVFL-SWITCH  PIC X(01) VALUE "N".
           88  STK-TABLE-OVERFLOW  VALUE "Y".
       77 STK-FOUND-SWITCH PIC X(01) VALUE "N".
           88  STK-FOUND           VALUE "Y".
       77 STK-POST-COUNT   PIC 9(03) VALUE 0 COMP.
       01 STK-RUN-REF.
           05  FILLER          PIC X(04) VALUE "RUN ".
           05  STK-REF-DATE    PIC X(08).
           05  FILLER          PIC X(01) VALUE "-".
           05  STK-REF-SEQ     PIC 9(04).
       77 Q-WO-STATUS      PIC X(02).
       77 Q-WO-AVAIL-SWITCH PIC X(01) VALUE "N".
           88  Q-WO-AVAILABLE      VALUE "Y".
       77 Q-WO-REASON      PIC X(05) VALUE SPACES.
       77 WOT-COUNT        PIC 9(03) VALUE 0 COMP.
       01 WOT-TABLE.
           05  WOT-ENTRY OCCURS 500 TIMES
                   DEPENDING ON WOT-COUNT
                   INDEXED BY WOT-IDX.
               10  WOT-T-NUMBER    PIC X(08).
               10  WOT-T-IMAGE     PIC X(142).
               10  WOT-T-PIECES    PIC 9(07) COMP.
               10  WOT-T-AREA      PIC 9(11)V99.
               10  WOT-T-PESO      PIC 9(11)V99.
               10  WOT-T-CUSTO     PIC 9(11)V99.
               10  WOT-T-SUCUSTO   PIC 9(11)V99.
       77 WOT-SUB          PIC 9(03) VALUE 0 COMP.
       77 WOT-HIT-SUB      PIC 9(03) VALUE 0 COMP.
       77 WOT-OVFL-SWITCH  PIC X(01) VALUE "N".
           88  WOT-TABLE-OVERFLOW  VALUE "Y".
       77 WOT-POST-COUNT   PIC 9(03) VALUE 0 COMP.

           COPY "RPTHDR.CPY".
           COPY "CKPTREC.CPY".
           COPY "LEDGREC.CPY".
           COPY "BATPARM.CPY".
           COPY "RPTARC.CPY".
           COPY "STKTREC.CPY".

       LINKAGE SECTION.
           COPY "OPERAREA.CPY".
           END-IF
           IF Q-BATCH-OK
               PERFORM LOAD-MATERIAL-MASTER
               PERFORM LOAD-WORK-ORDER-MASTER
               PERFORM LOAD-CHECKPOINT
               PERFORM LOAD-CONTROL-TOTALS
               PERFORM NEXT-RUN-SEQUENCE
                       MOVE AI-RAIO-INTERNO TO RAIO-INTERNO
                       ADD RAIO-R TO Q-ACTUAL-TOTAL
                       PERFORM VALIDATE-RAIO
                       PERFORM VALIDATE-WORK-ORDER
                       IF Q-VALID
                           PERFORM COMPUTE-AREA
                           PERFORM COMPUTE-BLANK-SCRAP
                           PERFORM COMPUTE-WEIGHT-COST
                           PERFORM ACCUMULATE-MATERIAL
                           PERFORM ACCUMULATE-WORK-ORDER
                           PERFORM WRITE-AREA-DETAIL
                           PERFORM WRITE-EXTRACT-RECORD
                       ELSE
                       MOVE AI-RAIO-R      TO RAIO-R
                       MOVE AI-RAIO-INTERNO TO RAIO-INTERNO
                       PERFORM VALIDATE-RAIO
                       PERFORM VALIDATE-WORK-ORDER
                       IF Q-VALID
                           PERFORM COMPUTE-AREA
                           PERFORM COMPUTE-BLANK-SCRAP
                           PERFORM COMPUTE-WEIGHT-COST
                           PERFORM ACCUMULATE-MATERIAL
                           PERFORM ACCUMULATE-WORK-ORDER
                       END-IF
                   END-IF
                   PERFORM READ-AREA-RECORD
               CLOSE AREA-RPT-FILE
               CLOSE AREA-EXC-FILE
               PERFORM RECORD-RUN-LEDGER
               PERFORM POST-STOCK-ISSUES
               PERFORM POST-WORK-ORDER-COSTS
               PERFORM SAVE-REPORT-COPY
           END-IF.

           ELSE
               MOVE 0 TO REJ-SOURCE-RECNO
           END-IF
           IF Q-MODE-BATCH AND Q-WO-REASON NOT = SPACES
               MOVE Q-WO-REASON TO REJ-REASON-CODE
           ELSE
           IF Q-SHAPE-CIRCLE
               MOVE "RAIO " TO REJ-REASON-CODE
           ELSE
               MOVE "RING " TO REJ-REASON-CODE
           END-IF
           END-IF
           SET REJ-PENDING TO TRUE
           MOVE Q-SHAPE-SWITCH TO EXC-IMG-SHAPE
           MOVE RAIO-R         TO EXC-IMG-RAIO-R
           MOVE RAIO-INTERNO   TO EXC-IMG-INTERNO
           IF Q-MODE-BATCH
               MOVE AI-MATERIAL   TO EXC-IMG-MATERIAL
               MOVE AI-WORK-ORDER TO EXC-IMG-WORK-ORDER
           ELSE
               MOVE SPACES TO EXC-IMG-MATERIAL
               MOVE SPACES TO EXC-IMG-WORK-ORDER
           END-IF
           MOVE EXC-INPUT-IMAGE TO REJ-INPUT-DATA
           MOVE CUR-OPER-ID     TO REJ-OPERATOR
               MOVE "I" TO QE-MODE
           END-IF
           MOVE CUR-OPER-ID TO QE-OPERATOR
           IF Q-MODE-BATCH
               MOVE AI-MATERIAL  TO QE-MATERIAL
               MOVE CUSTO-PECA   TO QE-COST
               MOVE CUSTO-SUCATA TO QE-SCRAP-COST
           ELSE
               MOVE SPACES TO QE-MATERIAL
               MOVE 0      TO QE-COST
               MOVE 0      TO QE-SCRAP-COST
           END-IF
           WRITE AREA-EXT-RECORD
           PERFORM WRITE-HISTORY-RECORD.

           MOVE Q-ACTUAL-TOTAL TO CKPT-AMOUNT-TOTAL
           MOVE Q-RPT-COUNT   TO CKPT-RPT-COUNT
           MOVE 0             TO CKPT-ROUND-DIFF
           MOVE 0             TO CKPT-REAL-TOTAL
           MOVE 0             TO CKPT-IOF-TOTAL
           OPEN OUTPUT AREA-CKPT-FILE
           WRITE AREA-CKPT-RECORD FROM CKPT-RECORD
           CLOSE AREA-CKPT-FILE.
           MOVE 0            TO CKPT-AMOUNT-TOTAL
           MOVE 0            TO CKPT-RPT-COUNT
           MOVE 0            TO CKPT-ROUND-DIFF
           MOVE 0            TO CKPT-REAL-TOTAL
           MOVE 0            TO CKPT-IOF-TOTAL
           OPEN OUTPUT AREA-CKPT-FILE
           WRITE AREA-CKPT-RECORD FROM CKPT-RECORD
           CLOSE AREA-CKPT-FILE.

      *----------------------------------------------------------------
      *Baixa de estoque de chapa do run completado: a area de chapa
      *(blank) de cada material do RESUMO POR MATERIAL sai do saldo
      *de SHTSTOCK, com uma transacao de saida em SHTSTKTX datada do
      *movimento. Roda so depois do ledger, entao um run interrompido
      *nunca baixa e o restart baixa o run inteiro uma unica vez.
      *----------------------------------------------------------------
       POST-STOCK-ISSUES.
           IF SUB-COUNT > 0
               PERFORM LOAD-STOCK-TABLE
               IF STK-TABLE-OVERFLOW
                   DISPLAY "SHTSTOCK EXCEDE A TABELA - CONSUMO DE"
                       " CHAPA DO RUN NAO FOI BAIXADO"
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE Q-RUN-DATE TO STK-REF-DATE
                   MOVE Q-SEQ-NO   TO STK-REF-SEQ
                   MOVE 0 TO STK-POST-COUNT
                   OPEN EXTEND STOCK-TXN-FILE
                   IF Q-STX-STATUS = "35"
                       OPEN OUTPUT STOCK-TXN-FILE
                   END-IF
                   MOVE 0 TO SUB-SUB
                   PERFORM POST-ONE-STOCK-ISSUE SUB-COUNT TIMES
                   CLOSE STOCK-TXN-FILE
                   PERFORM SAVE-STOCK-TABLE
                   DISPLAY "ESTOQUE DE CHAPA BAIXADO PARA "
                       STK-POST-COUNT " MATERIAL(IS)"
               END-IF
           END-IF.

       POST-ONE-STOCK-ISSUE.
           ADD 1 TO SUB-SUB
           IF SUB-T-BLANK (SUB-SUB) > 0
               MOVE "N" TO STK-FOUND-SWITCH
               SET STK-IDX TO 1
               SEARCH STK-ENTRY
                   AT END
                       PERFORM ADD-STOCK-ENTRY
                   WHEN STK-T-CODE (STK-IDX) = SUB-T-CODE (SUB-SUB)
                       SET STK-FOUND TO TRUE
               END-SEARCH
               IF STK-FOUND
                   MOVE STK-T-IMAGE (STK-IDX) TO STOCK-MAST-RECORD
                   SUBTRACT SUB-T-BLANK (SUB-SUB) FROM SK-ON-HAND
                   MOVE Q-RUN-DATE TO SK-LAST-MOVE-DATE
                   MOVE STOCK-MAST-RECORD TO STK-T-IMAGE (STK-IDX)
                   MOVE Q-RUN-DATE           TO ST-MOVE-DATE
                   ACCEPT ST-TIME FROM TIME
                   MOVE SUB-T-CODE (SUB-SUB) TO ST-CODE
                   SET ST-ISSUE TO TRUE
                   COMPUTE ST-QUANTITY = 0 - SUB-T-BLANK (SUB-SUB)
                   MOVE STK-RUN-REF          TO ST-REFERENCE
                   MOVE SPACES               TO ST-REASON
                   MOVE CUR-OPER-ID          TO ST-OPERATOR
                   MOVE "C03EX03Q"           TO ST-PROGRAM
                   WRITE STOCK-TXN-FILE-RECORD FROM STOCK-TXN-RECORD
                   ADD 1 TO STK-POST-COUNT
               END-IF
           END-IF.

       ADD-STOCK-ENTRY.
           IF STK-COUNT = 500
               DISPLAY "TABELA DE ESTOQUE CHEIA - MATERIAL "
                   SUB-T-CODE (SUB-SUB) " NAO BAIXADO"
           ELSE
               ADD 1 TO STK-COUNT
               SET STK-IDX TO STK-COUNT
               MOVE SPACES TO STOCK-MAST-RECORD
               MOVE SUB-T-CODE (SUB-SUB) TO SK-CODE
               MOVE 0 TO SK-ON-HAND
               MOVE 0 TO SK-REORDER-POINT
               MOVE 0 TO SK-REORDER-QTY
               MOVE 0 TO SK-SHEET-LENGTH
               MOVE 0 TO SK-SHEET-WIDTH
               MOVE 0 TO SK-LEAD-DAYS
               MOVE SK-CODE TO STK-T-CODE (STK-IDX)
               MOVE STOCK-MAST-RECORD TO STK-T-IMAGE (STK-IDX)
               SET STK-FOUND TO TRUE
               DISPLAY "MATERIAL " SK-CODE " SEM REGISTRO EM"
                   " SHTSTOCK - INCLUIDO COM SALDO ZERADO"
           END-IF.

       LOAD-STOCK-TABLE.
           MOVE 0 TO STK-COUNT
           MOVE "N" TO STK-OVFL-SWITCH
           OPEN INPUT STOCK-MAST-FILE
           IF Q-STK-STATUS = "00"
               PERFORM READ-STOCK-RECORD
                   UNTIL Q-STK-STATUS NOT = "00"
                       OR STK-TABLE-OVERFLOW
               CLOSE STOCK-MAST-FILE
           END-IF.

       READ-STOCK-RECORD.
           READ STOCK-MAST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STK-COUNT = 500
                       SET STK-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO STK-COUNT
                       MOVE SK-CODE TO STK-T-CODE (STK-COUNT)
                       MOVE STOCK-MAST-RECORD
                           TO STK-T-IMAGE (STK-COUNT)
                   END-IF
           END-READ.

       SAVE-STOCK-TABLE.
           OPEN OUTPUT STOCK-MAST-FILE
           MOVE 0 TO STK-SUB
           PERFORM SAVE-STOCK-RECORD STK-COUNT TIMES
           CLOSE STOCK-MAST-FILE.

       SAVE-STOCK-RECORD.
           ADD 1 TO STK-SUB
           MOVE STK-T-IMAGE (STK-SUB) TO STOCK-MAST-RECORD
           WRITE STOCK-MAST-RECORD.

      *----------------------------------------------------------------
      *Ordem de servico da linha: em branco passa sem custo por
      *ordem (extratos antigos); fora do cadastro rejeita WONF,
      *encerrada rejeita WOCLS. Sem WORKORD no disco a conferencia
      *fica desligada.
      *----------------------------------------------------------------
       VALIDATE-WORK-ORDER.
           MOVE SPACES TO Q-WO-REASON
           MOVE 0 TO WOT-HIT-SUB
           IF Q-VALID AND Q-WO-AVAILABLE AND
              AI-WORK-ORDER NOT = SPACES
               SET WOT-IDX TO 1
               SEARCH WOT-ENTRY
                   AT END
                       MOVE "WONF " TO Q-WO-REASON
                   WHEN WOT-T-NUMBER (WOT-IDX) = AI-WORK-ORDER
                       MOVE WOT-T-IMAGE (WOT-IDX) TO WORK-ORDER-RECORD
                       IF WO-CLOSED
                           MOVE "WOCLS" TO Q-WO-REASON
                       ELSE
                           SET WOT-HIT-SUB TO WOT-IDX
                       END-IF
               END-SEARCH
               IF Q-WO-REASON NOT = SPACES
                   SET Q-NOT-VALID TO TRUE
               END-IF
           END-IF.

       ACCUMULATE-WORK-ORDER.
           IF WOT-HIT-SUB > 0
               ADD 1            TO WOT-T-PIECES (WOT-HIT-SUB)
               ADD AREA-A       TO WOT-T-AREA (WOT-HIT-SUB)
               ADD PESO-PECA    TO WOT-T-PESO (WOT-HIT-SUB)
               ADD CUSTO-PECA   TO WOT-T-CUSTO (WOT-HIT-SUB)
               ADD CUSTO-SUCATA TO WOT-T-SUCUSTO (WOT-HIT-SUB)
           END-IF.

       LOAD-WORK-ORDER-MASTER.
           MOVE 0 TO WOT-COUNT
           MOVE "N" TO WOT-OVFL-SWITCH
           MOVE "N" TO Q-WO-AVAIL-SWITCH
           OPEN INPUT WORK-ORD-FILE
           IF Q-WO-STATUS = "00"
               PERFORM READ-WORK-ORDER-RECORD
                   UNTIL Q-WO-STATUS NOT = "00"
                       OR WOT-TABLE-OVERFLOW
               CLOSE WORK-ORD-FILE
               IF WOT-TABLE-OVERFLOW
                   DISPLAY "WORKORD EXCEDE A TABELA - ORDENS DE"
                       " SERVICO NAO CONFERIDAS NEM ACUMULADAS"
               ELSE
                   SET Q-WO-AVAILABLE TO TRUE
               END-IF
           ELSE
               DISPLAY "WORKORD INDISPONIVEL - STATUS " Q-WO-STATUS
                   "; ORDENS DE SERVICO NAO CONFERIDAS NEM"
                   " ACUMULADAS"
           END-IF.

       READ-WORK-ORDER-RECORD.
           READ WORK-ORD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WOT-COUNT = 500
                       SET WOT-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WOT-COUNT
                       MOVE WO-NUMBER TO WOT-T-NUMBER (WOT-COUNT)
                       MOVE WORK-ORDER-RECORD
                           TO WOT-T-IMAGE (WOT-COUNT)
                       MOVE 0 TO WOT-T-PIECES (WOT-COUNT)
                       MOVE 0 TO WOT-T-AREA (WOT-COUNT)
                       MOVE 0 TO WOT-T-PESO (WOT-COUNT)
                       MOVE 0 TO WOT-T-CUSTO (WOT-COUNT)
                       MOVE 0 TO WOT-T-SUCUSTO (WOT-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Realizado do run somado as ordens no WORKORD, uma vez, depois
      *do ledger, como a baixa de estoque. O cadastro e relido antes
      *da regravacao para nao desfazer um encerramento ou inclusao
      *feito por C03WOMNT durante o run.
      *----------------------------------------------------------------
       POST-WORK-ORDER-COSTS.
           IF Q-WO-AVAILABLE
               PERFORM REFRESH-WORK-ORDER-TABLE
               IF WOT-TABLE-OVERFLOW
                   DISPLAY "WORKORD EXCEDE A TABELA - CUSTO POR ORDEM"
                       " DO RUN NAO FOI ACUMULADO"
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 0 TO WOT-POST-COUNT
                   MOVE 0 TO WOT-SUB
                   PERFORM POST-ONE-WORK-ORDER WOT-COUNT TIMES
                   IF WOT-POST-COUNT > 0
                       OPEN OUTPUT WORK-ORD-FILE
                       MOVE 0 TO WOT-SUB
                       PERFORM SAVE-WORK-ORDER-RECORD WOT-COUNT TIMES
                       CLOSE WORK-ORD-FILE
                   END-IF
                   DISPLAY "CUSTO ACUMULADO EM " WOT-POST-COUNT
                       " ORDEM(NS) DE SERVICO"
               END-IF
           END-IF.

       REFRESH-WORK-ORDER-TABLE.
           OPEN INPUT WORK-ORD-FILE
           IF Q-WO-STATUS = "00"
               PERFORM REFRESH-WORK-ORDER-RECORD
                   UNTIL Q-WO-STATUS NOT = "00"
                       OR WOT-TABLE-OVERFLOW
               CLOSE WORK-ORD-FILE
           END-IF.

       REFRESH-WORK-ORDER-RECORD.
           READ WORK-ORD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET WOT-IDX TO 1
                   SEARCH WOT-ENTRY
                       AT END
                           PERFORM ADD-WORK-ORDER-ENTRY
                       WHEN WOT-T-NUMBER (WOT-IDX) = WO-NUMBER
                           MOVE WORK-ORDER-RECORD
                               TO WOT-T-IMAGE (WOT-IDX)
                   END-SEARCH
           END-READ.

       ADD-WORK-ORDER-ENTRY.
           IF WOT-COUNT = 500
               SET WOT-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WOT-COUNT
               MOVE WO-NUMBER TO WOT-T-NUMBER (WOT-COUNT)
               MOVE WORK-ORDER-RECORD TO WOT-T-IMAGE (WOT-COUNT)
               MOVE 0 TO WOT-T-PIECES (WOT-COUNT)
               MOVE 0 TO WOT-T-AREA (WOT-COUNT)
               MOVE 0 TO WOT-T-PESO (WOT-COUNT)
               MOVE 0 TO WOT-T-CUSTO (WOT-COUNT)
               MOVE 0 TO WOT-T-SUCUSTO (WOT-COUNT)
           END-IF.

       POST-ONE-WORK-ORDER.
           ADD 1 TO WOT-SUB
           IF WOT-T-PIECES (WOT-SUB) > 0
               MOVE WOT-T-IMAGE (WOT-SUB) TO WORK-ORDER-RECORD
               ADD WOT-T-PIECES (WOT-SUB)  TO WO-ACT-PIECES
               ADD WOT-T-AREA (WOT-SUB)    TO WO-ACT-AREA
               ADD WOT-T-PESO (WOT-SUB)    TO WO-ACT-WEIGHT
               ADD WOT-T-CUSTO (WOT-SUB)   TO WO-ACT-COST
               ADD WOT-T-SUCUSTO (WOT-SUB) TO WO-ACT-SCRAP-COST
               MOVE Q-RUN-DATE TO WO-LAST-RUN-DATE
               MOVE WORK-ORDER-RECORD TO WOT-T-IMAGE (WOT-SUB)
               ADD 1 TO WOT-POST-COUNT
           END-IF.

       SAVE-WORK-ORDER-RECORD.
           ADD 1 TO WOT-SUB
           MOVE WOT-T-IMAGE (WOT-SUB) TO WORK-ORDER-RECORD
           WRITE WORK-ORDER-RECORD.

       END PROGRAM C03EX03Q.
