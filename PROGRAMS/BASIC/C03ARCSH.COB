       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03ARCSH.
      *AUTHOR. R. MOTA.
      *
      *Baixa de recebimentos (cash application). Le o arquivo de
      *creditos recebidos do banco (BANKRCV, copybook ARPYREC) e
      *casa cada credito com a partida em aberto de ARITEMS pelo
      *numero da nota (e pelo cliente, quando o banco o informa),
      *na mesma moeda. Credito menor que o saldo baixa parcial e a
      *partida continua aberta; o que sobra acima do saldo, e todo
      *credito sem partida, com moeda diferente ou contra nota ja
      *liquidada, vai para o arquivo de caixa nao aplicado
      *(ARUNAPP) com o motivo, no mesmo layout do BANKRCV para
      *poder ser reapresentado depois de acertado. Em cada baixa
      *apura a variacao cambial realizada: valor aplicado vezes a
      *diferenca entre a cotacao da data de liquidacao (FXRATE,
      *ultima cotacao da moeda ate a data do credito) e a cotacao
      *da nota, acumulada em AR-FX-DIFF. As baixas vao para o log
      *ARAPPLOG e para o relatorio ARCSHRPT. O mesmo arquivo do
      *banco nao e aplicado duas vezes: ledger ARCSHLDG (LEDGREC).
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. A baixa dos recebimentos
      *                  deixa de ser feita em planilha.
      *  2026-10-15  RM  FXRATE indexado por data + moeda (FXRTREC):
      *                  a cotacao de liquidacao e lida pela chave
      *                  data do credito + moeda e, sem cotacao
      *                  nessa data, pela ultima anterior lendo o
      *                  arquivo em ordem de chave - sem a tabela de
      *                  3000 cotacoes. Cotacoes com seis casas: a
      *                  da nota vem de AR-INVOICE-RATE-EXACT (ou de
      *                  AR-INVOICE-RATE nas partidas antigas), o
      *                  ARAPPLOG anexa AL-INVOICE-RATE-EXACT e
      *                  AL-SETTLE-RATE-EXACT no fim do registro e o
      *                  ARCSHRPT passa a 146 colunas.
      *  2026-10-15  RM  Retirada a pergunta de forcar o
      *                  reprocessamento: arquivo do banco ja
      *                  registrado no ARCSHLDG e recusado (RC 8),
      *                  como o diario ja lancado no C03GLJNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-PAY-FILE ASSIGN TO "BANKRCV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-PAY-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-ITEM-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-RATE-KEY
               FILE STATUS IS ARC-RATE-STATUS.
           SELECT AR-UNAPP-FILE ASSIGN TO "ARUNAPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-UNAPP-STATUS.
           SELECT AR-APPLOG-FILE ASSIGN TO "ARAPPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-LOG-STATUS.
           SELECT AR-LEDG-FILE ASSIGN TO "ARCSHLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-LEDG-STATUS.
           SELECT ARC-RPT-FILE ASSIGN TO "ARCSHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-RPT-STATUS.
           SELECT ARC-SEQ-FILE ASSIGN TO "ARCSHSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-PAY-FILE.
           COPY "ARPYREC.CPY".

       FD  AR-ITEM-FILE.
           COPY "ARITREC.CPY".

       FD  FX-RATE-FILE.
           COPY "FXRTREC.CPY".

      *Caixa nao aplicado: imagem do credito (so a parte que sobrou)
      *seguida do motivo.
       FD  AR-UNAPP-FILE.
       01  AR-UNAPP-RECORD.
           05  UN-PAYMENT          PIC X(56).
           05  FILLER              PIC X(01).
           05  UN-REASON           PIC X(05).
           05  FILLER              PIC X(01).
           05  UN-DESCRIPTION      PIC X(30).
           05  FILLER              PIC X(01).
           05  UN-RUN-DATE         PIC X(08).

       FD  AR-APPLOG-FILE.
       01  AR-APPLOG-RECORD.
           05  AL-RUN-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  AL-VALUE-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  AL-BANK-REF         PIC X(16).
           05  FILLER              PIC X(01).
           05  AL-CUSTOMER         PIC X(08).
           05  FILLER              PIC X(01).
           05  AL-INVOICE-NO       PIC X(10).
           05  FILLER              PIC X(01).
           05  AL-CURRENCY         PIC X(03).
           05  FILLER              PIC X(01).
           05  AL-APPLIED          PIC 9(09)V99.
           05  FILLER              PIC X(01).
           05  AL-INVOICE-RATE     PIC 9(02)V99.
           05  FILLER              PIC X(01).
           05  AL-SETTLE-RATE      PIC 9(02)V99.
           05  FILLER              PIC X(01).
           05  AL-FX-DIFF          PIC S9(09)V99
                                     SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X(01).
           05  AL-ITEM-STATUS      PIC X(01).
           05  FILLER              PIC X(01).
           05  AL-INVOICE-RATE-EXACT
                                   PIC 9(05)V9(06).
           05  FILLER              PIC X(01).
           05  AL-SETTLE-RATE-EXACT
                                   PIC 9(05)V9(06).

       FD  AR-LEDG-FILE.
       01  AR-LEDG-RECORD          PIC X(40).

       FD  ARC-RPT-FILE.
       01  ARC-RPT-RECORD          PIC X(146).

       FD  ARC-SEQ-FILE.
       01  ARC-SEQ-RECORD          PIC X(25).

       LOCAL-STORAGE SECTION.
       77 ARC-PAY-STATUS           PIC X(02).
       77 ARC-ITEM-STATUS          PIC X(02).
       77 ARC-RATE-STATUS          PIC X(02).
       77 ARC-UNAPP-STATUS         PIC X(02).
       77 ARC-LOG-STATUS           PIC X(02).
       77 ARC-LEDG-STATUS          PIC X(02).
       77 ARC-RPT-STATUS           PIC X(02).
       77 ARC-SEQ-STATUS           PIC X(02).
       77 ARC-RUN-DATE             PIC X(08).
       77 ARC-SEQ-NO               PIC 9(04) VALUE 0 COMP.
       77 ARC-RPT-LINES            PIC 9(06) VALUE 0 COMP.
       77 ARC-EOF-SWITCH           PIC X(01) VALUE "N".
           88  ARC-EOF                 VALUE "Y".
       77 ARC-DUP-SWITCH           PIC X(01) VALUE "N".
           88  ARC-DUP-RUN             VALUE "Y".
       77 ARC-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  ARC-TABLE-OVERFLOW      VALUE "Y".
       77 ARC-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  ARC-ITEM-FOUND          VALUE "Y".
       77 ARC-RATE-FOUND-SWITCH    PIC X(01) VALUE "N".
           88  ARC-RATE-FOUND          VALUE "Y".
       77 ARC-RATE-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  ARC-RATE-OPEN           VALUE "Y".
       77 ARC-RATE-EOF-SWITCH      PIC X(01) VALUE "N".
           88  ARC-RATE-EOF            VALUE "Y".
       77 ARC-SUB                  PIC 9(04) VALUE 0 COMP.
       77 ARC-HIT                  PIC 9(04) VALUE 0 COMP.
       77 ARC-OPEN-BALANCE         PIC 9(09)V99 VALUE 0.
       77 ARC-APPLIED              PIC 9(09)V99 VALUE 0.
       77 ARC-EXCESS               PIC 9(09)V99 VALUE 0.
       77 ARC-SETTLE-RATE          PIC 9(05)V9(06) VALUE 0.
       77 ARC-FX-DIFF              PIC S9(09)V99 VALUE 0.
       77 ARC-SETTLE-REAL          PIC 9(09)V99 VALUE 0.
       77 ARC-REASON               PIC X(05) VALUE SPACES.
       77 ARC-DESCRIPTION          PIC X(30) VALUE SPACES.
       77 ARC-READ-COUNT           PIC 9(06) VALUE 0 COMP.
       77 ARC-APPLY-COUNT          PIC 9(06) VALUE 0 COMP.
       77 ARC-SETTLED-COUNT        PIC 9(06) VALUE 0 COMP.
       77 ARC-UNAPP-COUNT          PIC 9(06) VALUE 0 COMP.
       77 ARC-G-SETTLE-REAL        PIC 9(11)V99 VALUE 0.
       77 ARC-G-FX-DIFF            PIC S9(11)V99 VALUE 0.
       77 ARC-G-UNAPP              PIC 9(11)V99 VALUE 0.
       77 LEDG-SCAN-COUNT          PIC 9(06) VALUE 0 COMP.
       77 LEDG-SCAN-TOTAL          PIC S9(09)V99 VALUE 0.

       77 ARC-ITEM-COUNT           PIC 9(04) VALUE 0 COMP.
       01 ARC-ITEM-TABLE.
           05  ARC-ITEM-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON ARC-ITEM-COUNT
                   INDEXED BY ARC-IDX.
               10  ARC-T-CUSTOMER      PIC X(08).
               10  ARC-T-INVOICE-NO    PIC X(10).
               10  ARC-T-INVOICE-DATE  PIC X(08).
               10  ARC-T-CURRENCY      PIC X(03).
               10  ARC-T-INVOICE-RATE  PIC 9(05)V9(06).
               10  ARC-T-ORIG-AMOUNT   PIC 9(09)V99.
               10  ARC-T-ORIG-REAL     PIC 9(09)V99.
               10  ARC-T-PAID-AMOUNT   PIC 9(09)V99.
               10  ARC-T-FX-DIFF       PIC S9(09)V99.
               10  ARC-T-LAST-PAY-DATE PIC X(08).
               10  ARC-T-STATUS        PIC X(01).

       01 ARC-TITLE-LINE.
           05  FILLER              PIC X(40)
               VALUE "RECEIVABLES CASH APPLICATION - RUN DATE ".
           05  ARC-TTL-DATE        PIC X(08).

       01 ARC-COLS-LINE.
           05  FILLER              PIC X(09) VALUE "VALUE DT".
           05  FILLER              PIC X(17) VALUE "BANK REF".
           05  FILLER              PIC X(09) VALUE "CUSTOMER".
           05  FILLER              PIC X(11) VALUE "INVOICE".
           05  FILLER              PIC X(04) VALUE "CCY".
           05  FILLER              PIC X(16) VALUE "         APPLIED".
           05  FILLER              PIC X(14) VALUE "        INV RT".
           05  FILLER              PIC X(14) VALUE "        SET RT".
           05  FILLER              PIC X(16) VALUE "     BRL SETTLED".
           05  FILLER              PIC X(16) VALUE "   FX DIFFERENCE".
           05  FILLER              PIC X(09) VALUE " RESULT".

       01 ARC-DETAIL-LINE.
           05  ARC-DL-VALUE-DATE   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARC-DL-BANK-REF     PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARC-DL-CUSTOMER     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARC-DL-INVOICE-NO   PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARC-DL-CURRENCY     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARC-DL-APPLIED      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ARC-DL-INV-RATE     PIC ZZZZ9.999999.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ARC-DL-SET-RATE     PIC ZZZZ9.999999.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ARC-DL-SETTLE-REAL  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ARC-DL-FX-DIFF      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ARC-DL-RESULT       PIC X(20).

       01 ARC-TOTAL-LINE.
           05  ARC-TL-LABEL        PIC X(30).
           05  ARC-TL-COUNT        PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ARC-TL-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 ARC-RULE-LINE            PIC X(146) VALUE ALL "-".

           COPY "RPTHDR.CPY".
           COPY "RUNSEQ.CPY".
           COPY "LEDGREC.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT ARC-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT AR-PAY-FILE
           IF ARC-PAY-STATUS NOT = "00"
               DISPLAY "BANKRCV nao encontrado - STATUS "
                   ARC-PAY-STATUS "; nada a aplicar."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-RUN-LEDGER
           IF ARC-DUP-RUN
               DISPLAY "BANKRCV COM " LEDG-SCAN-COUNT " CREDITOS E"
                   " TOTAL " LEDG-SCAN-TOTAL " JA FOI APLICADO -"
                   " BAIXA RECUSADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-OPEN-ITEMS
           IF ARC-TABLE-OVERFLOW
               DISPLAY "ARITEMS EXCEDE 2000 PARTIDAS - BAIXA"
                   " CANCELADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-RATE-FILE
           PERFORM NEXT-RUN-SEQUENCE

           OPEN INPUT AR-PAY-FILE
           OPEN EXTEND AR-UNAPP-FILE
           IF ARC-UNAPP-STATUS = "35"
               OPEN OUTPUT AR-UNAPP-FILE
           END-IF
           OPEN EXTEND AR-APPLOG-FILE
           IF ARC-LOG-STATUS = "35"
               OPEN OUTPUT AR-APPLOG-FILE
           END-IF
           PERFORM START-CASH-REPORT
           PERFORM APPLY-PAYMENT-RECORD UNTIL ARC-EOF
           PERFORM FINISH-CASH-REPORT
           CLOSE AR-PAY-FILE
           CLOSE AR-UNAPP-FILE
           CLOSE AR-APPLOG-FILE
           IF ARC-RATE-OPEN
               CLOSE FX-RATE-FILE
           END-IF

           PERFORM SAVE-OPEN-ITEMS
           PERFORM RECORD-RUN-LEDGER

           DISPLAY "Creditos lidos: " ARC-READ-COUNT
               "   aplicados: " ARC-APPLY-COUNT
               "   nao aplicados: " ARC-UNAPP-COUNT
           DISPLAY "Partidas liquidadas: " ARC-SETTLED-COUNT
               "   variacao cambial: " ARC-G-FX-DIFF
           IF ARC-UNAPP-COUNT > 0
               DISPLAY "Ha caixa nao aplicado em ARUNAPP."
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      *Identidade do arquivo do banco (quantidade + total) contra o
      *ledger ARCSHLDG: diferente do lote diario, o mesmo arquivo de
      *creditos e duplicado em qualquer data, entao a data do run
      *nao entra na comparacao. Arquivo ja aplicado e recusado, sem
      *opcao de forcar: um credito a reapresentar volta pelo ARUNAPP.
      *----------------------------------------------------------------
       CHECK-RUN-LEDGER.
           MOVE 0 TO LEDG-SCAN-COUNT
           MOVE 0 TO LEDG-SCAN-TOTAL
           PERFORM SCAN-INPUT-IDENTITY UNTIL ARC-EOF
           CLOSE AR-PAY-FILE
           MOVE "N" TO ARC-EOF-SWITCH
           OPEN INPUT AR-LEDG-FILE
           IF ARC-LEDG-STATUS = "00"
               PERFORM MATCH-LEDGER-RECORD UNTIL ARC-EOF
               CLOSE AR-LEDG-FILE
               MOVE "N" TO ARC-EOF-SWITCH
           END-IF.

       SCAN-INPUT-IDENTITY.
           READ AR-PAY-FILE
               AT END
                   SET ARC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO LEDG-SCAN-COUNT
                   IF PY-AMOUNT NUMERIC
                       ADD PY-AMOUNT TO LEDG-SCAN-TOTAL
                   END-IF
           END-READ.

       MATCH-LEDGER-RECORD.
           READ AR-LEDG-FILE INTO LEDG-RECORD
               AT END
                   SET ARC-EOF TO TRUE
               NOT AT END
                   IF LEDG-PROGRAM = "C03ARCSH" AND
                      LEDG-REC-COUNT = LEDG-SCAN-COUNT AND
                      LEDG-AMOUNT-TOTAL = LEDG-SCAN-TOTAL
                       SET ARC-DUP-RUN TO TRUE
                   END-IF
           END-READ.

       RECORD-RUN-LEDGER.
           MOVE "C03ARCSH"      TO LEDG-PROGRAM
           MOVE ARC-RUN-DATE    TO LEDG-RUN-DATE
           MOVE LEDG-SCAN-COUNT TO LEDG-REC-COUNT
           MOVE LEDG-SCAN-TOTAL TO LEDG-AMOUNT-TOTAL
           OPEN EXTEND AR-LEDG-FILE
           IF ARC-LEDG-STATUS = "35"
               OPEN OUTPUT AR-LEDG-FILE
           END-IF
           WRITE AR-LEDG-RECORD FROM LEDG-RECORD
           CLOSE AR-LEDG-FILE.

       LOAD-OPEN-ITEMS.
           MOVE 0 TO ARC-ITEM-COUNT
           OPEN INPUT AR-ITEM-FILE
           IF ARC-ITEM-STATUS = "00"
               PERFORM READ-OPEN-ITEM
                   UNTIL ARC-EOF OR ARC-TABLE-OVERFLOW
               CLOSE AR-ITEM-FILE
           ELSE
               DISPLAY "ARITEMS nao encontrado - todo credito vai"
                   " para nao aplicado."
           END-IF
           MOVE "N" TO ARC-EOF-SWITCH.

       READ-OPEN-ITEM.
           READ AR-ITEM-FILE
               AT END
                   SET ARC-EOF TO TRUE
               NOT AT END
                   IF ARC-ITEM-COUNT = 2000
                       SET ARC-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO ARC-ITEM-COUNT
                       SET ARC-IDX TO ARC-ITEM-COUNT
                       MOVE AR-CUSTOMER TO ARC-T-CUSTOMER (ARC-IDX)
                       MOVE AR-INVOICE-NO
                           TO ARC-T-INVOICE-NO (ARC-IDX)
                       MOVE AR-INVOICE-DATE
                           TO ARC-T-INVOICE-DATE (ARC-IDX)
                       MOVE AR-CURRENCY TO ARC-T-CURRENCY (ARC-IDX)
                       IF AR-INVOICE-RATE-EXACT NUMERIC
                           MOVE AR-INVOICE-RATE-EXACT
                               TO ARC-T-INVOICE-RATE (ARC-IDX)
                       ELSE
                           MOVE AR-INVOICE-RATE
                               TO ARC-T-INVOICE-RATE (ARC-IDX)
                       END-IF
                       MOVE AR-ORIG-AMOUNT
                           TO ARC-T-ORIG-AMOUNT (ARC-IDX)
                       MOVE AR-ORIG-REAL TO ARC-T-ORIG-REAL (ARC-IDX)
                       MOVE AR-PAID-AMOUNT
                           TO ARC-T-PAID-AMOUNT (ARC-IDX)
                       MOVE AR-FX-DIFF TO ARC-T-FX-DIFF (ARC-IDX)
                       MOVE AR-LAST-PAY-DATE
                           TO ARC-T-LAST-PAY-DATE (ARC-IDX)
                       MOVE AR-STATUS TO ARC-T-STATUS (ARC-IDX)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *FXRATE fica aberto durante a baixa: a cotacao de liquidacao e
      *a ultima da moeda com data ate a data do credito.
      *----------------------------------------------------------------
       OPEN-RATE-FILE.
           OPEN INPUT FX-RATE-FILE
           IF ARC-RATE-STATUS = "00"
               SET ARC-RATE-OPEN TO TRUE
           ELSE
               DISPLAY "FXRATE nao encontrado - creditos ficam sem"
                   " cotacao de liquidacao."
           END-IF.

       APPLY-PAYMENT-RECORD.
           READ AR-PAY-FILE
               AT END
                   SET ARC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ARC-READ-COUNT
                   PERFORM APPLY-ONE-PAYMENT
           END-READ.

      *----------------------------------------------------------------
      *Um credito: partida pela nota (e cliente, se informado);
      *sem partida, liquidada, moeda diferente ou sem cotacao de
      *liquidacao, o credito inteiro fica nao aplicado.
      *----------------------------------------------------------------
       APPLY-ONE-PAYMENT.
           MOVE "N" TO ARC-FOUND-SWITCH
           IF PY-AMOUNT NOT NUMERIC OR PY-AMOUNT = 0
               MOVE "AMT  " TO ARC-REASON
               MOVE "AMOUNT INVALID OR ZERO" TO ARC-DESCRIPTION
               PERFORM WRITE-UNAPPLIED-PAYMENT
           ELSE
               PERFORM FIND-OPEN-ITEM
               EVALUATE TRUE
                   WHEN NOT ARC-ITEM-FOUND
                       MOVE "NOINV" TO ARC-REASON
                       MOVE "NO OPEN ITEM FOR INVOICE"
                           TO ARC-DESCRIPTION
                       PERFORM WRITE-UNAPPLIED-PAYMENT
                   WHEN ARC-T-STATUS (ARC-HIT) = "P"
                       MOVE "PAID " TO ARC-REASON
                       MOVE "INVOICE ALREADY SETTLED"
                           TO ARC-DESCRIPTION
                       PERFORM WRITE-UNAPPLIED-PAYMENT
                   WHEN ARC-T-CURRENCY (ARC-HIT) NOT = PY-CURRENCY
                       MOVE "CCY  " TO ARC-REASON
                       MOVE "CURRENCY DIFFERS FROM INVOICE"
                           TO ARC-DESCRIPTION
                       PERFORM WRITE-UNAPPLIED-PAYMENT
                   WHEN OTHER
                       PERFORM FIND-SETTLEMENT-RATE
                       IF ARC-RATE-FOUND
                           PERFORM APPLY-TO-OPEN-ITEM
                       ELSE
                           MOVE "NORAT" TO ARC-REASON
                           MOVE "NO FXRATE ON OR BEFORE VALUE DATE"
                               TO ARC-DESCRIPTION
                           PERFORM WRITE-UNAPPLIED-PAYMENT
                       END-IF
               END-EVALUATE
           END-IF.

       FIND-OPEN-ITEM.
           MOVE 0 TO ARC-HIT
           MOVE 0 TO ARC-SUB
           PERFORM MATCH-OPEN-ITEM ARC-ITEM-COUNT TIMES
           IF ARC-HIT > 0
               SET ARC-ITEM-FOUND TO TRUE
           END-IF.

      *A mesma nota pode existir para mais de um cliente: sem
      *cliente no credito vale a primeira ainda aberta.
       MATCH-OPEN-ITEM.
           ADD 1 TO ARC-SUB
           IF ARC-T-INVOICE-NO (ARC-SUB) = PY-INVOICE-NO AND
              (PY-CUSTOMER = SPACES OR
               ARC-T-CUSTOMER (ARC-SUB) = PY-CUSTOMER)
               IF ARC-HIT = 0
                   MOVE ARC-SUB TO ARC-HIT
               ELSE
                   IF ARC-T-STATUS (ARC-HIT) = "P" AND
                      ARC-T-STATUS (ARC-SUB) NOT = "P"
                       MOVE ARC-SUB TO ARC-HIT
                   END-IF
               END-IF
           END-IF.

      *Cotacao da propria data do credito pela chave; sem ela, a
      *ultima anterior da moeda, lendo o FXRATE em ordem de chave
      *(data, moeda) ate a data do credito.
       FIND-SETTLEMENT-RATE.
           MOVE "N" TO ARC-RATE-FOUND-SWITCH
           MOVE 0 TO ARC-SETTLE-RATE
           IF ARC-RATE-OPEN
               MOVE PY-VALUE-DATE TO FX-RATE-DATE
               MOVE PY-CURRENCY   TO FX-RATE-CURRENCY
               READ FX-RATE-FILE
                   INVALID KEY
                       PERFORM SCAN-SETTLEMENT-RATE
                   NOT INVALID KEY
                       MOVE FX-RATE-VALUE TO ARC-SETTLE-RATE
                       SET ARC-RATE-FOUND TO TRUE
               END-READ
           END-IF.

       SCAN-SETTLEMENT-RATE.
           MOVE "N" TO ARC-RATE-EOF-SWITCH
           MOVE LOW-VALUES TO FX-RATE-KEY
           START FX-RATE-FILE KEY NOT < FX-RATE-KEY
               INVALID KEY
                   SET ARC-RATE-EOF TO TRUE
           END-START
           PERFORM MATCH-SETTLEMENT-RATE UNTIL ARC-RATE-EOF.

       MATCH-SETTLEMENT-RATE.
           READ FX-RATE-FILE NEXT RECORD
               AT END
                   SET ARC-RATE-EOF TO TRUE
               NOT AT END
                   IF FX-RATE-DATE > PY-VALUE-DATE
                       SET ARC-RATE-EOF TO TRUE
                   ELSE
                   IF FX-RATE-CURRENCY = PY-CURRENCY
                       MOVE FX-RATE-VALUE TO ARC-SETTLE-RATE
                       SET ARC-RATE-FOUND TO TRUE
                   END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Baixa: aplica ate o saldo da partida; o excedente fica nao
      *aplicado. Variacao realizada = aplicado x (cotacao de
      *liquidacao - cotacao da nota), positiva = ganho.
      *----------------------------------------------------------------
       APPLY-TO-OPEN-ITEM.
           COMPUTE ARC-OPEN-BALANCE = ARC-T-ORIG-AMOUNT (ARC-HIT)
               - ARC-T-PAID-AMOUNT (ARC-HIT)
           IF PY-AMOUNT > ARC-OPEN-BALANCE
               MOVE ARC-OPEN-BALANCE TO ARC-APPLIED
               COMPUTE ARC-EXCESS = PY-AMOUNT - ARC-OPEN-BALANCE
           ELSE
               MOVE PY-AMOUNT TO ARC-APPLIED
               MOVE 0 TO ARC-EXCESS
           END-IF
           COMPUTE ARC-SETTLE-REAL ROUNDED =
               ARC-APPLIED * ARC-SETTLE-RATE
           COMPUTE ARC-FX-DIFF ROUNDED = ARC-APPLIED *
               (ARC-SETTLE-RATE - ARC-T-INVOICE-RATE (ARC-HIT))
           ADD ARC-APPLIED TO ARC-T-PAID-AMOUNT (ARC-HIT)
           ADD ARC-FX-DIFF TO ARC-T-FX-DIFF (ARC-HIT)
           MOVE PY-VALUE-DATE TO ARC-T-LAST-PAY-DATE (ARC-HIT)
           IF ARC-T-PAID-AMOUNT (ARC-HIT) NOT <
              ARC-T-ORIG-AMOUNT (ARC-HIT)
               MOVE "P" TO ARC-T-STATUS (ARC-HIT)
               ADD 1 TO ARC-SETTLED-COUNT
               MOVE "SETTLED" TO ARC-DL-RESULT
           ELSE
               MOVE "PARTIAL" TO ARC-DL-RESULT
           END-IF
           ADD 1 TO ARC-APPLY-COUNT
           ADD ARC-SETTLE-REAL TO ARC-G-SETTLE-REAL
           ADD ARC-FX-DIFF TO ARC-G-FX-DIFF

           MOVE ARC-RUN-DATE       TO AL-RUN-DATE
           MOVE PY-VALUE-DATE      TO AL-VALUE-DATE
           MOVE PY-BANK-REF        TO AL-BANK-REF
           MOVE ARC-T-CUSTOMER (ARC-HIT) TO AL-CUSTOMER
           MOVE PY-INVOICE-NO      TO AL-INVOICE-NO
           MOVE PY-CURRENCY        TO AL-CURRENCY
           MOVE ARC-APPLIED        TO AL-APPLIED
           MOVE ARC-T-INVOICE-RATE (ARC-HIT) TO AL-INVOICE-RATE
                                                AL-INVOICE-RATE-EXACT
           MOVE ARC-SETTLE-RATE    TO AL-SETTLE-RATE
                                      AL-SETTLE-RATE-EXACT
           MOVE ARC-FX-DIFF        TO AL-FX-DIFF
           MOVE ARC-T-STATUS (ARC-HIT) TO AL-ITEM-STATUS
           WRITE AR-APPLOG-RECORD

           MOVE PY-VALUE-DATE      TO ARC-DL-VALUE-DATE
           MOVE PY-BANK-REF        TO ARC-DL-BANK-REF
           MOVE ARC-T-CUSTOMER (ARC-HIT) TO ARC-DL-CUSTOMER
           MOVE PY-INVOICE-NO      TO ARC-DL-INVOICE-NO
           MOVE PY-CURRENCY        TO ARC-DL-CURRENCY
           MOVE ARC-APPLIED        TO ARC-DL-APPLIED
           MOVE ARC-T-INVOICE-RATE (ARC-HIT) TO ARC-DL-INV-RATE
           MOVE ARC-SETTLE-RATE    TO ARC-DL-SET-RATE
           MOVE ARC-SETTLE-REAL    TO ARC-DL-SETTLE-REAL
           MOVE ARC-FX-DIFF        TO ARC-DL-FX-DIFF
           WRITE ARC-RPT-RECORD FROM ARC-DETAIL-LINE
           ADD 1 TO ARC-RPT-LINES

           IF ARC-EXCESS > 0
               MOVE ARC-EXCESS TO PY-AMOUNT
               MOVE "EXCES" TO ARC-REASON
               MOVE "PAID ABOVE OPEN BALANCE" TO ARC-DESCRIPTION
               PERFORM WRITE-UNAPPLIED-PAYMENT
           END-IF.

       WRITE-UNAPPLIED-PAYMENT.
           MOVE SPACES            TO AR-UNAPP-RECORD
           MOVE AR-PAYMENT-RECORD TO UN-PAYMENT
           MOVE ARC-REASON        TO UN-REASON
           MOVE ARC-DESCRIPTION   TO UN-DESCRIPTION
           MOVE ARC-RUN-DATE      TO UN-RUN-DATE
           WRITE AR-UNAPP-RECORD
           ADD 1 TO ARC-UNAPP-COUNT
           IF PY-AMOUNT NUMERIC
               ADD PY-AMOUNT TO ARC-G-UNAPP
           END-IF

           MOVE SPACES TO ARC-DETAIL-LINE
           MOVE PY-VALUE-DATE      TO ARC-DL-VALUE-DATE
           MOVE PY-BANK-REF        TO ARC-DL-BANK-REF
           MOVE PY-CUSTOMER        TO ARC-DL-CUSTOMER
           MOVE PY-INVOICE-NO      TO ARC-DL-INVOICE-NO
           MOVE PY-CURRENCY        TO ARC-DL-CURRENCY
           IF PY-AMOUNT NUMERIC
               MOVE PY-AMOUNT      TO ARC-DL-APPLIED
           END-IF
           MOVE SPACES             TO ARC-DL-RESULT
           STRING "UNAPPLIED " DELIMITED BY SIZE
                  ARC-REASON DELIMITED BY SIZE
                  INTO ARC-DL-RESULT
           WRITE ARC-RPT-RECORD FROM ARC-DETAIL-LINE
           ADD 1 TO ARC-RPT-LINES.

       SAVE-OPEN-ITEMS.
           OPEN OUTPUT AR-ITEM-FILE
           MOVE 0 TO ARC-SUB
           PERFORM SAVE-OPEN-ITEM ARC-ITEM-COUNT TIMES
           CLOSE AR-ITEM-FILE.

       SAVE-OPEN-ITEM.
           ADD 1 TO ARC-SUB
           MOVE ARC-T-CUSTOMER (ARC-SUB)      TO AR-CUSTOMER
           MOVE ARC-T-INVOICE-NO (ARC-SUB)    TO AR-INVOICE-NO
           MOVE ARC-T-INVOICE-DATE (ARC-SUB)  TO AR-INVOICE-DATE
           MOVE ARC-T-CURRENCY (ARC-SUB)      TO AR-CURRENCY
           MOVE ARC-T-INVOICE-RATE (ARC-SUB)  TO AR-INVOICE-RATE
                                                 AR-INVOICE-RATE-EXACT
           MOVE ARC-T-ORIG-AMOUNT (ARC-SUB)   TO AR-ORIG-AMOUNT
           MOVE ARC-T-ORIG-REAL (ARC-SUB)     TO AR-ORIG-REAL
           MOVE ARC-T-PAID-AMOUNT (ARC-SUB)   TO AR-PAID-AMOUNT
           MOVE ARC-T-FX-DIFF (ARC-SUB)       TO AR-FX-DIFF
           MOVE ARC-T-LAST-PAY-DATE (ARC-SUB) TO AR-LAST-PAY-DATE
           MOVE ARC-T-STATUS (ARC-SUB)        TO AR-STATUS
           WRITE AR-ITEM-RECORD.

       NEXT-RUN-SEQUENCE.
           MOVE 0 TO ARC-SEQ-NO
           OPEN INPUT ARC-SEQ-FILE
           IF ARC-SEQ-STATUS = "00"
               READ ARC-SEQ-FILE INTO RUNSEQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNSEQ-RUN-DATE = ARC-RUN-DATE
                           MOVE RUNSEQ-LAST-NO TO ARC-SEQ-NO
                       END-IF
               END-READ
               CLOSE ARC-SEQ-FILE
           END-IF
           ADD 1 TO ARC-SEQ-NO
           MOVE "C03ARCSH"    TO RUNSEQ-PROGRAM
           MOVE ARC-RUN-DATE  TO RUNSEQ-RUN-DATE
           MOVE ARC-SEQ-NO    TO RUNSEQ-LAST-NO
           OPEN OUTPUT ARC-SEQ-FILE
           WRITE ARC-SEQ-RECORD FROM RUNSEQ-RECORD
           CLOSE ARC-SEQ-FILE.

       START-CASH-REPORT.
           OPEN OUTPUT ARC-RPT-FILE
           MOVE 0 TO ARC-RPT-LINES
           MOVE "C03ARCSH"    TO RPT-HDR-PROGRAM
           MOVE ARC-RUN-DATE  TO RPT-HDR-RUN-DATE
           MOVE ARC-SEQ-NO    TO RPT-HDR-SEQ-NO
           WRITE ARC-RPT-RECORD FROM RPT-HEADER-LINE
           MOVE ARC-RUN-DATE  TO ARC-TTL-DATE
           WRITE ARC-RPT-RECORD FROM ARC-TITLE-LINE
           WRITE ARC-RPT-RECORD FROM ARC-RULE-LINE
           WRITE ARC-RPT-RECORD FROM ARC-COLS-LINE
           ADD 4 TO ARC-RPT-LINES.

       FINISH-CASH-REPORT.
           WRITE ARC-RPT-RECORD FROM ARC-RULE-LINE
           ADD 1 TO ARC-RPT-LINES
           MOVE "PAYMENTS READ"        TO ARC-TL-LABEL
           MOVE ARC-READ-COUNT         TO ARC-TL-COUNT
           MOVE LEDG-SCAN-TOTAL        TO ARC-TL-AMOUNT
           WRITE ARC-RPT-RECORD FROM ARC-TOTAL-LINE
           MOVE "APPLIED - BRL AT SETTLEMENT"  TO ARC-TL-LABEL
           MOVE ARC-APPLY-COUNT        TO ARC-TL-COUNT
           MOVE ARC-G-SETTLE-REAL      TO ARC-TL-AMOUNT
           WRITE ARC-RPT-RECORD FROM ARC-TOTAL-LINE
           MOVE "INVOICES SETTLED - FX DIFF"  TO ARC-TL-LABEL
           MOVE ARC-SETTLED-COUNT      TO ARC-TL-COUNT
           MOVE ARC-G-FX-DIFF          TO ARC-TL-AMOUNT
           WRITE ARC-RPT-RECORD FROM ARC-TOTAL-LINE
           MOVE "UNAPPLIED - AS RECEIVED"  TO ARC-TL-LABEL
           MOVE ARC-UNAPP-COUNT        TO ARC-TL-COUNT
           MOVE ARC-G-UNAPP            TO ARC-TL-AMOUNT
           WRITE ARC-RPT-RECORD FROM ARC-TOTAL-LINE
           ADD 4 TO ARC-RPT-LINES
           MOVE "C03ARCSH"    TO RPT-TRL-PROGRAM
           MOVE ARC-RUN-DATE  TO RPT-TRL-RUN-DATE
           MOVE ARC-RPT-LINES TO RPT-TRL-REC-COUNT
           MOVE "NONE    "    TO RPT-TRL-CTL-STATUS
           WRITE ARC-RPT-RECORD FROM RPT-TRAILER-LINE
           CLOSE ARC-RPT-FILE.

       END PROGRAM C03ARCSH.
