       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03CRREL.
      *AUTHOR. R. MOTA.
      *
      *Liberacao da fila de retencao por credito. Lista as notas que
      *o lote de entrada de C03EX03K reteve em CRHOLD (layout
      *REJREC: cliente bloqueado BLOCK, fora do cadastro NOCUS ou
      *acima do limite CRLIM) e deixa o supervisor liberar ou
      *cancelar cada uma. A nota liberada e gravada no arquivo de
      *reenvio CRRSUB no MESMO layout de FXINVOIC e, reenviada ao
      *lote, converte uma vez sem nova checagem de credito. Toda
      *decisao fica na trilha CRDECLOG (quem, quando, o que) e
      *carimbada na propria retencao. A nota liberada que o lote ja
      *converteu (FXAUDIT) fica U e sai da lista de excecoes. So um
      *supervisor ativo, identificado por ID e PIN contra OPERMAST,
      *opera a fila.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. Cliente acima da exposicao
      *                  combinada deixa de ser convertido sem que
      *                  ninguem do comercial veja.
      *  2026-10-15  RM  Regravacao do CRHOLD rele o arquivo e junta
      *                  as decisoes desta sessao por retencao (data
      *                  do movimento + registro + nota): retencao
      *                  gravada pelo lote no meio da sessao nao se
      *                  perde mais. Liberacao cuja nota ja aparece
      *                  convertida no FXAUDIT vira U (consumida);
      *                  cancelada ou consumida com decisao ha mais
      *                  de CRR-KEEP-DAYS dias sai da fila.
      *  2026-10-15  RM  CRRSUB com 53 posicoes: a nota reenviada
      *                  leva o numero da cotacao de venda
      *                  (CII-QUOTE-NO), anexado no fim de FXINVOIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CR-HOLD-FILE ASSIGN TO "CRHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRR-HOLD-STATUS.
           SELECT CR-RSUB-FILE ASSIGN TO "CRRSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRR-RSUB-STATUS.
           SELECT CR-DEC-FILE ASSIGN TO "CRDECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRR-DEC-STATUS.
           SELECT OPER-MAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRR-OPER-STATUS.
           SELECT FX-AUDIT-FILE ASSIGN TO "FXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRR-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CR-HOLD-FILE.
       01  CR-HOLD-RECORD          PIC X(120).

       FD  CR-RSUB-FILE.
       01  CR-RSUB-RECORD          PIC X(53).

       FD  CR-DEC-FILE.
       01  CR-DEC-RECORD.
           05  CD-TIMESTAMP        PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CD-SUPERVISOR       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CD-DECISION         PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CD-HOLD-DATE        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CD-SOURCE-RECNO     PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CD-REASON           PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CD-INVOICE-NO       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CD-CUSTOMER         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CD-CURRENCY         PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CD-AMOUNT           PIC S9(6)V99
                                     SIGN IS LEADING SEPARATE CHARACTER.

       FD  OPER-MAST-FILE.
           COPY "OPERMREC.CPY".

      *Trilha de conversao de C03EX03K; so a parte que identifica a
      *nota convertida.
       FD  FX-AUDIT-FILE.
       01  FX-AUDIT-RECORD.
           05  FA-TIMESTAMP        PIC X(16).
           05  FILLER              PIC X(01).
           05  FA-CURRENCY         PIC X(03).
           05  FILLER              PIC X(01).
           05  FA-VALOR-DOLAR      PIC X(09).
           05  FILLER              PIC X(01).
           05  FA-COTACAO          PIC X(04).
           05  FILLER              PIC X(01).
           05  FA-VALOR-REAL       PIC X(09).
           05  FILLER              PIC X(01).
           05  FA-INVOICE-NO       PIC X(10).
           05  FILLER              PIC X(01).
           05  FA-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01).
           05  FA-DIRECTION        PIC X(01).
           05  FILLER              PIC X(01).
           05  FA-CUSTOMER         PIC X(08).

       LOCAL-STORAGE SECTION.
       77 CRR-HOLD-STATUS          PIC X(02).
       77 CRR-RSUB-STATUS          PIC X(02).
       77 CRR-DEC-STATUS           PIC X(02).
       77 CRR-OPER-STATUS          PIC X(02).
       77 CRR-AUD-STATUS           PIC X(02).
       77 HOJE                     PIC X(08).
       77 HORA                     PIC X(08).
       77 CRR-SUPERVISOR-ID        PIC X(08) VALUE SPACES.
       77 CRR-KEYED-PIN            PIC X(06) VALUE SPACES.
       77 CRR-SIGNON-TRIES         PIC 9(01) VALUE 0.
       77 CRR-SIGNON-SWITCH        PIC X(01) VALUE "N".
           88  CRR-SIGNED-ON           VALUE "Y".
       77 CRR-SIGNON-REFUSAL       PIC X(40) VALUE SPACES.
       77 CRR-EOF-SWITCH           PIC X(01) VALUE "N".
           88  CRR-EOF                 VALUE "Y".
       77 CRR-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  CRR-TABLE-OVERFLOW      VALUE "Y".
       77 CRR-COUNT                PIC 9(03) VALUE 0 COMP.
      *CRR-MARK: D decidida nesta sessao, E decidida e ja reachada
      *na releitura, K do disco, S nao reachada na releitura (sumiu
      *do CRHOLD - nao e regravada).
       01 CRR-TABLE.
           05  CRR-ENTRY OCCURS 500 TIMES
                   DEPENDING ON CRR-COUNT.
               10  CRR-MARK            PIC X(01).
               10  CRR-T-KEY           PIC X(74).
               10  CRR-IMAGE           PIC X(120).
       77 CRR-SUB                  PIC 9(03) VALUE 0 COMP.
       77 CRR-STORE-SUB            PIC 9(03) VALUE 0 COMP.
       01 CRR-HOLD-KEY.
           05  CHK-RUN-DATE        PIC X(08).
           05  CHK-SOURCE-RECNO    PIC 9(06).
           05  CHK-INPUT-DATA      PIC X(60).
       77 CRR-OPEN-RELEASES        PIC 9(03) VALUE 0 COMP.
       77 CRR-CONSUMED-COUNT       PIC 9(03) VALUE 0 COMP.
       77 CRR-PURGED-COUNT         PIC 9(03) VALUE 0 COMP.
       77 CRR-KEEP-DAYS            PIC 9(03) VALUE 30.
       77 CRR-PURGE-SWITCH         PIC X(01) VALUE "N".
           88  CRR-PURGE-ROW           VALUE "Y".
       77 CRR-TODAY-JDN            PIC 9(08) VALUE 0 COMP.
       01 CRR-JDN-DATE.
           05  CRR-JDN-YYYY        PIC 9(04).
           05  CRR-JDN-MM          PIC 9(02).
           05  CRR-JDN-DD          PIC 9(02).
       77 CRR-JDN                  PIC 9(08) VALUE 0 COMP.
       77 CRR-JDN-A                PIC 9(02) VALUE 0 COMP.
       77 CRR-JDN-Y                PIC 9(05) VALUE 0 COMP.
       77 CRR-JDN-M                PIC 9(03) VALUE 0 COMP.
       77 CRR-JDN-WORK             PIC 9(08) VALUE 0 COMP.
       77 CRR-PENDING-COUNT        PIC 9(03) VALUE 0 COMP.
       77 CRR-RELEASED-COUNT       PIC 9(03) VALUE 0 COMP.
       77 CRR-CANCELLED-COUNT      PIC 9(03) VALUE 0 COMP.
       77 CRR-ANSWER               PIC X(01) VALUE SPACE.
           88  CRR-ANS-RELEASE         VALUE "L" "l".
           88  CRR-ANS-CANCEL          VALUE "C" "c".
       77 CRR-CONFIRM              PIC X(01) VALUE SPACE.
       77 CRR-DECISION             PIC X(03) VALUE SPACES.
       77 CRR-REASON-TEXT          PIC X(30) VALUE SPACES.
       77 CRR-DISPLAY-RECNO        PIC ZZZZZ9.
       77 CRR-DISPLAY-AMOUNT       PIC -ZZZ,ZZ9.99.
      *Imagem da nota original dentro de REJ-INPUT-DATA, no layout
      *de FXINVOIC.
       01 CRR-INVOICE-IMAGE.
           05  CII-INVOICE-NO      PIC X(10).
           05  CII-CUSTOMER        PIC X(08).
           05  CII-CURRENCY        PIC X(03).
           05  CII-VALOR           PIC S9(6)V99
                                     SIGN IS LEADING SEPARATE CHARACTER.
           05  CII-OPER-TYPE       PIC X(03).
           05  CII-CONTRACT-NO     PIC X(10).
           05  CII-QUOTE-NO        PIC X(10).

           COPY "REJREC.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE HOJE TO CRR-JDN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE CRR-JDN TO CRR-TODAY-JDN
           DISPLAY "============================================="
           DISPLAY " LIBERACAO DE NOTAS RETIDAS POR CREDITO"
           DISPLAY "============================================="
           PERFORM SUPERVISOR-SIGNON
           IF NOT CRR-SIGNED-ON
               DISPLAY "Sign-on recusado - encerrando."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-HOLD-TABLE
           IF CRR-TABLE-OVERFLOW
               DISPLAY "CRHOLD tem mais registros que a tabela"
                   " comporta - liberacao abortada para nao"
                   " truncar a fila na regravacao."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM MARK-CONSUMED-RELEASES

           MOVE 0 TO CRR-PENDING-COUNT
           MOVE 0 TO CRR-SUB
           PERFORM LIST-HELD-INVOICE CRR-COUNT TIMES
           IF CRR-PENDING-COUNT = 0
               DISPLAY "Nenhuma nota retida pendente."
               IF CRR-PURGED-COUNT > 0 OR CRR-CONSUMED-COUNT > 0
                   PERFORM REWRITE-HOLD-FILE
                   PERFORM SHOW-HOUSEKEEPING
               END-IF
               GOBACK
           END-IF
           DISPLAY CRR-PENDING-COUNT " nota(s) retida(s) pendente(s)."

           OPEN EXTEND CR-RSUB-FILE
           IF CRR-RSUB-STATUS = "35"
               OPEN OUTPUT CR-RSUB-FILE
           END-IF
           OPEN EXTEND CR-DEC-FILE
           IF CRR-DEC-STATUS = "35"
               OPEN OUTPUT CR-DEC-FILE
           END-IF
           MOVE 0 TO CRR-SUB
           PERFORM DECIDE-HELD-INVOICE CRR-COUNT TIMES
           CLOSE CR-RSUB-FILE
           CLOSE CR-DEC-FILE

           IF CRR-RELEASED-COUNT > 0 OR CRR-CANCELLED-COUNT > 0 OR
              CRR-PURGED-COUNT > 0 OR CRR-CONSUMED-COUNT > 0
               PERFORM REWRITE-HOLD-FILE
           END-IF
           DISPLAY "Liberadas: " CRR-RELEASED-COUNT
               "  canceladas: " CRR-CANCELLED-COUNT
           PERFORM SHOW-HOUSEKEEPING
           IF CRR-RELEASED-COUNT > 0
               DISPLAY "Reenvie CRRSUB como FXINVOIC no lote de"
                   " entrada de C03EX03K."
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      *Sign-on: tres tentativas de ID + PIN contra OPERMAST; exige
      *supervisor ativo. Sem o cadastro no disco, libera com o ID
      *keyado (bootstrap, como no menu).
      *----------------------------------------------------------------
       SUPERVISOR-SIGNON.
           MOVE 0 TO CRR-SIGNON-TRIES
           PERFORM SIGNON-ATTEMPT
               UNTIL CRR-SIGNED-ON OR CRR-SIGNON-TRIES = 3.

       SIGNON-ATTEMPT.
           ADD 1 TO CRR-SIGNON-TRIES
           DISPLAY "Identificacao do supervisor: " WITH NO ADVANCING
           ACCEPT CRR-SUPERVISOR-ID
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT CRR-KEYED-PIN
           MOVE "Operador nao cadastrado." TO CRR-SIGNON-REFUSAL
           OPEN INPUT OPER-MAST-FILE
           IF CRR-OPER-STATUS NOT = "00"
               DISPLAY "OPERMAST AUSENTE - ACESSO LIBERADO COMO"
                   " SUPERVISOR"
               SET CRR-SIGNED-ON TO TRUE
           ELSE
               MOVE "N" TO CRR-EOF-SWITCH
               PERFORM MATCH-OPERATOR UNTIL CRR-EOF
               CLOSE OPER-MAST-FILE
           END-IF
           IF NOT CRR-SIGNED-ON
               DISPLAY CRR-SIGNON-REFUSAL
           END-IF.

       MATCH-OPERATOR.
           READ OPER-MAST-FILE
               AT END
                   SET CRR-EOF TO TRUE
               NOT AT END
                   IF OM-ID = CRR-SUPERVISOR-ID
                       SET CRR-EOF TO TRUE
                       EVALUATE TRUE
                           WHEN OM-REVOKED
                               MOVE "Operador revogado."
                                   TO CRR-SIGNON-REFUSAL
                           WHEN OM-PIN NOT = SPACES AND
                                OM-PIN NOT = CRR-KEYED-PIN
                               MOVE "PIN incorreto."
                                   TO CRR-SIGNON-REFUSAL
                           WHEN OM-AUTHORITY NOT = "S"
                               MOVE "Exige autoridade de supervisor."
                                   TO CRR-SIGNON-REFUSAL
                           WHEN OTHER
                               SET CRR-SIGNED-ON TO TRUE
                               DISPLAY "Bem-vindo, " OM-NAME
                       END-EVALUATE
                   END-IF
           END-READ.

       LOAD-HOLD-TABLE.
           MOVE 0 TO CRR-COUNT
           MOVE "N" TO CRR-EOF-SWITCH
           OPEN INPUT CR-HOLD-FILE
           IF CRR-HOLD-STATUS = "00"
               PERFORM LOAD-HOLD-RECORD
                   UNTIL CRR-EOF OR CRR-TABLE-OVERFLOW
               CLOSE CR-HOLD-FILE
           ELSE
               DISPLAY "CRHOLD nao encontrado - nada a liberar."
           END-IF.

      *----------------------------------------------------------------
      *Carga da fila. Cancelada ou consumida com decisao ha mais de
      *CRR-KEEP-DAYS dias nao entra na tabela e some na regravacao;
      *pendente e liberada sempre entram.
      *----------------------------------------------------------------
       LOAD-HOLD-RECORD.
           READ CR-HOLD-FILE
               AT END
                   SET CRR-EOF TO TRUE
               NOT AT END
                   MOVE CR-HOLD-RECORD TO REJ-RECORD
                   PERFORM CHECK-HOLD-PURGE
                   IF CRR-PURGE-ROW
                       ADD 1 TO CRR-PURGED-COUNT
                   ELSE
                   IF CRR-COUNT = 500
                       SET CRR-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO CRR-COUNT
                       PERFORM BUILD-HOLD-KEY
                       MOVE "K" TO CRR-MARK (CRR-COUNT)
                       MOVE CRR-HOLD-KEY TO CRR-T-KEY (CRR-COUNT)
                       MOVE CR-HOLD-RECORD TO CRR-IMAGE (CRR-COUNT)
                   END-IF
                   END-IF
           END-READ.

       BUILD-HOLD-KEY.
           MOVE REJ-RUN-DATE     TO CHK-RUN-DATE
           MOVE REJ-SOURCE-RECNO TO CHK-SOURCE-RECNO
           MOVE REJ-INPUT-DATA   TO CHK-INPUT-DATA.

       CHECK-HOLD-PURGE.
           MOVE "N" TO CRR-PURGE-SWITCH
           IF (REJ-CANCELLED OR REJ-CONSUMED) AND
              REJ-DECISION-DATE NUMERIC
               MOVE REJ-DECISION-DATE TO CRR-JDN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               IF CRR-JDN + CRR-KEEP-DAYS < CRR-TODAY-JDN
                   SET CRR-PURGE-ROW TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Liberacao consumida: a nota aparece convertida na trilha do
      *lote a partir da data da retencao - a mesma regra com que
      *C03EX03K deixa de aceitar a liberacao de novo. Vira U.
      *----------------------------------------------------------------
       MARK-CONSUMED-RELEASES.
           MOVE 0 TO CRR-CONSUMED-COUNT
           MOVE 0 TO CRR-OPEN-RELEASES
           MOVE 0 TO CRR-SUB
           PERFORM COUNT-OPEN-RELEASE CRR-COUNT TIMES
           IF CRR-OPEN-RELEASES > 0
               OPEN INPUT FX-AUDIT-FILE
               IF CRR-AUD-STATUS = "00"
                   MOVE "N" TO CRR-EOF-SWITCH
                   PERFORM CHECK-AUDIT-CONSUMPTION UNTIL CRR-EOF
                   CLOSE FX-AUDIT-FILE
               END-IF
           END-IF.

       COUNT-OPEN-RELEASE.
           ADD 1 TO CRR-SUB
           MOVE CRR-IMAGE (CRR-SUB) TO REJ-RECORD
           IF CRR-MARK (CRR-SUB) NOT = "S" AND REJ-RELEASED
               ADD 1 TO CRR-OPEN-RELEASES
           END-IF.

       CHECK-AUDIT-CONSUMPTION.
           READ FX-AUDIT-FILE
               AT END
                   SET CRR-EOF TO TRUE
               NOT AT END
                   IF FA-DIRECTION NOT = "2" AND
                      FA-CURRENCY NOT = "RND" AND
                      FA-INVOICE-NO NOT = "ROUNDING" AND
                      FA-INVOICE-NO NOT = "MANUALQT" AND
                      FA-INVOICE-NO NOT = "FORCEDUP"
                       MOVE 0 TO CRR-STORE-SUB
                       MOVE 0 TO CRR-SUB
                       PERFORM CONSUMED-RELEASE-SCAN CRR-COUNT TIMES
                       IF CRR-STORE-SUB > 0
                           MOVE CRR-IMAGE (CRR-STORE-SUB)
                               TO REJ-RECORD
                           SET REJ-CONSUMED TO TRUE
                           MOVE REJ-RECORD
                               TO CRR-IMAGE (CRR-STORE-SUB)
                           ADD 1 TO CRR-CONSUMED-COUNT
                       END-IF
                   END-IF
           END-READ.

       CONSUMED-RELEASE-SCAN.
           ADD 1 TO CRR-SUB
           IF CRR-STORE-SUB = 0 AND CRR-MARK (CRR-SUB) NOT = "S"
               MOVE CRR-IMAGE (CRR-SUB) TO REJ-RECORD
               IF REJ-RELEASED
                   MOVE REJ-INPUT-DATA TO CRR-INVOICE-IMAGE
                   IF CII-INVOICE-NO = FA-INVOICE-NO AND
                      CII-CUSTOMER = FA-CUSTOMER AND
                      FA-TIMESTAMP (1:8) NOT < REJ-RUN-DATE
                       MOVE CRR-SUB TO CRR-STORE-SUB
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Lista de abertura: uma linha por retencao pendente.
      *----------------------------------------------------------------
       LIST-HELD-INVOICE.
           ADD 1 TO CRR-SUB
           MOVE CRR-IMAGE (CRR-SUB) TO REJ-RECORD
           IF REJ-PROGRAM = "C03EX03K" AND REJ-PENDING
               ADD 1 TO CRR-PENDING-COUNT
               MOVE REJ-INPUT-DATA TO CRR-INVOICE-IMAGE
               MOVE CII-VALOR TO CRR-DISPLAY-AMOUNT
               DISPLAY REJ-RUN-DATE " " REJ-REASON-CODE
                   " NOTA " CII-INVOICE-NO
                   " CLI " CII-CUSTOMER
                   " " CII-CURRENCY CRR-DISPLAY-AMOUNT
           END-IF.

      *----------------------------------------------------------------
      *Decisao por retencao: L libera (nota vai para CRRSUB), C
      *cancela (nota nao sera convertida), ENTER mantem retida.
      *----------------------------------------------------------------
       DECIDE-HELD-INVOICE.
           ADD 1 TO CRR-SUB
           MOVE CRR-IMAGE (CRR-SUB) TO REJ-RECORD
           IF REJ-PROGRAM = "C03EX03K" AND REJ-PENDING
               MOVE REJ-INPUT-DATA TO CRR-INVOICE-IMAGE
               MOVE REJ-SOURCE-RECNO TO CRR-DISPLAY-RECNO
               MOVE CII-VALOR TO CRR-DISPLAY-AMOUNT
               EVALUATE REJ-REASON-CODE
                   WHEN "BLOCK"
                       MOVE "cliente bloqueado" TO CRR-REASON-TEXT
                   WHEN "NOCUS"
                       MOVE "cliente fora do cadastro"
                           TO CRR-REASON-TEXT
                   WHEN "CRLIM"
                       MOVE "acima do limite de credito"
                           TO CRR-REASON-TEXT
                   WHEN OTHER
                       MOVE SPACES TO CRR-REASON-TEXT
               END-EVALUATE
               DISPLAY " "
               DISPLAY "Retida no movimento " REJ-RUN-DATE
                   " registro " CRR-DISPLAY-RECNO
                   " por " REJ-OPERATOR
               DISPLAY "Motivo " REJ-REASON-CODE " - " CRR-REASON-TEXT
               DISPLAY "Nota " CII-INVOICE-NO "  cliente " CII-CUSTOMER
                   "  " CII-CURRENCY CRR-DISPLAY-AMOUNT
                   "  tipo " CII-OPER-TYPE
                   "  contrato " CII-CONTRACT-NO
               DISPLAY "L - Liberar  C - Cancelar  ENTER - Manter"
                   " retida: " WITH NO ADVANCING
               MOVE SPACE TO CRR-ANSWER
               ACCEPT CRR-ANSWER
               EVALUATE TRUE
                   WHEN CRR-ANS-RELEASE
                       PERFORM RELEASE-HELD-INVOICE
                   WHEN CRR-ANS-CANCEL
                       DISPLAY "Confirma o cancelamento? (S/N): "
                           WITH NO ADVANCING
                       ACCEPT CRR-CONFIRM
                       IF CRR-CONFIRM = "S" OR CRR-CONFIRM = "s"
                           PERFORM CANCEL-HELD-INVOICE
                       ELSE
                           DISPLAY "Nota continua retida."
                       END-IF
                   WHEN OTHER
                       DISPLAY "Nota continua retida."
               END-EVALUATE
           END-IF.

       RELEASE-HELD-INVOICE.
           WRITE CR-RSUB-RECORD FROM CRR-INVOICE-IMAGE
           SET REJ-RELEASED TO TRUE
           MOVE "REL" TO CRR-DECISION
           PERFORM STAMP-DECISION
           ADD 1 TO CRR-RELEASED-COUNT
           DISPLAY "Nota " CII-INVOICE-NO " liberada para reenvio.".

       CANCEL-HELD-INVOICE.
           SET REJ-CANCELLED TO TRUE
           MOVE "CAN" TO CRR-DECISION
           PERFORM STAMP-DECISION
           ADD 1 TO CRR-CANCELLED-COUNT
           DISPLAY "Nota " CII-INVOICE-NO " cancelada.".

      *----------------------------------------------------------------
      *Carimba a decisao na retencao e grava a trilha CRDECLOG.
      *----------------------------------------------------------------
       STAMP-DECISION.
           MOVE HOJE              TO REJ-DECISION-DATE
           MOVE CRR-SUPERVISOR-ID TO REJ-DECIDED-BY
           MOVE REJ-RECORD TO CRR-IMAGE (CRR-SUB)
           MOVE "D" TO CRR-MARK (CRR-SUB)
           MOVE SPACES TO CR-DEC-RECORD
           ACCEPT HORA FROM TIME
           STRING HOJE DELIMITED BY SIZE
                  HORA DELIMITED BY SIZE
                  INTO CD-TIMESTAMP
           MOVE CRR-SUPERVISOR-ID TO CD-SUPERVISOR
           MOVE CRR-DECISION      TO CD-DECISION
           MOVE REJ-RUN-DATE      TO CD-HOLD-DATE
           MOVE REJ-SOURCE-RECNO  TO CD-SOURCE-RECNO
           MOVE REJ-REASON-CODE   TO CD-REASON
           MOVE CII-INVOICE-NO    TO CD-INVOICE-NO
           MOVE CII-CUSTOMER      TO CD-CUSTOMER
           MOVE CII-CURRENCY      TO CD-CURRENCY
           MOVE CII-VALOR         TO CD-AMOUNT
           WRITE CR-DEC-RECORD.

      *----------------------------------------------------------------
      *Regravacao: rele o CRHOLD e junta por retencao. Vale o disco,
      *menos nas decididas aqui (D); retencao nova do lote entra no
      *fim. Depois refaz a marca de consumida sobre a fila juntada e
      *expurga o que passou do prazo ao gravar.
      *----------------------------------------------------------------
       REWRITE-HOLD-FILE.
           PERFORM REFRESH-HOLD-TABLE
           IF CRR-TABLE-OVERFLOW
               DISPLAY "CRHOLD passou do que a tabela comporta - fila"
                   " NAO regravada. As decisoes desta sessao estao"
                   " na CRDECLOG e as liberadas em CRRSUB; nao as"
                   " decida de novo."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM MARK-CONSUMED-RELEASES
               MOVE 0 TO CRR-PURGED-COUNT
               OPEN OUTPUT CR-HOLD-FILE
               MOVE 0 TO CRR-SUB
               PERFORM REWRITE-HOLD-RECORD CRR-COUNT TIMES
               CLOSE CR-HOLD-FILE
           END-IF.

       REWRITE-HOLD-RECORD.
           ADD 1 TO CRR-SUB
           IF CRR-MARK (CRR-SUB) NOT = "S"
               MOVE CRR-IMAGE (CRR-SUB) TO REJ-RECORD
               PERFORM CHECK-HOLD-PURGE
               IF CRR-PURGE-ROW
                   ADD 1 TO CRR-PURGED-COUNT
               ELSE
                   WRITE CR-HOLD-RECORD FROM CRR-IMAGE (CRR-SUB)
               END-IF
           END-IF.

       REFRESH-HOLD-TABLE.
           MOVE 0 TO CRR-SUB
           PERFORM MARK-STALE-ENTRY CRR-COUNT TIMES
           MOVE "N" TO CRR-EOF-SWITCH
           OPEN INPUT CR-HOLD-FILE
           IF CRR-HOLD-STATUS = "00"
               PERFORM REFRESH-HOLD-RECORD
                   UNTIL CRR-EOF OR CRR-TABLE-OVERFLOW
               CLOSE CR-HOLD-FILE
           END-IF.

       MARK-STALE-ENTRY.
           ADD 1 TO CRR-SUB
           IF CRR-MARK (CRR-SUB) NOT = "D"
               MOVE "S" TO CRR-MARK (CRR-SUB)
           END-IF.

       REFRESH-HOLD-RECORD.
           READ CR-HOLD-FILE
               AT END
                   SET CRR-EOF TO TRUE
               NOT AT END
                   MOVE CR-HOLD-RECORD TO REJ-RECORD
                   PERFORM CHECK-HOLD-PURGE
                   IF NOT CRR-PURGE-ROW
                       PERFORM BUILD-HOLD-KEY
                       MOVE 0 TO CRR-STORE-SUB
                       MOVE 0 TO CRR-SUB
                       PERFORM REFRESH-HOLD-SCAN CRR-COUNT TIMES
                       PERFORM MERGE-HOLD-RECORD
                   END-IF
           END-READ.

       REFRESH-HOLD-SCAN.
           ADD 1 TO CRR-SUB
           IF CRR-STORE-SUB = 0 AND
              CRR-T-KEY (CRR-SUB) = CRR-HOLD-KEY AND
              (CRR-MARK (CRR-SUB) = "S" OR CRR-MARK (CRR-SUB) = "D")
               MOVE CRR-SUB TO CRR-STORE-SUB
           END-IF.

      *----------------------------------------------------------------
      *Decidida aqui e tambem ja decidida no disco (outra sessao):
      *vale a do disco, que ja esta na CRDECLOG e em CRRSUB.
      *----------------------------------------------------------------
       MERGE-HOLD-RECORD.
           IF CRR-STORE-SUB = 0
               IF CRR-COUNT = 500
                   SET CRR-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO CRR-COUNT
                   MOVE "K" TO CRR-MARK (CRR-COUNT)
                   MOVE CRR-HOLD-KEY TO CRR-T-KEY (CRR-COUNT)
                   MOVE CR-HOLD-RECORD TO CRR-IMAGE (CRR-COUNT)
               END-IF
           ELSE
           IF CRR-MARK (CRR-STORE-SUB) = "S"
               MOVE "K" TO CRR-MARK (CRR-STORE-SUB)
               MOVE CR-HOLD-RECORD TO CRR-IMAGE (CRR-STORE-SUB)
           ELSE
               MOVE "E" TO CRR-MARK (CRR-STORE-SUB)
               IF NOT REJ-PENDING
                   MOVE REJ-INPUT-DATA TO CRR-INVOICE-IMAGE
                   DISPLAY "Nota " CII-INVOICE-NO " ja decidida por"
                       " outra sessao (" REJ-DECIDED-BY ") - vale"
                       " a decisao dela."
                   MOVE CR-HOLD-RECORD TO CRR-IMAGE (CRR-STORE-SUB)
               END-IF
           END-IF
           END-IF.

       SHOW-HOUSEKEEPING.
           IF CRR-CONSUMED-COUNT > 0 OR CRR-PURGED-COUNT > 0
               DISPLAY "Liberacoes consumidas: " CRR-CONSUMED-COUNT
                   "  expurgadas da fila: " CRR-PURGED-COUNT
           END-IF.

      *----------------------------------------------------------------
      *Dia juliano de CRR-JDN-DATE (calendario gregoriano), uma
      *conta so, como em C03APROV.
      *----------------------------------------------------------------
       COMPUTE-DAY-NUMBER.
           COMPUTE CRR-JDN-WORK = 14 - CRR-JDN-MM
           DIVIDE CRR-JDN-WORK BY 12 GIVING CRR-JDN-A
           COMPUTE CRR-JDN-Y = CRR-JDN-YYYY + 4800 - CRR-JDN-A
           COMPUTE CRR-JDN-M = CRR-JDN-MM + (12 * CRR-JDN-A) - 3
           COMPUTE CRR-JDN-WORK = (153 * CRR-JDN-M) + 2
           DIVIDE CRR-JDN-WORK BY 5 GIVING CRR-JDN
           ADD CRR-JDN-DD TO CRR-JDN
           COMPUTE CRR-JDN = CRR-JDN + (365 * CRR-JDN-Y) - 32045
           DIVIDE CRR-JDN-Y BY 4 GIVING CRR-JDN-WORK
           ADD CRR-JDN-WORK TO CRR-JDN
           DIVIDE CRR-JDN-Y BY 100 GIVING CRR-JDN-WORK
           SUBTRACT CRR-JDN-WORK FROM CRR-JDN
           DIVIDE CRR-JDN-Y BY 400 GIVING CRR-JDN-WORK
           ADD CRR-JDN-WORK TO CRR-JDN.

       END PROGRAM C03CRREL.
