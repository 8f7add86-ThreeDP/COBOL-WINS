       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03APROV.
      *AUTHOR. R. MOTA.
      *
      *Aprovacao da fila de alteracoes de cadastro (PENDCHG,
      *copybook PENDREC). C03FXMNT, C03MTMNT e C03OPMNT nao gravam
      *mais FXRATE, MATLMAST e OPERMAST: cada inclusao, alteracao,
      *revogacao e reativacao aceita por eles fica pendente aqui
      *com a imagem do registro antes e depois. Um supervisor
      *ativo, identificado por ID e PIN contra OPERMAST, ve cada
      *alteracao pendente e a aprova - so entao ela e aplicada ao
      *cadastro - ou a rejeita. Quem keyou a alteracao nao a
      *decide, e ninguem decide mudanca no proprio cadastro de
      *operador. Alteracao pendente alem da idade configurada
      *(APRVCFG, em horas, padrao 48) expira sem ser aplicada.
      *Toda decisao (APV aprovada, REJ rejeitada, EXP expirada) vai
      *para a trilha de manutencao do proprio cadastro (FXMNTAUD,
      *MTMNTAUD, OPMNTAUD) com o numero da alteracao.
      *
      *A aprovacao so aplica se o registro no cadastro ainda for o
      *da imagem "antes" (e, na inclusao, se ainda nao existir):
      *se o cadastro mudou depois que a alteracao foi keyada, ela
      *fica pendente e o supervisor a rejeita para ser keyada de
      *novo sobre o cadastro atual.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. A auditoria pediu quatro
      *                  olhos na manutencao de cotacao, material e
      *                  operador: o mesmo supervisor keyava a
      *                  mudanca e o codigo de liberacao, e ela
      *                  entrava no ar na hora. Sem OPERMAST no
      *                  disco nao ha sign-on de bootstrap aqui -
      *                  aprovar sem saber quem aprova nao controla
      *                  nada.
      *  2026-10-15  RM  FXRATE indexado por data + moeda (FXRTREC):
      *                  a aprovacao grava ou regrava so o registro
      *                  da alteracao, pela chave, em vez de carregar
      *                  e regravar o cadastro inteiro. Saiu o
      *                  expurgo de tres meses - sem tabela nao ha o
      *                  que encher, e C03ARCSH precisa da cotacao da
      *                  data de liquidacao, que pode ser antiga.
      *                  Imagem da cotacao com 22 posicoes (seis
      *                  casas); a trilha FXMNTAUD anexa
      *                  FM-OLD-RATE-EXACT e FM-NEW-RATE-EXACT.
      *  2026-10-15  RM  Regravacao do PENDCHG rele a fila e junta as
      *                  decisoes desta sessao pelo numero da
      *                  alteracao: alteracao keyada em C03FXMNT,
      *                  C03MTMNT ou C03OPMNT durante a aprovacao nao
      *                  se perde mais na regravacao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-CHG-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APV-PEND-STATUS.
           SELECT APV-CFG-FILE ASSIGN TO "APRVCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APV-CFG-STATUS.
           SELECT OPER-MAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APV-OPER-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-RATE-KEY
               FILE STATUS IS APV-RATE-STATUS.
           SELECT MATL-MAST-FILE ASSIGN TO "MATLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APV-MATL-STATUS.
           SELECT FXM-AUDIT-FILE ASSIGN TO "FXMNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APV-FXAUD-STATUS.
           SELECT MTM-AUDIT-FILE ASSIGN TO "MTMNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APV-MTAUD-STATUS.
           SELECT OPM-AUDIT-FILE ASSIGN TO "OPMNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APV-OPAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-CHG-FILE.
       01  PEND-CHG-RECORD         PIC X(179).

       FD  APV-CFG-FILE.
       01  APV-CFG-RECORD.
           05  CFG-MAX-AGE-HOURS   PIC 9(04).

       FD  OPER-MAST-FILE.
           COPY "OPERMREC.CPY".

       FD  FX-RATE-FILE.
           COPY "FXRTREC.CPY".

       FD  MATL-MAST-FILE.
       01  MATL-MAST-RECORD        PIC X(43).

       FD  FXM-AUDIT-FILE.
       01  FXM-AUDIT-RECORD.
           05  FM-TIMESTAMP        PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-ACTION           PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-CURRENCY         PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-RATE-DATE        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-OLD-RATE         PIC 9(02)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-NEW-RATE         PIC 9(02)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-OVERRIDE         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-CHANGE-ID        PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-OLD-RATE-EXACT   PIC 9(05)V9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-NEW-RATE-EXACT   PIC 9(05)V9(06).

       FD  MTM-AUDIT-FILE.
       01  MTM-AUDIT-RECORD.
           05  MA-TIMESTAMP        PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MA-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MA-ACTION           PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MA-CODE             PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MA-OLD-THICK        PIC 9(3)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MA-NEW-THICK        PIC 9(3)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MA-OLD-DENS         PIC 9(2)V9(4).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MA-NEW-DENS         PIC 9(2)V9(4).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MA-OLD-COST         PIC 9(4)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MA-NEW-COST         PIC 9(4)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MA-OVERRIDE         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MA-CHANGE-ID        PIC 9(06).

       FD  OPM-AUDIT-FILE.
       01  OPM-AUDIT-RECORD.
           05  OA-TIMESTAMP        PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OA-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OA-ACTION           PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OA-TARGET-ID        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OA-OLD-AUTH         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OA-NEW-AUTH         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OA-OLD-STATUS       PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OA-NEW-STATUS       PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OA-PIN-CHANGED      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OA-CHANGE-ID        PIC 9(06).

       LOCAL-STORAGE SECTION.
       77 APV-PEND-STATUS          PIC X(02).
       77 APV-CFG-STATUS           PIC X(02).
       77 APV-OPER-STATUS          PIC X(02).
       77 APV-RATE-STATUS          PIC X(02).
       77 APV-MATL-STATUS          PIC X(02).
       77 APV-FXAUD-STATUS         PIC X(02).
       77 APV-MTAUD-STATUS         PIC X(02).
       77 APV-OPAUD-STATUS         PIC X(02).
       77 HOJE                     PIC X(08).
       77 HORA                     PIC X(08).
       77 APV-SUPERVISOR-ID        PIC X(08) VALUE SPACES.
       77 APV-KEYED-PIN            PIC X(06) VALUE SPACES.
       77 APV-SIGNON-TRIES         PIC 9(01) VALUE 0.
       77 APV-SIGNON-SWITCH        PIC X(01) VALUE "N".
           88  APV-SIGNED-ON           VALUE "Y".
       77 APV-SIGNON-REFUSAL       PIC X(50) VALUE SPACES.
       77 APV-NO-OPER-SWITCH       PIC X(01) VALUE "N".
           88  APV-NO-OPERMAST         VALUE "Y".
       77 APV-EOF-SWITCH           PIC X(01) VALUE "N".
           88  APV-EOF                 VALUE "Y".
       77 APV-MAX-AGE-HOURS        PIC 9(04) VALUE 48.
       77 APV-KEEP-DAYS            PIC 9(03) VALUE 30.

      *Fila carregada inteira; decisoes com mais de APV-KEEP-DAYS
      *dias saem na regravacao (a trilha de cada cadastro guarda a
      *historia).
       77 APV-PEND-OVFL-SWITCH     PIC X(01) VALUE "N".
           88  APV-PEND-OVERFLOW       VALUE "Y".
       77 APV-PEND-COUNT           PIC 9(03) VALUE 0 COMP.
      *APV-PEND-MARK: D decidida nesta sessao, E decidida e ja
      *reachada na releitura, K do disco, S nao reachada na
      *releitura (sumiu do PENDCHG - nao e regravada).
       01 APV-PEND-TABLE.
           05  APV-PEND-ENTRY OCCURS 500 TIMES
                   DEPENDING ON APV-PEND-COUNT.
               10  APV-PEND-MARK       PIC X(01).
               10  APV-PEND-ID         PIC 9(06).
               10  APV-PEND-IMAGE      PIC X(179).
       77 APV-SUB                  PIC 9(03) VALUE 0 COMP.
       77 APV-STORE-SUB            PIC 9(03) VALUE 0 COMP.
       77 APV-PURGE-SWITCH         PIC X(01) VALUE "N".
           88  APV-PURGE-AGED          VALUE "Y".
       77 APV-OWN-STATUS           PIC X(01) VALUE SPACE.
       77 APV-FILE-IMAGE           PIC X(179) VALUE SPACES.
       77 APV-QUEUE-CHANGED        PIC X(01) VALUE "N".
           88  APV-REWRITE-QUEUE       VALUE "Y".
       77 APV-PURGED-COUNT         PIC 9(03) VALUE 0 COMP.
       77 APV-PENDING-COUNT        PIC 9(03) VALUE 0 COMP.
       77 APV-APPROVED-COUNT       PIC 9(03) VALUE 0 COMP.
       77 APV-REJECTED-COUNT       PIC 9(03) VALUE 0 COMP.
       77 APV-EXPIRED-COUNT        PIC 9(03) VALUE 0 COMP.
       77 APV-ANSWER               PIC X(01) VALUE SPACE.
           88  APV-ANS-APPROVE         VALUE "A" "a".
           88  APV-ANS-REJECT          VALUE "R" "r".
       77 APV-CONFIRM              PIC X(01) VALUE SPACE.
       77 APV-DECISION             PIC X(03) VALUE SPACES.
       77 APV-APPLY-SWITCH         PIC X(01) VALUE "N".
           88  APV-APPLIED             VALUE "Y".
           88  APV-NOT-APPLIED         VALUE "N".
       77 APV-STALE-REASON         PIC X(50) VALUE SPACES.
       77 APV-HIT-SUB              PIC 9(03) VALUE 0 COMP.
       77 APV-MST-SUB              PIC 9(03) VALUE 0 COMP.
       77 APV-DISPLAY-RATE         PIC ZZZZ9.999999.
       77 APV-DISPLAY-THICK        PIC ZZ9.99.
       77 APV-DISPLAY-DENS         PIC Z9.9999.
       77 APV-DISPLAY-COST         PIC ZZZ9.99.
       77 APV-DISPLAY-AGE          PIC ZZZ9.
       77 APV-PIN-FLAG             PIC X(01) VALUE "N".

      *Cadastros alvo, carregados na hora de aplicar, com a entrada
      *da tabela no layout do registro do arquivo (a imagem da fila
      *entra e sai inteira).
       77 APV-MST-OVFL-SWITCH      PIC X(01) VALUE "N".
           88  APV-MST-OVERFLOW        VALUE "Y".
       77 APV-MATL-COUNT           PIC 9(03) VALUE 0 COMP.
       01 APV-MATL-TABLE.
           05  APV-MATL-ENTRY OCCURS 500 TIMES
                   DEPENDING ON APV-MATL-COUNT.
               10  APV-M-CODE          PIC X(06).
               10  FILLER              PIC X(37).
       77 APV-OPER-COUNT           PIC 9(03) VALUE 0 COMP.
       01 APV-OPER-TABLE.
           05  APV-OPER-ENTRY OCCURS 500 TIMES
                   DEPENDING ON APV-OPER-COUNT.
               10  APV-O-ID            PIC X(08).
               10  FILLER              PIC X(27).
               10  APV-O-STATUS        PIC X(01).

      *Idade em minutos pelo dia juliano (como em C03ARAGE).
       01 APV-JDN-DATE.
           05  APV-JDN-YYYY        PIC 9(04).
           05  APV-JDN-MM          PIC 9(02).
           05  APV-JDN-DD          PIC 9(02).
       77 APV-JDN                  PIC 9(08) VALUE 0 COMP.
       77 APV-JDN-A                PIC 9(02) VALUE 0 COMP.
       77 APV-JDN-Y                PIC 9(05) VALUE 0 COMP.
       77 APV-JDN-M                PIC 9(03) VALUE 0 COMP.
       77 APV-JDN-WORK             PIC 9(08) VALUE 0 COMP.
       77 APV-TODAY-JDN            PIC 9(08) VALUE 0 COMP.
       01 APV-TIME-OF-DAY.
           05  APV-TOD-HH          PIC 9(02).
           05  APV-TOD-MM          PIC 9(02).
       77 APV-NOW-MINUTES          PIC 9(10) VALUE 0 COMP.
       77 APV-QUEUED-MINUTES       PIC 9(10) VALUE 0 COMP.
       77 APV-AGE-MINUTES          PIC 9(10) VALUE 0 COMP.
       77 APV-AGE-HOURS            PIC 9(06) VALUE 0 COMP.

           COPY "PENDREC.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "============================================="
           DISPLAY " APROVACAO DE ALTERACOES DE CADASTRO"
           DISPLAY "============================================="
           PERFORM SUPERVISOR-SIGNON
           IF NOT APV-SIGNED-ON
               DISPLAY "Sign-on recusado - encerrando."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-APPROVAL-CONFIG
           PERFORM SET-CURRENT-TIME
           PERFORM LOAD-PENDING-TABLE
           IF APV-PEND-OVERFLOW
               DISPLAY "PENDCHG tem mais registros que a tabela"
                   " comporta - aprovacao abortada para nao"
                   " truncar a fila na regravacao."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO APV-SUB
           PERFORM EXPIRE-ONE-CHANGE APV-PEND-COUNT TIMES
           IF APV-EXPIRED-COUNT > 0
               DISPLAY APV-EXPIRED-COUNT " alteracao(oes) expirada(s)"
                   " - pendente(s) ha mais de " APV-MAX-AGE-HOURS
                   " hora(s)."
           END-IF

           MOVE 0 TO APV-PENDING-COUNT
           MOVE 0 TO APV-SUB
           PERFORM LIST-PENDING-CHANGE APV-PEND-COUNT TIMES
           IF APV-PENDING-COUNT = 0
               DISPLAY "Nenhuma alteracao pendente."
           ELSE
               DISPLAY APV-PENDING-COUNT
                   " alteracao(oes) pendente(s)."
               MOVE 0 TO APV-SUB
               PERFORM DECIDE-PENDING-CHANGE APV-PEND-COUNT TIMES
           END-IF

           IF APV-REWRITE-QUEUE
               PERFORM REWRITE-PENDING-FILE
           END-IF
           DISPLAY "Aprovadas: " APV-APPROVED-COUNT
               "  rejeitadas: " APV-REJECTED-COUNT
               "  expiradas: " APV-EXPIRED-COUNT
           GOBACK.

      *----------------------------------------------------------------
      *Sign-on: tres tentativas de ID + PIN contra OPERMAST; exige
      *supervisor ativo. Sem o cadastro nao ha aprovacao.
      *----------------------------------------------------------------
       SUPERVISOR-SIGNON.
           MOVE 0 TO APV-SIGNON-TRIES
           PERFORM SIGNON-ATTEMPT
               UNTIL APV-SIGNED-ON OR APV-SIGNON-TRIES = 3
                   OR APV-NO-OPERMAST.

       SIGNON-ATTEMPT.
           ADD 1 TO APV-SIGNON-TRIES
           DISPLAY "Identificacao do supervisor: " WITH NO ADVANCING
           ACCEPT APV-SUPERVISOR-ID
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT APV-KEYED-PIN
           MOVE "Operador nao cadastrado." TO APV-SIGNON-REFUSAL
           OPEN INPUT OPER-MAST-FILE
           IF APV-OPER-STATUS NOT = "00"
               MOVE "OPERMAST ausente - sem supervisor para aprovar."
                   TO APV-SIGNON-REFUSAL
               SET APV-NO-OPERMAST TO TRUE
           ELSE
               MOVE "N" TO APV-EOF-SWITCH
               PERFORM MATCH-OPERATOR UNTIL APV-EOF
               CLOSE OPER-MAST-FILE
           END-IF
           IF NOT APV-SIGNED-ON
               DISPLAY APV-SIGNON-REFUSAL
           END-IF.

       MATCH-OPERATOR.
           READ OPER-MAST-FILE
               AT END
                   SET APV-EOF TO TRUE
               NOT AT END
                   IF OM-ID = APV-SUPERVISOR-ID
                       SET APV-EOF TO TRUE
                       EVALUATE TRUE
                           WHEN OM-REVOKED
                               MOVE "Operador revogado."
                                   TO APV-SIGNON-REFUSAL
                           WHEN OM-PIN NOT = SPACES AND
                                OM-PIN NOT = APV-KEYED-PIN
                               MOVE "PIN incorreto."
                                   TO APV-SIGNON-REFUSAL
                           WHEN OM-AUTHORITY NOT = "S"
                               MOVE "Exige autoridade de supervisor."
                                   TO APV-SIGNON-REFUSAL
                           WHEN OTHER
                               SET APV-SIGNED-ON TO TRUE
                               DISPLAY "Bem-vindo, " OM-NAME
                       END-EVALUATE
                   END-IF
           END-READ.

       LOAD-APPROVAL-CONFIG.
           OPEN INPUT APV-CFG-FILE
           IF APV-CFG-STATUS = "00"
               READ APV-CFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFG-MAX-AGE-HOURS NUMERIC AND
                          CFG-MAX-AGE-HOURS > 0
                           MOVE CFG-MAX-AGE-HOURS
                               TO APV-MAX-AGE-HOURS
                       END-IF
               END-READ
               CLOSE APV-CFG-FILE
           END-IF.

       SET-CURRENT-TIME.
           ACCEPT HORA FROM TIME
           MOVE HOJE TO APV-JDN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE APV-JDN TO APV-TODAY-JDN
           MOVE HORA (1:4) TO APV-TIME-OF-DAY
           COMPUTE APV-NOW-MINUTES = (APV-JDN * 1440)
               + (APV-TOD-HH * 60) + APV-TOD-MM.

      *----------------------------------------------------------------
      *Carga da fila. Decisao (aprovada, rejeitada, expirada) com
      *mais de APV-KEEP-DAYS dias nao entra na tabela e some na
      *regravacao; pendente sempre entra.
      *----------------------------------------------------------------
       LOAD-PENDING-TABLE.
           MOVE 0 TO APV-PEND-COUNT
           MOVE "N" TO APV-EOF-SWITCH
           OPEN INPUT PEND-CHG-FILE
           IF APV-PEND-STATUS = "00"
               PERFORM LOAD-PENDING-RECORD
                   UNTIL APV-EOF OR APV-PEND-OVERFLOW
               CLOSE PEND-CHG-FILE
           END-IF.

       LOAD-PENDING-RECORD.
           READ PEND-CHG-FILE INTO PEND-CHANGE-RECORD
               AT END
                   SET APV-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-PURGE-AGE
                   IF APV-PURGE-AGED
                       ADD 1 TO APV-PURGED-COUNT
                       SET APV-REWRITE-QUEUE TO TRUE
                   ELSE
                   IF APV-PEND-COUNT = 500
                       SET APV-PEND-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO APV-PEND-COUNT
                       MOVE "K" TO APV-PEND-MARK (APV-PEND-COUNT)
                       MOVE PC-CHANGE-ID
                           TO APV-PEND-ID (APV-PEND-COUNT)
                       MOVE PEND-CHANGE-RECORD
                           TO APV-PEND-IMAGE (APV-PEND-COUNT)
                   END-IF
                   END-IF
           END-READ.

       CHECK-PURGE-AGE.
           MOVE "N" TO APV-PURGE-SWITCH
           MOVE APV-TODAY-JDN TO APV-JDN
           IF NOT PC-PENDING
               MOVE PC-DECIDED-TS (1:8) TO APV-JDN-DATE
               PERFORM COMPUTE-DAY-NUMBER
           END-IF
           IF APV-JDN + APV-KEEP-DAYS < APV-TODAY-JDN
               SET APV-PURGE-AGED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *Expiracao: pendente ha mais de APV-MAX-AGE-HOURS horas sai
      *como expirada, sem tocar no cadastro, com EXP na trilha.
      *----------------------------------------------------------------
       EXPIRE-ONE-CHANGE.
           ADD 1 TO APV-SUB
           MOVE APV-PEND-IMAGE (APV-SUB) TO PEND-CHANGE-RECORD
           IF PC-PENDING
               PERFORM COMPUTE-CHANGE-AGE
               IF APV-AGE-MINUTES > APV-MAX-AGE-HOURS * 60
                   SET PC-EXPIRED TO TRUE
                   MOVE "EXP" TO APV-DECISION
                   PERFORM STAMP-DECISION
                   ADD 1 TO APV-EXPIRED-COUNT
               END-IF
           END-IF.

       COMPUTE-CHANGE-AGE.
           MOVE PC-QUEUED-TS (1:8) TO APV-JDN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE PC-QUEUED-TS (9:4) TO APV-TIME-OF-DAY
           COMPUTE APV-QUEUED-MINUTES = (APV-JDN * 1440)
               + (APV-TOD-HH * 60) + APV-TOD-MM
           IF APV-NOW-MINUTES > APV-QUEUED-MINUTES
               COMPUTE APV-AGE-MINUTES =
                   APV-NOW-MINUTES - APV-QUEUED-MINUTES
           ELSE
               MOVE 0 TO APV-AGE-MINUTES
           END-IF
           DIVIDE APV-AGE-MINUTES BY 60 GIVING APV-AGE-HOURS.

      *----------------------------------------------------------------
      *Lista de abertura: uma linha por alteracao pendente; a do
      *proprio supervisor sai marcada (ele nao a decide).
      *----------------------------------------------------------------
       LIST-PENDING-CHANGE.
           ADD 1 TO APV-SUB
           MOVE APV-PEND-IMAGE (APV-SUB) TO PEND-CHANGE-RECORD
           IF PC-PENDING
               ADD 1 TO APV-PENDING-COUNT
               PERFORM COMPUTE-CHANGE-AGE
               MOVE APV-AGE-HOURS TO APV-DISPLAY-AGE
               IF PC-MAKER = APV-SUPERVISOR-ID
                   DISPLAY PC-CHANGE-ID " " PC-MASTER " " PC-ACTION
                       " " PC-KEY " POR " PC-MAKER
                       " HA " APV-DISPLAY-AGE "H  (SUA)"
               ELSE
                   DISPLAY PC-CHANGE-ID " " PC-MASTER " " PC-ACTION
                       " " PC-KEY " POR " PC-MAKER
                       " HA " APV-DISPLAY-AGE "H"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Decisao por alteracao: mostra antes e depois; A aprova e
      *aplica, R rejeita, ENTER deixa pendente. Alteracao keyada
      *pelo proprio supervisor, ou que mexe no cadastro de operador
      *dele, e pulada.
      *----------------------------------------------------------------
       DECIDE-PENDING-CHANGE.
           ADD 1 TO APV-SUB
           MOVE APV-PEND-IMAGE (APV-SUB) TO PEND-CHANGE-RECORD
           IF PC-PENDING
               DISPLAY " "
               DISPLAY "Alteracao " PC-CHANGE-ID "  " PC-MASTER
                   "  " PC-ACTION "  keyada por " PC-MAKER
                   " em " PC-QUEUED-TS (1:8) " "
                   PC-QUEUED-TS (9:2) ":" PC-QUEUED-TS (11:2)
               EVALUATE TRUE
                   WHEN PC-FOR-FXRATE
                       PERFORM SHOW-FX-CHANGE
                   WHEN PC-FOR-MATLMAST
                       PERFORM SHOW-MATL-CHANGE
                   WHEN PC-FOR-OPERMAST
                       PERFORM SHOW-OPER-CHANGE
               END-EVALUATE
               IF PC-MAKER = APV-SUPERVISOR-ID
                   DISPLAY "Keyada por voce - outro supervisor"
                       " decide."
               ELSE
               IF PC-FOR-OPERMAST AND PC-KEY = APV-SUPERVISOR-ID
                   DISPLAY "Mexe no seu proprio cadastro - outro"
                       " supervisor decide."
               ELSE
                   DISPLAY "A - Aprovar  R - Rejeitar  ENTER -"
                       " Manter pendente: " WITH NO ADVANCING
                   MOVE SPACE TO APV-ANSWER
                   ACCEPT APV-ANSWER
                   EVALUATE TRUE
                       WHEN APV-ANS-APPROVE
                           PERFORM APPROVE-PENDING-CHANGE
                       WHEN APV-ANS-REJECT
                           DISPLAY "Confirma a rejeicao? (S/N): "
                               WITH NO ADVANCING
                           ACCEPT APV-CONFIRM
                           IF APV-CONFIRM = "S" OR APV-CONFIRM = "s"
                               PERFORM REJECT-PENDING-CHANGE
                           ELSE
                               DISPLAY "Alteracao continua"
                                   " pendente."
                           END-IF
                       WHEN OTHER
                           DISPLAY "Alteracao continua pendente."
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.

       SHOW-FX-CHANGE.
           DISPLAY "  moeda " PC-AF-CURRENCY "  data "
               PC-AF-RATE-DATE
           IF PC-ACTION = "ADD"
               DISPLAY "  antes : (sem cotacao)"
           ELSE
               MOVE PC-BF-RATE TO APV-DISPLAY-RATE
               DISPLAY "  antes : " APV-DISPLAY-RATE
           END-IF
           MOVE PC-AF-RATE TO APV-DISPLAY-RATE
           DISPLAY "  depois: " APV-DISPLAY-RATE
           IF PC-OVERRIDE = "Y"
               DISPLAY "  variacao acima da tolerancia - liberada"
                   " com o codigo do supervisor"
           END-IF.

       SHOW-MATL-CHANGE.
           IF PC-ACTION = "ADD"
               DISPLAY "  antes : (material novo)"
           ELSE
               MOVE PC-BM-THICKNESS TO APV-DISPLAY-THICK
               MOVE PC-BM-DENSITY   TO APV-DISPLAY-DENS
               MOVE PC-BM-COST-SQ   TO APV-DISPLAY-COST
               DISPLAY "  antes : " PC-BM-CODE " " PC-BM-DESC
                   "  esp " APV-DISPLAY-THICK
                   "  dens " APV-DISPLAY-DENS
                   "  custo " APV-DISPLAY-COST
           END-IF
           MOVE PC-AM-THICKNESS TO APV-DISPLAY-THICK
           MOVE PC-AM-DENSITY   TO APV-DISPLAY-DENS
           MOVE PC-AM-COST-SQ   TO APV-DISPLAY-COST
           DISPLAY "  depois: " PC-AM-CODE " " PC-AM-DESC
               "  esp " APV-DISPLAY-THICK
               "  dens " APV-DISPLAY-DENS
               "  custo " APV-DISPLAY-COST
           IF PC-OVERRIDE = "Y"
               DISPLAY "  variacao acima da tolerancia - liberada"
                   " com o codigo do supervisor"
           END-IF.

      *O PIN nao aparece na tela; so se muda ou nao.
       SHOW-OPER-CHANGE.
           PERFORM SET-PIN-FLAG
           IF PC-ACTION = "ADD"
               DISPLAY "  antes : (operador novo)"
           ELSE
               DISPLAY "  antes : " PC-BO-ID " " PC-BO-NAME
                   "  autoridade " PC-BO-AUTHORITY
                   "  status " PC-BO-STATUS
           END-IF
           DISPLAY "  depois: " PC-AO-ID " " PC-AO-NAME
               "  autoridade " PC-AO-AUTHORITY
               "  status " PC-AO-STATUS
               "  PIN alterado " APV-PIN-FLAG.

       SET-PIN-FLAG.
           IF PC-ACTION = "ADD" OR PC-BO-PIN NOT = PC-AO-PIN
               MOVE "Y" TO APV-PIN-FLAG
           ELSE
               MOVE "N" TO APV-PIN-FLAG
           END-IF.

       APPROVE-PENDING-CHANGE.
           SET APV-NOT-APPLIED TO TRUE
           MOVE SPACES TO APV-STALE-REASON
           EVALUATE TRUE
               WHEN PC-FOR-FXRATE
                   PERFORM APPLY-FX-CHANGE
               WHEN PC-FOR-MATLMAST
                   PERFORM APPLY-MATL-CHANGE
               WHEN PC-FOR-OPERMAST
                   PERFORM APPLY-OPER-CHANGE
               WHEN OTHER
                   MOVE "cadastro desconhecido na fila"
                       TO APV-STALE-REASON
           END-EVALUATE
           IF APV-APPLIED
               SET PC-APPROVED TO TRUE
               MOVE "APV" TO APV-DECISION
               PERFORM STAMP-DECISION
               ADD 1 TO APV-APPROVED-COUNT
               DISPLAY "Alteracao " PC-CHANGE-ID
                   " aprovada e aplicada ao " PC-MASTER
           ELSE
               DISPLAY "Alteracao " PC-CHANGE-ID " NAO aplicada: "
                   APV-STALE-REASON
               DISPLAY "Continua pendente - rejeite e peca para"
                   " keyar de novo sobre o cadastro atual."
           END-IF.

       REJECT-PENDING-CHANGE.
           SET PC-REJECTED TO TRUE
           MOVE "REJ" TO APV-DECISION
           PERFORM STAMP-DECISION
           ADD 1 TO APV-REJECTED-COUNT
           DISPLAY "Alteracao " PC-CHANGE-ID " rejeitada.".

      *----------------------------------------------------------------
      *Aplicacao no FXRATE, pela chave data + moeda: a inclusao exige
      *que a moeda/data ainda nao tenha cotacao; a alteracao, que o
      *registro ainda seja o da imagem antes.
      *----------------------------------------------------------------
       APPLY-FX-CHANGE.
           OPEN I-O FX-RATE-FILE
           IF APV-RATE-STATUS = "35"
               OPEN OUTPUT FX-RATE-FILE
               CLOSE FX-RATE-FILE
               OPEN I-O FX-RATE-FILE
           END-IF
           IF APV-RATE-STATUS NOT = "00"
               MOVE "FXRATE nao pode ser aberto" TO APV-STALE-REASON
           ELSE
               MOVE PC-AF-RATE-DATE TO FX-RATE-DATE
               MOVE PC-AF-CURRENCY  TO FX-RATE-CURRENCY
               IF PC-ACTION = "ADD"
                   PERFORM ADD-FX-RATE
               ELSE
                   PERFORM CHANGE-FX-RATE
               END-IF
               CLOSE FX-RATE-FILE
           END-IF.

       ADD-FX-RATE.
           WRITE FX-RATE-RECORD FROM PC-AFTER-IMAGE (1:22)
               INVALID KEY
                   MOVE "ja existe cotacao para a moeda/data"
                       TO APV-STALE-REASON
               NOT INVALID KEY
                   SET APV-APPLIED TO TRUE
           END-WRITE.

       CHANGE-FX-RATE.
           READ FX-RATE-FILE
               INVALID KEY
                   MOVE "cotacao nao existe mais no FXRATE"
                       TO APV-STALE-REASON
               NOT INVALID KEY
                   IF FX-RATE-RECORD NOT = PC-BEFORE-IMAGE (1:22)
                       MOVE "cotacao mudou desde que foi keyada"
                           TO APV-STALE-REASON
                   ELSE
                       PERFORM REWRITE-FX-RATE
                   END-IF
           END-READ.

       REWRITE-FX-RATE.
           REWRITE FX-RATE-RECORD FROM PC-AFTER-IMAGE (1:22)
               INVALID KEY
                   MOVE "FXRATE recusou a regravacao"
                       TO APV-STALE-REASON
               NOT INVALID KEY
                   SET APV-APPLIED TO TRUE
           END-REWRITE.

      *----------------------------------------------------------------
      *Aplicacao no MATLMAST: mesma regra da cotacao - inclusao so
      *de material que ainda nao existe, alteracao so sobre o
      *registro igual a imagem antes.
      *----------------------------------------------------------------
       APPLY-MATL-CHANGE.
           PERFORM LOAD-MATL-TABLE
           MOVE 0 TO APV-HIT-SUB
           MOVE 0 TO APV-MST-SUB
           PERFORM FIND-MATL-SCAN APV-MATL-COUNT TIMES
           IF APV-MST-OVERFLOW
               MOVE "MATLMAST maior que a tabela" TO APV-STALE-REASON
           ELSE
           IF PC-ACTION = "ADD"
               IF APV-HIT-SUB > 0
                   MOVE "material ja existe no MATLMAST"
                       TO APV-STALE-REASON
               ELSE
               IF APV-MATL-COUNT = 500
                   MOVE "tabela de materiais cheia"
                       TO APV-STALE-REASON
               ELSE
                   ADD 1 TO APV-MATL-COUNT
                   MOVE PC-AFTER-IMAGE (1:43)
                       TO APV-MATL-ENTRY (APV-MATL-COUNT)
                   SET APV-APPLIED TO TRUE
               END-IF
               END-IF
           ELSE
               IF APV-HIT-SUB = 0
                   MOVE "material nao existe mais no MATLMAST"
                       TO APV-STALE-REASON
               ELSE
               IF APV-MATL-ENTRY (APV-HIT-SUB) NOT =
                  PC-BEFORE-IMAGE (1:43)
                   MOVE "material mudou desde que foi keyado"
                       TO APV-STALE-REASON
               ELSE
                   MOVE PC-AFTER-IMAGE (1:43)
                       TO APV-MATL-ENTRY (APV-HIT-SUB)
                   SET APV-APPLIED TO TRUE
               END-IF
               END-IF
           END-IF
           END-IF
           IF APV-APPLIED
               PERFORM SAVE-MATL-TABLE
           END-IF.

       FIND-MATL-SCAN.
           ADD 1 TO APV-MST-SUB
           IF APV-M-CODE (APV-MST-SUB) = PC-AM-CODE
               MOVE APV-MST-SUB TO APV-HIT-SUB
           END-IF.

       LOAD-MATL-TABLE.
           MOVE 0 TO APV-MATL-COUNT
           MOVE "N" TO APV-MST-OVFL-SWITCH
           MOVE "N" TO APV-EOF-SWITCH
           OPEN INPUT MATL-MAST-FILE
           IF APV-MATL-STATUS = "00"
               PERFORM READ-MATL-RECORD
                   UNTIL APV-EOF OR APV-MST-OVERFLOW
               CLOSE MATL-MAST-FILE
           END-IF.

       READ-MATL-RECORD.
           READ MATL-MAST-FILE
               AT END
                   SET APV-EOF TO TRUE
               NOT AT END
                   IF APV-MATL-COUNT = 500
                       SET APV-MST-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO APV-MATL-COUNT
                       MOVE MATL-MAST-RECORD
                           TO APV-MATL-ENTRY (APV-MATL-COUNT)
                   END-IF
           END-READ.

       SAVE-MATL-TABLE.
           OPEN OUTPUT MATL-MAST-FILE
           MOVE 0 TO APV-MST-SUB
           PERFORM SAVE-MATL-RECORD APV-MATL-COUNT TIMES
           CLOSE MATL-MAST-FILE.

       SAVE-MATL-RECORD.
           ADD 1 TO APV-MST-SUB
           WRITE MATL-MAST-RECORD FROM APV-MATL-ENTRY (APV-MST-SUB).

      *----------------------------------------------------------------
      *Aplicacao no OPERMAST. Registro anterior ao status entra como
      *ativo, como em C03OPMNT, para bater com a imagem antes.
      *----------------------------------------------------------------
       APPLY-OPER-CHANGE.
           PERFORM LOAD-OPER-TABLE
           MOVE 0 TO APV-HIT-SUB
           MOVE 0 TO APV-MST-SUB
           PERFORM FIND-OPER-SCAN APV-OPER-COUNT TIMES
           IF APV-MST-OVERFLOW
               MOVE "OPERMAST maior que a tabela" TO APV-STALE-REASON
           ELSE
           IF PC-ACTION = "ADD"
               IF APV-HIT-SUB > 0
                   MOVE "operador ja existe no OPERMAST"
                       TO APV-STALE-REASON
               ELSE
               IF APV-OPER-COUNT = 500
                   MOVE "tabela de operadores cheia"
                       TO APV-STALE-REASON
               ELSE
                   ADD 1 TO APV-OPER-COUNT
                   MOVE PC-AFTER-IMAGE (1:36)
                       TO APV-OPER-ENTRY (APV-OPER-COUNT)
                   SET APV-APPLIED TO TRUE
               END-IF
               END-IF
           ELSE
               IF APV-HIT-SUB = 0
                   MOVE "operador nao existe mais no OPERMAST"
                       TO APV-STALE-REASON
               ELSE
               IF APV-OPER-ENTRY (APV-HIT-SUB) NOT =
                  PC-BEFORE-IMAGE (1:36)
                   MOVE "operador mudou desde que foi keyado"
                       TO APV-STALE-REASON
               ELSE
                   MOVE PC-AFTER-IMAGE (1:36)
                       TO APV-OPER-ENTRY (APV-HIT-SUB)
                   SET APV-APPLIED TO TRUE
               END-IF
               END-IF
           END-IF
           END-IF
           IF APV-APPLIED
               PERFORM SAVE-OPER-TABLE
           END-IF.

       FIND-OPER-SCAN.
           ADD 1 TO APV-MST-SUB
           IF APV-O-ID (APV-MST-SUB) = PC-AO-ID
               MOVE APV-MST-SUB TO APV-HIT-SUB
           END-IF.

       LOAD-OPER-TABLE.
           MOVE 0 TO APV-OPER-COUNT
           MOVE "N" TO APV-MST-OVFL-SWITCH
           MOVE "N" TO APV-EOF-SWITCH
           OPEN INPUT OPER-MAST-FILE
           IF APV-OPER-STATUS = "00"
               PERFORM READ-OPER-RECORD
                   UNTIL APV-EOF OR APV-MST-OVERFLOW
               CLOSE OPER-MAST-FILE
           END-IF.

       READ-OPER-RECORD.
           READ OPER-MAST-FILE
               AT END
                   SET APV-EOF TO TRUE
               NOT AT END
                   IF APV-OPER-COUNT = 500
                       SET APV-MST-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO APV-OPER-COUNT
                       MOVE OPER-MAST-RECORD
                           TO APV-OPER-ENTRY (APV-OPER-COUNT)
                       IF NOT OM-REVOKED
                           MOVE "A" TO APV-O-STATUS (APV-OPER-COUNT)
                       END-IF
                   END-IF
           END-READ.

       SAVE-OPER-TABLE.
           OPEN OUTPUT OPER-MAST-FILE
           MOVE 0 TO APV-MST-SUB
           PERFORM SAVE-OPER-RECORD APV-OPER-COUNT TIMES
           CLOSE OPER-MAST-FILE.

       SAVE-OPER-RECORD.
           ADD 1 TO APV-MST-SUB
           WRITE OPER-MAST-RECORD FROM APV-OPER-ENTRY (APV-MST-SUB).

      *----------------------------------------------------------------
      *Carimba a decisao na alteracao e grava a trilha do cadastro
      *dela: operador = supervisor que decidiu, acao APV/REJ/EXP,
      *valores antes e depois da alteracao, numero da alteracao.
      *----------------------------------------------------------------
       STAMP-DECISION.
           ACCEPT HORA FROM TIME
           MOVE APV-SUPERVISOR-ID TO PC-CHECKER
           STRING HOJE DELIMITED BY SIZE
                  HORA DELIMITED BY SIZE
                  INTO PC-DECIDED-TS
           MOVE PEND-CHANGE-RECORD TO APV-PEND-IMAGE (APV-SUB)
           MOVE "D" TO APV-PEND-MARK (APV-SUB)
           SET APV-REWRITE-QUEUE TO TRUE
           EVALUATE TRUE
               WHEN PC-FOR-FXRATE
                   PERFORM WRITE-FX-AUDIT
               WHEN PC-FOR-MATLMAST
                   PERFORM WRITE-MATL-AUDIT
               WHEN PC-FOR-OPERMAST
                   PERFORM WRITE-OPER-AUDIT
           END-EVALUATE.

       WRITE-FX-AUDIT.
           OPEN EXTEND FXM-AUDIT-FILE
           IF APV-FXAUD-STATUS = "35"
               OPEN OUTPUT FXM-AUDIT-FILE
           END-IF
           MOVE SPACE TO FXM-AUDIT-RECORD
           MOVE PC-DECIDED-TS     TO FM-TIMESTAMP
           MOVE APV-SUPERVISOR-ID TO FM-OPERATOR
           MOVE APV-DECISION      TO FM-ACTION
           MOVE PC-AF-CURRENCY    TO FM-CURRENCY
           MOVE PC-AF-RATE-DATE   TO FM-RATE-DATE
           IF PC-ACTION = "ADD"
               MOVE 0 TO FM-OLD-RATE
                         FM-OLD-RATE-EXACT
           ELSE
               MOVE PC-BF-RATE TO FM-OLD-RATE
                                  FM-OLD-RATE-EXACT
           END-IF
           MOVE PC-AF-RATE        TO FM-NEW-RATE
                                     FM-NEW-RATE-EXACT
           MOVE PC-OVERRIDE       TO FM-OVERRIDE
           MOVE PC-CHANGE-ID      TO FM-CHANGE-ID
           WRITE FXM-AUDIT-RECORD
           CLOSE FXM-AUDIT-FILE.

       WRITE-MATL-AUDIT.
           OPEN EXTEND MTM-AUDIT-FILE
           IF APV-MTAUD-STATUS = "35"
               OPEN OUTPUT MTM-AUDIT-FILE
           END-IF
           MOVE SPACE TO MTM-AUDIT-RECORD
           MOVE PC-DECIDED-TS     TO MA-TIMESTAMP
           MOVE APV-SUPERVISOR-ID TO MA-OPERATOR
           MOVE APV-DECISION      TO MA-ACTION
           MOVE PC-AM-CODE        TO MA-CODE
           IF PC-ACTION = "ADD"
               MOVE 0 TO MA-OLD-THICK
               MOVE 0 TO MA-OLD-DENS
               MOVE 0 TO MA-OLD-COST
           ELSE
               MOVE PC-BM-THICKNESS TO MA-OLD-THICK
               MOVE PC-BM-DENSITY   TO MA-OLD-DENS
               MOVE PC-BM-COST-SQ   TO MA-OLD-COST
           END-IF
           MOVE PC-AM-THICKNESS   TO MA-NEW-THICK
           MOVE PC-AM-DENSITY     TO MA-NEW-DENS
           MOVE PC-AM-COST-SQ     TO MA-NEW-COST
           MOVE PC-OVERRIDE       TO MA-OVERRIDE
           MOVE PC-CHANGE-ID      TO MA-CHANGE-ID
           WRITE MTM-AUDIT-RECORD
           CLOSE MTM-AUDIT-FILE.

       WRITE-OPER-AUDIT.
           OPEN EXTEND OPM-AUDIT-FILE
           IF APV-OPAUD-STATUS = "35"
               OPEN OUTPUT OPM-AUDIT-FILE
           END-IF
           PERFORM SET-PIN-FLAG
           MOVE SPACE TO OPM-AUDIT-RECORD
           MOVE PC-DECIDED-TS     TO OA-TIMESTAMP
           MOVE APV-SUPERVISOR-ID TO OA-OPERATOR
           MOVE APV-DECISION      TO OA-ACTION
           MOVE PC-AO-ID          TO OA-TARGET-ID
           MOVE PC-BO-AUTHORITY   TO OA-OLD-AUTH
           MOVE PC-AO-AUTHORITY   TO OA-NEW-AUTH
           MOVE PC-BO-STATUS      TO OA-OLD-STATUS
           MOVE PC-AO-STATUS      TO OA-NEW-STATUS
           MOVE APV-PIN-FLAG      TO OA-PIN-CHANGED
           MOVE PC-CHANGE-ID      TO OA-CHANGE-ID
           WRITE OPM-AUDIT-RECORD
           CLOSE OPM-AUDIT-FILE.

      *----------------------------------------------------------------
      *Regravacao: rele o PENDCHG e junta pelo numero da alteracao.
      *Vale o disco, menos nas decididas aqui (D); alteracao keyada
      *no meio tempo entra no fim, e a que passou do prazo sai.
      *----------------------------------------------------------------
       REWRITE-PENDING-FILE.
           PERFORM REFRESH-PENDING-TABLE
           IF APV-PEND-OVERFLOW
               DISPLAY "PENDCHG passou do que a tabela comporta -"
                   " fila NAO regravada. As decisoes desta sessao"
                   " estao na trilha de cada cadastro; confira antes"
                   " de decidir de novo."
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PEND-CHG-FILE
               MOVE 0 TO APV-SUB
               PERFORM REWRITE-PENDING-RECORD APV-PEND-COUNT TIMES
               CLOSE PEND-CHG-FILE
           END-IF.

       REWRITE-PENDING-RECORD.
           ADD 1 TO APV-SUB
           IF APV-PEND-MARK (APV-SUB) NOT = "S"
               WRITE PEND-CHG-RECORD FROM APV-PEND-IMAGE (APV-SUB)
           END-IF.

       REFRESH-PENDING-TABLE.
           MOVE 0 TO APV-SUB
           PERFORM MARK-STALE-PENDING APV-PEND-COUNT TIMES
           MOVE "N" TO APV-EOF-SWITCH
           OPEN INPUT PEND-CHG-FILE
           IF APV-PEND-STATUS = "00"
               PERFORM REFRESH-PENDING-RECORD
                   UNTIL APV-EOF OR APV-PEND-OVERFLOW
               CLOSE PEND-CHG-FILE
           END-IF.

       MARK-STALE-PENDING.
           ADD 1 TO APV-SUB
           IF APV-PEND-MARK (APV-SUB) NOT = "D"
               MOVE "S" TO APV-PEND-MARK (APV-SUB)
           END-IF.

       REFRESH-PENDING-RECORD.
           READ PEND-CHG-FILE INTO PEND-CHANGE-RECORD
               AT END
                   SET APV-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-PURGE-AGE
                   IF NOT APV-PURGE-AGED
                       MOVE 0 TO APV-STORE-SUB
                       MOVE 0 TO APV-SUB
                       PERFORM REFRESH-PENDING-SCAN
                           APV-PEND-COUNT TIMES
                       PERFORM MERGE-PENDING-RECORD
                   END-IF
           END-READ.

       REFRESH-PENDING-SCAN.
           ADD 1 TO APV-SUB
           IF APV-STORE-SUB = 0 AND
              APV-PEND-ID (APV-SUB) = PC-CHANGE-ID AND
              (APV-PEND-MARK (APV-SUB) = "S" OR
               APV-PEND-MARK (APV-SUB) = "D")
               MOVE APV-SUB TO APV-STORE-SUB
           END-IF.

      *----------------------------------------------------------------
      *Decidida aqui e tambem ja decidida no disco (outra sessao):
      *fica a aprovacao desta sessao, que foi aplicada ao cadastro;
      *rejeicao ou expiracao daqui cede a decisao do disco.
      *----------------------------------------------------------------
       MERGE-PENDING-RECORD.
           IF APV-STORE-SUB = 0
               IF APV-PEND-COUNT = 500
                   SET APV-PEND-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO APV-PEND-COUNT
                   MOVE "K" TO APV-PEND-MARK (APV-PEND-COUNT)
                   MOVE PC-CHANGE-ID TO APV-PEND-ID (APV-PEND-COUNT)
                   MOVE PEND-CHANGE-RECORD
                       TO APV-PEND-IMAGE (APV-PEND-COUNT)
               END-IF
           ELSE
           IF APV-PEND-MARK (APV-STORE-SUB) = "S"
               MOVE "K" TO APV-PEND-MARK (APV-STORE-SUB)
               MOVE PEND-CHANGE-RECORD
                   TO APV-PEND-IMAGE (APV-STORE-SUB)
           ELSE
               MOVE "E" TO APV-PEND-MARK (APV-STORE-SUB)
               MOVE PEND-CHANGE-RECORD TO APV-FILE-IMAGE
               MOVE APV-PEND-IMAGE (APV-STORE-SUB)
                   TO PEND-CHANGE-RECORD
               MOVE PC-STATUS TO APV-OWN-STATUS
               MOVE APV-FILE-IMAGE TO PEND-CHANGE-RECORD
               IF NOT PC-PENDING AND APV-OWN-STATUS NOT = "A"
                   DISPLAY "Alteracao " PC-CHANGE-ID " ja decidida"
                       " por " PC-CHECKER " - vale a decisao dela."
                   MOVE PEND-CHANGE-RECORD
                       TO APV-PEND-IMAGE (APV-STORE-SUB)
               END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      *Dia juliano de APV-JDN-DATE (calendario gregoriano), uma
      *divisao inteira por termo, como em C03ARAGE:
      *  A = (14 - MES) / 12   Y = ANO + 4800 - A   M = MES + 12A - 3
      *  JDN = DIA + (153M + 2)/5 + 365Y + Y/4 - Y/100 + Y/400 - 32045
      *----------------------------------------------------------------
       COMPUTE-DAY-NUMBER.
           COMPUTE APV-JDN-WORK = 14 - APV-JDN-MM
           DIVIDE APV-JDN-WORK BY 12 GIVING APV-JDN-A
           COMPUTE APV-JDN-Y = APV-JDN-YYYY + 4800 - APV-JDN-A
           COMPUTE APV-JDN-M = APV-JDN-MM + (12 * APV-JDN-A) - 3
           COMPUTE APV-JDN-WORK = (153 * APV-JDN-M) + 2
           DIVIDE APV-JDN-WORK BY 5 GIVING APV-JDN
           ADD APV-JDN-DD TO APV-JDN
           COMPUTE APV-JDN = APV-JDN + (365 * APV-JDN-Y) - 32045
           DIVIDE APV-JDN-Y BY 4 GIVING APV-JDN-WORK
           ADD APV-JDN-WORK TO APV-JDN
           DIVIDE APV-JDN-Y BY 100 GIVING APV-JDN-WORK
           SUBTRACT APV-JDN-WORK FROM APV-JDN
           DIVIDE APV-JDN-Y BY 400 GIVING APV-JDN-WORK
           ADD APV-JDN-WORK TO APV-JDN.

       END PROGRAM C03APROV.
