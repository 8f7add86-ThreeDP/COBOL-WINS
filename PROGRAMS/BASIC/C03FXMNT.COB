      *tolerancia configurada (FXTOLCFG, padrao 5%) so passa com
      *o codigo de liberacao do supervisor. Toda inclusao,
      *alteracao e liberacao vai para a trilha de auditoria de
      *manutencao (FXMNTAUD). A cotacao aceita nao entra direto no
      *FXRATE: vai para a fila de aprovacao (PENDCHG, copybook
      *PENDREC) e so vale depois que um segundo supervisor a
      *aprova em C03APROV.
      *
      *MODIFICATION HISTORY:
      *  2026-08-22  RM  Initial version. Replaces hand-editing the
      *                  critique still works, so the rate table
      *                  (widened to 500 entries) no longer fills up
      *                  for good within months.
      *  2026-10-15  RM  O dia util anterior da critica de variacao
      *                  agora vem do calendario (CALENDAR, mantido
      *                  por C03CLMNT): cotacao gravada num sabado ou
      *                  feriado nao serve mais de base, e quando a
      *                  ultima cotacao da moeda e mais antiga que o
      *                  dia util anterior o operador e avisado.
      *                  Hoje nao sendo dia util de mercado, a
      *                  abertura avisa que a cotacao keyada nao
      *                  sera usada pela conversao.
      *  2026-10-15  RM  Quatro olhos: inclusao e alteracao aceitas
      *                  vao para a fila PENDCHG com a imagem antes
      *                  e depois do registro, em vez de regravar o
      *                  FXRATE - quem keya a cotacao e o codigo de
      *                  liberacao nao pode mais ser quem a poe no
      *                  ar. A aplicacao (e o expurgo de tres meses
      *                  que ia junto com a regravacao) passou para
      *                  C03APROV. Nao entra segunda alteracao para
      *                  a mesma moeda/data enquanto uma estiver
      *                  pendente. A trilha leva o numero da
      *                  alteracao na fila.
      *  2026-10-15  RM  FXRATE indexado por data + moeda (FXRTREC):
      *                  a cotacao de hoje e lida pela chave e a
      *                  critica e a consulta percorrem o arquivo em
      *                  ordem de chave - sem tabela, sem limite de
      *                  500 registros e sem o aborto por estouro.
      *                  Cotacao com seis casas; a trilha anexa
      *                  FM-OLD-RATE-EXACT e FM-NEW-RATE-EXACT no fim
      *                  do registro (FM-OLD-RATE/FM-NEW-RATE seguem
      *                  com duas casas).
      *  2026-10-15  RM  Sign-on com ID e PIN contra OPERMAST antes de
      *                  qualquer alteracao entrar na fila: operador
      *                  revogado ou nao cadastrado e recusado, tres
      *                  tentativas e a manutencao encerra. O ID
      *                  digitado sem PIN deixava keyar em nome de
      *                  um colega e aprovar com o proprio ID em
      *                  C03APROV. Numero da alteracao sai do
      *                  contador CHGSEQ e nao mais do maior numero
      *                  ainda no PENDCHG, que recomecava depois do
      *                  expurgo de C03APROV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-RATE-KEY
               FILE STATUS IS FXM-RATE-STATUS.
           SELECT FXM-TOL-FILE ASSIGN TO "FXTOLCFG"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT FXM-AUDIT-FILE ASSIGN TO "FXMNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXM-AUDIT-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXM-CAL-STATUS.
           SELECT PEND-CHG-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXM-PEND-STATUS.
           SELECT OPER-MAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXM-OPER-STATUS.
           SELECT CHG-SEQ-FILE ASSIGN TO "CHGSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXM-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-RATE-FILE.
           COPY "FXRTREC.CPY".

       FD  FXM-TOL-FILE.
       01  FXM-TOL-RECORD.
           05  FM-NEW-RATE         PIC 9(02)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-OVERRIDE         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-CHANGE-ID        PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-OLD-RATE-EXACT   PIC 9(05)V9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-NEW-RATE-EXACT   PIC 9(05)V9(06).

       FD  CALENDAR-FILE.
           COPY "CALREC.CPY".

       FD  PEND-CHG-FILE.
           COPY "PENDREC.CPY".

       FD  OPER-MAST-FILE.
           COPY "OPERMREC.CPY".

       FD  CHG-SEQ-FILE.
       01  CHG-SEQ-RECORD          PIC X(32).

       LOCAL-STORAGE SECTION.
       77 FXM-RATE-STATUS          PIC X(02).
       77 HOJE                     PIC X(08).
       77 HORA                     PIC X(08).
       77 FXM-OPERATOR-ID          PIC X(08) VALUE SPACES.
       77 FXM-OPER-STATUS          PIC X(02).
       77 FXM-KEYED-PIN            PIC X(06) VALUE SPACES.
       77 FXM-SIGNON-TRIES         PIC 9(01) VALUE 0.
       77 FXM-SIGNON-SWITCH        PIC X(01) VALUE "N".
           88  FXM-SIGNED-ON           VALUE "Y".
       77 FXM-SIGNON-REFUSAL       PIC X(40) VALUE SPACES.
       77 FXM-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
           88  FXM-OPER-EOF            VALUE "Y".
       77 FXM-SEQ-STATUS           PIC X(02).
       77 FXM-OPTION               PIC X(01) VALUE SPACE.
           88  FXM-OPT-ADD             VALUE "1".
           88  FXM-OPT-CHANGE          VALUE "2".
           88  FXM-OPT-INQUIRE         VALUE "3".
           88  FXM-OPT-EXIT            VALUE "4".
       77 FXM-RATE-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  FXM-RATE-OPEN           VALUE "Y".
       77 FXM-RATE-EOF-SWITCH      PIC X(01) VALUE "N".
           88  FXM-RATE-EOF            VALUE "Y".
       77 FXM-TODAY-SWITCH         PIC X(01) VALUE "N".
           88  FXM-TODAY-FOUND         VALUE "Y".
           88  FXM-TODAY-NOT-FOUND     VALUE "N".
       77 FXM-TODAY-RATE           PIC 9(05)V9(06) VALUE 0.
       77 FXM-CURRENCY-CODE        PIC X(03) VALUE SPACES.
       77 FXM-NEW-RATE             PIC 9(05)V9(06) VALUE 0.
       77 FXM-OLD-RATE             PIC 9(05)V9(06) VALUE 0.
       77 FXM-PRIOR-RATE           PIC 9(05)V9(06) VALUE 0.
       77 FXM-PRIOR-DATE           PIC X(08) VALUE SPACES.
       77 FXM-PRIOR-SWITCH         PIC X(01) VALUE "N".
           88  FXM-PRIOR-FOUND         VALUE "Y".
       77 FXM-OVERRIDE-SWITCH      PIC X(01) VALUE "N".
           88  FXM-OVERRIDE-USED       VALUE "Y".
           88  FXM-NO-OVERRIDE         VALUE "N".
       77 FXM-PEND-STATUS          PIC X(02).
       77 FXM-PEND-KEY             PIC X(12) VALUE SPACES.
       77 FXM-PEND-ID              PIC 9(06) VALUE 0.
       77 FXM-PEND-MAKER           PIC X(08) VALUE SPACES.
       77 FXM-CHANGE-ID            PIC 9(06) VALUE 0.
       77 FXM-PEND-SWITCH          PIC X(01) VALUE "N".
           88  FXM-CHANGE-PENDING      VALUE "Y".
           88  FXM-NOTHING-PENDING     VALUE "N".
       77 FXM-ACTION-CODE          PIC X(03) VALUE SPACES.
       77 FXM-DISPLAY-RATE         PIC ZZZZ9.999999.
       77 FXM-DISPLAY-PCT          PIC ZZZZZZ9.99.
       77 FXM-HIT-COUNT            PIC 9(03) VALUE 0 COMP.
       77 FXM-PREV-BUS-DATE        PIC X(08) VALUE SPACES.

      *Calendario de dias uteis: so os dias de mercado fechado
      *(CAL-MARKET-CLOSED) entram na tabela. Sem o arquivo, so
      *sabado e domingo contam como dia nao util.
       77 FXM-CAL-STATUS           PIC X(02).
       77 FXM-CAL-COUNT            PIC 9(04) VALUE 0 COMP.
       01 FXM-CAL-TABLE.
           05  FXM-CAL-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON FXM-CAL-COUNT
                   INDEXED BY FXM-CAL-IDX.
               10  FXM-CAL-T-DATE      PIC X(08).
       77 FXM-CAL-OVFL-SWITCH      PIC X(01) VALUE "N".
           88  FXM-CAL-OVERFLOW        VALUE "Y".
       77 FXM-DAY-SWITCH           PIC X(01) VALUE "Y".
           88  FXM-BUSINESS-DAY        VALUE "Y".
           88  FXM-NON-BUSINESS-DAY    VALUE "N".
       77 FXM-CAL-STEPS            PIC 9(03) VALUE 0 COMP.
       77 FXM-CAL-WEEKDAY          PIC 9(01) VALUE 0.
       01 FXM-CAL-DATE.
           05  FXM-CAL-YYYY        PIC 9(04).
           05  FXM-CAL-MM          PIC 9(02).
           05  FXM-CAL-DD          PIC 9(02).
       01 FXM-MONTH-LENGTHS.
           05  FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 FXM-MONTH-TABLE REDEFINES FXM-MONTH-LENGTHS.
           05  FXM-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
       77 FXM-MONTH-SUB            PIC 9(02) VALUE 0 COMP.
       77 FXM-LEAP-WORK            PIC 9(04) VALUE 0 COMP.
       77 FXM-LEAP-4               PIC 9(03) VALUE 0.
       77 FXM-LEAP-100             PIC 9(03) VALUE 0.
       77 FXM-LEAP-400             PIC 9(03) VALUE 0.
       01 ZEL-WORK-DATE.
           05  ZEL-YYYY            PIC 9(04).
           05  ZEL-MM              PIC 9(02).
           05  ZEL-DD              PIC 9(02).
       77 ZEL-Y                    PIC 9(04) VALUE 0 COMP.
       77 ZEL-M                    PIC 9(02) VALUE 0 COMP.
       77 ZEL-TERM                 PIC 9(06) VALUE 0 COMP.
       77 ZEL-T1                   PIC 9(06) VALUE 0 COMP.
       77 ZEL-T2                   PIC 9(06) VALUE 0 COMP.
       77 ZEL-T3                   PIC 9(06) VALUE 0 COMP.
       77 ZEL-T4                   PIC 9(06) VALUE 0 COMP.
       77 ZEL-H                    PIC 9(06) VALUE 0 COMP.
       77 ZEL-QUOT                 PIC 9(06) VALUE 0 COMP.

           COPY "CHGSEQ.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "============================================="
           DISPLAY " MANUTENCAO DE COTACOES DIARIAS - FXRATE"
           DISPLAY "============================================="
           PERFORM OPERATOR-SIGNON
           IF NOT FXM-SIGNED-ON
               DISPLAY "Sign-on recusado - encerrando."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TOLERANCE-CONFIG
           PERFORM OPEN-RATE-FILE
           PERFORM LOAD-CALENDAR
           MOVE HOJE TO FXM-CAL-DATE
           PERFORM CHECK-BUSINESS-DAY
           IF FXM-NON-BUSINESS-DAY
               DISPLAY "HOJE (" HOJE ") NAO E DIA UTIL DE MERCADO"
                   " - A CONVERSAO DE HOJE USA A COTACAO DO DIA"
                   " UTIL ANTERIOR, NAO A KEYADA AQUI."
           END-IF
           MOVE HOJE TO FXM-CAL-DATE
           PERFORM PREVIOUS-BUSINESS-DAY
           MOVE FXM-CAL-DATE TO FXM-PREV-BUS-DATE

           PERFORM UNTIL FXM-OPT-EXIT
               PERFORM DISPLAY-MAINT-MENU
               END-EVALUATE
           END-PERFORM

           IF FXM-RATE-OPEN
               CLOSE FX-RATE-FILE
           END-IF
           DISPLAY "Encerrando manutencao."
           GOBACK.

      *----------------------------------------------------------------
      *Sign-on: tres tentativas de ID + PIN contra OPERMAST, como em
      *C03OPMNT. O ID vai para a fila como quem keyou a alteracao e
      *C03APROV recusa a aprovacao pelo mesmo ID, entao ele precisa
      *ser de quem esta no teclado. Sem o cadastro no disco nao ha
      *sign-on (nem supervisor para aprovar) e a manutencao encerra.
      *----------------------------------------------------------------
       OPERATOR-SIGNON.
           MOVE 0 TO FXM-SIGNON-TRIES
           PERFORM SIGNON-ATTEMPT
               UNTIL FXM-SIGNED-ON OR FXM-SIGNON-TRIES = 3.

       SIGNON-ATTEMPT.
           ADD 1 TO FXM-SIGNON-TRIES
           DISPLAY "Identificacao do operador: " WITH NO ADVANCING
           ACCEPT FXM-OPERATOR-ID
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT FXM-KEYED-PIN
           MOVE "Operador nao cadastrado." TO FXM-SIGNON-REFUSAL
           OPEN INPUT OPER-MAST-FILE
           IF FXM-OPER-STATUS NOT = "00"
               MOVE "OPERMAST ausente - sem cadastro de operador."
                   TO FXM-SIGNON-REFUSAL
               MOVE 3 TO FXM-SIGNON-TRIES
           ELSE
               MOVE "N" TO FXM-OPER-EOF-SWITCH
               PERFORM MATCH-OPERATOR UNTIL FXM-OPER-EOF
               CLOSE OPER-MAST-FILE
           END-IF
           IF NOT FXM-SIGNED-ON
               DISPLAY FXM-SIGNON-REFUSAL
           END-IF.

       MATCH-OPERATOR.
           READ OPER-MAST-FILE
               AT END
                   SET FXM-OPER-EOF TO TRUE
               NOT AT END
                   IF OM-ID = FXM-OPERATOR-ID
                       SET FXM-OPER-EOF TO TRUE
                       EVALUATE TRUE
                           WHEN OM-REVOKED
                               MOVE "Operador revogado."
                                   TO FXM-SIGNON-REFUSAL
                           WHEN OM-PIN NOT = SPACES AND
                                OM-PIN NOT = FXM-KEYED-PIN
                               MOVE "PIN incorreto."
                                   TO FXM-SIGNON-REFUSAL
                           WHEN OTHER
                               SET FXM-SIGNED-ON TO TRUE
                               DISPLAY "Bem-vindo, " OM-NAME
                       END-EVALUATE
                   END-IF
           END-READ.

       DISPLAY-MAINT-MENU.
           DISPLAY " "
           DISPLAY "1 - Incluir cotacao do dia"
           DISPLAY "Codigo da moeda (USD/EUR): " WITH NO ADVANCING
           ACCEPT FXM-CURRENCY-CODE
           PERFORM FIND-TODAY-ENTRY
           PERFORM FIND-PENDING-CHANGE
           IF FXM-CHANGE-PENDING
               PERFORM SHOW-PENDING-CHANGE
           ELSE
           IF FXM-TODAY-FOUND
               DISPLAY "Ja existe cotacao de hoje para "
                   FXM-CURRENCY-CODE " - use a alteracao."
           ELSE
               DISPLAY "Nova cotacao do dia: " WITH NO ADVANCING
               ACCEPT FXM-NEW-RATE
               MOVE 0 TO FXM-OLD-RATE
               PERFORM CHECK-RATE-MOVEMENT
               IF FXM-RATE-ACCEPTED
                   MOVE "ADD" TO FXM-ACTION-CODE
                   PERFORM QUEUE-PENDING-CHANGE
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE FXM-NEW-RATE TO FXM-DISPLAY-RATE
                   DISPLAY "Inclusao " FXM-CURRENCY-CODE " "
                       FXM-DISPLAY-RATE " enviada para aprovacao"
                       " - alteracao " FXM-CHANGE-ID
               END-IF
           END-IF
           END-IF.
           DISPLAY "Codigo da moeda (USD/EUR): " WITH NO ADVANCING
           ACCEPT FXM-CURRENCY-CODE
           PERFORM FIND-TODAY-ENTRY
           PERFORM FIND-PENDING-CHANGE
           IF FXM-CHANGE-PENDING
               PERFORM SHOW-PENDING-CHANGE
           ELSE
           IF FXM-TODAY-NOT-FOUND
               DISPLAY "Nao ha cotacao de hoje para "
                   FXM-CURRENCY-CODE " - use a inclusao."
           ELSE
               MOVE FXM-TODAY-RATE TO FXM-OLD-RATE
                                      FXM-DISPLAY-RATE
               DISPLAY "Cotacao atual de hoje: " FXM-DISPLAY-RATE
               DISPLAY "Nova cotacao do dia: " WITH NO ADVANCING
               ACCEPT FXM-NEW-RATE
               PERFORM CHECK-RATE-MOVEMENT
               IF FXM-RATE-ACCEPTED
                   MOVE "CHG" TO FXM-ACTION-CODE
                   PERFORM QUEUE-PENDING-CHANGE
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE FXM-NEW-RATE TO FXM-DISPLAY-RATE
                   DISPLAY "Alteracao " FXM-CURRENCY-CODE " "
                       FXM-DISPLAY-RATE " enviada para aprovacao"
                       " - alteracao " FXM-CHANGE-ID
               END-IF
           END-IF
           END-IF.

       INQUIRE-RATE.
           DISPLAY "Codigo da moeda (USD/EUR): " WITH NO ADVANCING
           ACCEPT FXM-CURRENCY-CODE
           MOVE 0 TO FXM-HIT-COUNT
           IF FXM-RATE-OPEN
               PERFORM START-RATE-BROWSE
               PERFORM INQUIRE-RATE-LINE UNTIL FXM-RATE-EOF
           END-IF
           IF FXM-HIT-COUNT = 0
               DISPLAY "Nenhuma cotacao cadastrada para "
                   FXM-CURRENCY-CODE
           END-IF.

       INQUIRE-RATE-LINE.
           READ FX-RATE-FILE NEXT RECORD
               AT END
                   SET FXM-RATE-EOF TO TRUE
               NOT AT END
                   IF FX-RATE-CURRENCY = FXM-CURRENCY-CODE
                       ADD 1 TO FXM-HIT-COUNT
                       MOVE FX-RATE-VALUE TO FXM-DISPLAY-RATE
                       DISPLAY FX-RATE-DATE " "
                           FX-RATE-CURRENCY " "
                           FXM-DISPLAY-RATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Critica de variacao: compara a cotacao keyada com a do dia

      *----------------------------------------------------------------
      *Cotacao do dia util anterior = registro mais recente da moeda
      *com data menor que hoje e que seja dia util no calendario -
      *cotacao gravada num sabado ou feriado nao e base de nada.
      *O FXRATE e lido em ordem de chave (data, moeda) ate hoje, entao
      *a ultima que casar e a mais recente.
      *Se a mais recente for anterior ao dia util anterior (dia sem
      *cotacao gravada), a critica segue contra ela, com aviso.
      *----------------------------------------------------------------
       FIND-PRIOR-DAY-RATE.
           SET FXM-PRIOR-NOT-FOUND TO TRUE
           MOVE SPACES TO FXM-PRIOR-DATE
           IF FXM-RATE-OPEN
               PERFORM START-RATE-BROWSE
               PERFORM FIND-PRIOR-DAY-SCAN UNTIL FXM-RATE-EOF
           END-IF
           IF FXM-PRIOR-FOUND AND FXM-PRIOR-DATE < FXM-PREV-BUS-DATE
               DISPLAY "Ultima cotacao de " FXM-CURRENCY-CODE
                   " e de " FXM-PRIOR-DATE " - dia util anterior ("
                   FXM-PREV-BUS-DATE ") sem cotacao."
           END-IF.

       FIND-PRIOR-DAY-SCAN.
           READ FX-RATE-FILE NEXT RECORD
               AT END
                   SET FXM-RATE-EOF TO TRUE
               NOT AT END
                   IF FX-RATE-DATE NOT < HOJE
                       SET FXM-RATE-EOF TO TRUE
                   ELSE
                   IF FX-RATE-CURRENCY = FXM-CURRENCY-CODE
                       MOVE FX-RATE-DATE TO FXM-CAL-DATE
                       PERFORM CHECK-BUSINESS-DAY
                       IF FXM-BUSINESS-DAY
                           MOVE FX-RATE-DATE  TO FXM-PRIOR-DATE
                           MOVE FX-RATE-VALUE TO FXM-PRIOR-RATE
                           SET FXM-PRIOR-FOUND TO TRUE
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       FIND-TODAY-ENTRY.
           SET FXM-TODAY-NOT-FOUND TO TRUE
           MOVE 0 TO FXM-TODAY-RATE
           IF FXM-RATE-OPEN
               MOVE HOJE              TO FX-RATE-DATE
               MOVE FXM-CURRENCY-CODE TO FX-RATE-CURRENCY
               READ FX-RATE-FILE
                   INVALID KEY
                       SET FXM-TODAY-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET FXM-TODAY-FOUND TO TRUE
                       MOVE FX-RATE-VALUE TO FXM-TODAY-RATE
               END-READ
           END-IF.

      *Posiciona no inicio do FXRATE para uma leitura em ordem de
      *chave.
       START-RATE-BROWSE.
           MOVE "N" TO FXM-RATE-EOF-SWITCH
           MOVE LOW-VALUES TO FX-RATE-KEY
           START FX-RATE-FILE KEY NOT < FX-RATE-KEY
               INVALID KEY
                   SET FXM-RATE-EOF TO TRUE
           END-START.

       OPEN-RATE-FILE.
           OPEN INPUT FX-RATE-FILE
           IF FXM-RATE-STATUS = "00"
               SET FXM-RATE-OPEN TO TRUE
           ELSE
               DISPLAY "FXRATE ainda nao existe - sera criado"
                   " na aprovacao da primeira inclusao."
           END-IF.

      *----------------------------------------------------------------
      *Fila de aprovacao: uma passada pelo PENDCHG acha uma
      *alteracao ainda pendente para a mesma moeda e data, que bloqueia
      *a nova ate ser decidida, e o maior numero ainda na fila, que
      *so serve de partida se o contador CHGSEQ nao existir.
      *----------------------------------------------------------------
       FIND-PENDING-CHANGE.
           SET FXM-NOTHING-PENDING TO TRUE
           MOVE SPACES TO FXM-PEND-KEY
           STRING FXM-CURRENCY-CODE DELIMITED BY SIZE
                  HOJE              DELIMITED BY SIZE
                  INTO FXM-PEND-KEY
           MOVE 0 TO FXM-CHANGE-ID
           OPEN INPUT PEND-CHG-FILE
           IF FXM-PEND-STATUS = "00"
               PERFORM READ-PENDING-RECORD
                   UNTIL FXM-PEND-STATUS NOT = "00"
               CLOSE PEND-CHG-FILE
           END-IF.

       READ-PENDING-RECORD.
           READ PEND-CHG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-CHANGE-ID > FXM-CHANGE-ID
                       MOVE PC-CHANGE-ID TO FXM-CHANGE-ID
                   END-IF
                   IF PC-PENDING AND PC-FOR-FXRATE AND
                      PC-KEY = FXM-PEND-KEY
                       SET FXM-CHANGE-PENDING TO TRUE
                       MOVE PC-CHANGE-ID TO FXM-PEND-ID
                       MOVE PC-MAKER     TO FXM-PEND-MAKER
                   END-IF
           END-READ.

       SHOW-PENDING-CHANGE.
           DISPLAY "Ja ha alteracao pendente para "
               FXM-CURRENCY-CODE " de " HOJE " (alteracao "
               FXM-PEND-ID ", keyada por " FXM-PEND-MAKER
               ") - aguarde a decisao em C03APROV.".

      *----------------------------------------------------------------
      *Proximo numero de alteracao: le o contador CHGSEQ, soma um e
      *regrava na hora, como os contadores *SEQ dos lotes. Nunca
      *volta atras quando C03APROV expurga a fila; sem o contador,
      *parte do maior numero ainda no PENDCHG.
      *----------------------------------------------------------------
       NEXT-CHANGE-ID.
           OPEN INPUT CHG-SEQ-FILE
           IF FXM-SEQ-STATUS = "00"
               READ CHG-SEQ-FILE INTO CHGSEQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHGSEQ-LAST-ID > FXM-CHANGE-ID
                           MOVE CHGSEQ-LAST-ID TO FXM-CHANGE-ID
                       END-IF
               END-READ
               CLOSE CHG-SEQ-FILE
           END-IF
           ADD 1 TO FXM-CHANGE-ID
           MOVE FXM-CHANGE-ID     TO CHGSEQ-LAST-ID
           MOVE "C03FXMNT"        TO CHGSEQ-PROGRAM
           ACCEPT HORA FROM TIME
           STRING HOJE DELIMITED BY SIZE
                  HORA DELIMITED BY SIZE
                  INTO CHGSEQ-UPDATED
           OPEN OUTPUT CHG-SEQ-FILE
           WRITE CHG-SEQ-RECORD FROM CHGSEQ-RECORD
           CLOSE CHG-SEQ-FILE.

       QUEUE-PENDING-CHANGE.
           PERFORM NEXT-CHANGE-ID
           OPEN EXTEND PEND-CHG-FILE
           IF FXM-PEND-STATUS = "35"
               OPEN OUTPUT PEND-CHG-FILE
           END-IF
           MOVE SPACES TO PEND-CHANGE-RECORD
           MOVE FXM-CHANGE-ID     TO PC-CHANGE-ID
           MOVE "FXRATE"          TO PC-MASTER
           MOVE FXM-ACTION-CODE   TO PC-ACTION
           MOVE FXM-PEND-KEY      TO PC-KEY
           SET PC-PENDING TO TRUE
           MOVE FXM-OPERATOR-ID   TO PC-MAKER
           ACCEPT HORA FROM TIME
           STRING HOJE DELIMITED BY SIZE
                  HORA DELIMITED BY SIZE
                  INTO PC-QUEUED-TS
           IF FXM-OVERRIDE-USED
               MOVE "Y" TO PC-OVERRIDE
           ELSE
               MOVE "N" TO PC-OVERRIDE
           END-IF
           IF FXM-ACTION-CODE NOT = "ADD"
               MOVE HOJE              TO PC-BF-RATE-DATE
               MOVE FXM-CURRENCY-CODE TO PC-BF-CURRENCY
               MOVE FXM-OLD-RATE      TO PC-BF-RATE
           END-IF
           MOVE HOJE              TO PC-AF-RATE-DATE
           MOVE FXM-CURRENCY-CODE TO PC-AF-CURRENCY
           MOVE FXM-NEW-RATE      TO PC-AF-RATE
           WRITE PEND-CHANGE-RECORD
           CLOSE PEND-CHG-FILE.

       LOAD-TOLERANCE-CONFIG.
           OPEN INPUT FXM-TOL-FILE
               CLOSE FXM-TOL-FILE
           END-IF.

       LOAD-CALENDAR.
           MOVE 0 TO FXM-CAL-COUNT
           OPEN INPUT CALENDAR-FILE
           IF FXM-CAL-STATUS = "00"
               PERFORM READ-CALENDAR-RECORD
                   UNTIL FXM-CAL-STATUS NOT = "00"
                       OR FXM-CAL-OVERFLOW
               CLOSE CALENDAR-FILE
               IF FXM-CAL-OVERFLOW
                   DISPLAY "CALENDAR excede a tabela - dias alem do"
                       " limite contam como dia util."
               END-IF
           ELSE
               DISPLAY "CALENDAR ausente - so sabado e domingo"
                   " contam como dia nao util."
           END-IF.

       READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CAL-MARKET-CLOSED
                       IF FXM-CAL-COUNT = 2000
                           SET FXM-CAL-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO FXM-CAL-COUNT
                           MOVE CAL-DATE
                               TO FXM-CAL-T-DATE (FXM-CAL-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Dia util = dia de semana (Zeller, como em C03EODSM) fora do
      *calendario. Sabado e domingo nunca sao uteis, gerados ou nao
      *no CALENDAR: ano ainda sem os fins de semana gerados nao vira
      *um ano de sete dias uteis.
      *----------------------------------------------------------------
       CHECK-BUSINESS-DAY.
           SET FXM-BUSINESS-DAY TO TRUE
           MOVE FXM-CAL-DATE TO ZEL-WORK-DATE
           PERFORM COMPUTE-WEEKDAY
           IF FXM-CAL-WEEKDAY > 5
               SET FXM-NON-BUSINESS-DAY TO TRUE
           ELSE
               SET FXM-CAL-IDX TO 1
               SEARCH FXM-CAL-ENTRY VARYING FXM-CAL-IDX
                   AT END
                       CONTINUE
                   WHEN FXM-CAL-T-DATE (FXM-CAL-IDX) = FXM-CAL-DATE
                       SET FXM-NON-BUSINESS-DAY TO TRUE
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      *Volta FXM-CAL-DATE ao dia util anterior (pelo menos um dia).
      *O limite de um ano so protege contra um calendario que
      *marque tudo como nao util.
      *----------------------------------------------------------------
       PREVIOUS-BUSINESS-DAY.
           MOVE 0 TO FXM-CAL-STEPS
           PERFORM STEP-BACK-ONE-DAY
           PERFORM STEP-BACK-ONE-DAY
               UNTIL FXM-BUSINESS-DAY OR FXM-CAL-STEPS > 366.

       STEP-BACK-ONE-DAY.
           ADD 1 TO FXM-CAL-STEPS
           IF FXM-CAL-DD > 1
               SUBTRACT 1 FROM FXM-CAL-DD
           ELSE
               IF FXM-CAL-MM > 1
                   SUBTRACT 1 FROM FXM-CAL-MM
               ELSE
                   MOVE 12 TO FXM-CAL-MM
                   SUBTRACT 1 FROM FXM-CAL-YYYY
               END-IF
               MOVE FXM-CAL-MM TO FXM-MONTH-SUB
               MOVE FXM-MONTH-DAYS (FXM-MONTH-SUB) TO FXM-CAL-DD
               IF FXM-CAL-MM = 2
                   DIVIDE FXM-CAL-YYYY BY 4 GIVING FXM-LEAP-WORK
                       REMAINDER FXM-LEAP-4
                   DIVIDE FXM-CAL-YYYY BY 100 GIVING FXM-LEAP-WORK
                       REMAINDER FXM-LEAP-100
                   DIVIDE FXM-CAL-YYYY BY 400 GIVING FXM-LEAP-WORK
                       REMAINDER FXM-LEAP-400
                   IF FXM-LEAP-400 = 0 OR
                      (FXM-LEAP-4 = 0 AND FXM-LEAP-100 NOT = 0)
                       MOVE 29 TO FXM-CAL-DD
                   END-IF
               END-IF
           END-IF
           PERFORM CHECK-BUSINESS-DAY.

       COMPUTE-WEEKDAY.
           MOVE ZEL-YYYY TO ZEL-Y
           MOVE ZEL-MM   TO ZEL-M
           IF ZEL-M < 3
               ADD 12 TO ZEL-M
               SUBTRACT 1 FROM ZEL-Y
           END-IF
           COMPUTE ZEL-TERM = 13 * (ZEL-M + 1)
           DIVIDE ZEL-TERM BY 5   GIVING ZEL-T1
           DIVIDE ZEL-Y    BY 4   GIVING ZEL-T2
           DIVIDE ZEL-Y    BY 100 GIVING ZEL-T3
           DIVIDE ZEL-Y    BY 400 GIVING ZEL-T4
           COMPUTE ZEL-TERM = ZEL-DD + ZEL-T1 + ZEL-Y
               + ZEL-T2 - ZEL-T3 + ZEL-T4
           DIVIDE ZEL-TERM BY 7 GIVING ZEL-QUOT
               REMAINDER ZEL-H
           COMPUTE ZEL-TERM = ZEL-H + 5
           DIVIDE ZEL-TERM BY 7 GIVING ZEL-QUOT
               REMAINDER ZEL-H
           COMPUTE FXM-CAL-WEEKDAY = ZEL-H + 1.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND FXM-AUDIT-FILE
           IF FXM-AUDIT-STATUS = "35"
           MOVE HOJE              TO FM-RATE-DATE
           MOVE FXM-OLD-RATE      TO FM-OLD-RATE
           MOVE FXM-NEW-RATE      TO FM-NEW-RATE
           MOVE FXM-OLD-RATE      TO FM-OLD-RATE-EXACT
           MOVE FXM-NEW-RATE      TO FM-NEW-RATE-EXACT
           MOVE FXM-CHANGE-ID     TO FM-CHANGE-ID
           IF FXM-OVERRIDE-USED
               MOVE "Y" TO FM-OVERRIDE
           ELSE
