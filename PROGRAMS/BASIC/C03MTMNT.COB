      *acima da tolerancia configurada (MATTOLCG, padrao 20%) so
      *passa com o codigo de liberacao do supervisor. Toda
      *inclusao, alteracao e liberacao vai para a trilha de
      *auditoria de manutencao (MTMNTAUD). O material aceito nao
      *entra direto no MATLMAST: vai para a fila de aprovacao
      *(PENDCHG, copybook PENDREC) e so vale depois que um segundo
      *supervisor o aprova em C03APROV.
      *
      *MODIFICATION HISTORY:
      *  2026-09-02  RM  Initial version. Replaces hand-editing the
      *                  fat-fingered densidade ou custo mispriced a
      *                  whole day's run with no trace and was only
      *                  caught when a customer disputed an invoice.
      *  2026-10-15  RM  Quatro olhos: inclusao e alteracao aceitas
      *                  vao para a fila PENDCHG com a imagem antes
      *                  e depois do registro, em vez de regravar o
      *                  MATLMAST; quem aplica e C03APROV, com outro
      *                  supervisor. Nao entra segunda alteracao
      *                  para o mesmo material enquanto uma estiver
      *                  pendente. A trilha leva o numero da
      *                  alteracao na fila.
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
           SELECT MTM-AUDIT-FILE ASSIGN TO "MTMNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTM-AUDIT-STATUS.
           SELECT PEND-CHG-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTM-PEND-STATUS.
           SELECT OPER-MAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTM-OPER-STATUS.
           SELECT CHG-SEQ-FILE ASSIGN TO "CHGSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTM-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  MA-NEW-COST         PIC 9(4)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MA-OVERRIDE         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  MA-CHANGE-ID        PIC 9(06).

       FD  PEND-CHG-FILE.
           COPY "PENDREC.CPY".

       FD  OPER-MAST-FILE.
           COPY "OPERMREC.CPY".

       FD  CHG-SEQ-FILE.
       01  CHG-SEQ-RECORD          PIC X(32).

       LOCAL-STORAGE SECTION.
       77 MTM-MAST-STATUS          PIC X(02).
       77 HOJE                     PIC X(08).
       77 HORA                     PIC X(08).
       77 MTM-OPERATOR-ID          PIC X(08) VALUE SPACES.
       77 MTM-OPER-STATUS          PIC X(02).
       77 MTM-KEYED-PIN            PIC X(06) VALUE SPACES.
       77 MTM-SIGNON-TRIES         PIC 9(01) VALUE 0.
       77 MTM-SIGNON-SWITCH        PIC X(01) VALUE "N".
           88  MTM-SIGNED-ON           VALUE "Y".
       77 MTM-SIGNON-REFUSAL       PIC X(40) VALUE SPACES.
       77 MTM-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
           88  MTM-OPER-EOF            VALUE "Y".
       77 MTM-SEQ-STATUS           PIC X(02).
       77 MTM-OPTION               PIC X(01) VALUE SPACE.
           88  MTM-OPT-ADD             VALUE "1".
           88  MTM-OPT-CHANGE          VALUE "2".
       77 MTM-DISPLAY-COST         PIC ZZZ9.99.
       77 MTM-DISPLAY-PCT          PIC ZZZZZZ9.99.
       77 MTM-HIT-COUNT            PIC 9(03) VALUE 0 COMP.
       77 MTM-PEND-STATUS          PIC X(02).
       77 MTM-PEND-ID              PIC 9(06) VALUE 0.
       77 MTM-PEND-MAKER           PIC X(08) VALUE SPACES.
       77 MTM-CHANGE-ID            PIC 9(06) VALUE 0.
       77 MTM-PEND-SWITCH          PIC X(01) VALUE "N".
           88  MTM-CHANGE-PENDING      VALUE "Y".
           88  MTM-NOTHING-PENDING     VALUE "N".

           COPY "CHGSEQ.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "============================================="
           DISPLAY " MANUTENCAO DE MATERIAIS - MATLMAST"
           DISPLAY "============================================="
           PERFORM OPERATOR-SIGNON
           IF NOT MTM-SIGNED-ON
               DISPLAY "Sign-on recusado - encerrando."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TOLERANCE-CONFIG
           PERFORM LOAD-MATERIAL-TABLE
           IF MTM-TABLE-OVERFLOW
               DISPLAY "MATLMAST tem mais registros que a tabela"
                   " comporta - manutencao abortada: material"
                   " alem do limite nao seria achado."
               MOVE 16 TO RETURN-CODE
               GOBACK
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
           MOVE 0 TO MTM-SIGNON-TRIES
           PERFORM SIGNON-ATTEMPT
               UNTIL MTM-SIGNED-ON OR MTM-SIGNON-TRIES = 3.

       SIGNON-ATTEMPT.
           ADD 1 TO MTM-SIGNON-TRIES
           DISPLAY "Identificacao do operador: " WITH NO ADVANCING
           ACCEPT MTM-OPERATOR-ID
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT MTM-KEYED-PIN
           MOVE "Operador nao cadastrado." TO MTM-SIGNON-REFUSAL
           OPEN INPUT OPER-MAST-FILE
           IF MTM-OPER-STATUS NOT = "00"
               MOVE "OPERMAST ausente - sem cadastro de operador."
                   TO MTM-SIGNON-REFUSAL
               MOVE 3 TO MTM-SIGNON-TRIES
           ELSE
               MOVE "N" TO MTM-OPER-EOF-SWITCH
               PERFORM MATCH-OPERATOR UNTIL MTM-OPER-EOF
               CLOSE OPER-MAST-FILE
           END-IF
           IF NOT MTM-SIGNED-ON
               DISPLAY MTM-SIGNON-REFUSAL
           END-IF.

       MATCH-OPERATOR.
           READ OPER-MAST-FILE
               AT END
                   SET MTM-OPER-EOF TO TRUE
               NOT AT END
                   IF OM-ID = MTM-OPERATOR-ID
                       SET MTM-OPER-EOF TO TRUE
                       EVALUATE TRUE
                           WHEN OM-REVOKED
                               MOVE "Operador revogado."
                                   TO MTM-SIGNON-REFUSAL
                           WHEN OM-PIN NOT = SPACES AND
                                OM-PIN NOT = MTM-KEYED-PIN
                               MOVE "PIN incorreto."
                                   TO MTM-SIGNON-REFUSAL
                           WHEN OTHER
                               SET MTM-SIGNED-ON TO TRUE
                               DISPLAY "Bem-vindo, " OM-NAME
                       END-EVALUATE
                   END-IF
           END-READ.

       DISPLAY-MAINT-MENU.
           DISPLAY " "
           DISPLAY "1 - Incluir material"
           DISPLAY "Codigo do material: " WITH NO ADVANCING
           ACCEPT MTM-MATERIAL-CODE
           PERFORM FIND-MATERIAL-ENTRY
           PERFORM FIND-PENDING-CHANGE
           IF MTM-CHANGE-PENDING
               PERFORM SHOW-PENDING-CHANGE
           ELSE
           IF MTM-HIT-SUB > 0
               DISPLAY "Ja existe cadastro para "
                   MTM-MATERIAL-CODE " - use a alteracao."
               MOVE 0 TO MTM-OLD-COST
               PERFORM CHECK-VALUE-MOVEMENT
               IF MTM-VALUES-ACCEPTED
                   MOVE "ADD" TO MTM-ACTION-CODE
                   PERFORM QUEUE-PENDING-CHANGE
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Inclusao de " MTM-MATERIAL-CODE
                       " enviada para aprovacao - alteracao "
                       MTM-CHANGE-ID
               END-IF
           END-IF
           END-IF
           END-IF.

       CHANGE-MATERIAL.
           DISPLAY "Codigo do material: " WITH NO ADVANCING
           ACCEPT MTM-MATERIAL-CODE
           PERFORM FIND-MATERIAL-ENTRY
           PERFORM FIND-PENDING-CHANGE
           IF MTM-CHANGE-PENDING
               PERFORM SHOW-PENDING-CHANGE
           ELSE
           IF MTM-HIT-SUB = 0
               DISPLAY "Nao ha cadastro para " MTM-MATERIAL-CODE
                   " - use a inclusao."
               PERFORM ACCEPT-NEW-VALUES
               PERFORM CHECK-VALUE-MOVEMENT
               IF MTM-VALUES-ACCEPTED
                   IF MTM-NEW-DESC = SPACES
                       MOVE MTM-T-DESC (MTM-HIT-SUB) TO MTM-NEW-DESC
                   END-IF
                   MOVE "CHG" TO MTM-ACTION-CODE
                   PERFORM QUEUE-PENDING-CHANGE
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Alteracao de " MTM-MATERIAL-CODE
                       " enviada para aprovacao - alteracao "
                       MTM-CHANGE-ID
               END-IF
           END-IF
           END-IF.

       SHOW-CURRENT-VALUES.
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Fila de aprovacao: uma passada pelo PENDCHG acha uma
      *alteracao ainda pendente para o mesmo material, que bloqueia
      *a nova ate ser decidida, e o maior numero ainda na fila, que
      *so serve de partida se o contador CHGSEQ nao existir.
      *----------------------------------------------------------------
       FIND-PENDING-CHANGE.
           SET MTM-NOTHING-PENDING TO TRUE
           MOVE 0 TO MTM-CHANGE-ID
           OPEN INPUT PEND-CHG-FILE
           IF MTM-PEND-STATUS = "00"
               PERFORM READ-PENDING-RECORD
                   UNTIL MTM-PEND-STATUS NOT = "00"
               CLOSE PEND-CHG-FILE
           END-IF.

       READ-PENDING-RECORD.
           READ PEND-CHG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-CHANGE-ID > MTM-CHANGE-ID
                       MOVE PC-CHANGE-ID TO MTM-CHANGE-ID
                   END-IF
                   IF PC-PENDING AND PC-FOR-MATLMAST AND
                      PC-KEY = MTM-MATERIAL-CODE
                       SET MTM-CHANGE-PENDING TO TRUE
                       MOVE PC-CHANGE-ID TO MTM-PEND-ID
                       MOVE PC-MAKER     TO MTM-PEND-MAKER
                   END-IF
           END-READ.

       SHOW-PENDING-CHANGE.
           DISPLAY "Ja ha alteracao pendente para "
               MTM-MATERIAL-CODE " (alteracao " MTM-PEND-ID
               ", keyada por " MTM-PEND-MAKER
               ") - aguarde a decisao em C03APROV.".

      *----------------------------------------------------------------
      *Proximo numero de alteracao: le o contador CHGSEQ, soma um e
      *regrava na hora, como os contadores *SEQ dos lotes. Nunca
      *volta atras quando C03APROV expurga a fila; sem o contador,
      *parte do maior numero ainda no PENDCHG.
      *----------------------------------------------------------------
       NEXT-CHANGE-ID.
           OPEN INPUT CHG-SEQ-FILE
           IF MTM-SEQ-STATUS = "00"
               READ CHG-SEQ-FILE INTO CHGSEQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHGSEQ-LAST-ID > MTM-CHANGE-ID
                           MOVE CHGSEQ-LAST-ID TO MTM-CHANGE-ID
                       END-IF
               END-READ
               CLOSE CHG-SEQ-FILE
           END-IF
           ADD 1 TO MTM-CHANGE-ID
           MOVE MTM-CHANGE-ID     TO CHGSEQ-LAST-ID
           MOVE "C03MTMNT"        TO CHGSEQ-PROGRAM
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
           IF MTM-PEND-STATUS = "35"
               OPEN OUTPUT PEND-CHG-FILE
           END-IF
           MOVE SPACES TO PEND-CHANGE-RECORD
           MOVE MTM-CHANGE-ID     TO PC-CHANGE-ID
           MOVE "MATLMAST"        TO PC-MASTER
           MOVE MTM-ACTION-CODE   TO PC-ACTION
           MOVE MTM-MATERIAL-CODE TO PC-KEY
           SET PC-PENDING TO TRUE
           MOVE MTM-OPERATOR-ID   TO PC-MAKER
           ACCEPT HORA FROM TIME
           STRING HOJE DELIMITED BY SIZE
                  HORA DELIMITED BY SIZE
                  INTO PC-QUEUED-TS
           IF MTM-OVERRIDE-USED
               MOVE "Y" TO PC-OVERRIDE
           ELSE
               MOVE "N" TO PC-OVERRIDE
           END-IF
           IF MTM-ACTION-CODE NOT = "ADD"
               MOVE MTM-T-CODE (MTM-HIT-SUB)  TO PC-BM-CODE
               MOVE MTM-T-DESC (MTM-HIT-SUB)  TO PC-BM-DESC
               MOVE MTM-T-THICK (MTM-HIT-SUB) TO PC-BM-THICKNESS
               MOVE MTM-T-DENS (MTM-HIT-SUB)  TO PC-BM-DENSITY
               MOVE MTM-T-COST (MTM-HIT-SUB)  TO PC-BM-COST-SQ
           END-IF
           MOVE MTM-MATERIAL-CODE TO PC-AM-CODE
           MOVE MTM-NEW-DESC      TO PC-AM-DESC
           MOVE MTM-NEW-THICK     TO PC-AM-THICKNESS
           MOVE MTM-NEW-DENS      TO PC-AM-DENSITY
           MOVE MTM-NEW-COST      TO PC-AM-COST-SQ
           WRITE PEND-CHANGE-RECORD
           CLOSE PEND-CHG-FILE.

       LOAD-TOLERANCE-CONFIG.
           OPEN INPUT MTM-TOL-FILE
           MOVE MTM-NEW-DENS      TO MA-NEW-DENS
           MOVE MTM-OLD-COST      TO MA-OLD-COST
           MOVE MTM-NEW-COST      TO MA-NEW-COST
           MOVE MTM-CHANGE-ID     TO MA-CHANGE-ID
           IF MTM-OVERRIDE-USED
               MOVE "Y" TO MA-OVERRIDE
           ELSE
