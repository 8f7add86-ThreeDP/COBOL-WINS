      *operador. So um supervisor ativo, identificado por ID e PIN,
      *opera a manutencao. Toda mudanca de cadastro vai para a
      *trilha de auditoria propria (OPMNTAUD) com quem mudou o que
      *de quem. A mudanca nao entra direto no OPERMAST: vai para a
      *fila de aprovacao (PENDCHG, copybook PENDREC) e so vale
      *depois que um segundo supervisor a aprova em C03APROV -
      *exceto enquanto o cadastro tiver menos de dois supervisores
      *ativos, quando nao ha quem aprove e a mudanca e aplicada
      *direto (a trilha mostra alteracao 000000).
      *
      *MODIFICATION HISTORY:
      *  2026-09-02  RM  Initial version. Replaces hand-editing the
      *                  anyone with access to the disk grant
      *                  themselves supervisor authority (and with
      *                  it lote e cotacao manual) with no trace.
      *  2026-10-15  RM  Quatro olhos: inclusao, alteracao,
      *                  revogacao e reativacao vao para a fila
      *                  PENDCHG com a imagem antes e depois do
      *                  registro, em vez de regravar o OPERMAST;
      *                  quem aplica e C03APROV, com outro
      *                  supervisor. Com menos de dois supervisores
      *                  ativos a mudanca e aplicada direto, senao o
      *                  primeiro supervisor nunca teria um segundo
      *                  aprovado. Nao entra segunda alteracao para
      *                  o mesmo operador enquanto uma estiver
      *                  pendente. A trilha leva o numero da
      *                  alteracao na fila.
      *  2026-10-15  RM  Numero da alteracao sai do contador CHGSEQ
      *                  e nao mais do maior numero ainda no
      *                  PENDCHG: com o expurgo de C03APROV a
      *                  numeracao recomecava e a trilha apontava
      *                  para mais de uma alteracao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPM-AUDIT-FILE ASSIGN TO "OPMNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPM-AUDIT-STATUS.
           SELECT PEND-CHG-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPM-PEND-STATUS.
           SELECT CHG-SEQ-FILE ASSIGN TO "CHGSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPM-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  OA-NEW-STATUS       PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OA-PIN-CHANGED      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  OA-CHANGE-ID        PIC 9(06).

       FD  PEND-CHG-FILE.
           COPY "PENDREC.CPY".

       FD  CHG-SEQ-FILE.
       01  CHG-SEQ-RECORD          PIC X(32).

       LOCAL-STORAGE SECTION.
       77 OPM-MAST-STATUS          PIC X(02).
           88  OPM-TABLE-OVERFLOW      VALUE "Y".
       77 OPM-ANSWER               PIC X(01) VALUE SPACE.
       77 OPM-HIT-COUNT            PIC 9(03) VALUE 0 COMP.
       77 OPM-PEND-STATUS          PIC X(02).
       77 OPM-SEQ-STATUS           PIC X(02).
       77 OPM-PEND-ID              PIC 9(06) VALUE 0.
       77 OPM-PEND-MAKER           PIC X(08) VALUE SPACES.
       77 OPM-CHANGE-ID            PIC 9(06) VALUE 0.
       77 OPM-PEND-SWITCH          PIC X(01) VALUE "N".
           88  OPM-CHANGE-PENDING      VALUE "Y".
           88  OPM-NOTHING-PENDING     VALUE "N".
       77 OPM-SUPV-COUNT           PIC 9(03) VALUE 0 COMP.
       77 OPM-DIRECT-SWITCH        PIC X(01) VALUE "N".
           88  OPM-APPLY-DIRECT        VALUE "Y".
           88  OPM-APPLY-BY-QUEUE      VALUE "N".
       77 OPM-ACTION-TEXT          PIC X(10) VALUE SPACES.
       01 OPM-AFTER-RECORD.
           05  OPM-AFTER-ID        PIC X(08).
           05  OPM-AFTER-NAME      PIC X(20).
           05  OPM-AFTER-AUTH      PIC X(01).
           05  OPM-AFTER-PIN       PIC X(06).
           05  OPM-AFTER-STATUS    PIC X(01).

           COPY "CHGSEQ.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM COUNT-ACTIVE-SUPERVISORS

           PERFORM UNTIL OPM-OPT-EXIT
               PERFORM DISPLAY-MAINT-MENU
               WITH NO ADVANCING
           ACCEPT OPM-TARGET-ID
           PERFORM FIND-OPERATOR-ENTRY
           PERFORM FIND-PENDING-CHANGE
           IF OPM-CHANGE-PENDING
               PERFORM SHOW-PENDING-CHANGE
           ELSE
           IF OPM-HIT-SUB > 0
               DISPLAY "Ja existe cadastro para " OPM-TARGET-ID
                   " - use a alteracao."
                   DISPLAY "Autoridade invalida - inclusao"
                       " cancelada."
               ELSE
                   MOVE OPM-TARGET-ID TO OPM-AFTER-ID
                   MOVE OPM-NEW-NAME  TO OPM-AFTER-NAME
                   MOVE OPM-NEW-AUTH  TO OPM-AFTER-AUTH
                   MOVE OPM-NEW-PIN   TO OPM-AFTER-PIN
                   MOVE "A"           TO OPM-AFTER-STATUS
                   MOVE SPACE TO OPM-OLD-AUTH
                   MOVE SPACE TO OPM-OLD-STATUS
                   MOVE "A"   TO OPM-NEW-STATUS
                   MOVE "Y"   TO OPM-PIN-FLAG
                   MOVE "ADD" TO OPM-ACTION-CODE
                   MOVE "Inclusao" TO OPM-ACTION-TEXT
                   PERFORM COMMIT-OPER-CHANGE
               END-IF
           END-IF
           END-IF
           END-IF.

       CHANGE-OPERATOR.
           DISPLAY "Identificacao do operador: " WITH NO ADVANCING
           ACCEPT OPM-TARGET-ID
           PERFORM FIND-OPERATOR-ENTRY
           PERFORM FIND-PENDING-CHANGE
           IF OPM-CHANGE-PENDING
               PERFORM SHOW-PENDING-CHANGE
           ELSE
           IF OPM-HIT-SUB = 0
               DISPLAY "Nao ha cadastro para " OPM-TARGET-ID
                   " - use a inclusao."
                   DISPLAY "Autoridade invalida - alteracao"
                       " cancelada."
               ELSE
                   PERFORM COPY-CURRENT-TO-AFTER
                   MOVE "N" TO OPM-PIN-FLAG
                   IF OPM-NEW-NAME NOT = SPACES
                       MOVE OPM-NEW-NAME TO OPM-AFTER-NAME
                   END-IF
                   IF OPM-NEW-AUTH NOT = SPACE
                       MOVE OPM-NEW-AUTH TO OPM-AFTER-AUTH
                   END-IF
                   IF OPM-NEW-PIN NOT = SPACES
                       MOVE OPM-NEW-PIN TO OPM-AFTER-PIN
                       MOVE "Y" TO OPM-PIN-FLAG
                   END-IF
                   MOVE OPM-AFTER-AUTH   TO OPM-NEW-AUTH
                   MOVE OPM-AFTER-STATUS TO OPM-NEW-STATUS
                   MOVE "CHG" TO OPM-ACTION-CODE
                   MOVE "Alteracao" TO OPM-ACTION-TEXT
                   PERFORM COMMIT-OPER-CHANGE
               END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
               WITH NO ADVANCING
           ACCEPT OPM-TARGET-ID
           PERFORM FIND-OPERATOR-ENTRY
           PERFORM FIND-PENDING-CHANGE
           IF OPM-CHANGE-PENDING
               PERFORM SHOW-PENDING-CHANGE
           ELSE
           IF OPM-HIT-SUB = 0
               DISPLAY "Nao ha cadastro para " OPM-TARGET-ID
           ELSE
               IF OPM-ANSWER = "S" OR OPM-ANSWER = "s"
                   MOVE OPM-T-AUTH (OPM-HIT-SUB)   TO OPM-OLD-AUTH
                   MOVE OPM-T-STATUS (OPM-HIT-SUB) TO OPM-OLD-STATUS
                   PERFORM COPY-CURRENT-TO-AFTER
                   MOVE "R" TO OPM-AFTER-STATUS
                   MOVE OPM-AFTER-AUTH TO OPM-NEW-AUTH
                   MOVE "R"   TO OPM-NEW-STATUS
                   MOVE "N"   TO OPM-PIN-FLAG
                   MOVE "RVK" TO OPM-ACTION-CODE
                   MOVE "Revogacao" TO OPM-ACTION-TEXT
                   PERFORM COMMIT-OPER-CHANGE
               ELSE
                   DISPLAY "Revogacao cancelada."
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       REINSTATE-OPERATOR.
               WITH NO ADVANCING
           ACCEPT OPM-TARGET-ID
           PERFORM FIND-OPERATOR-ENTRY
           PERFORM FIND-PENDING-CHANGE
           IF OPM-CHANGE-PENDING
               PERFORM SHOW-PENDING-CHANGE
           ELSE
           IF OPM-HIT-SUB = 0
               DISPLAY "Nao ha cadastro para " OPM-TARGET-ID
           ELSE
           ELSE
               MOVE OPM-T-AUTH (OPM-HIT-SUB)   TO OPM-OLD-AUTH
               MOVE OPM-T-STATUS (OPM-HIT-SUB) TO OPM-OLD-STATUS
               PERFORM COPY-CURRENT-TO-AFTER
               MOVE "A" TO OPM-AFTER-STATUS
               MOVE OPM-AFTER-AUTH TO OPM-NEW-AUTH
               MOVE "A"   TO OPM-NEW-STATUS
               MOVE "N"   TO OPM-PIN-FLAG
               MOVE "ACT" TO OPM-ACTION-CODE
               MOVE "Reativacao" TO OPM-ACTION-TEXT
               PERFORM COMMIT-OPER-CHANGE
           END-IF
           END-IF
           END-IF.

       COPY-CURRENT-TO-AFTER.
           MOVE OPM-T-ID (OPM-HIT-SUB)     TO OPM-AFTER-ID
           MOVE OPM-T-NAME (OPM-HIT-SUB)   TO OPM-AFTER-NAME
           MOVE OPM-T-AUTH (OPM-HIT-SUB)   TO OPM-AFTER-AUTH
           MOVE OPM-T-PIN (OPM-HIT-SUB)    TO OPM-AFTER-PIN
           MOVE OPM-T-STATUS (OPM-HIT-SUB) TO OPM-AFTER-STATUS.

      *----------------------------------------------------------------
      *Com dois ou mais supervisores ativos a mudanca vai para a
      *fila e so C03APROV a aplica. Com menos, nao ha segundo
      *supervisor para aprovar e ela e aplicada direto, com
      *alteracao 000000 na trilha; a contagem e refeita a cada
      *aplicacao, entao o segundo supervisor ja fecha a porta.
      *----------------------------------------------------------------
       COMMIT-OPER-CHANGE.
           IF OPM-APPLY-DIRECT
               IF OPM-ACTION-CODE = "ADD"
                   ADD 1 TO OPM-COUNT
                   MOVE OPM-COUNT TO OPM-HIT-SUB
               END-IF
               MOVE OPM-AFTER-ID     TO OPM-T-ID (OPM-HIT-SUB)
               MOVE OPM-AFTER-NAME   TO OPM-T-NAME (OPM-HIT-SUB)
               MOVE OPM-AFTER-AUTH   TO OPM-T-AUTH (OPM-HIT-SUB)
               MOVE OPM-AFTER-PIN    TO OPM-T-PIN (OPM-HIT-SUB)
               MOVE OPM-AFTER-STATUS TO OPM-T-STATUS (OPM-HIT-SUB)
               PERFORM SAVE-OPER-TABLE
               MOVE 0 TO OPM-CHANGE-ID
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY OPM-ACTION-TEXT " de " OPM-TARGET-ID
                   " aplicada."
               PERFORM COUNT-ACTIVE-SUPERVISORS
           ELSE
               PERFORM QUEUE-PENDING-CHANGE
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY OPM-ACTION-TEXT " de " OPM-TARGET-ID
                   " enviada para aprovacao - alteracao "
                   OPM-CHANGE-ID
           END-IF.

       COUNT-ACTIVE-SUPERVISORS.
           MOVE 0 TO OPM-SUPV-COUNT
           MOVE 0 TO OPM-SUB
           PERFORM COUNT-ONE-SUPERVISOR OPM-COUNT TIMES
           IF OPM-SUPV-COUNT < 2
               IF OPM-APPLY-BY-QUEUE
                   DISPLAY "Menos de dois supervisores ativos -"
                       " mudancas aplicadas direto, sem aprovacao."
               END-IF
               SET OPM-APPLY-DIRECT TO TRUE
           ELSE
               IF OPM-APPLY-DIRECT
                   DISPLAY "Dois supervisores ativos - proximas"
                       " mudancas vao para aprovacao (C03APROV)."
               END-IF
               SET OPM-APPLY-BY-QUEUE TO TRUE
           END-IF.

       COUNT-ONE-SUPERVISOR.
           ADD 1 TO OPM-SUB
           IF OPM-T-AUTH (OPM-SUB) = "S" AND
              OPM-T-STATUS (OPM-SUB) NOT = "R"
               ADD 1 TO OPM-SUPV-COUNT
           END-IF.

      *----------------------------------------------------------------
      *Fila de aprovacao: uma passada pelo PENDCHG acha uma
      *alteracao ainda pendente para o mesmo operador, que bloqueia
      *a nova ate ser decidida, e o maior numero ainda na fila, que
      *so serve de partida se o contador CHGSEQ nao existir.
      *----------------------------------------------------------------
       FIND-PENDING-CHANGE.
           SET OPM-NOTHING-PENDING TO TRUE
           MOVE 0 TO OPM-CHANGE-ID
           OPEN INPUT PEND-CHG-FILE
           IF OPM-PEND-STATUS = "00"
               PERFORM READ-PENDING-RECORD
                   UNTIL OPM-PEND-STATUS NOT = "00"
               CLOSE PEND-CHG-FILE
           END-IF.

       READ-PENDING-RECORD.
           READ PEND-CHG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-CHANGE-ID > OPM-CHANGE-ID
                       MOVE PC-CHANGE-ID TO OPM-CHANGE-ID
                   END-IF
                   IF PC-PENDING AND PC-FOR-OPERMAST AND
                      PC-KEY = OPM-TARGET-ID
                       SET OPM-CHANGE-PENDING TO TRUE
                       MOVE PC-CHANGE-ID TO OPM-PEND-ID
                       MOVE PC-MAKER     TO OPM-PEND-MAKER
                   END-IF
           END-READ.

       SHOW-PENDING-CHANGE.
           DISPLAY "Ja ha alteracao pendente para "
               OPM-TARGET-ID " (alteracao " OPM-PEND-ID
               ", keyada por " OPM-PEND-MAKER
               ") - aguarde a decisao em C03APROV.".

      *----------------------------------------------------------------
      *Proximo numero de alteracao: le o contador CHGSEQ, soma um e
      *regrava na hora, como os contadores *SEQ dos lotes. Nunca
      *volta atras quando C03APROV expurga a fila.
      *----------------------------------------------------------------
       NEXT-CHANGE-ID.
           OPEN INPUT CHG-SEQ-FILE
           IF OPM-SEQ-STATUS = "00"
               READ CHG-SEQ-FILE INTO CHGSEQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHGSEQ-LAST-ID > OPM-CHANGE-ID
                           MOVE CHGSEQ-LAST-ID TO OPM-CHANGE-ID
                       END-IF
               END-READ
               CLOSE CHG-SEQ-FILE
           END-IF
           ADD 1 TO OPM-CHANGE-ID
           MOVE OPM-CHANGE-ID     TO CHGSEQ-LAST-ID
           MOVE "C03OPMNT"        TO CHGSEQ-PROGRAM
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
           IF OPM-PEND-STATUS = "35"
               OPEN OUTPUT PEND-CHG-FILE
           END-IF
           MOVE SPACES TO PEND-CHANGE-RECORD
           MOVE OPM-CHANGE-ID     TO PC-CHANGE-ID
           MOVE "OPERMAST"        TO PC-MASTER
           MOVE OPM-ACTION-CODE   TO PC-ACTION
           MOVE OPM-TARGET-ID     TO PC-KEY
           SET PC-PENDING TO TRUE
           MOVE OPM-OPERATOR-ID   TO PC-MAKER
           ACCEPT HORA FROM TIME
           STRING HOJE DELIMITED BY SIZE
                  HORA DELIMITED BY SIZE
                  INTO PC-QUEUED-TS
           MOVE "N" TO PC-OVERRIDE
           IF OPM-ACTION-CODE NOT = "ADD"
               MOVE OPM-T-ID (OPM-HIT-SUB)     TO PC-BO-ID
               MOVE OPM-T-NAME (OPM-HIT-SUB)   TO PC-BO-NAME
               MOVE OPM-T-AUTH (OPM-HIT-SUB)   TO PC-BO-AUTHORITY
               MOVE OPM-T-PIN (OPM-HIT-SUB)    TO PC-BO-PIN
               MOVE OPM-T-STATUS (OPM-HIT-SUB) TO PC-BO-STATUS
           END-IF
           MOVE OPM-AFTER-ID     TO PC-AO-ID
           MOVE OPM-AFTER-NAME   TO PC-AO-NAME
           MOVE OPM-AFTER-AUTH   TO PC-AO-AUTHORITY
           MOVE OPM-AFTER-PIN    TO PC-AO-PIN
           MOVE OPM-AFTER-STATUS TO PC-AO-STATUS
           WRITE PEND-CHANGE-RECORD
           CLOSE PEND-CHG-FILE.

       INQUIRE-OPERATOR.
           DISPLAY "Identificacao (ENTER lista todos): "
               WITH NO ADVANCING
           MOVE OPM-OLD-STATUS   TO OA-OLD-STATUS
           MOVE OPM-NEW-STATUS   TO OA-NEW-STATUS
           MOVE OPM-PIN-FLAG     TO OA-PIN-CHANGED
           MOVE OPM-CHANGE-ID    TO OA-CHANGE-ID
           WRITE OPM-AUDIT-RECORD
           CLOSE OPM-AUDIT-FILE.

