       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03WOMNT.
      *AUTHOR. R. MOTA.
      *
      *Manutencao do cadastro de ordens de servico (WORKORD,
      *copybook WORDREC) contra as quais o chao de fabrica produz
      *as pecas de QAREAIN: inclusao com cliente e estimativa
      *(custo de material e peso), alteracao da estimativa,
      *encerramento, reabertura e consulta. O realizado da ordem
      *(pecas, area, peso, custo e custo da sucata) so e movido pelo
      *lote de C03EX03Q, nunca keyado aqui. Ordem encerrada faz o
      *lote rejeitar qualquer linha posterior contra ela (motivo
      *WOCLS). Toda inclusao, alteracao, encerramento e reabertura
      *vai para a trilha de auditoria de manutencao (WOMNTAUD).
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. O custo realizado de uma
      *                  ordem deixa de ser levantado a mao a partir
      *                  dos relatorios de cada run.
      *  2026-10-15  RM  Cada inclusao, alteracao, encerramento e
      *                  reabertura rele o WORKORD e reacha a ordem
      *                  antes de gravar, e a mudanca e aplicada
      *                  sobre o registro relido: o cadastro inteiro
      *                  era regravado da tabela carregada na
      *                  abertura e apagava o realizado (WO-ACT-*)
      *                  somado por C03EX03Q no meio da sessao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORD-FILE ASSIGN TO "WORKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOM-MAST-STATUS.
           SELECT WOM-AUDIT-FILE ASSIGN TO "WOMNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOM-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORD-FILE.
           COPY "WORDREC.CPY".

       FD  WOM-AUDIT-FILE.
       01  WOM-AUDIT-RECORD.
           05  WA-TIMESTAMP        PIC X(16).
           05  FILLER              PIC X(01).
           05  WA-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01).
           05  WA-ACTION           PIC X(03).
           05  FILLER              PIC X(01).
           05  WA-WORK-ORDER       PIC X(08).
           05  FILLER              PIC X(01).
           05  WA-CUSTOMER         PIC X(08).
           05  FILLER              PIC X(01).
           05  WA-OLD-EST-COST     PIC 9(09)V99.
           05  FILLER              PIC X(01).
           05  WA-NEW-EST-COST     PIC 9(09)V99.
           05  FILLER              PIC X(01).
           05  WA-OLD-EST-WEIGHT   PIC 9(09)V99.
           05  FILLER              PIC X(01).
           05  WA-NEW-EST-WEIGHT   PIC 9(09)V99.
           05  FILLER              PIC X(01).
           05  WA-STATUS           PIC X(01).

       LOCAL-STORAGE SECTION.
       77 WOM-MAST-STATUS          PIC X(02).
       77 WOM-AUDIT-STATUS         PIC X(02).
       77 HOJE                     PIC X(08).
       77 HORA                     PIC X(08).
       77 WOM-OPERATOR-ID          PIC X(08) VALUE SPACES.
       77 WOM-OPTION               PIC X(01) VALUE SPACE.
           88  WOM-OPT-ADD             VALUE "1".
           88  WOM-OPT-CHANGE          VALUE "2".
           88  WOM-OPT-CLOSE           VALUE "3".
           88  WOM-OPT-REOPEN          VALUE "4".
           88  WOM-OPT-INQUIRE         VALUE "5".
           88  WOM-OPT-EXIT            VALUE "6".
       77 WOM-COUNT                PIC 9(03) VALUE 0 COMP.
       01 WOM-TABLE.
           05  WOM-ENTRY OCCURS 500 TIMES
                   DEPENDING ON WOM-COUNT.
               10  WOM-T-NUMBER        PIC X(08).
               10  WOM-T-IMAGE         PIC X(142).
       77 WOM-SUB                  PIC 9(03) VALUE 0 COMP.
       77 WOM-HIT-SUB              PIC 9(03) VALUE 0 COMP.
       77 WOM-HIT-COUNT            PIC 9(03) VALUE 0 COMP.
       77 WOM-STORE-SUB            PIC 9(03) VALUE 0 COMP.
       77 WOM-LOCATE-SWITCH        PIC X(01) VALUE "N".
           88  WOM-ORDER-LOCATED       VALUE "Y".
           88  WOM-ORDER-LOST          VALUE "N".
       77 WOM-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  WOM-TABLE-OVERFLOW      VALUE "Y".
       77 WOM-WORK-ORDER           PIC X(08) VALUE SPACES.
       77 WOM-CUSTOMER             PIC X(08) VALUE SPACES.
       77 WOM-DESCRIPTION          PIC X(20) VALUE SPACES.
       77 WOM-NEW-EST-COST         PIC 9(09)V99 VALUE 0.
       77 WOM-OLD-EST-COST         PIC 9(09)V99 VALUE 0.
       77 WOM-NEW-EST-WEIGHT       PIC 9(09)V99 VALUE 0.
       77 WOM-OLD-EST-WEIGHT       PIC 9(09)V99 VALUE 0.
       77 WOM-ANSWER               PIC X(01) VALUE SPACE.
       77 WOM-ACTION-CODE          PIC X(03) VALUE SPACES.
       77 WOM-STATUS               PIC X(01) VALUE SPACE.
       77 WOM-DISPLAY-COST         PIC ZZZ,ZZZ,ZZ9.99.
       77 WOM-DISPLAY-WEIGHT       PIC ZZZ,ZZZ,ZZ9.99.
       77 WOM-DISPLAY-ACT-COST     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 WOM-DISPLAY-ACT-WEIGHT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 WOM-DISPLAY-PIECES       PIC Z,ZZZ,ZZ9.
       77 WOM-ACT-TOTAL            PIC 9(12)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "============================================="
           DISPLAY " MANUTENCAO DE ORDENS DE SERVICO - WORKORD"
           DISPLAY "============================================="
           DISPLAY "Identificacao do operador: " WITH NO ADVANCING
           ACCEPT WOM-OPERATOR-ID
           PERFORM LOAD-WORK-ORDER-TABLE
           IF WOM-TABLE-OVERFLOW
               DISPLAY "WORKORD tem mais registros que a tabela"
                   " comporta - manutencao abortada para nao"
                   " truncar o cadastro na regravacao."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PROCESS-MAINT-OPTION UNTIL WOM-OPT-EXIT

           DISPLAY "Encerrando manutencao."
           GOBACK.

       PROCESS-MAINT-OPTION.
           PERFORM DISPLAY-MAINT-MENU
           EVALUATE TRUE
               WHEN WOM-OPT-ADD
                   PERFORM ADD-WORK-ORDER
               WHEN WOM-OPT-CHANGE
                   PERFORM CHANGE-WORK-ORDER
               WHEN WOM-OPT-CLOSE
                   PERFORM CLOSE-WORK-ORDER
               WHEN WOM-OPT-REOPEN
                   PERFORM REOPEN-WORK-ORDER
               WHEN WOM-OPT-INQUIRE
                   PERFORM INQUIRE-WORK-ORDER
               WHEN WOM-OPT-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida - tente novamente."
           END-EVALUATE.

       DISPLAY-MAINT-MENU.
           DISPLAY " "
           DISPLAY "1 - Incluir ordem de servico"
           DISPLAY "2 - Alterar estimativa"
           DISPLAY "3 - Encerrar ordem"
           DISPLAY "4 - Reabrir ordem"
           DISPLAY "5 - Consultar ordens"
           DISPLAY "6 - Sair"
           DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
           ACCEPT WOM-OPTION.

       ADD-WORK-ORDER.
           DISPLAY "Numero da ordem: " WITH NO ADVANCING
           MOVE SPACES TO WOM-WORK-ORDER
           ACCEPT WOM-WORK-ORDER
           PERFORM FIND-WORK-ORDER-ENTRY
           IF WOM-WORK-ORDER = SPACES
               DISPLAY "Numero da ordem obrigatorio."
           ELSE
           IF WOM-HIT-SUB > 0
               DISPLAY "Ja existe a ordem " WOM-WORK-ORDER
                   " - use a alteracao."
           ELSE
           IF WOM-COUNT = 500
               DISPLAY "Tabela de ordens cheia - arquive ordens"
                   " encerradas antes de incluir."
           ELSE
               DISPLAY "Cliente: " WITH NO ADVANCING
               MOVE SPACES TO WOM-CUSTOMER
               ACCEPT WOM-CUSTOMER
               DISPLAY "Descricao: " WITH NO ADVANCING
               MOVE SPACES TO WOM-DESCRIPTION
               ACCEPT WOM-DESCRIPTION
               DISPLAY "Custo de material estimado (BRL): "
                   WITH NO ADVANCING
               MOVE 0 TO WOM-NEW-EST-COST
               ACCEPT WOM-NEW-EST-COST
               DISPLAY "Peso estimado: " WITH NO ADVANCING
               MOVE 0 TO WOM-NEW-EST-WEIGHT
               ACCEPT WOM-NEW-EST-WEIGHT
               IF WOM-CUSTOMER = SPACES
                   DISPLAY "Cliente obrigatorio - ordem NAO gravada."
               ELSE
               IF WOM-NEW-EST-COST = 0 AND WOM-NEW-EST-WEIGHT = 0
                   DISPLAY "Ordem sem estimativa nao e aceita -"
                       " ordem NAO gravada."
               ELSE
                   PERFORM REFRESH-WORK-ORDER-TABLE
                   PERFORM FIND-WORK-ORDER-ENTRY
               IF WOM-TABLE-OVERFLOW
                   PERFORM SHOW-REFRESH-OVERFLOW
               ELSE
               IF WOM-HIT-SUB > 0
                   DISPLAY "Ordem " WOM-WORK-ORDER " incluida por"
                       " outra sessao - ordem NAO gravada."
               ELSE
               IF WOM-COUNT = 500
                   DISPLAY "Tabela de ordens cheia - ordem NAO"
                       " gravada."
               ELSE
                   MOVE SPACES TO WORK-ORDER-RECORD
                   MOVE WOM-WORK-ORDER     TO WO-NUMBER
                   MOVE WOM-CUSTOMER       TO WO-CUSTOMER
                   MOVE WOM-DESCRIPTION    TO WO-DESCRIPTION
                   MOVE WOM-NEW-EST-COST   TO WO-EST-COST
                   MOVE WOM-NEW-EST-WEIGHT TO WO-EST-WEIGHT
                   SET WO-OPEN TO TRUE
                   MOVE HOJE               TO WO-OPEN-DATE
                   MOVE 0 TO WO-ACT-PIECES
                   MOVE 0 TO WO-ACT-AREA
                   MOVE 0 TO WO-ACT-WEIGHT
                   MOVE 0 TO WO-ACT-COST
                   MOVE 0 TO WO-ACT-SCRAP-COST
                   ADD 1 TO WOM-COUNT
                   MOVE WO-NUMBER TO WOM-T-NUMBER (WOM-COUNT)
                   MOVE WORK-ORDER-RECORD TO WOM-T-IMAGE (WOM-COUNT)
                   MOVE WO-STATUS TO WOM-STATUS
                   PERFORM SAVE-WORK-ORDER-TABLE
                   MOVE 0 TO WOM-OLD-EST-COST
                   MOVE 0 TO WOM-OLD-EST-WEIGHT
                   MOVE "ADD" TO WOM-ACTION-CODE
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Ordem incluida: " WOM-WORK-ORDER
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      *Alteracao: so a estimativa muda; cliente e numero sao a
      *identidade da ordem. ENTER (zero) mantem o valor atual.
      *----------------------------------------------------------------
       CHANGE-WORK-ORDER.
           PERFORM ACCEPT-EXISTING-ORDER
           IF WOM-HIT-SUB > 0
               IF WO-CLOSED
                   DISPLAY "Ordem " WOM-WORK-ORDER " encerrada -"
                       " reabra antes de alterar."
               ELSE
                   DISPLAY "Novo custo estimado (ENTER mantem): "
                       WITH NO ADVANCING
                   MOVE 0 TO WOM-NEW-EST-COST
                   ACCEPT WOM-NEW-EST-COST
                   IF WOM-NEW-EST-COST = 0
                       MOVE WOM-OLD-EST-COST TO WOM-NEW-EST-COST
                   END-IF
                   DISPLAY "Novo peso estimado (ENTER mantem): "
                       WITH NO ADVANCING
                   MOVE 0 TO WOM-NEW-EST-WEIGHT
                   ACCEPT WOM-NEW-EST-WEIGHT
                   IF WOM-NEW-EST-WEIGHT = 0
                       MOVE WOM-OLD-EST-WEIGHT TO WOM-NEW-EST-WEIGHT
                   END-IF
                   PERFORM RELOCATE-WORK-ORDER
                   IF WOM-ORDER-LOCATED AND WO-CLOSED
                       DISPLAY "Ordem " WOM-WORK-ORDER " encerrada"
                           " por outra sessao - NAO alterada."
                       SET WOM-ORDER-LOST TO TRUE
                   END-IF
                   IF WOM-ORDER-LOCATED AND
                      (WO-EST-COST NOT = WOM-OLD-EST-COST OR
                       WO-EST-WEIGHT NOT = WOM-OLD-EST-WEIGHT)
                       DISPLAY "Estimativa de " WOM-WORK-ORDER
                           " alterada por outra sessao - consulte"
                           " e refaca."
                       SET WOM-ORDER-LOST TO TRUE
                   END-IF
                   IF WOM-ORDER-LOCATED
                       MOVE WOM-NEW-EST-COST   TO WO-EST-COST
                       MOVE WOM-NEW-EST-WEIGHT TO WO-EST-WEIGHT
                       MOVE WORK-ORDER-RECORD
                           TO WOM-T-IMAGE (WOM-HIT-SUB)
                       MOVE WO-STATUS TO WOM-STATUS
                       PERFORM SAVE-WORK-ORDER-TABLE
                       MOVE "CHG" TO WOM-ACTION-CODE
                       PERFORM WRITE-MAINT-AUDIT
                       DISPLAY "Ordem alterada: " WOM-WORK-ORDER
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Encerramento: dali em diante o lote de C03EX03Q rejeita as
      *linhas da ordem para QAREAEXC (motivo WOCLS). O realizado
      *acumulado fica no cadastro para o relatorio de custo.
      *----------------------------------------------------------------
       CLOSE-WORK-ORDER.
           PERFORM ACCEPT-EXISTING-ORDER
           IF WOM-HIT-SUB > 0
               IF WO-CLOSED
                   DISPLAY "Ordem " WOM-WORK-ORDER " ja encerrada."
               ELSE
                   DISPLAY "Confirma o encerramento? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WOM-ANSWER
                   IF WOM-ANSWER = "S" OR WOM-ANSWER = "s"
                       PERFORM RELOCATE-WORK-ORDER
                       IF WOM-ORDER-LOCATED AND WO-CLOSED
                           DISPLAY "Ordem " WOM-WORK-ORDER
                               " encerrada por outra sessao."
                           SET WOM-ORDER-LOST TO TRUE
                       END-IF
                       IF WOM-ORDER-LOCATED
                           SET WO-CLOSED TO TRUE
                           MOVE HOJE TO WO-CLOSE-DATE
                           PERFORM SAVE-STATUS-CHANGE
                           MOVE "CLS" TO WOM-ACTION-CODE
                           PERFORM WRITE-MAINT-AUDIT
                           DISPLAY "Ordem encerrada: " WOM-WORK-ORDER
                       END-IF
                   ELSE
                       DISPLAY "Encerramento desistido."
                   END-IF
               END-IF
           END-IF.

       REOPEN-WORK-ORDER.
           PERFORM ACCEPT-EXISTING-ORDER
           IF WOM-HIT-SUB > 0
               IF WO-OPEN
                   DISPLAY "Ordem " WOM-WORK-ORDER " ja esta aberta."
               ELSE
                   DISPLAY "Confirma a reabertura? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WOM-ANSWER
                   IF WOM-ANSWER = "S" OR WOM-ANSWER = "s"
                       PERFORM RELOCATE-WORK-ORDER
                       IF WOM-ORDER-LOCATED AND WO-OPEN
                           DISPLAY "Ordem " WOM-WORK-ORDER
                               " reaberta por outra sessao."
                           SET WOM-ORDER-LOST TO TRUE
                       END-IF
                       IF WOM-ORDER-LOCATED
                           SET WO-OPEN TO TRUE
                           MOVE SPACES TO WO-CLOSE-DATE
                           PERFORM SAVE-STATUS-CHANGE
                           MOVE "REO" TO WOM-ACTION-CODE
                           PERFORM WRITE-MAINT-AUDIT
                           DISPLAY "Ordem reaberta: " WOM-WORK-ORDER
                       END-IF
                   ELSE
                       DISPLAY "Reabertura desistida."
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Antes de gravar, rele o WORKORD e reacha a ordem; a mudanca e
      *aplicada sobre o registro relido (WORK-ORDER-RECORD), nao
      *sobre o que foi mostrado, para nao apagar o realizado que o
      *lote de C03EX03Q somou no meio tempo.
      *----------------------------------------------------------------
       RELOCATE-WORK-ORDER.
           SET WOM-ORDER-LOST TO TRUE
           PERFORM REFRESH-WORK-ORDER-TABLE
           PERFORM FIND-WORK-ORDER-ENTRY
           IF WOM-TABLE-OVERFLOW
               PERFORM SHOW-REFRESH-OVERFLOW
           ELSE
           IF WOM-HIT-SUB = 0
               DISPLAY "Ordem " WOM-WORK-ORDER " nao esta mais no"
                   " WORKORD - NAO gravada."
           ELSE
               MOVE WOM-T-IMAGE (WOM-HIT-SUB) TO WORK-ORDER-RECORD
               SET WOM-ORDER-LOCATED TO TRUE
           END-IF
           END-IF.

       SHOW-REFRESH-OVERFLOW.
           DISPLAY "WORKORD passou do que a tabela comporta - NAO"
               " gravado, para nao truncar o cadastro.".

       SAVE-STATUS-CHANGE.
           MOVE WOM-OLD-EST-COST   TO WOM-NEW-EST-COST
           MOVE WOM-OLD-EST-WEIGHT TO WOM-NEW-EST-WEIGHT
           MOVE WORK-ORDER-RECORD TO WOM-T-IMAGE (WOM-HIT-SUB)
           MOVE WO-STATUS TO WOM-STATUS
           PERFORM SAVE-WORK-ORDER-TABLE.

       ACCEPT-EXISTING-ORDER.
           DISPLAY "Numero da ordem: " WITH NO ADVANCING
           MOVE SPACES TO WOM-WORK-ORDER
           ACCEPT WOM-WORK-ORDER
           PERFORM FIND-WORK-ORDER-ENTRY
           IF WOM-HIT-SUB = 0
               DISPLAY "Nao ha ordem " WOM-WORK-ORDER "."
           ELSE
               MOVE WOM-T-IMAGE (WOM-HIT-SUB) TO WORK-ORDER-RECORD
               MOVE WO-CUSTOMER   TO WOM-CUSTOMER
               MOVE WO-EST-COST   TO WOM-OLD-EST-COST
               MOVE WO-EST-WEIGHT TO WOM-OLD-EST-WEIGHT
               PERFORM SHOW-WORK-ORDER
           END-IF.

       SHOW-WORK-ORDER.
           MOVE WO-EST-COST   TO WOM-DISPLAY-COST
           MOVE WO-EST-WEIGHT TO WOM-DISPLAY-WEIGHT
           COMPUTE WOM-ACT-TOTAL = WO-ACT-COST + WO-ACT-SCRAP-COST
           MOVE WOM-ACT-TOTAL TO WOM-DISPLAY-ACT-COST
           MOVE WO-ACT-WEIGHT TO WOM-DISPLAY-ACT-WEIGHT
           MOVE WO-ACT-PIECES TO WOM-DISPLAY-PIECES
           DISPLAY WO-NUMBER " cliente " WO-CUSTOMER " "
               WO-DESCRIPTION " status " WO-STATUS
               " aberta " WO-OPEN-DATE " encerrada " WO-CLOSE-DATE
           DISPLAY "  estimado: custo " WOM-DISPLAY-COST
               "  peso " WOM-DISPLAY-WEIGHT
           DISPLAY "  realizado: pecas " WOM-DISPLAY-PIECES
               "  custo " WOM-DISPLAY-ACT-COST
               "  peso " WOM-DISPLAY-ACT-WEIGHT
               "  ultimo run " WO-LAST-RUN-DATE.

       INQUIRE-WORK-ORDER.
           DISPLAY "Cliente (ENTER lista todas): " WITH NO ADVANCING
           MOVE SPACES TO WOM-CUSTOMER
           ACCEPT WOM-CUSTOMER
           MOVE 0 TO WOM-HIT-COUNT
           MOVE 0 TO WOM-SUB
           PERFORM INQUIRE-WORK-ORDER-LINE WOM-COUNT TIMES
           IF WOM-HIT-COUNT = 0
               DISPLAY "Nenhuma ordem encontrada."
           END-IF.

       INQUIRE-WORK-ORDER-LINE.
           ADD 1 TO WOM-SUB
           MOVE WOM-T-IMAGE (WOM-SUB) TO WORK-ORDER-RECORD
           IF WOM-CUSTOMER = SPACES OR WO-CUSTOMER = WOM-CUSTOMER
               ADD 1 TO WOM-HIT-COUNT
               PERFORM SHOW-WORK-ORDER
           END-IF.

       FIND-WORK-ORDER-ENTRY.
           MOVE 0 TO WOM-HIT-SUB
           MOVE 0 TO WOM-SUB
           PERFORM FIND-WORK-ORDER-SCAN WOM-COUNT TIMES.

       FIND-WORK-ORDER-SCAN.
           ADD 1 TO WOM-SUB
           IF WOM-T-NUMBER (WOM-SUB) = WOM-WORK-ORDER
               MOVE WOM-SUB TO WOM-HIT-SUB
           END-IF.

       LOAD-WORK-ORDER-TABLE.
           MOVE 0 TO WOM-COUNT
           OPEN INPUT WORK-ORD-FILE
           IF WOM-MAST-STATUS = "00"
               PERFORM READ-WORK-ORDER-RECORD
                   UNTIL WOM-MAST-STATUS NOT = "00"
                       OR WOM-TABLE-OVERFLOW
               CLOSE WORK-ORD-FILE
           ELSE
               DISPLAY "WORKORD ainda nao existe - sera criado"
                   " na primeira inclusao."
           END-IF.

       READ-WORK-ORDER-RECORD.
           READ WORK-ORD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WOM-COUNT = 500
                       SET WOM-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WOM-COUNT
                       MOVE WO-NUMBER TO WOM-T-NUMBER (WOM-COUNT)
                       MOVE WORK-ORDER-RECORD
                           TO WOM-T-IMAGE (WOM-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Releitura do WORKORD para dentro da tabela, por numero da
      *ordem (como REFRESH-WORK-ORDER-TABLE de C03EX03Q): o que esta
      *no disco vale, e ordem incluida por outra sessao entra no fim.
      *----------------------------------------------------------------
       REFRESH-WORK-ORDER-TABLE.
           OPEN INPUT WORK-ORD-FILE
           IF WOM-MAST-STATUS = "00"
               PERFORM REFRESH-WORK-ORDER-RECORD
                   UNTIL WOM-MAST-STATUS NOT = "00"
                       OR WOM-TABLE-OVERFLOW
               CLOSE WORK-ORD-FILE
           END-IF.

       REFRESH-WORK-ORDER-RECORD.
           READ WORK-ORD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 0 TO WOM-STORE-SUB
                   MOVE 0 TO WOM-SUB
                   PERFORM REFRESH-WORK-ORDER-SCAN WOM-COUNT TIMES
                   IF WOM-STORE-SUB = 0
                       IF WOM-COUNT = 500
                           SET WOM-TABLE-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WOM-COUNT
                           MOVE WOM-COUNT TO WOM-STORE-SUB
                           MOVE WO-NUMBER
                               TO WOM-T-NUMBER (WOM-STORE-SUB)
                       END-IF
                   END-IF
                   IF WOM-STORE-SUB > 0
                       MOVE WORK-ORDER-RECORD
                           TO WOM-T-IMAGE (WOM-STORE-SUB)
                   END-IF
           END-READ.

       REFRESH-WORK-ORDER-SCAN.
           ADD 1 TO WOM-SUB
           IF WOM-T-NUMBER (WOM-SUB) = WO-NUMBER
               MOVE WOM-SUB TO WOM-STORE-SUB
           END-IF.

      *----------------------------------------------------------------
      *Regrava o cadastro inteiro, logo depois da releitura feita
      *pela inclusao ou por RELOCATE-WORK-ORDER. O lote de C03EX03Q
      *tambem rele o WORKORD antes de somar o realizado, entao um
      *encerramento feito aqui durante um run nao e desfeito por ele.
      *----------------------------------------------------------------
       SAVE-WORK-ORDER-TABLE.
           OPEN OUTPUT WORK-ORD-FILE
           MOVE 0 TO WOM-SUB
           PERFORM SAVE-WORK-ORDER-RECORD WOM-COUNT TIMES
           CLOSE WORK-ORD-FILE.

       SAVE-WORK-ORDER-RECORD.
           ADD 1 TO WOM-SUB
           MOVE WOM-T-IMAGE (WOM-SUB) TO WORK-ORDER-RECORD
           WRITE WORK-ORDER-RECORD.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND WOM-AUDIT-FILE
           IF WOM-AUDIT-STATUS = "35"
               OPEN OUTPUT WOM-AUDIT-FILE
           END-IF
           MOVE SPACES TO WOM-AUDIT-RECORD
           ACCEPT HORA FROM TIME
           STRING HOJE DELIMITED BY SIZE
                  HORA DELIMITED BY SIZE
                  INTO WA-TIMESTAMP
           MOVE WOM-OPERATOR-ID    TO WA-OPERATOR
           MOVE WOM-ACTION-CODE    TO WA-ACTION
           MOVE WOM-WORK-ORDER     TO WA-WORK-ORDER
           MOVE WOM-CUSTOMER       TO WA-CUSTOMER
           MOVE WOM-OLD-EST-COST   TO WA-OLD-EST-COST
           MOVE WOM-NEW-EST-COST   TO WA-NEW-EST-COST
           MOVE WOM-OLD-EST-WEIGHT TO WA-OLD-EST-WEIGHT
           MOVE WOM-NEW-EST-WEIGHT TO WA-NEW-EST-WEIGHT
           MOVE WOM-STATUS         TO WA-STATUS
           WRITE WOM-AUDIT-RECORD
           CLOSE WOM-AUDIT-FILE.

       END PROGRAM C03WOMNT.
