       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03STKMV.
      *AUTHOR. R. MOTA.
      *
      *Movimentos do estoque de chapa (SHTSTOCK, copybook STKMREC)
      *fora do lote: recebimento de chapa do fornecedor, ajuste por
      *contagem fisica e manutencao dos parametros de reposicao
      *(ponto de pedido, quantidade de pedido, tamanho padrao da
      *chapa e prazo do fornecedor). Todo movimento de saldo vai
      *para a trilha SHTSTKTX (copybook STKTREC) - recebimento com
      *o documento de entrega, ajuste com a diferenca contada e o
      *motivo. A saida de chapa nao passa por aqui: e baixada pelo
      *lote de C03EX03Q ao fim de cada run. O operador entra com ID
      *e PIN contra OPERMAST; ajuste de contagem e parametros exigem
      *supervisor.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. O saldo de chapa na
      *                  prateleira deixa de ser descoberto so quando
      *                  a producao para por falta de material.
      *  2026-10-15  RM  Recebimento, contagem e parametros releem o
      *                  SHTSTOCK e reacham o material logo antes de
      *                  gravar: o estoque era regravado da tabela
      *                  carregada na abertura e desfazia a baixa de
      *                  chapa feita por C03EX03Q no meio da sessao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-MAST-FILE ASSIGN TO "SHTSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-STK-STATUS.
           SELECT STOCK-TXN-FILE ASSIGN TO "SHTSTKTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-STX-STATUS.
           SELECT MATL-MAST-FILE ASSIGN TO "MATLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-MAT-STATUS.
           SELECT OPER-MAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-OPER-STATUS.

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

       FD  OPER-MAST-FILE.
           COPY "OPERMREC.CPY".

       LOCAL-STORAGE SECTION.
       77 STM-STK-STATUS           PIC X(02).
       77 STM-STX-STATUS           PIC X(02).
       77 STM-MAT-STATUS           PIC X(02).
       77 STM-OPER-STATUS          PIC X(02).
       77 HOJE                     PIC X(08).
       77 HORA                     PIC X(08).
       77 STM-OPERATOR-ID          PIC X(08) VALUE SPACES.
       77 STM-OPER-AUTH            PIC X(01) VALUE "O".
           88  STM-SUPERVISOR          VALUE "S".
       77 STM-KEYED-PIN            PIC X(06) VALUE SPACES.
       77 STM-SIGNON-TRIES         PIC 9(01) VALUE 0.
       77 STM-SIGNON-SWITCH        PIC X(01) VALUE "N".
           88  STM-SIGNED-ON           VALUE "Y".
       77 STM-SIGNON-REFUSAL       PIC X(40) VALUE SPACES.
       77 STM-EOF-SWITCH           PIC X(01) VALUE "N".
           88  STM-EOF                 VALUE "Y".
       77 STM-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  STM-TABLE-OVERFLOW      VALUE "Y".
       77 STM-OPTION               PIC X(01) VALUE SPACE.
           88  STM-OPT-RECEIPT         VALUE "1".
           88  STM-OPT-COUNT           VALUE "2".
           88  STM-OPT-PARMS           VALUE "3".
           88  STM-OPT-INQUIRE         VALUE "4".
           88  STM-OPT-EXIT            VALUE "5".
       77 STM-CONFIRM              PIC X(01) VALUE SPACE.
           88  STM-CONFIRMED           VALUE "S" "s".

       77 STM-COUNT                PIC 9(03) VALUE 0 COMP.
       01 STM-TABLE.
           05  STM-ENTRY OCCURS 500 TIMES
                   DEPENDING ON STM-COUNT
                   INDEXED BY STM-IDX.
               10  STM-T-CODE          PIC X(06).
               10  STM-T-IMAGE         PIC X(65).
       77 STM-SUB                  PIC 9(03) VALUE 0 COMP.
       77 STM-HIT-SUB              PIC 9(03) VALUE 0 COMP.
       77 STM-HIT-COUNT            PIC 9(03) VALUE 0 COMP.
       77 STM-STORE-SUB            PIC 9(03) VALUE 0 COMP.
       77 STM-SHOWN-DIFFERENCE     PIC S9(9)V99 VALUE 0.

       77 MAT-COUNT                PIC 9(03) VALUE 0 COMP.
       01 MAT-TABLE.
           05  MAT-ENTRY OCCURS 500 TIMES
                   DEPENDING ON MAT-COUNT
                   INDEXED BY MAT-IDX.
               10  MAT-T-CODE          PIC X(06).
               10  MAT-T-DESC          PIC X(20).
       77 STM-MAT-DESC             PIC X(20) VALUE SPACES.

       77 STM-MATERIAL-CODE        PIC X(06) VALUE SPACES.
       77 STM-SHEETS               PIC 9(05) VALUE 0.
       77 STM-AREA                 PIC 9(9)V99 VALUE 0.
       77 STM-SHEET-AREA           PIC 9(9)V99 VALUE 0.
       77 STM-DIFFERENCE           PIC S9(9)V99 VALUE 0.
       77 STM-REFERENCE            PIC X(20) VALUE SPACES.
       77 STM-REASON               PIC X(20) VALUE SPACES.
       77 STM-NEW-POINT            PIC 9(9)V99 VALUE 0.
       77 STM-NEW-QTY              PIC 9(9)V99 VALUE 0.
       77 STM-NEW-LENGTH           PIC 9(5)V99 VALUE 0.
       77 STM-NEW-WIDTH            PIC 9(5)V99 VALUE 0.
       77 STM-NEW-LEAD             PIC 9(03) VALUE 0.
       77 STM-DISPLAY-AREA         PIC ---,---,--9.99.
       77 STM-DISPLAY-POINT        PIC ZZZ,ZZZ,ZZ9.99.
       77 STM-DISPLAY-QTY          PIC ZZZ,ZZZ,ZZ9.99.
       77 STM-DISPLAY-LENGTH       PIC ZZ,ZZ9.99.
       77 STM-DISPLAY-WIDTH        PIC ZZ,ZZ9.99.
       77 STM-DISPLAY-LEAD         PIC ZZ9.

           COPY "STKTREC.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "============================================="
           DISPLAY " MOVIMENTOS DO ESTOQUE DE CHAPA - SHTSTOCK"
           DISPLAY "============================================="
           PERFORM OPERATOR-SIGNON
           IF NOT STM-SIGNED-ON
               DISPLAY "Sign-on recusado - encerrando."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-MATERIAL-TABLE
           PERFORM LOAD-STOCK-TABLE
           IF STM-TABLE-OVERFLOW
               DISPLAY "SHTSTOCK ou MATLMAST tem mais registros que a"
                   " tabela comporta - movimentos abortados para"
                   " nao truncar o estoque na regravacao."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PROCESS-MENU-OPTION UNTIL STM-OPT-EXIT

           DISPLAY "Encerrando movimentos de estoque."
           GOBACK.

      *----------------------------------------------------------------
      *Sign-on: tres tentativas de ID + PIN contra OPERMAST; basta
      *operador ativo, e a autoridade do cadastro decide o que o
      *menu libera. Sem o cadastro no disco, libera como supervisor
      *(bootstrap, como no menu).
      *----------------------------------------------------------------
       OPERATOR-SIGNON.
           MOVE 0 TO STM-SIGNON-TRIES
           PERFORM SIGNON-ATTEMPT
               UNTIL STM-SIGNED-ON OR STM-SIGNON-TRIES = 3.

       SIGNON-ATTEMPT.
           ADD 1 TO STM-SIGNON-TRIES
           DISPLAY "Identificacao do operador: " WITH NO ADVANCING
           ACCEPT STM-OPERATOR-ID
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT STM-KEYED-PIN
           MOVE "Operador nao cadastrado." TO STM-SIGNON-REFUSAL
           OPEN INPUT OPER-MAST-FILE
           IF STM-OPER-STATUS NOT = "00"
               DISPLAY "OPERMAST AUSENTE - ACESSO LIBERADO COMO"
                   " SUPERVISOR"
               MOVE "S" TO STM-OPER-AUTH
               SET STM-SIGNED-ON TO TRUE
           ELSE
               MOVE "N" TO STM-EOF-SWITCH
               PERFORM MATCH-OPERATOR UNTIL STM-EOF
               CLOSE OPER-MAST-FILE
           END-IF
           IF NOT STM-SIGNED-ON
               DISPLAY STM-SIGNON-REFUSAL
           END-IF.

       MATCH-OPERATOR.
           READ OPER-MAST-FILE
               AT END
                   SET STM-EOF TO TRUE
               NOT AT END
                   IF OM-ID = STM-OPERATOR-ID
                       SET STM-EOF TO TRUE
                       EVALUATE TRUE
                           WHEN OM-REVOKED
                               MOVE "Operador revogado."
                                   TO STM-SIGNON-REFUSAL
                           WHEN OM-PIN NOT = SPACES AND
                                OM-PIN NOT = STM-KEYED-PIN
                               MOVE "PIN incorreto."
                                   TO STM-SIGNON-REFUSAL
                           WHEN OTHER
                               MOVE OM-AUTHORITY TO STM-OPER-AUTH
                               SET STM-SIGNED-ON TO TRUE
                               DISPLAY "Bem-vindo, " OM-NAME
                       END-EVALUATE
                   END-IF
           END-READ.

       PROCESS-MENU-OPTION.
           DISPLAY " "
           DISPLAY "1 - Recebimento de chapa"
           DISPLAY "2 - Ajuste por contagem fisica"
           DISPLAY "3 - Parametros de reposicao"
           DISPLAY "4 - Consultar saldo"
           DISPLAY "5 - Sair"
           DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
           ACCEPT STM-OPTION
           EVALUATE TRUE
               WHEN STM-OPT-RECEIPT
                   PERFORM POST-RECEIPT
               WHEN STM-OPT-COUNT
                   IF STM-SUPERVISOR
                       PERFORM POST-COUNT-ADJUSTMENT
                   ELSE
                       DISPLAY "Ajuste de contagem exige autoridade"
                           " de supervisor."
                   END-IF
               WHEN STM-OPT-PARMS
                   IF STM-SUPERVISOR
                       PERFORM MAINTAIN-PARAMETERS
                   ELSE
                       DISPLAY "Parametros de reposicao exigem"
                           " autoridade de supervisor."
                   END-IF
               WHEN STM-OPT-INQUIRE
                   PERFORM INQUIRE-STOCK
               WHEN STM-OPT-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida - tente novamente."
           END-EVALUATE.

      *----------------------------------------------------------------
      *Recebimento: em chapas padrao (area = chapas x comprimento x
      *largura) ou, sem tamanho padrao cadastrado ou com ENTER nas
      *chapas, direto em area.
      *----------------------------------------------------------------
       POST-RECEIPT.
           PERFORM ACCEPT-MATERIAL-CODE
           IF STM-HIT-SUB > 0
               MOVE STM-T-IMAGE (STM-HIT-SUB) TO STOCK-MAST-RECORD
               COMPUTE STM-SHEET-AREA =
                   SK-SHEET-LENGTH * SK-SHEET-WIDTH
               MOVE 0 TO STM-SHEETS
               MOVE 0 TO STM-AREA
               IF STM-SHEET-AREA > 0
                   DISPLAY "Chapas recebidas (ENTER = informar area): "
                       WITH NO ADVANCING
                   ACCEPT STM-SHEETS
                   COMPUTE STM-AREA = STM-SHEETS * STM-SHEET-AREA
               END-IF
               IF STM-AREA = 0
                   DISPLAY "Area recebida: " WITH NO ADVANCING
                   ACCEPT STM-AREA
               END-IF
               IF STM-AREA = 0
                   DISPLAY "Recebimento zerado - nada lancado."
               ELSE
                   DISPLAY "Documento de entrega (nota fiscal): "
                       WITH NO ADVANCING
                   ACCEPT STM-REFERENCE
                   MOVE STM-AREA TO STM-DISPLAY-AREA
                   DISPLAY "Lanca entrada de " STM-DISPLAY-AREA
                       " em " STM-MATERIAL-CODE "? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT STM-CONFIRM
                   IF STM-CONFIRMED
                       PERFORM REFRESH-STOCK-ENTRY
                   END-IF
                   IF STM-CONFIRMED AND STM-HIT-SUB > 0
                       ADD STM-AREA TO SK-ON-HAND
                       MOVE "R" TO ST-TYPE
                       MOVE STM-AREA TO ST-QUANTITY
                       MOVE STM-REFERENCE TO ST-REFERENCE
                       MOVE SPACES TO ST-REASON
                       PERFORM POST-STOCK-MOVEMENT
                       DISPLAY "Recebimento lancado."
                   END-IF
                   IF NOT STM-CONFIRMED
                       DISPLAY "Recebimento cancelado."
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Contagem fisica: a area contada substitui o saldo e a
      *diferenca (contado - saldo) vai para a trilha com o motivo,
      *que e obrigatorio.
      *----------------------------------------------------------------
       POST-COUNT-ADJUSTMENT.
           PERFORM ACCEPT-MATERIAL-CODE
           IF STM-HIT-SUB > 0
               MOVE STM-T-IMAGE (STM-HIT-SUB) TO STOCK-MAST-RECORD
               MOVE SK-ON-HAND TO STM-DISPLAY-AREA
               DISPLAY "Saldo no sistema: " STM-DISPLAY-AREA
               DISPLAY "Area contada: " WITH NO ADVANCING
               MOVE 0 TO STM-AREA
               ACCEPT STM-AREA
               COMPUTE STM-DIFFERENCE = STM-AREA - SK-ON-HAND
               IF STM-DIFFERENCE = 0
                   DISPLAY "Contagem confere com o saldo - nada"
                       " lancado."
               ELSE
                   MOVE STM-DIFFERENCE TO STM-DISPLAY-AREA
                   DISPLAY "Diferenca: " STM-DISPLAY-AREA
                   MOVE SPACES TO STM-REASON
                   DISPLAY "Motivo da diferenca: " WITH NO ADVANCING
                   ACCEPT STM-REASON
                   IF STM-REASON = SPACES
                       DISPLAY "Motivo obrigatorio - ajuste nao"
                           " lancado."
                   ELSE
                       DISPLAY "Confirma o ajuste? (S/N): "
                           WITH NO ADVANCING
                       ACCEPT STM-CONFIRM
                       IF STM-CONFIRMED
                           PERFORM REFRESH-STOCK-ENTRY
                       END-IF
                       IF STM-CONFIRMED AND STM-HIT-SUB > 0
                           PERFORM RECHECK-COUNT-DIFFERENCE
                       END-IF
                       IF STM-CONFIRMED AND STM-HIT-SUB > 0
                           MOVE STM-AREA TO SK-ON-HAND
                           MOVE "A" TO ST-TYPE
                           MOVE STM-DIFFERENCE TO ST-QUANTITY
                           MOVE "CONTAGEM FISICA" TO ST-REFERENCE
                           MOVE STM-REASON TO ST-REASON
                           PERFORM POST-STOCK-MOVEMENT
                           DISPLAY "Ajuste lancado."
                       END-IF
                       IF NOT STM-CONFIRMED
                           DISPLAY "Ajuste cancelado."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *O saldo pode ter mudado entre a consulta e a confirmacao (a
      *baixa de chapa do lote). A area contada continua valendo; a
      *diferenca para a trilha e refeita contra o saldo relido.
      *----------------------------------------------------------------
       RECHECK-COUNT-DIFFERENCE.
           MOVE STM-DIFFERENCE TO STM-SHOWN-DIFFERENCE
           COMPUTE STM-DIFFERENCE = STM-AREA - SK-ON-HAND
           IF STM-DIFFERENCE NOT = STM-SHOWN-DIFFERENCE
               MOVE SK-ON-HAND TO STM-DISPLAY-AREA
               DISPLAY "Saldo mudou durante a contagem - saldo"
                   " atual " STM-DISPLAY-AREA
               MOVE STM-DIFFERENCE TO STM-DISPLAY-AREA
               DISPLAY "Diferenca recalculada: " STM-DISPLAY-AREA
           END-IF
           IF STM-DIFFERENCE = 0
               DISPLAY "Contagem confere com o saldo atual - nada"
                   " lancado."
               MOVE 0 TO STM-HIT-SUB
           END-IF.

      *----------------------------------------------------------------
      *Releitura do SHTSTOCK para dentro da tabela, por codigo (o que
      *esta no disco vale; material novo de outra sessao entra no
      *fim), e o material do movimento e reachado. STM-HIT-SUB fica
      *zerado quando nao da para gravar com seguranca.
      *----------------------------------------------------------------
       REFRESH-STOCK-ENTRY.
           OPEN INPUT STOCK-MAST-FILE
           IF STM-STK-STATUS = "00"
               PERFORM REFRESH-STOCK-RECORD
                   UNTIL STM-STK-STATUS NOT = "00"
                       OR STM-TABLE-OVERFLOW
               CLOSE STOCK-MAST-FILE
           END-IF
           MOVE 0 TO STM-HIT-SUB
           IF STM-TABLE-OVERFLOW
               DISPLAY "SHTSTOCK passou do que a tabela comporta -"
                   " NAO gravado, para nao truncar o estoque."
           ELSE
               SET STM-IDX TO 1
               SEARCH STM-ENTRY
                   AT END
                       DISPLAY "Material " STM-MATERIAL-CODE
                           " sumiu da tabela - NAO gravado."
                   WHEN STM-T-CODE (STM-IDX) = STM-MATERIAL-CODE
                       SET STM-HIT-SUB TO STM-IDX
               END-SEARCH
           END-IF
           IF STM-HIT-SUB > 0
               MOVE STM-T-IMAGE (STM-HIT-SUB) TO STOCK-MAST-RECORD
           END-IF.

       REFRESH-STOCK-RECORD.
           READ STOCK-MAST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 0 TO STM-STORE-SUB
                   MOVE 0 TO STM-SUB
                   PERFORM REFRESH-STOCK-SCAN STM-COUNT TIMES
                   IF STM-STORE-SUB = 0
                       IF STM-COUNT = 500
                           SET STM-TABLE-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO STM-COUNT
                           MOVE STM-COUNT TO STM-STORE-SUB
                           MOVE SK-CODE TO STM-T-CODE (STM-STORE-SUB)
                       END-IF
                   END-IF
                   IF STM-STORE-SUB > 0
                       MOVE STOCK-MAST-RECORD
                           TO STM-T-IMAGE (STM-STORE-SUB)
                   END-IF
           END-READ.

       REFRESH-STOCK-SCAN.
           ADD 1 TO STM-SUB
           IF STM-T-CODE (STM-SUB) = SK-CODE
               MOVE STM-SUB TO STM-STORE-SUB
           END-IF.

      *----------------------------------------------------------------
      *Grava o saldo movido de volta na tabela e no SHTSTOCK e a
      *transacao (tipo, quantidade, documento e motivo ja montados
      *pelo chamador) na trilha SHTSTKTX.
      *----------------------------------------------------------------
       POST-STOCK-MOVEMENT.
           MOVE HOJE TO SK-LAST-MOVE-DATE
           MOVE STOCK-MAST-RECORD TO STM-T-IMAGE (STM-HIT-SUB)
           PERFORM SAVE-STOCK-TABLE
           MOVE HOJE              TO ST-MOVE-DATE
           ACCEPT HORA FROM TIME
           MOVE HORA              TO ST-TIME
           MOVE STM-MATERIAL-CODE TO ST-CODE
           MOVE STM-OPERATOR-ID   TO ST-OPERATOR
           MOVE "C03STKMV"        TO ST-PROGRAM
           OPEN EXTEND STOCK-TXN-FILE
           IF STM-STX-STATUS = "35"
               OPEN OUTPUT STOCK-TXN-FILE
           END-IF
           WRITE STOCK-TXN-FILE-RECORD FROM STOCK-TXN-RECORD
           CLOSE STOCK-TXN-FILE.

       MAINTAIN-PARAMETERS.
           PERFORM ACCEPT-MATERIAL-CODE
           IF STM-HIT-SUB > 0
               MOVE STM-T-IMAGE (STM-HIT-SUB) TO STOCK-MAST-RECORD
               PERFORM SHOW-STOCK-ENTRY
               DISPLAY "Ponto de pedido (area): " WITH NO ADVANCING
               ACCEPT STM-NEW-POINT
               DISPLAY "Quantidade de pedido (area): "
                   WITH NO ADVANCING
               ACCEPT STM-NEW-QTY
               DISPLAY "Comprimento da chapa padrao: "
                   WITH NO ADVANCING
               ACCEPT STM-NEW-LENGTH
               DISPLAY "Largura da chapa padrao: " WITH NO ADVANCING
               ACCEPT STM-NEW-WIDTH
               DISPLAY "Prazo do fornecedor (dias): "
                   WITH NO ADVANCING
               ACCEPT STM-NEW-LEAD
               IF STM-NEW-POINT > 0 AND
                  (STM-NEW-LENGTH = 0 OR STM-NEW-WIDTH = 0)
                   DISPLAY "Material com ponto de pedido exige o"
                       " tamanho da chapa padrao - nao gravado."
               ELSE
                   PERFORM REFRESH-STOCK-ENTRY
                   IF STM-HIT-SUB > 0
                       MOVE STM-NEW-POINT  TO SK-REORDER-POINT
                       MOVE STM-NEW-QTY    TO SK-REORDER-QTY
                       MOVE STM-NEW-LENGTH TO SK-SHEET-LENGTH
                       MOVE STM-NEW-WIDTH  TO SK-SHEET-WIDTH
                       MOVE STM-NEW-LEAD   TO SK-LEAD-DAYS
                       MOVE STOCK-MAST-RECORD
                           TO STM-T-IMAGE (STM-HIT-SUB)
                       PERFORM SAVE-STOCK-TABLE
                       DISPLAY "Parametros gravados para "
                           STM-MATERIAL-CODE
                   END-IF
               END-IF
           END-IF.

       INQUIRE-STOCK.
           DISPLAY "Codigo (ENTER lista todos): " WITH NO ADVANCING
           MOVE SPACES TO STM-MATERIAL-CODE
           ACCEPT STM-MATERIAL-CODE
           MOVE 0 TO STM-HIT-COUNT
           MOVE 0 TO STM-SUB
           PERFORM INQUIRE-STOCK-LINE STM-COUNT TIMES
           IF STM-HIT-COUNT = 0
               DISPLAY "Nenhum material em estoque."
           END-IF.

       INQUIRE-STOCK-LINE.
           ADD 1 TO STM-SUB
           IF STM-MATERIAL-CODE = SPACES OR
              STM-T-CODE (STM-SUB) = STM-MATERIAL-CODE
               ADD 1 TO STM-HIT-COUNT
               MOVE STM-T-IMAGE (STM-SUB) TO STOCK-MAST-RECORD
               PERFORM SHOW-STOCK-ENTRY
           END-IF.

       SHOW-STOCK-ENTRY.
           MOVE SK-ON-HAND       TO STM-DISPLAY-AREA
           MOVE SK-REORDER-POINT TO STM-DISPLAY-POINT
           MOVE SK-REORDER-QTY   TO STM-DISPLAY-QTY
           MOVE SK-SHEET-LENGTH  TO STM-DISPLAY-LENGTH
           MOVE SK-SHEET-WIDTH   TO STM-DISPLAY-WIDTH
           MOVE SK-LEAD-DAYS     TO STM-DISPLAY-LEAD
           DISPLAY SK-CODE " saldo " STM-DISPLAY-AREA
               "  ultimo mov. " SK-LAST-MOVE-DATE
           DISPLAY "       ponto " STM-DISPLAY-POINT
               "  pedido " STM-DISPLAY-QTY
               "  chapa " STM-DISPLAY-LENGTH " x " STM-DISPLAY-WIDTH
               "  prazo " STM-DISPLAY-LEAD.

      *----------------------------------------------------------------
      *Material do movimento: tem de estar em MATLMAST. O primeiro
      *movimento de um material cadastrado abre o registro de
      *estoque com saldo zerado.
      *----------------------------------------------------------------
       ACCEPT-MATERIAL-CODE.
           MOVE 0 TO STM-HIT-SUB
           DISPLAY "Codigo do material: " WITH NO ADVANCING
           MOVE SPACES TO STM-MATERIAL-CODE
           ACCEPT STM-MATERIAL-CODE
           MOVE SPACES TO STM-MAT-DESC
           SET MAT-IDX TO 1
           SEARCH MAT-ENTRY
               AT END
                   CONTINUE
               WHEN MAT-T-CODE (MAT-IDX) = STM-MATERIAL-CODE
                   MOVE MAT-T-DESC (MAT-IDX) TO STM-MAT-DESC
           END-SEARCH
           SET STM-IDX TO 1
           SEARCH STM-ENTRY
               AT END
                   IF STM-MAT-DESC = SPACES
                       DISPLAY "Material " STM-MATERIAL-CODE
                           " nao cadastrado em MATLMAST."
                   ELSE
                       PERFORM ADD-STOCK-ENTRY
                   END-IF
               WHEN STM-T-CODE (STM-IDX) = STM-MATERIAL-CODE
                   SET STM-HIT-SUB TO STM-IDX
           END-SEARCH
           IF STM-HIT-SUB > 0
               DISPLAY STM-MATERIAL-CODE " " STM-MAT-DESC
           END-IF.

       ADD-STOCK-ENTRY.
           IF STM-COUNT = 500
               DISPLAY "Tabela de estoque cheia - expurgue materiais"
                   " obsoletos antes de incluir."
           ELSE
               ADD 1 TO STM-COUNT
               MOVE SPACES TO STOCK-MAST-RECORD
               MOVE STM-MATERIAL-CODE TO SK-CODE
               MOVE 0 TO SK-ON-HAND
               MOVE 0 TO SK-REORDER-POINT
               MOVE 0 TO SK-REORDER-QTY
               MOVE 0 TO SK-SHEET-LENGTH
               MOVE 0 TO SK-SHEET-WIDTH
               MOVE 0 TO SK-LEAD-DAYS
               MOVE SK-CODE TO STM-T-CODE (STM-COUNT)
               MOVE STOCK-MAST-RECORD TO STM-T-IMAGE (STM-COUNT)
               MOVE STM-COUNT TO STM-HIT-SUB
               DISPLAY "Primeiro movimento de " STM-MATERIAL-CODE
                   " - registro de estoque aberto com saldo zerado."
           END-IF.

       LOAD-MATERIAL-TABLE.
           MOVE 0 TO MAT-COUNT
           OPEN INPUT MATL-MAST-FILE
           IF STM-MAT-STATUS = "00"
               PERFORM READ-MATERIAL-RECORD
                   UNTIL STM-MAT-STATUS NOT = "00"
                       OR STM-TABLE-OVERFLOW
               CLOSE MATL-MAST-FILE
           ELSE
               DISPLAY "MATLMAST indisponivel - STATUS "
                   STM-MAT-STATUS "; so materiais ja em estoque."
           END-IF.

       READ-MATERIAL-RECORD.
           READ MATL-MAST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF MAT-COUNT = 500
                       SET STM-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO MAT-COUNT
                       MOVE MM-CODE TO MAT-T-CODE (MAT-COUNT)
                       MOVE MM-DESC TO MAT-T-DESC (MAT-COUNT)
                   END-IF
           END-READ.

       LOAD-STOCK-TABLE.
           MOVE 0 TO STM-COUNT
           OPEN INPUT STOCK-MAST-FILE
           IF STM-STK-STATUS = "00"
               PERFORM READ-STOCK-RECORD
                   UNTIL STM-STK-STATUS NOT = "00"
                       OR STM-TABLE-OVERFLOW
               CLOSE STOCK-MAST-FILE
           ELSE
               DISPLAY "SHTSTOCK ainda nao existe - sera criado"
                   " no primeiro movimento."
           END-IF.

       READ-STOCK-RECORD.
           READ STOCK-MAST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STM-COUNT = 500
                       SET STM-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO STM-COUNT
                       MOVE SK-CODE TO STM-T-CODE (STM-COUNT)
                       MOVE STOCK-MAST-RECORD
                           TO STM-T-IMAGE (STM-COUNT)
                   END-IF
           END-READ.

       SAVE-STOCK-TABLE.
           OPEN OUTPUT STOCK-MAST-FILE
           MOVE 0 TO STM-SUB
           PERFORM SAVE-STOCK-RECORD STM-COUNT TIMES
           CLOSE STOCK-MAST-FILE.

       SAVE-STOCK-RECORD.
           ADD 1 TO STM-SUB
           MOVE STM-T-IMAGE (STM-SUB) TO STOCK-MAST-RECORD
           WRITE STOCK-MAST-RECORD.

       END PROGRAM C03STKMV.
