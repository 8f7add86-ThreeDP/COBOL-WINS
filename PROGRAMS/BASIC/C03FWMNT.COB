       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03FWMNT.
      *AUTHOR. R. MOTA.
      *
      *Manutencao do cadastro de contratos de cambio a termo
      *(FWDCTMST, copybook FWDCREC) fechados pela tesouraria com o
      *banco: inclusao, alteracao (taxa contratada, nocional e fim
      *da vigencia), cancelamento e consulta. O lote de C03EX03K
      *converte a nota coberta pela taxa do contrato e abate o
      *valor do nocional; o saldo usado (FC-USED) so e movido pelo
      *lote, nunca keyado aqui, e o nocional nao pode ser reduzido
      *abaixo do que ja foi usado. Toda inclusao, alteracao e
      *cancelamento vai para a trilha de auditoria de manutencao
      *(FWMNTAUD).
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. Nota coberta deixa de ser
      *                  convertida pela cotacao do dia e acertada
      *                  depois com lancamento manual.
      *  2026-10-15  RM  Taxa contratada com seis casas, como a do
      *                  FXRATE (FWDCREC; trilha FWMNTAUD e telas
      *                  acompanham). Registro ainda no layout
      *                  antigo e convertido na leitura e regravado
      *                  no novo na proxima gravacao. Cada inclusao,
      *                  alteracao e cancelamento rele o FWDCTMST e
      *                  reacha o contrato antes de gravar: o
      *                  cadastro inteiro era regravado da tabela
      *                  carregada na abertura e apagava o FC-USED
      *                  abatido pelo lote de C03EX03K no meio da
      *                  sessao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FWD-MAST-FILE ASSIGN TO "FWDCTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FWM-MAST-STATUS.
           SELECT FWM-AUDIT-FILE ASSIGN TO "FWMNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FWM-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FWD-MAST-FILE.
           COPY "FWDCREC.CPY".

       FD  FWM-AUDIT-FILE.
       01  FWM-AUDIT-RECORD.
           05  FW-TIMESTAMP        PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FW-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FW-ACTION           PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FW-CONTRACT-NO      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FW-CUSTOMER         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FW-CURRENCY         PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FW-OLD-RATE         PIC 9(05)V9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FW-NEW-RATE         PIC 9(05)V9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FW-OLD-NOTIONAL     PIC 9(09)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FW-NEW-NOTIONAL     PIC 9(09)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FW-OLD-END-DATE     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FW-NEW-END-DATE     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FW-STATUS           PIC X(01).

       LOCAL-STORAGE SECTION.
       77 FWM-MAST-STATUS          PIC X(02).
       77 FWM-AUDIT-STATUS         PIC X(02).
       77 HOJE                     PIC X(08).
       77 HORA                     PIC X(08).
       77 FWM-OPERATOR-ID          PIC X(08) VALUE SPACES.
       77 FWM-OPTION               PIC X(01) VALUE SPACE.
           88  FWM-OPT-ADD             VALUE "1".
           88  FWM-OPT-CHANGE          VALUE "2".
           88  FWM-OPT-CANCEL          VALUE "3".
           88  FWM-OPT-INQUIRE         VALUE "4".
           88  FWM-OPT-EXIT            VALUE "5".
       77 FWM-COUNT                PIC 9(03) VALUE 0 COMP.
       01 FWM-TABLE.
           05  FWM-ENTRY OCCURS 500 TIMES
                   DEPENDING ON FWM-COUNT.
               10  FWM-T-CONTRACT-NO   PIC X(10).
               10  FWM-T-CUSTOMER      PIC X(08).
               10  FWM-T-CURRENCY      PIC X(03).
               10  FWM-T-RATE          PIC 9(05)V9(06).
               10  FWM-T-NOTIONAL      PIC 9(09)V99.
               10  FWM-T-USED          PIC 9(09)V99.
               10  FWM-T-START-DATE    PIC X(08).
               10  FWM-T-END-DATE      PIC X(08).
               10  FWM-T-STATUS        PIC X(01).
       77 FWM-SUB                  PIC 9(03) VALUE 0 COMP.
       77 FWM-HIT-SUB              PIC 9(03) VALUE 0 COMP.
       77 FWM-HIT-COUNT            PIC 9(03) VALUE 0 COMP.
       77 FWM-STORE-SUB            PIC 9(03) VALUE 0 COMP.
       77 FWM-HOLD-RATE            PIC 9(05)V9(06) VALUE 0.
       77 FWM-HOLD-TERMS           PIC X(39) VALUE SPACES.
       77 FWM-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  FWM-TABLE-OVERFLOW      VALUE "Y".
       77 FWM-VALID-SWITCH         PIC X(01) VALUE "N".
           88  FWM-VALUES-VALID        VALUE "Y".
           88  FWM-VALUES-INVALID      VALUE "N".
       77 FWM-CONTRACT-NO          PIC X(10) VALUE SPACES.
       77 FWM-CUSTOMER             PIC X(08) VALUE SPACES.
       77 FWM-CURRENCY             PIC X(03) VALUE SPACES.
       77 FWM-NEW-RATE             PIC 9(05)V9(06) VALUE 0.
       77 FWM-OLD-RATE             PIC 9(05)V9(06) VALUE 0.
       77 FWM-NEW-NOTIONAL         PIC 9(09)V99 VALUE 0.
       77 FWM-OLD-NOTIONAL         PIC 9(09)V99 VALUE 0.
       77 FWM-USED                 PIC 9(09)V99 VALUE 0.
       77 FWM-START-DATE           PIC X(08) VALUE SPACES.
       77 FWM-NEW-END-DATE         PIC X(08) VALUE SPACES.
       77 FWM-OLD-END-DATE         PIC X(08) VALUE SPACES.
       77 FWM-STATUS               PIC X(01) VALUE "A".
       77 FWM-ANSWER               PIC X(01) VALUE SPACE.
       77 FWM-ACTION-CODE          PIC X(03) VALUE SPACES.
       77 FWM-DISPLAY-RATE         PIC ZZZZ9.999999.
       77 FWM-DISPLAY-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
       77 FWM-DISPLAY-USED         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "============================================="
           DISPLAY " MANUTENCAO DE CONTRATOS A TERMO - FWDCTMST"
           DISPLAY "============================================="
           DISPLAY "Identificacao do operador: " WITH NO ADVANCING
           ACCEPT FWM-OPERATOR-ID
           PERFORM LOAD-CONTRACT-TABLE
           IF FWM-TABLE-OVERFLOW
               DISPLAY "FWDCTMST tem mais registros que a tabela"
                   " comporta - manutencao abortada para nao"
                   " truncar o cadastro na regravacao."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PROCESS-MAINT-OPTION UNTIL FWM-OPT-EXIT

           DISPLAY "Encerrando manutencao."
           GOBACK.

       PROCESS-MAINT-OPTION.
           PERFORM DISPLAY-MAINT-MENU
           EVALUATE TRUE
               WHEN FWM-OPT-ADD
                   PERFORM ADD-CONTRACT
               WHEN FWM-OPT-CHANGE
                   PERFORM CHANGE-CONTRACT
               WHEN FWM-OPT-CANCEL
                   PERFORM CANCEL-CONTRACT
               WHEN FWM-OPT-INQUIRE
                   PERFORM INQUIRE-CONTRACT
               WHEN FWM-OPT-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida - tente novamente."
           END-EVALUATE.

       DISPLAY-MAINT-MENU.
           DISPLAY " "
           DISPLAY "1 - Incluir contrato"
           DISPLAY "2 - Alterar contrato"
           DISPLAY "3 - Cancelar contrato"
           DISPLAY "4 - Consultar contratos"
           DISPLAY "5 - Sair"
           DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
           ACCEPT FWM-OPTION.

       ADD-CONTRACT.
           DISPLAY "Numero do contrato: " WITH NO ADVANCING
           ACCEPT FWM-CONTRACT-NO
           PERFORM FIND-CONTRACT-ENTRY
           IF FWM-CONTRACT-NO = SPACES
               DISPLAY "Numero do contrato obrigatorio."
           ELSE
           IF FWM-HIT-SUB > 0
               DISPLAY "Ja existe o contrato " FWM-CONTRACT-NO
                   " - use a alteracao."
           ELSE
           IF FWM-COUNT = 500
               DISPLAY "Tabela de contratos cheia - expurgue"
                   " contratos vencidos antes de incluir."
           ELSE
               DISPLAY "Cliente: " WITH NO ADVANCING
               ACCEPT FWM-CUSTOMER
               DISPLAY "Moeda: " WITH NO ADVANCING
               ACCEPT FWM-CURRENCY
               DISPLAY "Taxa contratada: " WITH NO ADVANCING
               ACCEPT FWM-NEW-RATE
               DISPLAY "Nocional na moeda estrangeira: "
                   WITH NO ADVANCING
               ACCEPT FWM-NEW-NOTIONAL
               DISPLAY "Inicio da vigencia (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT FWM-START-DATE
               DISPLAY "Fim da vigencia (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT FWM-NEW-END-DATE
               MOVE 0 TO FWM-USED
               MOVE 0 TO FWM-OLD-RATE
               MOVE 0 TO FWM-OLD-NOTIONAL
               MOVE SPACES TO FWM-OLD-END-DATE
               MOVE "A" TO FWM-STATUS
               PERFORM VALIDATE-CONTRACT-VALUES
               IF FWM-CUSTOMER = SPACES OR FWM-CURRENCY = SPACES
                   DISPLAY "Cliente e moeda sao obrigatorios."
                   SET FWM-VALUES-INVALID TO TRUE
               END-IF
               IF FWM-VALUES-VALID
                   PERFORM REFRESH-CONTRACT-TABLE
                   PERFORM FIND-CONTRACT-ENTRY
               END-IF
               IF FWM-VALUES-VALID AND FWM-TABLE-OVERFLOW
                   PERFORM SHOW-REFRESH-OVERFLOW
               ELSE
               IF FWM-VALUES-VALID AND FWM-HIT-SUB > 0
                   DISPLAY "Contrato " FWM-CONTRACT-NO " incluido"
                       " por outra sessao - inclusao NAO gravada."
               ELSE
               IF FWM-VALUES-VALID AND FWM-COUNT = 500
                   DISPLAY "Tabela de contratos cheia - inclusao"
                       " NAO gravada."
               ELSE
               IF FWM-VALUES-VALID
                   ADD 1 TO FWM-COUNT
                   MOVE FWM-CONTRACT-NO
                       TO FWM-T-CONTRACT-NO (FWM-COUNT)
                   MOVE FWM-CUSTOMER  TO FWM-T-CUSTOMER (FWM-COUNT)
                   MOVE FWM-CURRENCY  TO FWM-T-CURRENCY (FWM-COUNT)
                   MOVE FWM-NEW-RATE  TO FWM-T-RATE (FWM-COUNT)
                   MOVE FWM-NEW-NOTIONAL
                       TO FWM-T-NOTIONAL (FWM-COUNT)
                   MOVE 0             TO FWM-T-USED (FWM-COUNT)
                   MOVE FWM-START-DATE
                       TO FWM-T-START-DATE (FWM-COUNT)
                   MOVE FWM-NEW-END-DATE
                       TO FWM-T-END-DATE (FWM-COUNT)
                   MOVE "A"           TO FWM-T-STATUS (FWM-COUNT)
                   PERFORM SAVE-CONTRACT-TABLE
                   MOVE "ADD" TO FWM-ACTION-CODE
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Contrato incluido: " FWM-CONTRACT-NO
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      *Alteracao: so taxa, nocional e fim da vigencia mudam; cliente,
      *moeda e inicio sao a identidade do contrato com o banco. ENTER
      *(zero/branco) mantem o valor atual.
      *----------------------------------------------------------------
       CHANGE-CONTRACT.
           DISPLAY "Numero do contrato: " WITH NO ADVANCING
           ACCEPT FWM-CONTRACT-NO
           PERFORM FIND-CONTRACT-ENTRY
           IF FWM-HIT-SUB = 0
               DISPLAY "Nao ha contrato " FWM-CONTRACT-NO
                   " - use a inclusao."
           ELSE
           IF FWM-T-STATUS (FWM-HIT-SUB) = "C"
               DISPLAY "Contrato " FWM-CONTRACT-NO " cancelado -"
                   " nao pode ser alterado."
           ELSE
               PERFORM LOAD-CURRENT-VALUES
               PERFORM SHOW-CURRENT-VALUES
               DISPLAY "Nova taxa (ENTER mantem): " WITH NO ADVANCING
               ACCEPT FWM-NEW-RATE
               IF FWM-NEW-RATE = 0
                   MOVE FWM-OLD-RATE TO FWM-NEW-RATE
               END-IF
               DISPLAY "Novo nocional (ENTER mantem): "
                   WITH NO ADVANCING
               ACCEPT FWM-NEW-NOTIONAL
               IF FWM-NEW-NOTIONAL = 0
                   MOVE FWM-OLD-NOTIONAL TO FWM-NEW-NOTIONAL
               END-IF
               DISPLAY "Novo fim da vigencia (ENTER mantem): "
                   WITH NO ADVANCING
               ACCEPT FWM-NEW-END-DATE
               IF FWM-NEW-END-DATE = SPACES
                   MOVE FWM-OLD-END-DATE TO FWM-NEW-END-DATE
               END-IF
               PERFORM VALIDATE-CONTRACT-VALUES
               IF FWM-VALUES-VALID
                   PERFORM RELOCATE-CONTRACT
               END-IF
               IF FWM-VALUES-VALID
                   MOVE FWM-NEW-RATE TO FWM-T-RATE (FWM-HIT-SUB)
                   MOVE FWM-NEW-NOTIONAL
                       TO FWM-T-NOTIONAL (FWM-HIT-SUB)
                   MOVE FWM-NEW-END-DATE
                       TO FWM-T-END-DATE (FWM-HIT-SUB)
                   PERFORM SAVE-CONTRACT-TABLE
                   MOVE "CHG" TO FWM-ACTION-CODE
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Contrato alterado: " FWM-CONTRACT-NO
               END-IF
           END-IF
           END-IF.

       CANCEL-CONTRACT.
           DISPLAY "Numero do contrato: " WITH NO ADVANCING
           ACCEPT FWM-CONTRACT-NO
           PERFORM FIND-CONTRACT-ENTRY
           IF FWM-HIT-SUB = 0
               DISPLAY "Nao ha contrato " FWM-CONTRACT-NO "."
           ELSE
           IF FWM-T-STATUS (FWM-HIT-SUB) = "C"
               DISPLAY "Contrato " FWM-CONTRACT-NO " ja cancelado."
           ELSE
               PERFORM LOAD-CURRENT-VALUES
               PERFORM SHOW-CURRENT-VALUES
               DISPLAY "Confirma cancelamento? (S/N): "
                   WITH NO ADVANCING
               ACCEPT FWM-ANSWER
               SET FWM-VALUES-VALID TO TRUE
               IF FWM-ANSWER = "S" OR FWM-ANSWER = "s"
                   PERFORM RELOCATE-CONTRACT
               END-IF
               IF FWM-ANSWER NOT = "S" AND FWM-ANSWER NOT = "s"
                   DISPLAY "Cancelamento desistido."
               ELSE
               IF FWM-VALUES-VALID
                   MOVE "C" TO FWM-T-STATUS (FWM-HIT-SUB)
                   MOVE "C" TO FWM-STATUS
                   MOVE FWM-OLD-RATE     TO FWM-NEW-RATE
                   MOVE FWM-OLD-NOTIONAL TO FWM-NEW-NOTIONAL
                   MOVE FWM-OLD-END-DATE TO FWM-NEW-END-DATE
                   PERFORM SAVE-CONTRACT-TABLE
                   MOVE "CAN" TO FWM-ACTION-CODE
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Contrato cancelado: " FWM-CONTRACT-NO
               END-IF
               END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      *Antes de gravar, rele o FWDCTMST e reacha o contrato: o lote
      *de C03EX03K abate FC-USED e regrava o cadastro a cada
      *checkpoint, e outra sessao pode ter mexido no contrato desde
      *que ele foi mostrado. Taxa, nocional ou fim mudados nesse
      *meio tempo, ou contrato cancelado, recusam a gravacao; o
      *usado mais novo entra na critica do nocional.
      *----------------------------------------------------------------
       RELOCATE-CONTRACT.
           PERFORM REFRESH-CONTRACT-TABLE
           PERFORM FIND-CONTRACT-ENTRY
           IF FWM-TABLE-OVERFLOW
               PERFORM SHOW-REFRESH-OVERFLOW
               SET FWM-VALUES-INVALID TO TRUE
           ELSE
           IF FWM-HIT-SUB = 0
               DISPLAY "Contrato " FWM-CONTRACT-NO " nao esta mais"
                   " no FWDCTMST - NAO gravado."
               SET FWM-VALUES-INVALID TO TRUE
           ELSE
           IF FWM-T-STATUS (FWM-HIT-SUB) = "C"
               DISPLAY "Contrato " FWM-CONTRACT-NO " cancelado"
                   " por outra sessao - NAO gravado."
               SET FWM-VALUES-INVALID TO TRUE
           ELSE
           IF FWM-T-RATE (FWM-HIT-SUB) NOT = FWM-OLD-RATE OR
              FWM-T-NOTIONAL (FWM-HIT-SUB) NOT = FWM-OLD-NOTIONAL OR
              FWM-T-END-DATE (FWM-HIT-SUB) NOT = FWM-OLD-END-DATE
               DISPLAY "Contrato " FWM-CONTRACT-NO " alterado por"
                   " outra sessao - consulte e refaca."
               SET FWM-VALUES-INVALID TO TRUE
           ELSE
               MOVE FWM-T-USED (FWM-HIT-SUB) TO FWM-USED
               IF FWM-NEW-NOTIONAL < FWM-USED
                   MOVE FWM-USED TO FWM-DISPLAY-USED
                   DISPLAY "Nocional abaixo do valor ja usado ("
                       FWM-DISPLAY-USED ") nao e aceito - NAO"
                       " gravado."
                   SET FWM-VALUES-INVALID TO TRUE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       SHOW-REFRESH-OVERFLOW.
           DISPLAY "FWDCTMST passou do que a tabela comporta -"
               " NAO gravado, para nao truncar o cadastro.".

       LOAD-CURRENT-VALUES.
           MOVE FWM-T-CUSTOMER (FWM-HIT-SUB)   TO FWM-CUSTOMER
           MOVE FWM-T-CURRENCY (FWM-HIT-SUB)   TO FWM-CURRENCY
           MOVE FWM-T-RATE (FWM-HIT-SUB)       TO FWM-OLD-RATE
           MOVE FWM-T-NOTIONAL (FWM-HIT-SUB)   TO FWM-OLD-NOTIONAL
           MOVE FWM-T-USED (FWM-HIT-SUB)       TO FWM-USED
           MOVE FWM-T-START-DATE (FWM-HIT-SUB) TO FWM-START-DATE
           MOVE FWM-T-END-DATE (FWM-HIT-SUB)   TO FWM-OLD-END-DATE
           MOVE FWM-T-STATUS (FWM-HIT-SUB)     TO FWM-STATUS.

       SHOW-CURRENT-VALUES.
           MOVE FWM-OLD-RATE     TO FWM-DISPLAY-RATE
           MOVE FWM-OLD-NOTIONAL TO FWM-DISPLAY-AMOUNT
           MOVE FWM-USED         TO FWM-DISPLAY-USED
           DISPLAY "Contrato " FWM-CONTRACT-NO " cliente "
               FWM-CUSTOMER " moeda " FWM-CURRENCY
           DISPLAY "  taxa " FWM-DISPLAY-RATE
               "  nocional " FWM-DISPLAY-AMOUNT
               "  usado " FWM-DISPLAY-USED
           DISPLAY "  vigencia " FWM-START-DATE " a "
               FWM-OLD-END-DATE.

      *----------------------------------------------------------------
      *Critica: taxa e nocional maiores que zero, datas numericas com
      *o fim nao anterior ao inicio, e nocional nunca abaixo do que o
      *lote ja abateu do contrato.
      *----------------------------------------------------------------
       VALIDATE-CONTRACT-VALUES.
           SET FWM-VALUES-VALID TO TRUE
           IF FWM-NEW-RATE = 0 OR FWM-NEW-NOTIONAL = 0
               DISPLAY "Taxa e nocional zerados nao sao aceitos."
               SET FWM-VALUES-INVALID TO TRUE
           END-IF
           IF FWM-START-DATE NOT NUMERIC OR
              FWM-NEW-END-DATE NOT NUMERIC
               DISPLAY "Datas da vigencia invalidas."
               SET FWM-VALUES-INVALID TO TRUE
           ELSE
               IF FWM-NEW-END-DATE < FWM-START-DATE
                   DISPLAY "Fim da vigencia anterior ao inicio."
                   SET FWM-VALUES-INVALID TO TRUE
               END-IF
           END-IF
           IF FWM-NEW-NOTIONAL < FWM-USED
               MOVE FWM-USED TO FWM-DISPLAY-USED
               DISPLAY "Nocional abaixo do valor ja usado ("
                   FWM-DISPLAY-USED ") nao e aceito."
               SET FWM-VALUES-INVALID TO TRUE
           END-IF
           IF FWM-VALUES-INVALID
               DISPLAY "Contrato NAO gravado."
           END-IF.

       INQUIRE-CONTRACT.
           DISPLAY "Cliente (ENTER lista todos): " WITH NO ADVANCING
           ACCEPT FWM-CUSTOMER
           MOVE 0 TO FWM-HIT-COUNT
           MOVE 0 TO FWM-SUB
           PERFORM INQUIRE-CONTRACT-LINE FWM-COUNT TIMES
           IF FWM-HIT-COUNT = 0
               DISPLAY "Nenhum contrato encontrado."
           END-IF.

       INQUIRE-CONTRACT-LINE.
           ADD 1 TO FWM-SUB
           IF FWM-CUSTOMER = SPACES OR
              FWM-T-CUSTOMER (FWM-SUB) = FWM-CUSTOMER
               ADD 1 TO FWM-HIT-COUNT
               MOVE FWM-T-RATE (FWM-SUB)     TO FWM-DISPLAY-RATE
               MOVE FWM-T-NOTIONAL (FWM-SUB) TO FWM-DISPLAY-AMOUNT
               MOVE FWM-T-USED (FWM-SUB)     TO FWM-DISPLAY-USED
               DISPLAY FWM-T-CONTRACT-NO (FWM-SUB) " "
                   FWM-T-CUSTOMER (FWM-SUB) " "
                   FWM-T-CURRENCY (FWM-SUB) " "
                   FWM-DISPLAY-RATE " "
                   FWM-DISPLAY-AMOUNT " "
                   FWM-DISPLAY-USED " "
                   FWM-T-START-DATE (FWM-SUB) "-"
                   FWM-T-END-DATE (FWM-SUB) " "
                   FWM-T-STATUS (FWM-SUB)
           END-IF.

       FIND-CONTRACT-ENTRY.
           MOVE 0 TO FWM-HIT-SUB
           MOVE 0 TO FWM-SUB
           PERFORM FIND-CONTRACT-SCAN FWM-COUNT TIMES.

       FIND-CONTRACT-SCAN.
           ADD 1 TO FWM-SUB
           IF FWM-T-CONTRACT-NO (FWM-SUB) = FWM-CONTRACT-NO
               MOVE FWM-SUB TO FWM-HIT-SUB
           END-IF.

       LOAD-CONTRACT-TABLE.
           MOVE 0 TO FWM-COUNT
           OPEN INPUT FWD-MAST-FILE
           IF FWM-MAST-STATUS = "00"
               PERFORM READ-CONTRACT-RECORD
                   UNTIL FWM-MAST-STATUS NOT = "00"
                       OR FWM-TABLE-OVERFLOW
               CLOSE FWD-MAST-FILE
           ELSE
               DISPLAY "FWDCTMST ainda nao existe - sera criado"
                   " na primeira inclusao."
           END-IF.

       READ-CONTRACT-RECORD.
           READ FWD-MAST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM CONVERT-OLD-CONTRACT
                   IF FWM-COUNT = 500
                       SET FWM-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO FWM-COUNT
                       MOVE FWM-COUNT TO FWM-STORE-SUB
                       PERFORM STORE-CONTRACT-ENTRY
                   END-IF
           END-READ.

      *Registro no layout anterior (taxa 9(02)V99, 64 posicoes):
      *taxa e demais campos vao para o lugar novo via area de
      *trabalho, porque as duas vistas se sobrepoem.
       CONVERT-OLD-CONTRACT.
           IF FC-OLD-FORMAT
               MOVE FC-OLD-RATE    TO FWM-HOLD-RATE
               MOVE FC-OLD-TERMS   TO FWM-HOLD-TERMS
               MOVE FWM-HOLD-TERMS TO FC-TERMS
               MOVE FWM-HOLD-RATE  TO FC-RATE
           END-IF.

       STORE-CONTRACT-ENTRY.
           MOVE FC-CONTRACT-NO TO FWM-T-CONTRACT-NO (FWM-STORE-SUB)
           MOVE FC-CUSTOMER    TO FWM-T-CUSTOMER (FWM-STORE-SUB)
           MOVE FC-CURRENCY    TO FWM-T-CURRENCY (FWM-STORE-SUB)
           MOVE FC-RATE        TO FWM-T-RATE (FWM-STORE-SUB)
           MOVE FC-NOTIONAL    TO FWM-T-NOTIONAL (FWM-STORE-SUB)
           MOVE FC-USED        TO FWM-T-USED (FWM-STORE-SUB)
           MOVE FC-START-DATE  TO FWM-T-START-DATE (FWM-STORE-SUB)
           MOVE FC-END-DATE    TO FWM-T-END-DATE (FWM-STORE-SUB)
           MOVE FC-STATUS      TO FWM-T-STATUS (FWM-STORE-SUB).

      *----------------------------------------------------------------
      *Releitura do FWDCTMST para dentro da tabela, por numero de
      *contrato (como REFRESH-WORK-ORDER-TABLE de C03EX03Q): o que
      *esta no disco vale, e contrato incluido por outra sessao
      *entra no fim.
      *----------------------------------------------------------------
       REFRESH-CONTRACT-TABLE.
           OPEN INPUT FWD-MAST-FILE
           IF FWM-MAST-STATUS = "00"
               PERFORM REFRESH-CONTRACT-RECORD
                   UNTIL FWM-MAST-STATUS NOT = "00"
                       OR FWM-TABLE-OVERFLOW
               CLOSE FWD-MAST-FILE
           END-IF.

       REFRESH-CONTRACT-RECORD.
           READ FWD-MAST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM CONVERT-OLD-CONTRACT
                   MOVE 0 TO FWM-STORE-SUB
                   MOVE 0 TO FWM-SUB
                   PERFORM REFRESH-CONTRACT-SCAN FWM-COUNT TIMES
                   IF FWM-STORE-SUB = 0
                       IF FWM-COUNT = 500
                           SET FWM-TABLE-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO FWM-COUNT
                           MOVE FWM-COUNT TO FWM-STORE-SUB
                       END-IF
                   END-IF
                   IF FWM-STORE-SUB > 0
                       PERFORM STORE-CONTRACT-ENTRY
                   END-IF
           END-READ.

       REFRESH-CONTRACT-SCAN.
           ADD 1 TO FWM-SUB
           IF FWM-T-CONTRACT-NO (FWM-SUB) = FC-CONTRACT-NO
               MOVE FWM-SUB TO FWM-STORE-SUB
           END-IF.

       SAVE-CONTRACT-TABLE.
           OPEN OUTPUT FWD-MAST-FILE
           MOVE 0 TO FWM-SUB
           PERFORM SAVE-CONTRACT-RECORD FWM-COUNT TIMES
           CLOSE FWD-MAST-FILE.

       SAVE-CONTRACT-RECORD.
           ADD 1 TO FWM-SUB
           MOVE FWM-T-CONTRACT-NO (FWM-SUB) TO FC-CONTRACT-NO
           MOVE FWM-T-CUSTOMER (FWM-SUB)    TO FC-CUSTOMER
           MOVE FWM-T-CURRENCY (FWM-SUB)    TO FC-CURRENCY
           MOVE FWM-T-RATE (FWM-SUB)        TO FC-RATE
           MOVE FWM-T-NOTIONAL (FWM-SUB)    TO FC-NOTIONAL
           MOVE FWM-T-USED (FWM-SUB)        TO FC-USED
           MOVE FWM-T-START-DATE (FWM-SUB)  TO FC-START-DATE
           MOVE FWM-T-END-DATE (FWM-SUB)    TO FC-END-DATE
           MOVE FWM-T-STATUS (FWM-SUB)      TO FC-STATUS
           WRITE FWD-CONTRACT-RECORD.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND FWM-AUDIT-FILE
           IF FWM-AUDIT-STATUS = "35"
               OPEN OUTPUT FWM-AUDIT-FILE
           END-IF
           MOVE SPACE TO FWM-AUDIT-RECORD
           ACCEPT HORA FROM TIME
           STRING HOJE DELIMITED BY SIZE
                  HORA DELIMITED BY SIZE
                  INTO FW-TIMESTAMP
           MOVE FWM-OPERATOR-ID  TO FW-OPERATOR
           MOVE FWM-ACTION-CODE  TO FW-ACTION
           MOVE FWM-CONTRACT-NO  TO FW-CONTRACT-NO
           MOVE FWM-CUSTOMER     TO FW-CUSTOMER
           MOVE FWM-CURRENCY     TO FW-CURRENCY
           MOVE FWM-OLD-RATE     TO FW-OLD-RATE
           MOVE FWM-NEW-RATE     TO FW-NEW-RATE
           MOVE FWM-OLD-NOTIONAL TO FW-OLD-NOTIONAL
           MOVE FWM-NEW-NOTIONAL TO FW-NEW-NOTIONAL
           MOVE FWM-OLD-END-DATE TO FW-OLD-END-DATE
           MOVE FWM-NEW-END-DATE TO FW-NEW-END-DATE
           IF FWM-ACTION-CODE = "CAN"
               MOVE "C" TO FW-STATUS
           ELSE
               MOVE "A" TO FW-STATUS
           END-IF
           WRITE FWM-AUDIT-RECORD
           CLOSE FWM-AUDIT-FILE.

       END PROGRAM C03FWMNT.
