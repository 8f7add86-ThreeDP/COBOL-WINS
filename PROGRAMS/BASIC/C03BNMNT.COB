       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03BNMNT.
      *AUTHOR. R. MOTA.
      *
      *Manutencao do cadastro de favorecidos de fornecedores
      *(BENFMAST, copybook BENFREC): inclusao, alteracao e consulta
      *dos dados bancarios (banco, conta, SWIFT/BIC, IBAN e moeda da
      *conta) que o lote de remessa de C03EX03K usa para montar o
      *arquivo de pagamento do banco. O codigo do fornecedor e o
      *mesmo que o extrato de remessas traz em FI-CUSTOMER. Toda
      *inclusao e alteracao vai para a trilha de auditoria de
      *manutencao (BNMNTAUD) com a imagem anterior e a nova.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. Pagamento ao exterior deixa
      *                  de ser digitado no portal do banco a partir
      *                  do FXINVRPT.
      *  2026-10-15  RM  Inclusao e alteracao releem o BENFMAST e
      *                  reacham o fornecedor antes de gravar: o
      *                  cadastro era regravado da tabela carregada
      *                  na abertura e apagava o que outra sessao
      *                  tivesse gravado nesse meio tempo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENF-MAST-FILE ASSIGN TO "BENFMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BNM-MAST-STATUS.
           SELECT BNM-AUDIT-FILE ASSIGN TO "BNMNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BNM-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENF-MAST-FILE.
           COPY "BENFREC.CPY".

       FD  BNM-AUDIT-FILE.
       01  BNM-AUDIT-RECORD.
           05  BA-TIMESTAMP        PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BA-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BA-ACTION           PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BA-OLD-IMAGE        PIC X(135).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BA-NEW-IMAGE        PIC X(135).

       LOCAL-STORAGE SECTION.
       77 BNM-MAST-STATUS          PIC X(02).
       77 BNM-AUDIT-STATUS         PIC X(02).
       77 HOJE                     PIC X(08).
       77 HORA                     PIC X(08).
       77 BNM-OPERATOR-ID          PIC X(08) VALUE SPACES.
       77 BNM-OPTION               PIC X(01) VALUE SPACE.
           88  BNM-OPT-ADD             VALUE "1".
           88  BNM-OPT-CHANGE          VALUE "2".
           88  BNM-OPT-INQUIRE         VALUE "3".
           88  BNM-OPT-EXIT            VALUE "4".
       77 BNM-COUNT                PIC 9(03) VALUE 0 COMP.
       01 BNM-TABLE.
           05  BNM-ENTRY OCCURS 500 TIMES
                   DEPENDING ON BNM-COUNT.
               10  BNM-T-IMAGE         PIC X(135).
       77 BNM-SUB                  PIC 9(03) VALUE 0 COMP.
       77 BNM-HIT-SUB              PIC 9(03) VALUE 0 COMP.
       77 BNM-HIT-COUNT            PIC 9(03) VALUE 0 COMP.
       77 BNM-SPACE-COUNT          PIC 9(02) VALUE 0 COMP.
       77 BNM-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  BNM-TABLE-OVERFLOW      VALUE "Y".
       77 BNM-VALID-SWITCH         PIC X(01) VALUE "N".
           88  BNM-VALUES-VALID        VALUE "Y".
           88  BNM-VALUES-INVALID      VALUE "N".
       77 BNM-SUPPLIER             PIC X(08) VALUE SPACES.
       77 BNM-OLD-IMAGE            PIC X(135) VALUE SPACES.
       77 BNM-NEW-IMAGE            PIC X(135) VALUE SPACES.
       77 BNM-ACTION-CODE          PIC X(03) VALUE SPACES.
       77 BNM-KEYED-TEXT           PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "============================================="
           DISPLAY " MANUTENCAO DE FAVORECIDOS - BENFMAST"
           DISPLAY "============================================="
           DISPLAY "Identificacao do operador: " WITH NO ADVANCING
           ACCEPT BNM-OPERATOR-ID
           PERFORM LOAD-BENEFICIARY-TABLE
           IF BNM-TABLE-OVERFLOW
               DISPLAY "BENFMAST tem mais registros que a tabela"
                   " comporta - manutencao abortada para nao"
                   " truncar o cadastro na regravacao."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PROCESS-MAINT-OPTION UNTIL BNM-OPT-EXIT

           DISPLAY "Encerrando manutencao."
           GOBACK.

       PROCESS-MAINT-OPTION.
           PERFORM DISPLAY-MAINT-MENU
           EVALUATE TRUE
               WHEN BNM-OPT-ADD
                   PERFORM ADD-BENEFICIARY
               WHEN BNM-OPT-CHANGE
                   PERFORM CHANGE-BENEFICIARY
               WHEN BNM-OPT-INQUIRE
                   PERFORM INQUIRE-BENEFICIARY
               WHEN BNM-OPT-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida - tente novamente."
           END-EVALUATE.

       DISPLAY-MAINT-MENU.
           DISPLAY " "
           DISPLAY "1 - Incluir favorecido"
           DISPLAY "2 - Alterar favorecido"
           DISPLAY "3 - Consultar favorecido"
           DISPLAY "4 - Sair"
           DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
           ACCEPT BNM-OPTION.

       ADD-BENEFICIARY.
           DISPLAY "Codigo do fornecedor: " WITH NO ADVANCING
           ACCEPT BNM-SUPPLIER
           PERFORM FIND-BENEFICIARY-ENTRY
           IF BNM-SUPPLIER = SPACES
               DISPLAY "Codigo do fornecedor obrigatorio."
           ELSE
           IF BNM-HIT-SUB > 0
               DISPLAY "Ja existe o favorecido " BNM-SUPPLIER
                   " - use a alteracao."
           ELSE
           IF BNM-COUNT = 500
               DISPLAY "Tabela de favorecidos cheia - inclusao"
                   " recusada."
           ELSE
               MOVE SPACES TO BENF-MAST-RECORD
               MOVE BNM-SUPPLIER TO BN-SUPPLIER
               MOVE "A" TO BN-STATUS
               PERFORM ACCEPT-BENEFICIARY-FIELDS
               PERFORM VALIDATE-BENEFICIARY
               IF BNM-VALUES-VALID
                   PERFORM RELOCATE-BENEFICIARY
               END-IF
               IF BNM-VALUES-VALID AND BNM-TABLE-OVERFLOW
                   PERFORM SHOW-REFRESH-OVERFLOW
               ELSE
               IF BNM-VALUES-VALID AND BNM-HIT-SUB > 0
                   DISPLAY "Favorecido " BNM-SUPPLIER " incluido"
                       " por outra sessao - inclusao NAO gravada."
               ELSE
               IF BNM-VALUES-VALID AND BNM-COUNT = 500
                   DISPLAY "Tabela de favorecidos cheia - inclusao"
                       " NAO gravada."
               ELSE
               IF BNM-VALUES-VALID
                   ADD 1 TO BNM-COUNT
                   MOVE BENF-MAST-RECORD TO BNM-T-IMAGE (BNM-COUNT)
                   PERFORM SAVE-BENEFICIARY-TABLE
                   MOVE SPACES TO BNM-OLD-IMAGE
                   MOVE "ADD" TO BNM-ACTION-CODE
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Favorecido incluido: " BNM-SUPPLIER
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      *Alteracao: ENTER mantem o valor atual de cada campo. O status
      *I (inativo) tira o fornecedor do arquivo de pagamento sem
      *apagar o cadastro.
      *----------------------------------------------------------------
       CHANGE-BENEFICIARY.
           DISPLAY "Codigo do fornecedor: " WITH NO ADVANCING
           ACCEPT BNM-SUPPLIER
           PERFORM FIND-BENEFICIARY-ENTRY
           IF BNM-HIT-SUB = 0
               DISPLAY "Nao ha favorecido " BNM-SUPPLIER
                   " - use a inclusao."
           ELSE
               MOVE BNM-T-IMAGE (BNM-HIT-SUB) TO BENF-MAST-RECORD
               MOVE BENF-MAST-RECORD TO BNM-OLD-IMAGE
               PERFORM SHOW-BENEFICIARY
               PERFORM ACCEPT-BENEFICIARY-FIELDS
               DISPLAY "Status A/I [" BN-STATUS "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO BNM-KEYED-TEXT
               ACCEPT BNM-KEYED-TEXT
               IF BNM-KEYED-TEXT NOT = SPACES
                   MOVE BNM-KEYED-TEXT TO BN-STATUS
               END-IF
               PERFORM VALIDATE-BENEFICIARY
               IF BNM-VALUES-VALID
                   PERFORM RELOCATE-BENEFICIARY
                   PERFORM CHECK-CHANGED-BENEFICIARY
               END-IF
               IF BNM-VALUES-VALID
                   MOVE BENF-MAST-RECORD TO BNM-T-IMAGE (BNM-HIT-SUB)
                   PERFORM SAVE-BENEFICIARY-TABLE
                   MOVE "CHG" TO BNM-ACTION-CODE
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Favorecido alterado: " BNM-SUPPLIER
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Antes de gravar, rele o BENFMAST e reacha o fornecedor (como
      *RELOCATE-CONTRACT de C03FWMNT): outra sessao pode ter incluido
      *ou alterado o favorecido desde que ele foi mostrado, e a
      *regravacao da tabela carregada na abertura apagaria isso. O
      *registro digitado fica guardado em BNM-NEW-IMAGE durante a
      *releitura, que usa a mesma area do arquivo.
      *----------------------------------------------------------------
       RELOCATE-BENEFICIARY.
           MOVE BENF-MAST-RECORD TO BNM-NEW-IMAGE
           PERFORM REFRESH-BENEFICIARY-TABLE
           PERFORM FIND-BENEFICIARY-ENTRY
           MOVE BNM-NEW-IMAGE TO BENF-MAST-RECORD.

       CHECK-CHANGED-BENEFICIARY.
           IF BNM-TABLE-OVERFLOW
               PERFORM SHOW-REFRESH-OVERFLOW
               SET BNM-VALUES-INVALID TO TRUE
           ELSE
           IF BNM-HIT-SUB = 0
               DISPLAY "Favorecido " BNM-SUPPLIER " nao esta mais"
                   " no BENFMAST - NAO gravado."
               SET BNM-VALUES-INVALID TO TRUE
           ELSE
           IF BNM-T-IMAGE (BNM-HIT-SUB) NOT = BNM-OLD-IMAGE
               DISPLAY "Favorecido " BNM-SUPPLIER " alterado por"
                   " outra sessao - consulte e refaca."
               SET BNM-VALUES-INVALID TO TRUE
           END-IF
           END-IF
           END-IF.

       SHOW-REFRESH-OVERFLOW.
           DISPLAY "BENFMAST passou do que a tabela comporta -"
               " NAO gravado, para nao truncar o cadastro.".

       ACCEPT-BENEFICIARY-FIELDS.
           DISPLAY "Nome do favorecido [" BN-NAME "]: "
               WITH NO ADVANCING
           MOVE SPACES TO BNM-KEYED-TEXT
           ACCEPT BNM-KEYED-TEXT
           IF BNM-KEYED-TEXT NOT = SPACES
               MOVE BNM-KEYED-TEXT TO BN-NAME
           END-IF
           DISPLAY "Banco [" BN-BANK-NAME "]: " WITH NO ADVANCING
           MOVE SPACES TO BNM-KEYED-TEXT
           ACCEPT BNM-KEYED-TEXT
           IF BNM-KEYED-TEXT NOT = SPACES
               MOVE BNM-KEYED-TEXT TO BN-BANK-NAME
           END-IF
           DISPLAY "Codigo/agencia do banco [" BN-BANK-CODE "]: "
               WITH NO ADVANCING
           MOVE SPACES TO BNM-KEYED-TEXT
           ACCEPT BNM-KEYED-TEXT
           IF BNM-KEYED-TEXT NOT = SPACES
               MOVE BNM-KEYED-TEXT TO BN-BANK-CODE
           END-IF
           DISPLAY "Conta [" BN-ACCOUNT "]: " WITH NO ADVANCING
           MOVE SPACES TO BNM-KEYED-TEXT
           ACCEPT BNM-KEYED-TEXT
           IF BNM-KEYED-TEXT NOT = SPACES
               MOVE BNM-KEYED-TEXT TO BN-ACCOUNT
           END-IF
           DISPLAY "SWIFT/BIC [" BN-SWIFT "]: " WITH NO ADVANCING
           MOVE SPACES TO BNM-KEYED-TEXT
           ACCEPT BNM-KEYED-TEXT
           IF BNM-KEYED-TEXT NOT = SPACES
               MOVE BNM-KEYED-TEXT TO BN-SWIFT
           END-IF
           DISPLAY "IBAN [" BN-IBAN "]: " WITH NO ADVANCING
           MOVE SPACES TO BNM-KEYED-TEXT
           ACCEPT BNM-KEYED-TEXT
           IF BNM-KEYED-TEXT NOT = SPACES
               MOVE BNM-KEYED-TEXT TO BN-IBAN
           END-IF
           DISPLAY "Moeda da conta [" BN-CURRENCY "]: "
               WITH NO ADVANCING
           MOVE SPACES TO BNM-KEYED-TEXT
           ACCEPT BNM-KEYED-TEXT
           IF BNM-KEYED-TEXT NOT = SPACES
               MOVE BNM-KEYED-TEXT TO BN-CURRENCY
           END-IF.

      *----------------------------------------------------------------
      *Critica: nome, conta e moeda obrigatorios; SWIFT/BIC com 8 ou
      *11 posicoes sem brancos no meio; status A ou I.
      *----------------------------------------------------------------
       VALIDATE-BENEFICIARY.
           SET BNM-VALUES-VALID TO TRUE
           IF BN-NAME = SPACES OR BN-ACCOUNT = SPACES OR
              BN-CURRENCY = SPACES
               DISPLAY "Nome, conta e moeda sao obrigatorios."
               SET BNM-VALUES-INVALID TO TRUE
           END-IF
           MOVE 0 TO BNM-SPACE-COUNT
           INSPECT BN-SWIFT (1:8) TALLYING BNM-SPACE-COUNT
               FOR ALL SPACE
           IF BNM-SPACE-COUNT > 0
               DISPLAY "SWIFT/BIC deve ter 8 ou 11 posicoes."
               SET BNM-VALUES-INVALID TO TRUE
           ELSE
               MOVE 0 TO BNM-SPACE-COUNT
               INSPECT BN-SWIFT (9:3) TALLYING BNM-SPACE-COUNT
                   FOR ALL SPACE
               IF BNM-SPACE-COUNT NOT = 0 AND
                  BNM-SPACE-COUNT NOT = 3
                   DISPLAY "SWIFT/BIC deve ter 8 ou 11 posicoes."
                   SET BNM-VALUES-INVALID TO TRUE
               END-IF
           END-IF
           IF NOT BN-ACTIVE AND NOT BN-INACTIVE
               DISPLAY "Status deve ser A ou I."
               SET BNM-VALUES-INVALID TO TRUE
           END-IF
           IF BNM-VALUES-INVALID
               DISPLAY "Favorecido NAO gravado."
           END-IF.

       INQUIRE-BENEFICIARY.
           DISPLAY "Codigo do fornecedor (ENTER lista todos): "
               WITH NO ADVANCING
           ACCEPT BNM-SUPPLIER
           MOVE 0 TO BNM-HIT-COUNT
           MOVE 0 TO BNM-SUB
           PERFORM INQUIRE-BENEFICIARY-LINE BNM-COUNT TIMES
           IF BNM-HIT-COUNT = 0
               DISPLAY "Nenhum favorecido encontrado."
           END-IF.

       INQUIRE-BENEFICIARY-LINE.
           ADD 1 TO BNM-SUB
           MOVE BNM-T-IMAGE (BNM-SUB) TO BENF-MAST-RECORD
           IF BNM-SUPPLIER = SPACES OR BN-SUPPLIER = BNM-SUPPLIER
               ADD 1 TO BNM-HIT-COUNT
               PERFORM SHOW-BENEFICIARY
           END-IF.

       SHOW-BENEFICIARY.
           DISPLAY BN-SUPPLIER " " BN-NAME " " BN-CURRENCY
               " " BN-STATUS
           DISPLAY "  " BN-BANK-NAME " " BN-BANK-CODE
               " CONTA " BN-ACCOUNT
           DISPLAY "  SWIFT " BN-SWIFT " IBAN " BN-IBAN.

       FIND-BENEFICIARY-ENTRY.
           MOVE 0 TO BNM-HIT-SUB
           MOVE 0 TO BNM-SUB
           PERFORM FIND-BENEFICIARY-SCAN BNM-COUNT TIMES.

       FIND-BENEFICIARY-SCAN.
           ADD 1 TO BNM-SUB
           IF BNM-T-IMAGE (BNM-SUB) (1:8) = BNM-SUPPLIER
               MOVE BNM-SUB TO BNM-HIT-SUB
           END-IF.

       LOAD-BENEFICIARY-TABLE.
           MOVE 0 TO BNM-COUNT
           OPEN INPUT BENF-MAST-FILE
           IF BNM-MAST-STATUS = "00"
               PERFORM READ-BENEFICIARY-RECORD
                   UNTIL BNM-MAST-STATUS NOT = "00"
                       OR BNM-TABLE-OVERFLOW
               CLOSE BENF-MAST-FILE
           ELSE
               DISPLAY "BENFMAST ainda nao existe - sera criado"
                   " na primeira inclusao."
           END-IF.

       READ-BENEFICIARY-RECORD.
           READ BENF-MAST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BNM-COUNT = 500
                       SET BNM-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO BNM-COUNT
                       MOVE BENF-MAST-RECORD
                           TO BNM-T-IMAGE (BNM-COUNT)
                   END-IF
           END-READ.

      *Releitura do BENFMAST inteiro para dentro da tabela: o que
      *esta no disco vale.
       REFRESH-BENEFICIARY-TABLE.
           MOVE 0 TO BNM-COUNT
           MOVE "N" TO BNM-OVERFLOW-SWITCH
           OPEN INPUT BENF-MAST-FILE
           IF BNM-MAST-STATUS = "00"
               PERFORM READ-BENEFICIARY-RECORD
                   UNTIL BNM-MAST-STATUS NOT = "00"
                       OR BNM-TABLE-OVERFLOW
               CLOSE BENF-MAST-FILE
           END-IF.

       SAVE-BENEFICIARY-TABLE.
           OPEN OUTPUT BENF-MAST-FILE
           MOVE 0 TO BNM-SUB
           PERFORM SAVE-BENEFICIARY-RECORD BNM-COUNT TIMES
           CLOSE BENF-MAST-FILE.

       SAVE-BENEFICIARY-RECORD.
           ADD 1 TO BNM-SUB
           MOVE BNM-T-IMAGE (BNM-SUB) TO BENF-MAST-RECORD
           WRITE BENF-MAST-RECORD.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND BNM-AUDIT-FILE
           IF BNM-AUDIT-STATUS = "35"
               OPEN OUTPUT BNM-AUDIT-FILE
           END-IF
           MOVE SPACE TO BNM-AUDIT-RECORD
           ACCEPT HORA FROM TIME
           STRING HOJE DELIMITED BY SIZE
                  HORA DELIMITED BY SIZE
                  INTO BA-TIMESTAMP
           MOVE BNM-OPERATOR-ID  TO BA-OPERATOR
           MOVE BNM-ACTION-CODE  TO BA-ACTION
           MOVE BNM-OLD-IMAGE    TO BA-OLD-IMAGE
           MOVE BNM-NEW-IMAGE    TO BA-NEW-IMAGE
           WRITE BNM-AUDIT-RECORD
           CLOSE BNM-AUDIT-FILE.

       END PROGRAM C03BNMNT.
