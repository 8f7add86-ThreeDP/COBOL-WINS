       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03CLMNT.
      *AUTHOR. R. MOTA.
      *
      *Manutencao do calendario de dias uteis (CALENDAR, copybook
      *CALREC): um registro por dia que NAO e dia util - fim de
      *semana (W), feriado nacional (N), feriado bancario (B) ou
      *parada da fabrica (P). Dia de semana sem registro e dia
      *util; sabado e domingo nunca sao, gerados ou nao. Inclui
      *e exclui dias, gera de uma vez os sabados e domingos de um
      *ano e lista o calendario de um ano ou mes. O cadastro e
      *mantido em ordem de data. E o calendario que a busca de
      *cotacao (C03FXMNT, C03FXLD, C03EX03K), a media de mesmos
      *dias da semana (C03EODVA) e a carencia do ack do warehouse
      *(C03DWAK) consultam. Toda inclusao, exclusao e geracao vai
      *para a trilha de auditoria de manutencao (CLMNTAUD).
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. Sabado, feriado e parada
      *                  de fabrica deixam de ser tratados por cada
      *                  programa do seu jeito (ou de nenhum).
      *  2026-10-15  RM  Inclusao, exclusao e geracao releem o
      *                  CALENDAR e refazem a critica na tabela
      *                  relida antes de gravar: o cadastro era
      *                  regravado da tabela carregada na abertura e
      *                  apagava o que outra sessao tivesse gravado
      *                  nesse meio tempo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLM-CAL-STATUS.
           SELECT CLM-AUDIT-FILE ASSIGN TO "CLMNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLM-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY "CALREC.CPY".

       FD  CLM-AUDIT-FILE.
       01  CLM-AUDIT-RECORD.
           05  CA-TIMESTAMP        PIC X(16).
           05  FILLER              PIC X(01).
           05  CA-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01).
           05  CA-ACTION           PIC X(03).
           05  FILLER              PIC X(01).
           05  CA-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  CA-TYPE             PIC X(01).
           05  FILLER              PIC X(01).
           05  CA-DESCRIPTION      PIC X(30).

       LOCAL-STORAGE SECTION.
       77 CLM-CAL-STATUS           PIC X(02).
       77 CLM-AUDIT-STATUS         PIC X(02).
       77 HOJE                     PIC X(08).
       77 HORA                     PIC X(08).
       77 CLM-OPERATOR-ID          PIC X(08) VALUE SPACES.
       77 CLM-OPTION               PIC X(01) VALUE SPACE.
           88  CLM-OPT-ADD             VALUE "1".
           88  CLM-OPT-DELETE          VALUE "2".
           88  CLM-OPT-GENERATE        VALUE "3".
           88  CLM-OPT-INQUIRE         VALUE "4".
           88  CLM-OPT-EXIT            VALUE "5".
       77 CLM-COUNT                PIC 9(04) VALUE 0 COMP.
       01 CLM-TABLE.
           05  CLM-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON CLM-COUNT.
               10  CLM-T-DATE          PIC X(08).
               10  CLM-T-TYPE          PIC X(01).
               10  CLM-T-DESCRIPTION   PIC X(30).
       77 CLM-SUB                  PIC 9(04) VALUE 0 COMP.
       77 CLM-NEXT-SUB             PIC 9(04) VALUE 0 COMP.
       77 CLM-HIT-SUB              PIC 9(04) VALUE 0 COMP.
       77 CLM-INS-SUB              PIC 9(04) VALUE 0 COMP.
       77 CLM-SHIFT-COUNT          PIC 9(04) VALUE 0 COMP.
       77 CLM-HIT-COUNT            PIC 9(04) VALUE 0 COMP.
       77 CLM-ADDED-COUNT          PIC 9(04) VALUE 0 COMP.
       77 CLM-KEPT-COUNT           PIC 9(04) VALUE 0 COMP.
       77 CLM-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  CLM-TABLE-OVERFLOW      VALUE "Y".
       77 CLM-KEYED-DATE           PIC X(08) VALUE SPACES.
       77 CLM-TYPE                 PIC X(01) VALUE SPACE.
       77 CLM-DESCRIPTION          PIC X(30) VALUE SPACES.
       77 CLM-FILTER               PIC X(06) VALUE SPACES.
       77 CLM-KEYED-YEAR           PIC X(04) VALUE SPACES.
       77 CLM-ANSWER               PIC X(01) VALUE SPACE.
       77 CLM-ACTION-CODE          PIC X(03) VALUE SPACES.
       77 CLM-DATE-SWITCH          PIC X(01) VALUE "N".
           88  CLM-DATE-VALID          VALUE "Y".
           88  CLM-DATE-INVALID        VALUE "N".
       77 CLM-WEEKDAY              PIC 9(01) VALUE 0.
       77 CLM-DISPLAY-COUNT        PIC ZZZ9.

      *Data de trabalho da validacao e da geracao dos fins de semana
      *(avanco um dia por vez, com fim de mes e bissexto).
       01 CLM-WORK-DATE.
           05  CLM-WK-YYYY         PIC 9(04).
           05  CLM-WK-MM           PIC 9(02).
           05  CLM-WK-DD           PIC 9(02).
       77 CLM-GEN-YEAR             PIC 9(04) VALUE 0.
       01 CLM-MONTH-LENGTHS.
           05  FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 CLM-MONTH-TABLE REDEFINES CLM-MONTH-LENGTHS.
           05  CLM-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
       77 CLM-MONTH-SUB            PIC 9(02) VALUE 0 COMP.
       77 CLM-MONTH-LAST           PIC 9(02) VALUE 0.
       77 CLM-LEAP-WORK            PIC 9(04) VALUE 0 COMP.
       77 CLM-LEAP-4               PIC 9(03) VALUE 0.
       77 CLM-LEAP-100             PIC 9(03) VALUE 0.
       77 CLM-LEAP-400             PIC 9(03) VALUE 0.

      *Congruencia de Zeller, como em C03EODSM.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "============================================="
           DISPLAY " MANUTENCAO DO CALENDARIO DE DIAS UTEIS"
           DISPLAY "============================================="
           DISPLAY "Identificacao do operador: " WITH NO ADVANCING
           ACCEPT CLM-OPERATOR-ID
           PERFORM LOAD-CALENDAR-TABLE
           IF CLM-TABLE-OVERFLOW
               DISPLAY "CALENDAR tem mais registros que a tabela"
                   " comporta - manutencao abortada para nao"
                   " truncar o cadastro na regravacao."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PROCESS-MAINT-OPTION UNTIL CLM-OPT-EXIT

           DISPLAY "Encerrando manutencao."
           GOBACK.

       PROCESS-MAINT-OPTION.
           PERFORM DISPLAY-MAINT-MENU
           EVALUATE TRUE
               WHEN CLM-OPT-ADD
                   PERFORM ADD-CALENDAR-DAY
               WHEN CLM-OPT-DELETE
                   PERFORM DELETE-CALENDAR-DAY
               WHEN CLM-OPT-GENERATE
                   PERFORM GENERATE-WEEKENDS
               WHEN CLM-OPT-INQUIRE
                   PERFORM INQUIRE-CALENDAR
               WHEN CLM-OPT-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida - tente novamente."
           END-EVALUATE.

       DISPLAY-MAINT-MENU.
           DISPLAY " "
           DISPLAY "1 - Incluir dia nao util"
           DISPLAY "2 - Excluir dia nao util"
           DISPLAY "3 - Gerar sabados e domingos de um ano"
           DISPLAY "4 - Consultar calendario (ano ou mes)"
           DISPLAY "5 - Sair"
           DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
           ACCEPT CLM-OPTION.

      *----------------------------------------------------------------
      *Inclusao: data valida, ainda nao cadastrada, tipo W/N/B/P e
      *descricao. Um feriado que cai num sabado ja gerado precisa
      *da exclusao do sabado antes - o dia tem um registro so.
      *----------------------------------------------------------------
       ADD-CALENDAR-DAY.
           PERFORM ACCEPT-KEYED-DATE
           IF CLM-DATE-VALID
               PERFORM FIND-CALENDAR-ENTRY
               IF CLM-HIT-SUB > 0
                   DISPLAY "Dia " CLM-KEYED-DATE " ja cadastrado"
                       " como " CLM-T-TYPE (CLM-HIT-SUB) " - "
                       CLM-T-DESCRIPTION (CLM-HIT-SUB)
               ELSE
               IF CLM-COUNT = 2000
                   DISPLAY "Tabela do calendario cheia - exclua"
                       " anos antigos antes de incluir."
               ELSE
                   DISPLAY "Tipo (W=fim de semana N=feriado"
                       " nacional B=feriado bancario P=parada da"
                       " fabrica): " WITH NO ADVANCING
                   MOVE SPACE TO CLM-TYPE
                   ACCEPT CLM-TYPE
                   DISPLAY "Descricao: " WITH NO ADVANCING
                   MOVE SPACES TO CLM-DESCRIPTION
                   ACCEPT CLM-DESCRIPTION
                   MOVE CLM-TYPE TO CAL-TYPE
                   IF NOT CAL-VALID-TYPE
                       DISPLAY "Tipo invalido - dia NAO gravado."
                   ELSE
                       PERFORM REFRESH-CALENDAR-TABLE
                       PERFORM FIND-CALENDAR-ENTRY
                       PERFORM ADD-REFRESHED-DAY
                   END-IF
               END-IF
               END-IF
           END-IF.

       DELETE-CALENDAR-DAY.
           PERFORM ACCEPT-KEYED-DATE
           IF CLM-DATE-VALID
               PERFORM FIND-CALENDAR-ENTRY
               IF CLM-HIT-SUB = 0
                   DISPLAY "Dia " CLM-KEYED-DATE " nao esta no"
                       " calendario - ja e dia util."
               ELSE
                   MOVE CLM-T-TYPE (CLM-HIT-SUB) TO CLM-TYPE
                   MOVE CLM-T-DESCRIPTION (CLM-HIT-SUB)
                       TO CLM-DESCRIPTION
                   DISPLAY CLM-KEYED-DATE " " CLM-TYPE " "
                       CLM-DESCRIPTION
                   DISPLAY "Confirma a exclusao? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT CLM-ANSWER
                   IF CLM-ANSWER = "S" OR CLM-ANSWER = "s"
                       PERFORM REFRESH-CALENDAR-TABLE
                       PERFORM FIND-CALENDAR-ENTRY
                       PERFORM DELETE-REFRESHED-DAY
                   ELSE
                       DISPLAY "Exclusao desistida."
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Geracao dos fins de semana: percorre o ano dia a dia a partir
      *do dia da semana de 1o de janeiro; sabado e domingo que ainda
      *nao estao no calendario entram como W. Dia ja cadastrado
      *(feriado que cai no fim de semana) fica como esta, entao
      *gerar de novo o mesmo ano nao duplica nada.
      *----------------------------------------------------------------
       GENERATE-WEEKENDS.
           DISPLAY "Ano (YYYY): " WITH NO ADVANCING
           MOVE SPACES TO CLM-KEYED-YEAR
           ACCEPT CLM-KEYED-YEAR
           IF CLM-KEYED-YEAR NOT NUMERIC OR
              CLM-KEYED-YEAR < "1900"
               DISPLAY "Ano invalido."
           ELSE
               MOVE CLM-KEYED-YEAR TO CLM-GEN-YEAR
               MOVE CLM-GEN-YEAR TO CLM-WK-YYYY
               MOVE 1 TO CLM-WK-MM
               MOVE 1 TO CLM-WK-DD
               MOVE CLM-WORK-DATE TO ZEL-WORK-DATE
               PERFORM COMPUTE-WEEKDAY
               PERFORM REFRESH-CALENDAR-TABLE
               IF CLM-TABLE-OVERFLOW
                   PERFORM SHOW-REFRESH-OVERFLOW
               ELSE
                   PERFORM GENERATE-YEAR-WEEKENDS
               END-IF
           END-IF.

       GENERATE-YEAR-WEEKENDS.
           MOVE 0 TO CLM-ADDED-COUNT
           MOVE 0 TO CLM-KEPT-COUNT
           PERFORM GENERATE-ONE-DAY
               UNTIL CLM-WK-YYYY NOT = CLM-GEN-YEAR
                   OR CLM-TABLE-OVERFLOW
           IF CLM-ADDED-COUNT > 0
               PERFORM SAVE-CALENDAR-TABLE
           END-IF
           MOVE CLM-ADDED-COUNT TO CLM-DISPLAY-COUNT
           DISPLAY CLM-DISPLAY-COUNT " dia(s) de fim de semana"
               " incluido(s) em " CLM-KEYED-YEAR
           MOVE CLM-KEPT-COUNT TO CLM-DISPLAY-COUNT
           DISPLAY CLM-DISPLAY-COUNT " ja estava(m) no"
               " calendario"
           IF CLM-TABLE-OVERFLOW
               DISPLAY "Tabela do calendario cheia - geracao"
                   " interrompida em " CLM-WORK-DATE
               MOVE "N" TO CLM-OVERFLOW-SWITCH
           END-IF.

       GENERATE-ONE-DAY.
           IF CLM-WEEKDAY > 5
               MOVE CLM-WORK-DATE TO CLM-KEYED-DATE
               PERFORM FIND-CALENDAR-ENTRY
               IF CLM-HIT-SUB > 0
                   ADD 1 TO CLM-KEPT-COUNT
               ELSE
               IF CLM-COUNT = 2000
                   SET CLM-TABLE-OVERFLOW TO TRUE
               ELSE
                   MOVE "W" TO CLM-TYPE
                   IF CLM-WEEKDAY = 6
                       MOVE "SABADO" TO CLM-DESCRIPTION
                   ELSE
                       MOVE "DOMINGO" TO CLM-DESCRIPTION
                   END-IF
                   PERFORM INSERT-CALENDAR-ENTRY
                   MOVE "GEN" TO CLM-ACTION-CODE
                   PERFORM WRITE-MAINT-AUDIT
                   ADD 1 TO CLM-ADDED-COUNT
               END-IF
               END-IF
           END-IF
           IF NOT CLM-TABLE-OVERFLOW
               PERFORM ADVANCE-ONE-DAY
               IF CLM-WEEKDAY = 7
                   MOVE 1 TO CLM-WEEKDAY
               ELSE
                   ADD 1 TO CLM-WEEKDAY
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Inclusao, exclusao e geracao releem o CALENDAR antes de mexer
      *na tabela (como RELOCATE-CONTRACT de C03FWMNT) e a critica de
      *dia ja cadastrado ou ausente e refeita na tabela relida:
      *outra sessao pode ter gravado o cadastro desde que ele foi
      *carregado, e a regravacao da tabela velha apagaria isso.
      *----------------------------------------------------------------
       ADD-REFRESHED-DAY.
           IF CLM-TABLE-OVERFLOW
               PERFORM SHOW-REFRESH-OVERFLOW
           ELSE
           IF CLM-HIT-SUB > 0
               DISPLAY "Dia " CLM-KEYED-DATE " incluido por outra"
                   " sessao como " CLM-T-TYPE (CLM-HIT-SUB)
                   " - inclusao NAO gravada."
           ELSE
           IF CLM-COUNT = 2000
               DISPLAY "Tabela do calendario cheia - inclusao NAO"
                   " gravada."
           ELSE
               PERFORM INSERT-CALENDAR-ENTRY
               PERFORM SAVE-CALENDAR-TABLE
               MOVE "ADD" TO CLM-ACTION-CODE
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY "Dia incluido: " CLM-KEYED-DATE " "
                   CLM-TYPE " " CLM-DESCRIPTION
           END-IF
           END-IF
           END-IF.

       DELETE-REFRESHED-DAY.
           IF CLM-TABLE-OVERFLOW
               PERFORM SHOW-REFRESH-OVERFLOW
           ELSE
           IF CLM-HIT-SUB = 0
               DISPLAY "Dia " CLM-KEYED-DATE " excluido por outra"
                   " sessao - NAO gravado."
           ELSE
           IF CLM-T-TYPE (CLM-HIT-SUB) NOT = CLM-TYPE OR
              CLM-T-DESCRIPTION (CLM-HIT-SUB) NOT = CLM-DESCRIPTION
               DISPLAY "Dia " CLM-KEYED-DATE " alterado por outra"
                   " sessao - consulte e refaca."
           ELSE
               PERFORM REMOVE-CALENDAR-ENTRY
               PERFORM SAVE-CALENDAR-TABLE
               MOVE "DEL" TO CLM-ACTION-CODE
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY "Dia excluido: " CLM-KEYED-DATE
           END-IF
           END-IF
           END-IF.

       SHOW-REFRESH-OVERFLOW.
           DISPLAY "CALENDAR passou do que a tabela comporta -"
               " NAO gravado, para nao truncar o cadastro.".

       INQUIRE-CALENDAR.
           DISPLAY "Ano ou mes (YYYY ou YYYYMM): " WITH NO ADVANCING
           MOVE SPACES TO CLM-FILTER
           ACCEPT CLM-FILTER
           MOVE 0 TO CLM-HIT-COUNT
           MOVE 0 TO CLM-SUB
           PERFORM INQUIRE-CALENDAR-LINE CLM-COUNT TIMES
           IF CLM-HIT-COUNT = 0
               DISPLAY "Nenhum dia nao util cadastrado para "
                   CLM-FILTER
           ELSE
               MOVE CLM-HIT-COUNT TO CLM-DISPLAY-COUNT
               DISPLAY CLM-DISPLAY-COUNT " dia(s) nao util(eis)"
           END-IF.

       INQUIRE-CALENDAR-LINE.
           ADD 1 TO CLM-SUB
           IF CLM-T-DATE (CLM-SUB) (1:4) = CLM-FILTER (1:4) AND
              (CLM-FILTER (5:2) = SPACES OR
               CLM-T-DATE (CLM-SUB) (5:2) = CLM-FILTER (5:2))
               ADD 1 TO CLM-HIT-COUNT
               DISPLAY CLM-T-DATE (CLM-SUB) " "
                   CLM-T-TYPE (CLM-SUB) " "
                   CLM-T-DESCRIPTION (CLM-SUB)
           END-IF.

      *----------------------------------------------------------------
      *Data keyada: numerica, mes de 1 a 12 e dia dentro do mes
      *(fevereiro conforme o ano).
      *----------------------------------------------------------------
       ACCEPT-KEYED-DATE.
           SET CLM-DATE-INVALID TO TRUE
           DISPLAY "Data (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO CLM-KEYED-DATE
           ACCEPT CLM-KEYED-DATE
           IF CLM-KEYED-DATE NOT NUMERIC
               DISPLAY "Data invalida."
           ELSE
               MOVE CLM-KEYED-DATE TO CLM-WORK-DATE
               IF CLM-WK-MM < 1 OR CLM-WK-MM > 12 OR CLM-WK-DD < 1
                   DISPLAY "Data invalida."
               ELSE
                   PERFORM SET-MONTH-LAST-DAY
                   IF CLM-WK-DD > CLM-MONTH-LAST
                       DISPLAY "Data invalida."
                   ELSE
                       SET CLM-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       FIND-CALENDAR-ENTRY.
           MOVE 0 TO CLM-HIT-SUB
           MOVE 0 TO CLM-SUB
           PERFORM FIND-CALENDAR-SCAN CLM-COUNT TIMES.

       FIND-CALENDAR-SCAN.
           ADD 1 TO CLM-SUB
           IF CLM-T-DATE (CLM-SUB) = CLM-KEYED-DATE
               MOVE CLM-SUB TO CLM-HIT-SUB
           END-IF.

      *----------------------------------------------------------------
      *Inclusao em ordem de data: acha a primeira entrada de data
      *maior, abre espaco empurrando o resto uma posicao para a
      *direita (de tras para a frente) e grava no lugar.
      *----------------------------------------------------------------
       INSERT-CALENDAR-ENTRY.
           COMPUTE CLM-INS-SUB = CLM-COUNT + 1
           MOVE 0 TO CLM-SUB
           PERFORM FIND-INSERT-SCAN CLM-COUNT TIMES
           COMPUTE CLM-SHIFT-COUNT = CLM-COUNT + 1 - CLM-INS-SUB
           ADD 1 TO CLM-COUNT
           MOVE CLM-COUNT TO CLM-NEXT-SUB
           PERFORM SHIFT-ENTRY-RIGHT CLM-SHIFT-COUNT TIMES
           MOVE CLM-KEYED-DATE  TO CLM-T-DATE (CLM-INS-SUB)
           MOVE CLM-TYPE        TO CLM-T-TYPE (CLM-INS-SUB)
           MOVE CLM-DESCRIPTION TO CLM-T-DESCRIPTION (CLM-INS-SUB).

       FIND-INSERT-SCAN.
           ADD 1 TO CLM-SUB
           IF CLM-T-DATE (CLM-SUB) > CLM-KEYED-DATE AND
              CLM-INS-SUB > CLM-COUNT
               MOVE CLM-SUB TO CLM-INS-SUB
           END-IF.

       SHIFT-ENTRY-RIGHT.
           COMPUTE CLM-SUB = CLM-NEXT-SUB - 1
           MOVE CLM-ENTRY (CLM-SUB) TO CLM-ENTRY (CLM-NEXT-SUB)
           MOVE CLM-SUB TO CLM-NEXT-SUB.

       REMOVE-CALENDAR-ENTRY.
           COMPUTE CLM-SHIFT-COUNT = CLM-COUNT - CLM-HIT-SUB
           MOVE CLM-HIT-SUB TO CLM-SUB
           PERFORM SHIFT-ENTRY-LEFT CLM-SHIFT-COUNT TIMES
           SUBTRACT 1 FROM CLM-COUNT.

       SHIFT-ENTRY-LEFT.
           COMPUTE CLM-NEXT-SUB = CLM-SUB + 1
           MOVE CLM-ENTRY (CLM-NEXT-SUB) TO CLM-ENTRY (CLM-SUB)
           MOVE CLM-NEXT-SUB TO CLM-SUB.

       ADVANCE-ONE-DAY.
           ADD 1 TO CLM-WK-DD
           PERFORM SET-MONTH-LAST-DAY
           IF CLM-WK-DD > CLM-MONTH-LAST
               MOVE 1 TO CLM-WK-DD
               ADD 1 TO CLM-WK-MM
               IF CLM-WK-MM > 12
                   MOVE 1 TO CLM-WK-MM
                   ADD 1 TO CLM-WK-YYYY
               END-IF
           END-IF.

       SET-MONTH-LAST-DAY.
           MOVE CLM-WK-MM TO CLM-MONTH-SUB
           MOVE CLM-MONTH-DAYS (CLM-MONTH-SUB) TO CLM-MONTH-LAST
           IF CLM-WK-MM = 2
               DIVIDE CLM-WK-YYYY BY 4 GIVING CLM-LEAP-WORK
                   REMAINDER CLM-LEAP-4
               DIVIDE CLM-WK-YYYY BY 100 GIVING CLM-LEAP-WORK
                   REMAINDER CLM-LEAP-100
               DIVIDE CLM-WK-YYYY BY 400 GIVING CLM-LEAP-WORK
                   REMAINDER CLM-LEAP-400
               IF CLM-LEAP-400 = 0 OR
                  (CLM-LEAP-4 = 0 AND CLM-LEAP-100 NOT = 0)
                   MOVE 29 TO CLM-MONTH-LAST
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Dia da semana pela congruencia de Zeller, como em C03EODSM
      *(1 = segunda ... 7 = domingo).
      *----------------------------------------------------------------
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
           COMPUTE CLM-WEEKDAY = ZEL-H + 1.

       LOAD-CALENDAR-TABLE.
           MOVE 0 TO CLM-COUNT
           OPEN INPUT CALENDAR-FILE
           IF CLM-CAL-STATUS = "00"
               PERFORM READ-CALENDAR-RECORD
                   UNTIL CLM-CAL-STATUS NOT = "00"
                       OR CLM-TABLE-OVERFLOW
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "CALENDAR ainda nao existe - sera criado"
                   " na primeira inclusao."
           END-IF.

       READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CLM-COUNT = 2000
                       SET CLM-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO CLM-COUNT
                       MOVE CAL-DATE TO CLM-T-DATE (CLM-COUNT)
                       MOVE CAL-TYPE TO CLM-T-TYPE (CLM-COUNT)
                       MOVE CAL-DESCRIPTION
                           TO CLM-T-DESCRIPTION (CLM-COUNT)
                   END-IF
           END-READ.

      *Releitura do CALENDAR inteiro para dentro da tabela: o que
      *esta no disco vale.
       REFRESH-CALENDAR-TABLE.
           MOVE 0 TO CLM-COUNT
           MOVE "N" TO CLM-OVERFLOW-SWITCH
           OPEN INPUT CALENDAR-FILE
           IF CLM-CAL-STATUS = "00"
               PERFORM READ-CALENDAR-RECORD
                   UNTIL CLM-CAL-STATUS NOT = "00"
                       OR CLM-TABLE-OVERFLOW
               CLOSE CALENDAR-FILE
           END-IF.

      *----------------------------------------------------------------
      *Regrava o cadastro inteiro, ja em ordem de data.
      *----------------------------------------------------------------
       SAVE-CALENDAR-TABLE.
           OPEN OUTPUT CALENDAR-FILE
           MOVE 0 TO CLM-SUB
           PERFORM SAVE-CALENDAR-RECORD CLM-COUNT TIMES
           CLOSE CALENDAR-FILE.

       SAVE-CALENDAR-RECORD.
           ADD 1 TO CLM-SUB
           MOVE SPACES TO CALENDAR-RECORD
           MOVE CLM-T-DATE (CLM-SUB)        TO CAL-DATE
           MOVE CLM-T-TYPE (CLM-SUB)        TO CAL-TYPE
           MOVE CLM-T-DESCRIPTION (CLM-SUB) TO CAL-DESCRIPTION
           WRITE CALENDAR-RECORD.

       WRITE-MAINT-AUDIT.
           OPEN EXTEND CLM-AUDIT-FILE
           IF CLM-AUDIT-STATUS = "35"
               OPEN OUTPUT CLM-AUDIT-FILE
           END-IF
           MOVE SPACES TO CLM-AUDIT-RECORD
           ACCEPT HORA FROM TIME
           STRING HOJE DELIMITED BY SIZE
                  HORA DELIMITED BY SIZE
                  INTO CA-TIMESTAMP
           MOVE CLM-OPERATOR-ID TO CA-OPERATOR
           MOVE CLM-ACTION-CODE TO CA-ACTION
           MOVE CLM-KEYED-DATE  TO CA-DATE
           MOVE CLM-TYPE        TO CA-TYPE
           MOVE CLM-DESCRIPTION TO CA-DESCRIPTION
           WRITE CLM-AUDIT-RECORD
           CLOSE CLM-AUDIT-FILE.

       END PROGRAM C03CLMNT.
