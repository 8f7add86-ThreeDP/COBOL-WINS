      *
      *Carga automatica do feed diario de cotacoes do banco.
      *Le o arquivo de feed (FXRATEFD, mesmo layout de FXRATE:
      *data, moeda, cotacao de seis casas), aplica a cada cotacao a
      *mesma critica de variacao contra o dia util anterior que
      *C03FXMNT faz na digitacao (tolerancia de FXTOLCFG, padrao
      *5%), e:
      *  - dentro da tolerancia: grava em FXRATE (inclui ou troca a
      *    cotacao da data) e audita em FXMNTAUD;
      *  - acima da tolerancia: NAO grava - a cotacao vai para o
      *                  keying the day's rates one currency at a
      *                  time against the clock before the first
      *                  C03EX03K run.
      *  2026-10-15  RM  Calendario de dias uteis (CALENDAR, mantido
      *                  por C03CLMNT): cotacao do feed datada num
      *                  dia de mercado fechado (fim de semana,
      *                  feriado nacional ou bancario) e rejeitada
      *                  (NON-BUSDAY), e a critica de variacao so
      *                  usa como base cotacao de dia util.
      *  2026-10-15  RM  FXRATE indexado por data + moeda (FXRTREC):
      *                  cada cotacao aceita e gravada ou regravada
      *                  pela chave e a critica le o arquivo em ordem
      *                  de chave - sem tabela de 500, sem regravar o
      *                  cadastro inteiro no fim. Feed com cotacao de
      *                  seis casas no layout do FXRATE novo; linha
      *                  no layout antigo (cotacao 9(02)V99) ainda e
      *                  aceita. FXRATHLD e FXMNTAUD anexam a cotacao
      *                  inteira no fim do registro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXL-FEED-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-RATE-KEY
               FILE STATUS IS FXL-RATE-STATUS.
           SELECT FXL-TOL-FILE ASSIGN TO "FXTOLCFG"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT FXL-SEQ-FILE ASSIGN TO "FXLDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXL-SEQ-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXL-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  FX-FEED-RECORD.
           05  FD-RATE-DATE        PIC X(08).
           05  FD-RATE-CURRENCY    PIC X(03).
           05  FD-RATE-VALUE       PIC 9(05)V9(06).
      *Linha do feed no layout antigo: cotacao de 4 posicoes e o
      *resto em branco.
           05  FD-OLD-RATE-VIEW REDEFINES FD-RATE-VALUE.
               10  FD-OLD-VALUE        PIC 9(02)V99.
               10  FD-OLD-REST         PIC X(07).

       FD  FX-RATE-FILE.
           COPY "FXRTREC.CPY".

       FD  FXL-TOL-FILE.
       01  FXL-TOL-RECORD.
           05  FH-PRIOR-RATE       PIC 9(02)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FH-MOVE-PCT         PIC 9(07)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FH-RATE-EXACT       PIC 9(05)V9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FH-PRIOR-RATE-EXACT PIC 9(05)V9(06).

       FD  FXL-AUDIT-FILE.
       01  FXL-AUDIT-RECORD.
           05  FM-NEW-RATE         PIC 9(02)V99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-OVERRIDE         PIC X(01).
      *Separador e numero da alteracao (FM-CHANGE-ID), que o loader
      *nao usa - nao passa pela fila de aprovacao.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-OLD-RATE-EXACT   PIC 9(05)V9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FM-NEW-RATE-EXACT   PIC 9(05)V9(06).

       FD  FXL-RPT-FILE.
       01  FXL-RPT-RECORD          PIC X(90).
       FD  FXL-SEQ-FILE.
       01  FXL-SEQ-RECORD          PIC X(25).

       FD  CALENDAR-FILE.
           COPY "CALREC.CPY".

       LOCAL-STORAGE SECTION.
       77 FXL-FEED-STATUS          PIC X(02).
       77 FXL-RATE-STATUS          PIC X(02).
           88  FXL-EOF                 VALUE "Y".
       77 FXL-SEQ-NO               PIC 9(04) VALUE 0 COMP.
       77 FXL-RPT-LINES            PIC 9(06) VALUE 0 COMP.
       77 FXL-RATE-EOF-SWITCH      PIC X(01) VALUE "N".
           88  FXL-RATE-EOF            VALUE "Y".
       77 FXL-SAME-DAY-SWITCH      PIC X(01) VALUE "N".
           88  FXL-SAME-DAY-FOUND      VALUE "Y".
           88  FXL-SAME-DAY-NOT-FOUND  VALUE "N".
       77 FXL-FEED-RATE            PIC 9(05)V9(06) VALUE 0.
       77 FXL-TOLERANCE            PIC 9(02)V99 VALUE 5.00.
       77 FXL-PRIOR-RATE           PIC 9(05)V9(06) VALUE 0.
       77 FXL-PRIOR-DATE           PIC X(08) VALUE SPACES.
       77 FXL-PRIOR-SWITCH         PIC X(01) VALUE "N".
           88  FXL-PRIOR-FOUND         VALUE "Y".
           88  FXL-PRIOR-NOT-FOUND     VALUE "N".
       77 FXL-MOVE-PCT             PIC 9(07)V99 VALUE 0.
       77 FXL-OLD-RATE             PIC 9(05)V9(06) VALUE 0.
       77 FXL-ACTION-CODE          PIC X(03) VALUE SPACES.
       77 FXL-READ-COUNT           PIC 9(06) VALUE 0 COMP.
       77 FXL-ACCEPT-COUNT         PIC 9(06) VALUE 0 COMP.
       77 FXL-HELD-COUNT           PIC 9(06) VALUE 0 COMP.
       77 FXL-REJECT-COUNT         PIC 9(06) VALUE 0 COMP.
       77 FXL-HELD-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  FXL-HELD-OPEN           VALUE "Y".

      *Calendario de dias uteis: so os dias de mercado fechado
      *(CAL-MARKET-CLOSED) entram na tabela. Sem o arquivo, so
      *sabado e domingo contam como dia nao util.
       77 FXL-CAL-STATUS           PIC X(02).
       77 FXL-CAL-COUNT            PIC 9(04) VALUE 0 COMP.
       01 FXL-CAL-TABLE.
           05  FXL-CAL-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON FXL-CAL-COUNT
                   INDEXED BY FXL-CAL-IDX.
               10  FXL-CAL-T-DATE      PIC X(08).
       77 FXL-CAL-OVFL-SWITCH      PIC X(01) VALUE "N".
           88  FXL-CAL-OVERFLOW        VALUE "Y".
       77 FXL-DAY-SWITCH           PIC X(01) VALUE "Y".
           88  FXL-BUSINESS-DAY        VALUE "Y".
           88  FXL-NON-BUSINESS-DAY    VALUE "N".
       77 FXL-CAL-WEEKDAY          PIC 9(01) VALUE 0.
       01 FXL-CAL-DATE.
           05  FXL-CAL-YYYY        PIC 9(04).
           05  FXL-CAL-MM          PIC 9(02).
           05  FXL-CAL-DD          PIC 9(02).
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

       01 FXL-TITLE-LINE.
           05  FILLER              PIC X(30)
               VALUE "FX RATE FEED LOAD REPORT FOR ".
       01 FXL-COLS-LINE.
           05  FILLER              PIC X(04) VALUE "CCY".
           05  FILLER              PIC X(10) VALUE "DATE".
           05  FILLER              PIC X(14) VALUE "RATE".
           05  FILLER              PIC X(12) VALUE "MOVEMENT %".
           05  FILLER              PIC X(10) VALUE "RESULT".

           05  FILLER              PIC X(01) VALUE SPACE.
           05  FXL-DL-DATE         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FXL-DL-RATE         PIC ZZZZ9.999999.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FXL-DL-PCT          PIC ZZZZZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
       MAIN-PROCEDURE.
           ACCEPT HOJE FROM DATE YYYYMMDD
           PERFORM LOAD-TOLERANCE-CONFIG
           PERFORM LOAD-CALENDAR
           PERFORM OPEN-RATE-FILE
           IF FXL-RATE-STATUS NOT = "00"
               DISPLAY "FXRATE NAO PODE SER ABERTO - STATUS "
                   FXL-RATE-STATUS "; CARGA ABORTADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF FXL-FEED-STATUS NOT = "00"
               DISPLAY "FXRATEFD COULD NOT BE OPENED - STATUS "
                   FXL-FEED-STATUS "; CARGA ABORTADA"
               CLOSE FX-RATE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF FXL-HELD-OPEN
               CLOSE FXL-HELD-FILE
           END-IF
           CLOSE FX-RATE-FILE
           PERFORM CLOSE-LOAD-REPORT

           DISPLAY "Carga do feed concluida: " FXL-ACCEPT-COUNT
      *Mesma critica de variacao de C03FXMNT, sem terminal: dentro
      *da tolerancia grava; acima, retem em FXRATHLD para o
      *supervisor liberar keyando por C03FXMNT; invalida rejeita.
      *Cotacao datada em dia de mercado fechado tambem rejeita: a
      *conversao desse dia usa a do dia util anterior, entao ela
      *nunca seria usada e so confundiria a base da critica.
      *----------------------------------------------------------------
       CRITIQUE-ONE-RATE.
           PERFORM SET-FEED-RATE
           MOVE FD-RATE-CURRENCY TO FXL-DL-CURRENCY
           MOVE FD-RATE-DATE     TO FXL-DL-DATE
           MOVE FXL-FEED-RATE    TO FXL-DL-RATE
           MOVE 0 TO FXL-MOVE-PCT
           SET FXL-BUSINESS-DAY TO TRUE
           IF FD-RATE-DATE NUMERIC
               MOVE FD-RATE-DATE TO FXL-CAL-DATE
               PERFORM CHECK-BUSINESS-DAY
           END-IF
           IF FXL-FEED-RATE = 0 OR FD-RATE-CURRENCY = SPACES OR
              FD-RATE-DATE = SPACES
               ADD 1 TO FXL-REJECT-COUNT
               MOVE "REJECTED" TO FXL-DL-RESULT
               MOVE 0 TO FXL-OLD-RATE
               MOVE "REJ" TO FXL-ACTION-CODE
               PERFORM WRITE-MAINT-AUDIT
           ELSE
           IF FXL-NON-BUSINESS-DAY
               ADD 1 TO FXL-REJECT-COUNT
               MOVE "NON-BUSDAY" TO FXL-DL-RESULT
               MOVE 0 TO FXL-OLD-RATE
               MOVE "REJ" TO FXL-ACTION-CODE
               PERFORM WRITE-MAINT-AUDIT
           ELSE
               PERFORM FIND-PRIOR-DAY-RATE
               IF FXL-PRIOR-NOT-FOUND
                   PERFORM ACCEPT-FEED-RATE
               ELSE
                   IF FXL-FEED-RATE NOT < FXL-PRIOR-RATE
                       COMPUTE FXL-MOVE-PCT ROUNDED =
                           ((FXL-FEED-RATE - FXL-PRIOR-RATE) * 100)
                               / FXL-PRIOR-RATE
                   ELSE
                       COMPUTE FXL-MOVE-PCT ROUNDED =
                           ((FXL-PRIOR-RATE - FXL-FEED-RATE) * 100)
                               / FXL-PRIOR-RATE
                   END-IF
                   IF FXL-MOVE-PCT NOT > FXL-TOLERANCE
                   END-IF
               END-IF
           END-IF
           END-IF
           MOVE FXL-MOVE-PCT TO FXL-DL-PCT
           WRITE FXL-RPT-RECORD FROM FXL-DETAIL-LINE
           ADD 1 TO FXL-RPT-LINES.

      *Cotacao do feed no layout novo (seis casas) ou no antigo
      *(4 posicoes e o resto em branco); nao numerica vira zero e e
      *rejeitada pela critica.
       SET-FEED-RATE.
           MOVE 0 TO FXL-FEED-RATE
           IF FD-OLD-REST = SPACES AND FD-OLD-VALUE NUMERIC
               MOVE FD-OLD-VALUE TO FXL-FEED-RATE
           ELSE
           IF FD-RATE-VALUE NUMERIC
               MOVE FD-RATE-VALUE TO FXL-FEED-RATE
           END-IF
           END-IF.

       ACCEPT-FEED-RATE.
           PERFORM FIND-SAME-DAY-ENTRY
           IF FXL-SAME-DAY-FOUND
               MOVE FX-RATE-VALUE TO FXL-OLD-RATE
               MOVE FXL-FEED-RATE TO FX-RATE-VALUE
               MOVE "LDC" TO FXL-ACTION-CODE
               REWRITE FX-RATE-RECORD
                   INVALID KEY
                       MOVE "REJ" TO FXL-ACTION-CODE
               END-REWRITE
           ELSE
               MOVE FD-RATE-DATE     TO FX-RATE-DATE
               MOVE FD-RATE-CURRENCY TO FX-RATE-CURRENCY
               MOVE FXL-FEED-RATE    TO FX-RATE-VALUE
               MOVE 0     TO FXL-OLD-RATE
               MOVE "LDA" TO FXL-ACTION-CODE
               WRITE FX-RATE-RECORD
                   INVALID KEY
                       MOVE "REJ" TO FXL-ACTION-CODE
               END-WRITE
           END-IF
           IF FXL-ACTION-CODE = "REJ"
               ADD 1 TO FXL-REJECT-COUNT
               MOVE "REJECTED" TO FXL-DL-RESULT
               DISPLAY "FXRATE RECUSOU A GRAVACAO (STATUS "
                   FXL-RATE-STATUS ") - " FD-RATE-CURRENCY " "
                   FD-RATE-DATE " NAO CARREGADA"
               MOVE 0 TO FXL-OLD-RATE
           ELSE
               ADD 1 TO FXL-ACCEPT-COUNT
               MOVE "ACCEPTED" TO FXL-DL-RESULT
           END-IF
           PERFORM WRITE-MAINT-AUDIT.

       HOLD-FEED-RATE.
           IF NOT FXL-HELD-OPEN
           MOVE SPACE TO FXL-HELD-RECORD
           MOVE FD-RATE-DATE     TO FH-RATE-DATE
           MOVE FD-RATE-CURRENCY TO FH-CURRENCY
           MOVE FXL-FEED-RATE    TO FH-RATE
                                    FH-RATE-EXACT
           MOVE FXL-PRIOR-DATE   TO FH-PRIOR-DATE
           MOVE FXL-PRIOR-RATE   TO FH-PRIOR-RATE
                                    FH-PRIOR-RATE-EXACT
           MOVE FXL-MOVE-PCT     TO FH-MOVE-PCT
           WRITE FXL-HELD-RECORD
           ADD 1 TO FXL-HELD-COUNT

      *----------------------------------------------------------------
      *Cotacao do dia util anterior a data do feed = registro mais
      *recente da moeda com data menor que a data do feed e que seja
      *dia util no calendario, como em C03FXMNT. O FXRATE e lido em
      *ordem de chave (data, moeda) ate a data do feed, entao a
      *ultima que casar e a mais recente.
      *----------------------------------------------------------------
       FIND-PRIOR-DAY-RATE.
           SET FXL-PRIOR-NOT-FOUND TO TRUE
           MOVE SPACES TO FXL-PRIOR-DATE
           MOVE "N" TO FXL-RATE-EOF-SWITCH
           MOVE LOW-VALUES TO FX-RATE-KEY
           START FX-RATE-FILE KEY NOT < FX-RATE-KEY
               INVALID KEY
                   SET FXL-RATE-EOF TO TRUE
           END-START
           PERFORM FIND-PRIOR-DAY-SCAN UNTIL FXL-RATE-EOF.

       FIND-PRIOR-DAY-SCAN.
           READ FX-RATE-FILE NEXT RECORD
               AT END
                   SET FXL-RATE-EOF TO TRUE
               NOT AT END
                   IF FX-RATE-DATE NOT < FD-RATE-DATE
                       SET FXL-RATE-EOF TO TRUE
                   ELSE
                   IF FX-RATE-CURRENCY = FD-RATE-CURRENCY
                       MOVE FX-RATE-DATE TO FXL-CAL-DATE
                       PERFORM CHECK-BUSINESS-DAY
                       IF FXL-BUSINESS-DAY
                           MOVE FX-RATE-DATE  TO FXL-PRIOR-DATE
                           MOVE FX-RATE-VALUE TO FXL-PRIOR-RATE
                           SET FXL-PRIOR-FOUND TO TRUE
                       END-IF
                   END-IF
                   END-IF
           END-READ.

      *Leitura pela chave; achando, o registro fica na area do FD
      *para a regravacao.
       FIND-SAME-DAY-ENTRY.
           MOVE FD-RATE-DATE     TO FX-RATE-DATE
           MOVE FD-RATE-CURRENCY TO FX-RATE-CURRENCY
           READ FX-RATE-FILE
               INVALID KEY
                   SET FXL-SAME-DAY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET FXL-SAME-DAY-FOUND TO TRUE
           END-READ.

       OPEN-RATE-FILE.
           OPEN I-O FX-RATE-FILE
           IF FXL-RATE-STATUS = "35"
               DISPLAY "FXRATE ainda nao existe - sera criado"
                   " pela carga."
               OPEN OUTPUT FX-RATE-FILE
               CLOSE FX-RATE-FILE
               OPEN I-O FX-RATE-FILE
           END-IF.

       LOAD-TOLERANCE-CONFIG.
           OPEN INPUT FXL-TOL-FILE
               CLOSE FXL-TOL-FILE
           END-IF.

       LOAD-CALENDAR.
           MOVE 0 TO FXL-CAL-COUNT
           OPEN INPUT CALENDAR-FILE
           IF FXL-CAL-STATUS = "00"
               PERFORM READ-CALENDAR-RECORD
                   UNTIL FXL-CAL-STATUS NOT = "00"
                       OR FXL-CAL-OVERFLOW
               CLOSE CALENDAR-FILE
               IF FXL-CAL-OVERFLOW
                   DISPLAY "CALENDAR EXCEDE A TABELA - DIAS ALEM DO"
                       " LIMITE CONTAM COMO DIA UTIL"
               END-IF
           ELSE
               DISPLAY "CALENDAR AUSENTE - SO SABADO E DOMINGO"
                   " CONTAM COMO DIA NAO UTIL"
           END-IF.

       READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CAL-MARKET-CLOSED
                       IF FXL-CAL-COUNT = 2000
                           SET FXL-CAL-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO FXL-CAL-COUNT
                           MOVE CAL-DATE
                               TO FXL-CAL-T-DATE (FXL-CAL-COUNT)
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
           SET FXL-BUSINESS-DAY TO TRUE
           MOVE FXL-CAL-DATE TO ZEL-WORK-DATE
           PERFORM COMPUTE-WEEKDAY
           IF FXL-CAL-WEEKDAY > 5
               SET FXL-NON-BUSINESS-DAY TO TRUE
           ELSE
               SET FXL-CAL-IDX TO 1
               SEARCH FXL-CAL-ENTRY VARYING FXL-CAL-IDX
                   AT END
                       CONTINUE
                   WHEN FXL-CAL-T-DATE (FXL-CAL-IDX) = FXL-CAL-DATE
                       SET FXL-NON-BUSINESS-DAY TO TRUE
               END-SEARCH
           END-IF.

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
           COMPUTE FXL-CAL-WEEKDAY = ZEL-H + 1.

       NEXT-RUN-SEQUENCE.
           MOVE 0 TO FXL-SEQ-NO
           OPEN INPUT FXL-SEQ-FILE
           MOVE FD-RATE-CURRENCY  TO FM-CURRENCY
           MOVE FD-RATE-DATE      TO FM-RATE-DATE
           MOVE FXL-OLD-RATE      TO FM-OLD-RATE
                                     FM-OLD-RATE-EXACT
           MOVE FXL-FEED-RATE     TO FM-NEW-RATE
                                     FM-NEW-RATE-EXACT
           MOVE "N"               TO FM-OVERRIDE
           WRITE FXL-AUDIT-RECORD.

