       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03SNEXC.
      *AUTHOR. R. MOTA.
      *
      *Excursoes, lacunas e certificado de conformidade por sensor.
      *Para uma faixa de datas de captura, le do historico de
      *conversoes (CNVHIST) as leituras de lote de C03EX3A - o
      *sensor vem em HIST-FILTER-ID, o timestamp de captura
      *(TI-READ-TS) e o flag de faixa na imagem HIST-DETAIL - e as
      *ordena por sensor e timestamp. Leitura fora da faixa do
      *SENSMAST abre uma excursao, que fecha na primeira leitura de
      *volta a faixa: inicio, fim, duracao e pico vao para o log
      *SNEXCLOG. Silencio maior que o intervalo esperado do sensor
      *(SM-EXPECT-INTERVAL; zero vale o padrao da configuracao) e
      *lacuna, tambem no log. O certificado SNCERTRP traz uma linha
      *por sensor por dia com os minutos fora da faixa e a maior
      *lacuna do dia, PASS ou FAIL contra as tolerancias de
      *SENTOLCF (padrao 30 minutos fora, 60 de lacuna), com campo
      *para a assinatura do QA. Qualquer FAIL termina com RC 4.
      *
      *Tempo fora da faixa conta do inicio da excursao ate a volta;
      *excursao ainda aberta no fim do periodo conta ate o fim do
      *periodo (a sonda nao provou que voltou). Tempo que cruza a
      *meia-noite e dividido entre os dias; uma lacuna conta inteira
      *em cada dia que atravessa. Sensor do cadastro sem nenhuma
      *leitura no periodo sai com uma lacuna do periodo inteiro.
      *Leitura repetida (mesmo sensor e timestamp, de um run forcado
      *em duplicidade) conta uma vez so.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. O resumo por sensor do
      *                  TEMPRPT nao responde quanto tempo a sonda
      *                  ficou fora da faixa nem se ela parou de
      *                  reportar, que e o que a auditoria pergunta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNV-HIST-FILE ASSIGN TO "CNVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS SNX-HIST-STATUS.
           SELECT SENS-MAST-FILE ASSIGN TO "SENSMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNX-MAST-STATUS.
           SELECT SNX-TOL-FILE ASSIGN TO "SENTOLCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNX-TOL-STATUS.
           SELECT SNX-LOG-FILE ASSIGN TO "SNEXCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNX-LOG-STATUS.
           SELECT SNX-CERT-FILE ASSIGN TO "SNCERTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNX-CERT-STATUS.
           SELECT SNX-SEQ-FILE ASSIGN TO "SNEXCSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNX-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CNV-HIST-FILE.
           COPY "HISTREC.CPY".

       FD  SENS-MAST-FILE.
           COPY "SENSREC.CPY".

       FD  SNX-TOL-FILE.
       01  SNX-TOL-RECORD.
           05  TOL-MAX-OUT-MIN     PIC 9(04).
           05  TOL-MAX-GAP-MIN     PIC 9(04).
           05  TOL-DEF-INTERVAL    PIC 9(04).

       FD  SNX-LOG-FILE.
       01  SNX-LOG-RECORD          PIC X(132).

       FD  SNX-CERT-FILE.
       01  SNX-CERT-RECORD         PIC X(132).

       FD  SNX-SEQ-FILE.
       01  SNX-SEQ-RECORD          PIC X(25).

       LOCAL-STORAGE SECTION.
       77 SNX-HIST-STATUS          PIC X(02).
       77 SNX-MAST-STATUS          PIC X(02).
       77 SNX-TOL-STATUS           PIC X(02).
       77 SNX-LOG-STATUS           PIC X(02).
       77 SNX-CERT-STATUS          PIC X(02).
       77 SNX-SEQ-STATUS           PIC X(02).
       77 SNX-SEQ-NO               PIC 9(04) VALUE 0 COMP.
       77 HOJE                     PIC X(08).
       77 SNX-NOW-TIME             PIC X(08).
       77 SNX-FROM-DATE            PIC X(08) VALUE SPACES.
       77 SNX-TO-DATE              PIC X(08) VALUE SPACES.
       77 SNX-SCAN-LIMIT           PIC X(08) VALUE SPACES.
       77 SNX-EOF-SWITCH           PIC X(01) VALUE "N".
           88  SNX-EOF                 VALUE "Y".
       77 SNX-DATE-SWITCH          PIC X(01) VALUE "N".
           88  SNX-DATE-BAD            VALUE "Y".

      *Tolerancias (minutos); padrao quando SENTOLCF nao esta no
      *disco ou o campo nao e numerico.
       77 SNX-MAX-OUT-MIN          PIC 9(04) VALUE 30.
       77 SNX-MAX-GAP-MIN          PIC 9(04) VALUE 60.
       77 SNX-DEF-INTERVAL         PIC 9(04) VALUE 15.
       77 SNX-MAX-OUT-SECS         PIC 9(08) VALUE 0 COMP.
       77 SNX-MAX-GAP-SECS         PIC 9(08) VALUE 0 COMP.

      *Faixa global de C03EX3A por unidade, para o lado (alto/baixo)
      *da excursao de sensor fora do cadastro.
       77 SNX-GLOBAL-MIN-C         PIC S9(3)V99 VALUE -90.
       77 SNX-GLOBAL-MAX-C         PIC S9(3)V99 VALUE 150.
       77 SNX-GLOBAL-MIN-F         PIC S9(3)V99 VALUE -130.
       77 SNX-GLOBAL-MAX-F         PIC S9(3)V99 VALUE 302.

      *Cadastro de sensores.
       77 SNX-SM-COUNT             PIC 9(03) VALUE 0 COMP.
       01 SNX-SM-TABLE.
           05  SNX-SM-ENTRY OCCURS 200 TIMES
                   DEPENDING ON SNX-SM-COUNT
                   INDEXED BY SNX-SM-IDX.
               10  SNX-SM-ID           PIC X(08).
               10  SNX-SM-MIN          PIC S9(3)V99.
               10  SNX-SM-MAX          PIC S9(3)V99.
               10  SNX-SM-INTERVAL     PIC 9(04).
               10  SNX-SM-SEEN         PIC X(01).
       77 SNX-SM-SUB               PIC 9(03) VALUE 0 COMP.
       77 SNX-SM-AVAIL-SWITCH      PIC X(01) VALUE "N".
           88  SNX-SM-AVAILABLE        VALUE "Y".
       77 SNX-SM-OVFL-SWITCH       PIC X(01) VALUE "N".
           88  SNX-SM-OVERFLOW         VALUE "Y".

      *Leituras do periodo, mantidas em ordem de sensor+timestamp.
       77 SNX-RD-COUNT             PIC 9(04) VALUE 0 COMP.
       01 SNX-RD-TABLE.
           05  SNX-RD-ENTRY OCCURS 5000 TIMES
                   DEPENDING ON SNX-RD-COUNT.
               10  SNX-R-KEY.
                   15  SNX-R-SENSOR    PIC X(08).
                   15  SNX-R-TS        PIC X(14).
               10  SNX-R-DIRECTION     PIC X(01).
               10  SNX-R-READING       PIC S9(3)V99.
               10  SNX-R-FLAG          PIC X(01).
       77 SNX-SUB                  PIC 9(04) VALUE 0 COMP.
       77 SNX-MOVE-SUB             PIC 9(04) VALUE 0 COMP.
       77 SNX-RD-OVFL-SWITCH       PIC X(01) VALUE "N".
           88  SNX-RD-OVERFLOW         VALUE "Y".
       77 SNX-POS-SWITCH           PIC X(01) VALUE "N".
           88  SNX-POS-FOUND           VALUE "Y".
       01 SNX-NEW-ENTRY.
           05  SNX-NEW-KEY.
               10  SNX-NEW-SENSOR      PIC X(08).
               10  SNX-NEW-TS          PIC X(14).
           05  SNX-NEW-DIRECTION       PIC X(01).
           05  SNX-NEW-READING         PIC S9(3)V99.
           05  SNX-NEW-FLAG            PIC X(01).

      *Imagem do extrato de C03EX3A (TEMPEXT) dentro de HIST-DETAIL.
       01 SNX-IMAGE.
           05  SNX-I-RUN-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  SNX-I-RUN-TIME      PIC X(08).
           05  FILLER              PIC X(01).
           05  SNX-I-DIRECTION     PIC X(01).
           05  FILLER              PIC X(01).
           05  SNX-I-CELSIUS       PIC S9(3)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X(01).
           05  SNX-I-FAHREN        PIC S9(3)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X(01).
           05  SNX-I-MODE          PIC X(01).
           05  FILLER              PIC X(01).
           05  SNX-I-OPERATOR      PIC X(08).
           05  FILLER              PIC X(01).
           05  SNX-I-SENSOR        PIC X(08).
           05  FILLER              PIC X(01).
           05  SNX-I-READ-TS       PIC X(14).
           05  FILLER              PIC X(01).
           05  SNX-I-RANGE-FLAG    PIC X(01).
           05  FILLER              PIC X(50).

       77 SNX-HIST-READ            PIC 9(06) VALUE 0 COMP.
       77 SNX-ACCEPTED             PIC 9(06) VALUE 0 COMP.
       77 SNX-DUP-COUNT            PIC 9(06) VALUE 0 COMP.
       77 SNX-NOTS-COUNT           PIC 9(06) VALUE 0 COMP.

      *Dias do periodo (ate 31).
       77 SNX-DAY-COUNT            PIC 9(02) VALUE 0 COMP.
       77 SNX-DAY-SUB              PIC 9(02) VALUE 0 COMP.
       01 SNX-DATE-TABLE.
           05  SNX-DT-DATE         PIC X(08) OCCURS 31 TIMES.
       01 SNX-DAY-TABLE.
           05  SNX-DAY-ENTRY OCCURS 31 TIMES.
               10  SNX-D-READINGS      PIC 9(06) COMP.
               10  SNX-D-EXCURSIONS    PIC 9(04) COMP.
               10  SNX-D-OUT-SECS      PIC 9(08) COMP.
               10  SNX-D-MAX-GAP       PIC 9(08) COMP.

      *Dia juliano e segundos corridos de um timestamp YYYYMMDD
      *HHMMSS, para medir duracao entre leituras de dias diferentes.
       01 SNX-TS-WORK.
           05  SNX-TS-DATE.
               10  SNX-TS-YYYY     PIC 9(04).
               10  SNX-TS-MM       PIC 9(02).
               10  SNX-TS-DD       PIC 9(02).
           05  SNX-TS-HH           PIC 9(02).
           05  SNX-TS-MI           PIC 9(02).
           05  SNX-TS-SS           PIC 9(02).
       77 SNX-TS-SECS              PIC 9(12) VALUE 0 COMP.
       77 SNX-JDN                  PIC 9(08) VALUE 0 COMP.
       77 SNX-JDN-A                PIC 9(02) VALUE 0 COMP.
       77 SNX-JDN-Y                PIC 9(05) VALUE 0 COMP.
       77 SNX-JDN-M                PIC 9(03) VALUE 0 COMP.
       77 SNX-JDN-WORK             PIC 9(08) VALUE 0 COMP.
       77 SNX-FROM-JDN             PIC 9(08) VALUE 0 COMP.
       77 SNX-TO-JDN               PIC 9(08) VALUE 0 COMP.

      *Avanco de data um dia por vez (fim de mes e bissexto).
       01 SNX-ADV-DATE.
           05  SNX-ADV-YYYY        PIC 9(04).
           05  SNX-ADV-MM          PIC 9(02).
           05  SNX-ADV-DD          PIC 9(02).
       01 SNX-MONTH-LENGTHS.
           05  FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 SNX-MONTH-TABLE REDEFINES SNX-MONTH-LENGTHS.
           05  SNX-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
       77 SNX-MONTH-SUB            PIC 9(02) VALUE 0 COMP.
       77 SNX-MONTH-LAST           PIC 9(02) VALUE 0.
       77 SNX-LEAP-4               PIC 9(03) VALUE 0.
       77 SNX-LEAP-100             PIC 9(03) VALUE 0.
       77 SNX-LEAP-400             PIC 9(03) VALUE 0.

      *Limites do periodo em segundos corridos e como timestamp.
       77 SNX-START-SECS           PIC 9(12) VALUE 0 COMP.
       77 SNX-END-SECS             PIC 9(12) VALUE 0 COMP.
       77 SNX-START-TS             PIC X(14) VALUE SPACES.
       77 SNX-END-TS               PIC X(14) VALUE SPACES.

      *Estado do sensor em processamento.
       77 SNX-CUR-SENSOR           PIC X(08) VALUE SPACES.
       77 SNX-CUR-ON-MASTER        PIC X(01) VALUE "N".
           88  SNX-CUR-KNOWN           VALUE "Y".
       77 SNX-CUR-MIN              PIC S9(3)V99 VALUE 0.
       77 SNX-CUR-MAX              PIC S9(3)V99 VALUE 0.
       77 SNX-CUR-INTERVAL         PIC 9(04) VALUE 0.
       77 SNX-CUR-INT-SECS         PIC 9(08) VALUE 0 COMP.
       77 SNX-GROUP-SWITCH         PIC X(01) VALUE "N".
           88  SNX-GROUP-END           VALUE "Y".
       77 SNX-PREV-SECS            PIC 9(12) VALUE 0 COMP.
       77 SNX-PREV-TS              PIC X(14) VALUE SPACES.
       77 SNX-CUR-SECS             PIC 9(12) VALUE 0 COMP.
       77 SNX-GAP-SECS             PIC 9(12) VALUE 0 COMP.
       77 SNX-EXC-SWITCH           PIC X(01) VALUE "N".
           88  SNX-IN-EXCURSION        VALUE "Y".
       77 SNX-EXC-LOW-SWITCH       PIC X(01) VALUE "N".
           88  SNX-EXC-LOW             VALUE "Y".
       77 SNX-EXC-START-SECS       PIC 9(12) VALUE 0 COMP.
       77 SNX-EXC-START-TS         PIC X(14) VALUE SPACES.
       77 SNX-EXC-PEAK             PIC S9(3)V99 VALUE 0.
       77 SNX-EXC-LIMIT            PIC S9(3)V99 VALUE 0.
       77 SNX-EXC-UNIT             PIC X(01) VALUE "C".
       77 SNX-CHECK-MIN            PIC S9(3)V99 VALUE 0.
       77 SNX-CHECK-MAX            PIC S9(3)V99 VALUE 0.

      *Distribuicao de um intervalo pelos dias do periodo.
       77 SNX-SPREAD-MODE          PIC X(01) VALUE "O".
           88  SNX-SPREAD-OUT          VALUE "O".
           88  SNX-SPREAD-GAP          VALUE "G".
       77 SNX-SEG-FROM             PIC 9(12) VALUE 0 COMP.
       77 SNX-SEG-TO               PIC 9(12) VALUE 0 COMP.
       77 SNX-SEG-AT               PIC 9(12) VALUE 0 COMP.
       77 SNX-SEG-JDN              PIC 9(08) VALUE 0 COMP.
       77 SNX-SEG-DAY-END          PIC 9(12) VALUE 0 COMP.

      *Evento do log.
       77 SNX-EV-FROM-TS           PIC X(14) VALUE SPACES.
       77 SNX-EV-TO-TS             PIC X(14) VALUE SPACES.
       77 SNX-EV-SECS              PIC 9(12) VALUE 0 COMP.
       77 SNX-FMT-TS               PIC X(14) VALUE SPACES.
       77 SNX-FMT-OUT              PIC X(17) VALUE SPACES.

       77 SNX-EXC-TOTAL            PIC 9(06) VALUE 0 COMP.
       77 SNX-GAP-TOTAL            PIC 9(06) VALUE 0 COMP.
       77 SNX-LOG-LINES            PIC 9(06) VALUE 0 COMP.
       77 SNX-CERT-LINES           PIC 9(06) VALUE 0 COMP.
       77 SNX-PASS-COUNT           PIC 9(06) VALUE 0 COMP.
       77 SNX-FAIL-COUNT           PIC 9(06) VALUE 0 COMP.
       77 SNX-SENSOR-COUNT         PIC 9(04) VALUE 0 COMP.
       77 SNX-OUT-MIN              PIC 9(06) VALUE 0.
       77 SNX-GAP-MIN              PIC 9(06) VALUE 0.
       77 SNX-FAIL-OUT-SWITCH      PIC X(01) VALUE "N".
           88  SNX-FAIL-OUT            VALUE "Y".
       77 SNX-FAIL-GAP-SWITCH      PIC X(01) VALUE "N".
           88  SNX-FAIL-GAP            VALUE "Y".

       01 SNX-LOG-TITLE.
           05  FILLER              PIC X(36)
               VALUE "SENSOR EXCURSION AND GAP LOG - FROM ".
           05  SNX-LT-FROM         PIC X(08).
           05  FILLER              PIC X(04) VALUE " TO ".
           05  SNX-LT-TO           PIC X(08).

       01 SNX-LOG-COLS.
           05  FILLER              PIC X(09) VALUE "SENSOR".
           05  FILLER              PIC X(10) VALUE "EVENT".
           05  FILLER              PIC X(18) VALUE "START".
           05  FILLER              PIC X(18) VALUE "END".
           05  FILLER              PIC X(08) VALUE " MINUTES".
           05  FILLER              PIC X(10) VALUE "     PEAK".
           05  FILLER              PIC X(11) VALUE "     LIMIT".
           05  FILLER              PIC X(20) VALUE "  NOTE".

       01 SNX-LOG-LINE.
           05  SNX-LL-SENSOR       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SNX-LL-EVENT        PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SNX-LL-START        PIC X(17).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SNX-LL-END          PIC X(17).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SNX-LL-MINUTES      PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SNX-LL-PEAK         PIC +ZZ9.99.
           05  SNX-LL-PEAK-X REDEFINES SNX-LL-PEAK
                                   PIC X(07).
           05  SNX-LL-PEAK-UNIT    PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SNX-LL-LIMIT-AREA.
               10  SNX-LL-LIMIT        PIC +ZZZ9.99.
               10  SNX-LL-LIMIT-UNIT   PIC X(01).
           05  SNX-LL-LIMIT-GAP REDEFINES SNX-LL-LIMIT-AREA.
               10  SNX-LL-LIMIT-MIN    PIC ZZZZ9.
               10  SNX-LL-LIMIT-TEXT   PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SNX-LL-NOTE         PIC X(20).

       01 SNX-LOG-COUNT-LINE.
           05  FILLER              PIC X(12) VALUE "EXCURSIONS: ".
           05  SNX-LC-EXC          PIC ZZZZZ9.
           05  FILLER              PIC X(09) VALUE "   GAPS: ".
           05  SNX-LC-GAP          PIC ZZZZZ9.
           05  FILLER              PIC X(13) VALUE "   READINGS: ".
           05  SNX-LC-READ         PIC ZZZZZ9.
           05  FILLER              PIC X(15) VALUE "   DUPLICATES: ".
           05  SNX-LC-DUP          PIC ZZZZZ9.
           05  FILLER              PIC X(17)
               VALUE "   NO TIMESTAMP: ".
           05  SNX-LC-NOTS         PIC ZZZZZ9.

       01 SNX-CERT-TITLE.
           05  FILLER              PIC X(37)
               VALUE "SENSOR COMPLIANCE CERTIFICATE - FROM ".
           05  SNX-CT-FROM         PIC X(08).
           05  FILLER              PIC X(04) VALUE " TO ".
           05  SNX-CT-TO           PIC X(08).

       01 SNX-CERT-TOL-LINE.
           05  FILLER              PIC X(41)
               VALUE "TOLERANCES: MAX MINUTES OUT OF RANGE/DAY ".
           05  SNX-CTL-OUT         PIC ZZZ9.
           05  FILLER              PIC X(21)
               VALUE "   MAX REPORTING GAP ".
           05  SNX-CTL-GAP         PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE " MINUTES".

       01 SNX-CERT-COLS.
           05  FILLER              PIC X(09) VALUE "SENSOR".
           05  FILLER              PIC X(09) VALUE "DATE".
           05  FILLER              PIC X(09) VALUE "  RANGE".
           05  FILLER              PIC X(09) VALUE "    TO".
           05  FILLER              PIC X(09) VALUE " INTERVAL".
           05  FILLER              PIC X(09) VALUE " READINGS".
           05  FILLER              PIC X(11) VALUE " EXCURSIONS".
           05  FILLER              PIC X(09) VALUE " MIN OUT".
           05  FILLER              PIC X(09) VALUE "  MAX GAP".
           05  FILLER              PIC X(08) VALUE "  RESULT".
           05  FILLER              PIC X(17) VALUE "  REASON".

       01 SNX-CERT-LINE.
           05  SNX-CL-SENSOR       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SNX-CL-DATE         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SNX-CL-MIN          PIC +ZZ9.99.
           05  SNX-CL-MIN-X REDEFINES SNX-CL-MIN
                                   PIC X(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SNX-CL-MAX          PIC +ZZ9.99.
           05  SNX-CL-MAX-X REDEFINES SNX-CL-MAX
                                   PIC X(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SNX-CL-INTERVAL     PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SNX-CL-READINGS     PIC ZZZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  SNX-CL-EXCURSIONS   PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SNX-CL-OUT-MIN      PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SNX-CL-GAP-MIN      PIC ZZZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  SNX-CL-RESULT       PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SNX-CL-REASON       PIC X(17).

       01 SNX-CERT-COUNT-LINE.
           05  FILLER              PIC X(09) VALUE "SENSORS: ".
           05  SNX-CC-SENSORS      PIC ZZZ9.
           05  FILLER              PIC X(15) VALUE "   SENSOR-DAYS ".
           05  FILLER              PIC X(06) VALUE "PASS: ".
           05  SNX-CC-PASS         PIC ZZZZZ9.
           05  FILLER              PIC X(09) VALUE "   FAIL: ".
           05  SNX-CC-FAIL         PIC ZZZZZ9.

       01 SNX-SIGN-LINE-1.
           05  FILLER              PIC X(40)
               VALUE "REVIEWED BY QA: ________________________".
           05  FILLER              PIC X(40)
               VALUE "   SIGNATURE: __________________________".
           05  FILLER              PIC X(20)
               VALUE "   DATE: __________".

       01 SNX-RULE-LINE            PIC X(132) VALUE ALL "-".

           COPY "RPTHDR.CPY".
           COPY "RUNSEQ.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT HOJE FROM DATE YYYYMMDD
           ACCEPT SNX-NOW-TIME FROM TIME
           DISPLAY "============================================="
           DISPLAY " EXCURSOES E CONFORMIDADE DOS SENSORES"
           DISPLAY "============================================="
           DISPLAY "Data inicial de captura (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT SNX-FROM-DATE
           DISPLAY "Data final de captura (YYYYMMDD, ENTER ="
               " inicial): " WITH NO ADVANCING
           ACCEPT SNX-TO-DATE
           IF SNX-TO-DATE = SPACES
               MOVE SNX-FROM-DATE TO SNX-TO-DATE
           END-IF

           IF SNX-FROM-DATE NOT NUMERIC OR
              SNX-TO-DATE NOT NUMERIC OR
              SNX-FROM-DATE > SNX-TO-DATE
               DISPLAY "Faixa de datas invalida - encerrando."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SNX-FROM-DATE TO SNX-TS-DATE
           PERFORM CHECK-CALENDAR-DATE
           MOVE SNX-TO-DATE TO SNX-TS-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF SNX-DATE-BAD
               DISPLAY "Data invalida - encerrando."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF SNX-TO-DATE > HOJE
               DISPLAY "Data final no futuro - encerrando."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SET-PERIOD-BOUNDS
           IF SNX-DAY-COUNT > 31
               DISPLAY "Faixa maior que 31 dias - emita o"
                   " certificado por mes."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CNV-HIST-FILE
           IF SNX-HIST-STATUS NOT = "00"
               DISPLAY "CNVHIST INDISPONIVEL - STATUS "
                   SNX-HIST-STATUS "; RELATORIO ABORTADO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TOLERANCE-CONFIG
           PERFORM LOAD-SENSOR-MASTER
           PERFORM LOAD-PERIOD-READINGS
           CLOSE CNV-HIST-FILE
           IF SNX-RD-OVERFLOW
               DISPLAY "Mais leituras no periodo que a tabela"
                   " comporta - emita uma faixa menor."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM NEXT-RUN-SEQUENCE
           PERFORM OPEN-REPORTS
           MOVE 1 TO SNX-SUB
           PERFORM PROCESS-SENSOR-GROUP
               UNTIL SNX-SUB > SNX-RD-COUNT
           PERFORM CERTIFY-SILENT-SENSOR
               VARYING SNX-SM-SUB FROM 1 BY 1
               UNTIL SNX-SM-SUB > SNX-SM-COUNT
           PERFORM CLOSE-REPORTS

           DISPLAY "Excursoes: " SNX-EXC-TOTAL
               "   lacunas: " SNX-GAP-TOTAL
           DISPLAY "Sensor-dias PASS: " SNX-PASS-COUNT
               "   FAIL: " SNX-FAIL-COUNT
           IF SNX-FAIL-COUNT > 0 OR SNX-SM-OVERFLOW
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      *Limites do periodo: do inicio do dia inicial ao fim do dia
      *final (ou agora, se o dia final e hoje), em segundos corridos
      *e como timestamp, e a tabela com as datas de cada dia. A
      *varredura do CNVHIST vai um dia alem da data final: a leitura
      *dos ultimos minutos do dia pode ter sido postada no extrato
      *do dia seguinte.
      *----------------------------------------------------------------
       SET-PERIOD-BOUNDS.
           MOVE SNX-FROM-DATE TO SNX-TS-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE SNX-JDN TO SNX-FROM-JDN
           MOVE SNX-TO-DATE TO SNX-TS-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE SNX-JDN TO SNX-TO-JDN
           IF SNX-TO-JDN - SNX-FROM-JDN > 30
               MOVE 32 TO SNX-DAY-COUNT
           ELSE
               COMPUTE SNX-DAY-COUNT = SNX-TO-JDN - SNX-FROM-JDN + 1
               MOVE SNX-FROM-DATE TO SNX-ADV-DATE
               MOVE SNX-ADV-DATE TO SNX-DT-DATE (1)
               PERFORM BUILD-DAY-DATE
                   VARYING SNX-DAY-SUB FROM 2 BY 1
                   UNTIL SNX-DAY-SUB > SNX-DAY-COUNT
               PERFORM ADVANCE-ONE-DAY
               MOVE SNX-ADV-DATE TO SNX-SCAN-LIMIT
               COMPUTE SNX-START-SECS = SNX-FROM-JDN * 86400
               MOVE SNX-FROM-DATE TO SNX-START-TS (1:8)
               MOVE "000000"      TO SNX-START-TS (9:6)
               IF SNX-TO-DATE = HOJE
                   MOVE HOJE TO SNX-END-TS (1:8)
                   MOVE SNX-NOW-TIME (1:6) TO SNX-END-TS (9:6)
                   MOVE SNX-END-TS TO SNX-TS-WORK
                   PERFORM COMPUTE-TS-SECONDS
                   MOVE SNX-TS-SECS TO SNX-END-SECS
               ELSE
                   MOVE SNX-SCAN-LIMIT TO SNX-END-TS (1:8)
                   MOVE "000000"       TO SNX-END-TS (9:6)
                   COMPUTE SNX-END-SECS = (SNX-TO-JDN + 1) * 86400
               END-IF
           END-IF.

       CHECK-CALENDAR-DATE.
           IF SNX-TS-MM < 1 OR SNX-TS-MM > 12 OR
              SNX-TS-DD < 1 OR SNX-TS-DD > 31
               SET SNX-DATE-BAD TO TRUE
           END-IF.

       BUILD-DAY-DATE.
           PERFORM ADVANCE-ONE-DAY
           MOVE SNX-ADV-DATE TO SNX-DT-DATE (SNX-DAY-SUB).

       LOAD-TOLERANCE-CONFIG.
           OPEN INPUT SNX-TOL-FILE
           IF SNX-TOL-STATUS = "00"
               READ SNX-TOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TOL-MAX-OUT-MIN NUMERIC
                           MOVE TOL-MAX-OUT-MIN TO SNX-MAX-OUT-MIN
                       END-IF
                       IF TOL-MAX-GAP-MIN NUMERIC
                           MOVE TOL-MAX-GAP-MIN TO SNX-MAX-GAP-MIN
                       END-IF
                       IF TOL-DEF-INTERVAL NUMERIC AND
                          TOL-DEF-INTERVAL > 0
                           MOVE TOL-DEF-INTERVAL TO SNX-DEF-INTERVAL
                       END-IF
               END-READ
               CLOSE SNX-TOL-FILE
           END-IF
           COMPUTE SNX-MAX-OUT-SECS = SNX-MAX-OUT-MIN * 60
           COMPUTE SNX-MAX-GAP-SECS = SNX-MAX-GAP-MIN * 60.

       LOAD-SENSOR-MASTER.
           MOVE 0 TO SNX-SM-COUNT
           OPEN INPUT SENS-MAST-FILE
           IF SNX-MAST-STATUS = "00"
               SET SNX-SM-AVAILABLE TO TRUE
               MOVE "N" TO SNX-EOF-SWITCH
               PERFORM LOAD-SENSOR-RECORD
                   UNTIL SNX-EOF OR SNX-SM-OVERFLOW
               CLOSE SENS-MAST-FILE
               IF SNX-SM-OVERFLOW
                   DISPLAY "SENSMAST EXCEDE A TABELA - SENSORES"
                       " ALEM DO LIMITE SAEM SEM FAIXA E COM O"
                       " INTERVALO PADRAO"
               END-IF
           ELSE
               DISPLAY "SENSMAST INDISPONIVEL - STATUS "
                   SNX-MAST-STATUS "; INTERVALO PADRAO PARA TODOS"
           END-IF.

       LOAD-SENSOR-RECORD.
           READ SENS-MAST-FILE
               AT END
                   SET SNX-EOF TO TRUE
               NOT AT END
                   IF SNX-SM-COUNT = 200
                       SET SNX-SM-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO SNX-SM-COUNT
                       MOVE SM-SENSOR-ID
                           TO SNX-SM-ID (SNX-SM-COUNT)
                       MOVE SM-MIN-READING
                           TO SNX-SM-MIN (SNX-SM-COUNT)
                       MOVE SM-MAX-READING
                           TO SNX-SM-MAX (SNX-SM-COUNT)
                       IF SM-EXPECT-INTERVAL NUMERIC AND
                          SM-EXPECT-INTERVAL > 0
                           MOVE SM-EXPECT-INTERVAL
                               TO SNX-SM-INTERVAL (SNX-SM-COUNT)
                       ELSE
                           MOVE SNX-DEF-INTERVAL
                               TO SNX-SM-INTERVAL (SNX-SM-COUNT)
                       END-IF
                       MOVE "N" TO SNX-SM-SEEN (SNX-SM-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Varre o CNVHIST da data inicial ate um dia alem da final e
      *guarda as leituras de lote de C03EX3A capturadas no periodo.
      *Registro postado antes de a imagem carregar o timestamp de
      *captura e contado a parte e fica fora.
      *----------------------------------------------------------------
       LOAD-PERIOD-READINGS.
           MOVE "N" TO SNX-EOF-SWITCH
           MOVE SNX-FROM-DATE TO HIST-RUN-DATE
           MOVE SPACES        TO HIST-PROGRAM
           MOVE 0             TO HIST-RUN-SEQ
           MOVE 0             TO HIST-REC-NO
           START CNV-HIST-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   SET SNX-EOF TO TRUE
           END-START
           PERFORM LOAD-ONE-HISTORY
               UNTIL SNX-EOF OR SNX-RD-OVERFLOW.

       LOAD-ONE-HISTORY.
           READ CNV-HIST-FILE NEXT RECORD
               AT END
                   SET SNX-EOF TO TRUE
               NOT AT END
                   IF HIST-RUN-DATE > SNX-SCAN-LIMIT
                       SET SNX-EOF TO TRUE
                   ELSE
                       IF HIST-PROGRAM = "C03EX3A" AND
                          HIST-FILTER-ID NOT = SPACES
                           ADD 1 TO SNX-HIST-READ
                           PERFORM SELECT-HISTORY-READING
                       END-IF
                   END-IF
           END-READ.

       SELECT-HISTORY-READING.
           MOVE HIST-DETAIL TO SNX-IMAGE
           IF SNX-I-MODE = "B"
               IF SNX-I-READ-TS NOT NUMERIC
                   ADD 1 TO SNX-NOTS-COUNT
               ELSE
                   IF SNX-I-READ-TS (1:8) NOT < SNX-FROM-DATE AND
                      SNX-I-READ-TS (1:8) NOT > SNX-TO-DATE
                       MOVE HIST-FILTER-ID (1:8) TO SNX-NEW-SENSOR
                       MOVE SNX-I-READ-TS        TO SNX-NEW-TS
                       MOVE SNX-I-DIRECTION      TO SNX-NEW-DIRECTION
                       IF SNX-I-DIRECTION = "2"
                           MOVE SNX-I-FAHREN  TO SNX-NEW-READING
                       ELSE
                           MOVE SNX-I-CELSIUS TO SNX-NEW-READING
                       END-IF
                       MOVE SNX-I-RANGE-FLAG     TO SNX-NEW-FLAG
                       PERFORM INSERT-READING
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Insere a leitura na posicao de sensor+timestamp: procura de
      *tras para frente a primeira entrada que nao e maior, e abre
      *espaco deslocando as seguintes uma posicao. Chave repetida
      *nao entra.
      *----------------------------------------------------------------
       INSERT-READING.
           MOVE SNX-RD-COUNT TO SNX-SUB
           MOVE "N" TO SNX-POS-SWITCH
           PERFORM FIND-INSERT-POINT
               UNTIL SNX-SUB = 0 OR SNX-POS-FOUND
           IF SNX-POS-FOUND AND
              SNX-R-KEY (SNX-SUB) = SNX-NEW-KEY
               ADD 1 TO SNX-DUP-COUNT
           ELSE
               IF SNX-RD-COUNT = 5000
                   SET SNX-RD-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO SNX-RD-COUNT
                   MOVE SNX-RD-COUNT TO SNX-MOVE-SUB
                   ADD 1 TO SNX-SUB
                   PERFORM SHIFT-READING-UP
                       UNTIL SNX-MOVE-SUB = SNX-SUB
                   MOVE SNX-NEW-ENTRY TO SNX-RD-ENTRY (SNX-SUB)
                   ADD 1 TO SNX-ACCEPTED
               END-IF
           END-IF.

       FIND-INSERT-POINT.
           IF SNX-R-KEY (SNX-SUB) > SNX-NEW-KEY
               SUBTRACT 1 FROM SNX-SUB
           ELSE
               SET SNX-POS-FOUND TO TRUE
           END-IF.

       SHIFT-READING-UP.
           MOVE SNX-RD-ENTRY (SNX-MOVE-SUB - 1)
               TO SNX-RD-ENTRY (SNX-MOVE-SUB)
           SUBTRACT 1 FROM SNX-MOVE-SUB.

      *----------------------------------------------------------------
      *Um sensor por vez: acha a faixa e o intervalo no cadastro,
      *percorre as leituras em ordem de captura e fecha o periodo
      *(lacuna final, excursao aberta, linhas do certificado).
      *----------------------------------------------------------------
       PROCESS-SENSOR-GROUP.
           MOVE SNX-R-SENSOR (SNX-SUB) TO SNX-CUR-SENSOR
           PERFORM START-SENSOR
           MOVE "N" TO SNX-GROUP-SWITCH
           PERFORM PROCESS-ONE-READING UNTIL SNX-GROUP-END
           PERFORM FINISH-SENSOR.

       START-SENSOR.
           ADD 1 TO SNX-SENSOR-COUNT
           MOVE "N" TO SNX-CUR-ON-MASTER
           MOVE SNX-DEF-INTERVAL TO SNX-CUR-INTERVAL
           MOVE 0 TO SNX-CUR-MIN
           MOVE 0 TO SNX-CUR-MAX
           IF SNX-SM-COUNT > 0
               SET SNX-SM-IDX TO 1
               SEARCH SNX-SM-ENTRY
                   AT END
                       CONTINUE
                   WHEN SNX-SM-ID (SNX-SM-IDX) = SNX-CUR-SENSOR
                       SET SNX-CUR-KNOWN TO TRUE
                       MOVE SNX-SM-MIN (SNX-SM-IDX) TO SNX-CUR-MIN
                       MOVE SNX-SM-MAX (SNX-SM-IDX) TO SNX-CUR-MAX
                       MOVE SNX-SM-INTERVAL (SNX-SM-IDX)
                           TO SNX-CUR-INTERVAL
                       MOVE "Y" TO SNX-SM-SEEN (SNX-SM-IDX)
               END-SEARCH
           END-IF
           COMPUTE SNX-CUR-INT-SECS = SNX-CUR-INTERVAL * 60
           MOVE SNX-START-SECS TO SNX-PREV-SECS
           MOVE SNX-START-TS   TO SNX-PREV-TS
           MOVE "N" TO SNX-EXC-SWITCH
           INITIALIZE SNX-DAY-TABLE.

      *----------------------------------------------------------------
      *Cada leitura: silencio desde a anterior (ou desde o inicio do
      *periodo) maior que o intervalo esperado e lacuna; leitura
      *com flag R abre ou prolonga a excursao, leitura na faixa
      *fecha a excursao aberta.
      *----------------------------------------------------------------
       PROCESS-ONE-READING.
           MOVE SNX-R-TS (SNX-SUB) TO SNX-TS-WORK
           PERFORM COMPUTE-TS-SECONDS
           MOVE SNX-TS-SECS TO SNX-CUR-SECS
           COMPUTE SNX-DAY-SUB = SNX-JDN - SNX-FROM-JDN + 1
           ADD 1 TO SNX-D-READINGS (SNX-DAY-SUB)

           COMPUTE SNX-GAP-SECS = SNX-CUR-SECS - SNX-PREV-SECS
           IF SNX-GAP-SECS > SNX-CUR-INT-SECS
               MOVE SNX-PREV-TS        TO SNX-EV-FROM-TS
               MOVE SNX-R-TS (SNX-SUB) TO SNX-EV-TO-TS
               MOVE SNX-PREV-SECS      TO SNX-SEG-FROM
               MOVE SNX-CUR-SECS       TO SNX-SEG-TO
               IF SNX-PREV-SECS = SNX-START-SECS
                   MOVE "FROM START OF PERIOD" TO SNX-LL-NOTE
               ELSE
                   MOVE SPACES TO SNX-LL-NOTE
               END-IF
               PERFORM LOG-GAP
           END-IF

           IF SNX-R-FLAG (SNX-SUB) = "R"
               IF SNX-IN-EXCURSION
                   PERFORM TRACK-EXCURSION-PEAK
               ELSE
                   PERFORM OPEN-EXCURSION
               END-IF
           ELSE
               IF SNX-IN-EXCURSION
                   MOVE SNX-R-TS (SNX-SUB) TO SNX-EV-TO-TS
                   MOVE SNX-CUR-SECS       TO SNX-SEG-TO
                   MOVE SPACES TO SNX-LL-NOTE
                   PERFORM CLOSE-EXCURSION
               END-IF
           END-IF

           MOVE SNX-CUR-SECS       TO SNX-PREV-SECS
           MOVE SNX-R-TS (SNX-SUB) TO SNX-PREV-TS
           ADD 1 TO SNX-SUB
           IF SNX-SUB > SNX-RD-COUNT
               SET SNX-GROUP-END TO TRUE
           ELSE
               IF SNX-R-SENSOR (SNX-SUB) NOT = SNX-CUR-SENSOR
                   SET SNX-GROUP-END TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Lado da excursao: abaixo do minimo e baixa (pico e a menor
      *leitura), senao alta (pico e a maior). Sensor fora do
      *cadastro foi criticado pela faixa global da unidade.
      *----------------------------------------------------------------
       OPEN-EXCURSION.
           SET SNX-IN-EXCURSION TO TRUE
           MOVE SNX-CUR-SECS       TO SNX-EXC-START-SECS
           MOVE SNX-R-TS (SNX-SUB) TO SNX-EXC-START-TS
           MOVE SNX-R-READING (SNX-SUB) TO SNX-EXC-PEAK
           IF SNX-R-DIRECTION (SNX-SUB) = "2"
               MOVE "F" TO SNX-EXC-UNIT
           ELSE
               MOVE "C" TO SNX-EXC-UNIT
           END-IF
           IF SNX-CUR-KNOWN
               MOVE SNX-CUR-MIN TO SNX-CHECK-MIN
               MOVE SNX-CUR-MAX TO SNX-CHECK-MAX
           ELSE
               IF SNX-EXC-UNIT = "F"
                   MOVE SNX-GLOBAL-MIN-F TO SNX-CHECK-MIN
                   MOVE SNX-GLOBAL-MAX-F TO SNX-CHECK-MAX
               ELSE
                   MOVE SNX-GLOBAL-MIN-C TO SNX-CHECK-MIN
                   MOVE SNX-GLOBAL-MAX-C TO SNX-CHECK-MAX
               END-IF
           END-IF
           IF SNX-EXC-PEAK < SNX-CHECK-MIN
               SET SNX-EXC-LOW TO TRUE
               MOVE SNX-CHECK-MIN TO SNX-EXC-LIMIT
           ELSE
               MOVE "N" TO SNX-EXC-LOW-SWITCH
               MOVE SNX-CHECK-MAX TO SNX-EXC-LIMIT
           END-IF
           COMPUTE SNX-DAY-SUB = SNX-JDN - SNX-FROM-JDN + 1
           ADD 1 TO SNX-D-EXCURSIONS (SNX-DAY-SUB).

       TRACK-EXCURSION-PEAK.
           IF SNX-EXC-LOW
               IF SNX-R-READING (SNX-SUB) < SNX-EXC-PEAK
                   MOVE SNX-R-READING (SNX-SUB) TO SNX-EXC-PEAK
               END-IF
           ELSE
               IF SNX-R-READING (SNX-SUB) > SNX-EXC-PEAK
                   MOVE SNX-R-READING (SNX-SUB) TO SNX-EXC-PEAK
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Fecha a excursao em SNX-EV-TO-TS / SNX-SEG-TO: linha no log
      *e tempo fora da faixa distribuido pelos dias.
      *----------------------------------------------------------------
       CLOSE-EXCURSION.
           MOVE "N" TO SNX-EXC-SWITCH
           ADD 1 TO SNX-EXC-TOTAL
           MOVE SNX-EXC-START-TS   TO SNX-EV-FROM-TS
           MOVE SNX-EXC-START-SECS TO SNX-SEG-FROM
           COMPUTE SNX-EV-SECS = SNX-SEG-TO - SNX-SEG-FROM
           MOVE SNX-CUR-SENSOR  TO SNX-LL-SENSOR
           IF SNX-EXC-LOW
               MOVE "LOW EXC" TO SNX-LL-EVENT
           ELSE
               MOVE "HIGH EXC" TO SNX-LL-EVENT
           END-IF
           MOVE SNX-EXC-PEAK    TO SNX-LL-PEAK
           MOVE SNX-EXC-UNIT    TO SNX-LL-PEAK-UNIT
           MOVE SNX-EXC-LIMIT   TO SNX-LL-LIMIT
           MOVE SNX-EXC-UNIT    TO SNX-LL-LIMIT-UNIT
           PERFORM WRITE-LOG-LINE
           SET SNX-SPREAD-OUT TO TRUE
           PERFORM SPREAD-OVER-DAYS.

      *----------------------------------------------------------------
      *Lacuna de SNX-EV-FROM-TS a SNX-EV-TO-TS (segundos em
      *SNX-SEG-FROM/SNX-SEG-TO); a nota ja vem montada.
      *----------------------------------------------------------------
       LOG-GAP.
           ADD 1 TO SNX-GAP-TOTAL
           COMPUTE SNX-EV-SECS = SNX-SEG-TO - SNX-SEG-FROM
           MOVE SNX-CUR-SENSOR TO SNX-LL-SENSOR
           MOVE "GAP"          TO SNX-LL-EVENT
           MOVE SPACES         TO SNX-LL-PEAK-X
           MOVE SPACE          TO SNX-LL-PEAK-UNIT
           MOVE SNX-CUR-INTERVAL TO SNX-LL-LIMIT-MIN
           MOVE " MIN"         TO SNX-LL-LIMIT-TEXT
           PERFORM WRITE-LOG-LINE
           SET SNX-SPREAD-GAP TO TRUE
           PERFORM SPREAD-OVER-DAYS.

       WRITE-LOG-LINE.
           MOVE SNX-EV-FROM-TS TO SNX-FMT-TS
           PERFORM FORMAT-TIMESTAMP
           MOVE SNX-FMT-OUT    TO SNX-LL-START
           MOVE SNX-EV-TO-TS   TO SNX-FMT-TS
           PERFORM FORMAT-TIMESTAMP
           MOVE SNX-FMT-OUT    TO SNX-LL-END
           COMPUTE SNX-LL-MINUTES ROUNDED = SNX-EV-SECS / 60
           WRITE SNX-LOG-RECORD FROM SNX-LOG-LINE
           ADD 1 TO SNX-LOG-LINES.

       FORMAT-TIMESTAMP.
           MOVE SPACES TO SNX-FMT-OUT
           STRING SNX-FMT-TS (1:8)  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SNX-FMT-TS (9:2)  DELIMITED BY SIZE
                  ":"               DELIMITED BY SIZE
                  SNX-FMT-TS (11:2) DELIMITED BY SIZE
                  ":"               DELIMITED BY SIZE
                  SNX-FMT-TS (13:2) DELIMITED BY SIZE
                  INTO SNX-FMT-OUT.

      *----------------------------------------------------------------
      *Distribui o intervalo SNX-SEG-FROM a SNX-SEG-TO pelos dias
      *do periodo, cortando na meia-noite: tempo fora da faixa soma
      *o pedaco de cada dia; a lacuna conta inteira como candidata
      *a maior lacuna de cada dia que atravessa.
      *----------------------------------------------------------------
       SPREAD-OVER-DAYS.
           MOVE SNX-SEG-FROM TO SNX-SEG-AT
           PERFORM SPREAD-ONE-DAY
               UNTIL SNX-SEG-AT NOT < SNX-SEG-TO.

       SPREAD-ONE-DAY.
           DIVIDE SNX-SEG-AT BY 86400 GIVING SNX-SEG-JDN
           COMPUTE SNX-SEG-DAY-END = (SNX-SEG-JDN + 1) * 86400
           IF SNX-SEG-DAY-END > SNX-SEG-TO
               MOVE SNX-SEG-TO TO SNX-SEG-DAY-END
           END-IF
           IF SNX-SEG-JDN NOT < SNX-FROM-JDN AND
              SNX-SEG-JDN NOT > SNX-TO-JDN
               COMPUTE SNX-DAY-SUB = SNX-SEG-JDN - SNX-FROM-JDN + 1
               IF SNX-SPREAD-OUT
                   COMPUTE SNX-D-OUT-SECS (SNX-DAY-SUB) =
                       SNX-D-OUT-SECS (SNX-DAY-SUB)
                           + SNX-SEG-DAY-END - SNX-SEG-AT
               ELSE
                   IF SNX-EV-SECS > SNX-D-MAX-GAP (SNX-DAY-SUB)
                       MOVE SNX-EV-SECS
                           TO SNX-D-MAX-GAP (SNX-DAY-SUB)
                   END-IF
               END-IF
           END-IF
           MOVE SNX-SEG-DAY-END TO SNX-SEG-AT.

      *----------------------------------------------------------------
      *Fim do periodo para o sensor: silencio desde a ultima leitura
      *e lacuna se passar do intervalo; excursao ainda aberta conta
      *ate o fim do periodo. Depois, uma linha de certificado por
      *dia.
      *----------------------------------------------------------------
       FINISH-SENSOR.
           MOVE 0 TO SNX-GAP-SECS
           IF SNX-END-SECS > SNX-PREV-SECS
               COMPUTE SNX-GAP-SECS = SNX-END-SECS - SNX-PREV-SECS
           END-IF
           IF SNX-GAP-SECS > SNX-CUR-INT-SECS
               MOVE SNX-PREV-TS    TO SNX-EV-FROM-TS
               MOVE SNX-END-TS     TO SNX-EV-TO-TS
               MOVE SNX-PREV-SECS  TO SNX-SEG-FROM
               MOVE SNX-END-SECS   TO SNX-SEG-TO
               IF SNX-PREV-SECS = SNX-START-SECS
                   MOVE "NO READINGS" TO SNX-LL-NOTE
               ELSE
                   MOVE "TO END OF PERIOD" TO SNX-LL-NOTE
               END-IF
               PERFORM LOG-GAP
           END-IF
           IF SNX-IN-EXCURSION AND
              SNX-END-SECS > SNX-EXC-START-SECS
               MOVE SNX-END-TS   TO SNX-EV-TO-TS
               MOVE SNX-END-SECS TO SNX-SEG-TO
               MOVE "OPEN AT PERIOD END" TO SNX-LL-NOTE
               PERFORM CLOSE-EXCURSION
           END-IF
           PERFORM WRITE-CERTIFICATE-LINE
               VARYING SNX-DAY-SUB FROM 1 BY 1
               UNTIL SNX-DAY-SUB > SNX-DAY-COUNT.

       WRITE-CERTIFICATE-LINE.
           MOVE "N" TO SNX-FAIL-OUT-SWITCH
           MOVE "N" TO SNX-FAIL-GAP-SWITCH
           IF SNX-D-OUT-SECS (SNX-DAY-SUB) > SNX-MAX-OUT-SECS
               SET SNX-FAIL-OUT TO TRUE
           END-IF
           IF SNX-D-MAX-GAP (SNX-DAY-SUB) > SNX-MAX-GAP-SECS
               SET SNX-FAIL-GAP TO TRUE
           END-IF
           COMPUTE SNX-OUT-MIN ROUNDED =
               SNX-D-OUT-SECS (SNX-DAY-SUB) / 60
           COMPUTE SNX-GAP-MIN ROUNDED =
               SNX-D-MAX-GAP (SNX-DAY-SUB) / 60
           MOVE SNX-CUR-SENSOR TO SNX-CL-SENSOR
           MOVE SNX-DT-DATE (SNX-DAY-SUB) TO SNX-CL-DATE
           IF SNX-CUR-KNOWN
               MOVE SNX-CUR-MIN TO SNX-CL-MIN
               MOVE SNX-CUR-MAX TO SNX-CL-MAX
           ELSE
               MOVE SPACES TO SNX-CL-MIN-X
               MOVE SPACES TO SNX-CL-MAX-X
           END-IF
           MOVE SNX-CUR-INTERVAL                TO SNX-CL-INTERVAL
           MOVE SNX-D-READINGS (SNX-DAY-SUB)    TO SNX-CL-READINGS
           MOVE SNX-D-EXCURSIONS (SNX-DAY-SUB)  TO SNX-CL-EXCURSIONS
           MOVE SNX-OUT-MIN                     TO SNX-CL-OUT-MIN
           MOVE SNX-GAP-MIN                     TO SNX-CL-GAP-MIN
           EVALUATE TRUE
               WHEN SNX-FAIL-OUT AND SNX-FAIL-GAP
                   MOVE "FAIL" TO SNX-CL-RESULT
                   MOVE "OUT OF RANGE+GAP" TO SNX-CL-REASON
               WHEN SNX-FAIL-OUT
                   MOVE "FAIL" TO SNX-CL-RESULT
                   MOVE "OUT OF RANGE" TO SNX-CL-REASON
               WHEN SNX-FAIL-GAP
                   MOVE "FAIL" TO SNX-CL-RESULT
                   MOVE "REPORTING GAP" TO SNX-CL-REASON
               WHEN OTHER
                   MOVE "PASS" TO SNX-CL-RESULT
                   MOVE SPACES TO SNX-CL-REASON
           END-EVALUATE
           IF SNX-CL-RESULT = "PASS"
               ADD 1 TO SNX-PASS-COUNT
           ELSE
               ADD 1 TO SNX-FAIL-COUNT
           END-IF
           WRITE SNX-CERT-RECORD FROM SNX-CERT-LINE
           ADD 1 TO SNX-CERT-LINES.

      *----------------------------------------------------------------
      *Sensor do cadastro que nao apareceu no periodo: ficou mudo o
      *periodo inteiro - lacuna unica e FAIL em todos os dias.
      *----------------------------------------------------------------
       CERTIFY-SILENT-SENSOR.
           IF SNX-SM-SEEN (SNX-SM-SUB) = "N"
               MOVE SNX-SM-ID (SNX-SM-SUB) TO SNX-CUR-SENSOR
               PERFORM START-SENSOR
               PERFORM FINISH-SENSOR
           END-IF.

      *----------------------------------------------------------------
      *Segundos corridos de SNX-TS-WORK; SNX-JDN fica com o dia.
      *----------------------------------------------------------------
       COMPUTE-TS-SECONDS.
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE SNX-TS-SECS = (SNX-JDN * 86400)
               + (SNX-TS-HH * 3600) + (SNX-TS-MI * 60) + SNX-TS-SS.

      *----------------------------------------------------------------
      *Dia juliano de SNX-TS-DATE (calendario gregoriano), uma
      *divisao inteira por termo, como no C03ARAGE:
      *  A = (14 - MES) / 12   Y = ANO + 4800 - A   M = MES + 12A - 3
      *  JDN = DIA + (153M + 2)/5 + 365Y + Y/4 - Y/100 + Y/400 - 32045
      *----------------------------------------------------------------
       COMPUTE-DAY-NUMBER.
           COMPUTE SNX-JDN-WORK = 14 - SNX-TS-MM
           DIVIDE SNX-JDN-WORK BY 12 GIVING SNX-JDN-A
           COMPUTE SNX-JDN-Y = SNX-TS-YYYY + 4800 - SNX-JDN-A
           COMPUTE SNX-JDN-M = SNX-TS-MM + (12 * SNX-JDN-A) - 3
           COMPUTE SNX-JDN-WORK = (153 * SNX-JDN-M) + 2
           DIVIDE SNX-JDN-WORK BY 5 GIVING SNX-JDN
           ADD SNX-TS-DD TO SNX-JDN
           COMPUTE SNX-JDN = SNX-JDN + (365 * SNX-JDN-Y) - 32045
           DIVIDE SNX-JDN-Y BY 4 GIVING SNX-JDN-WORK
           ADD SNX-JDN-WORK TO SNX-JDN
           DIVIDE SNX-JDN-Y BY 100 GIVING SNX-JDN-WORK
           SUBTRACT SNX-JDN-WORK FROM SNX-JDN
           DIVIDE SNX-JDN-Y BY 400 GIVING SNX-JDN-WORK
           ADD SNX-JDN-WORK TO SNX-JDN.

       ADVANCE-ONE-DAY.
           ADD 1 TO SNX-ADV-DD
           MOVE SNX-ADV-MM TO SNX-MONTH-SUB
           MOVE SNX-MONTH-DAYS (SNX-MONTH-SUB) TO SNX-MONTH-LAST
           IF SNX-ADV-MM = 2
               DIVIDE SNX-ADV-YYYY BY 4 GIVING SNX-JDN-WORK
                   REMAINDER SNX-LEAP-4
               DIVIDE SNX-ADV-YYYY BY 100 GIVING SNX-JDN-WORK
                   REMAINDER SNX-LEAP-100
               DIVIDE SNX-ADV-YYYY BY 400 GIVING SNX-JDN-WORK
                   REMAINDER SNX-LEAP-400
               IF SNX-LEAP-400 = 0 OR
                  (SNX-LEAP-4 = 0 AND SNX-LEAP-100 NOT = 0)
                   MOVE 29 TO SNX-MONTH-LAST
               END-IF
           END-IF
           IF SNX-ADV-DD > SNX-MONTH-LAST
               MOVE 1 TO SNX-ADV-DD
               ADD 1 TO SNX-ADV-MM
               IF SNX-ADV-MM > 12
                   MOVE 1 TO SNX-ADV-MM
                   ADD 1 TO SNX-ADV-YYYY
               END-IF
           END-IF.

       OPEN-REPORTS.
           OPEN OUTPUT SNX-LOG-FILE
           MOVE "C03SNEXC"  TO RPT-HDR-PROGRAM
           MOVE HOJE        TO RPT-HDR-RUN-DATE
           MOVE SNX-SEQ-NO  TO RPT-HDR-SEQ-NO
           WRITE SNX-LOG-RECORD FROM RPT-HEADER-LINE
           MOVE SNX-FROM-DATE TO SNX-LT-FROM
           MOVE SNX-TO-DATE   TO SNX-LT-TO
           WRITE SNX-LOG-RECORD FROM SNX-LOG-TITLE
           WRITE SNX-LOG-RECORD FROM SNX-RULE-LINE
           WRITE SNX-LOG-RECORD FROM SNX-LOG-COLS
           WRITE SNX-LOG-RECORD FROM SNX-RULE-LINE

           OPEN OUTPUT SNX-CERT-FILE
           WRITE SNX-CERT-RECORD FROM RPT-HEADER-LINE
           MOVE SNX-FROM-DATE TO SNX-CT-FROM
           MOVE SNX-TO-DATE   TO SNX-CT-TO
           WRITE SNX-CERT-RECORD FROM SNX-CERT-TITLE
           MOVE SNX-MAX-OUT-MIN TO SNX-CTL-OUT
           MOVE SNX-MAX-GAP-MIN TO SNX-CTL-GAP
           WRITE SNX-CERT-RECORD FROM SNX-CERT-TOL-LINE
           WRITE SNX-CERT-RECORD FROM SNX-RULE-LINE
           WRITE SNX-CERT-RECORD FROM SNX-CERT-COLS
           WRITE SNX-CERT-RECORD FROM SNX-RULE-LINE.

       CLOSE-REPORTS.
           WRITE SNX-LOG-RECORD FROM SNX-RULE-LINE
           MOVE SNX-EXC-TOTAL  TO SNX-LC-EXC
           MOVE SNX-GAP-TOTAL  TO SNX-LC-GAP
           MOVE SNX-ACCEPTED   TO SNX-LC-READ
           MOVE SNX-DUP-COUNT  TO SNX-LC-DUP
           MOVE SNX-NOTS-COUNT TO SNX-LC-NOTS
           WRITE SNX-LOG-RECORD FROM SNX-LOG-COUNT-LINE
           MOVE "C03SNEXC"     TO RPT-TRL-PROGRAM
           MOVE HOJE           TO RPT-TRL-RUN-DATE
           MOVE SNX-LOG-LINES  TO RPT-TRL-REC-COUNT
           MOVE "NONE    "     TO RPT-TRL-CTL-STATUS
           WRITE SNX-LOG-RECORD FROM RPT-TRAILER-LINE
           CLOSE SNX-LOG-FILE

           WRITE SNX-CERT-RECORD FROM SNX-RULE-LINE
           MOVE SNX-SENSOR-COUNT TO SNX-CC-SENSORS
           MOVE SNX-PASS-COUNT   TO SNX-CC-PASS
           MOVE SNX-FAIL-COUNT   TO SNX-CC-FAIL
           WRITE SNX-CERT-RECORD FROM SNX-CERT-COUNT-LINE
           MOVE SPACES TO SNX-CERT-RECORD
           WRITE SNX-CERT-RECORD
           WRITE SNX-CERT-RECORD
           WRITE SNX-CERT-RECORD FROM SNX-SIGN-LINE-1
           MOVE SNX-CERT-LINES TO RPT-TRL-REC-COUNT
           WRITE SNX-CERT-RECORD FROM RPT-TRAILER-LINE
           CLOSE SNX-CERT-FILE.

       NEXT-RUN-SEQUENCE.
           MOVE 0 TO SNX-SEQ-NO
           OPEN INPUT SNX-SEQ-FILE
           IF SNX-SEQ-STATUS = "00"
               READ SNX-SEQ-FILE INTO RUNSEQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNSEQ-RUN-DATE = HOJE
                           MOVE RUNSEQ-LAST-NO TO SNX-SEQ-NO
                       END-IF
               END-READ
               CLOSE SNX-SEQ-FILE
           END-IF
           ADD 1 TO SNX-SEQ-NO
           MOVE "C03SNEXC"  TO RUNSEQ-PROGRAM
           MOVE HOJE        TO RUNSEQ-RUN-DATE
           MOVE SNX-SEQ-NO  TO RUNSEQ-LAST-NO
           OPEN OUTPUT SNX-SEQ-FILE
           WRITE SNX-SEQ-RECORD FROM RUNSEQ-RECORD
           CLOSE SNX-SEQ-FILE.

       END PROGRAM C03SNEXC.
