       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03ALERT.
      *AUTHOR. R. MOTA.
      *
      *Console matinal de alertas da operacao. Varre as fontes que o
      *chefe de turno abria uma a uma toda manha - CKMONRPT (run
      *abandonado), EODVARPT (volume fora do normal), DWACKRPT
      *(geracao rejeitada, com contagem divergente, sem ack ou ack
      *orfao), FXRATHLD (cotacao retida pelo C03FXLD), NIGHTLOG
      *(step da esteira noturna que falhou e nao rodou OK depois) e
      *os rejeitos pendentes de TEMPEXC, QAREAEXC e FXINVEXC - e
      *transforma cada condicao num alerta com fonte, severidade,
      *data em que foi visto pela primeira vez e uma descricao curta.
      *
      *Os alertas ficam no log ALERTLOG (layout ALERTREC): condicao
      *ja levantada num dia anterior nao e levantada de novo, so
      *ganha idade. Condicao que a fonte deixou de mostrar sai como
      *resolvida - mas so quando a fonte foi lida; relatorio ausente
      *vira ele mesmo um alerta e nao resolve nada. O operador,
      *identificado por ID e PIN contra OPERMAST, registra ciencia
      *(nota opcional) ou encerra (nota obrigatoria) cada alerta;
      *ambos ficam carimbados com o ID dele.
      *
      *O console impresso (ALERTRPT) lista os alertas em aberto por
      *severidade e, dentro dela, do mais antigo para o mais novo;
      *alerta sem solucao ha ALR-STALE-DAYS dias ou mais sai marcado
      *e, como alerta de severidade alta, devolve RC 4.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. Eram sete relatorios e
      *                  arquivos para ler toda manha e sempre
      *                  escapava alguma coisa; rejeito pendente e
      *                  cotacao retida ficavam semanas sem dono.
      *  2026-10-15  RM  Cotacao retida com seis casas: FXRATHLD
      *                  anexa FH-RATE-EXACT e FH-PRIOR-RATE-EXACT
      *                  no fim do registro; o alerta usa as duas
      *                  (as retidas antigas, so as de duas casas) e
      *                  mostra a cotacao com quatro casas.
      *  2026-10-15  RM  Cotacao retida no alerta com as seis casas
      *                  e ate cinco inteiros, sem os brancos da
      *                  edicao, para caber na descricao de 50.
      *  2026-10-15  RM  Ciencia e encerramento da sessao gravados
      *                  sobre o ALERTLOG relido, pelo numero do
      *                  alerta: a regravacao da tabela carregada
      *                  antes da sessao apagava o que outra execucao
      *                  do console gravasse nesse meio tempo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-LOG-FILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-LOG-STATUS.
           SELECT ALR-RPT-FILE ASSIGN TO "ALERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-RPT-STATUS.
           SELECT ALR-SEQ-FILE ASSIGN TO "ALERTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-SEQ-STATUS.
           SELECT OPER-MAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-OPER-STATUS.
           SELECT CKM-RPT-FILE ASSIGN TO "CKMONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-CKM-STATUS.
           SELECT EVA-RPT-FILE ASSIGN TO "EODVARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-EVA-STATUS.
           SELECT DWA-RPT-FILE ASSIGN TO "DWACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-DWA-STATUS.
           SELECT FXL-HELD-FILE ASSIGN TO "FXRATHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-HLD-STATUS.
           SELECT NIGHT-LOG-FILE ASSIGN TO "NIGHTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-NGT-STATUS.
           SELECT TEMP-EXC-FILE ASSIGN TO "TEMPEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-TEXC-STATUS.
           SELECT AREA-EXC-FILE ASSIGN TO "QAREAEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-QEXC-STATUS.
           SELECT FX-EXC-FILE ASSIGN TO "FXINVEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-FEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-RECORD        PIC X(237).

       FD  ALR-RPT-FILE.
       01  ALR-RPT-RECORD          PIC X(110).

       FD  ALR-SEQ-FILE.
       01  ALR-SEQ-RECORD          PIC X(25).

       FD  OPER-MAST-FILE.
           COPY "OPERMREC.CPY".

       FD  CKM-RPT-FILE.
       01  CKM-RPT-RECORD          PIC X(90).

       FD  EVA-RPT-FILE.
       01  EVA-RPT-RECORD          PIC X(90).

       FD  DWA-RPT-FILE.
       01  DWA-RPT-RECORD          PIC X(90).

       FD  FXL-HELD-FILE.
       01  FXL-HELD-RECORD         PIC X(65).

       FD  NIGHT-LOG-FILE.
       01  NIGHT-LOG-RECORD        PIC X(57).

       FD  TEMP-EXC-FILE.
       01  TEMP-EXC-RECORD         PIC X(120).

       FD  AREA-EXC-FILE.
       01  AREA-EXC-RECORD         PIC X(120).

       FD  FX-EXC-FILE.
       01  FX-EXC-RECORD           PIC X(120).

       LOCAL-STORAGE SECTION.
       77 ALR-LOG-STATUS           PIC X(02).
       77 ALR-RPT-STATUS           PIC X(02).
       77 ALR-SEQ-STATUS           PIC X(02).
       77 ALR-OPER-STATUS          PIC X(02).
       77 ALR-CKM-STATUS           PIC X(02).
       77 ALR-EVA-STATUS           PIC X(02).
       77 ALR-DWA-STATUS           PIC X(02).
       77 ALR-HLD-STATUS           PIC X(02).
       77 ALR-NGT-STATUS           PIC X(02).
       77 ALR-TEXC-STATUS          PIC X(02).
       77 ALR-QEXC-STATUS          PIC X(02).
       77 ALR-FEXC-STATUS          PIC X(02).
       77 HOJE                     PIC X(08).
       77 ALR-EOF-SWITCH           PIC X(01) VALUE "N".
           88  ALR-EOF                 VALUE "Y".
       77 ALR-SEQ-NO               PIC 9(04) VALUE 0 COMP.
       77 ALR-RPT-LINES            PIC 9(06) VALUE 0 COMP.

      *Sem solucao ha ALR-STALE-DAYS dias ou mais = marcado no
      *console. Fechado ou resolvido ha mais de ALR-KEEP-DAYS dias,
      *e que a fonte nao mostra mais, sai do log na regravacao.
      *Cotacao retida com data de mais de ALR-KEEP-DAYS dias ja e
      *historia (FXRATHLD nunca e limpo) e nao levanta alerta.
       77 ALR-STALE-DAYS           PIC 9(03) VALUE 7.
       77 ALR-KEEP-DAYS            PIC 9(03) VALUE 30.

       77 ALR-OPERATOR-ID          PIC X(08) VALUE SPACES.
       77 ALR-KEYED-PIN            PIC X(06) VALUE SPACES.
       77 ALR-SIGNON-TRIES         PIC 9(01) VALUE 0.
       77 ALR-SIGNON-SWITCH        PIC X(01) VALUE "N".
           88  ALR-SIGNED-ON           VALUE "Y".
       77 ALR-SIGNON-REFUSAL       PIC X(40) VALUE SPACES.

       77 ALR-ANSWER               PIC X(01) VALUE SPACE.
           88  ALR-ANS-YES             VALUE "S" "s".
           88  ALR-ANS-ACK             VALUE "C" "c".
           88  ALR-ANS-CLOSE           VALUE "E" "e".
       77 ALR-KEYED-ID             PIC 9(06) VALUE 0.
       77 ALR-KEYED-NOTE           PIC X(40) VALUE SPACES.
       77 ALR-SESSION-SWITCH       PIC X(01) VALUE "N".
           88  ALR-SESSION-DONE        VALUE "Y".
       77 ALR-LOG-CHANGED          PIC X(01) VALUE "N".
           88  ALR-REWRITE-LOG         VALUE "Y".

      *Ciencia (A) e encerramento (C) registrados na sessao, na
      *ordem em que foram feitos, reaplicados sobre o log relido.
       77 ALR-DONE-COUNT           PIC 9(03) VALUE 0 COMP.
       01 ALR-DONE-TABLE.
           05  ALR-DONE-ENTRY OCCURS 500 TIMES
                   DEPENDING ON ALR-DONE-COUNT.
               10  ALR-D-ID            PIC 9(06).
               10  ALR-D-ACTION        PIC X(01).
               10  ALR-D-NOTE          PIC X(40).
       77 ALR-DONE-SUB             PIC 9(03) VALUE 0 COMP.

      *Log carregado inteiro; ALR-T-SEEN marca o que a varredura
      *de hoje encontrou.
       77 ALR-OVFL-SWITCH          PIC X(01) VALUE "N".
           88  ALR-TABLE-OVERFLOW      VALUE "Y".
       77 ALR-COUNT                PIC 9(03) VALUE 0 COMP.
       01 ALR-TABLE.
           05  ALR-ENTRY OCCURS 500 TIMES
                   DEPENDING ON ALR-COUNT.
               10  ALR-IMAGE.
                   15  ALR-T-ID        PIC 9(06).
                   15  FILLER          PIC X(01).
                   15  ALR-T-SOURCE    PIC X(08).
                   15  FILLER          PIC X(01).
                   15  ALR-T-KEY       PIC X(30).
                   15  FILLER          PIC X(191).
               10  ALR-T-SEEN          PIC X(01).
       77 ALR-SUB                  PIC 9(03) VALUE 0 COMP.
       77 ALR-HIT-SUB              PIC 9(03) VALUE 0 COMP.
       77 ALR-LAST-ID              PIC 9(06) VALUE 0.

      *Condicao encontrada por uma das varreduras, entregue a
      *RAISE-ALERT.
       77 ALR-NEW-SOURCE           PIC X(08) VALUE SPACES.
       77 ALR-NEW-KEY              PIC X(30) VALUE SPACES.
       77 ALR-NEW-SEVERITY         PIC 9(01) VALUE 0.
       77 ALR-NEW-DESC             PIC X(50) VALUE SPACES.

      *Fontes, na ordem da varredura. Alerta aberto de fonte que
      *foi lida hoje e nao apareceu mais = resolvido.
       01 ALR-SOURCE-VALUES.
           05  FILLER              PIC X(08) VALUE "CKMONRPT".
           05  FILLER              PIC X(08) VALUE "EODVARPT".
           05  FILLER              PIC X(08) VALUE "DWACKRPT".
           05  FILLER              PIC X(08) VALUE "FXRATHLD".
           05  FILLER              PIC X(08) VALUE "NIGHTLOG".
           05  FILLER              PIC X(08) VALUE "TEMPEXC ".
           05  FILLER              PIC X(08) VALUE "QAREAEXC".
           05  FILLER              PIC X(08) VALUE "FXINVEXC".
       01 ALR-SOURCE-TABLE REDEFINES ALR-SOURCE-VALUES.
           05  ALR-SOURCE-NAME OCCURS 8 TIMES PIC X(08).
       01 ALR-SCANNED-VALUES       PIC X(08) VALUE "NNNNNNNN".
       01 ALR-SCANNED-TABLE REDEFINES ALR-SCANNED-VALUES.
           05  ALR-SOURCE-SCANNED OCCURS 8 TIMES PIC X(01).
       77 ALR-SRC-SUB              PIC 9(02) VALUE 0 COMP.
       77 ALR-SRC-HIT              PIC 9(02) VALUE 0 COMP.

      *Linha de relatorio lida, com a visao de cada relatorio (as
      *colunas sao as das linhas de detalhe de C03CKMON, C03EODVA e
      *C03DWAK).
       01 ALR-INPUT-LINE           PIC X(90).
       01 ALR-HDR-VIEW REDEFINES ALR-INPUT-LINE.
           05  ALR-HD-LABEL        PIC X(18).
           05  ALR-HD-PROGRAM      PIC X(08).
           05  FILLER              PIC X(03).
           05  ALR-HD-RUN-DATE     PIC X(08).
           05  FILLER              PIC X(53).
       01 ALR-CKM-VIEW REDEFINES ALR-INPUT-LINE.
           05  ALR-CK-PROGRAM      PIC X(08).
           05  FILLER              PIC X(02).
           05  ALR-CK-RUN-DATE     PIC X(08).
           05  FILLER              PIC X(02).
           05  ALR-CK-SEQ          PIC X(04).
           05  FILLER              PIC X(02).
           05  ALR-CK-CKPT-DATE    PIC X(08).
           05  FILLER              PIC X(02).
           05  ALR-CK-CKPT-REC     PIC X(06).
           05  FILLER              PIC X(04).
           05  ALR-CK-STATUS       PIC X(15).
           05  FILLER              PIC X(29).
       01 ALR-EVA-VIEW REDEFINES ALR-INPUT-LINE.
           05  ALR-EV-NAME         PIC X(16).
           05  FILLER              PIC X(34).
           05  ALR-EV-PCT          PIC X(10).
           05  FILLER              PIC X(02).
           05  ALR-EV-FLAG         PIC X(16).
           05  FILLER              PIC X(12).
       01 ALR-DWA-VIEW REDEFINES ALR-INPUT-LINE.
           05  ALR-DW-GEN          PIC X(06).
           05  FILLER              PIC X(03).
           05  ALR-DW-EXT-DATE     PIC X(08).
           05  FILLER              PIC X(02).
           05  ALR-DW-SENT         PIC X(06).
           05  FILLER              PIC X(03).
           05  ALR-DW-ACKED        PIC X(06).
           05  FILLER              PIC X(03).
           05  ALR-DW-STATUS       PIC X(16).
           05  FILLER              PIC X(37).
       77 ALR-EVA-DATE             PIC X(08) VALUE SPACES.

      *Registro de FXRATHLD, layout de C03FXLD.
       01 ALR-HELD-RATE.
           05  ALR-HR-RATE-DATE    PIC X(08).
           05  FILLER              PIC X(01).
           05  ALR-HR-CURRENCY     PIC X(03).
           05  FILLER              PIC X(01).
           05  ALR-HR-RATE         PIC 9(02)V99.
           05  FILLER              PIC X(01).
           05  ALR-HR-PRIOR-DATE   PIC X(08).
           05  FILLER              PIC X(01).
           05  ALR-HR-PRIOR-RATE   PIC 9(02)V99.
           05  FILLER              PIC X(01).
           05  ALR-HR-MOVE-PCT     PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  ALR-HR-RATE-EXACT   PIC 9(05)V9(06).
           05  FILLER              PIC X(01).
           05  ALR-HR-PRIOR-EXACT  PIC 9(05)V9(06).
       77 ALR-DISPLAY-RATE         PIC ZZZZ9.999999.
       77 ALR-DISPLAY-PRIOR        PIC ZZZZ9.999999.
       77 ALR-DISPLAY-PCT          PIC ZZZ9.99.
       77 ALR-LEAD-RATE            PIC 9(02) VALUE 0 COMP.
       77 ALR-LEAD-PRIOR           PIC 9(02) VALUE 0 COMP.
       77 ALR-LEAD-PCT             PIC 9(02) VALUE 0 COMP.

      *Registro de NIGHTLOG, layout de C03NIGHT, e o ultimo step
      *rodado (OK ou FAILED - SKIPPED nao conta) de cada programa:
      *falha que ja rodou OK depois nao e mais condicao.
       01 ALR-NIGHT-STEP.
           05  ALR-NS-STEP-NO      PIC 9(02).
           05  FILLER              PIC X(01).
           05  ALR-NS-PROGRAM      PIC X(08).
           05  FILLER              PIC X(01).
           05  ALR-NS-START-TS     PIC X(16).
           05  FILLER              PIC X(01).
           05  ALR-NS-END-TS       PIC X(16).
           05  FILLER              PIC X(01).
           05  ALR-NS-RC           PIC 9(02).
           05  FILLER              PIC X(01).
           05  ALR-NS-RESULT       PIC X(08).
       77 ALR-NGT-OVFL-SWITCH      PIC X(01) VALUE "N".
           88  ALR-NGT-OVERFLOW        VALUE "Y".
       77 ALR-NGT-COUNT            PIC 9(02) VALUE 0 COMP.
       01 ALR-NGT-TABLE.
           05  ALR-NGT-ENTRY OCCURS 50 TIMES
                   DEPENDING ON ALR-NGT-COUNT.
               10  ALR-N-PROGRAM       PIC X(08).
               10  ALR-N-IMAGE         PIC X(57).
       77 ALR-NGT-SUB              PIC 9(02) VALUE 0 COMP.
       77 ALR-NGT-HIT              PIC 9(02) VALUE 0 COMP.

      *Rejeitos pendentes de um arquivo de excecao, somados por
      *programa + data do run: um alerta por run, nao por registro.
       77 ALR-REJ-OVFL-SWITCH      PIC X(01) VALUE "N".
           88  ALR-REJ-OVERFLOW        VALUE "Y".
       77 ALR-REJ-COUNT            PIC 9(03) VALUE 0 COMP.
       01 ALR-REJ-TABLE.
           05  ALR-REJ-ENTRY OCCURS 200 TIMES
                   DEPENDING ON ALR-REJ-COUNT.
               10  ALR-RJ-PROGRAM      PIC X(08).
               10  ALR-RJ-RUN-DATE     PIC X(08).
               10  ALR-RJ-PENDING      PIC 9(05) COMP.
       77 ALR-REJ-SUB              PIC 9(03) VALUE 0 COMP.
       77 ALR-REJ-HIT              PIC 9(03) VALUE 0 COMP.
       77 ALR-DISPLAY-PENDING      PIC 9(05).

      *Ordem do console: alertas sem solucao por severidade, data
      *em que foram vistos primeiro e numero.
       77 ALR-ORDER-COUNT          PIC 9(03) VALUE 0 COMP.
       01 ALR-ORDER-TABLE.
           05  ALR-ORDER-ENTRY OCCURS 500 TIMES
                   DEPENDING ON ALR-ORDER-COUNT.
               10  ALR-O-SORT-KEY      PIC X(15).
               10  ALR-O-SUB           PIC 9(03) COMP.
               10  ALR-O-AGE           PIC 9(05) COMP.
       01 ALR-SWAP-ENTRY.
           05  ALR-SW-SORT-KEY     PIC X(15).
           05  ALR-SW-SUB          PIC 9(03) COMP.
           05  ALR-SW-AGE          PIC 9(05) COMP.
       01 ALR-SORT-KEY-BUILD.
           05  ALR-SK-SEVERITY     PIC 9(01).
           05  ALR-SK-FIRST-SEEN   PIC X(08).
           05  ALR-SK-ID           PIC 9(06).
       77 ALR-ORD-SUB              PIC 9(03) VALUE 0 COMP.
       77 ALR-ORD-SCAN             PIC 9(03) VALUE 0 COMP.
       77 ALR-ORD-LOW              PIC 9(03) VALUE 0 COMP.
       77 ALR-ORD-REMAINING        PIC 9(03) VALUE 0 COMP.
       77 ALR-AGE-DAYS             PIC 9(05) VALUE 0 COMP.

       77 ALR-HIGH-COUNT           PIC 9(04) VALUE 0 COMP.
       77 ALR-MEDIUM-COUNT         PIC 9(04) VALUE 0 COMP.
       77 ALR-LOW-COUNT            PIC 9(04) VALUE 0 COMP.
       77 ALR-OPEN-COUNT           PIC 9(04) VALUE 0 COMP.
       77 ALR-ACKED-COUNT          PIC 9(04) VALUE 0 COMP.
       77 ALR-STALE-COUNT          PIC 9(04) VALUE 0 COMP.
       77 ALR-OLDEST-AGE           PIC 9(05) VALUE 0 COMP.
       77 ALR-NEW-COUNT            PIC 9(04) VALUE 0 COMP.
       77 ALR-RESOLVED-COUNT       PIC 9(04) VALUE 0 COMP.
       77 ALR-REOPENED-COUNT       PIC 9(04) VALUE 0 COMP.
       77 ALR-ACK-DONE-COUNT       PIC 9(04) VALUE 0 COMP.
       77 ALR-CLOSE-DONE-COUNT     PIC 9(04) VALUE 0 COMP.

       01 ALR-SEVERITY-VALUES.
           05  FILLER              PIC X(06) VALUE "HIGH".
           05  FILLER              PIC X(06) VALUE "MEDIUM".
           05  FILLER              PIC X(06) VALUE "LOW".
       01 ALR-SEVERITY-TABLE REDEFINES ALR-SEVERITY-VALUES.
           05  ALR-SEVERITY-NAME OCCURS 3 TIMES PIC X(06).
       77 ALR-STATUS-TEXT          PIC X(05) VALUE SPACES.
       77 ALR-DISPLAY-AGE          PIC ZZZ9.

      *Dia juliano (como em C03ARAGE).
       01 ALR-JDN-DATE.
           05  ALR-JDN-YYYY        PIC 9(04).
           05  ALR-JDN-MM          PIC 9(02).
           05  ALR-JDN-DD          PIC 9(02).
       77 ALR-JDN                  PIC 9(08) VALUE 0 COMP.
       77 ALR-JDN-A                PIC 9(02) VALUE 0 COMP.
       77 ALR-JDN-Y                PIC 9(05) VALUE 0 COMP.
       77 ALR-JDN-M                PIC 9(03) VALUE 0 COMP.
       77 ALR-JDN-WORK             PIC 9(08) VALUE 0 COMP.
       77 ALR-TODAY-JDN            PIC 9(08) VALUE 0 COMP.

       01 ALR-TITLE-LINE.
           05  FILLER              PIC X(27)
               VALUE "OPERATIONS ALERT CONSOLE - ".
           05  ALR-TTL-DATE        PIC X(08).

       01 ALR-COLS-LINE.
           05  FILLER              PIC X(08) VALUE "ALERT".
           05  FILLER              PIC X(07) VALUE "SEV".
           05  FILLER              PIC X(09) VALUE "SOURCE".
           05  FILLER              PIC X(09) VALUE "FIRST".
           05  FILLER              PIC X(06) VALUE "  AGE".
           05  FILLER              PIC X(07) VALUE "STATUS".
           05  FILLER              PIC X(51) VALUE "DESCRIPTION".

       01 ALR-DETAIL-LINE.
           05  ALR-DL-ID           PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ALR-DL-SEVERITY     PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ALR-DL-SOURCE       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ALR-DL-FIRST-SEEN   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ALR-DL-AGE          PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE "D".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ALR-DL-STATUS       PIC X(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ALR-DL-DESC         PIC X(50).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ALR-DL-STALE        PIC X(09).

       01 ALR-ACK-LINE.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "ACKED BY ".
           05  ALR-AL-ACK-BY       PIC X(08).
           05  FILLER              PIC X(04) VALUE " ON ".
           05  ALR-AL-ACK-DATE     PIC X(08).
           05  FILLER              PIC X(03) VALUE " - ".
           05  ALR-AL-ACK-NOTE     PIC X(40).

       01 ALR-NONE-LINE            PIC X(20)
               VALUE "NO UNRESOLVED ALERTS".

       01 ALR-UNRES-LINE.
           05  FILLER              PIC X(17) VALUE "UNRESOLVED  HIGH ".
           05  ALR-UL-HIGH         PIC ZZZ9.
           05  FILLER              PIC X(09) VALUE "  MEDIUM ".
           05  ALR-UL-MEDIUM       PIC ZZZ9.
           05  FILLER              PIC X(06) VALUE "  LOW ".
           05  ALR-UL-LOW          PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE "   OPEN ".
           05  ALR-UL-OPEN         PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE "  ACKED ".
           05  ALR-UL-ACKED        PIC ZZZ9.

       01 ALR-RUN-LINE.
           05  FILLER              PIC X(16) VALUE "THIS RUN    NEW ".
           05  ALR-RL-NEW          PIC ZZZ9.
           05  FILLER              PIC X(11) VALUE "  RESOLVED ".
           05  ALR-RL-RESOLVED     PIC ZZZ9.
           05  FILLER              PIC X(11) VALUE "  REOPENED ".
           05  ALR-RL-REOPENED     PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE "  ACKED ".
           05  ALR-RL-ACKED        PIC ZZZ9.
           05  FILLER              PIC X(09) VALUE "  CLOSED ".
           05  ALR-RL-CLOSED       PIC ZZZ9.

       01 ALR-STALE-LINE.
           05  FILLER              PIC X(11) VALUE "UNRESOLVED ".
           05  ALR-SL-DAYS         PIC ZZ9.
           05  FILLER              PIC X(17) VALUE " DAYS OR MORE:   ".
           05  ALR-SL-COUNT        PIC ZZZ9.
           05  FILLER              PIC X(11) VALUE "   OLDEST: ".
           05  ALR-SL-OLDEST       PIC ZZZZ9.
           05  FILLER              PIC X(07) VALUE " DAY(S)".

       01 ALR-RULE-LINE            PIC X(110) VALUE ALL "-".

           COPY "RPTHDR.CPY".
           COPY "RUNSEQ.CPY".
           COPY "ALERTREC.CPY".
           COPY "REJREC.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "============================================="
           DISPLAY " CONSOLE DE ALERTAS DA OPERACAO - " HOJE
           DISPLAY "============================================="
           MOVE HOJE TO ALR-JDN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE ALR-JDN TO ALR-TODAY-JDN

           PERFORM LOAD-ALERT-TABLE
           IF ALR-TABLE-OVERFLOW
               DISPLAY "ALERTLOG tem mais registros que a tabela"
                   " comporta - console abortado para nao truncar"
                   " o log na regravacao."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SCAN-CHECKPOINT-MONITOR
           PERFORM SCAN-EOD-VARIANCE
           PERFORM SCAN-DW-ACKS
           PERFORM SCAN-HELD-RATES
           PERFORM SCAN-NIGHT-LOG
           PERFORM SCAN-TEMP-REJECTS
           PERFORM SCAN-AREA-REJECTS
           PERFORM SCAN-FX-REJECTS
           IF ALR-TABLE-OVERFLOW
               DISPLAY "Alertas novos nao cabem na tabela de "
                   "ALERTLOG - console abortado, log nao regravado."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO ALR-SUB
           PERFORM RESOLVE-ONE-ALERT ALR-COUNT TIMES
           PERFORM SAVE-ALERT-TABLE

           PERFORM BUILD-CONSOLE-ORDER
           IF ALR-ORDER-COUNT = 0
               DISPLAY "Nenhum alerta em aberto."
           ELSE
               DISPLAY ALR-COLS-LINE
               MOVE 0 TO ALR-ORD-SUB
               PERFORM LIST-ONE-ALERT ALR-ORDER-COUNT TIMES
               DISPLAY " "
               DISPLAY "Registrar ciencia ou encerrar alertas? (S/N): "
                   WITH NO ADVANCING
               MOVE "N" TO ALR-ANSWER
               ACCEPT ALR-ANSWER
               IF ALR-ANS-YES
                   PERFORM OPERATOR-SIGNON
                   IF ALR-SIGNED-ON
                       PERFORM WORK-ONE-ALERT UNTIL ALR-SESSION-DONE
                   ELSE
                       DISPLAY "Sign-on recusado - alertas mantidos"
                           " como estao."
                   END-IF
               END-IF
           END-IF
           IF ALR-REWRITE-LOG
               PERFORM REFRESH-ALERT-TABLE
               IF ALR-TABLE-OVERFLOW
                   DISPLAY "ALERTLOG passou do que a tabela comporta"
                       " - ciencia e encerramentos da sessao NAO"
                       " gravados."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM SAVE-ALERT-TABLE
               PERFORM BUILD-CONSOLE-ORDER
           END-IF

           PERFORM NEXT-RUN-SEQUENCE
           PERFORM PRINT-ALERT-CONSOLE

           DISPLAY "Novos: " ALR-NEW-COUNT
               "  resolvidos: " ALR-RESOLVED-COUNT
               "  reabertos: " ALR-REOPENED-COUNT
               "  ciencia: " ALR-ACK-DONE-COUNT
               "  encerrados: " ALR-CLOSE-DONE-COUNT
           IF ALR-HIGH-COUNT > 0 OR ALR-STALE-COUNT > 0
               DISPLAY "*** " ALR-HIGH-COUNT " ALERTA(S) DE SEVERIDADE"
                   " ALTA E " ALR-STALE-COUNT " SEM SOLUCAO HA "
                   ALR-STALE-DAYS " DIAS OU MAIS - VER ALERTRPT ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      *Carga do log. O maior numero de alerta lido da o proximo
      *numero.
      *----------------------------------------------------------------
       LOAD-ALERT-TABLE.
           MOVE 0 TO ALR-COUNT
           MOVE "N" TO ALR-EOF-SWITCH
           OPEN INPUT ALERT-LOG-FILE
           IF ALR-LOG-STATUS = "00"
               PERFORM LOAD-ALERT-RECORD
                   UNTIL ALR-EOF OR ALR-TABLE-OVERFLOW
               CLOSE ALERT-LOG-FILE
           END-IF.

       LOAD-ALERT-RECORD.
           READ ALERT-LOG-FILE INTO ALERT-RECORD
               AT END
                   SET ALR-EOF TO TRUE
               NOT AT END
                   IF ALR-COUNT = 500
                       SET ALR-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO ALR-COUNT
                       MOVE ALERT-RECORD TO ALR-IMAGE (ALR-COUNT)
                       MOVE "N" TO ALR-T-SEEN (ALR-COUNT)
                       IF AL-ALERT-ID > ALR-LAST-ID
                           MOVE AL-ALERT-ID TO ALR-LAST-ID
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *CKMONRPT: linha do quadro com *ABANDONED RUN*. A condicao e
      *o programa + a data do checkpoint que ficou pela metade.
      *----------------------------------------------------------------
       SCAN-CHECKPOINT-MONITOR.
           MOVE "CKMONRPT" TO ALR-NEW-SOURCE
           OPEN INPUT CKM-RPT-FILE
           IF ALR-CKM-STATUS = "00"
               MOVE "Y" TO ALR-SOURCE-SCANNED (1)
               MOVE "N" TO ALR-EOF-SWITCH
               PERFORM READ-CHECKPOINT-LINE UNTIL ALR-EOF
               CLOSE CKM-RPT-FILE
           ELSE
               PERFORM RAISE-MISSING-REPORT
           END-IF.

       READ-CHECKPOINT-LINE.
           READ CKM-RPT-FILE INTO ALR-INPUT-LINE
               AT END
                   SET ALR-EOF TO TRUE
               NOT AT END
                   IF ALR-CK-STATUS = "*ABANDONED RUN*"
                       MOVE SPACES TO ALR-NEW-KEY
                       STRING ALR-CK-PROGRAM   DELIMITED BY SPACE
                              " "              DELIMITED BY SIZE
                              ALR-CK-CKPT-DATE DELIMITED BY SIZE
                              INTO ALR-NEW-KEY
                       MOVE 1 TO ALR-NEW-SEVERITY
                       MOVE SPACES TO ALR-NEW-DESC
                       STRING "ABANDONED RUN "  DELIMITED BY SIZE
                              ALR-CK-PROGRAM   DELIMITED BY SPACE
                              " CKPT "         DELIMITED BY SIZE
                              ALR-CK-CKPT-DATE DELIMITED BY SIZE
                              " REC "          DELIMITED BY SIZE
                              ALR-CK-CKPT-REC  DELIMITED BY SIZE
                              INTO ALR-NEW-DESC
                       PERFORM RAISE-ALERT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *EODVARPT: medida marcada ABOVE ou BELOW NORMAL. A condicao e
      *a data alvo do relatorio (cabecalho) + a medida.
      *----------------------------------------------------------------
       SCAN-EOD-VARIANCE.
           MOVE "EODVARPT" TO ALR-NEW-SOURCE
           MOVE SPACES TO ALR-EVA-DATE
           OPEN INPUT EVA-RPT-FILE
           IF ALR-EVA-STATUS = "00"
               MOVE "Y" TO ALR-SOURCE-SCANNED (2)
               MOVE "N" TO ALR-EOF-SWITCH
               PERFORM READ-VARIANCE-LINE UNTIL ALR-EOF
               CLOSE EVA-RPT-FILE
           ELSE
               PERFORM RAISE-MISSING-REPORT
           END-IF.

       READ-VARIANCE-LINE.
           READ EVA-RPT-FILE INTO ALR-INPUT-LINE
               AT END
                   SET ALR-EOF TO TRUE
               NOT AT END
                   IF ALR-HD-LABEL = "DAILY RUN REPORT-"
                       MOVE ALR-HD-RUN-DATE TO ALR-EVA-DATE
                   END-IF
                   IF ALR-EV-FLAG = "*** ABOVE NORMAL" OR
                      ALR-EV-FLAG = "*** BELOW NORMAL"
                       MOVE SPACES TO ALR-NEW-KEY
                       STRING ALR-EVA-DATE DELIMITED BY SIZE
                              " "          DELIMITED BY SIZE
                              ALR-EV-NAME  DELIMITED BY SIZE
                              INTO ALR-NEW-KEY
                       MOVE 2 TO ALR-NEW-SEVERITY
                       MOVE SPACES TO ALR-NEW-DESC
                       STRING ALR-EVA-DATE       DELIMITED BY SIZE
                              " "                DELIMITED BY SIZE
                              ALR-EV-FLAG (5:12) DELIMITED BY SIZE
                              " "                DELIMITED BY SIZE
                              ALR-EV-NAME        DELIMITED BY SIZE
                              ALR-EV-PCT         DELIMITED BY SIZE
                              "%"                DELIMITED BY SIZE
                              INTO ALR-NEW-DESC
                       PERFORM RAISE-ALERT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *DWACKRPT: geracao rejeitada ou com contagem divergente
      *(alta), sem ack fora da carencia ou ack orfao (media). A
      *condicao e a geracao + o status; PENDING ainda esta dentro
      *da carencia e nao e alerta.
      *----------------------------------------------------------------
       SCAN-DW-ACKS.
           MOVE "DWACKRPT" TO ALR-NEW-SOURCE
           OPEN INPUT DWA-RPT-FILE
           IF ALR-DWA-STATUS = "00"
               MOVE "Y" TO ALR-SOURCE-SCANNED (3)
               MOVE "N" TO ALR-EOF-SWITCH
               PERFORM READ-DW-ACK-LINE UNTIL ALR-EOF
               CLOSE DWA-RPT-FILE
           ELSE
               PERFORM RAISE-MISSING-REPORT
           END-IF.

       READ-DW-ACK-LINE.
           READ DWA-RPT-FILE INTO ALR-INPUT-LINE
               AT END
                   SET ALR-EOF TO TRUE
               NOT AT END
                   MOVE 0 TO ALR-NEW-SEVERITY
                   EVALUATE ALR-DW-STATUS
                       WHEN "*REJECTED*"
                       WHEN "*COUNT MISMATCH*"
                           MOVE 1 TO ALR-NEW-SEVERITY
                       WHEN "*UNACKED*"
                       WHEN "*ORPHAN ACK*"
                           MOVE 2 TO ALR-NEW-SEVERITY
                   END-EVALUATE
                   IF ALR-NEW-SEVERITY > 0
                       MOVE SPACES TO ALR-NEW-KEY
                       STRING "GEN "        DELIMITED BY SIZE
                              ALR-DW-GEN    DELIMITED BY SIZE
                              " "           DELIMITED BY SIZE
                              ALR-DW-STATUS DELIMITED BY SIZE
                              INTO ALR-NEW-KEY
                       MOVE SPACES TO ALR-NEW-DESC
                       STRING "DW GEN "       DELIMITED BY SIZE
                              ALR-DW-GEN      DELIMITED BY SIZE
                              " EXT "         DELIMITED BY SIZE
                              ALR-DW-EXT-DATE DELIMITED BY SIZE
                              " "             DELIMITED BY SIZE
                              ALR-DW-STATUS   DELIMITED BY SIZE
                              INTO ALR-NEW-DESC
                       PERFORM RAISE-ALERT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *FXRATHLD: cada cotacao retida pelo C03FXLD (media). Arquivo
      *ausente = nada retido. Data da cotacao alem de ALR-KEEP-DAYS
      *dias fica de fora.
      *----------------------------------------------------------------
       SCAN-HELD-RATES.
           MOVE "FXRATHLD" TO ALR-NEW-SOURCE
           MOVE "Y" TO ALR-SOURCE-SCANNED (4)
           OPEN INPUT FXL-HELD-FILE
           IF ALR-HLD-STATUS = "00"
               MOVE "N" TO ALR-EOF-SWITCH
               PERFORM READ-HELD-RATE UNTIL ALR-EOF
               CLOSE FXL-HELD-FILE
           END-IF.

       READ-HELD-RATE.
           READ FXL-HELD-FILE INTO ALR-HELD-RATE
               AT END
                   SET ALR-EOF TO TRUE
               NOT AT END
                   MOVE 0 TO ALR-JDN
                   IF ALR-HR-RATE-DATE NUMERIC
                       MOVE ALR-HR-RATE-DATE TO ALR-JDN-DATE
                       PERFORM COMPUTE-DAY-NUMBER
                   END-IF
                   IF ALR-JDN + ALR-KEEP-DAYS NOT < ALR-TODAY-JDN
                       PERFORM RAISE-HELD-RATE
                   END-IF
           END-READ.

       RAISE-HELD-RATE.
           MOVE SPACES TO ALR-NEW-KEY
           STRING ALR-HR-CURRENCY  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  ALR-HR-RATE-DATE DELIMITED BY SIZE
                  INTO ALR-NEW-KEY
           MOVE 2 TO ALR-NEW-SEVERITY
           IF ALR-HR-RATE-EXACT NUMERIC AND
              ALR-HR-PRIOR-EXACT NUMERIC
               MOVE ALR-HR-RATE-EXACT  TO ALR-DISPLAY-RATE
               MOVE ALR-HR-PRIOR-EXACT TO ALR-DISPLAY-PRIOR
           ELSE
               MOVE ALR-HR-RATE       TO ALR-DISPLAY-RATE
               MOVE ALR-HR-PRIOR-RATE TO ALR-DISPLAY-PRIOR
           END-IF
           MOVE ALR-HR-MOVE-PCT   TO ALR-DISPLAY-PCT
      *Sem os brancos da supressao de zeros: HELD USD 20261015
      *5.123456 VS 5.100000 (12.34%) cabe nos 50 da descricao.
           MOVE 0 TO ALR-LEAD-RATE
           MOVE 0 TO ALR-LEAD-PRIOR
           MOVE 0 TO ALR-LEAD-PCT
           INSPECT ALR-DISPLAY-RATE TALLYING ALR-LEAD-RATE
               FOR LEADING SPACES
           INSPECT ALR-DISPLAY-PRIOR TALLYING ALR-LEAD-PRIOR
               FOR LEADING SPACES
           INSPECT ALR-DISPLAY-PCT TALLYING ALR-LEAD-PCT
               FOR LEADING SPACES
           MOVE SPACES TO ALR-NEW-DESC
           STRING "HELD "           DELIMITED BY SIZE
                  ALR-HR-CURRENCY   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  ALR-HR-RATE-DATE  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  ALR-DISPLAY-RATE (ALR-LEAD-RATE + 1:)
                                    DELIMITED BY SIZE
                  " VS "            DELIMITED BY SIZE
                  ALR-DISPLAY-PRIOR (ALR-LEAD-PRIOR + 1:)
                                    DELIMITED BY SIZE
                  " ("              DELIMITED BY SIZE
                  ALR-DISPLAY-PCT (ALR-LEAD-PCT + 1:)
                                    DELIMITED BY SIZE
                  "%)"              DELIMITED BY SIZE
                  INTO ALR-NEW-DESC
           PERFORM RAISE-ALERT.

      *----------------------------------------------------------------
      *NIGHTLOG: programa cujo ultimo step rodado terminou FAILED
      *(alta). A condicao e o programa + o inicio do step que
      *falhou; rodando OK depois, deixa de ser condicao.
      *----------------------------------------------------------------
       SCAN-NIGHT-LOG.
           MOVE "NIGHTLOG" TO ALR-NEW-SOURCE
           MOVE 0 TO ALR-NGT-COUNT
           OPEN INPUT NIGHT-LOG-FILE
           IF ALR-NGT-STATUS = "00"
               MOVE "N" TO ALR-EOF-SWITCH
               PERFORM READ-NIGHT-STEP UNTIL ALR-EOF
               CLOSE NIGHT-LOG-FILE
               IF ALR-NGT-OVERFLOW
                   DISPLAY "NIGHTLOG com mais de 50 programas - "
                       "alertas da esteira mantidos como estavam."
               ELSE
                   MOVE "Y" TO ALR-SOURCE-SCANNED (5)
               END-IF
               MOVE 0 TO ALR-NGT-SUB
               PERFORM RAISE-NIGHT-FAILURE ALR-NGT-COUNT TIMES
           ELSE
               PERFORM RAISE-MISSING-REPORT
           END-IF.

       READ-NIGHT-STEP.
           READ NIGHT-LOG-FILE INTO ALR-NIGHT-STEP
               AT END
                   SET ALR-EOF TO TRUE
               NOT AT END
                   IF ALR-NS-RESULT NOT = "SKIPPED"
                       PERFORM KEEP-LAST-NIGHT-STEP
                   END-IF
           END-READ.

       KEEP-LAST-NIGHT-STEP.
           MOVE 0 TO ALR-NGT-HIT
           MOVE 0 TO ALR-NGT-SUB
           PERFORM FIND-NIGHT-PROGRAM ALR-NGT-COUNT TIMES
           IF ALR-NGT-HIT = 0
               IF ALR-NGT-COUNT = 50
                   SET ALR-NGT-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO ALR-NGT-COUNT
                   MOVE ALR-NGT-COUNT TO ALR-NGT-HIT
                   MOVE ALR-NS-PROGRAM TO ALR-N-PROGRAM (ALR-NGT-HIT)
               END-IF
           END-IF
           IF ALR-NGT-HIT > 0
               MOVE ALR-NIGHT-STEP TO ALR-N-IMAGE (ALR-NGT-HIT)
           END-IF.

       FIND-NIGHT-PROGRAM.
           ADD 1 TO ALR-NGT-SUB
           IF ALR-N-PROGRAM (ALR-NGT-SUB) = ALR-NS-PROGRAM
               MOVE ALR-NGT-SUB TO ALR-NGT-HIT
           END-IF.

       RAISE-NIGHT-FAILURE.
           ADD 1 TO ALR-NGT-SUB
           MOVE ALR-N-IMAGE (ALR-NGT-SUB) TO ALR-NIGHT-STEP
           IF ALR-NS-RESULT = "FAILED"
               MOVE SPACES TO ALR-NEW-KEY
               STRING ALR-NS-PROGRAM  DELIMITED BY SPACE
                      " "             DELIMITED BY SIZE
                      ALR-NS-START-TS DELIMITED BY SIZE
                      INTO ALR-NEW-KEY
               MOVE 1 TO ALR-NEW-SEVERITY
               MOVE SPACES TO ALR-NEW-DESC
               STRING "NIGHT STEP "        DELIMITED BY SIZE
                      ALR-NS-STEP-NO       DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      ALR-NS-PROGRAM       DELIMITED BY SPACE
                      " FAILED RC "        DELIMITED BY SIZE
                      ALR-NS-RC            DELIMITED BY SIZE
                      " ON "               DELIMITED BY SIZE
                      ALR-NS-START-TS (1:8) DELIMITED BY SIZE
                      INTO ALR-NEW-DESC
               PERFORM RAISE-ALERT
           END-IF.

      *----------------------------------------------------------------
      *Arquivos de excecao (layout REJREC): rejeitos ainda pendentes
      *(status P), somados por programa + data do run (baixa). Um
      *run todo reparado por C03REPR deixa de ser condicao; arquivo
      *ausente = nada pendente.
      *----------------------------------------------------------------
       SCAN-TEMP-REJECTS.
           MOVE "TEMPEXC " TO ALR-NEW-SOURCE
           MOVE 0 TO ALR-REJ-COUNT
           MOVE "N" TO ALR-REJ-OVFL-SWITCH
           OPEN INPUT TEMP-EXC-FILE
           IF ALR-TEXC-STATUS = "00"
               MOVE "N" TO ALR-EOF-SWITCH
               PERFORM READ-TEMP-REJECT UNTIL ALR-EOF
               CLOSE TEMP-EXC-FILE
           END-IF
           IF NOT ALR-REJ-OVERFLOW
               MOVE "Y" TO ALR-SOURCE-SCANNED (6)
           END-IF
           PERFORM RAISE-REJECT-ALERTS.

       READ-TEMP-REJECT.
           READ TEMP-EXC-FILE INTO REJ-RECORD
               AT END
                   SET ALR-EOF TO TRUE
               NOT AT END
                   IF REJ-PENDING
                       PERFORM TALLY-PENDING-REJECT
                   END-IF
           END-READ.

       SCAN-AREA-REJECTS.
           MOVE "QAREAEXC" TO ALR-NEW-SOURCE
           MOVE 0 TO ALR-REJ-COUNT
           MOVE "N" TO ALR-REJ-OVFL-SWITCH
           OPEN INPUT AREA-EXC-FILE
           IF ALR-QEXC-STATUS = "00"
               MOVE "N" TO ALR-EOF-SWITCH
               PERFORM READ-AREA-REJECT UNTIL ALR-EOF
               CLOSE AREA-EXC-FILE
           END-IF
           IF NOT ALR-REJ-OVERFLOW
               MOVE "Y" TO ALR-SOURCE-SCANNED (7)
           END-IF
           PERFORM RAISE-REJECT-ALERTS.

       READ-AREA-REJECT.
           READ AREA-EXC-FILE INTO REJ-RECORD
               AT END
                   SET ALR-EOF TO TRUE
               NOT AT END
                   IF REJ-PENDING
                       PERFORM TALLY-PENDING-REJECT
                   END-IF
           END-READ.

       SCAN-FX-REJECTS.
           MOVE "FXINVEXC" TO ALR-NEW-SOURCE
           MOVE 0 TO ALR-REJ-COUNT
           MOVE "N" TO ALR-REJ-OVFL-SWITCH
           OPEN INPUT FX-EXC-FILE
           IF ALR-FEXC-STATUS = "00"
               MOVE "N" TO ALR-EOF-SWITCH
               PERFORM READ-FX-REJECT UNTIL ALR-EOF
               CLOSE FX-EXC-FILE
           END-IF
           IF NOT ALR-REJ-OVERFLOW
               MOVE "Y" TO ALR-SOURCE-SCANNED (8)
           END-IF
           PERFORM RAISE-REJECT-ALERTS.

       READ-FX-REJECT.
           READ FX-EXC-FILE INTO REJ-RECORD
               AT END
                   SET ALR-EOF TO TRUE
               NOT AT END
                   IF REJ-PENDING
                       PERFORM TALLY-PENDING-REJECT
                   END-IF
           END-READ.

       TALLY-PENDING-REJECT.
           MOVE 0 TO ALR-REJ-HIT
           MOVE 0 TO ALR-REJ-SUB
           PERFORM FIND-REJECT-RUN ALR-REJ-COUNT TIMES
           IF ALR-REJ-HIT = 0
               IF ALR-REJ-COUNT = 200
                   SET ALR-REJ-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO ALR-REJ-COUNT
                   MOVE ALR-REJ-COUNT TO ALR-REJ-HIT
                   MOVE REJ-PROGRAM  TO ALR-RJ-PROGRAM (ALR-REJ-HIT)
                   MOVE REJ-RUN-DATE TO ALR-RJ-RUN-DATE (ALR-REJ-HIT)
                   MOVE 0            TO ALR-RJ-PENDING (ALR-REJ-HIT)
               END-IF
           END-IF
           IF ALR-REJ-HIT > 0
               ADD 1 TO ALR-RJ-PENDING (ALR-REJ-HIT)
           END-IF.

       FIND-REJECT-RUN.
           ADD 1 TO ALR-REJ-SUB
           IF ALR-RJ-PROGRAM (ALR-REJ-SUB) = REJ-PROGRAM AND
              ALR-RJ-RUN-DATE (ALR-REJ-SUB) = REJ-RUN-DATE
               MOVE ALR-REJ-SUB TO ALR-REJ-HIT
           END-IF.

       RAISE-REJECT-ALERTS.
           MOVE 0 TO ALR-REJ-SUB
           PERFORM RAISE-ONE-REJECT-RUN ALR-REJ-COUNT TIMES.

       RAISE-ONE-REJECT-RUN.
           ADD 1 TO ALR-REJ-SUB
           MOVE SPACES TO ALR-NEW-KEY
           STRING ALR-RJ-PROGRAM (ALR-REJ-SUB)  DELIMITED BY SPACE
                  " "                           DELIMITED BY SIZE
                  ALR-RJ-RUN-DATE (ALR-REJ-SUB) DELIMITED BY SIZE
                  INTO ALR-NEW-KEY
           MOVE 3 TO ALR-NEW-SEVERITY
           MOVE ALR-RJ-PENDING (ALR-REJ-SUB) TO ALR-DISPLAY-PENDING
           MOVE SPACES TO ALR-NEW-DESC
           STRING ALR-DISPLAY-PENDING           DELIMITED BY SIZE
                  " PENDING REJECT(S) - "       DELIMITED BY SIZE
                  ALR-RJ-PROGRAM (ALR-REJ-SUB)  DELIMITED BY SPACE
                  " RUN "                       DELIMITED BY SIZE
                  ALR-RJ-RUN-DATE (ALR-REJ-SUB) DELIMITED BY SIZE
                  INTO ALR-NEW-DESC
           PERFORM RAISE-ALERT.

      *----------------------------------------------------------------
      *Relatorio da manha que nao esta no disco: a rotina que o
      *gera nao rodou, e as condicoes dele ficariam invisiveis.
      *----------------------------------------------------------------
       RAISE-MISSING-REPORT.
           MOVE "NOT FOUND" TO ALR-NEW-KEY
           MOVE 3 TO ALR-NEW-SEVERITY
           MOVE SPACES TO ALR-NEW-DESC
           STRING ALR-NEW-SOURCE DELIMITED BY SPACE
                  " NOT FOUND - REPORT NOT PRODUCED"
                                 DELIMITED BY SIZE
                  INTO ALR-NEW-DESC
           PERFORM RAISE-ALERT.

      *----------------------------------------------------------------
      *Condicao encontrada: se ja esta no log (fonte + chave), so
      *atualiza ultima vista, severidade e descricao - e reabre se
      *tinha saido como resolvida; fechada pelo operador continua
      *fechada. Senao, alerta novo em aberto com a data de hoje.
      *----------------------------------------------------------------
       RAISE-ALERT.
           MOVE 0 TO ALR-HIT-SUB
           MOVE 0 TO ALR-SUB
           PERFORM FIND-ALERT-SCAN ALR-COUNT TIMES
           IF ALR-HIT-SUB = 0
               IF ALR-COUNT = 500
                   SET ALR-TABLE-OVERFLOW TO TRUE
               ELSE
                   MOVE SPACES TO ALERT-RECORD
                   ADD 1 TO ALR-LAST-ID
                   MOVE ALR-LAST-ID      TO AL-ALERT-ID
                   MOVE ALR-NEW-SOURCE   TO AL-SOURCE
                   MOVE ALR-NEW-KEY      TO AL-COND-KEY
                   MOVE ALR-NEW-SEVERITY TO AL-SEVERITY
                   SET AL-OPEN TO TRUE
                   MOVE HOJE             TO AL-FIRST-SEEN
                   MOVE HOJE             TO AL-LAST-SEEN
                   MOVE ALR-NEW-DESC     TO AL-DESCRIPTION
                   ADD 1 TO ALR-COUNT
                   MOVE ALERT-RECORD TO ALR-IMAGE (ALR-COUNT)
                   MOVE "Y" TO ALR-T-SEEN (ALR-COUNT)
                   ADD 1 TO ALR-NEW-COUNT
               END-IF
           ELSE
               MOVE ALR-IMAGE (ALR-HIT-SUB) TO ALERT-RECORD
               MOVE HOJE             TO AL-LAST-SEEN
               MOVE ALR-NEW-SEVERITY TO AL-SEVERITY
               MOVE ALR-NEW-DESC     TO AL-DESCRIPTION
               IF AL-RESOLVED
                   SET AL-OPEN TO TRUE
                   MOVE SPACES TO AL-ACK-BY
                   MOVE SPACES TO AL-ACK-DATE
                   MOVE SPACES TO AL-ACK-NOTE
                   MOVE SPACES TO AL-CLOSED-BY
                   MOVE SPACES TO AL-CLOSED-DATE
                   MOVE SPACES TO AL-CLOSE-NOTE
                   ADD 1 TO ALR-REOPENED-COUNT
               END-IF
               MOVE ALERT-RECORD TO ALR-IMAGE (ALR-HIT-SUB)
               MOVE "Y" TO ALR-T-SEEN (ALR-HIT-SUB)
           END-IF.

       FIND-ALERT-SCAN.
           ADD 1 TO ALR-SUB
           IF ALR-T-SOURCE (ALR-SUB) = ALR-NEW-SOURCE AND
              ALR-T-KEY (ALR-SUB) = ALR-NEW-KEY
               MOVE ALR-SUB TO ALR-HIT-SUB
           END-IF.

      *----------------------------------------------------------------
      *Alerta em aberto ou com ciencia que a varredura nao achou:
      *resolvido, se a fonte dele foi lida hoje.
      *----------------------------------------------------------------
       RESOLVE-ONE-ALERT.
           ADD 1 TO ALR-SUB
           IF ALR-T-SEEN (ALR-SUB) = "N"
               MOVE ALR-IMAGE (ALR-SUB) TO ALERT-RECORD
               IF AL-UNRESOLVED
                   MOVE 0 TO ALR-SRC-HIT
                   MOVE 0 TO ALR-SRC-SUB
                   PERFORM FIND-SOURCE-SCAN 8 TIMES
                   IF ALR-SRC-HIT > 0
                       IF ALR-SOURCE-SCANNED (ALR-SRC-HIT) = "Y"
                           SET AL-RESOLVED TO TRUE
                           MOVE "C03ALERT" TO AL-CLOSED-BY
                           MOVE HOJE       TO AL-CLOSED-DATE
                           MOVE "CONDITION NO LONGER REPORTED"
                               TO AL-CLOSE-NOTE
                           MOVE ALERT-RECORD TO ALR-IMAGE (ALR-SUB)
                           ADD 1 TO ALR-RESOLVED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-SOURCE-SCAN.
           ADD 1 TO ALR-SRC-SUB
           IF ALR-SOURCE-NAME (ALR-SRC-SUB) = AL-SOURCE
               MOVE ALR-SRC-SUB TO ALR-SRC-HIT
           END-IF.

      *----------------------------------------------------------------
      *Antes da gravacao que segue a sessao do operador, rele o
      *ALERTLOG - outra execucao do console pode ter gravado o log
      *enquanto o operador decidia - e aplica nos registros relidos
      *so a ciencia e os encerramentos desta sessao, pelo numero do
      *alerta. Alerta que nesse meio tempo foi encerrado ou
      *resolvido fica como esta. A limpeza dos antigos ja foi feita
      *na primeira gravacao, entao tudo o que foi relido volta.
      *----------------------------------------------------------------
       REFRESH-ALERT-TABLE.
           PERFORM LOAD-ALERT-TABLE
           IF NOT ALR-TABLE-OVERFLOW
               MOVE 0 TO ALR-SUB
               PERFORM MARK-RELOADED-ALERT ALR-COUNT TIMES
               MOVE 0 TO ALR-DONE-SUB
               PERFORM APPLY-SESSION-DECISION ALR-DONE-COUNT TIMES
           END-IF.

       MARK-RELOADED-ALERT.
           ADD 1 TO ALR-SUB
           MOVE "Y" TO ALR-T-SEEN (ALR-SUB).

       APPLY-SESSION-DECISION.
           ADD 1 TO ALR-DONE-SUB
           MOVE ALR-D-ID (ALR-DONE-SUB) TO ALR-KEYED-ID
           MOVE 0 TO ALR-HIT-SUB
           MOVE 0 TO ALR-SUB
           PERFORM FIND-ALERT-BY-ID ALR-COUNT TIMES
           IF ALR-HIT-SUB > 0
               MOVE ALR-IMAGE (ALR-HIT-SUB) TO ALERT-RECORD
           END-IF
           IF ALR-HIT-SUB = 0 OR NOT AL-UNRESOLVED
               DISPLAY "Alerta " ALR-KEYED-ID " encerrado ou"
                   " resolvido por outra sessao - decisao NAO"
                   " gravada."
               IF ALR-D-ACTION (ALR-DONE-SUB) = "A"
                   SUBTRACT 1 FROM ALR-ACK-DONE-COUNT
               ELSE
                   SUBTRACT 1 FROM ALR-CLOSE-DONE-COUNT
               END-IF
           ELSE
               MOVE ALR-D-NOTE (ALR-DONE-SUB) TO ALR-KEYED-NOTE
               IF ALR-D-ACTION (ALR-DONE-SUB) = "A"
                   PERFORM STAMP-ALERT-ACK
               ELSE
                   PERFORM STAMP-ALERT-CLOSE
               END-IF
               MOVE ALERT-RECORD TO ALR-IMAGE (ALR-HIT-SUB)
           END-IF.

      *----------------------------------------------------------------
      *Regravacao do log. Fechado ou resolvido ha mais de
      *ALR-KEEP-DAYS dias sai, a nao ser que a fonte ainda mostre a
      *condicao - senao ela voltaria como alerta novo.
      *----------------------------------------------------------------
       SAVE-ALERT-TABLE.
           OPEN OUTPUT ALERT-LOG-FILE
           MOVE 0 TO ALR-SUB
           PERFORM SAVE-ALERT-RECORD ALR-COUNT TIMES
           CLOSE ALERT-LOG-FILE.

       SAVE-ALERT-RECORD.
           ADD 1 TO ALR-SUB
           MOVE ALR-IMAGE (ALR-SUB) TO ALERT-RECORD
           MOVE ALR-TODAY-JDN TO ALR-JDN
           IF NOT AL-UNRESOLVED AND ALR-T-SEEN (ALR-SUB) = "N"
               AND AL-CLOSED-DATE NUMERIC
               MOVE AL-CLOSED-DATE TO ALR-JDN-DATE
               PERFORM COMPUTE-DAY-NUMBER
           END-IF
           IF ALR-JDN + ALR-KEEP-DAYS NOT < ALR-TODAY-JDN
               WRITE ALERT-LOG-RECORD FROM ALR-IMAGE (ALR-SUB)
           END-IF.

      *----------------------------------------------------------------
      *Ordem do console: entradas sem solucao, ordenadas por
      *severidade + primeira vista + numero (selecao simples - o
      *log e pequeno). Aproveita para contar o rodape.
      *----------------------------------------------------------------
       BUILD-CONSOLE-ORDER.
           MOVE 0 TO ALR-ORDER-COUNT
           MOVE 0 TO ALR-HIGH-COUNT
           MOVE 0 TO ALR-MEDIUM-COUNT
           MOVE 0 TO ALR-LOW-COUNT
           MOVE 0 TO ALR-OPEN-COUNT
           MOVE 0 TO ALR-ACKED-COUNT
           MOVE 0 TO ALR-STALE-COUNT
           MOVE 0 TO ALR-OLDEST-AGE
           MOVE 0 TO ALR-SUB
           PERFORM COLLECT-ONE-ALERT ALR-COUNT TIMES
           MOVE 0 TO ALR-ORD-SUB
           PERFORM PLACE-ONE-ALERT ALR-ORDER-COUNT TIMES.

       COLLECT-ONE-ALERT.
           ADD 1 TO ALR-SUB
           MOVE ALR-IMAGE (ALR-SUB) TO ALERT-RECORD
           IF AL-UNRESOLVED
               PERFORM COMPUTE-ALERT-AGE
               ADD 1 TO ALR-ORDER-COUNT
               MOVE AL-SEVERITY   TO ALR-SK-SEVERITY
               MOVE AL-FIRST-SEEN TO ALR-SK-FIRST-SEEN
               MOVE AL-ALERT-ID   TO ALR-SK-ID
               MOVE ALR-SORT-KEY-BUILD
                   TO ALR-O-SORT-KEY (ALR-ORDER-COUNT)
               MOVE ALR-SUB       TO ALR-O-SUB (ALR-ORDER-COUNT)
               MOVE ALR-AGE-DAYS  TO ALR-O-AGE (ALR-ORDER-COUNT)
               EVALUATE TRUE
                   WHEN AL-HIGH
                       ADD 1 TO ALR-HIGH-COUNT
                   WHEN AL-MEDIUM
                       ADD 1 TO ALR-MEDIUM-COUNT
                   WHEN OTHER
                       ADD 1 TO ALR-LOW-COUNT
               END-EVALUATE
               IF AL-OPEN
                   ADD 1 TO ALR-OPEN-COUNT
               ELSE
                   ADD 1 TO ALR-ACKED-COUNT
               END-IF
               IF ALR-AGE-DAYS NOT < ALR-STALE-DAYS
                   ADD 1 TO ALR-STALE-COUNT
               END-IF
               IF ALR-AGE-DAYS > ALR-OLDEST-AGE
                   MOVE ALR-AGE-DAYS TO ALR-OLDEST-AGE
               END-IF
           END-IF.

       COMPUTE-ALERT-AGE.
           MOVE 0 TO ALR-AGE-DAYS
           IF AL-FIRST-SEEN NUMERIC
               MOVE AL-FIRST-SEEN TO ALR-JDN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               IF ALR-TODAY-JDN > ALR-JDN
                   COMPUTE ALR-AGE-DAYS = ALR-TODAY-JDN - ALR-JDN
               END-IF
           END-IF.

       PLACE-ONE-ALERT.
           ADD 1 TO ALR-ORD-SUB
           MOVE ALR-ORD-SUB TO ALR-ORD-LOW
           MOVE ALR-ORD-SUB TO ALR-ORD-SCAN
           COMPUTE ALR-ORD-REMAINING = ALR-ORDER-COUNT - ALR-ORD-SUB
           PERFORM FIND-LOWER-ALERT ALR-ORD-REMAINING TIMES
           IF ALR-ORD-LOW NOT = ALR-ORD-SUB
               MOVE ALR-ORDER-ENTRY (ALR-ORD-SUB) TO ALR-SWAP-ENTRY
               MOVE ALR-ORDER-ENTRY (ALR-ORD-LOW)
                   TO ALR-ORDER-ENTRY (ALR-ORD-SUB)
               MOVE ALR-SWAP-ENTRY TO ALR-ORDER-ENTRY (ALR-ORD-LOW)
           END-IF.

       FIND-LOWER-ALERT.
           ADD 1 TO ALR-ORD-SCAN
           IF ALR-O-SORT-KEY (ALR-ORD-SCAN) <
              ALR-O-SORT-KEY (ALR-ORD-LOW)
               MOVE ALR-ORD-SCAN TO ALR-ORD-LOW
           END-IF.

      *----------------------------------------------------------------
      *Linha do console para uma entrada da ordem (terminal e
      *relatorio).
      *----------------------------------------------------------------
       FORMAT-DETAIL-LINE.
           MOVE ALR-IMAGE (ALR-O-SUB (ALR-ORD-SUB)) TO ALERT-RECORD
           MOVE AL-ALERT-ID TO ALR-DL-ID
           IF AL-SEVERITY > 0 AND AL-SEVERITY < 4
               MOVE ALR-SEVERITY-NAME (AL-SEVERITY) TO ALR-DL-SEVERITY
           ELSE
               MOVE "?" TO ALR-DL-SEVERITY
           END-IF
           MOVE AL-SOURCE      TO ALR-DL-SOURCE
           MOVE AL-FIRST-SEEN  TO ALR-DL-FIRST-SEEN
           MOVE ALR-O-AGE (ALR-ORD-SUB) TO ALR-DL-AGE
           IF AL-OPEN
               MOVE "OPEN"  TO ALR-DL-STATUS
           ELSE
               MOVE "ACKED" TO ALR-DL-STATUS
           END-IF
           MOVE AL-DESCRIPTION TO ALR-DL-DESC
           IF ALR-O-AGE (ALR-ORD-SUB) NOT < ALR-STALE-DAYS
               MOVE "*STALE*" TO ALR-DL-STALE
           ELSE
               MOVE SPACES    TO ALR-DL-STALE
           END-IF.

       LIST-ONE-ALERT.
           ADD 1 TO ALR-ORD-SUB
           PERFORM FORMAT-DETAIL-LINE
           DISPLAY ALR-DETAIL-LINE.

      *----------------------------------------------------------------
      *Sign-on: tres tentativas de ID + PIN contra OPERMAST; basta
      *operador ativo. Sem o cadastro no disco, aceita o ID keyado
      *(bootstrap, como no menu) - o carimbo ainda diz quem foi.
      *----------------------------------------------------------------
       OPERATOR-SIGNON.
           MOVE 0 TO ALR-SIGNON-TRIES
           PERFORM SIGNON-ATTEMPT
               UNTIL ALR-SIGNED-ON OR ALR-SIGNON-TRIES = 3.

       SIGNON-ATTEMPT.
           ADD 1 TO ALR-SIGNON-TRIES
           DISPLAY "Identificacao do operador: " WITH NO ADVANCING
           MOVE SPACES TO ALR-OPERATOR-ID
           ACCEPT ALR-OPERATOR-ID
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT ALR-KEYED-PIN
           MOVE "Operador nao cadastrado." TO ALR-SIGNON-REFUSAL
           IF ALR-OPERATOR-ID = SPACES
               MOVE "Identificacao obrigatoria." TO ALR-SIGNON-REFUSAL
           ELSE
               OPEN INPUT OPER-MAST-FILE
               IF ALR-OPER-STATUS NOT = "00"
                   DISPLAY "OPERMAST AUSENTE - ID ACEITO SEM"
                       " CONFERENCIA"
                   SET ALR-SIGNED-ON TO TRUE
               ELSE
                   MOVE "N" TO ALR-EOF-SWITCH
                   PERFORM MATCH-OPERATOR UNTIL ALR-EOF
                   CLOSE OPER-MAST-FILE
               END-IF
           END-IF
           IF NOT ALR-SIGNED-ON
               DISPLAY ALR-SIGNON-REFUSAL
           END-IF.

       MATCH-OPERATOR.
           READ OPER-MAST-FILE
               AT END
                   SET ALR-EOF TO TRUE
               NOT AT END
                   IF OM-ID = ALR-OPERATOR-ID
                       SET ALR-EOF TO TRUE
                       EVALUATE TRUE
                           WHEN OM-REVOKED
                               MOVE "Operador revogado."
                                   TO ALR-SIGNON-REFUSAL
                           WHEN OM-PIN NOT = SPACES AND
                                OM-PIN NOT = ALR-KEYED-PIN
                               MOVE "PIN incorreto."
                                   TO ALR-SIGNON-REFUSAL
                           WHEN OTHER
                               SET ALR-SIGNED-ON TO TRUE
                               DISPLAY "Bem-vindo, " OM-NAME
                       END-EVALUATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Um alerta por vez, pelo numero: C registra ciencia (nota
      *opcional), E encerra (nota obrigatoria). Numero zero ou
      *ENTER termina.
      *----------------------------------------------------------------
       WORK-ONE-ALERT.
           IF ALR-DONE-COUNT = 500
               DISPLAY "Limite de decisoes da sessao - rode o"
                   " console de novo para continuar."
               SET ALR-SESSION-DONE TO TRUE
           ELSE
               PERFORM WORK-KEYED-ALERT
           END-IF.

       WORK-KEYED-ALERT.
           DISPLAY " "
           DISPLAY "Numero do alerta (ENTER encerra): "
               WITH NO ADVANCING
           MOVE 0 TO ALR-KEYED-ID
           ACCEPT ALR-KEYED-ID
           IF ALR-KEYED-ID = 0
               SET ALR-SESSION-DONE TO TRUE
           ELSE
               MOVE 0 TO ALR-HIT-SUB
               MOVE 0 TO ALR-SUB
               PERFORM FIND-ALERT-BY-ID ALR-COUNT TIMES
               IF ALR-HIT-SUB = 0
                   DISPLAY "Alerta " ALR-KEYED-ID " nao encontrado."
               ELSE
                   MOVE ALR-IMAGE (ALR-HIT-SUB) TO ALERT-RECORD
                   IF NOT AL-UNRESOLVED
                       DISPLAY "Alerta " ALR-KEYED-ID
                           " ja encerrado ou resolvido."
                   ELSE
                       PERFORM DECIDE-ONE-ALERT
                   END-IF
               END-IF
           END-IF.

       FIND-ALERT-BY-ID.
           ADD 1 TO ALR-SUB
           IF ALR-T-ID (ALR-SUB) = ALR-KEYED-ID
               MOVE ALR-SUB TO ALR-HIT-SUB
           END-IF.

       DECIDE-ONE-ALERT.
           DISPLAY AL-ALERT-ID " " AL-SOURCE " " AL-DESCRIPTION
           DISPLAY "Visto primeiro em " AL-FIRST-SEEN
               ", ultima vez em " AL-LAST-SEEN
           IF AL-ACKED
               DISPLAY "Ciencia de " AL-ACK-BY " em " AL-ACK-DATE
                   " - " AL-ACK-NOTE
           END-IF
           DISPLAY "C - registrar ciencia, E - encerrar, ENTER volta: "
               WITH NO ADVANCING
           MOVE SPACE TO ALR-ANSWER
           ACCEPT ALR-ANSWER
           EVALUATE TRUE
               WHEN ALR-ANS-ACK
                   DISPLAY "Nota (opcional): " WITH NO ADVANCING
                   MOVE SPACES TO ALR-KEYED-NOTE
                   ACCEPT ALR-KEYED-NOTE
                   PERFORM STAMP-ALERT-ACK
                   PERFORM KEEP-SESSION-DECISION
                   MOVE "A" TO ALR-D-ACTION (ALR-DONE-COUNT)
                   MOVE ALERT-RECORD TO ALR-IMAGE (ALR-HIT-SUB)
                   SET ALR-REWRITE-LOG TO TRUE
                   ADD 1 TO ALR-ACK-DONE-COUNT
                   DISPLAY "Ciencia registrada."
               WHEN ALR-ANS-CLOSE
                   DISPLAY "Nota de encerramento: " WITH NO ADVANCING
                   MOVE SPACES TO ALR-KEYED-NOTE
                   ACCEPT ALR-KEYED-NOTE
                   IF ALR-KEYED-NOTE = SPACES
                       DISPLAY "Nota obrigatoria para encerrar -"
                           " alerta mantido."
                   ELSE
                       PERFORM STAMP-ALERT-CLOSE
                       PERFORM KEEP-SESSION-DECISION
                       MOVE "C" TO ALR-D-ACTION (ALR-DONE-COUNT)
                       MOVE ALERT-RECORD TO ALR-IMAGE (ALR-HIT-SUB)
                       SET ALR-REWRITE-LOG TO TRUE
                       ADD 1 TO ALR-CLOSE-DONE-COUNT
                       DISPLAY "Alerta encerrado."
                   END-IF
               WHEN OTHER
                   DISPLAY "Alerta mantido."
           END-EVALUATE.

      *Carimbo da ciencia ou do encerramento em ALERT-RECORD, na
      *decisao do operador e na reaplicacao sobre o log relido.
       STAMP-ALERT-ACK.
           SET AL-ACKED TO TRUE
           MOVE ALR-OPERATOR-ID TO AL-ACK-BY
           MOVE HOJE            TO AL-ACK-DATE
           MOVE ALR-KEYED-NOTE  TO AL-ACK-NOTE.

       STAMP-ALERT-CLOSE.
           SET AL-CLOSED TO TRUE
           MOVE ALR-OPERATOR-ID TO AL-CLOSED-BY
           MOVE HOJE            TO AL-CLOSED-DATE
           MOVE ALR-KEYED-NOTE  TO AL-CLOSE-NOTE.

       KEEP-SESSION-DECISION.
           ADD 1 TO ALR-DONE-COUNT
           MOVE AL-ALERT-ID    TO ALR-D-ID (ALR-DONE-COUNT)
           MOVE ALR-KEYED-NOTE TO ALR-D-NOTE (ALR-DONE-COUNT).

       NEXT-RUN-SEQUENCE.
           MOVE 0 TO ALR-SEQ-NO
           OPEN INPUT ALR-SEQ-FILE
           IF ALR-SEQ-STATUS = "00"
               READ ALR-SEQ-FILE INTO RUNSEQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNSEQ-RUN-DATE = HOJE
                           MOVE RUNSEQ-LAST-NO TO ALR-SEQ-NO
                       END-IF
               END-READ
               CLOSE ALR-SEQ-FILE
           END-IF
           ADD 1 TO ALR-SEQ-NO
           MOVE "C03ALERT"    TO RUNSEQ-PROGRAM
           MOVE HOJE          TO RUNSEQ-RUN-DATE
           MOVE ALR-SEQ-NO    TO RUNSEQ-LAST-NO
           OPEN OUTPUT ALR-SEQ-FILE
           WRITE ALR-SEQ-RECORD FROM RUNSEQ-RECORD
           CLOSE ALR-SEQ-FILE.

      *----------------------------------------------------------------
      *Console impresso: alertas sem solucao na ordem de
      *BUILD-CONSOLE-ORDER, com a ciencia embaixo de cada um que a
      *tem, e o rodape com os totais.
      *----------------------------------------------------------------
       PRINT-ALERT-CONSOLE.
           OPEN OUTPUT ALR-RPT-FILE
           MOVE 0 TO ALR-RPT-LINES
           MOVE "C03ALERT"       TO RPT-HDR-PROGRAM
           MOVE HOJE             TO RPT-HDR-RUN-DATE
           MOVE ALR-SEQ-NO       TO RPT-HDR-SEQ-NO
           WRITE ALR-RPT-RECORD FROM RPT-HEADER-LINE
           MOVE HOJE             TO ALR-TTL-DATE
           WRITE ALR-RPT-RECORD FROM ALR-TITLE-LINE
           WRITE ALR-RPT-RECORD FROM ALR-RULE-LINE
           WRITE ALR-RPT-RECORD FROM ALR-COLS-LINE
           WRITE ALR-RPT-RECORD FROM ALR-RULE-LINE
           ADD 5 TO ALR-RPT-LINES
           IF ALR-ORDER-COUNT = 0
               WRITE ALR-RPT-RECORD FROM ALR-NONE-LINE
               ADD 1 TO ALR-RPT-LINES
           ELSE
               MOVE 0 TO ALR-ORD-SUB
               PERFORM PRINT-ONE-ALERT ALR-ORDER-COUNT TIMES
           END-IF
           WRITE ALR-RPT-RECORD FROM ALR-RULE-LINE
           MOVE ALR-HIGH-COUNT       TO ALR-UL-HIGH
           MOVE ALR-MEDIUM-COUNT     TO ALR-UL-MEDIUM
           MOVE ALR-LOW-COUNT        TO ALR-UL-LOW
           MOVE ALR-OPEN-COUNT       TO ALR-UL-OPEN
           MOVE ALR-ACKED-COUNT      TO ALR-UL-ACKED
           WRITE ALR-RPT-RECORD FROM ALR-UNRES-LINE
           MOVE ALR-STALE-DAYS       TO ALR-SL-DAYS
           MOVE ALR-STALE-COUNT      TO ALR-SL-COUNT
           MOVE ALR-OLDEST-AGE       TO ALR-SL-OLDEST
           WRITE ALR-RPT-RECORD FROM ALR-STALE-LINE
           MOVE ALR-NEW-COUNT        TO ALR-RL-NEW
           MOVE ALR-RESOLVED-COUNT   TO ALR-RL-RESOLVED
           MOVE ALR-REOPENED-COUNT   TO ALR-RL-REOPENED
           MOVE ALR-ACK-DONE-COUNT   TO ALR-RL-ACKED
           MOVE ALR-CLOSE-DONE-COUNT TO ALR-RL-CLOSED
           WRITE ALR-RPT-RECORD FROM ALR-RUN-LINE
           ADD 4 TO ALR-RPT-LINES
           MOVE "C03ALERT"       TO RPT-TRL-PROGRAM
           MOVE HOJE             TO RPT-TRL-RUN-DATE
           MOVE ALR-RPT-LINES    TO RPT-TRL-REC-COUNT
           MOVE "NONE    "       TO RPT-TRL-CTL-STATUS
           WRITE ALR-RPT-RECORD FROM RPT-TRAILER-LINE
           CLOSE ALR-RPT-FILE.

       PRINT-ONE-ALERT.
           ADD 1 TO ALR-ORD-SUB
           PERFORM FORMAT-DETAIL-LINE
           WRITE ALR-RPT-RECORD FROM ALR-DETAIL-LINE
           ADD 1 TO ALR-RPT-LINES
           IF AL-ACKED
               MOVE AL-ACK-BY   TO ALR-AL-ACK-BY
               MOVE AL-ACK-DATE TO ALR-AL-ACK-DATE
               MOVE AL-ACK-NOTE TO ALR-AL-ACK-NOTE
               WRITE ALR-RPT-RECORD FROM ALR-ACK-LINE
               ADD 1 TO ALR-RPT-LINES
           END-IF.

      *----------------------------------------------------------------
      *Dia juliano de ALR-JDN-DATE (calendario gregoriano), uma
      *divisao inteira por termo, como em C03ARAGE:
      *  A = (14 - MES) / 12   Y = ANO + 4800 - A   M = MES + 12A - 3
      *  JDN = DIA + (153M + 2)/5 + 365Y + Y/4 - Y/100 + Y/400 - 32045
      *----------------------------------------------------------------
       COMPUTE-DAY-NUMBER.
           COMPUTE ALR-JDN-WORK = 14 - ALR-JDN-MM
           DIVIDE ALR-JDN-WORK BY 12 GIVING ALR-JDN-A
           COMPUTE ALR-JDN-Y = ALR-JDN-YYYY + 4800 - ALR-JDN-A
           COMPUTE ALR-JDN-M = ALR-JDN-MM + (12 * ALR-JDN-A) - 3
           COMPUTE ALR-JDN-WORK = (153 * ALR-JDN-M) + 2
           DIVIDE ALR-JDN-WORK BY 5 GIVING ALR-JDN
           ADD ALR-JDN-DD TO ALR-JDN
           COMPUTE ALR-JDN = ALR-JDN + (365 * ALR-JDN-Y) - 32045
           DIVIDE ALR-JDN-Y BY 4 GIVING ALR-JDN-WORK
           ADD ALR-JDN-WORK TO ALR-JDN
           DIVIDE ALR-JDN-Y BY 100 GIVING ALR-JDN-WORK
           SUBTRACT ALR-JDN-WORK FROM ALR-JDN
           DIVIDE ALR-JDN-Y BY 400 GIVING ALR-JDN-WORK
           ADD ALR-JDN-WORK TO ALR-JDN.

       END PROGRAM C03ALERT.
