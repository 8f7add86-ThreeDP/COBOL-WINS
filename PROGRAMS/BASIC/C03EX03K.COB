      *                  duplicado, para o relatorio de atividade
      *                  por operador (C03OPACT) enxergar o que as
      *                  trilhas antes nao registravam.
      *  2026-10-15  RM  IOF calculado em cada conversao: aliquota
      *                  da tabela IOFRATE por direcao e tipo de
      *                  operacao (FI-OPER-TYPE, anexado no fim de
      *                  FXINVOIC; em branco vale GER), aplicada sobre
      *                  o valor em Real. O IOF sai em coluna propria
      *                  no detalhe de FXINVRPT, numa linha de totais
      *                  do run (Real e IOF) junto ao trailer, e vai
      *                  anexado no fim de FXAUDIT, FXCNVEXT e do
      *                  historico CNVHIST; os totais viajam no
      *                  checkpoint. C03IOFRP apura o IOF do mes.
      *  2026-10-15  RM  Contratos de cambio a termo (FWDCTMST,
      *                  copybook FWDCREC, mantido por C03FWMNT): no
      *                  lote, a nota que informa o contrato
      *                  (FI-CONTRACT-NO, anexado no fim de FXINVOIC)
      *                  ou cujo cliente e moeda batem com um
      *                  contrato vivo e convertida pela taxa
      *                  contratada em vez da cotacao do dia, e o
      *                  valor em moeda estrangeira e abatido do
      *                  nocional; saldos regravados com o
      *                  checkpoint. FXAUDIT leva o contrato aplicado
      *                  (FA-CONTRACT-NO) no fim do registro. FD de
      *                  FXINVEXC alargado para X(120) com o
      *                  REJ-INPUT-DATA de X(60).
      *  2026-10-15  RM  Arquivo de pagamento para o banco no lote de
      *                  remessa: cada remessa convertida vira uma
      *                  instrucao (favorecido, banco, conta,
      *                  SWIFT/IBAN, moeda, valor, nota de origem) a
      *                  partir do cadastro de favorecidos BENFMAST
      *                  (copybook BENFREC, mantido por C03BNMNT);
      *                  fim do lote grava BANKPAY (copybook PAYFREC)
      *                  com header, instrucoes e trailer de
      *                  quantidade e total. Fornecedor sem favorecido
      *                  ativo ou com conta em outra moeda fica fora
      *                  do arquivo, listado em PAYEXC, com RC 4.
      *  2026-10-15  RM  Checagem de credito no lote de entrada: cada
      *                  nota e conferida contra o cadastro CUSTMAST
      *                  (CU-CREDIT-LIMIT, CU-BLOCK-FLAG) e contra a
      *                  exposicao do mes (Real ja convertido por
      *                  cliente no mes do movimento, de FXAUDIT).
      *                  Cliente bloqueado (BLOCK), fora do cadastro
      *                  (NOCUS) ou nota que passaria do limite
      *                  (CRLIM) nao converte: vai para a fila CRHOLD
      *                  (layout REJREC) e sai no relatorio como
      *                  retida, com RC 4. Nota liberada pelo
      *                  supervisor em C03CRREL passa uma vez sem
      *                  checagem quando reenviada.
      *  2026-10-15  RM  Data do movimento que nao e dia util de
      *                  mercado no calendario (CALENDAR, mantido
      *                  por C03CLMNT: fim de semana, feriado
      *                  nacional ou bancario) converte pelas
      *                  cotacoes do dia util anterior em vez de
      *                  cair sem cotacao; o relatorio do lote e o
      *                  console dizem de que dia e a cotacao.
      *  2026-10-15  RM  FXRATE indexado por data + moeda (copybook
      *                  FXRTREC, convertido por C03FXCNV) e lido
      *                  pela chave a cada nota: acabou a tabela de
      *                  10 moedas do dia. A tabela fica so para as
      *                  cotacoes manuais do run. Cotacao com seis
      *                  casas (COTACAO-DOLAR 9(05)V9(06)) e produto
      *                  exato a 8 casas antes da regra de
      *                  arredondamento; a cotacao aplicada vai
      *                  inteira para FA-COTACAO-EXATA (FXAUDIT) e
      *                  CE-COTACAO-EXATA (FXCNVEXT e CNVHIST),
      *                  anexadas no fim do registro - FA-COTACAO e
      *                  CE-COTACAO continuam gravadas com duas casas
      *                  para quem ja as le.
      *  2026-10-15  RM  Taxa dos contratos a termo com seis casas
      *                  (FWDCREC), como a do FXRATE: a conversao
      *                  pelo contrato e FA-COTACAO-EXATA/
      *                  CE-COTACAO-EXATA deixam de sair com duas.
      *                  Registro do FWDCTMST ainda no layout antigo
      *                  e convertido na leitura. A regravacao do
      *                  FWDCTMST rele o arquivo e soma ao FC-USED so
      *                  o que o lote abateu desde a ultima gravacao:
      *                  antes o cadastro era regravado da tabela
      *                  carregada no inicio do lote e apagava o que
      *                  C03FWMNT mudou no meio do run. Diferenca de
      *                  arredondamento (por nota, do run e do
      *                  checkpoint) com oito casas, a precisao do
      *                  VALOR-EXATO, para o ROUNDING DIFF e o
      *                  lancamento RND baterem com exato menos
      *                  arredondado. Liberacao de credito so entra
      *                  como excecao enquanto L: C03CRREL passa a
      *                  marcar U a ja consumida e expurgar a fila.
      *  2026-10-15  RM  Numero da cotacao de venda (FI-QUOTE-NO,
      *                  anexado no fim de FXINVOIC; em branco = sem
      *                  cotacao). A nota convertida que informa a
      *                  cotacao e conferida contra o QUOTEREG de
      *                  C03QUOTE e a cotacao fica faturada
      *                  (QR-STATUS I, QR-INVOICE-NO) na gravacao do
      *                  checkpoint e no fim do lote. Cotacao nao
      *                  cadastrada, de outro cliente, em outra
      *                  moeda ou ja faturada por outra nota nao e
      *                  marcada; vencida e marcada. Todas saem no
      *                  console e no FXINVRPT, com RC 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-RATE-KEY
               FILE STATUS IS FX-FILE-STATUS.
           SELECT FX-AUDIT-FILE ASSIGN TO "FXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT FX-INV-EXC-FILE ASSIGN TO "FXINVEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXK-EXC-STATUS.
           SELECT IOF-RATE-FILE ASSIGN TO "IOFRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXK-IOF-STATUS.
           SELECT FWD-CONTRACT-FILE ASSIGN TO "FWDCTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXK-FWD-STATUS.
           SELECT BENF-MAST-FILE ASSIGN TO "BENFMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXK-BEN-STATUS.
           SELECT PAY-WORK-FILE ASSIGN TO "BANKPAYW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXK-PAYW-STATUS.
           SELECT BANK-PAY-FILE ASSIGN TO "BANKPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXK-PAY-STATUS.
           SELECT PAY-EXC-FILE ASSIGN TO "PAYEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXK-PAYX-STATUS.
           SELECT CUST-MAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXK-CUS-STATUS.
           SELECT CR-HOLD-FILE ASSIGN TO "CRHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXK-HOLD-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXK-CAL-STATUS.
           SELECT QUOTE-REG-FILE ASSIGN TO "QUOTEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXK-QTE-STATUS.
           SELECT QUOTE-WORK-FILE ASSIGN TO "QUOTEWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXK-QWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-RATE-FILE.
           COPY "FXRTREC.CPY".

       FD  FX-AUDIT-FILE.
       01  FX-AUDIT-RECORD.
           05  FA-DIRECTION        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FA-CUSTOMER         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FA-OPER-TYPE        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FA-IOF-ALIQ         PIC 9(02)V9(4).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FA-VALOR-IOF        PIC S9(6)V99
                                     SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FA-CONTRACT-NO      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FA-COTACAO-EXATA    PIC 9(05)V9(06).

       FD  FX-INVOICE-FILE.
       01  FX-INVOICE-RECORD.
           05  FI-CURRENCY         PIC X(03).
           05  FI-VALOR-DOLAR      PIC S9(6)V99
                                     SIGN IS LEADING SEPARATE CHARACTER.
           05  FI-OPER-TYPE        PIC X(03).
           05  FI-CONTRACT-NO      PIC X(10).
           05  FI-QUOTE-NO         PIC X(10).

       FD  FX-INVOICE-RPT-FILE.
       01  FX-INVOICE-RPT-RECORD   PIC X(100).

       FD  FX-INVOICE-CKPT-FILE.
       01  FX-INVOICE-CKPT-RECORD  PIC X(100).

       FD  FX-INVOICE-CTL-FILE.
       01  FX-INVOICE-CTL-RECORD   PIC X(30).
           05  CE-DIRECTION        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CE-CUSTOMER         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CE-OPER-TYPE        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CE-VALOR-IOF        PIC S9(6)V99
                                     SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CE-COTACAO-EXATA    PIC 9(05)V9(06).

       FD  FX-INVOICE-SEQ-FILE.
       01  FX-INVOICE-SEQ-RECORD   PIC X(25).
           COPY "PERSTREC.CPY".

       FD  FX-INV-EXC-FILE.
       01  FX-INV-EXC-RECORD       PIC X(120).

       FD  IOF-RATE-FILE.
       01  IOF-RATE-RECORD.
           05  IR-DIRECTION        PIC X(01).
           05  FILLER              PIC X(01).
           05  IR-OPER-TYPE        PIC X(03).
           05  FILLER              PIC X(01).
           05  IR-ALIQUOTA         PIC 9(02)V9(4).

       FD  FWD-CONTRACT-FILE.
           COPY "FWDCREC.CPY".

       FD  BENF-MAST-FILE.
           COPY "BENFREC.CPY".

       FD  PAY-WORK-FILE.
       01  PAY-WORK-RECORD         PIC X(200).

       FD  BANK-PAY-FILE.
       01  BANK-PAY-RECORD         PIC X(200).

       FD  PAY-EXC-FILE.
       01  PAY-EXC-RECORD          PIC X(100).

       FD  CUST-MAST-FILE.
           COPY "CUSTREC.CPY".

       FD  CR-HOLD-FILE.
       01  CR-HOLD-RECORD          PIC X(120).

       FD  CALENDAR-FILE.
           COPY "CALREC.CPY".

       FD  QUOTE-REG-FILE.
       01  QUOTE-REG-FILE-RECORD   PIC X(140).

       FD  QUOTE-WORK-FILE.
       01  QUOTE-WORK-RECORD       PIC X(140).

       LOCAL-STORAGE SECTION.
       77 COTACAO-DOLAR            PIC 9(05)V9(06).
       77 VALOR-EM-DOLAR           PIC S9(6)V99.
       77 VALOR-EM-REAL            PIC S9(6)V99.
       77 DISPLAY-CONVERSAO-REAL   PIC $BZZZ,ZZ9.99.
      *Cotacoes do dia vem do FXRATE pela chave; a tabela guarda so
      *as cotacoes manuais aceitas no run.
       77 FX-MANUAL-COUNT          PIC 9(02) VALUE 0 COMP.
       01 FX-MANUAL-TABLE.
           05  FX-MANUAL-ENTRY OCCURS 50 TIMES
                   DEPENDING ON FX-MANUAL-COUNT
                   INDEXED BY FX-IDX.
               10  FXT-CURRENCY        PIC X(03).
               10  FXT-RATE            PIC 9(05)V9(06).
       77 FX-RATE-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  FX-RATE-OPEN            VALUE "Y".
       77 FXK-CURRENCY-CODE        PIC X(03) VALUE "USD".
       77 FX-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  FX-FOUND                VALUE "Y".
           88  FXK-MODE-BATCH          VALUE "2".
       77 FXK-EOF-SWITCH           PIC X(01) VALUE "N".
           88  FXK-EOF                 VALUE "Y".
       77 INV-RPT-LINE             PIC X(100) VALUE SPACES.
       77 INV-RPT-DOLAR            PIC $BZZZ,ZZ9.99.
       77 INV-RPT-REAL             PIC $BZZZ,ZZ9.99.
       77 INV-RPT-IOF              PIC $BZZZ,ZZ9.99.
       77 FXK-INVOICE-NO           PIC X(10) VALUE SPACES.
       77 FXK-CUSTOMER             PIC X(08) VALUE SPACES.
       77 FXK-RUN-DATE             PIC X(08).
           88  FX-ROUND-TRUNCATE       VALUE "T".
           88  FX-ROUND-HALF-UP        VALUE "H".
           88  FX-ROUND-BANKERS        VALUE "B".
       77 VALOR-EXATO              PIC S9(9)V9(8) VALUE 0.
       77 ROUND-DIFF-ITEM          PIC S9(1)V9(8) VALUE 0.
       77 ROUND-DIFF-RUN           PIC S9(7)V9(8) VALUE 0.
       77 RND-ABS-EXATO            PIC 9(9)V9(8) VALUE 0.
       77 RND-CENTS                PIC 9(11)V9(6) VALUE 0.
       77 RND-CENT-INT             PIC 9(11) VALUE 0.
       77 RND-FRAC                 PIC 9V9(6) VALUE 0.
       77 RND-HALF                 PIC 9(11) VALUE 0 COMP.
       77 RND-ODD                  PIC 9(01) VALUE 0 COMP.
       77 RND-ABS-REAL             PIC 9(6)V99 VALUE 0.
       77 FXK-IOF-STATUS           PIC X(02).
       77 FXK-OPER-TYPE            PIC X(03) VALUE "GER".
       77 IOF-LOOKUP-TYPE          PIC X(03) VALUE SPACES.
       77 DISPLAY-IOF-ALIQ         PIC Z9.9999.
       77 IOF-ALIQUOTA             PIC 9(02)V9(4) VALUE 0.
       77 VALOR-IOF                PIC S9(6)V99 VALUE 0.
       77 FXK-REAL-RUN             PIC S9(09)V99 VALUE 0.
       77 FXK-IOF-RUN              PIC S9(09)V99 VALUE 0.
       77 FXK-IOF-MISS-COUNT       PIC 9(06) VALUE 0 COMP.
       77 IOF-RATE-COUNT           PIC 9(02) VALUE 0 COMP.
       01 IOF-RATE-TABLE.
           05  IOF-RATE-ENTRY OCCURS 50 TIMES
                   DEPENDING ON IOF-RATE-COUNT
                   INDEXED BY IOF-IDX.
               10  IOT-DIRECTION       PIC X(01).
               10  IOT-OPER-TYPE       PIC X(03).
               10  IOT-ALIQUOTA        PIC 9(02)V9(4).
       77 IOF-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  IOF-FOUND               VALUE "Y".
           88  IOF-NOT-FOUND           VALUE "N".
       77 IOF-EOF-SWITCH           PIC X(01) VALUE "N".
           88  IOF-EOF                 VALUE "Y".
       01 IOF-TOTAL-LINE.
           05  FILLER              PIC X(12)
               VALUE "TOTAL REAL  ".
           05  IOF-TL-REAL         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(13)
               VALUE "   TOTAL IOF ".
           05  IOF-TL-IOF          PIC -ZZZ,ZZZ,ZZ9.99.
       77 FXK-FWD-STATUS           PIC X(02).
       77 FXK-FWD-COUNT            PIC 9(03) VALUE 0 COMP.
       01 FWD-CONTRACT-TABLE.
           05  FWD-CONTRACT-ENTRY OCCURS 500 TIMES
                   DEPENDING ON FXK-FWD-COUNT.
               10  FWT-CONTRACT-NO     PIC X(10).
               10  FWT-CUSTOMER        PIC X(08).
               10  FWT-CURRENCY        PIC X(03).
               10  FWT-RATE            PIC 9(05)V9(06).
               10  FWT-NOTIONAL        PIC 9(09)V99.
               10  FWT-USED            PIC 9(09)V99.
               10  FWT-START-DATE      PIC X(08).
               10  FWT-END-DATE        PIC X(08).
               10  FWT-STATUS          PIC X(01).
               10  FWT-DRAWN           PIC 9(09)V99.
       77 FXK-FWD-SUB              PIC 9(03) VALUE 0 COMP.
       77 FXK-FWD-HIT              PIC 9(03) VALUE 0 COMP.
       77 FXK-FWD-NEED             PIC 9(09)V99 VALUE 0.
       77 FXK-FWD-REMAINING        PIC 9(09)V99 VALUE 0.
       77 FXK-FWD-BEFORE           PIC 9(09)V99 VALUE 0.
       77 FXK-FWD-STORE            PIC 9(03) VALUE 0 COMP.
       77 FXK-FWD-HOLD-RATE        PIC 9(05)V9(06) VALUE 0.
       77 FXK-FWD-HOLD-TERMS       PIC X(39) VALUE SPACES.
       77 FXK-FWD-APPLIED-NO       PIC X(10) VALUE SPACES.
       77 FXK-FWD-REASON           PIC X(24) VALUE SPACES.
       77 FXK-FWD-USE-COUNT        PIC 9(06) VALUE 0 COMP.
       77 FXK-FWD-REJ-COUNT        PIC 9(06) VALUE 0 COMP.
       77 FWD-APPLIED-SWITCH       PIC X(01) VALUE "N".
           88  FWD-APPLIED             VALUE "Y".
           88  FWD-NOT-APPLIED         VALUE "N".
       77 FWD-LIVE-SWITCH          PIC X(01) VALUE "N".
           88  FWD-LIVE                VALUE "Y".
           88  FWD-NOT-LIVE            VALUE "N".
       77 FWD-CHANGED-SWITCH       PIC X(01) VALUE "N".
           88  FWD-TABLE-CHANGED       VALUE "Y".
       77 FWD-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  FWD-TABLE-OVERFLOW      VALUE "Y".
      *Cotacoes de venda (QUOTEREG) citadas pelas notas convertidas:
      *a marca de faturada fica pendente aqui ate a proxima gravacao
      *do registro, junto com o checkpoint e no fim do lote.
       77 FXK-QTE-STATUS           PIC X(02).
       77 FXK-QWK-STATUS           PIC X(02).
       77 FXK-QTP-COUNT            PIC 9(03) VALUE 0 COMP.
       01 QTE-PENDING-TABLE.
           05  QTE-PENDING-ENTRY OCCURS 50 TIMES
                   DEPENDING ON FXK-QTP-COUNT.
               10  QTP-QUOTE-NO        PIC X(10).
               10  QTP-INVOICE-NO      PIC X(10).
       77 FXK-QTP-SUB              PIC 9(03) VALUE 0 COMP.
       77 FXK-QTP-HIT              PIC 9(03) VALUE 0 COMP.
       77 FXK-QTE-REASON           PIC X(30) VALUE SPACES.
       77 FXK-QTE-MARK-COUNT       PIC 9(06) VALUE 0 COMP.
       77 FXK-QTE-WARN-COUNT       PIC 9(06) VALUE 0 COMP.
       77 QTE-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  QTE-FOUND               VALUE "Y".
           88  QTE-NOT-FOUND           VALUE "N".
       77 QTE-MARK-SWITCH          PIC X(01) VALUE "N".
           88  QTE-MARK                VALUE "Y".
           88  QTE-NO-MARK             VALUE "N".
       01 QUOTE-NOTE-LINE.
           05  FILLER              PIC X(08) VALUE "COTACAO ".
           05  QNL-QUOTE-NO        PIC X(10).
           05  FILLER              PIC X(09) VALUE " NA NOTA ".
           05  QNL-INVOICE-NO      PIC X(10).
           05  FILLER              PIC X(03) VALUE " - ".
           05  QNL-REASON          PIC X(30).
       77 FXK-BEN-STATUS           PIC X(02).
       77 FXK-PAYW-STATUS          PIC X(02).
       77 FXK-PAY-STATUS           PIC X(02).
       77 FXK-PAYX-STATUS          PIC X(02).
       77 FXK-BEN-COUNT            PIC 9(03) VALUE 0 COMP.
       01 BENF-TABLE.
           05  BENF-ENTRY OCCURS 500 TIMES
                   DEPENDING ON FXK-BEN-COUNT
                   INDEXED BY BEN-IDX.
               10  BNT-SUPPLIER        PIC X(08).
               10  BNT-NAME            PIC X(30).
               10  BNT-BANK-NAME       PIC X(20).
               10  BNT-BANK-CODE       PIC X(08).
               10  BNT-ACCOUNT         PIC X(20).
               10  BNT-SWIFT           PIC X(11).
               10  BNT-IBAN            PIC X(34).
               10  BNT-CURRENCY        PIC X(03).
               10  BNT-STATUS          PIC X(01).
       77 BEN-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  BEN-TABLE-OVERFLOW      VALUE "Y".
       77 BEN-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  BEN-FOUND               VALUE "Y".
           88  BEN-NOT-FOUND           VALUE "N".
       77 PAY-EOF-SWITCH           PIC X(01) VALUE "N".
           88  PAY-EOF                 VALUE "Y".
       77 FXK-PAY-LAST-REC         PIC 9(06) VALUE 0.
       77 FXK-PAY-COUNT            PIC 9(06) VALUE 0 COMP.
       77 FXK-PAY-TOTAL            PIC 9(13)V99 VALUE 0.
       77 FXK-HELD-COUNT           PIC 9(06) VALUE 0 COMP.
       77 FXK-PAYX-LINES           PIC 9(06) VALUE 0 COMP.
       01 PAY-EXC-TITLE-LINE.
           05  FILLER              PIC X(40)
               VALUE "PAYMENT EXCEPTIONS - HELD REMITTANCES".
       01 PAY-EXC-COLS-LINE.
           05  FILLER              PIC X(11) VALUE "INVOICE".
           05  FILLER              PIC X(09) VALUE "SUPPLIER".
           05  FILLER              PIC X(04) VALUE "CCY".
           05  FILLER              PIC X(15) VALUE "         AMOUNT".
           05  FILLER              PIC X(05) VALUE " ACCT".
           05  FILLER              PIC X(07) VALUE " REASON".
       01 PAY-EXC-LINE.
           05  PXL-INVOICE-NO      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PXL-SUPPLIER        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PXL-CURRENCY        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PXL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  PXL-ACCT-CURRENCY   PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PXL-REASON          PIC X(05).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PXL-REASON-TEXT     PIC X(30).
       77 FXK-CUS-STATUS           PIC X(02).
       77 FXK-HOLD-STATUS          PIC X(02).
       77 CRD-CHECK-SWITCH         PIC X(01) VALUE "N".
           88  CRD-CHECK-ACTIVE        VALUE "Y".
       77 CRD-HOLD-SWITCH          PIC X(01) VALUE "N".
           88  CRD-INVOICE-HELD        VALUE "Y".
       77 CRD-RELEASED-SWITCH      PIC X(01) VALUE "N".
           88  CRD-INVOICE-RELEASED    VALUE "Y".
       77 CRD-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  CRD-TABLE-OVERFLOW      VALUE "Y".
       77 CRD-EOF-SWITCH           PIC X(01) VALUE "N".
           88  CRD-EOF                 VALUE "Y".
       77 CRD-REASON               PIC X(05) VALUE SPACES.
       77 CRD-ESTIMATE             PIC S9(09)V99 VALUE 0.
       77 CRD-HOLD-COUNT           PIC 9(06) VALUE 0 COMP.
       77 CRD-OVERRIDE-USED        PIC 9(06) VALUE 0 COMP.
       77 CRD-HIT                  PIC 9(03) VALUE 0 COMP.
       77 CRD-COUNT                PIC 9(03) VALUE 0 COMP.
       01 CRD-TABLE.
           05  CRD-ENTRY OCCURS 500 TIMES
                   DEPENDING ON CRD-COUNT
                   INDEXED BY CRD-IDX.
               10  CRT-CUSTOMER        PIC X(08).
               10  CRT-LIMIT           PIC 9(09)V99.
               10  CRT-BLOCK-FLAG      PIC X(01).
               10  CRT-EXPOSURE        PIC S9(11)V99.
      *Retencoes liberadas pelo supervisor (CRHOLD status L): a nota
      *reenviada passa sem a checagem de credito uma unica vez. A
      *liberacao ja consumida vira U em C03CRREL e nao e carregada.
       77 CRO-COUNT                PIC 9(03) VALUE 0 COMP.
       01 CRO-TABLE.
           05  CRO-ENTRY OCCURS 500 TIMES
                   DEPENDING ON CRO-COUNT
                   INDEXED BY CRO-IDX.
               10  CRO-INVOICE-NO      PIC X(10).
               10  CRO-CUSTOMER        PIC X(08).
               10  CRO-HOLD-DATE       PIC X(08).
               10  CRO-USED            PIC X(01).
       01 CRD-HOLD-IMAGE.
           05  CHI-INVOICE-NO      PIC X(10).
           05  CHI-CUSTOMER        PIC X(08).
           05  FILLER              PIC X(35).
       01 RND-TRAILER-LINE.
           05  FILLER              PIC X(15)
               VALUE "ROUNDING RULE ".
           05  RND-TL-RULE         PIC X(01).
           05  FILLER              PIC X(17)
               VALUE "  ROUNDING DIFF ".
           05  RND-TL-DIFF         PIC -ZZZZZ9.99999999.
      *Calendario de dias uteis: so os dias de mercado fechado
      *(CAL-MARKET-CLOSED) entram na tabela. Sem o arquivo, so
      *sabado e domingo contam como dia nao util.
       77 FXK-CAL-STATUS           PIC X(02).
       77 FXK-CAL-COUNT            PIC 9(04) VALUE 0 COMP.
       01 FXK-CAL-TABLE.
           05  FXK-CAL-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON FXK-CAL-COUNT
                   INDEXED BY FXK-CAL-IDX.
               10  FXK-CAL-T-DATE      PIC X(08).
       77 FXK-CAL-OVFL-SWITCH      PIC X(01) VALUE "N".
           88  FXK-CAL-OVERFLOW        VALUE "Y".
       77 FXK-DAY-SWITCH           PIC X(01) VALUE "Y".
           88  FXK-BUSINESS-DAY        VALUE "Y".
           88  FXK-NON-BUSINESS-DAY    VALUE "N".
       77 FXK-CAL-STEPS            PIC 9(03) VALUE 0 COMP.
       77 FXK-CAL-WEEKDAY          PIC 9(01) VALUE 0.
       77 FXK-RATE-DATE            PIC X(08) VALUE SPACES.
       01 FXK-CAL-DATE.
           05  FXK-CAL-YYYY        PIC 9(04).
           05  FXK-CAL-MM          PIC 9(02).
           05  FXK-CAL-DD          PIC 9(02).
       01 FXK-MONTH-LENGTHS.
           05  FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 FXK-MONTH-TABLE REDEFINES FXK-MONTH-LENGTHS.
           05  FXK-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
       77 FXK-MONTH-SUB            PIC 9(02) VALUE 0 COMP.
       77 FXK-LEAP-WORK            PIC 9(04) VALUE 0 COMP.
       77 FXK-LEAP-4               PIC 9(03) VALUE 0.
       77 FXK-LEAP-100             PIC 9(03) VALUE 0.
       77 FXK-LEAP-400             PIC 9(03) VALUE 0.
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
       01 RATE-DATE-NOTE-LINE.
           05  FILLER              PIC X(14)
               VALUE "MOVEMENT DATE ".
           05  RDN-RUN-DATE        PIC X(08).
           05  FILLER              PIC X(31)
               VALUE " IS NOT A BUSINESS DAY - RATES ".
           05  FILLER              PIC X(03) VALUE "OF ".
           05  RDN-RATE-DATE       PIC X(08).
           05  FILLER              PIC X(08) VALUE " APPLIED".

           COPY "RPTHDR.CPY".
           COPY "CKPTREC.CPY".
           COPY "BATPARM.CPY".
           COPY "RPTARC.CPY".
           COPY "REJREC.CPY".
           COPY "PAYFREC.CPY".
           COPY "QUOTREC.CPY".

       LINKAGE SECTION.
           COPY "OPERAREA.CPY".
            END-IF
            PERFORM LOAD-DAILY-RATE
            PERFORM LOAD-ROUNDING-RULE
            PERFORM LOAD-IOF-TABLE

            PERFORM CHECK-PERIOD-STATUS
            IF FXK-MODE-BATCH
                END-IF
            END-IF

            IF FX-RATE-OPEN
                CLOSE FX-RATE-FILE
            END-IF
            GOBACK.

      *----------------------------------------------------------------
                    SET FXK-MANUAL-USED TO TRUE
                END-IF

                DISPLAY "Tipo de operacao IOF (ENTER = GER): "
                    WITH NO ADVANCING
                ACCEPT FXK-OPER-TYPE
                IF FXK-OPER-TYPE = SPACES
                    MOVE "GER" TO FXK-OPER-TYPE
                END-IF
                IF FXK-DIR-OUTBOUND
                    DISPLAY "Entre o valor em Real a remeter: "
                        WITH NO ADVANCING
                    MOVE VALOR-EM-REAL TO DISPLAY-CONVERSAO-REAL
                    DISPLAY DISPLAY-CONVERSAO-REAL
                END-IF
                PERFORM COMPUTE-IOF
                MOVE VALOR-IOF    TO DISPLAY-CONVERSAO-REAL
                MOVE IOF-ALIQUOTA TO DISPLAY-IOF-ALIQ
                DISPLAY "IOF " FXK-OPER-TYPE " " DISPLAY-IOF-ALIQ
                    "%: " DISPLAY-CONVERSAO-REAL
                PERFORM OPEN-AUDIT-LOG
                PERFORM WRITE-AUDIT-LOG
                IF FXK-MANUAL-USED
           ELSE
               PERFORM CHECK-RUN-LEDGER
           END-IF
           IF FXK-BATCH-OK
               PERFORM LOAD-CONTRACT-TABLE
               IF FWD-TABLE-OVERFLOW
                   DISPLAY "FWDCTMST COM MAIS DE 500 CONTRATOS - RUN"
                       " ABORTADO PARA NAO TRUNCAR O CADASTRO NA"
                       " REGRAVACAO DOS SALDOS"
                   SET FXK-BATCH-ABORT TO TRUE
                   CLOSE FX-INVOICE-FILE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF FXK-BATCH-OK AND FXK-DIR-OUTBOUND
               PERFORM LOAD-BENEFICIARY-TABLE
               IF BEN-TABLE-OVERFLOW
                   DISPLAY "BENFMAST COM MAIS DE 500 FAVORECIDOS - RUN"
                       " ABORTADO, ARQUIVO DE PAGAMENTO SAIRIA"
                       " INCOMPLETO"
                   SET FXK-BATCH-ABORT TO TRUE
                   CLOSE FX-INVOICE-FILE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF FXK-BATCH-OK AND FXK-DIR-INBOUND
               PERFORM LOAD-CREDIT-TABLES
               IF CRD-TABLE-OVERFLOW
                   DISPLAY "CUSTMAST OU CRHOLD COM MAIS DE 500"
                       " REGISTROS - RUN ABORTADO, A CHECAGEM DE"
                       " CREDITO SAIRIA INCOMPLETA"
                   SET FXK-BATCH-ABORT TO TRUE
                   CLOSE FX-INVOICE-FILE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF FXK-BATCH-OK
               PERFORM LOAD-CHECKPOINT
               PERFORM LOAD-CONTROL-TOTALS
                   PERFORM WRITE-FORCE-AUDIT
               END-IF
               PERFORM OPEN-EXTRACT-FILE
               IF FXK-DIR-OUTBOUND
                   PERFORM OPEN-PAYMENT-WORK
               END-IF
               IF CRD-CHECK-ACTIVE
                   OPEN EXTEND CR-HOLD-FILE
                   IF FXK-HOLD-STATUS = "35"
                       OPEN OUTPUT CR-HOLD-FILE
                   END-IF
               END-IF
               IF CKPT-SKIP-COUNT = 0
                   PERFORM WRITE-RPT-HEADER
                   IF FXK-RATE-DATE NOT = FXK-RUN-DATE
                       PERFORM WRITE-RATE-DATE-NOTE
                   END-IF
               END-IF
               PERFORM READ-INVOICE-RECORD
               PERFORM UNTIL FXK-EOF
                   IF FXK-READ-COUNT > CKPT-SKIP-COUNT
                       MOVE FI-INVOICE-NO TO FXK-INVOICE-NO
                       MOVE FI-CUSTOMER   TO FXK-CUSTOMER
                       IF FI-OPER-TYPE = SPACES
                           MOVE "GER" TO FXK-OPER-TYPE
                       ELSE
                           MOVE FI-OPER-TYPE TO FXK-OPER-TYPE
                       END-IF
                       IF FI-CURRENCY = SPACES
                           MOVE FXK-DEFAULT-CURRENCY
                               TO FXK-CURRENCY-CODE
                       ELSE
                           MOVE FI-CURRENCY TO FXK-CURRENCY-CODE
                       END-IF
                       MOVE "N" TO CRD-HOLD-SWITCH
                       IF CRD-CHECK-ACTIVE
                           PERFORM CHECK-CREDIT-STATUS
                       END-IF
                       IF NOT CRD-INVOICE-HELD
                           PERFORM FIND-FORWARD-CONTRACT
                           IF FWD-APPLIED
                               MOVE FWT-RATE (FXK-FWD-HIT)
                                   TO COTACAO-DOLAR
                           ELSE
                               PERFORM LOOKUP-RATE
                               IF FX-NOT-FOUND
                                   PERFORM PROMPT-MANUAL-RATE
                               END-IF
                           END-IF
                           IF FXK-BATCH-OK AND CRD-CHECK-ACTIVE
                               PERFORM CHECK-CREDIT-LIMIT
                           END-IF
                       END-IF
                       IF FXK-BATCH-OK AND CRD-INVOICE-HELD
                           PERFORM HOLD-INVOICE
                       END-IF
                       IF FXK-BATCH-OK AND NOT CRD-INVOICE-HELD
                           IF FXK-DIR-OUTBOUND
      *Remessa: o valor do extrato e o orcamento em Real.
                               MOVE FI-VALOR-DOLAR TO VALOR-EM-REAL
                                   TO FXK-ACTUAL-TOTAL
                               PERFORM CONVERT-TO-REAL
                           END-IF
                           IF FWD-APPLIED
                               PERFORM DRAW-FORWARD-CONTRACT
                           END-IF
                           IF CRD-CHECK-ACTIVE
                               PERFORM ADD-CREDIT-EXPOSURE
                           END-IF
                           PERFORM COMPUTE-IOF
                           PERFORM WRITE-INVOICE-DETAIL
                           PERFORM WRITE-AUDIT-LOG
                           PERFORM WRITE-EXTRACT-RECORD
                           IF FXK-DIR-OUTBOUND
                               PERFORM WRITE-PAYMENT-WORK
                           END-IF
                           IF FI-QUOTE-NO NOT = SPACES
                               PERFORM CHECK-INVOICE-QUOTE
                           END-IF
                       END-IF
                       IF FXK-BATCH-OK
                           DIVIDE FXK-READ-COUNT BY 5
                               GIVING CKPT-QUOTIENT
                               REMAINDER CKPT-REMAINDER
               END-PERFORM
               IF FXK-BATCH-OK
                   PERFORM RECONCILE-CONTROL-TOTALS
                   PERFORM WRITE-IOF-TOTALS
                   PERFORM WRITE-ROUNDING-TRAILER
                   PERFORM WRITE-RPT-TRAILER
                   PERFORM WRITE-ROUNDING-AUDIT
                   PERFORM SAVE-CONTRACT-TABLE
                   PERFORM SAVE-QUOTE-MARKS
                   PERFORM CLEAR-CHECKPOINT
                   PERFORM SHOW-CONTRACT-USAGE
                   PERFORM SHOW-QUOTE-USAGE
                   IF CRD-CHECK-ACTIVE
                       PERFORM SHOW-CREDIT-HOLDS
                   END-IF
               END-IF
               CLOSE FX-INVOICE-FILE
               CLOSE FX-INVOICE-RPT-FILE
               PERFORM CLOSE-AUDIT-LOG
               PERFORM CLOSE-EXTRACT-FILE
               IF FXK-DIR-OUTBOUND
                   CLOSE PAY-WORK-FILE
               END-IF
               IF CRD-CHECK-ACTIVE
                   CLOSE CR-HOLD-FILE
               END-IF
               IF FXK-BATCH-OK
                   PERFORM RECORD-RUN-LEDGER
                   PERFORM SAVE-REPORT-COPY
                   IF FXK-DIR-OUTBOUND
                       PERFORM BUILD-PAYMENT-FILE
                   END-IF
               END-IF
           END-IF.

               DISPLAY "Sem cotacao do dia para " FXK-CURRENCY-CODE
                   " - entre o valor da cotação: " WITH NO ADVANCING
               ACCEPT COTACAO-DOLAR
               IF FX-MANUAL-COUNT < 50
                   ADD 1 TO FX-MANUAL-COUNT
                   MOVE FXK-CURRENCY-CODE
                       TO FXT-CURRENCY (FX-MANUAL-COUNT)
                   MOVE COTACAO-DOLAR
                       TO FXT-RATE (FX-MANUAL-COUNT)
               END-IF
               PERFORM WRITE-MANUAL-QUOTE-AUDIT
           END-IF.

      *----------------------------------------------------------------
      *Cotacao da moeda na data das cotacoes do movimento: leitura
      *pela chave no FXRATE; sem ela, a cotacao manual ja aceita no
      *run para a moeda, se houver.
      *----------------------------------------------------------------
       LOOKUP-RATE.
           SET FX-NOT-FOUND TO TRUE
           IF FX-RATE-OPEN
               MOVE FXK-RATE-DATE     TO FX-RATE-DATE
               MOVE FXK-CURRENCY-CODE TO FX-RATE-CURRENCY
               READ FX-RATE-FILE
                   INVALID KEY
                       SET FX-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       MOVE FX-RATE-VALUE TO COTACAO-DOLAR
                       SET FX-FOUND TO TRUE
               END-READ
           END-IF
           IF FX-NOT-FOUND AND FX-MANUAL-COUNT > 0
               SET FX-IDX TO 1
               SEARCH FX-MANUAL-ENTRY VARYING FX-IDX
                   AT END
                       SET FX-NOT-FOUND TO TRUE
                   WHEN FXT-CURRENCY (FX-IDX) = FXK-CURRENCY-CODE
                       MOVE FXT-RATE (FX-IDX) TO COTACAO-DOLAR
                       SET FX-FOUND TO TRUE
               END-SEARCH
           END-IF.

       WRITE-RPT-HEADER.
           MOVE "C03EX03K"     TO RPT-HDR-PROGRAM
           MOVE FXK-SEQ-NO     TO RPT-HDR-SEQ-NO
           WRITE FX-INVOICE-RPT-RECORD FROM RPT-HEADER-LINE.

       WRITE-RATE-DATE-NOTE.
           MOVE FXK-RUN-DATE  TO RDN-RUN-DATE
           MOVE FXK-RATE-DATE TO RDN-RATE-DATE
           WRITE FX-INVOICE-RPT-RECORD FROM RATE-DATE-NOTE-LINE.

       NEXT-RUN-SEQUENCE.
           MOVE 0 TO FXK-SEQ-NO
           OPEN INPUT FX-INVOICE-SEQ-FILE
       WRITE-INVOICE-DETAIL.
           MOVE VALOR-EM-DOLAR TO INV-RPT-DOLAR
           MOVE VALOR-EM-REAL  TO INV-RPT-REAL
           MOVE VALOR-IOF      TO INV-RPT-IOF
           MOVE SPACES TO INV-RPT-LINE
           STRING "NOTA: "    DELIMITED BY SIZE
                  FXK-INVOICE-NO DELIMITED BY SIZE
                  INV-RPT-DOLAR DELIMITED BY SIZE
                  "  REAL: "   DELIMITED BY SIZE
                  INV-RPT-REAL DELIMITED BY SIZE
                  "  IOF: "    DELIMITED BY SIZE
                  INV-RPT-IOF  DELIMITED BY SIZE
                  "  CLI: "    DELIMITED BY SIZE
                  FXK-CUSTOMER DELIMITED BY SIZE
                  INTO INV-RPT-LINE
           MOVE FXK-CURRENCY-CODE TO FA-CURRENCY
           MOVE VALOR-EM-DOLAR TO FA-VALOR-DOLAR
           MOVE COTACAO-DOLAR  TO FA-COTACAO
                                  FA-COTACAO-EXATA
           MOVE VALOR-EM-REAL  TO FA-VALOR-REAL
           MOVE FXK-INVOICE-NO TO FA-INVOICE-NO
           MOVE CUR-OPER-ID    TO FA-OPERATOR
           MOVE FXK-DIR-SWITCH TO FA-DIRECTION
           MOVE FXK-CUSTOMER   TO FA-CUSTOMER
           MOVE FXK-OPER-TYPE  TO FA-OPER-TYPE
           MOVE IOF-ALIQUOTA   TO FA-IOF-ALIQ
           MOVE VALOR-IOF      TO FA-VALOR-IOF
           MOVE FXK-FWD-APPLIED-NO TO FA-CONTRACT-NO
           WRITE FX-AUDIT-RECORD.

       OPEN-AUDIT-LOG.
           MOVE FXK-CURRENCY-CODE TO CE-CURRENCY
           MOVE VALOR-EM-DOLAR    TO CE-VALOR-DOLAR
           MOVE COTACAO-DOLAR     TO CE-COTACAO
                                     CE-COTACAO-EXATA
           MOVE VALOR-EM-REAL     TO CE-VALOR-REAL
           IF FXK-MODE-BATCH
               MOVE "B" TO CE-MODE
           MOVE CUR-OPER-ID    TO CE-OPERATOR
           MOVE FXK-DIR-SWITCH TO CE-DIRECTION
           MOVE FXK-CUSTOMER   TO CE-CUSTOMER
           MOVE FXK-OPER-TYPE  TO CE-OPER-TYPE
           MOVE VALOR-IOF      TO CE-VALOR-IOF
           WRITE FX-CNV-EXT-RECORD
           PERFORM WRITE-HISTORY-RECORD.


      *----------------------------------------------------------------
      *Conversao com regra de arredondamento: apura o produto exato
      *a 8 decimais, aplica a regra do run (T trunca, H meio para
      *cima, B banqueiro) e acumula a diferenca com sinal entre o
      *valor gravado e o exato.
      *----------------------------------------------------------------
               CLOSE FX-RND-CTL-FILE
           END-IF.

      *----------------------------------------------------------------
      *Tabela de aliquotas de IOF (IOFRATE): uma linha por direcao
      *(1 entrada, 2 remessa) e tipo de operacao, aliquota em
      *percentual. Sem o arquivo o run segue com IOF zero e aviso.
      *----------------------------------------------------------------
       LOAD-IOF-TABLE.
           MOVE 0 TO IOF-RATE-COUNT
           MOVE "N" TO IOF-EOF-SWITCH
           OPEN INPUT IOF-RATE-FILE
           IF FXK-IOF-STATUS = "00"
               PERFORM READ-IOF-RATE-RECORD UNTIL IOF-EOF
               CLOSE IOF-RATE-FILE
           ELSE
               DISPLAY "IOFRATE NAO ENCONTRADO - IOF SAI ZERADO"
           END-IF.

       READ-IOF-RATE-RECORD.
           READ IOF-RATE-FILE
               AT END
                   SET IOF-EOF TO TRUE
               NOT AT END
                   IF IOF-RATE-COUNT = 50
                       DISPLAY "IOFRATE COM MAIS DE 50 ALIQUOTAS -"
                           " EXCEDENTES IGNORADAS"
                       SET IOF-EOF TO TRUE
                   ELSE
                       ADD 1 TO IOF-RATE-COUNT
                       MOVE IR-DIRECTION
                           TO IOT-DIRECTION (IOF-RATE-COUNT)
                       MOVE IR-OPER-TYPE
                           TO IOT-OPER-TYPE (IOF-RATE-COUNT)
                       MOVE IR-ALIQUOTA
                           TO IOT-ALIQUOTA (IOF-RATE-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *IOF da conversao sobre o valor em Real: aliquota da direcao
      *e tipo de operacao; sem linha propria para o tipo, vale a
      *aliquota GER da direcao; sem nenhuma, IOF zero com aviso.
      *----------------------------------------------------------------
       COMPUTE-IOF.
           MOVE FXK-OPER-TYPE TO IOF-LOOKUP-TYPE
           PERFORM LOOKUP-IOF-RATE
           IF IOF-NOT-FOUND AND FXK-OPER-TYPE NOT = "GER"
               MOVE "GER" TO IOF-LOOKUP-TYPE
               PERFORM LOOKUP-IOF-RATE
               IF IOF-FOUND
                   DISPLAY "SEM ALIQUOTA IOF PROPRIA PARA O TIPO - "
                       "NOTA " FXK-INVOICE-NO " USA A ALIQUOTA GER"
               END-IF
           END-IF
           IF IOF-NOT-FOUND
               MOVE 0 TO IOF-ALIQUOTA
               ADD 1 TO FXK-IOF-MISS-COUNT
               DISPLAY "SEM ALIQUOTA IOF PARA DIRECAO " FXK-DIR-SWITCH
                   " TIPO " FXK-OPER-TYPE " - NOTA " FXK-INVOICE-NO
                   " SAI COM IOF ZERO"
           END-IF
           COMPUTE VALOR-IOF ROUNDED =
               VALOR-EM-REAL * IOF-ALIQUOTA / 100
           ADD VALOR-EM-REAL TO FXK-REAL-RUN
           ADD VALOR-IOF     TO FXK-IOF-RUN.

       LOOKUP-IOF-RATE.
           SET IOF-NOT-FOUND TO TRUE
           SET IOF-IDX TO 1
           SEARCH IOF-RATE-ENTRY VARYING IOF-IDX
               AT END
                   SET IOF-NOT-FOUND TO TRUE
               WHEN IOT-DIRECTION (IOF-IDX) = FXK-DIR-SWITCH AND
                    IOT-OPER-TYPE (IOF-IDX) = IOF-LOOKUP-TYPE
                   MOVE IOT-ALIQUOTA (IOF-IDX) TO IOF-ALIQUOTA
                   SET IOF-FOUND TO TRUE
           END-SEARCH.

       WRITE-IOF-TOTALS.
           MOVE FXK-REAL-RUN TO IOF-TL-REAL
           MOVE FXK-IOF-RUN  TO IOF-TL-IOF
           WRITE FX-INVOICE-RPT-RECORD FROM IOF-TOTAL-LINE
           IF FXK-IOF-MISS-COUNT > 0
               DISPLAY FXK-IOF-MISS-COUNT " CONVERSAO(OES) SEM"
                   " ALIQUOTA IOF NA TABELA - IOF ZERO"
           END-IF.

      *----------------------------------------------------------------
      *Contratos a termo (FWDCTMST, mantido por C03FWMNT): carregados
      *no inicio do lote e relidos a cada regravacao. Sem o arquivo,
      *todo o extrato vai pela cotacao do dia.
      *----------------------------------------------------------------
       LOAD-CONTRACT-TABLE.
           MOVE 0 TO FXK-FWD-COUNT
           OPEN INPUT FWD-CONTRACT-FILE
           IF FXK-FWD-STATUS = "00"
               PERFORM READ-CONTRACT-RECORD
                   UNTIL FXK-FWD-STATUS NOT = "00"
                       OR FWD-TABLE-OVERFLOW
               CLOSE FWD-CONTRACT-FILE
           END-IF.

       READ-CONTRACT-RECORD.
           READ FWD-CONTRACT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM CONVERT-OLD-CONTRACT
                   IF FXK-FWD-COUNT = 500
                       SET FWD-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO FXK-FWD-COUNT
                       MOVE FXK-FWD-COUNT TO FXK-FWD-STORE
                       MOVE 0 TO FWT-DRAWN (FXK-FWD-STORE)
                       PERFORM STORE-CONTRACT-ENTRY
                   END-IF
           END-READ.

      *Registro no layout anterior (taxa 9(02)V99, 64 posicoes):
      *taxa e demais campos vao para o lugar novo via area de
      *trabalho, porque as duas vistas se sobrepoem.
       CONVERT-OLD-CONTRACT.
           IF FC-OLD-FORMAT
               MOVE FC-OLD-RATE        TO FXK-FWD-HOLD-RATE
               MOVE FC-OLD-TERMS       TO FXK-FWD-HOLD-TERMS
               MOVE FXK-FWD-HOLD-TERMS TO FC-TERMS
               MOVE FXK-FWD-HOLD-RATE  TO FC-RATE
           END-IF.

       STORE-CONTRACT-ENTRY.
           MOVE FC-CONTRACT-NO TO FWT-CONTRACT-NO (FXK-FWD-STORE)
           MOVE FC-CUSTOMER    TO FWT-CUSTOMER (FXK-FWD-STORE)
           MOVE FC-CURRENCY    TO FWT-CURRENCY (FXK-FWD-STORE)
           MOVE FC-RATE        TO FWT-RATE (FXK-FWD-STORE)
           MOVE FC-NOTIONAL    TO FWT-NOTIONAL (FXK-FWD-STORE)
           MOVE FC-USED        TO FWT-USED (FXK-FWD-STORE)
           MOVE FC-START-DATE  TO FWT-START-DATE (FXK-FWD-STORE)
           MOVE FC-END-DATE    TO FWT-END-DATE (FXK-FWD-STORE)
           MOVE FC-STATUS      TO FWT-STATUS (FXK-FWD-STORE).

      *----------------------------------------------------------------
      *Contrato da nota: o informado em FI-CONTRACT-NO ou, sem ele, o
      *contrato vivo do mesmo cliente e moeda com saldo para a nota
      *(havendo mais de um, o de vencimento mais proximo). Vivo =
      *ativo, data do movimento dentro da vigencia e nocional
      *restante cobrindo o valor em moeda estrangeira. Contrato
      *informado que nao serve nao e trocado por outro: a nota vai
      *pela cotacao do dia com aviso. Nota zerada ou negativa nao
      *abate contrato.
      *----------------------------------------------------------------
       FIND-FORWARD-CONTRACT.
           SET FWD-NOT-APPLIED TO TRUE
           MOVE SPACES TO FXK-FWD-APPLIED-NO
           MOVE 0 TO FXK-FWD-HIT
           IF FI-CONTRACT-NO NOT = SPACES
               MOVE 0 TO FXK-FWD-SUB
               PERFORM FIND-CONTRACT-SCAN FXK-FWD-COUNT TIMES
               IF FXK-FWD-HIT = 0
                   MOVE "NAO CADASTRADO" TO FXK-FWD-REASON
               ELSE
                   MOVE FXK-FWD-HIT TO FXK-FWD-SUB
                   PERFORM CHECK-FORWARD-CONTRACT
                   IF FWD-NOT-LIVE
                       MOVE 0 TO FXK-FWD-HIT
                   END-IF
               END-IF
               IF FXK-FWD-HIT = 0
                   ADD 1 TO FXK-FWD-REJ-COUNT
                   DISPLAY "CONTRATO " FI-CONTRACT-NO " "
                       FXK-FWD-REASON " - NOTA " FXK-INVOICE-NO
                       " CONVERTIDA PELA COTACAO DO DIA"
               END-IF
           ELSE
               MOVE 0 TO FXK-FWD-SUB
               PERFORM MATCH-FORWARD-CONTRACT FXK-FWD-COUNT TIMES
           END-IF
           IF FXK-FWD-HIT > 0
               SET FWD-APPLIED TO TRUE
               MOVE FWT-CONTRACT-NO (FXK-FWD-HIT)
                   TO FXK-FWD-APPLIED-NO
           END-IF.

       FIND-CONTRACT-SCAN.
           ADD 1 TO FXK-FWD-SUB
           IF FWT-CONTRACT-NO (FXK-FWD-SUB) = FI-CONTRACT-NO
               MOVE FXK-FWD-SUB TO FXK-FWD-HIT
           END-IF.

       MATCH-FORWARD-CONTRACT.
           ADD 1 TO FXK-FWD-SUB
           IF FWT-CUSTOMER (FXK-FWD-SUB) = FXK-CUSTOMER AND
              FWT-CURRENCY (FXK-FWD-SUB) = FXK-CURRENCY-CODE
               PERFORM CHECK-FORWARD-CONTRACT
               IF FWD-LIVE
                   IF FXK-FWD-HIT = 0
                       MOVE FXK-FWD-SUB TO FXK-FWD-HIT
                   ELSE
                       IF FWT-END-DATE (FXK-FWD-SUB) <
                          FWT-END-DATE (FXK-FWD-HIT)
                           MOVE FXK-FWD-SUB TO FXK-FWD-HIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Confere se o contrato FXK-FWD-SUB cobre a nota corrente. Na
      *remessa o valor em moeda estrangeira ainda nao existe: estima
      *pelo orcamento em Real dividido pela taxa do contrato.
      *----------------------------------------------------------------
       CHECK-FORWARD-CONTRACT.
           SET FWD-LIVE TO TRUE
           MOVE SPACES TO FXK-FWD-REASON
           IF FXK-DIR-OUTBOUND
               COMPUTE FXK-FWD-NEED ROUNDED =
                   FI-VALOR-DOLAR / FWT-RATE (FXK-FWD-SUB)
           ELSE
               MOVE FI-VALOR-DOLAR TO FXK-FWD-NEED
           END-IF
           COMPUTE FXK-FWD-REMAINING = FWT-NOTIONAL (FXK-FWD-SUB)
               - FWT-USED (FXK-FWD-SUB)
           EVALUATE TRUE
               WHEN FWT-STATUS (FXK-FWD-SUB) NOT = "A"
                   MOVE "CANCELADO" TO FXK-FWD-REASON
               WHEN FWT-CUSTOMER (FXK-FWD-SUB) NOT = FXK-CUSTOMER
                   MOVE "DE OUTRO CLIENTE" TO FXK-FWD-REASON
               WHEN FWT-CURRENCY (FXK-FWD-SUB) NOT = FXK-CURRENCY-CODE
                   MOVE "EM OUTRA MOEDA" TO FXK-FWD-REASON
               WHEN FXK-RUN-DATE < FWT-START-DATE (FXK-FWD-SUB)
                   MOVE "AINDA NAO VIGENTE" TO FXK-FWD-REASON
               WHEN FXK-RUN-DATE > FWT-END-DATE (FXK-FWD-SUB)
                   MOVE "VENCIDO" TO FXK-FWD-REASON
               WHEN FI-VALOR-DOLAR NOT > 0
                   MOVE "NAO ABATE VALOR NEGATIVO" TO FXK-FWD-REASON
               WHEN FXK-FWD-NEED > FXK-FWD-REMAINING
                   MOVE "SEM SALDO PARA A NOTA" TO FXK-FWD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF FXK-FWD-REASON NOT = SPACES
               SET FWD-NOT-LIVE TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *Abate do nocional: o valor convertido em moeda estrangeira
      *entra no usado do contrato, e o que de fato entrou (o usado
      *nao passa do nocional) fica em FWT-DRAWN ate a proxima
      *gravacao do cadastro, junto com o checkpoint e no fim do lote.
      *----------------------------------------------------------------
       DRAW-FORWARD-CONTRACT.
           MOVE FWT-USED (FXK-FWD-HIT) TO FXK-FWD-BEFORE
           ADD VALOR-EM-DOLAR TO FWT-USED (FXK-FWD-HIT)
           IF FWT-USED (FXK-FWD-HIT) > FWT-NOTIONAL (FXK-FWD-HIT)
               MOVE FWT-NOTIONAL (FXK-FWD-HIT)
                   TO FWT-USED (FXK-FWD-HIT)
           END-IF
           COMPUTE FWT-DRAWN (FXK-FWD-HIT) = FWT-DRAWN (FXK-FWD-HIT)
               + FWT-USED (FXK-FWD-HIT) - FXK-FWD-BEFORE
           ADD 1 TO FXK-FWD-USE-COUNT
           SET FWD-TABLE-CHANGED TO TRUE.

      *----------------------------------------------------------------
      *Gravacao do cadastro: rele o FWDCTMST (como
      *REFRESH-WORK-ORDER-TABLE de C03EX03Q), fica com o que esta no
      *disco - taxa, nocional, vigencia, cancelamento e usado
      *gravados por C03FWMNT ou por outro lote - e soma so os abates
      *deste lote ainda nao gravados. Contrato incluido no meio do
      *run entra na tabela. Se a tabela nao comporta o arquivo, nao
      *regrava (truncaria o cadastro): os abates ficam pendentes
      *para a proxima gravacao, com aviso.
      *----------------------------------------------------------------
       SAVE-CONTRACT-TABLE.
           IF FWD-TABLE-CHANGED
               PERFORM REFRESH-CONTRACT-TABLE
               IF FWD-TABLE-OVERFLOW
                   DISPLAY "FWDCTMST PASSOU DE 500 CONTRATOS - SALDOS"
                       " NAO REGRAVADOS NESTA GRAVACAO"
                   MOVE "N" TO FWD-OVERFLOW-SWITCH
               ELSE
                   OPEN OUTPUT FWD-CONTRACT-FILE
                   MOVE 0 TO FXK-FWD-SUB
                   PERFORM SAVE-CONTRACT-RECORD FXK-FWD-COUNT TIMES
                   CLOSE FWD-CONTRACT-FILE
                   MOVE "N" TO FWD-CHANGED-SWITCH
               END-IF
           END-IF.

       REFRESH-CONTRACT-TABLE.
           OPEN INPUT FWD-CONTRACT-FILE
           IF FXK-FWD-STATUS = "00"
               PERFORM REFRESH-CONTRACT-RECORD
                   UNTIL FXK-FWD-STATUS NOT = "00"
                       OR FWD-TABLE-OVERFLOW
               CLOSE FWD-CONTRACT-FILE
           END-IF.

       REFRESH-CONTRACT-RECORD.
           READ FWD-CONTRACT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM CONVERT-OLD-CONTRACT
                   MOVE 0 TO FXK-FWD-STORE
                   MOVE 0 TO FXK-FWD-SUB
                   PERFORM REFRESH-CONTRACT-SCAN FXK-FWD-COUNT TIMES
                   IF FXK-FWD-STORE = 0
                       IF FXK-FWD-COUNT = 500
                           SET FWD-TABLE-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO FXK-FWD-COUNT
                           MOVE FXK-FWD-COUNT TO FXK-FWD-STORE
                           MOVE 0 TO FWT-DRAWN (FXK-FWD-STORE)
                       END-IF
                   END-IF
                   IF FXK-FWD-STORE > 0
                       PERFORM STORE-CONTRACT-ENTRY
                       ADD FWT-DRAWN (FXK-FWD-STORE)
                           TO FWT-USED (FXK-FWD-STORE)
                       IF FWT-USED (FXK-FWD-STORE) >
                          FWT-NOTIONAL (FXK-FWD-STORE)
                           MOVE FWT-NOTIONAL (FXK-FWD-STORE)
                               TO FWT-USED (FXK-FWD-STORE)
                       END-IF
                   END-IF
           END-READ.

       REFRESH-CONTRACT-SCAN.
           ADD 1 TO FXK-FWD-SUB
           IF FWT-CONTRACT-NO (FXK-FWD-SUB) = FC-CONTRACT-NO
               MOVE FXK-FWD-SUB TO FXK-FWD-STORE
           END-IF.

       SAVE-CONTRACT-RECORD.
           ADD 1 TO FXK-FWD-SUB
           MOVE FWT-CONTRACT-NO (FXK-FWD-SUB) TO FC-CONTRACT-NO
           MOVE FWT-CUSTOMER (FXK-FWD-SUB)    TO FC-CUSTOMER
           MOVE FWT-CURRENCY (FXK-FWD-SUB)    TO FC-CURRENCY
           MOVE FWT-RATE (FXK-FWD-SUB)        TO FC-RATE
           MOVE FWT-NOTIONAL (FXK-FWD-SUB)    TO FC-NOTIONAL
           MOVE FWT-USED (FXK-FWD-SUB)        TO FC-USED
           MOVE FWT-START-DATE (FXK-FWD-SUB)  TO FC-START-DATE
           MOVE FWT-END-DATE (FXK-FWD-SUB)    TO FC-END-DATE
           MOVE FWT-STATUS (FXK-FWD-SUB)      TO FC-STATUS
           WRITE FWD-CONTRACT-RECORD
           MOVE 0 TO FWT-DRAWN (FXK-FWD-SUB).

       SHOW-CONTRACT-USAGE.
           IF FXK-FWD-USE-COUNT > 0
               DISPLAY FXK-FWD-USE-COUNT " NOTA(S) CONVERTIDA(S) PELA"
                   " TAXA DE CONTRATO A TERMO"
           END-IF
           IF FXK-FWD-REJ-COUNT > 0
               DISPLAY FXK-FWD-REJ-COUNT " NOTA(S) COM CONTRATO"
                   " INFORMADO INVALIDO - CONVERTIDA(S) PELA COTACAO"
                   " DO DIA"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Cotacao de venda informada na nota convertida (FI-QUOTE-NO):
      *procurada primeiro nas marcas ainda nao gravadas deste lote e
      *depois no QUOTEREG. Cotacao aberta do mesmo cliente e moeda
      *fica marcada; vencida antes da data do movimento tambem, com
      *aviso. Ja faturada pela propria nota (reenvio, restart) passa
      *sem aviso. Nao cadastrada, de outro cliente, em outra moeda
      *ou faturada por outra nota so gera o aviso.
      *----------------------------------------------------------------
       CHECK-INVOICE-QUOTE.
           MOVE SPACES TO FXK-QTE-REASON
           SET QTE-NO-MARK TO TRUE
           MOVE 0 TO FXK-QTP-HIT
           MOVE 0 TO FXK-QTP-SUB
           PERFORM FIND-PENDING-QUOTE FXK-QTP-COUNT TIMES
           IF FXK-QTP-HIT > 0
               IF QTP-INVOICE-NO (FXK-QTP-HIT) NOT = FXK-INVOICE-NO
                   STRING "JA FATURADA NA NOTA " DELIMITED BY SIZE
                          QTP-INVOICE-NO (FXK-QTP-HIT)
                              DELIMITED BY SIZE
                          INTO FXK-QTE-REASON
               END-IF
           ELSE
               PERFORM LOOKUP-QUOTE-REGISTER
               EVALUATE TRUE
                   WHEN QTE-NOT-FOUND
                       MOVE "NAO CADASTRADA" TO FXK-QTE-REASON
                   WHEN QR-CUSTOMER NOT = FXK-CUSTOMER
                       MOVE "DE OUTRO CLIENTE" TO FXK-QTE-REASON
                   WHEN QR-CURRENCY NOT = FXK-CURRENCY-CODE
                       MOVE "EM OUTRA MOEDA" TO FXK-QTE-REASON
                   WHEN QR-INVOICED AND
                        QR-INVOICE-NO NOT = FXK-INVOICE-NO
                       STRING "JA FATURADA NA NOTA " DELIMITED BY SIZE
                              QR-INVOICE-NO DELIMITED BY SIZE
                              INTO FXK-QTE-REASON
                   WHEN QR-INVOICED
                       CONTINUE
                   WHEN QR-VALID-UNTIL NOT = SPACES AND
                        QR-VALID-UNTIL < FXK-RUN-DATE
                       STRING "VENCIDA EM " DELIMITED BY SIZE
                              QR-VALID-UNTIL DELIMITED BY SIZE
                              INTO FXK-QTE-REASON
                       SET QTE-MARK TO TRUE
                   WHEN OTHER
                       SET QTE-MARK TO TRUE
               END-EVALUATE
           END-IF
           IF QTE-MARK
               PERFORM ADD-PENDING-QUOTE
           END-IF
           IF FXK-QTE-REASON NOT = SPACES
               ADD 1 TO FXK-QTE-WARN-COUNT
               DISPLAY "COTACAO " FI-QUOTE-NO " " FXK-QTE-REASON
                   " - NOTA " FXK-INVOICE-NO
               MOVE FI-QUOTE-NO    TO QNL-QUOTE-NO
               MOVE FXK-INVOICE-NO TO QNL-INVOICE-NO
               MOVE FXK-QTE-REASON TO QNL-REASON
               WRITE FX-INVOICE-RPT-RECORD FROM QUOTE-NOTE-LINE
           END-IF.

       FIND-PENDING-QUOTE.
           ADD 1 TO FXK-QTP-SUB
           IF QTP-QUOTE-NO (FXK-QTP-SUB) = FI-QUOTE-NO
               MOVE FXK-QTP-SUB TO FXK-QTP-HIT
           END-IF.

       LOOKUP-QUOTE-REGISTER.
           SET QTE-NOT-FOUND TO TRUE
           OPEN INPUT QUOTE-REG-FILE
           IF FXK-QTE-STATUS = "00"
               PERFORM READ-QUOTE-REGISTER
                   UNTIL FXK-QTE-STATUS NOT = "00" OR QTE-FOUND
               CLOSE QUOTE-REG-FILE
           END-IF.

       READ-QUOTE-REGISTER.
           READ QUOTE-REG-FILE INTO QUOTE-REG-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF QR-QUOTE-NO = FI-QUOTE-NO
                       SET QTE-FOUND TO TRUE
                   END-IF
           END-READ.

      *Tabela de marcas cheia: grava as pendentes antes de anotar a
      *nova.
       ADD-PENDING-QUOTE.
           IF FXK-QTP-COUNT = 50
               PERFORM SAVE-QUOTE-MARKS
           END-IF
           ADD 1 TO FXK-QTP-COUNT
           MOVE FI-QUOTE-NO    TO QTP-QUOTE-NO (FXK-QTP-COUNT)
           MOVE FXK-INVOICE-NO TO QTP-INVOICE-NO (FXK-QTP-COUNT)
           ADD 1 TO FXK-QTE-MARK-COUNT.

      *----------------------------------------------------------------
      *Gravacao das marcas: o QUOTEREG e copiado para QUOTEWRK com as
      *cotacoes pendentes marcadas faturadas e copiado de volta, sem
      *tabela do registro inteiro em memoria. Cotacao que outra nota
      *ja faturou no disco nao e remarcada.
      *----------------------------------------------------------------
       SAVE-QUOTE-MARKS.
           IF FXK-QTP-COUNT > 0
               OPEN INPUT QUOTE-REG-FILE
               IF FXK-QTE-STATUS = "00"
                   OPEN OUTPUT QUOTE-WORK-FILE
                   PERFORM COPY-QUOTE-TO-WORK
                       UNTIL FXK-QTE-STATUS NOT = "00"
                   CLOSE QUOTE-REG-FILE
                   CLOSE QUOTE-WORK-FILE
                   OPEN INPUT QUOTE-WORK-FILE
                   OPEN OUTPUT QUOTE-REG-FILE
                   PERFORM COPY-QUOTE-FROM-WORK
                       UNTIL FXK-QWK-STATUS NOT = "00"
                   CLOSE QUOTE-WORK-FILE
                   CLOSE QUOTE-REG-FILE
               END-IF
               MOVE 0 TO FXK-QTP-COUNT
           END-IF.

       COPY-QUOTE-TO-WORK.
           READ QUOTE-REG-FILE INTO QUOTE-REG-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 0 TO FXK-QTP-HIT
                   MOVE 0 TO FXK-QTP-SUB
                   PERFORM FIND-QUOTE-MARK FXK-QTP-COUNT TIMES
                   IF FXK-QTP-HIT > 0 AND NOT QR-INVOICED
                       SET QR-INVOICED TO TRUE
                       MOVE QTP-INVOICE-NO (FXK-QTP-HIT)
                           TO QR-INVOICE-NO
                   END-IF
                   WRITE QUOTE-WORK-RECORD FROM QUOTE-REG-RECORD
           END-READ.

       FIND-QUOTE-MARK.
           ADD 1 TO FXK-QTP-SUB
           IF QTP-QUOTE-NO (FXK-QTP-SUB) = QR-QUOTE-NO
               MOVE FXK-QTP-SUB TO FXK-QTP-HIT
           END-IF.

       COPY-QUOTE-FROM-WORK.
           READ QUOTE-WORK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   WRITE QUOTE-REG-FILE-RECORD FROM QUOTE-WORK-RECORD
           END-READ.

       SHOW-QUOTE-USAGE.
           IF FXK-QTE-MARK-COUNT > 0
               DISPLAY FXK-QTE-MARK-COUNT " COTACAO(OES) MARCADA(S)"
                   " FATURADA(S) NO QUOTEREG"
           END-IF
           IF FXK-QTE-WARN-COUNT > 0
               DISPLAY FXK-QTE-WARN-COUNT " NOTA(S) COM COTACAO"
                   " INFORMADA COM AVISO - VER FXINVRPT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Favorecidos (BENFMAST, mantido por C03BNMNT): carregados uma
      *vez por lote de remessa para montar o arquivo de pagamento.
      *----------------------------------------------------------------
       LOAD-BENEFICIARY-TABLE.
           MOVE 0 TO FXK-BEN-COUNT
           OPEN INPUT BENF-MAST-FILE
           IF FXK-BEN-STATUS = "00"
               PERFORM READ-BENEFICIARY-RECORD
                   UNTIL FXK-BEN-STATUS NOT = "00"
                       OR BEN-TABLE-OVERFLOW
               CLOSE BENF-MAST-FILE
           ELSE
               DISPLAY "BENFMAST NAO ENCONTRADO - TODAS AS REMESSAS"
                   " VAO PARA A LISTA DE EXCECOES DE PAGAMENTO"
           END-IF.

       READ-BENEFICIARY-RECORD.
           READ BENF-MAST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FXK-BEN-COUNT = 500
                       SET BEN-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO FXK-BEN-COUNT
                       MOVE BN-SUPPLIER  TO BNT-SUPPLIER (FXK-BEN-COUNT)
                       MOVE BN-NAME      TO BNT-NAME (FXK-BEN-COUNT)
                       MOVE BN-BANK-NAME
                           TO BNT-BANK-NAME (FXK-BEN-COUNT)
                       MOVE BN-BANK-CODE
                           TO BNT-BANK-CODE (FXK-BEN-COUNT)
                       MOVE BN-ACCOUNT   TO BNT-ACCOUNT (FXK-BEN-COUNT)
                       MOVE BN-SWIFT     TO BNT-SWIFT (FXK-BEN-COUNT)
                       MOVE BN-IBAN      TO BNT-IBAN (FXK-BEN-COUNT)
                       MOVE BN-CURRENCY  TO BNT-CURRENCY (FXK-BEN-COUNT)
                       MOVE BN-STATUS    TO BNT-STATUS (FXK-BEN-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Arquivo de trabalho das instrucoes do run (BANKPAYW): no
      *restart por checkpoint e reaberto EXTEND, como o FXINVRPT, e
      *o arquivo do banco so e montado a partir dele no fim do lote.
      *----------------------------------------------------------------
       OPEN-PAYMENT-WORK.
           IF CKPT-SKIP-COUNT > 0
               OPEN EXTEND PAY-WORK-FILE
               IF FXK-PAYW-STATUS = "35"
                   OPEN OUTPUT PAY-WORK-FILE
               END-IF
           ELSE
               OPEN OUTPUT PAY-WORK-FILE
           END-IF.

      *----------------------------------------------------------------
      *Uma remessa convertida: vira instrucao (tipo D) quando o
      *fornecedor tem favorecido ativo com conta na moeda da remessa;
      *senao fica retida (tipo X) com o motivo - NOBEN sem
      *favorecido ativo, CCY moeda diferente da conta, AMT valor
      *zerado ou negativo.
      *----------------------------------------------------------------
       WRITE-PAYMENT-WORK.
           MOVE SPACES TO PAY-DETAIL-RECORD
           MOVE FXK-READ-COUNT    TO PAY-D-REC-NO
           MOVE FXK-INVOICE-NO    TO PAY-D-INVOICE-NO
           MOVE FXK-CUSTOMER      TO PAY-D-SUPPLIER
           MOVE FXK-CURRENCY-CODE TO PAY-D-CURRENCY
           MOVE FXK-RUN-DATE      TO PAY-D-VALUE-DATE
           IF VALOR-EM-DOLAR < 0
               COMPUTE PAY-D-AMOUNT = 0 - VALOR-EM-DOLAR
           ELSE
               MOVE VALOR-EM-DOLAR TO PAY-D-AMOUNT
           END-IF
           SET BEN-NOT-FOUND TO TRUE
           SET BEN-IDX TO 1
           SEARCH BENF-ENTRY
               AT END
                   CONTINUE
               WHEN BNT-SUPPLIER (BEN-IDX) = FXK-CUSTOMER
                   SET BEN-FOUND TO TRUE
                   MOVE BNT-NAME (BEN-IDX)      TO PAY-D-BEN-NAME
                   MOVE BNT-BANK-NAME (BEN-IDX) TO PAY-D-BANK-NAME
                   MOVE BNT-BANK-CODE (BEN-IDX) TO PAY-D-BANK-CODE
                   MOVE BNT-ACCOUNT (BEN-IDX)   TO PAY-D-ACCOUNT
                   MOVE BNT-SWIFT (BEN-IDX)     TO PAY-D-SWIFT
                   MOVE BNT-IBAN (BEN-IDX)      TO PAY-D-IBAN
           END-SEARCH
           EVALUATE TRUE
               WHEN BEN-NOT-FOUND
                   MOVE "NOBEN" TO PAY-D-REASON
               WHEN BNT-STATUS (BEN-IDX) NOT = "A"
                   MOVE "NOBEN" TO PAY-D-REASON
               WHEN BNT-CURRENCY (BEN-IDX) NOT = FXK-CURRENCY-CODE
                   MOVE "CCY"   TO PAY-D-REASON
               WHEN VALOR-EM-DOLAR NOT > 0
                   MOVE "AMT"   TO PAY-D-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF PAY-D-REASON = SPACES
               SET PAY-D-INSTRUCTION TO TRUE
           ELSE
               SET PAY-D-HELD TO TRUE
           END-IF
           WRITE PAY-WORK-RECORD FROM PAY-DETAIL-RECORD.

      *----------------------------------------------------------------
      *Fim do lote de remessa: monta o arquivo do banco (BANKPAY,
      *header, instrucoes e trailer com quantidade e total) e a
      *lista de remessas retidas (PAYEXC) a partir do arquivo de
      *trabalho. Registro com numero nao maior que o ultimo ja
      *copiado e sobra de um run interrompido depois do checkpoint
      *e nao e copiado de novo - uma remessa nunca sai em dobro.
      *----------------------------------------------------------------
       BUILD-PAYMENT-FILE.
           MOVE 0 TO FXK-PAY-LAST-REC
           MOVE 0 TO FXK-PAY-COUNT
           MOVE 0 TO FXK-PAY-TOTAL
           MOVE 0 TO FXK-HELD-COUNT
           MOVE "N" TO PAY-EOF-SWITCH
           OPEN INPUT PAY-WORK-FILE
           IF FXK-PAYW-STATUS NOT = "00"
               DISPLAY "BANKPAYW NAO PODE SER LIDO - STATUS "
                   FXK-PAYW-STATUS "; ARQUIVO DE PAGAMENTO NAO GERADO"
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT BANK-PAY-FILE
               OPEN OUTPUT PAY-EXC-FILE
               ACCEPT HORA FROM TIME
               MOVE "C03EX03K"    TO PAY-H-PROGRAM
               MOVE HOJE          TO PAY-H-CREATE-DATE
               MOVE HORA (1:6)    TO PAY-H-CREATE-TIME
               MOVE FXK-RUN-DATE  TO PAY-H-VALUE-DATE
               MOVE FXK-SEQ-NO    TO PAY-H-RUN-SEQ
               WRITE BANK-PAY-RECORD FROM PAY-HEADER-RECORD
               MOVE "C03EX03K"    TO RPT-HDR-PROGRAM
               MOVE FXK-RUN-DATE  TO RPT-HDR-RUN-DATE
               MOVE FXK-SEQ-NO    TO RPT-HDR-SEQ-NO
               WRITE PAY-EXC-RECORD FROM RPT-HEADER-LINE
               WRITE PAY-EXC-RECORD FROM PAY-EXC-TITLE-LINE
               WRITE PAY-EXC-RECORD FROM PAY-EXC-COLS-LINE
               MOVE 3 TO FXK-PAYX-LINES
               PERFORM COPY-PAYMENT-WORK UNTIL PAY-EOF
               CLOSE PAY-WORK-FILE
               MOVE FXK-PAY-COUNT TO PAY-T-COUNT
               MOVE FXK-PAY-TOTAL TO PAY-T-AMOUNT
               WRITE BANK-PAY-RECORD FROM PAY-TRAILER-RECORD
               CLOSE BANK-PAY-FILE
               MOVE "C03EX03K"     TO RPT-TRL-PROGRAM
               MOVE FXK-RUN-DATE   TO RPT-TRL-RUN-DATE
               MOVE FXK-PAYX-LINES TO RPT-TRL-REC-COUNT
               MOVE "NONE    "     TO RPT-TRL-CTL-STATUS
               WRITE PAY-EXC-RECORD FROM RPT-TRAILER-LINE
               CLOSE PAY-EXC-FILE
               DISPLAY FXK-PAY-COUNT " INSTRUCAO(OES) DE PAGAMENTO"
                   " GRAVADA(S) EM BANKPAY"
               IF FXK-HELD-COUNT > 0
                   DISPLAY FXK-HELD-COUNT " REMESSA(S) RETIDA(S) -"
                       " VER PAYEXC"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       COPY-PAYMENT-WORK.
           READ PAY-WORK-FILE INTO PAY-DETAIL-RECORD
               AT END
                   SET PAY-EOF TO TRUE
               NOT AT END
                   IF PAY-D-REC-NO > FXK-PAY-LAST-REC
                       MOVE PAY-D-REC-NO TO FXK-PAY-LAST-REC
                       IF PAY-D-INSTRUCTION
                           WRITE BANK-PAY-RECORD
                               FROM PAY-DETAIL-RECORD
                           ADD 1 TO FXK-PAY-COUNT
                           ADD PAY-D-AMOUNT TO FXK-PAY-TOTAL
                       ELSE
                           PERFORM WRITE-PAYMENT-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

       WRITE-PAYMENT-EXCEPTION.
           MOVE PAY-D-INVOICE-NO TO PXL-INVOICE-NO
           MOVE PAY-D-SUPPLIER   TO PXL-SUPPLIER
           MOVE PAY-D-CURRENCY   TO PXL-CURRENCY
           MOVE PAY-D-AMOUNT     TO PXL-AMOUNT
           MOVE SPACES           TO PXL-ACCT-CURRENCY
           SET BEN-IDX TO 1
           SEARCH BENF-ENTRY
               AT END
                   CONTINUE
               WHEN BNT-SUPPLIER (BEN-IDX) = PAY-D-SUPPLIER
                   MOVE BNT-CURRENCY (BEN-IDX) TO PXL-ACCT-CURRENCY
           END-SEARCH
           MOVE PAY-D-REASON     TO PXL-REASON
           EVALUATE PAY-D-REASON
               WHEN "NOBEN"
                   MOVE "NO ACTIVE BENEFICIARY RECORD"
                       TO PXL-REASON-TEXT
               WHEN "CCY"
                   MOVE "CURRENCY DIFFERS FROM ACCOUNT"
                       TO PXL-REASON-TEXT
               WHEN OTHER
                   MOVE "ZERO OR NEGATIVE AMOUNT" TO PXL-REASON-TEXT
           END-EVALUATE
           WRITE PAY-EXC-RECORD FROM PAY-EXC-LINE
           ADD 1 TO FXK-PAYX-LINES
           ADD 1 TO FXK-HELD-COUNT.

      *----------------------------------------------------------------
      *Checagem de credito do lote de entrada: cadastro CUSTMAST
      *(limite e bloqueio) e a exposicao do mes, o total em Real ja
      *convertido por cliente no mes do movimento segundo FXAUDIT.
      *Sem CUSTMAST no disco a checagem fica desligada, com aviso.
      *----------------------------------------------------------------
       LOAD-CREDIT-TABLES.
           MOVE "N" TO CRD-CHECK-SWITCH
           MOVE 0 TO CRD-COUNT
           MOVE 0 TO CRO-COUNT
           OPEN INPUT CUST-MAST-FILE
           IF FXK-CUS-STATUS NOT = "00"
               DISPLAY "CUSTMAST NAO ENCONTRADO - LOTE SEGUE SEM"
                   " CHECAGEM DE CREDITO"
           ELSE
               SET CRD-CHECK-ACTIVE TO TRUE
               MOVE "N" TO CRD-EOF-SWITCH
               PERFORM READ-CREDIT-CUSTOMER
                   UNTIL CRD-EOF OR CRD-TABLE-OVERFLOW
               CLOSE CUST-MAST-FILE
           END-IF
           IF CRD-CHECK-ACTIVE AND NOT CRD-TABLE-OVERFLOW
               OPEN INPUT CR-HOLD-FILE
               IF FXK-HOLD-STATUS = "00"
                   MOVE "N" TO CRD-EOF-SWITCH
                   PERFORM READ-CREDIT-OVERRIDE
                       UNTIL CRD-EOF OR CRD-TABLE-OVERFLOW
                   CLOSE CR-HOLD-FILE
               END-IF
           END-IF
           IF CRD-CHECK-ACTIVE AND NOT CRD-TABLE-OVERFLOW
               OPEN INPUT FX-AUDIT-FILE
               IF FX-AUDIT-STATUS = "00"
                   MOVE "N" TO CRD-EOF-SWITCH
                   PERFORM READ-CREDIT-EXPOSURE UNTIL CRD-EOF
                   CLOSE FX-AUDIT-FILE
               END-IF
           END-IF.

       READ-CREDIT-CUSTOMER.
           READ CUST-MAST-FILE
               AT END
                   SET CRD-EOF TO TRUE
               NOT AT END
                   IF CRD-COUNT = 500
                       SET CRD-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO CRD-COUNT
                       MOVE CU-CODE TO CRT-CUSTOMER (CRD-COUNT)
                       IF CU-CREDIT-LIMIT NUMERIC
                           MOVE CU-CREDIT-LIMIT
                               TO CRT-LIMIT (CRD-COUNT)
                       ELSE
                           MOVE 0 TO CRT-LIMIT (CRD-COUNT)
                       END-IF
                       MOVE CU-BLOCK-FLAG
                           TO CRT-BLOCK-FLAG (CRD-COUNT)
                       MOVE 0 TO CRT-EXPOSURE (CRD-COUNT)
                   END-IF
           END-READ.

       READ-CREDIT-OVERRIDE.
           READ CR-HOLD-FILE INTO REJ-RECORD
               AT END
                   SET CRD-EOF TO TRUE
               NOT AT END
                   IF REJ-PROGRAM = "C03EX03K" AND REJ-RELEASED
                       IF CRO-COUNT = 500
                           SET CRD-TABLE-OVERFLOW TO TRUE
                       ELSE
                           MOVE REJ-INPUT-DATA TO CRD-HOLD-IMAGE
                           ADD 1 TO CRO-COUNT
                           MOVE CHI-INVOICE-NO
                               TO CRO-INVOICE-NO (CRO-COUNT)
                           MOVE CHI-CUSTOMER
                               TO CRO-CUSTOMER (CRO-COUNT)
                           MOVE REJ-RUN-DATE
                               TO CRO-HOLD-DATE (CRO-COUNT)
                           MOVE "N" TO CRO-USED (CRO-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Cada conversao de entrada do mes soma na exposicao do
      *cliente. Uma liberacao ja consumida (a nota aparece
      *convertida na trilha a partir da data da retencao) nao vale
      *de novo.
      *----------------------------------------------------------------
       READ-CREDIT-EXPOSURE.
           READ FX-AUDIT-FILE
               AT END
                   SET CRD-EOF TO TRUE
               NOT AT END
                   IF FA-DIRECTION NOT = "2" AND
                      FA-CURRENCY NOT = "RND" AND
                      FA-INVOICE-NO NOT = "ROUNDING" AND
                      FA-INVOICE-NO NOT = "MANUALQT" AND
                      FA-INVOICE-NO NOT = "FORCEDUP" AND
                      FA-VALOR-REAL NUMERIC
                       IF FA-TIMESTAMP (1:6) = FXK-RUN-DATE (1:6)
                           SET CRD-IDX TO 1
                           SEARCH CRD-ENTRY
                               AT END
                                   CONTINUE
                               WHEN CRT-CUSTOMER (CRD-IDX) =
                                    FA-CUSTOMER
                                   ADD FA-VALOR-REAL
                                       TO CRT-EXPOSURE (CRD-IDX)
                           END-SEARCH
                       END-IF
                       SET CRO-IDX TO 1
                       SEARCH CRO-ENTRY
                           AT END
                               CONTINUE
                           WHEN CRO-INVOICE-NO (CRO-IDX) =
                                FA-INVOICE-NO AND
                                CRO-CUSTOMER (CRO-IDX) = FA-CUSTOMER
                                AND CRO-USED (CRO-IDX) = "N" AND
                                FA-TIMESTAMP (1:8) NOT <
                                CRO-HOLD-DATE (CRO-IDX)
                               MOVE "Y" TO CRO-USED (CRO-IDX)
                       END-SEARCH
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Antes da cotacao: nota liberada pelo supervisor passa direto
      *(nem o limite e conferido, mas a exposicao soma);
      *cliente fora do cadastro (NOCUS) ou bloqueado (BLOCK) retem.
      *----------------------------------------------------------------
       CHECK-CREDIT-STATUS.
           MOVE 0 TO CRD-HIT
           MOVE "N" TO CRD-RELEASED-SWITCH
           SET CRD-IDX TO 1
           SEARCH CRD-ENTRY
               AT END
                   CONTINUE
               WHEN CRT-CUSTOMER (CRD-IDX) = FI-CUSTOMER
                   SET CRD-HIT TO CRD-IDX
           END-SEARCH
           SET CRO-IDX TO 1
           SEARCH CRO-ENTRY
               AT END
                   IF CRD-HIT = 0
                       MOVE "NOCUS" TO CRD-REASON
                       SET CRD-INVOICE-HELD TO TRUE
                   ELSE
                       IF CRT-BLOCK-FLAG (CRD-HIT) = "B"
                           MOVE "BLOCK" TO CRD-REASON
                           SET CRD-INVOICE-HELD TO TRUE
                       END-IF
                   END-IF
               WHEN CRO-INVOICE-NO (CRO-IDX) = FI-INVOICE-NO AND
                    CRO-CUSTOMER (CRO-IDX) = FI-CUSTOMER AND
                    CRO-USED (CRO-IDX) = "N"
                   MOVE "Y" TO CRO-USED (CRO-IDX)
                   ADD 1 TO CRD-OVERRIDE-USED
                   SET CRD-INVOICE-RELEASED TO TRUE
           END-SEARCH.

      *----------------------------------------------------------------
      *Com a cotacao na mao: o valor estimado em Real somado a
      *exposicao do mes nao pode passar do limite (CRLIM). Limite
      *zerado e cliente sem limite acordado.
      *----------------------------------------------------------------
       CHECK-CREDIT-LIMIT.
           IF CRD-HIT > 0 AND NOT CRD-INVOICE-RELEASED
               IF CRT-LIMIT (CRD-HIT) > 0
                   COMPUTE CRD-ESTIMATE ROUNDED =
                       FI-VALOR-DOLAR * COTACAO-DOLAR
                   IF CRT-EXPOSURE (CRD-HIT) + CRD-ESTIMATE >
                      CRT-LIMIT (CRD-HIT)
                       MOVE "CRLIM" TO CRD-REASON
                       SET CRD-INVOICE-HELD TO TRUE
                   END-IF
               END-IF
           END-IF.

       ADD-CREDIT-EXPOSURE.
           IF CRD-HIT > 0
               ADD VALOR-EM-REAL TO CRT-EXPOSURE (CRD-HIT)
           END-IF.

      *----------------------------------------------------------------
      *Nota retida: vai para a fila CRHOLD (layout REJREC, imagem de
      *FXINVOIC preservada) em vez de ser convertida, e sai listada
      *no relatorio. O valor conta no total de controle do extrato.
      *----------------------------------------------------------------
       HOLD-INVOICE.
           ADD FI-VALOR-DOLAR TO FXK-ACTUAL-TOTAL
           ADD 1 TO CRD-HOLD-COUNT
           MOVE SPACES TO REJ-RECORD
           MOVE "C03EX03K"     TO REJ-PROGRAM
           MOVE FXK-RUN-DATE   TO REJ-RUN-DATE
           MOVE FXK-READ-COUNT TO REJ-SOURCE-RECNO
           MOVE CRD-REASON     TO REJ-REASON-CODE
           SET REJ-PENDING TO TRUE
           MOVE FX-INVOICE-RECORD TO REJ-INPUT-DATA
           MOVE CUR-OPER-ID       TO REJ-OPERATOR
           WRITE CR-HOLD-RECORD FROM REJ-RECORD
           MOVE FI-VALOR-DOLAR TO INV-RPT-DOLAR
           MOVE SPACES TO INV-RPT-LINE
           STRING "NOTA: "    DELIMITED BY SIZE
                  FXK-INVOICE-NO DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  FXK-CURRENCY-CODE DELIMITED BY SIZE
                  ": "         DELIMITED BY SIZE
                  INV-RPT-DOLAR DELIMITED BY SIZE
                  "  RETIDA POR CREDITO - " DELIMITED BY SIZE
                  CRD-REASON   DELIMITED BY SIZE
                  "  CLI: "    DELIMITED BY SIZE
                  FXK-CUSTOMER DELIMITED BY SIZE
                  INTO INV-RPT-LINE
           MOVE INV-RPT-LINE TO FX-INVOICE-RPT-RECORD
           WRITE FX-INVOICE-RPT-RECORD
           ADD 1 TO FXK-RPT-COUNT.

       SHOW-CREDIT-HOLDS.
           IF CRD-OVERRIDE-USED > 0
               DISPLAY CRD-OVERRIDE-USED " NOTA(S) LIBERADA(S) PELO"
                   " SUPERVISOR CONVERTIDA(S) SEM CHECAGEM"
           END-IF
           IF CRD-HOLD-COUNT > 0
               DISPLAY CRD-HOLD-COUNT " NOTA(S) RETIDA(S) POR"
                   " CREDITO EM CRHOLD - LIBERAR EM C03CRREL"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-ROUNDING-TRAILER.
           MOVE FXK-ROUND-RULE TO RND-TL-RULE
           MOVE ROUND-DIFF-RUN TO RND-TL-DIFF
           MOVE "RND"          TO FA-CURRENCY
           MOVE 0              TO FA-VALOR-DOLAR
           MOVE 0              TO FA-COTACAO
                                      FA-COTACAO-EXATA
           MOVE ROUND-DIFF-RUN TO FA-VALOR-REAL
           MOVE "ROUNDING"     TO FA-INVOICE-NO
           MOVE CUR-OPER-ID    TO FA-OPERATOR
           MOVE FXK-DIR-SWITCH TO FA-DIRECTION
           MOVE 0              TO FA-IOF-ALIQ
           MOVE 0              TO FA-VALOR-IOF
           WRITE FX-AUDIT-RECORD.

      *----------------------------------------------------------------
           MOVE FXK-CURRENCY-CODE TO FA-CURRENCY
           MOVE 0              TO FA-VALOR-DOLAR
           MOVE COTACAO-DOLAR  TO FA-COTACAO
                                  FA-COTACAO-EXATA
           MOVE 0              TO FA-VALOR-REAL
           MOVE "MANUALQT"     TO FA-INVOICE-NO
           MOVE CUR-OPER-ID    TO FA-OPERATOR
           MOVE FXK-DIR-SWITCH TO FA-DIRECTION
           MOVE 0              TO FA-IOF-ALIQ
           MOVE 0              TO FA-VALOR-IOF
           WRITE FX-AUDIT-RECORD.

       WRITE-FORCE-AUDIT.
           MOVE SPACES         TO FA-CURRENCY
           MOVE 0              TO FA-VALOR-DOLAR
           MOVE 0              TO FA-COTACAO
                                      FA-COTACAO-EXATA
           MOVE 0              TO FA-VALOR-REAL
           MOVE "FORCEDUP"     TO FA-INVOICE-NO
           MOVE CUR-OPER-ID    TO FA-OPERATOR
           MOVE FXK-DIR-SWITCH TO FA-DIRECTION
           MOVE 0              TO FA-IOF-ALIQ
           MOVE 0              TO FA-VALOR-IOF
           WRITE FX-AUDIT-RECORD.

      *----------------------------------------------------------------
      *Cotacoes do movimento: dia util de mercado usa as do proprio
      *dia; sabado, domingo ou feriado (CALENDAR) usa as do dia util
      *anterior, que e o ultimo dia em que o banco publicou cotacao.
      *----------------------------------------------------------------
       LOAD-DAILY-RATE.
           PERFORM LOAD-CALENDAR
           MOVE FXK-RUN-DATE TO FXK-RATE-DATE
           MOVE FXK-RUN-DATE TO FXK-CAL-DATE
           PERFORM CHECK-BUSINESS-DAY
           IF FXK-NON-BUSINESS-DAY
               PERFORM PREVIOUS-BUSINESS-DAY
               MOVE FXK-CAL-DATE TO FXK-RATE-DATE
               DISPLAY "MOVIMENTO " FXK-RUN-DATE " NAO E DIA UTIL"
                   " - CONVERSAO PELAS COTACOES DE " FXK-RATE-DATE
           END-IF
           MOVE 0 TO FX-MANUAL-COUNT
           OPEN INPUT FX-RATE-FILE
           IF FX-FILE-STATUS = "00"
               SET FX-RATE-OPEN TO TRUE
           END-IF.

       LOAD-CALENDAR.
           MOVE 0 TO FXK-CAL-COUNT
           OPEN INPUT CALENDAR-FILE
           IF FXK-CAL-STATUS = "00"
               PERFORM READ-CALENDAR-RECORD
                   UNTIL FXK-CAL-STATUS NOT = "00"
                       OR FXK-CAL-OVERFLOW
               CLOSE CALENDAR-FILE
               IF FXK-CAL-OVERFLOW
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
                       IF FXK-CAL-COUNT = 2000
                           SET FXK-CAL-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO FXK-CAL-COUNT
                           MOVE CAL-DATE
                               TO FXK-CAL-T-DATE (FXK-CAL-COUNT)
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
           SET FXK-BUSINESS-DAY TO TRUE
           MOVE FXK-CAL-DATE TO ZEL-WORK-DATE
           PERFORM COMPUTE-WEEKDAY
           IF FXK-CAL-WEEKDAY > 5
               SET FXK-NON-BUSINESS-DAY TO TRUE
           ELSE
               SET FXK-CAL-IDX TO 1
               SEARCH FXK-CAL-ENTRY VARYING FXK-CAL-IDX
                   AT END
                       CONTINUE
                   WHEN FXK-CAL-T-DATE (FXK-CAL-IDX) = FXK-CAL-DATE
                       SET FXK-NON-BUSINESS-DAY TO TRUE
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      *Volta FXK-CAL-DATE ao dia util anterior (pelo menos um dia).
      *O limite de um ano so protege contra um calendario que
      *marque tudo como nao util.
      *----------------------------------------------------------------
       PREVIOUS-BUSINESS-DAY.
           MOVE 0 TO FXK-CAL-STEPS
           PERFORM STEP-BACK-ONE-DAY
           PERFORM STEP-BACK-ONE-DAY
               UNTIL FXK-BUSINESS-DAY OR FXK-CAL-STEPS > 366.

       STEP-BACK-ONE-DAY.
           ADD 1 TO FXK-CAL-STEPS
           IF FXK-CAL-DD > 1
               SUBTRACT 1 FROM FXK-CAL-DD
           ELSE
               IF FXK-CAL-MM > 1
                   SUBTRACT 1 FROM FXK-CAL-MM
               ELSE
                   MOVE 12 TO FXK-CAL-MM
                   SUBTRACT 1 FROM FXK-CAL-YYYY
               END-IF
               MOVE FXK-CAL-MM TO FXK-MONTH-SUB
               MOVE FXK-MONTH-DAYS (FXK-MONTH-SUB) TO FXK-CAL-DD
               IF FXK-CAL-MM = 2
                   DIVIDE FXK-CAL-YYYY BY 4 GIVING FXK-LEAP-WORK
                       REMAINDER FXK-LEAP-4
                   DIVIDE FXK-CAL-YYYY BY 100 GIVING FXK-LEAP-WORK
                       REMAINDER FXK-LEAP-100
                   DIVIDE FXK-CAL-YYYY BY 400 GIVING FXK-LEAP-WORK
                       REMAINDER FXK-LEAP-400
                   IF FXK-LEAP-400 = 0 OR
                      (FXK-LEAP-4 = 0 AND FXK-LEAP-100 NOT = 0)
                       MOVE 29 TO FXK-CAL-DD
                   END-IF
               END-IF
           END-IF
           PERFORM CHECK-BUSINESS-DAY.

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
           COMPUTE FXK-CAL-WEEKDAY = ZEL-H + 1.

       LOAD-CHECKPOINT.
           MOVE 0 TO CKPT-SKIP-COUNT
           OPEN INPUT FX-INVOICE-CKPT-FILE
                           MOVE CKPT-AMOUNT-TOTAL TO FXK-ACTUAL-TOTAL
                           MOVE CKPT-RPT-COUNT    TO FXK-RPT-COUNT
                           MOVE CKPT-ROUND-DIFF   TO ROUND-DIFF-RUN
                           MOVE CKPT-REAL-TOTAL   TO FXK-REAL-RUN
                           MOVE CKPT-IOF-TOTAL    TO FXK-IOF-RUN
                       END-IF
               END-READ
               CLOSE FX-INVOICE-CKPT-FILE
           MOVE FXK-ACTUAL-TOTAL TO CKPT-AMOUNT-TOTAL
           MOVE FXK-RPT-COUNT   TO CKPT-RPT-COUNT
           MOVE ROUND-DIFF-RUN  TO CKPT-ROUND-DIFF
           MOVE FXK-REAL-RUN    TO CKPT-REAL-TOTAL
           MOVE FXK-IOF-RUN     TO CKPT-IOF-TOTAL
      *Saldos dos contratos e cotacoes faturadas regravados junto
      *com o checkpoint: um restart reabate so os registros
      *posteriores a ele.
           PERFORM SAVE-CONTRACT-TABLE
           PERFORM SAVE-QUOTE-MARKS
           OPEN OUTPUT FX-INVOICE-CKPT-FILE
           WRITE FX-INVOICE-CKPT-RECORD FROM CKPT-RECORD
           CLOSE FX-INVOICE-CKPT-FILE.
           MOVE 0             TO CKPT-AMOUNT-TOTAL
           MOVE 0             TO CKPT-RPT-COUNT
           MOVE 0             TO CKPT-ROUND-DIFF
           MOVE 0             TO CKPT-REAL-TOTAL
           MOVE 0             TO CKPT-IOF-TOTAL
           OPEN OUTPUT FX-INVOICE-CKPT-FILE
           WRITE FX-INVOICE-CKPT-RECORD FROM CKPT-RECORD
           CLOSE FX-INVOICE-CKPT-FILE.
