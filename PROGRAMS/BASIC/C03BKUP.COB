       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03BKUP.
      *AUTHOR. R. MOTA.
      *
      *Backup e restauracao dos cadastros e arquivos de controle que
      *os programas regravam no lugar - FXRATE, MATLMAST, OPERMAST,
      *CUSTMAST, SENSMAST, PERSTAT, FXRNDCTL e os demais cadastros,
      *as filas e checkpoints, os ledgers *LDG e os contadores *SEQ
      *(a lista esta em BKP-SET-NAMES). As trilhas que so crescem
      *continuam com o C03ARCHV.
      *
      *Opcao 1 tira uma geracao: copia o conjunto inteiro para o
      *arquivo de backup BKUPSET (layout BKUPREC), numerado, com
      *contagem e hash total por arquivo, e grava o manifesto da
      *geracao em BKUPMAN (layout BKMANREC). Ficam as ultimas
      *BKP-KEEP-GENS geracoes em BKUPSET.
      *Opcao 2 confere uma geracao: rele de BKUPSET, recalcula
      *contagens e hashes e prova contra o manifesto.
      *Opcao 3 restaura um arquivo ou o conjunto inteiro como
      *estavam numa geracao. So supervisor (ID e PIN contra
      *OPERMAST - ou contra o OPERMAST da propria geracao, se o
      *vivo se perdeu); a geracao precisa conferir com o manifesto;
      *PERSTAT nao volta a um estado que reabra mes fechado pelo
      *C03PCLOS; e antes de sobrescrever os vivos o programa tira
      *uma geracao de seguranca deles, para a restauracao poder ser
      *desfeita. Backup, conferencia e restauracao ficam no log
      *BKUPLOG.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. Cadastro regravado errado
      *                  ou perdido so voltava na mao, de relatorio
      *                  impresso; nao havia copia dos arquivos de
      *                  controle nem como provar que uma copia
      *                  estava inteira.
      *  2026-10-15  RM  FXRATE passa a indexado (FXRTREC, cotacao
      *                  de seis casas): lido em ordem de chave e
      *                  regravado pela chave; imagem de geracao
      *                  anterior a conversao (registro plano de 15
      *                  posicoes) volta convertida.
      *  2026-10-15  RM  CHGSEQ (contador das alteracoes da fila
      *                  PENDCHG) entra no conjunto.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-RATE-KEY
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT MATL-MAST-FILE ASSIGN TO "MATLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT OPERATOR-MAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT CUST-MAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT SENS-MAST-FILE ASSIGN TO "SENSMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT PER-STAT-FILE ASSIGN TO "PERSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT FX-RND-CTL-FILE ASSIGN TO "FXRNDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT BENF-MAST-FILE ASSIGN TO "BENFMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT FWD-CT-MAST-FILE ASSIGN TO "FWDCTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT SHT-STOCK-FILE ASSIGN TO "SHTSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT WORK-ORD-FILE ASSIGN TO "WORKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT AR-ITEMS-FILE ASSIGN TO "ARITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT PEND-CHG-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT CR-HOLD-FILE ASSIGN TO "CRHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT QUOTE-NUM-FILE ASSIGN TO "QUOTENUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT TEMP-CKPT-FILE ASSIGN TO "TEMPCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT FX-INV-CKPT-FILE ASSIGN TO "FXINVCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT AREA-CKPT-FILE ASSIGN TO "QAREACKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT TEMP-LEDG-FILE ASSIGN TO "TEMPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT FX-INV-LEDG-FILE ASSIGN TO "FXINVLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT AREA-LEDG-FILE ASSIGN TO "QAREALDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT AR-CSH-LEDG-FILE ASSIGN TO "ARCSHLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT GL-POST-LOG-FILE ASSIGN TO "GLPOSTLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT TEMP-SEQ-FILE ASSIGN TO "TEMPSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT FX-INV-SEQ-FILE ASSIGN TO "FXINVSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT AREA-SEQ-FILE ASSIGN TO "QAREASEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT ALERT-SEQ-FILE ASSIGN TO "ALERTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT AR-AGE-SEQ-FILE ASSIGN TO "ARAGESEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT AR-CSH-SEQ-FILE ASSIGN TO "ARCSHSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT C-STMT-SEQ-FILE ASSIGN TO "CSTMTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT DW-ACK-SEQ-FILE ASSIGN TO "DWAKSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT DW-GEN-SEQ-FILE ASSIGN TO "DWGENSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT EOD-SM-SEQ-FILE ASSIGN TO "EODSMSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT EOD-VA-SEQ-FILE ASSIGN TO "EODVASEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT FWD-RP-SEQ-FILE ASSIGN TO "FWDRPSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT FX-LD-SEQ-FILE ASSIGN TO "FXLDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT FX-SUM-SEQ-FILE ASSIGN TO "FXSUMSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT GL-JNL-SEQ-FILE ASSIGN TO "GLJNLSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT H-AUD-SEQ-FILE ASSIGN TO "HAUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT IOF-RP-SEQ-FILE ASSIGN TO "IOFRPSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT OP-ACT-SEQ-FILE ASSIGN TO "OPACTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT P-CLOS-SEQ-FILE ASSIGN TO "PCLOSSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT QUOTE-SEQ-FILE ASSIGN TO "QUOTESEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT SN-EXC-SEQ-FILE ASSIGN TO "SNEXCSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT STK-RP-SEQ-FILE ASSIGN TO "STKRPSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT WO-RPT-SEQ-FILE ASSIGN TO "WORPTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT CHG-SEQ-FILE ASSIGN TO "CHGSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LIVE-STATUS.
           SELECT BKUP-SET-FILE ASSIGN TO "BKUPSET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-SET-STATUS.
           SELECT BKUP-WORK-FILE ASSIGN TO "BKUPWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-WORK-STATUS.
           SELECT BKUP-MAN-FILE ASSIGN TO "BKUPMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-MAN-STATUS.
           SELECT BKUP-LOG-FILE ASSIGN TO "BKUPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-LOG-STATUS.
           SELECT PCL-REG-FILE ASSIGN TO "PCLOSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKP-PCL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-RATE-FILE.
           COPY "FXRTREC.CPY".
       FD  MATL-MAST-FILE.
       01  MATL-MAST-RECORD        PIC X(256).
       FD  OPERATOR-MAST-FILE.
       01  OPERATOR-MAST-RECORD    PIC X(256).
       FD  CUST-MAST-FILE.
       01  CUST-MAST-RECORD        PIC X(256).
       FD  SENS-MAST-FILE.
       01  SENS-MAST-RECORD        PIC X(256).
       FD  PER-STAT-FILE.
       01  PER-STAT-RECORD         PIC X(256).
       FD  FX-RND-CTL-FILE.
       01  FX-RND-CTL-RECORD       PIC X(256).
       FD  BENF-MAST-FILE.
       01  BENF-MAST-RECORD        PIC X(256).
       FD  FWD-CT-MAST-FILE.
       01  FWD-CT-MAST-RECORD      PIC X(256).
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD         PIC X(256).
       FD  SHT-STOCK-FILE.
       01  SHT-STOCK-RECORD        PIC X(256).
       FD  WORK-ORD-FILE.
       01  WORK-ORD-RECORD         PIC X(256).
       FD  AR-ITEMS-FILE.
       01  AR-ITEMS-RECORD         PIC X(256).
       FD  PEND-CHG-FILE.
       01  PEND-CHG-RECORD         PIC X(256).
       FD  CR-HOLD-FILE.
       01  CR-HOLD-RECORD          PIC X(256).
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-RECORD        PIC X(256).
       FD  QUOTE-NUM-FILE.
       01  QUOTE-NUM-RECORD        PIC X(256).
       FD  TEMP-CKPT-FILE.
       01  TEMP-CKPT-RECORD        PIC X(256).
       FD  FX-INV-CKPT-FILE.
       01  FX-INV-CKPT-RECORD      PIC X(256).
       FD  AREA-CKPT-FILE.
       01  AREA-CKPT-RECORD        PIC X(256).
       FD  TEMP-LEDG-FILE.
       01  TEMP-LEDG-RECORD        PIC X(256).
       FD  FX-INV-LEDG-FILE.
       01  FX-INV-LEDG-RECORD      PIC X(256).
       FD  AREA-LEDG-FILE.
       01  AREA-LEDG-RECORD        PIC X(256).
       FD  AR-CSH-LEDG-FILE.
       01  AR-CSH-LEDG-RECORD      PIC X(256).
       FD  GL-POST-LOG-FILE.
       01  GL-POST-LOG-RECORD      PIC X(256).
       FD  TEMP-SEQ-FILE.
       01  TEMP-SEQ-RECORD         PIC X(256).
       FD  FX-INV-SEQ-FILE.
       01  FX-INV-SEQ-RECORD       PIC X(256).
       FD  AREA-SEQ-FILE.
       01  AREA-SEQ-RECORD         PIC X(256).
       FD  ALERT-SEQ-FILE.
       01  ALERT-SEQ-RECORD        PIC X(256).
       FD  AR-AGE-SEQ-FILE.
       01  AR-AGE-SEQ-RECORD       PIC X(256).
       FD  AR-CSH-SEQ-FILE.
       01  AR-CSH-SEQ-RECORD       PIC X(256).
       FD  C-STMT-SEQ-FILE.
       01  C-STMT-SEQ-RECORD       PIC X(256).
       FD  DW-ACK-SEQ-FILE.
       01  DW-ACK-SEQ-RECORD       PIC X(256).
       FD  DW-GEN-SEQ-FILE.
       01  DW-GEN-SEQ-RECORD       PIC X(256).
       FD  EOD-SM-SEQ-FILE.
       01  EOD-SM-SEQ-RECORD       PIC X(256).
       FD  EOD-VA-SEQ-FILE.
       01  EOD-VA-SEQ-RECORD       PIC X(256).
       FD  FWD-RP-SEQ-FILE.
       01  FWD-RP-SEQ-RECORD       PIC X(256).
       FD  FX-LD-SEQ-FILE.
       01  FX-LD-SEQ-RECORD        PIC X(256).
       FD  FX-SUM-SEQ-FILE.
       01  FX-SUM-SEQ-RECORD       PIC X(256).
       FD  GL-JNL-SEQ-FILE.
       01  GL-JNL-SEQ-RECORD       PIC X(256).
       FD  H-AUD-SEQ-FILE.
       01  H-AUD-SEQ-RECORD        PIC X(256).
       FD  IOF-RP-SEQ-FILE.
       01  IOF-RP-SEQ-RECORD       PIC X(256).
       FD  OP-ACT-SEQ-FILE.
       01  OP-ACT-SEQ-RECORD       PIC X(256).
       FD  P-CLOS-SEQ-FILE.
       01  P-CLOS-SEQ-RECORD       PIC X(256).
       FD  QUOTE-SEQ-FILE.
       01  QUOTE-SEQ-RECORD        PIC X(256).
       FD  SN-EXC-SEQ-FILE.
       01  SN-EXC-SEQ-RECORD       PIC X(256).
       FD  STK-RP-SEQ-FILE.
       01  STK-RP-SEQ-RECORD       PIC X(256).
       FD  WO-RPT-SEQ-FILE.
       01  WO-RPT-SEQ-RECORD       PIC X(256).
       FD  CHG-SEQ-FILE.
       01  CHG-SEQ-RECORD          PIC X(256).
       FD  BKUP-SET-FILE.
       01  BKUP-SET-RECORD         PIC X(274).
       FD  BKUP-WORK-FILE.
       01  BKUP-WORK-RECORD        PIC X(274).
       FD  BKUP-MAN-FILE.
       01  BKUP-MAN-RECORD         PIC X(69).
       FD  BKUP-LOG-FILE.
       01  BKUP-LOG-RECORD.
           05  BL-TIMESTAMP        PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BL-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BL-ACTION           PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BL-GENERATION       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BL-FILE-NAME        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BL-REC-COUNT        PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BL-RESULT           PIC X(40).
       FD  PCL-REG-FILE.
       01  PCL-REG-RECORD          PIC X(100).

       LOCAL-STORAGE SECTION.
       77 BKP-LIVE-STATUS          PIC X(02).
       77 BKP-SET-STATUS           PIC X(02).
       77 BKP-WORK-STATUS          PIC X(02).
       77 BKP-MAN-STATUS           PIC X(02).
       77 BKP-LOG-STATUS           PIC X(02).
       77 BKP-PCL-STATUS           PIC X(02).
       77 HOJE                     PIC X(08).
       77 HORA                     PIC X(08).
       77 BKP-OPTION               PIC X(01) VALUE SPACE.
           88  BKP-OPT-BACKUP          VALUE "1".
           88  BKP-OPT-VERIFY          VALUE "2".
           88  BKP-OPT-RESTORE         VALUE "3".
           88  BKP-OPT-EXIT            VALUE "4".
       77 BKP-RC                   PIC 9(02) VALUE 0 COMP.
      *    Tamanho do conjunto e posicao de OPERMAST e PERSTAT na
      *    tabela BKP-SET-NAMES.
       77 BKP-SET-SIZE             PIC 9(02) VALUE 49 COMP.
       77 BKP-OPERMAST-NO          PIC 9(02) VALUE 3 COMP.
       77 BKP-PERSTAT-NO           PIC 9(02) VALUE 6 COMP.
       77 BKP-KEEP-GENS            PIC 9(02) VALUE 14 COMP.
       77 BKP-FILE-NO              PIC 9(02) VALUE 0 COMP.
       77 BKP-FILE-NAME            PIC X(08) VALUE SPACES.
       77 BKP-EOF-SWITCH           PIC X(01) VALUE "N".
           88  BKP-EOF                 VALUE "Y".
       77 BKP-SET-EOF-SWITCH       PIC X(01) VALUE "N".
           88  BKP-SET-EOF             VALUE "Y".
       77 BKP-IMAGE                PIC X(256) VALUE SPACES.
      *Imagem FXRATE de geracao tirada antes da conversao para o
      *indexado: chave, cotacao de 4 posicoes e o resto em branco.
       01 BKP-FX-OLD-IMAGE.
           05  BKP-FX-OLD-KEY      PIC X(11).
           05  BKP-FX-OLD-RATE     PIC 9(02)V99.
           05  BKP-FX-OLD-REST     PIC X(07).
       77 BKP-OPERATOR             PIC X(08) VALUE SPACES.
       77 BKP-REASON               PIC X(01) VALUE SPACE.
       77 BKP-TIMESTAMP            PIC X(16) VALUE SPACES.
       77 BKP-LAST-GEN             PIC 9(06) VALUE 0 COMP.
       77 BKP-FIRST-GEN            PIC 9(06) VALUE 0 COMP.
       77 BKP-NEW-GEN              PIC 9(06) VALUE 0 COMP.
       77 BKP-PURGE-BELOW          PIC 9(06) VALUE 0 COMP.
       77 BKP-PURGED-COUNT         PIC 9(06) VALUE 0 COMP.
       77 BKP-GEN-ENTRY            PIC 9(06) VALUE 0.
       77 BKP-GEN-LISTED           PIC 9(06) VALUE 0 COMP.
       77 BKP-REC-COUNT            PIC 9(07) VALUE 0 COMP.
       77 BKP-TOTAL-COUNT          PIC 9(07) VALUE 0 COMP.
       77 BKP-FILE-HASH            PIC 9(15) VALUE 0 COMP.
       77 BKP-TOTAL-HASH           PIC 9(15) VALUE 0 COMP.
       77 BKP-REC-HASH             PIC 9(08) VALUE 0 COMP.
       77 BKP-HASH-WORK            PIC 9(18) VALUE 0 COMP.
       77 BKP-HASH-QUOT            PIC 9(18) VALUE 0 COMP.
       77 BKP-BYTE-POS             PIC 9(03) VALUE 0 COMP.
       77 BKP-WEIGHT               PIC 9(04) VALUE 0 COMP.
       77 BKP-SUB                  PIC 9(03) VALUE 0 COMP.
       77 BKP-SUB2                 PIC 9(03) VALUE 0 COMP.
       77 BKP-FOUND-SUB            PIC 9(03) VALUE 0 COMP.
       77 BKP-STOP-SWITCH          PIC X(01) VALUE "N".
           88  BKP-STOPPED             VALUE "Y".
       77 BKP-DISPLAY-COUNT        PIC Z(06)9.
       77 BKP-DISPLAY-GEN          PIC Z(05)9.
       77 BKP-DISPLAY-FILES        PIC ZZ9.
       77 BKP-LOG-ACTION           PIC X(03) VALUE SPACES.
       77 BKP-LOG-GEN              PIC 9(06) VALUE 0.
       77 BKP-LOG-FILE             PIC X(08) VALUE SPACES.
       77 BKP-LOG-COUNT            PIC 9(07) VALUE 0.
       77 BKP-LOG-RESULT           PIC X(40) VALUE SPACES.

      *    Hash: o valor de cada byte sai da meia-palavra binaria com
      *    o byte alto zerado.
       01 BKP-BYTE-PAIR.
           05  FILLER              PIC X(01) VALUE LOW-VALUE.
           05  BKP-BYTE            PIC X(01).
       01 BKP-BYTE-VALUE REDEFINES BKP-BYTE-PAIR
                                   PIC 9(04) COMP.

      *    Conferencia de geracao.
       77 BKP-GEN-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  BKP-GEN-FOUND           VALUE "Y".
       77 BKP-GEN-CLOSED-SWITCH    PIC X(01) VALUE "N".
           88  BKP-GEN-CLOSED          VALUE "Y".
       77 BKP-GEN-BAD-SWITCH       PIC X(01) VALUE "N".
           88  BKP-GEN-BAD             VALUE "Y".
       77 BKP-NO-GENS-SWITCH       PIC X(01) VALUE "N".
           88  BKP-NO-GENERATIONS      VALUE "Y".
       77 BKP-HDR-FILE-COUNT       PIC 9(03) VALUE 0 COMP.
       77 BKP-SEG-COUNT            PIC 9(03) VALUE 0 COMP.
       77 BKP-MAN-TOTAL-SWITCH     PIC X(01) VALUE "N".
           88  BKP-MAN-TOTAL-FOUND     VALUE "Y".
       77 BKP-MAN-TOTAL-COUNT      PIC 9(07) VALUE 0.
       77 BKP-MAN-TOTAL-HASH       PIC 9(15) VALUE 0.
       77 BKP-MAN-COUNT            PIC 9(03) VALUE 0 COMP.
       01 BKP-MAN-TABLE.
           05  BKP-MAN-ENTRY OCCURS 100 TIMES
                   DEPENDING ON BKP-MAN-COUNT.
               10  BKP-MN-NAME         PIC X(08).
               10  BKP-MN-PRESENT      PIC X(01).
               10  BKP-MN-COUNT        PIC 9(07).
               10  BKP-MN-HASH         PIC 9(15).
               10  BKP-MN-SEEN         PIC X(01).

      *    Resultado por arquivo da geracao sendo gravada.
       01 BKP-RESULT-TABLE.
           05  BKP-RESULT-ENTRY OCCURS 49 TIMES.
               10  BKP-RS-PRESENT      PIC X(01).
               10  BKP-RS-COUNT        PIC 9(07) COMP.
               10  BKP-RS-HASH         PIC 9(15) COMP.

      *    Restauracao e sign-on.
       77 BKP-FILE-ENTRY           PIC X(08) VALUE SPACES.
       77 BKP-RESTORE-NO           PIC 9(02) VALUE 0 COMP.
       77 BKP-RESTORING-SWITCH     PIC X(01) VALUE "N".
           88  BKP-RESTORING           VALUE "Y".
       77 BKP-RESTORED-FILES       PIC 9(02) VALUE 0 COMP.
       77 BKP-RESTORED-RECS        PIC 9(07) VALUE 0 COMP.
       77 BKP-CONFIRM              PIC X(01) VALUE SPACE.
       77 BKP-SUPERVISOR-ID        PIC X(08) VALUE SPACES.
       77 BKP-KEYED-PIN            PIC X(06) VALUE SPACES.
       77 BKP-SIGNON-TRIES         PIC 9(01) VALUE 0.
       77 BKP-SIGNON-SWITCH        PIC X(01) VALUE "N".
           88  BKP-SIGNED-ON           VALUE "Y".
       77 BKP-SIGNON-REFUSAL       PIC X(50) VALUE SPACES.
       77 BKP-NO-OPER-SWITCH       PIC X(01) VALUE "N".
           88  BKP-NO-OPERMAST         VALUE "Y".
       77 BKP-OPER-MATCH-SWITCH    PIC X(01) VALUE "N".
           88  BKP-OPER-MATCHED        VALUE "Y".
       77 BKP-OPER-IMAGES          PIC 9(05) VALUE 0 COMP.

      *    Trava de periodo: meses fechados conhecidos (PERSTAT vivo,
      *    registro do C03PCLOS e PERSTAT de toda geracao em BKUPSET)
      *    e meses fechados no PERSTAT da geracao a restaurar.
       77 BKP-MONTH                PIC X(06) VALUE SPACES.
       77 BKP-GUARD-SWITCH         PIC X(01) VALUE "N".
           88  BKP-GUARD-FAILED        VALUE "Y".
       77 BKP-MONTH-FOUND-SWITCH   PIC X(01) VALUE "N".
           88  BKP-MONTH-FOUND         VALUE "Y".
       77 BKP-PCL-LINE             PIC X(100) VALUE SPACES.
       77 BKP-CLOSED-COUNT         PIC 9(03) VALUE 0 COMP.
       01 BKP-CLOSED-TABLE.
           05  BKP-CLOSED-MONTH    PIC X(06) OCCURS 600 TIMES
                   DEPENDING ON BKP-CLOSED-COUNT.
       77 BKP-TGT-CLOSED-COUNT     PIC 9(03) VALUE 0 COMP.
       01 BKP-TGT-CLOSED-TABLE.
           05  BKP-TGT-CLOSED-MONTH PIC X(06) OCCURS 600 TIMES
                   DEPENDING ON BKP-TGT-CLOSED-COUNT.

      *    Conjunto de arquivos, na ordem dos SELECTs.
       01 BKP-SET-NAMES-INIT.
           05  FILLER              PIC X(08) VALUE "FXRATE".
           05  FILLER              PIC X(08) VALUE "MATLMAST".
           05  FILLER              PIC X(08) VALUE "OPERMAST".
           05  FILLER              PIC X(08) VALUE "CUSTMAST".
           05  FILLER              PIC X(08) VALUE "SENSMAST".
           05  FILLER              PIC X(08) VALUE "PERSTAT".
           05  FILLER              PIC X(08) VALUE "FXRNDCTL".
           05  FILLER              PIC X(08) VALUE "BENFMAST".
           05  FILLER              PIC X(08) VALUE "FWDCTMST".
           05  FILLER              PIC X(08) VALUE "CALENDAR".
           05  FILLER              PIC X(08) VALUE "SHTSTOCK".
           05  FILLER              PIC X(08) VALUE "WORKORD".
           05  FILLER              PIC X(08) VALUE "ARITEMS".
           05  FILLER              PIC X(08) VALUE "PENDCHG".
           05  FILLER              PIC X(08) VALUE "CRHOLD".
           05  FILLER              PIC X(08) VALUE "ALERTLOG".
           05  FILLER              PIC X(08) VALUE "QUOTENUM".
           05  FILLER              PIC X(08) VALUE "TEMPCKPT".
           05  FILLER              PIC X(08) VALUE "FXINVCKP".
           05  FILLER              PIC X(08) VALUE "QAREACKP".
           05  FILLER              PIC X(08) VALUE "TEMPLEDG".
           05  FILLER              PIC X(08) VALUE "FXINVLDG".
           05  FILLER              PIC X(08) VALUE "QAREALDG".
           05  FILLER              PIC X(08) VALUE "ARCSHLDG".
           05  FILLER              PIC X(08) VALUE "GLPOSTLG".
           05  FILLER              PIC X(08) VALUE "TEMPSEQ".
           05  FILLER              PIC X(08) VALUE "FXINVSEQ".
           05  FILLER              PIC X(08) VALUE "QAREASEQ".
           05  FILLER              PIC X(08) VALUE "ALERTSEQ".
           05  FILLER              PIC X(08) VALUE "ARAGESEQ".
           05  FILLER              PIC X(08) VALUE "ARCSHSEQ".
           05  FILLER              PIC X(08) VALUE "CSTMTSEQ".
           05  FILLER              PIC X(08) VALUE "DWAKSEQ".
           05  FILLER              PIC X(08) VALUE "DWGENSEQ".
           05  FILLER              PIC X(08) VALUE "EODSMSEQ".
           05  FILLER              PIC X(08) VALUE "EODVASEQ".
           05  FILLER              PIC X(08) VALUE "FWDRPSEQ".
           05  FILLER              PIC X(08) VALUE "FXLDSEQ".
           05  FILLER              PIC X(08) VALUE "FXSUMSEQ".
           05  FILLER              PIC X(08) VALUE "GLJNLSEQ".
           05  FILLER              PIC X(08) VALUE "HAUDSEQ".
           05  FILLER              PIC X(08) VALUE "IOFRPSEQ".
           05  FILLER              PIC X(08) VALUE "OPACTSEQ".
           05  FILLER              PIC X(08) VALUE "PCLOSSEQ".
           05  FILLER              PIC X(08) VALUE "QUOTESEQ".
           05  FILLER              PIC X(08) VALUE "SNEXCSEQ".
           05  FILLER              PIC X(08) VALUE "STKRPSEQ".
           05  FILLER              PIC X(08) VALUE "WORPTSEQ".
           05  FILLER              PIC X(08) VALUE "CHGSEQ".
       01 BKP-SET-NAMES REDEFINES BKP-SET-NAMES-INIT.
           05  BKP-SET-NAME        PIC X(08) OCCURS 49 TIMES.

           COPY "BKUPREC.CPY".
           COPY "BKMANREC.CPY".
           COPY "OPERMREC.CPY".
           COPY "PERSTREC.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT HOJE FROM DATE YYYYMMDD
           PERFORM BACKUP-MENU UNTIL BKP-OPT-EXIT
           DISPLAY "Encerrando backup."
           MOVE BKP-RC TO RETURN-CODE
           GOBACK.

       BACKUP-MENU.
           DISPLAY " "
           DISPLAY "============================================="
           DISPLAY " BACKUP DE CADASTROS E ARQUIVOS DE CONTROLE"
           DISPLAY "============================================="
           DISPLAY "1 - Tirar backup (nova geracao)"
           DISPLAY "2 - Conferir geracao contra o manifesto"
           DISPLAY "3 - Restaurar arquivo ou conjunto"
           DISPLAY "4 - Sair"
           DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
           ACCEPT BKP-OPTION
           EVALUATE TRUE
               WHEN BKP-OPT-BACKUP
                   PERFORM TAKE-BACKUP
               WHEN BKP-OPT-VERIFY
                   PERFORM VERIFY-BACKUP
               WHEN BKP-OPT-RESTORE
                   PERFORM RESTORE-BACKUP
               WHEN BKP-OPT-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcao invalida - tente novamente."
           END-EVALUATE.

      *----------------------------------------------------------------
      *Backup: nova geracao com o conjunto inteiro, depois expurgo
      *das geracoes alem das BKP-KEEP-GENS mais recentes.
      *----------------------------------------------------------------
       TAKE-BACKUP.
           DISPLAY "Operador: " WITH NO ADVANCING
           ACCEPT BKP-OPERATOR
           IF BKP-OPERATOR = SPACES
               DISPLAY "Operador nao informado - backup cancelado."
           ELSE
               MOVE "B" TO BKP-REASON
               PERFORM WRITE-GENERATION
               PERFORM PURGE-OLD-GENERATIONS
           END-IF.

      *Grava em BKUPSET a geracao seguinte a ultima conhecida (em
      *BKUPSET ou no manifesto) e, com ela completa, o manifesto.
       WRITE-GENERATION.
           PERFORM FIND-LAST-GENERATION
           COMPUTE BKP-NEW-GEN = BKP-LAST-GEN + 1
           PERFORM SET-TIMESTAMP
           MOVE 0 TO BKP-TOTAL-COUNT
           MOVE 0 TO BKP-TOTAL-HASH
           OPEN EXTEND BKUP-SET-FILE
           IF BKP-SET-STATUS = "35"
               OPEN OUTPUT BKUP-SET-FILE
           END-IF
           MOVE SPACES TO BKUP-RECORD
           SET BK-GEN-START TO TRUE
           MOVE BKP-NEW-GEN   TO BK-GENERATION
           MOVE BKP-TIMESTAMP TO BK-TIMESTAMP
           MOVE BKP-REASON    TO BK-REASON
           MOVE BKP-OPERATOR  TO BK-OPERATOR
           MOVE BKP-SET-SIZE  TO BK-FILE-COUNT
           WRITE BKUP-SET-RECORD FROM BKUP-RECORD
           PERFORM COPY-ONE-FILE
               VARYING BKP-FILE-NO FROM 1 BY 1
               UNTIL BKP-FILE-NO > BKP-SET-SIZE
           MOVE SPACES TO BKUP-RECORD
           SET BK-GEN-END TO TRUE
           MOVE BKP-NEW-GEN TO BK-GENERATION
           WRITE BKUP-SET-RECORD FROM BKUP-RECORD
           CLOSE BKUP-SET-FILE
           PERFORM WRITE-MANIFEST
           MOVE BKP-NEW-GEN     TO BKP-DISPLAY-GEN
           MOVE BKP-TOTAL-COUNT TO BKP-DISPLAY-COUNT
           DISPLAY "Geracao " BKP-DISPLAY-GEN " gravada em BKUPSET: "
               BKP-DISPLAY-COUNT " registro(s)."
           MOVE "BKP"           TO BKP-LOG-ACTION
           MOVE BKP-NEW-GEN     TO BKP-LOG-GEN
           MOVE "TODOS"         TO BKP-LOG-FILE
           MOVE BKP-TOTAL-COUNT TO BKP-LOG-COUNT
           IF BKP-REASON = "R"
               MOVE "GERACAO DE SEGURANCA ANTES DE RESTAURAR"
                   TO BKP-LOG-RESULT
           ELSE
               MOVE "GERACAO GRAVADA" TO BKP-LOG-RESULT
           END-IF
           PERFORM WRITE-LOG-ENTRY.

       COPY-ONE-FILE.
           MOVE BKP-SET-NAME (BKP-FILE-NO) TO BKP-FILE-NAME
           MOVE SPACES TO BKUP-RECORD
           SET BK-FILE-START TO TRUE
           MOVE BKP-NEW-GEN   TO BK-GENERATION
           MOVE BKP-FILE-NAME TO BK-FILE-NAME
           WRITE BKUP-SET-RECORD FROM BKUP-RECORD
           MOVE 0 TO BKP-REC-COUNT
           MOVE 0 TO BKP-FILE-HASH
           PERFORM OPEN-LIVE-INPUT
           IF BKP-LIVE-STATUS = "00"
               MOVE "Y" TO BKP-RS-PRESENT (BKP-FILE-NO)
               MOVE "N" TO BKP-EOF-SWITCH
               PERFORM COPY-LIVE-RECORD UNTIL BKP-EOF
               PERFORM CLOSE-LIVE
           ELSE
               MOVE "N" TO BKP-RS-PRESENT (BKP-FILE-NO)
               DISPLAY "  " BKP-FILE-NAME " ausente (status "
                   BKP-LIVE-STATUS ") - registrado como ausente."
           END-IF
           MOVE SPACES TO BKUP-RECORD
           SET BK-FILE-END TO TRUE
           MOVE BKP-NEW-GEN   TO BK-GENERATION
           MOVE BKP-FILE-NAME TO BK-FILE-NAME
           MOVE BKP-RS-PRESENT (BKP-FILE-NO) TO BK-PRESENT
           MOVE BKP-REC-COUNT TO BK-REC-COUNT
           MOVE BKP-FILE-HASH TO BK-HASH-TOTAL
           WRITE BKUP-SET-RECORD FROM BKUP-RECORD
           MOVE BKP-REC-COUNT TO BKP-RS-COUNT (BKP-FILE-NO)
           MOVE BKP-FILE-HASH TO BKP-RS-HASH (BKP-FILE-NO)
           ADD BKP-REC-COUNT TO BKP-TOTAL-COUNT
           PERFORM ADD-TO-TOTAL-HASH.

       COPY-LIVE-RECORD.
           PERFORM READ-LIVE
           IF NOT BKP-EOF
               ADD 1 TO BKP-REC-COUNT
               PERFORM HASH-IMAGE
               MOVE SPACES TO BKUP-RECORD
               SET BK-DATA TO TRUE
               MOVE BKP-NEW-GEN   TO BK-GENERATION
               MOVE BKP-FILE-NAME TO BK-FILE-NAME
               MOVE BKP-IMAGE     TO BK-IMAGE
               WRITE BKUP-SET-RECORD FROM BKUP-RECORD
           END-IF.

       WRITE-MANIFEST.
           OPEN EXTEND BKUP-MAN-FILE
           IF BKP-MAN-STATUS = "35"
               OPEN OUTPUT BKUP-MAN-FILE
           END-IF
           PERFORM WRITE-MANIFEST-LINE
               VARYING BKP-FILE-NO FROM 1 BY 1
               UNTIL BKP-FILE-NO > BKP-SET-SIZE
           MOVE SPACES TO BKUP-MANIFEST-RECORD
           MOVE BKP-NEW-GEN     TO BM-GENERATION
           MOVE "*TOTAL*"       TO BM-FILE-NAME
           MOVE "Y"             TO BM-PRESENT
           MOVE BKP-TOTAL-COUNT TO BM-REC-COUNT
           MOVE BKP-TOTAL-HASH  TO BM-HASH-TOTAL
           MOVE BKP-TIMESTAMP   TO BM-TIMESTAMP
           MOVE BKP-REASON      TO BM-REASON
           MOVE BKP-OPERATOR    TO BM-OPERATOR
           WRITE BKUP-MAN-RECORD FROM BKUP-MANIFEST-RECORD
           CLOSE BKUP-MAN-FILE.

       WRITE-MANIFEST-LINE.
           MOVE SPACES TO BKUP-MANIFEST-RECORD
           MOVE BKP-NEW-GEN TO BM-GENERATION
           MOVE BKP-SET-NAME (BKP-FILE-NO)   TO BM-FILE-NAME
           MOVE BKP-RS-PRESENT (BKP-FILE-NO) TO BM-PRESENT
           MOVE BKP-RS-COUNT (BKP-FILE-NO)   TO BM-REC-COUNT
           MOVE BKP-RS-HASH (BKP-FILE-NO)    TO BM-HASH-TOTAL
           MOVE BKP-TIMESTAMP TO BM-TIMESTAMP
           MOVE BKP-REASON    TO BM-REASON
           MOVE BKP-OPERATOR  TO BM-OPERATOR
           WRITE BKUP-MAN-RECORD FROM BKUP-MANIFEST-RECORD.

      *Maior geracao conhecida (BKUPSET e manifesto) e a menor ainda
      *presente em BKUPSET.
       FIND-LAST-GENERATION.
           MOVE 0 TO BKP-LAST-GEN
           MOVE 999999 TO BKP-FIRST-GEN
           OPEN INPUT BKUP-SET-FILE
           IF BKP-SET-STATUS = "00"
               MOVE "N" TO BKP-SET-EOF-SWITCH
               PERFORM SCAN-GENERATION-HEADER UNTIL BKP-SET-EOF
               CLOSE BKUP-SET-FILE
           END-IF
           OPEN INPUT BKUP-MAN-FILE
           IF BKP-MAN-STATUS = "00"
               MOVE "N" TO BKP-EOF-SWITCH
               PERFORM SCAN-MANIFEST-GENERATION UNTIL BKP-EOF
               CLOSE BKUP-MAN-FILE
           END-IF.

       SCAN-GENERATION-HEADER.
           READ BKUP-SET-FILE INTO BKUP-RECORD
               AT END
                   SET BKP-SET-EOF TO TRUE
               NOT AT END
                   IF BK-GEN-START AND BK-GENERATION NUMERIC
                       IF BK-GENERATION > BKP-LAST-GEN
                           MOVE BK-GENERATION TO BKP-LAST-GEN
                       END-IF
                       IF BK-GENERATION < BKP-FIRST-GEN
                           MOVE BK-GENERATION TO BKP-FIRST-GEN
                       END-IF
                   END-IF
           END-READ.

       SCAN-MANIFEST-GENERATION.
           READ BKUP-MAN-FILE INTO BKUP-MANIFEST-RECORD
               AT END
                   SET BKP-EOF TO TRUE
               NOT AT END
                   IF BM-GENERATION NUMERIC AND
                      BM-GENERATION > BKP-LAST-GEN
                       MOVE BM-GENERATION TO BKP-LAST-GEN
                   END-IF
           END-READ.

      *Expurgo: BKUPSET fica so com as BKP-KEEP-GENS geracoes mais
      *recentes (via BKUPWORK). As linhas do manifesto ficam como
      *historico.
       PURGE-OLD-GENERATIONS.
           IF BKP-NEW-GEN > BKP-KEEP-GENS
               COMPUTE BKP-PURGE-BELOW =
                   BKP-NEW-GEN - BKP-KEEP-GENS + 1
               IF BKP-FIRST-GEN < BKP-PURGE-BELOW
                   MOVE 0 TO BKP-PURGED-COUNT
                   OPEN INPUT BKUP-SET-FILE
                   OPEN OUTPUT BKUP-WORK-FILE
                   MOVE "N" TO BKP-SET-EOF-SWITCH
                   PERFORM COPY-KEPT-GENERATION UNTIL BKP-SET-EOF
                   CLOSE BKUP-WORK-FILE
                   CLOSE BKUP-SET-FILE
                   OPEN INPUT BKUP-WORK-FILE
                   OPEN OUTPUT BKUP-SET-FILE
                   MOVE "N" TO BKP-SET-EOF-SWITCH
                   PERFORM COPY-WORK-RECORD UNTIL BKP-SET-EOF
                   CLOSE BKUP-SET-FILE
                   CLOSE BKUP-WORK-FILE
                   MOVE BKP-PURGED-COUNT TO BKP-DISPLAY-GEN
                   DISPLAY BKP-DISPLAY-GEN
                       " geracao(oes) antiga(s) expurgada(s) de"
                       " BKUPSET."
               END-IF
           END-IF.

       COPY-KEPT-GENERATION.
           READ BKUP-SET-FILE INTO BKUP-RECORD
               AT END
                   SET BKP-SET-EOF TO TRUE
               NOT AT END
                   IF BK-GENERATION < BKP-PURGE-BELOW
                       IF BK-GEN-START
                           ADD 1 TO BKP-PURGED-COUNT
                       END-IF
                   ELSE
                       WRITE BKUP-WORK-RECORD FROM BKUP-RECORD
                   END-IF
           END-READ.

       COPY-WORK-RECORD.
           READ BKUP-WORK-FILE INTO BKUP-RECORD
               AT END
                   SET BKP-SET-EOF TO TRUE
               NOT AT END
                   WRITE BKUP-SET-RECORD FROM BKUP-RECORD
           END-READ.

      *----------------------------------------------------------------
      *Hash total: cada registro vale a soma de byte x posicao nos
      *256 bytes da imagem; o arquivo acumula esse valor pesado pela
      *posicao do registro (modulo 997, mais 1), modulo 10**15.
      *BKP-REC-COUNT ja deve estar contando o registro.
      *----------------------------------------------------------------
       HASH-IMAGE.
           MOVE 0 TO BKP-REC-HASH
           MOVE 0 TO BKP-BYTE-POS
           PERFORM HASH-ONE-BYTE 256 TIMES
           DIVIDE BKP-REC-COUNT BY 997
               GIVING BKP-HASH-QUOT REMAINDER BKP-WEIGHT
           ADD 1 TO BKP-WEIGHT
           COMPUTE BKP-HASH-WORK =
               BKP-FILE-HASH + BKP-REC-HASH * BKP-WEIGHT
           DIVIDE BKP-HASH-WORK BY 1000000000000000
               GIVING BKP-HASH-QUOT REMAINDER BKP-FILE-HASH.

       HASH-ONE-BYTE.
           ADD 1 TO BKP-BYTE-POS
           MOVE BKP-IMAGE (BKP-BYTE-POS:1) TO BKP-BYTE
           COMPUTE BKP-REC-HASH =
               BKP-REC-HASH + BKP-BYTE-VALUE * BKP-BYTE-POS.

       ADD-TO-TOTAL-HASH.
           COMPUTE BKP-HASH-WORK = BKP-TOTAL-HASH + BKP-FILE-HASH
           DIVIDE BKP-HASH-WORK BY 1000000000000000
               GIVING BKP-HASH-QUOT REMAINDER BKP-TOTAL-HASH.

      *----------------------------------------------------------------
      *Conferencia: a geracao escolhida e relida de BKUPSET e provada
      *contra o manifesto.
      *----------------------------------------------------------------
       VERIFY-BACKUP.
           PERFORM LIST-GENERATIONS
           IF NOT BKP-NO-GENERATIONS
               PERFORM ASK-GENERATION
           END-IF
           IF NOT BKP-NO-GENERATIONS AND NOT BKP-STOPPED
               DISPLAY "Operador: " WITH NO ADVANCING
               ACCEPT BKP-OPERATOR
               PERFORM CHECK-GENERATION
               MOVE "VER"           TO BKP-LOG-ACTION
               MOVE BKP-GEN-ENTRY   TO BKP-LOG-GEN
               MOVE "TODOS"         TO BKP-LOG-FILE
               MOVE BKP-TOTAL-COUNT TO BKP-LOG-COUNT
               MOVE BKP-GEN-ENTRY   TO BKP-DISPLAY-GEN
               IF BKP-GEN-BAD
                   DISPLAY "GERACAO " BKP-DISPLAY-GEN
                       " NAO CONFERE COM O MANIFESTO."
                   MOVE "NAO CONFERE COM O MANIFESTO"
                       TO BKP-LOG-RESULT
                   IF BKP-RC < 8
                       MOVE 8 TO BKP-RC
                   END-IF
               ELSE
                   MOVE BKP-TOTAL-COUNT TO BKP-DISPLAY-COUNT
                   MOVE BKP-SEG-COUNT   TO BKP-DISPLAY-FILES
                   DISPLAY "Geracao " BKP-DISPLAY-GEN
                       " confere com o manifesto: " BKP-DISPLAY-FILES
                       " arquivo(s), " BKP-DISPLAY-COUNT
                       " registro(s)."
                   MOVE "CONFERE COM O MANIFESTO" TO BKP-LOG-RESULT
               END-IF
               PERFORM WRITE-LOG-ENTRY
           END-IF.

       LIST-GENERATIONS.
           MOVE "N" TO BKP-NO-GENS-SWITCH
           MOVE 0 TO BKP-GEN-LISTED
           OPEN INPUT BKUP-MAN-FILE
           IF BKP-MAN-STATUS = "00"
               DISPLAY "Geracao  Data     Hora      Tipo        "
                   "Operador  Registros"
               MOVE "N" TO BKP-EOF-SWITCH
               PERFORM LIST-ONE-GENERATION UNTIL BKP-EOF
               CLOSE BKUP-MAN-FILE
           END-IF
           IF BKP-GEN-LISTED = 0
               DISPLAY "Nenhuma geracao de backup no manifesto."
               SET BKP-NO-GENERATIONS TO TRUE
           END-IF.

       LIST-ONE-GENERATION.
           READ BKUP-MAN-FILE INTO BKUP-MANIFEST-RECORD
               AT END
                   SET BKP-EOF TO TRUE
               NOT AT END
                   IF BM-TOTAL-LINE
                       ADD 1 TO BKP-GEN-LISTED
                       MOVE BM-GENERATION TO BKP-DISPLAY-GEN
                       MOVE BM-REC-COUNT  TO BKP-DISPLAY-COUNT
                       IF BM-REASON = "R"
                           DISPLAY BKP-DISPLAY-GEN "   "
                               BM-TIMESTAMP (1:8) " "
                               BM-TIMESTAMP (9:8) "  SEGURANCA   "
                               BM-OPERATOR "  " BKP-DISPLAY-COUNT
                       ELSE
                           DISPLAY BKP-DISPLAY-GEN "   "
                               BM-TIMESTAMP (1:8) " "
                               BM-TIMESTAMP (9:8) "  BACKUP      "
                               BM-OPERATOR "  " BKP-DISPLAY-COUNT
                       END-IF
                   END-IF
           END-READ.

       ASK-GENERATION.
           MOVE "N" TO BKP-STOP-SWITCH
           DISPLAY "Geracao: " WITH NO ADVANCING
           ACCEPT BKP-GEN-ENTRY
           IF BKP-GEN-ENTRY NOT NUMERIC OR BKP-GEN-ENTRY = 0
               DISPLAY "Geracao invalida - operacao cancelada."
               SET BKP-STOPPED TO TRUE
           END-IF.

      *Prova a geracao BKP-GEN-ENTRY: cada arquivo de BKUPSET contra
      *a sua linha do manifesto (presenca, contagem, hash), os totais
      *contra a linha *TOTAL*, e a geracao inteira (cabecalho, GEND,
      *nenhum arquivo do manifesto faltando).
       CHECK-GENERATION.
           MOVE "N" TO BKP-GEN-BAD-SWITCH
           MOVE "N" TO BKP-GEN-FOUND-SWITCH
           MOVE "N" TO BKP-GEN-CLOSED-SWITCH
           MOVE 0 TO BKP-TOTAL-COUNT
           MOVE 0 TO BKP-TOTAL-HASH
           MOVE 0 TO BKP-SEG-COUNT
           MOVE 0 TO BKP-HDR-FILE-COUNT
           PERFORM LOAD-GENERATION-MANIFEST
           IF BKP-MAN-COUNT = 0
               DISPLAY "  Geracao sem manifesto em BKUPMAN."
               SET BKP-GEN-BAD TO TRUE
           END-IF
           OPEN INPUT BKUP-SET-FILE
           IF BKP-SET-STATUS NOT = "00"
               DISPLAY "  BKUPSET ausente."
               SET BKP-GEN-BAD TO TRUE
           ELSE
               MOVE "N" TO BKP-SET-EOF-SWITCH
               PERFORM CHECK-SET-RECORD UNTIL BKP-SET-EOF
               CLOSE BKUP-SET-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT BKP-GEN-FOUND
                   DISPLAY "  Geracao nao encontrada em BKUPSET"
                       " (expurgada?)."
                   SET BKP-GEN-BAD TO TRUE
               WHEN NOT BKP-GEN-CLOSED
                   DISPLAY "  Geracao incompleta em BKUPSET"
                       " (sem GEND)."
                   SET BKP-GEN-BAD TO TRUE
               WHEN BKP-SEG-COUNT NOT = BKP-HDR-FILE-COUNT
                   MOVE BKP-HDR-FILE-COUNT TO BKP-DISPLAY-GEN
                   MOVE BKP-SEG-COUNT TO BKP-DISPLAY-FILES
                   DISPLAY "  Cabecalho indica " BKP-DISPLAY-GEN
                       " arquivo(s), BKUPSET tem " BKP-DISPLAY-FILES
                   SET BKP-GEN-BAD TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF BKP-GEN-FOUND
               MOVE 0 TO BKP-SUB
               PERFORM CHECK-MANIFEST-SEEN BKP-MAN-COUNT TIMES
           END-IF
           IF BKP-MAN-COUNT > 0 AND BKP-GEN-FOUND
               IF NOT BKP-MAN-TOTAL-FOUND
                   DISPLAY "  Manifesto sem a linha *TOTAL*."
                   SET BKP-GEN-BAD TO TRUE
               ELSE
                   IF BKP-TOTAL-COUNT NOT = BKP-MAN-TOTAL-COUNT OR
                      BKP-TOTAL-HASH NOT = BKP-MAN-TOTAL-HASH
                       DISPLAY "  Totais da geracao diferem da linha"
                           " *TOTAL* do manifesto."
                       SET BKP-GEN-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOAD-GENERATION-MANIFEST.
           MOVE 0 TO BKP-MAN-COUNT
           MOVE "N" TO BKP-MAN-TOTAL-SWITCH
           OPEN INPUT BKUP-MAN-FILE
           IF BKP-MAN-STATUS = "00"
               MOVE "N" TO BKP-EOF-SWITCH
               PERFORM LOAD-MANIFEST-LINE UNTIL BKP-EOF
               CLOSE BKUP-MAN-FILE
           END-IF.

       LOAD-MANIFEST-LINE.
           READ BKUP-MAN-FILE INTO BKUP-MANIFEST-RECORD
               AT END
                   SET BKP-EOF TO TRUE
               NOT AT END
                   IF BM-GENERATION NUMERIC AND
                      BM-GENERATION = BKP-GEN-ENTRY
                       IF BM-TOTAL-LINE
                           SET BKP-MAN-TOTAL-FOUND TO TRUE
                           MOVE BM-REC-COUNT  TO BKP-MAN-TOTAL-COUNT
                           MOVE BM-HASH-TOTAL TO BKP-MAN-TOTAL-HASH
                       ELSE
                           IF BKP-MAN-COUNT < 100
                               ADD 1 TO BKP-MAN-COUNT
                               MOVE BM-FILE-NAME
                                   TO BKP-MN-NAME (BKP-MAN-COUNT)
                               MOVE BM-PRESENT
                                   TO BKP-MN-PRESENT (BKP-MAN-COUNT)
                               MOVE BM-REC-COUNT
                                   TO BKP-MN-COUNT (BKP-MAN-COUNT)
                               MOVE BM-HASH-TOTAL
                                   TO BKP-MN-HASH (BKP-MAN-COUNT)
                               MOVE "N"
                                   TO BKP-MN-SEEN (BKP-MAN-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       CHECK-SET-RECORD.
           READ BKUP-SET-FILE INTO BKUP-RECORD
               AT END
                   SET BKP-SET-EOF TO TRUE
               NOT AT END
                   IF BK-GENERATION NUMERIC AND
                      BK-GENERATION = BKP-GEN-ENTRY
                       PERFORM CHECK-ONE-SET-RECORD
                   END-IF
           END-READ.

       CHECK-ONE-SET-RECORD.
           EVALUATE TRUE
               WHEN BK-GEN-START
                   SET BKP-GEN-FOUND TO TRUE
                   MOVE BK-FILE-COUNT TO BKP-HDR-FILE-COUNT
               WHEN BK-FILE-START
                   ADD 1 TO BKP-SEG-COUNT
                   MOVE BK-FILE-NAME TO BKP-FILE-NAME
                   MOVE 0 TO BKP-REC-COUNT
                   MOVE 0 TO BKP-FILE-HASH
               WHEN BK-DATA
                   ADD 1 TO BKP-REC-COUNT
                   MOVE BK-IMAGE TO BKP-IMAGE
                   PERFORM HASH-IMAGE
               WHEN BK-FILE-END
                   PERFORM CHECK-FILE-AGAINST-MANIFEST
                   ADD BKP-REC-COUNT TO BKP-TOTAL-COUNT
                   PERFORM ADD-TO-TOTAL-HASH
               WHEN BK-GEN-END
                   SET BKP-GEN-CLOSED TO TRUE
                   SET BKP-SET-EOF TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-FILE-AGAINST-MANIFEST.
           PERFORM FIND-MANIFEST-ENTRY
           IF BKP-FOUND-SUB = 0
               DISPLAY "  " BKP-FILE-NAME
                   ": em BKUPSET mas fora do manifesto."
               SET BKP-GEN-BAD TO TRUE
           ELSE
               MOVE "Y" TO BKP-MN-SEEN (BKP-FOUND-SUB)
               EVALUATE TRUE
                   WHEN BK-PRESENT NOT = BKP-MN-PRESENT (BKP-FOUND-SUB)
                       DISPLAY "  " BKP-FILE-NAME
                           ": presenca difere do manifesto."
                       SET BKP-GEN-BAD TO TRUE
                   WHEN BKP-REC-COUNT NOT =
                        BKP-MN-COUNT (BKP-FOUND-SUB)
                       MOVE BKP-REC-COUNT TO BKP-DISPLAY-COUNT
                       DISPLAY "  " BKP-FILE-NAME ": "
                           BKP-DISPLAY-COUNT " registro(s) em BKUPSET,"
                           " manifesto diz "
                           BKP-MN-COUNT (BKP-FOUND-SUB) "."
                       SET BKP-GEN-BAD TO TRUE
                   WHEN BKP-FILE-HASH NOT =
                        BKP-MN-HASH (BKP-FOUND-SUB)
                       DISPLAY "  " BKP-FILE-NAME
                           ": hash total difere do manifesto."
                       SET BKP-GEN-BAD TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHECK-MANIFEST-SEEN.
           ADD 1 TO BKP-SUB
           IF BKP-MN-SEEN (BKP-SUB) NOT = "Y"
               DISPLAY "  " BKP-MN-NAME (BKP-SUB)
                   ": no manifesto mas nao em BKUPSET."
               SET BKP-GEN-BAD TO TRUE
           END-IF.

       FIND-MANIFEST-ENTRY.
           MOVE 0 TO BKP-FOUND-SUB
           MOVE 0 TO BKP-SUB2
           PERFORM MATCH-MANIFEST-ENTRY
               UNTIL BKP-SUB2 NOT < BKP-MAN-COUNT
                   OR BKP-FOUND-SUB > 0.

       MATCH-MANIFEST-ENTRY.
           ADD 1 TO BKP-SUB2
           IF BKP-MN-NAME (BKP-SUB2) = BKP-FILE-NAME
               MOVE BKP-SUB2 TO BKP-FOUND-SUB
           END-IF.

      *Posicao de BKP-FILE-NAME no conjunto (0 se nao faz parte).
       FIND-SET-NAME.
           MOVE 0 TO BKP-FILE-NO
           MOVE 0 TO BKP-SUB2
           PERFORM MATCH-SET-NAME
               UNTIL BKP-SUB2 NOT < BKP-SET-SIZE
                   OR BKP-FILE-NO > 0.

       MATCH-SET-NAME.
           ADD 1 TO BKP-SUB2
           IF BKP-SET-NAME (BKP-SUB2) = BKP-FILE-NAME
               MOVE BKP-SUB2 TO BKP-FILE-NO
           END-IF.

      *----------------------------------------------------------------
      *Restauracao: um arquivo ou o conjunto (TODOS) como estavam na
      *geracao escolhida. Cada passo so corre se o anterior nao
      *recusou.
      *----------------------------------------------------------------
       RESTORE-BACKUP.
           MOVE "N" TO BKP-STOP-SWITCH
           MOVE "N" TO BKP-SIGNON-SWITCH
           MOVE "N" TO BKP-NO-OPER-SWITCH
           PERFORM LIST-GENERATIONS
           IF BKP-NO-GENERATIONS
               SET BKP-STOPPED TO TRUE
           ELSE
               PERFORM ASK-GENERATION
           END-IF
           IF NOT BKP-STOPPED
               PERFORM ASK-RESTORE-FILE
           END-IF
           IF NOT BKP-STOPPED
               PERFORM SUPERVISOR-SIGNON
               IF NOT BKP-SIGNED-ON
                   MOVE "RECUSADA - SIGN-ON DE SUPERVISOR"
                       TO BKP-LOG-RESULT
                   PERFORM REFUSE-RESTORE
               END-IF
           END-IF
           IF NOT BKP-STOPPED
               MOVE BKP-SUPERVISOR-ID TO BKP-OPERATOR
               PERFORM CHECK-GENERATION
               IF BKP-GEN-BAD
                   DISPLAY "Geracao nao confere com o manifesto -"
                       " restauracao recusada."
                   MOVE "RECUSADA - GERACAO NAO CONFERE"
                       TO BKP-LOG-RESULT
                   PERFORM REFUSE-RESTORE
               END-IF
           END-IF
           IF NOT BKP-STOPPED AND BKP-RESTORE-NO > 0
               MOVE BKP-RESTORE-NO TO BKP-SUB
               MOVE BKP-SET-NAME (BKP-SUB) TO BKP-FILE-NAME
               PERFORM FIND-MANIFEST-ENTRY
               IF BKP-FOUND-SUB = 0 OR
                  BKP-MN-PRESENT (BKP-FOUND-SUB) NOT = "Y"
                   DISPLAY BKP-FILE-NAME " ausente na geracao -"
                       " nada a restaurar."
                   MOVE "RECUSADA - ARQUIVO AUSENTE NA GERACAO"
                       TO BKP-LOG-RESULT
                   PERFORM REFUSE-RESTORE
               END-IF
           END-IF
           IF NOT BKP-STOPPED AND
              (BKP-RESTORE-NO = 0 OR BKP-RESTORE-NO = BKP-PERSTAT-NO)
               PERFORM PERIOD-CLOSE-GUARD
               IF BKP-GUARD-FAILED
                   DISPLAY "PERSTAT da geracao reabriria mes fechado"
                       " pelo C03PCLOS - restauracao recusada."
                   MOVE "RECUSADA - REABRIRIA MES FECHADO"
                       TO BKP-LOG-RESULT
                   PERFORM REFUSE-RESTORE
               END-IF
           END-IF
           IF NOT BKP-STOPPED
               MOVE BKP-GEN-ENTRY TO BKP-DISPLAY-GEN
               DISPLAY "Restaurar " BKP-FILE-ENTRY " da geracao "
                   BKP-DISPLAY-GEN " sobre os arquivos vivos?"
                   " (S/N): " WITH NO ADVANCING
               ACCEPT BKP-CONFIRM
               IF BKP-CONFIRM NOT = "S" AND BKP-CONFIRM NOT = "s"
                   DISPLAY "Restauracao cancelada."
                   SET BKP-STOPPED TO TRUE
               END-IF
           END-IF
           IF NOT BKP-STOPPED
               MOVE "R" TO BKP-REASON
               PERFORM WRITE-GENERATION
               PERFORM RESTORE-GENERATION
               MOVE BKP-GEN-ENTRY TO BKP-DISPLAY-GEN
               MOVE BKP-RESTORED-RECS TO BKP-DISPLAY-COUNT
               MOVE BKP-RESTORED-FILES TO BKP-DISPLAY-FILES
               DISPLAY BKP-DISPLAY-FILES " arquivo(s) restaurado(s)"
                   " da geracao " BKP-DISPLAY-GEN ", "
                   BKP-DISPLAY-COUNT " registro(s)."
           END-IF.

       ASK-RESTORE-FILE.
           DISPLAY "Arquivo a restaurar (nome, ou TODOS): "
               WITH NO ADVANCING
           ACCEPT BKP-FILE-ENTRY
           IF BKP-FILE-ENTRY = "TODOS"
               MOVE 0 TO BKP-RESTORE-NO
           ELSE
               MOVE BKP-FILE-ENTRY TO BKP-FILE-NAME
               PERFORM FIND-SET-NAME
               IF BKP-FILE-NO = 0
                   DISPLAY BKP-FILE-ENTRY " nao faz parte do"
                       " conjunto de backup - restauracao cancelada."
                   SET BKP-STOPPED TO TRUE
               ELSE
                   MOVE BKP-FILE-NO TO BKP-RESTORE-NO
               END-IF
           END-IF.

       REFUSE-RESTORE.
           SET BKP-STOPPED TO TRUE
           IF BKP-RC < 8
               MOVE 8 TO BKP-RC
           END-IF
           MOVE BKP-SUPERVISOR-ID TO BKP-OPERATOR
           MOVE "RST"          TO BKP-LOG-ACTION
           MOVE BKP-GEN-ENTRY  TO BKP-LOG-GEN
           MOVE BKP-FILE-ENTRY TO BKP-LOG-FILE
           MOVE 0              TO BKP-LOG-COUNT
           PERFORM WRITE-LOG-ENTRY.

      *Rele a geracao e regrava cada arquivo pedido que estava
      *presente nela; arquivo ausente na geracao fica como esta.
       RESTORE-GENERATION.
           MOVE 0 TO BKP-RESTORED-FILES
           MOVE 0 TO BKP-RESTORED-RECS
           MOVE "N" TO BKP-RESTORING-SWITCH
           OPEN INPUT BKUP-SET-FILE
           MOVE "N" TO BKP-SET-EOF-SWITCH
           PERFORM RESTORE-SET-RECORD UNTIL BKP-SET-EOF
           CLOSE BKUP-SET-FILE.

       RESTORE-SET-RECORD.
           READ BKUP-SET-FILE INTO BKUP-RECORD
               AT END
                   SET BKP-SET-EOF TO TRUE
               NOT AT END
                   IF BK-GENERATION NUMERIC AND
                      BK-GENERATION = BKP-GEN-ENTRY
                       PERFORM RESTORE-ONE-SET-RECORD
                   END-IF
           END-READ.

       RESTORE-ONE-SET-RECORD.
           EVALUATE TRUE
               WHEN BK-FILE-START
                   PERFORM START-FILE-RESTORE
               WHEN BK-DATA AND BKP-RESTORING
                   MOVE BK-IMAGE TO BKP-IMAGE
                   PERFORM WRITE-LIVE
                   ADD 1 TO BKP-REC-COUNT
               WHEN BK-FILE-END AND BKP-RESTORING
                   PERFORM CLOSE-LIVE
                   MOVE "N" TO BKP-RESTORING-SWITCH
                   ADD 1 TO BKP-RESTORED-FILES
                   ADD BKP-REC-COUNT TO BKP-RESTORED-RECS
                   MOVE BKP-REC-COUNT TO BKP-DISPLAY-COUNT
                   DISPLAY "  " BKP-FILE-NAME ": " BKP-DISPLAY-COUNT
                       " registro(s) restaurado(s)."
                   MOVE "RST"         TO BKP-LOG-ACTION
                   MOVE BKP-GEN-ENTRY TO BKP-LOG-GEN
                   MOVE BKP-FILE-NAME TO BKP-LOG-FILE
                   MOVE BKP-REC-COUNT TO BKP-LOG-COUNT
                   MOVE "RESTAURADO" TO BKP-LOG-RESULT
                   PERFORM WRITE-LOG-ENTRY
               WHEN BK-GEN-END
                   SET BKP-SET-EOF TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       START-FILE-RESTORE.
           MOVE BK-FILE-NAME TO BKP-FILE-NAME
           PERFORM FIND-SET-NAME
           PERFORM FIND-MANIFEST-ENTRY
           IF BKP-FILE-NO > 0 AND BKP-FOUND-SUB > 0 AND
              (BKP-RESTORE-NO = 0 OR BKP-RESTORE-NO = BKP-FILE-NO)
               IF BKP-MN-PRESENT (BKP-FOUND-SUB) = "Y"
                   PERFORM OPEN-LIVE-OUTPUT
                   IF BKP-LIVE-STATUS = "00"
                       SET BKP-RESTORING TO TRUE
                       MOVE 0 TO BKP-REC-COUNT
                   ELSE
                       DISPLAY "  " BKP-FILE-NAME
                           ": nao abriu para gravacao (status "
                           BKP-LIVE-STATUS ") - nao restaurado."
                       IF BKP-RC < 8
                           MOVE 8 TO BKP-RC
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "  " BKP-FILE-NAME
                       ": ausente na geracao - mantido como esta."
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Sign-on: tres tentativas de ID + PIN; exige supervisor ativo.
      *Sem OPERMAST vivo confere contra o OPERMAST da geracao a
      *restaurar - e justamente o que vai voltar.
      *----------------------------------------------------------------
       SUPERVISOR-SIGNON.
           MOVE 0 TO BKP-SIGNON-TRIES
           PERFORM SIGNON-ATTEMPT
               UNTIL BKP-SIGNED-ON OR BKP-SIGNON-TRIES = 3
                   OR BKP-NO-OPERMAST.

       SIGNON-ATTEMPT.
           ADD 1 TO BKP-SIGNON-TRIES
           DISPLAY "Identificacao do supervisor: " WITH NO ADVANCING
           ACCEPT BKP-SUPERVISOR-ID
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT BKP-KEYED-PIN
           MOVE "Operador nao cadastrado." TO BKP-SIGNON-REFUSAL
           MOVE "N" TO BKP-OPER-MATCH-SWITCH
           MOVE BKP-OPERMAST-NO TO BKP-FILE-NO
           PERFORM OPEN-LIVE-INPUT
           IF BKP-LIVE-STATUS = "00"
               MOVE "N" TO BKP-EOF-SWITCH
               PERFORM MATCH-OPERATOR
                   UNTIL BKP-EOF OR BKP-OPER-MATCHED
               PERFORM CLOSE-LIVE
           ELSE
               MOVE 0 TO BKP-OPER-IMAGES
               OPEN INPUT BKUP-SET-FILE
               IF BKP-SET-STATUS = "00"
                   MOVE "N" TO BKP-SET-EOF-SWITCH
                   PERFORM MATCH-BACKUP-OPERATOR
                       UNTIL BKP-SET-EOF OR BKP-OPER-MATCHED
                   CLOSE BKUP-SET-FILE
               END-IF
               IF BKP-OPER-IMAGES = 0
                   MOVE "OPERMAST ausente, tambem na geracao."
                       TO BKP-SIGNON-REFUSAL
                   SET BKP-NO-OPERMAST TO TRUE
               END-IF
           END-IF
           IF NOT BKP-SIGNED-ON
               DISPLAY BKP-SIGNON-REFUSAL
           END-IF.

       MATCH-OPERATOR.
           PERFORM READ-LIVE
           IF NOT BKP-EOF
               MOVE BKP-IMAGE TO OPER-MAST-RECORD
               PERFORM CHECK-OPERATOR
           END-IF.

       MATCH-BACKUP-OPERATOR.
           READ BKUP-SET-FILE INTO BKUP-RECORD
               AT END
                   SET BKP-SET-EOF TO TRUE
               NOT AT END
                   IF BK-GENERATION NUMERIC AND
                      BK-GENERATION = BKP-GEN-ENTRY
                       IF BK-DATA AND BK-FILE-NAME = "OPERMAST"
                           ADD 1 TO BKP-OPER-IMAGES
                           MOVE BK-IMAGE TO OPER-MAST-RECORD
                           PERFORM CHECK-OPERATOR
                       END-IF
                       IF BK-GEN-END
                           SET BKP-SET-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

       CHECK-OPERATOR.
           IF OM-ID = BKP-SUPERVISOR-ID
               SET BKP-OPER-MATCHED TO TRUE
               EVALUATE TRUE
                   WHEN OM-REVOKED
                       MOVE "Operador revogado." TO BKP-SIGNON-REFUSAL
                   WHEN OM-PIN NOT = SPACES AND
                        OM-PIN NOT = BKP-KEYED-PIN
                       MOVE "PIN incorreto." TO BKP-SIGNON-REFUSAL
                   WHEN OM-AUTHORITY NOT = "S"
                       MOVE "Exige autoridade de supervisor."
                           TO BKP-SIGNON-REFUSAL
                   WHEN OTHER
                       SET BKP-SIGNED-ON TO TRUE
                       DISPLAY "Bem-vindo, " OM-NAME
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      *Trava de periodo: todo mes que se sabe fechado - no PERSTAT
      *vivo, no registro de fechamento do C03PCLOS (PCLOSREG) ou no
      *PERSTAT de qualquer geracao em BKUPSET - tem de constar
      *fechado no PERSTAT da geracao a restaurar. Mes sem registro
      *la conta como aberto.
      *----------------------------------------------------------------
       PERIOD-CLOSE-GUARD.
           MOVE "N" TO BKP-GUARD-SWITCH
           MOVE 0 TO BKP-CLOSED-COUNT
           MOVE 0 TO BKP-TGT-CLOSED-COUNT
           PERFORM COLLECT-LIVE-CLOSED
           PERFORM COLLECT-REGISTER-CLOSED
           PERFORM COLLECT-BACKUP-CLOSED
           MOVE 0 TO BKP-SUB
           PERFORM CHECK-CLOSED-MONTH BKP-CLOSED-COUNT TIMES.

       COLLECT-LIVE-CLOSED.
           MOVE BKP-PERSTAT-NO TO BKP-FILE-NO
           PERFORM OPEN-LIVE-INPUT
           IF BKP-LIVE-STATUS = "00"
               MOVE "N" TO BKP-EOF-SWITCH
               PERFORM COLLECT-LIVE-MONTH UNTIL BKP-EOF
               PERFORM CLOSE-LIVE
           END-IF.

       COLLECT-LIVE-MONTH.
           PERFORM READ-LIVE
           IF NOT BKP-EOF
               MOVE BKP-IMAGE TO PERSTAT-RECORD
               IF PS-MONTH-CLOSED
                   MOVE PS-MONTH TO BKP-MONTH
                   PERFORM ADD-CLOSED-MONTH
               END-IF
           END-IF.

       COLLECT-REGISTER-CLOSED.
           OPEN INPUT PCL-REG-FILE
           IF BKP-PCL-STATUS = "00"
               MOVE "N" TO BKP-EOF-SWITCH
               PERFORM COLLECT-REGISTER-MONTH UNTIL BKP-EOF
               CLOSE PCL-REG-FILE
           END-IF.

       COLLECT-REGISTER-MONTH.
           READ PCL-REG-FILE INTO BKP-PCL-LINE
               AT END
                   SET BKP-EOF TO TRUE
               NOT AT END
                   IF BKP-PCL-LINE (1:6) = "MONTH " AND
                      BKP-PCL-LINE (13:11) = " CLOSED BY "
                       MOVE BKP-PCL-LINE (7:6) TO BKP-MONTH
                       PERFORM ADD-CLOSED-MONTH
                   END-IF
           END-READ.

       COLLECT-BACKUP-CLOSED.
           OPEN INPUT BKUP-SET-FILE
           IF BKP-SET-STATUS = "00"
               MOVE "N" TO BKP-SET-EOF-SWITCH
               PERFORM COLLECT-BACKUP-MONTH UNTIL BKP-SET-EOF
               CLOSE BKUP-SET-FILE
           END-IF.

       COLLECT-BACKUP-MONTH.
           READ BKUP-SET-FILE INTO BKUP-RECORD
               AT END
                   SET BKP-SET-EOF TO TRUE
               NOT AT END
                   IF BK-DATA AND BK-FILE-NAME = "PERSTAT"
                       MOVE BK-IMAGE TO PERSTAT-RECORD
                       IF PS-MONTH-CLOSED
                           MOVE PS-MONTH TO BKP-MONTH
                           PERFORM ADD-CLOSED-MONTH
                           IF BK-GENERATION NUMERIC AND
                              BK-GENERATION = BKP-GEN-ENTRY
                               PERFORM ADD-TARGET-CLOSED
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       ADD-CLOSED-MONTH.
           MOVE "N" TO BKP-MONTH-FOUND-SWITCH
           MOVE 0 TO BKP-SUB2
           PERFORM MATCH-CLOSED-MONTH
               UNTIL BKP-SUB2 NOT < BKP-CLOSED-COUNT
                   OR BKP-MONTH-FOUND
           IF NOT BKP-MONTH-FOUND
               IF BKP-CLOSED-COUNT < 600
                   ADD 1 TO BKP-CLOSED-COUNT
                   MOVE BKP-MONTH TO BKP-CLOSED-MONTH (BKP-CLOSED-COUNT)
               ELSE
                   DISPLAY "  Mais de 600 meses fechados - trava de"
                       " periodo nao pode conferir."
                   SET BKP-GUARD-FAILED TO TRUE
               END-IF
           END-IF.

       MATCH-CLOSED-MONTH.
           ADD 1 TO BKP-SUB2
           IF BKP-CLOSED-MONTH (BKP-SUB2) = BKP-MONTH
               SET BKP-MONTH-FOUND TO TRUE
           END-IF.

       ADD-TARGET-CLOSED.
           MOVE "N" TO BKP-MONTH-FOUND-SWITCH
           MOVE 0 TO BKP-SUB2
           PERFORM MATCH-TARGET-MONTH
               UNTIL BKP-SUB2 NOT < BKP-TGT-CLOSED-COUNT
                   OR BKP-MONTH-FOUND
           IF NOT BKP-MONTH-FOUND AND BKP-TGT-CLOSED-COUNT < 600
               ADD 1 TO BKP-TGT-CLOSED-COUNT
               MOVE BKP-MONTH
                   TO BKP-TGT-CLOSED-MONTH (BKP-TGT-CLOSED-COUNT)
           END-IF.

       MATCH-TARGET-MONTH.
           ADD 1 TO BKP-SUB2
           IF BKP-TGT-CLOSED-MONTH (BKP-SUB2) = BKP-MONTH
               SET BKP-MONTH-FOUND TO TRUE
           END-IF.

       CHECK-CLOSED-MONTH.
           ADD 1 TO BKP-SUB
           MOVE BKP-CLOSED-MONTH (BKP-SUB) TO BKP-MONTH
           MOVE "N" TO BKP-MONTH-FOUND-SWITCH
           MOVE 0 TO BKP-SUB2
           PERFORM MATCH-TARGET-MONTH
               UNTIL BKP-SUB2 NOT < BKP-TGT-CLOSED-COUNT
                   OR BKP-MONTH-FOUND
           IF NOT BKP-MONTH-FOUND
               DISPLAY "  Mes " BKP-MONTH " esta fechado; no PERSTAT"
                   " da geracao consta aberto."
               SET BKP-GUARD-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *Log de backup, conferencia e restauracao (BKUPLOG).
      *----------------------------------------------------------------
       WRITE-LOG-ENTRY.
           OPEN EXTEND BKUP-LOG-FILE
           IF BKP-LOG-STATUS = "35"
               OPEN OUTPUT BKUP-LOG-FILE
           END-IF
           PERFORM SET-TIMESTAMP
           MOVE SPACES TO BKUP-LOG-RECORD
           MOVE BKP-TIMESTAMP  TO BL-TIMESTAMP
           MOVE BKP-OPERATOR   TO BL-OPERATOR
           MOVE BKP-LOG-ACTION TO BL-ACTION
           MOVE BKP-LOG-GEN    TO BL-GENERATION
           MOVE BKP-LOG-FILE   TO BL-FILE-NAME
           MOVE BKP-LOG-COUNT  TO BL-REC-COUNT
           MOVE BKP-LOG-RESULT TO BL-RESULT
           WRITE BKUP-LOG-RECORD
           CLOSE BKUP-LOG-FILE.

       SET-TIMESTAMP.
           ACCEPT HOJE FROM DATE YYYYMMDD
           ACCEPT HORA FROM TIME
           STRING HOJE DELIMITED BY SIZE
                  HORA DELIMITED BY SIZE
                  INTO BKP-TIMESTAMP.

      *----------------------------------------------------------------
      *Primitivas de E/S despachadas pelo numero do arquivo no
      *conjunto - os SELECTs sao fixos, o fluxo e um so.
      *----------------------------------------------------------------
       OPEN-LIVE-INPUT.
           EVALUATE BKP-FILE-NO
               WHEN 1 OPEN INPUT FX-RATE-FILE
               WHEN 2 OPEN INPUT MATL-MAST-FILE
               WHEN 3 OPEN INPUT OPERATOR-MAST-FILE
               WHEN 4 OPEN INPUT CUST-MAST-FILE
               WHEN 5 OPEN INPUT SENS-MAST-FILE
               WHEN 6 OPEN INPUT PER-STAT-FILE
               WHEN 7 OPEN INPUT FX-RND-CTL-FILE
               WHEN 8 OPEN INPUT BENF-MAST-FILE
               WHEN 9 OPEN INPUT FWD-CT-MAST-FILE
               WHEN 10 OPEN INPUT CALENDAR-FILE
               WHEN 11 OPEN INPUT SHT-STOCK-FILE
               WHEN 12 OPEN INPUT WORK-ORD-FILE
               WHEN 13 OPEN INPUT AR-ITEMS-FILE
               WHEN 14 OPEN INPUT PEND-CHG-FILE
               WHEN 15 OPEN INPUT CR-HOLD-FILE
               WHEN 16 OPEN INPUT ALERT-LOG-FILE
               WHEN 17 OPEN INPUT QUOTE-NUM-FILE
               WHEN 18 OPEN INPUT TEMP-CKPT-FILE
               WHEN 19 OPEN INPUT FX-INV-CKPT-FILE
               WHEN 20 OPEN INPUT AREA-CKPT-FILE
               WHEN 21 OPEN INPUT TEMP-LEDG-FILE
               WHEN 22 OPEN INPUT FX-INV-LEDG-FILE
               WHEN 23 OPEN INPUT AREA-LEDG-FILE
               WHEN 24 OPEN INPUT AR-CSH-LEDG-FILE
               WHEN 25 OPEN INPUT GL-POST-LOG-FILE
               WHEN 26 OPEN INPUT TEMP-SEQ-FILE
               WHEN 27 OPEN INPUT FX-INV-SEQ-FILE
               WHEN 28 OPEN INPUT AREA-SEQ-FILE
               WHEN 29 OPEN INPUT ALERT-SEQ-FILE
               WHEN 30 OPEN INPUT AR-AGE-SEQ-FILE
               WHEN 31 OPEN INPUT AR-CSH-SEQ-FILE
               WHEN 32 OPEN INPUT C-STMT-SEQ-FILE
               WHEN 33 OPEN INPUT DW-ACK-SEQ-FILE
               WHEN 34 OPEN INPUT DW-GEN-SEQ-FILE
               WHEN 35 OPEN INPUT EOD-SM-SEQ-FILE
               WHEN 36 OPEN INPUT EOD-VA-SEQ-FILE
               WHEN 37 OPEN INPUT FWD-RP-SEQ-FILE
               WHEN 38 OPEN INPUT FX-LD-SEQ-FILE
               WHEN 39 OPEN INPUT FX-SUM-SEQ-FILE
               WHEN 40 OPEN INPUT GL-JNL-SEQ-FILE
               WHEN 41 OPEN INPUT H-AUD-SEQ-FILE
               WHEN 42 OPEN INPUT IOF-RP-SEQ-FILE
               WHEN 43 OPEN INPUT OP-ACT-SEQ-FILE
               WHEN 44 OPEN INPUT P-CLOS-SEQ-FILE
               WHEN 45 OPEN INPUT QUOTE-SEQ-FILE
               WHEN 46 OPEN INPUT SN-EXC-SEQ-FILE
               WHEN 47 OPEN INPUT STK-RP-SEQ-FILE
               WHEN 48 OPEN INPUT WO-RPT-SEQ-FILE
               WHEN 49 OPEN INPUT CHG-SEQ-FILE
           END-EVALUATE.

       OPEN-LIVE-OUTPUT.
           EVALUATE BKP-FILE-NO
               WHEN 1 OPEN OUTPUT FX-RATE-FILE
               WHEN 2 OPEN OUTPUT MATL-MAST-FILE
               WHEN 3 OPEN OUTPUT OPERATOR-MAST-FILE
               WHEN 4 OPEN OUTPUT CUST-MAST-FILE
               WHEN 5 OPEN OUTPUT SENS-MAST-FILE
               WHEN 6 OPEN OUTPUT PER-STAT-FILE
               WHEN 7 OPEN OUTPUT FX-RND-CTL-FILE
               WHEN 8 OPEN OUTPUT BENF-MAST-FILE
               WHEN 9 OPEN OUTPUT FWD-CT-MAST-FILE
               WHEN 10 OPEN OUTPUT CALENDAR-FILE
               WHEN 11 OPEN OUTPUT SHT-STOCK-FILE
               WHEN 12 OPEN OUTPUT WORK-ORD-FILE
               WHEN 13 OPEN OUTPUT AR-ITEMS-FILE
               WHEN 14 OPEN OUTPUT PEND-CHG-FILE
               WHEN 15 OPEN OUTPUT CR-HOLD-FILE
               WHEN 16 OPEN OUTPUT ALERT-LOG-FILE
               WHEN 17 OPEN OUTPUT QUOTE-NUM-FILE
               WHEN 18 OPEN OUTPUT TEMP-CKPT-FILE
               WHEN 19 OPEN OUTPUT FX-INV-CKPT-FILE
               WHEN 20 OPEN OUTPUT AREA-CKPT-FILE
               WHEN 21 OPEN OUTPUT TEMP-LEDG-FILE
               WHEN 22 OPEN OUTPUT FX-INV-LEDG-FILE
               WHEN 23 OPEN OUTPUT AREA-LEDG-FILE
               WHEN 24 OPEN OUTPUT AR-CSH-LEDG-FILE
               WHEN 25 OPEN OUTPUT GL-POST-LOG-FILE
               WHEN 26 OPEN OUTPUT TEMP-SEQ-FILE
               WHEN 27 OPEN OUTPUT FX-INV-SEQ-FILE
               WHEN 28 OPEN OUTPUT AREA-SEQ-FILE
               WHEN 29 OPEN OUTPUT ALERT-SEQ-FILE
               WHEN 30 OPEN OUTPUT AR-AGE-SEQ-FILE
               WHEN 31 OPEN OUTPUT AR-CSH-SEQ-FILE
               WHEN 32 OPEN OUTPUT C-STMT-SEQ-FILE
               WHEN 33 OPEN OUTPUT DW-ACK-SEQ-FILE
               WHEN 34 OPEN OUTPUT DW-GEN-SEQ-FILE
               WHEN 35 OPEN OUTPUT EOD-SM-SEQ-FILE
               WHEN 36 OPEN OUTPUT EOD-VA-SEQ-FILE
               WHEN 37 OPEN OUTPUT FWD-RP-SEQ-FILE
               WHEN 38 OPEN OUTPUT FX-LD-SEQ-FILE
               WHEN 39 OPEN OUTPUT FX-SUM-SEQ-FILE
               WHEN 40 OPEN OUTPUT GL-JNL-SEQ-FILE
               WHEN 41 OPEN OUTPUT H-AUD-SEQ-FILE
               WHEN 42 OPEN OUTPUT IOF-RP-SEQ-FILE
               WHEN 43 OPEN OUTPUT OP-ACT-SEQ-FILE
               WHEN 44 OPEN OUTPUT P-CLOS-SEQ-FILE
               WHEN 45 OPEN OUTPUT QUOTE-SEQ-FILE
               WHEN 46 OPEN OUTPUT SN-EXC-SEQ-FILE
               WHEN 47 OPEN OUTPUT STK-RP-SEQ-FILE
               WHEN 48 OPEN OUTPUT WO-RPT-SEQ-FILE
               WHEN 49 OPEN OUTPUT CHG-SEQ-FILE
           END-EVALUATE.

       CLOSE-LIVE.
           EVALUATE BKP-FILE-NO
               WHEN 1 CLOSE FX-RATE-FILE
               WHEN 2 CLOSE MATL-MAST-FILE
               WHEN 3 CLOSE OPERATOR-MAST-FILE
               WHEN 4 CLOSE CUST-MAST-FILE
               WHEN 5 CLOSE SENS-MAST-FILE
               WHEN 6 CLOSE PER-STAT-FILE
               WHEN 7 CLOSE FX-RND-CTL-FILE
               WHEN 8 CLOSE BENF-MAST-FILE
               WHEN 9 CLOSE FWD-CT-MAST-FILE
               WHEN 10 CLOSE CALENDAR-FILE
               WHEN 11 CLOSE SHT-STOCK-FILE
               WHEN 12 CLOSE WORK-ORD-FILE
               WHEN 13 CLOSE AR-ITEMS-FILE
               WHEN 14 CLOSE PEND-CHG-FILE
               WHEN 15 CLOSE CR-HOLD-FILE
               WHEN 16 CLOSE ALERT-LOG-FILE
               WHEN 17 CLOSE QUOTE-NUM-FILE
               WHEN 18 CLOSE TEMP-CKPT-FILE
               WHEN 19 CLOSE FX-INV-CKPT-FILE
               WHEN 20 CLOSE AREA-CKPT-FILE
               WHEN 21 CLOSE TEMP-LEDG-FILE
               WHEN 22 CLOSE FX-INV-LEDG-FILE
               WHEN 23 CLOSE AREA-LEDG-FILE
               WHEN 24 CLOSE AR-CSH-LEDG-FILE
               WHEN 25 CLOSE GL-POST-LOG-FILE
               WHEN 26 CLOSE TEMP-SEQ-FILE
               WHEN 27 CLOSE FX-INV-SEQ-FILE
               WHEN 28 CLOSE AREA-SEQ-FILE
               WHEN 29 CLOSE ALERT-SEQ-FILE
               WHEN 30 CLOSE AR-AGE-SEQ-FILE
               WHEN 31 CLOSE AR-CSH-SEQ-FILE
               WHEN 32 CLOSE C-STMT-SEQ-FILE
               WHEN 33 CLOSE DW-ACK-SEQ-FILE
               WHEN 34 CLOSE DW-GEN-SEQ-FILE
               WHEN 35 CLOSE EOD-SM-SEQ-FILE
               WHEN 36 CLOSE EOD-VA-SEQ-FILE
               WHEN 37 CLOSE FWD-RP-SEQ-FILE
               WHEN 38 CLOSE FX-LD-SEQ-FILE
               WHEN 39 CLOSE FX-SUM-SEQ-FILE
               WHEN 40 CLOSE GL-JNL-SEQ-FILE
               WHEN 41 CLOSE H-AUD-SEQ-FILE
               WHEN 42 CLOSE IOF-RP-SEQ-FILE
               WHEN 43 CLOSE OP-ACT-SEQ-FILE
               WHEN 44 CLOSE P-CLOS-SEQ-FILE
               WHEN 45 CLOSE QUOTE-SEQ-FILE
               WHEN 46 CLOSE SN-EXC-SEQ-FILE
               WHEN 47 CLOSE STK-RP-SEQ-FILE
               WHEN 48 CLOSE WO-RPT-SEQ-FILE
               WHEN 49 CLOSE CHG-SEQ-FILE
           END-EVALUATE.

       READ-LIVE.
           EVALUATE BKP-FILE-NO
               WHEN 1
                   READ FX-RATE-FILE NEXT RECORD INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ MATL-MAST-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ OPERATOR-MAST-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ CUST-MAST-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ SENS-MAST-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 6
                   READ PER-STAT-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 7
                   READ FX-RND-CTL-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 8
                   READ BENF-MAST-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 9
                   READ FWD-CT-MAST-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 10
                   READ CALENDAR-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 11
                   READ SHT-STOCK-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 12
                   READ WORK-ORD-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 13
                   READ AR-ITEMS-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 14
                   READ PEND-CHG-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 15
                   READ CR-HOLD-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 16
                   READ ALERT-LOG-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 17
                   READ QUOTE-NUM-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 18
                   READ TEMP-CKPT-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 19
                   READ FX-INV-CKPT-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 20
                   READ AREA-CKPT-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 21
                   READ TEMP-LEDG-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 22
                   READ FX-INV-LEDG-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 23
                   READ AREA-LEDG-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 24
                   READ AR-CSH-LEDG-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 25
                   READ GL-POST-LOG-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 26
                   READ TEMP-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 27
                   READ FX-INV-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 28
                   READ AREA-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 29
                   READ ALERT-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 30
                   READ AR-AGE-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 31
                   READ AR-CSH-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 32
                   READ C-STMT-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 33
                   READ DW-ACK-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 34
                   READ DW-GEN-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 35
                   READ EOD-SM-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 36
                   READ EOD-VA-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 37
                   READ FWD-RP-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 38
                   READ FX-LD-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 39
                   READ FX-SUM-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 40
                   READ GL-JNL-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 41
                   READ H-AUD-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 42
                   READ IOF-RP-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 43
                   READ OP-ACT-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 44
                   READ P-CLOS-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 45
                   READ QUOTE-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 46
                   READ SN-EXC-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 47
                   READ STK-RP-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 48
                   READ WO-RPT-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
               WHEN 49
                   READ CHG-SEQ-FILE INTO BKP-IMAGE
                       AT END SET BKP-EOF TO TRUE
                   END-READ
           END-EVALUATE.

       WRITE-LIVE.
           EVALUATE BKP-FILE-NO
               WHEN 1 PERFORM WRITE-LIVE-FX-RATE
               WHEN 2 WRITE MATL-MAST-RECORD FROM BKP-IMAGE
               WHEN 3 WRITE OPERATOR-MAST-RECORD FROM BKP-IMAGE
               WHEN 4 WRITE CUST-MAST-RECORD FROM BKP-IMAGE
               WHEN 5 WRITE SENS-MAST-RECORD FROM BKP-IMAGE
               WHEN 6 WRITE PER-STAT-RECORD FROM BKP-IMAGE
               WHEN 7 WRITE FX-RND-CTL-RECORD FROM BKP-IMAGE
               WHEN 8 WRITE BENF-MAST-RECORD FROM BKP-IMAGE
               WHEN 9 WRITE FWD-CT-MAST-RECORD FROM BKP-IMAGE
               WHEN 10 WRITE CALENDAR-RECORD FROM BKP-IMAGE
               WHEN 11 WRITE SHT-STOCK-RECORD FROM BKP-IMAGE
               WHEN 12 WRITE WORK-ORD-RECORD FROM BKP-IMAGE
               WHEN 13 WRITE AR-ITEMS-RECORD FROM BKP-IMAGE
               WHEN 14 WRITE PEND-CHG-RECORD FROM BKP-IMAGE
               WHEN 15 WRITE CR-HOLD-RECORD FROM BKP-IMAGE
               WHEN 16 WRITE ALERT-LOG-RECORD FROM BKP-IMAGE
               WHEN 17 WRITE QUOTE-NUM-RECORD FROM BKP-IMAGE
               WHEN 18 WRITE TEMP-CKPT-RECORD FROM BKP-IMAGE
               WHEN 19 WRITE FX-INV-CKPT-RECORD FROM BKP-IMAGE
               WHEN 20 WRITE AREA-CKPT-RECORD FROM BKP-IMAGE
               WHEN 21 WRITE TEMP-LEDG-RECORD FROM BKP-IMAGE
               WHEN 22 WRITE FX-INV-LEDG-RECORD FROM BKP-IMAGE
               WHEN 23 WRITE AREA-LEDG-RECORD FROM BKP-IMAGE
               WHEN 24 WRITE AR-CSH-LEDG-RECORD FROM BKP-IMAGE
               WHEN 25 WRITE GL-POST-LOG-RECORD FROM BKP-IMAGE
               WHEN 26 WRITE TEMP-SEQ-RECORD FROM BKP-IMAGE
               WHEN 27 WRITE FX-INV-SEQ-RECORD FROM BKP-IMAGE
               WHEN 28 WRITE AREA-SEQ-RECORD FROM BKP-IMAGE
               WHEN 29 WRITE ALERT-SEQ-RECORD FROM BKP-IMAGE
               WHEN 30 WRITE AR-AGE-SEQ-RECORD FROM BKP-IMAGE
               WHEN 31 WRITE AR-CSH-SEQ-RECORD FROM BKP-IMAGE
               WHEN 32 WRITE C-STMT-SEQ-RECORD FROM BKP-IMAGE
               WHEN 33 WRITE DW-ACK-SEQ-RECORD FROM BKP-IMAGE
               WHEN 34 WRITE DW-GEN-SEQ-RECORD FROM BKP-IMAGE
               WHEN 35 WRITE EOD-SM-SEQ-RECORD FROM BKP-IMAGE
               WHEN 36 WRITE EOD-VA-SEQ-RECORD FROM BKP-IMAGE
               WHEN 37 WRITE FWD-RP-SEQ-RECORD FROM BKP-IMAGE
               WHEN 38 WRITE FX-LD-SEQ-RECORD FROM BKP-IMAGE
               WHEN 39 WRITE FX-SUM-SEQ-RECORD FROM BKP-IMAGE
               WHEN 40 WRITE GL-JNL-SEQ-RECORD FROM BKP-IMAGE
               WHEN 41 WRITE H-AUD-SEQ-RECORD FROM BKP-IMAGE
               WHEN 42 WRITE IOF-RP-SEQ-RECORD FROM BKP-IMAGE
               WHEN 43 WRITE OP-ACT-SEQ-RECORD FROM BKP-IMAGE
               WHEN 44 WRITE P-CLOS-SEQ-RECORD FROM BKP-IMAGE
               WHEN 45 WRITE QUOTE-SEQ-RECORD FROM BKP-IMAGE
               WHEN 46 WRITE SN-EXC-SEQ-RECORD FROM BKP-IMAGE
               WHEN 47 WRITE STK-RP-SEQ-RECORD FROM BKP-IMAGE
               WHEN 48 WRITE WO-RPT-SEQ-RECORD FROM BKP-IMAGE
               WHEN 49 WRITE CHG-SEQ-RECORD FROM BKP-IMAGE
           END-EVALUATE.

      *----------------------------------------------------------------
      *FXRATE e gravado pela chave, entao uma geracao tirada do
      *arquivo plano (fora de ordem, cotacao de 4 posicoes) volta
      *sem depender da ordem das imagens. Moeda/data repetida no
      *plano fica com a primeira, como na conversao C03FXCNV.
      *----------------------------------------------------------------
       WRITE-LIVE-FX-RATE.
           MOVE BKP-IMAGE TO BKP-FX-OLD-IMAGE
           IF BKP-FX-OLD-REST = SPACES AND BKP-FX-OLD-RATE NUMERIC
               MOVE BKP-FX-OLD-KEY  TO FX-RATE-KEY
               MOVE BKP-FX-OLD-RATE TO FX-RATE-VALUE
           ELSE
               MOVE BKP-IMAGE (1:22) TO FX-RATE-RECORD
           END-IF
           WRITE FX-RATE-RECORD
               INVALID KEY
                   DISPLAY "  FXRATE: chave repetida "
                       FX-RATE-KEY " ignorada."
           END-WRITE.

       END PROGRAM C03BKUP.
