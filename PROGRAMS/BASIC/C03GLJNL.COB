       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03GLJNL.
      *AUTHOR. R. MOTA.
      *
      *Diario contabil (interface com a contabilidade geral). Para a
      *data de movimento keyada, resume as trilhas do dia por
      *origem, moeda e direcao: FXAUDIT (conversoes em Real, o
      *residuo RND do arredondamento e o IOF; os lancamentos de
      *controle MANUALQT/FORCEDUP ficam de fora) e QAREAEXT (custo
      *de material e custo da sucata das pecas do lote de
      *C03EX03Q). Cada resumo e contabilizado pela tabela de contas
      *(GLACCTMP, copybook GLMAPREC) num lancamento a debito e um a
      *credito, com centro de custo, e o diario sai no arquivo de
      *layout fixo GLJOURNL (copybook GLJNREC) com header de lote e
      *trailer de controle. Diario desbalanceado (resumo sem conta
      *ou conta em branco na tabela) nao e liberado: o GLJOURNL nao
      *e gravado e o run termina com RC 8. O relatorio de prova
      *(GLPRFRPT) sai sempre. A mesma data de movimento nunca e
      *lancada duas vezes: ledger GLPOSTLG (LEDGREC), gravado so
      *quando o diario e liberado.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. O diario resumo deixa de ser
      *                  redigitado toda noite a partir do FXINVRPT,
      *                  da linha ROUNDING DIFF e do QAREARPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-AUDIT-FILE ASSIGN TO "FXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJ-AUDIT-STATUS.
           SELECT AREA-EXT-FILE ASSIGN TO "QAREAEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJ-EXT-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLACCTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJ-MAP-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOURNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJ-JNL-STATUS.
           SELECT GL-LEDG-FILE ASSIGN TO "GLPOSTLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJ-LEDG-STATUS.
           SELECT GLJ-RPT-FILE ASSIGN TO "GLPRFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJ-RPT-STATUS.
           SELECT GLJ-SEQ-FILE ASSIGN TO "GLJNLSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJ-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-AUDIT-FILE.
       01  FX-AUDIT-RECORD.
           05  FA-TIMESTAMP        PIC X(16).
           05  FILLER              PIC X(01).
           05  FA-CURRENCY         PIC X(03).
           05  FILLER              PIC X(01).
           05  FA-VALOR-DOLAR      PIC S9(6)V99
                                     SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X(01).
           05  FA-COTACAO          PIC 9(02)V99.
           05  FILLER              PIC X(01).
           05  FA-VALOR-REAL       PIC S9(6)V99
                                     SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X(01).
           05  FA-INVOICE-NO       PIC X(10).
           05  FILLER              PIC X(01).
           05  FA-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01).
           05  FA-DIRECTION        PIC X(01).
           05  FILLER              PIC X(01).
           05  FA-CUSTOMER         PIC X(08).
           05  FILLER              PIC X(01).
           05  FA-OPER-TYPE        PIC X(03).
           05  FILLER              PIC X(01).
           05  FA-IOF-ALIQ         PIC 9(02)V9(4).
           05  FILLER              PIC X(01).
           05  FA-VALOR-IOF        PIC S9(6)V99
                                     SIGN IS LEADING SEPARATE CHARACTER.

       FD  AREA-EXT-FILE.
       01  AREA-EXT-RECORD.
           05  QE-RUN-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  QE-RUN-TIME         PIC X(08).
           05  FILLER              PIC X(01).
           05  QE-SHAPE            PIC X(01).
           05  FILLER              PIC X(01).
           05  QE-RAIO-R           PIC 9(6)V99.
           05  FILLER              PIC X(01).
           05  QE-RAIO-INTERNO     PIC 9(6)V99.
           05  FILLER              PIC X(01).
           05  QE-AREA             PIC 9(6)V99.
           05  FILLER              PIC X(01).
           05  QE-MODE             PIC X(01).
           05  FILLER              PIC X(01).
           05  QE-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01).
           05  QE-MATERIAL         PIC X(06).
           05  FILLER              PIC X(01).
           05  QE-COST             PIC 9(7)V99.
           05  FILLER              PIC X(01).
           05  QE-SCRAP-COST       PIC 9(8)V99.

       FD  GL-MAP-FILE.
           COPY "GLMAPREC.CPY".

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD       PIC X(120).

       FD  GL-LEDG-FILE.
       01  GL-LEDG-RECORD          PIC X(40).

       FD  GLJ-RPT-FILE.
       01  GLJ-RPT-RECORD          PIC X(132).

       FD  GLJ-SEQ-FILE.
       01  GLJ-SEQ-RECORD          PIC X(25).

       LOCAL-STORAGE SECTION.
       77 GLJ-AUDIT-STATUS         PIC X(02).
       77 GLJ-EXT-STATUS           PIC X(02).
       77 GLJ-MAP-STATUS           PIC X(02).
       77 GLJ-JNL-STATUS           PIC X(02).
       77 GLJ-LEDG-STATUS          PIC X(02).
       77 GLJ-RPT-STATUS           PIC X(02).
       77 GLJ-SEQ-STATUS           PIC X(02).
       77 GLJ-RUN-DATE             PIC X(08).
       77 GLJ-RUN-TIME             PIC X(08).
       77 GLJ-MOVE-DATE            PIC X(08) VALUE SPACES.
       77 GLJ-SEQ-NO               PIC 9(04) VALUE 0 COMP.
       77 GLJ-SEQ-DISPLAY          PIC 9(04) VALUE 0.
       77 GLJ-BATCH-ID             PIC X(12) VALUE SPACES.
       77 GLJ-RPT-LINES            PIC 9(06) VALUE 0 COMP.
       77 GLJ-EOF-SWITCH           PIC X(01) VALUE "N".
           88  GLJ-EOF                 VALUE "Y".
       77 GLJ-POSTED-SWITCH        PIC X(01) VALUE "N".
           88  GLJ-ALREADY-POSTED      VALUE "Y".
       77 GLJ-RELEASE-SWITCH       PIC X(01) VALUE "N".
           88  GLJ-RELEASED            VALUE "Y".
       77 GLJ-MAP-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  GLJ-MAP-FOUND           VALUE "Y".

      *Chave de resumo e valores do lancamento em montagem.
       77 GLJ-SOURCE               PIC X(04) VALUE SPACES.
       77 GLJ-CURRENCY             PIC X(03) VALUE SPACES.
       77 GLJ-DIRECTION            PIC X(01) VALUE SPACE.
       77 GLJ-BRL-AMOUNT           PIC S9(11)V99 VALUE 0.
       77 GLJ-FGN-AMOUNT           PIC S9(11)V99 VALUE 0.
       77 GLJ-FIND-CURRENCY        PIC X(03) VALUE SPACES.
       77 GLJ-FIND-DIRECTION       PIC X(01) VALUE SPACE.
       77 GLJ-POST-AMOUNT          PIC 9(11)V99 VALUE 0.
       77 GLJ-POST-FGN             PIC 9(11)V99 VALUE 0.
       77 GLJ-DEBIT-ACCT           PIC X(10) VALUE SPACES.
       77 GLJ-CREDIT-ACCT          PIC X(10) VALUE SPACES.

       77 GLJ-AUDIT-COUNT          PIC 9(06) VALUE 0 COMP.
       77 GLJ-AREA-COUNT           PIC 9(06) VALUE 0 COMP.
       77 GLJ-CONTROL-SKIP         PIC 9(06) VALUE 0 COMP.
       77 GLJ-UNMAPPED-COUNT       PIC 9(04) VALUE 0 COMP.
       77 GLJ-SKIP-COUNT           PIC 9(06) VALUE 0 COMP.
       77 GLJ-DEBIT-TOTAL          PIC 9(13)V99 VALUE 0.
       77 GLJ-CREDIT-TOTAL         PIC 9(13)V99 VALUE 0.
       77 GLJ-SUB                  PIC 9(04) VALUE 0 COMP.
       77 GLJ-MAP-HIT              PIC 9(04) VALUE 0 COMP.

       77 GLS-COUNT                PIC 9(04) VALUE 0 COMP.
       01 GLS-TABLE.
           05  GLS-ENTRY OCCURS 200 TIMES
                   DEPENDING ON GLS-COUNT
                   INDEXED BY GLS-IDX.
               10  GLS-T-SOURCE        PIC X(04).
               10  GLS-T-CURRENCY      PIC X(03).
               10  GLS-T-DIRECTION     PIC X(01).
               10  GLS-T-COUNT         PIC 9(06) COMP.
               10  GLS-T-BRL           PIC S9(11)V99.
               10  GLS-T-FGN           PIC S9(11)V99.
               10  GLS-T-MAP-HIT       PIC 9(04) COMP.

       77 GLM-COUNT                PIC 9(04) VALUE 0 COMP.
       01 GLM-TABLE.
           05  GLM-ENTRY OCCURS 200 TIMES
                   DEPENDING ON GLM-COUNT
                   INDEXED BY GLM-IDX.
               10  GLM-T-SOURCE        PIC X(04).
               10  GLM-T-CURRENCY      PIC X(03).
               10  GLM-T-DIRECTION     PIC X(01).
               10  GLM-T-DEBIT-ACCT    PIC X(10).
               10  GLM-T-CREDIT-ACCT   PIC X(10).
               10  GLM-T-COST-CENTER   PIC X(06).
               10  GLM-T-DESCRIPTION   PIC X(20).
       77 GLM-SKIP-COUNT           PIC 9(04) VALUE 0 COMP.

       77 GLL-COUNT                PIC 9(04) VALUE 0 COMP.
       01 GLL-TABLE.
           05  GLL-ENTRY OCCURS 400 TIMES
                   DEPENDING ON GLL-COUNT
                   INDEXED BY GLL-IDX.
               10  GLL-T-ACCOUNT       PIC X(10).
               10  GLL-T-COST-CENTER   PIC X(06).
               10  GLL-T-DC            PIC X(01).
               10  GLL-T-AMOUNT        PIC 9(11)V99.
               10  GLL-T-CURRENCY      PIC X(03).
               10  GLL-T-FGN           PIC 9(11)V99.
               10  GLL-T-SOURCE        PIC X(04).
               10  GLL-T-DESCRIPTION   PIC X(30).

       01 GLJ-TITLE-LINE.
           05  FILLER              PIC X(38)
               VALUE "GENERAL LEDGER JOURNAL PROOF - MOVE ".
           05  GLJ-TTL-DATE        PIC X(08).
           05  FILLER              PIC X(09) VALUE "  BATCH ".
           05  GLJ-TTL-BATCH       PIC X(12).

       01 GLJ-SUM-COLS-LINE.
           05  FILLER              PIC X(05) VALUE "SRC".
           05  FILLER              PIC X(04) VALUE "CCY".
           05  FILLER              PIC X(04) VALUE "DIR".
           05  FILLER              PIC X(07) VALUE "  COUNT".
           05  FILLER              PIC X(18) VALUE "    FOREIGN TOTAL".
           05  FILLER              PIC X(18) VALUE "        BRL TOTAL".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "DEBIT".
           05  FILLER              PIC X(11) VALUE "CREDIT".
           05  FILLER              PIC X(07) VALUE "CC".
           05  FILLER              PIC X(20) VALUE "MAPPING".

       01 GLJ-SUM-LINE.
           05  GLJ-SL-SOURCE       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLJ-SL-CURRENCY     PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GLJ-SL-DIRECTION    PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GLJ-SL-COUNT        PIC ZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLJ-SL-FGN          PIC ---,---,---,--9.99.
           05  GLJ-SL-BRL          PIC ---,---,---,--9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GLJ-SL-DEBIT        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLJ-SL-CREDIT       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLJ-SL-COST-CENTER  PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLJ-SL-MAPPING      PIC X(20).

       01 GLJ-JNL-COLS-LINE.
           05  FILLER              PIC X(07) VALUE "LINE".
           05  FILLER              PIC X(11) VALUE "ACCOUNT".
           05  FILLER              PIC X(07) VALUE "CC".
           05  FILLER              PIC X(18) VALUE "            DEBIT".
           05  FILLER              PIC X(18) VALUE "           CREDIT".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "SRC".
           05  FILLER              PIC X(30) VALUE "DESCRIPTION".

       01 GLJ-JNL-LINE.
           05  GLJ-JL-LINE-NO      PIC ZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLJ-JL-ACCOUNT      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLJ-JL-COST-CENTER  PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLJ-JL-DEBIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLJ-JL-CREDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GLJ-JL-SOURCE       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLJ-JL-DESCRIPTION  PIC X(30).

       01 GLJ-TOTAL-LINE.
           05  FILLER              PIC X(25) VALUE "JOURNAL TOTALS".
           05  GLJ-TL-DEBIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  GLJ-TL-CREDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  GLJ-TL-RESULT       PIC X(40).

       01 GLJ-COUNT-LINE.
           05  FILLER              PIC X(17) VALUE "FXAUDIT ENTRIES: ".
           05  GLJ-CL-AUDIT        PIC ZZZZZ9.
           05  FILLER              PIC X(28)
               VALUE "  CONTROL ENTRIES EXCLUDED: ".
           05  GLJ-CL-CONTROL      PIC ZZZZZ9.
           05  FILLER              PIC X(18) VALUE "  QAREAEXT PARTS: ".
           05  GLJ-CL-AREA         PIC ZZZZZ9.

       01 GLJ-RULE-LINE            PIC X(132) VALUE ALL "-".

           COPY "GLJNREC.CPY".
           COPY "RPTHDR.CPY".
           COPY "RUNSEQ.CPY".
           COPY "LEDGREC.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT GLJ-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT GLJ-RUN-TIME FROM TIME
           DISPLAY "Data do movimento (YYYYMMDD, ENTER = hoje): "
               WITH NO ADVANCING
           ACCEPT GLJ-MOVE-DATE
           IF GLJ-MOVE-DATE = SPACES
               MOVE GLJ-RUN-DATE TO GLJ-MOVE-DATE
           END-IF
           IF GLJ-MOVE-DATE NOT NUMERIC
               DISPLAY "Data invalida - diario cancelado."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-POSTING-LEDGER
           IF GLJ-ALREADY-POSTED
               DISPLAY "MOVIMENTO DE " GLJ-MOVE-DATE " JA FOI"
                   " LANCADO NA CONTABILIDADE - DIARIO RECUSADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-ACCOUNT-MAP
           IF GLJ-MAP-STATUS NOT = "00"
               DISPLAY "GLACCTMP nao encontrado - STATUS "
                   GLJ-MAP-STATUS "; diario cancelado."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM TALLY-AUDIT-LOG
           PERFORM TALLY-AREA-EXTRACT
           IF GLS-COUNT = 0
               DISPLAY "Nenhum movimento em " GLJ-MOVE-DATE
                   " - nada a lancar."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO GLJ-SUB
           PERFORM BUILD-JOURNAL-LINES GLS-COUNT TIMES
           PERFORM NEXT-RUN-SEQUENCE
           MOVE GLJ-SEQ-NO TO GLJ-SEQ-DISPLAY
           STRING GLJ-MOVE-DATE   DELIMITED BY SIZE
                  GLJ-SEQ-DISPLAY DELIMITED BY SIZE
                  INTO GLJ-BATCH-ID

           IF GLJ-UNMAPPED-COUNT = 0 AND GLJ-SKIP-COUNT = 0 AND
              GLJ-DEBIT-TOTAL = GLJ-CREDIT-TOTAL
               PERFORM WRITE-JOURNAL-FILE
               PERFORM RECORD-POSTING-LEDGER
               SET GLJ-RELEASED TO TRUE
           END-IF
           PERFORM WRITE-PROOF-REPORT

           IF GLJ-RELEASED
               DISPLAY "Diario " GLJ-BATCH-ID " liberado em GLJOURNL"
                   " - " GLL-COUNT " lancamentos"
           ELSE
               DISPLAY "DIARIO DESBALANCEADO OU INCOMPLETO - NAO"
                   " LIBERADO; VER GLPRFRPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      *Uma data de movimento so e lancada uma vez: o ledger guarda
      *a data de cada diario liberado.
      *----------------------------------------------------------------
       CHECK-POSTING-LEDGER.
           OPEN INPUT GL-LEDG-FILE
           IF GLJ-LEDG-STATUS = "00"
               PERFORM MATCH-LEDGER-RECORD UNTIL GLJ-EOF
               CLOSE GL-LEDG-FILE
           END-IF
           MOVE "N" TO GLJ-EOF-SWITCH.

       MATCH-LEDGER-RECORD.
           READ GL-LEDG-FILE INTO LEDG-RECORD
               AT END
                   SET GLJ-EOF TO TRUE
               NOT AT END
                   IF LEDG-PROGRAM = "C03GLJNL" AND
                      LEDG-RUN-DATE = GLJ-MOVE-DATE
                       SET GLJ-ALREADY-POSTED TO TRUE
                       SET GLJ-EOF TO TRUE
                   END-IF
           END-READ.

       RECORD-POSTING-LEDGER.
           MOVE "C03GLJNL"      TO LEDG-PROGRAM
           MOVE GLJ-MOVE-DATE   TO LEDG-RUN-DATE
           MOVE GLL-COUNT       TO LEDG-REC-COUNT
           MOVE GLJ-DEBIT-TOTAL TO LEDG-AMOUNT-TOTAL
           OPEN EXTEND GL-LEDG-FILE
           IF GLJ-LEDG-STATUS = "35"
               OPEN OUTPUT GL-LEDG-FILE
           END-IF
           WRITE GL-LEDG-RECORD FROM LEDG-RECORD
           CLOSE GL-LEDG-FILE.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-MAP-FILE
           IF GLJ-MAP-STATUS = "00"
               PERFORM READ-MAP-RECORD UNTIL GLJ-EOF
               CLOSE GL-MAP-FILE
               MOVE "00" TO GLJ-MAP-STATUS
               IF GLM-SKIP-COUNT > 0
                   DISPLAY "GLACCTMP EXCEDE 200 CONTAS - "
                       GLM-SKIP-COUNT " IGNORADAS"
               END-IF
           END-IF
           MOVE "N" TO GLJ-EOF-SWITCH.

       READ-MAP-RECORD.
           READ GL-MAP-FILE
               AT END
                   SET GLJ-EOF TO TRUE
               NOT AT END
                   IF GLM-COUNT = 200
                       ADD 1 TO GLM-SKIP-COUNT
                   ELSE
                       ADD 1 TO GLM-COUNT
                       SET GLM-IDX TO GLM-COUNT
                       MOVE GM-SOURCE TO GLM-T-SOURCE (GLM-IDX)
                       MOVE GM-CURRENCY TO GLM-T-CURRENCY (GLM-IDX)
                       MOVE GM-DIRECTION TO GLM-T-DIRECTION (GLM-IDX)
                       MOVE GM-DEBIT-ACCT
                           TO GLM-T-DEBIT-ACCT (GLM-IDX)
                       MOVE GM-CREDIT-ACCT
                           TO GLM-T-CREDIT-ACCT (GLM-IDX)
                       MOVE GM-COST-CENTER
                           TO GLM-T-COST-CENTER (GLM-IDX)
                       MOVE GM-DESCRIPTION
                           TO GLM-T-DESCRIPTION (GLM-IDX)
                   END-IF
           END-READ.

       TALLY-AUDIT-LOG.
           OPEN INPUT FX-AUDIT-FILE
           IF GLJ-AUDIT-STATUS = "00"
               PERFORM TALLY-AUDIT-RECORD UNTIL GLJ-EOF
               CLOSE FX-AUDIT-FILE
           ELSE
               DISPLAY "FXAUDIT nao encontrado - sem conversoes no"
                   " diario."
           END-IF
           MOVE "N" TO GLJ-EOF-SWITCH.

      *----------------------------------------------------------------
      *Conversao do dia: origem FX pelo valor em Real, e origem IOF
      *pelo imposto quando houver. O residuo de arredondamento (moeda
      *RND, nota ROUNDING) entra como origem RND com o sinal que
      *tiver. Sem direcao, conta como entrada.
      *----------------------------------------------------------------
       TALLY-AUDIT-RECORD.
           READ FX-AUDIT-FILE
               AT END
                   SET GLJ-EOF TO TRUE
               NOT AT END
                   IF FA-TIMESTAMP (1:8) = GLJ-MOVE-DATE
                       IF FA-INVOICE-NO = "MANUALQT" OR
                          FA-INVOICE-NO = "FORCEDUP"
                           ADD 1 TO GLJ-CONTROL-SKIP
                       ELSE
                           ADD 1 TO GLJ-AUDIT-COUNT
                           PERFORM TALLY-ONE-CONVERSION
                       END-IF
                   END-IF
           END-READ.

       TALLY-ONE-CONVERSION.
           IF FA-DIRECTION = "2"
               MOVE "2" TO GLJ-DIRECTION
           ELSE
               MOVE "1" TO GLJ-DIRECTION
           END-IF
           MOVE FA-CURRENCY TO GLJ-CURRENCY
           IF FA-CURRENCY = "RND" OR FA-INVOICE-NO = "ROUNDING"
               MOVE "RND " TO GLJ-SOURCE
               MOVE "RND" TO GLJ-CURRENCY
               MOVE 0 TO GLJ-FGN-AMOUNT
           ELSE
               MOVE "FX  " TO GLJ-SOURCE
               MOVE FA-VALOR-DOLAR TO GLJ-FGN-AMOUNT
           END-IF
           MOVE FA-VALOR-REAL TO GLJ-BRL-AMOUNT
           PERFORM ACCUMULATE-SUMMARY
           IF GLJ-SOURCE = "FX  " AND
              FA-VALOR-IOF NUMERIC AND FA-VALOR-IOF NOT = 0
               MOVE "IOF " TO GLJ-SOURCE
               MOVE 0 TO GLJ-FGN-AMOUNT
               MOVE FA-VALOR-IOF TO GLJ-BRL-AMOUNT
               PERFORM ACCUMULATE-SUMMARY
           END-IF.

       TALLY-AREA-EXTRACT.
           OPEN INPUT AREA-EXT-FILE
           IF GLJ-EXT-STATUS = "00"
               PERFORM TALLY-AREA-RECORD UNTIL GLJ-EOF
               CLOSE AREA-EXT-FILE
           ELSE
               DISPLAY "QAREAEXT nao encontrado - sem custo de"
                   " material no diario."
           END-IF
           MOVE "N" TO GLJ-EOF-SWITCH.

      *----------------------------------------------------------------
      *Peca do lote (modo B) do dia: custo do material e custo da
      *sucata, em Real, sem direcao. Calculo de terminal nao e
      *producao e nao entra.
      *----------------------------------------------------------------
       TALLY-AREA-RECORD.
           READ AREA-EXT-FILE
               AT END
                   SET GLJ-EOF TO TRUE
               NOT AT END
                   IF QE-RUN-DATE = GLJ-MOVE-DATE AND QE-MODE = "B"
                      AND QE-COST NUMERIC AND QE-SCRAP-COST NUMERIC
                       ADD 1 TO GLJ-AREA-COUNT
                       MOVE "BRL" TO GLJ-CURRENCY
                       MOVE " "   TO GLJ-DIRECTION
                       MOVE 0     TO GLJ-FGN-AMOUNT
                       IF QE-COST > 0
                           MOVE "MAT " TO GLJ-SOURCE
                           MOVE QE-COST TO GLJ-BRL-AMOUNT
                           PERFORM ACCUMULATE-SUMMARY
                       END-IF
                       IF QE-SCRAP-COST > 0
                           MOVE "SCRP" TO GLJ-SOURCE
                           MOVE QE-SCRAP-COST TO GLJ-BRL-AMOUNT
                           PERFORM ACCUMULATE-SUMMARY
                       END-IF
                   END-IF
           END-READ.

       ACCUMULATE-SUMMARY.
           SET GLS-IDX TO 1
           SEARCH GLS-ENTRY
               AT END
                   PERFORM ADD-SUMMARY-ENTRY
               WHEN GLS-T-SOURCE (GLS-IDX) = GLJ-SOURCE AND
                    GLS-T-CURRENCY (GLS-IDX) = GLJ-CURRENCY AND
                    GLS-T-DIRECTION (GLS-IDX) = GLJ-DIRECTION
                   PERFORM ADD-TO-SUMMARY
           END-SEARCH.

      *Tabela de resumo cheia: o valor fica fora do diario, que por
      *isso nao e liberado.
       ADD-SUMMARY-ENTRY.
           IF GLS-COUNT = 200
               ADD 1 TO GLJ-SKIP-COUNT
           ELSE
               ADD 1 TO GLS-COUNT
               SET GLS-IDX TO GLS-COUNT
               MOVE GLJ-SOURCE    TO GLS-T-SOURCE (GLS-IDX)
               MOVE GLJ-CURRENCY  TO GLS-T-CURRENCY (GLS-IDX)
               MOVE GLJ-DIRECTION TO GLS-T-DIRECTION (GLS-IDX)
               MOVE 0             TO GLS-T-COUNT (GLS-IDX)
               MOVE 0             TO GLS-T-BRL (GLS-IDX)
               MOVE 0             TO GLS-T-FGN (GLS-IDX)
               MOVE 0             TO GLS-T-MAP-HIT (GLS-IDX)
               PERFORM ADD-TO-SUMMARY
           END-IF.

       ADD-TO-SUMMARY.
           ADD 1              TO GLS-T-COUNT (GLS-IDX)
           ADD GLJ-BRL-AMOUNT TO GLS-T-BRL (GLS-IDX)
           ADD GLJ-FGN-AMOUNT TO GLS-T-FGN (GLS-IDX).

      *----------------------------------------------------------------
      *Um resumo vira um debito e um credito pela tabela de contas.
      *Valor negativo (residuo de arredondamento a menor) inverte os
      *lados. Resumo zerado nao gera lancamento.
      *----------------------------------------------------------------
       BUILD-JOURNAL-LINES.
           ADD 1 TO GLJ-SUB
           SET GLS-IDX TO GLJ-SUB
           PERFORM FIND-ACCOUNT-MAP
           IF NOT GLJ-MAP-FOUND
               ADD 1 TO GLJ-UNMAPPED-COUNT
           ELSE
               MOVE GLJ-MAP-HIT TO GLS-T-MAP-HIT (GLS-IDX)
               IF GLS-T-BRL (GLS-IDX) < 0
                   MOVE GLM-T-CREDIT-ACCT (GLJ-MAP-HIT)
                       TO GLJ-DEBIT-ACCT
                   MOVE GLM-T-DEBIT-ACCT (GLJ-MAP-HIT)
                       TO GLJ-CREDIT-ACCT
                   COMPUTE GLJ-POST-AMOUNT = 0 - GLS-T-BRL (GLS-IDX)
               ELSE
                   MOVE GLM-T-DEBIT-ACCT (GLJ-MAP-HIT)
                       TO GLJ-DEBIT-ACCT
                   MOVE GLM-T-CREDIT-ACCT (GLJ-MAP-HIT)
                       TO GLJ-CREDIT-ACCT
                   MOVE GLS-T-BRL (GLS-IDX) TO GLJ-POST-AMOUNT
               END-IF
               IF GLS-T-FGN (GLS-IDX) < 0
                   COMPUTE GLJ-POST-FGN = 0 - GLS-T-FGN (GLS-IDX)
               ELSE
                   MOVE GLS-T-FGN (GLS-IDX) TO GLJ-POST-FGN
               END-IF
               IF GLJ-POST-AMOUNT > 0
                   IF GLJ-DEBIT-ACCT NOT = SPACES
                       PERFORM ADD-DEBIT-LINE
                   END-IF
                   IF GLJ-CREDIT-ACCT NOT = SPACES
                       PERFORM ADD-CREDIT-LINE
                   END-IF
               END-IF
           END-IF.

       ADD-DEBIT-LINE.
           IF GLL-COUNT = 400
               ADD 1 TO GLJ-SKIP-COUNT
           ELSE
               ADD 1 TO GLL-COUNT
               SET GLL-IDX TO GLL-COUNT
               MOVE GLJ-DEBIT-ACCT TO GLL-T-ACCOUNT (GLL-IDX)
               MOVE "D" TO GLL-T-DC (GLL-IDX)
               ADD GLJ-POST-AMOUNT TO GLJ-DEBIT-TOTAL
               PERFORM FILL-JOURNAL-LINE
           END-IF.

       ADD-CREDIT-LINE.
           IF GLL-COUNT = 400
               ADD 1 TO GLJ-SKIP-COUNT
           ELSE
               ADD 1 TO GLL-COUNT
               SET GLL-IDX TO GLL-COUNT
               MOVE GLJ-CREDIT-ACCT TO GLL-T-ACCOUNT (GLL-IDX)
               MOVE "C" TO GLL-T-DC (GLL-IDX)
               ADD GLJ-POST-AMOUNT TO GLJ-CREDIT-TOTAL
               PERFORM FILL-JOURNAL-LINE
           END-IF.

       FILL-JOURNAL-LINE.
           MOVE GLM-T-COST-CENTER (GLJ-MAP-HIT)
               TO GLL-T-COST-CENTER (GLL-IDX)
           MOVE GLJ-POST-AMOUNT TO GLL-T-AMOUNT (GLL-IDX)
           MOVE GLS-T-CURRENCY (GLS-IDX) TO GLL-T-CURRENCY (GLL-IDX)
           MOVE GLJ-POST-FGN TO GLL-T-FGN (GLL-IDX)
           MOVE GLS-T-SOURCE (GLS-IDX) TO GLL-T-SOURCE (GLL-IDX)
           MOVE SPACES TO GLL-T-DESCRIPTION (GLL-IDX)
           STRING GLM-T-DESCRIPTION (GLJ-MAP-HIT) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  GLS-T-CURRENCY (GLS-IDX) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  GLS-T-DIRECTION (GLS-IDX) DELIMITED BY SIZE
                  INTO GLL-T-DESCRIPTION (GLL-IDX).

      *----------------------------------------------------------------
      *Conta do resumo: a linha mais especifica da tabela vence -
      *moeda e direcao exatas, depois direcao "*", depois moeda
      *"***", por fim as duas genericas.
      *----------------------------------------------------------------
       FIND-ACCOUNT-MAP.
           MOVE "N" TO GLJ-MAP-FOUND-SWITCH
           MOVE 0 TO GLJ-MAP-HIT
           MOVE GLS-T-CURRENCY (GLS-IDX)  TO GLJ-FIND-CURRENCY
           MOVE GLS-T-DIRECTION (GLS-IDX) TO GLJ-FIND-DIRECTION
           PERFORM SCAN-ACCOUNT-MAP
           IF NOT GLJ-MAP-FOUND
               MOVE "*" TO GLJ-FIND-DIRECTION
               PERFORM SCAN-ACCOUNT-MAP
           END-IF
           IF NOT GLJ-MAP-FOUND
               MOVE "***" TO GLJ-FIND-CURRENCY
               MOVE GLS-T-DIRECTION (GLS-IDX) TO GLJ-FIND-DIRECTION
               PERFORM SCAN-ACCOUNT-MAP
           END-IF
           IF NOT GLJ-MAP-FOUND
               MOVE "*" TO GLJ-FIND-DIRECTION
               PERFORM SCAN-ACCOUNT-MAP
           END-IF.

       SCAN-ACCOUNT-MAP.
           SET GLM-IDX TO 1
           SEARCH GLM-ENTRY
               AT END
                   CONTINUE
               WHEN GLM-T-SOURCE (GLM-IDX) = GLS-T-SOURCE (GLS-IDX)
                    AND GLM-T-CURRENCY (GLM-IDX) = GLJ-FIND-CURRENCY
                    AND GLM-T-DIRECTION (GLM-IDX) = GLJ-FIND-DIRECTION
                   SET GLJ-MAP-HIT TO GLM-IDX
                   SET GLJ-MAP-FOUND TO TRUE
           END-SEARCH.

       NEXT-RUN-SEQUENCE.
           MOVE 0 TO GLJ-SEQ-NO
           OPEN INPUT GLJ-SEQ-FILE
           IF GLJ-SEQ-STATUS = "00"
               READ GLJ-SEQ-FILE INTO RUNSEQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNSEQ-RUN-DATE = GLJ-RUN-DATE
                           MOVE RUNSEQ-LAST-NO TO GLJ-SEQ-NO
                       END-IF
               END-READ
               CLOSE GLJ-SEQ-FILE
           END-IF
           ADD 1 TO GLJ-SEQ-NO
           MOVE "C03GLJNL"    TO RUNSEQ-PROGRAM
           MOVE GLJ-RUN-DATE  TO RUNSEQ-RUN-DATE
           MOVE GLJ-SEQ-NO    TO RUNSEQ-LAST-NO
           OPEN OUTPUT GLJ-SEQ-FILE
           WRITE GLJ-SEQ-RECORD FROM RUNSEQ-RECORD
           CLOSE GLJ-SEQ-FILE.

       WRITE-JOURNAL-FILE.
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE GLJ-BATCH-ID      TO GLH-BATCH-ID
           MOVE GLJ-MOVE-DATE     TO GLH-MOVE-DATE
           MOVE GLJ-RUN-DATE      TO GLH-CREATE-DATE
           MOVE GLJ-RUN-TIME (1:6) TO GLH-CREATE-TIME
           MOVE "C03GLJNL"        TO GLH-PROGRAM
           WRITE GL-JOURNAL-RECORD FROM GL-HEADER-RECORD
           MOVE 0 TO GLJ-SUB
           PERFORM WRITE-JOURNAL-DETAIL GLL-COUNT TIMES
           MOVE GLJ-BATCH-ID      TO GLT-BATCH-ID
           MOVE GLL-COUNT         TO GLT-LINE-COUNT
           MOVE GLJ-DEBIT-TOTAL   TO GLT-DEBIT-TOTAL
           MOVE GLJ-CREDIT-TOTAL  TO GLT-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD FROM GL-TRAILER-RECORD
           CLOSE GL-JOURNAL-FILE.

       WRITE-JOURNAL-DETAIL.
           ADD 1 TO GLJ-SUB
           MOVE GLJ-BATCH-ID                TO GLD-BATCH-ID
           MOVE GLJ-SUB                     TO GLD-LINE-NO
           MOVE GLL-T-ACCOUNT (GLJ-SUB)     TO GLD-ACCOUNT
           MOVE GLL-T-COST-CENTER (GLJ-SUB) TO GLD-COST-CENTER
           MOVE GLL-T-DC (GLJ-SUB)          TO GLD-DC
           MOVE GLL-T-AMOUNT (GLJ-SUB)      TO GLD-AMOUNT
           MOVE GLL-T-CURRENCY (GLJ-SUB)    TO GLD-CURRENCY
           MOVE GLL-T-FGN (GLJ-SUB)         TO GLD-FGN-AMOUNT
           MOVE GLL-T-SOURCE (GLJ-SUB)      TO GLD-SOURCE
           MOVE GLJ-MOVE-DATE               TO GLD-MOVE-DATE
           MOVE GLL-T-DESCRIPTION (GLJ-SUB) TO GLD-DESCRIPTION
           WRITE GL-JOURNAL-RECORD FROM GL-DETAIL-RECORD.

      *----------------------------------------------------------------
      *Prova do diario: os resumos com a conta aplicada, os
      *lancamentos e os totais a debito e a credito.
      *----------------------------------------------------------------
       WRITE-PROOF-REPORT.
           OPEN OUTPUT GLJ-RPT-FILE
           MOVE 0 TO GLJ-RPT-LINES
           MOVE "C03GLJNL"    TO RPT-HDR-PROGRAM
           MOVE GLJ-RUN-DATE  TO RPT-HDR-RUN-DATE
           MOVE GLJ-SEQ-NO    TO RPT-HDR-SEQ-NO
           WRITE GLJ-RPT-RECORD FROM RPT-HEADER-LINE
           MOVE GLJ-MOVE-DATE TO GLJ-TTL-DATE
           MOVE GLJ-BATCH-ID  TO GLJ-TTL-BATCH
           WRITE GLJ-RPT-RECORD FROM GLJ-TITLE-LINE
           WRITE GLJ-RPT-RECORD FROM GLJ-RULE-LINE
           WRITE GLJ-RPT-RECORD FROM GLJ-SUM-COLS-LINE
           ADD 4 TO GLJ-RPT-LINES
           MOVE 0 TO GLJ-SUB
           PERFORM WRITE-SUMMARY-LINE GLS-COUNT TIMES

           WRITE GLJ-RPT-RECORD FROM GLJ-RULE-LINE
           WRITE GLJ-RPT-RECORD FROM GLJ-JNL-COLS-LINE
           ADD 2 TO GLJ-RPT-LINES
           MOVE 0 TO GLJ-SUB
           PERFORM WRITE-PROOF-LINE GLL-COUNT TIMES

           WRITE GLJ-RPT-RECORD FROM GLJ-RULE-LINE
           MOVE GLJ-DEBIT-TOTAL  TO GLJ-TL-DEBIT
           MOVE GLJ-CREDIT-TOTAL TO GLJ-TL-CREDIT
           EVALUATE TRUE
               WHEN GLJ-RELEASED
                   MOVE "BALANCED - JOURNAL RELEASED" TO GLJ-TL-RESULT
               WHEN GLJ-UNMAPPED-COUNT > 0
                   MOVE "*** UNMAPPED SOURCE - NOT RELEASED ***"
                       TO GLJ-TL-RESULT
               WHEN GLJ-SKIP-COUNT > 0
                   MOVE "*** TABLE LIMIT - NOT RELEASED ***"
                       TO GLJ-TL-RESULT
               WHEN OTHER
                   MOVE "*** OUT OF BALANCE - NOT RELEASED ***"
                       TO GLJ-TL-RESULT
           END-EVALUATE
           WRITE GLJ-RPT-RECORD FROM GLJ-TOTAL-LINE
           ADD 2 TO GLJ-RPT-LINES
           MOVE GLJ-AUDIT-COUNT  TO GLJ-CL-AUDIT
           MOVE GLJ-CONTROL-SKIP TO GLJ-CL-CONTROL
           MOVE GLJ-AREA-COUNT   TO GLJ-CL-AREA
           WRITE GLJ-RPT-RECORD FROM GLJ-COUNT-LINE
           ADD 1 TO GLJ-RPT-LINES

           MOVE "C03GLJNL"    TO RPT-TRL-PROGRAM
           MOVE GLJ-RUN-DATE  TO RPT-TRL-RUN-DATE
           MOVE GLJ-RPT-LINES TO RPT-TRL-REC-COUNT
           IF GLJ-RELEASED
               MOVE "OK      " TO RPT-TRL-CTL-STATUS
           ELSE
               MOVE "MISMATCH" TO RPT-TRL-CTL-STATUS
           END-IF
           WRITE GLJ-RPT-RECORD FROM RPT-TRAILER-LINE
           CLOSE GLJ-RPT-FILE.

       WRITE-SUMMARY-LINE.
           ADD 1 TO GLJ-SUB
           MOVE GLS-T-SOURCE (GLJ-SUB)    TO GLJ-SL-SOURCE
           MOVE GLS-T-CURRENCY (GLJ-SUB)  TO GLJ-SL-CURRENCY
           MOVE GLS-T-DIRECTION (GLJ-SUB) TO GLJ-SL-DIRECTION
           MOVE GLS-T-COUNT (GLJ-SUB)     TO GLJ-SL-COUNT
           MOVE GLS-T-FGN (GLJ-SUB)       TO GLJ-SL-FGN
           MOVE GLS-T-BRL (GLJ-SUB)       TO GLJ-SL-BRL
           IF GLS-T-MAP-HIT (GLJ-SUB) > 0
               MOVE GLS-T-MAP-HIT (GLJ-SUB) TO GLJ-MAP-HIT
               MOVE GLM-T-DEBIT-ACCT (GLJ-MAP-HIT)  TO GLJ-SL-DEBIT
               MOVE GLM-T-CREDIT-ACCT (GLJ-MAP-HIT) TO GLJ-SL-CREDIT
               MOVE GLM-T-COST-CENTER (GLJ-MAP-HIT)
                   TO GLJ-SL-COST-CENTER
               MOVE GLM-T-DESCRIPTION (GLJ-MAP-HIT)
                   TO GLJ-SL-MAPPING
           ELSE
               MOVE SPACES TO GLJ-SL-DEBIT
               MOVE SPACES TO GLJ-SL-CREDIT
               MOVE SPACES TO GLJ-SL-COST-CENTER
               MOVE "*** NO ACCOUNT MAP" TO GLJ-SL-MAPPING
           END-IF
           WRITE GLJ-RPT-RECORD FROM GLJ-SUM-LINE
           ADD 1 TO GLJ-RPT-LINES.

       WRITE-PROOF-LINE.
           ADD 1 TO GLJ-SUB
           MOVE GLJ-SUB                     TO GLJ-JL-LINE-NO
           MOVE GLL-T-ACCOUNT (GLJ-SUB)     TO GLJ-JL-ACCOUNT
           MOVE GLL-T-COST-CENTER (GLJ-SUB) TO GLJ-JL-COST-CENTER
           IF GLL-T-DC (GLJ-SUB) = "D"
               MOVE GLL-T-AMOUNT (GLJ-SUB) TO GLJ-JL-DEBIT
               MOVE 0 TO GLJ-JL-CREDIT
           ELSE
               MOVE 0 TO GLJ-JL-DEBIT
               MOVE GLL-T-AMOUNT (GLJ-SUB) TO GLJ-JL-CREDIT
           END-IF
           MOVE GLL-T-SOURCE (GLJ-SUB)      TO GLJ-JL-SOURCE
           MOVE GLL-T-DESCRIPTION (GLJ-SUB) TO GLJ-JL-DESCRIPTION
           WRITE GLJ-RPT-RECORD FROM GLJ-JNL-LINE
           ADD 1 TO GLJ-RPT-LINES.

       END PROGRAM C03GLJNL.
