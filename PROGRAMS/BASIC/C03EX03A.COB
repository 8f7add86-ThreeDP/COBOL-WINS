      *                  excecao alargado para X(100)), para o
      *                  relatorio de atividade por operador
      *                  (C03OPACT) ligar rejeicao a sessao.
      *  2026-10-15  RM  CKPTREC ganhou os totais de Real e de IOF
      *                  do run de C03EX03K; aqui os campos saem
      *                  zerados e o FD do checkpoint foi alargado
      *                  para X(100).
      *  2026-10-15  RM  FD das excecoes (layout REJREC) alargado
      *                  para X(120): REJ-INPUT-DATA passou a X(60).
      *  2026-10-15  RM  Extrato TEMPEXT (e HIST-DETAIL) ganhou o
      *                  sensor, o timestamp de captura e um flag de
      *                  faixa no fim. A leitura de lote rejeitada
      *                  por faixa (RANGE) agora tambem e postada em
      *                  CNVHIST com o flag R, sem linha em TEMPEXT,
      *                  para o relatorio de excursoes (C03SNEXC)
      *                  ver quanto tempo a sonda ficou fora da
      *                  faixa. SENSMAST passou ao copybook SENSREC
      *                  com o intervalo esperado de leitura.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  TEMP-RPT-RECORD         PIC X(80).

       FD  TEMP-EXC-FILE.
       01  TEMP-EXC-RECORD         PIC X(120).

       FD  TEMP-CKPT-FILE.
       01  TEMP-CKPT-RECORD        PIC X(100).

       FD  TEMP-CTL-FILE.
       01  TEMP-CTL-RECORD         PIC X(30).
           05  TE-MODE             PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  TE-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  TE-SENSOR-ID        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  TE-READ-TS          PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  TE-RANGE-FLAG       PIC X(01).

       FD  TEMP-SEQ-FILE.
       01  TEMP-SEQ-RECORD         PIC X(25).
           COPY "OPERMREC.CPY".

       FD  SENS-MAST-FILE.
           COPY "SENSREC.CPY".

       FD  RPT-ARCH-FILE.
       01  RPT-ARCH-RECORD         PIC X(160).
                           PERFORM 490-WRITE-EXTRACT-RECORD
                       ELSE
                           PERFORM 460-BATCH-WRITE-EXCEPTION
                           IF EXC-REASON = "RANGE"
                               PERFORM 497-POST-RANGE-HISTORY
                           END-IF
                       END-IF
                       DIVIDE TEMP-READ-COUNT BY 5
                           GIVING CKPT-QUOTIENT
           MOVE TEMP-ACTUAL-TOTAL TO CKPT-AMOUNT-TOTAL
           MOVE TEMP-RPT-COUNT    TO CKPT-RPT-COUNT
           MOVE 0                 TO CKPT-ROUND-DIFF
           MOVE 0                 TO CKPT-REAL-TOTAL
           MOVE 0                 TO CKPT-IOF-TOTAL
           OPEN OUTPUT TEMP-CKPT-FILE
           WRITE TEMP-CKPT-RECORD FROM CKPT-RECORD
           CLOSE TEMP-CKPT-FILE.
           MOVE 0               TO CKPT-AMOUNT-TOTAL
           MOVE 0               TO CKPT-RPT-COUNT
           MOVE 0               TO CKPT-ROUND-DIFF
           MOVE 0               TO CKPT-REAL-TOTAL
           MOVE 0               TO CKPT-IOF-TOTAL
           OPEN OUTPUT TEMP-CKPT-FILE
           WRITE TEMP-CKPT-RECORD FROM CKPT-RECORD
           CLOSE TEMP-CKPT-FILE.

       490-WRITE-EXTRACT-RECORD.
           PERFORM 489-BUILD-EXTRACT-IMAGE
           WRITE TEMP-EXT-RECORD
           PERFORM 495-WRITE-HISTORY-RECORD.

      *----------------------------------------------------------------
      *Imagem do extrato, que tambem e o HIST-DETAIL. Sensor e
      *timestamp de captura so existem no lote.
      *----------------------------------------------------------------
       489-BUILD-EXTRACT-IMAGE.
           MOVE SPACE TO TEMP-EXT-RECORD
           MOVE TEMP-RUN-DATE TO TE-RUN-DATE
           ACCEPT TE-RUN-TIME FROM TIME
               MOVE "I" TO TE-MODE
           END-IF
           MOVE CUR-OPER-ID TO TE-OPERATOR
           IF MODE-BATCH
               MOVE TI-SENSOR-ID TO TE-SENSOR-ID
               MOVE TI-READ-TS   TO TE-READ-TS
           END-IF.

      *----------------------------------------------------------------
      *Leitura de lote fora da faixa do sensor: vai para TEMPEXC e
      *tambem para o historico com o flag R, sem linha em TEMPEXT
      *(nao e conversao). A leitura nao e convertida; a outra
      *unidade sai zerada.
      *----------------------------------------------------------------
       497-POST-RANGE-HISTORY.
           IF HIST-FILE-OK
               IF DIR-C-TO-F
                   MOVE 0 TO FAHREN
               ELSE
                   MOVE 0 TO CELSIUS
               END-IF
               PERFORM 489-BUILD-EXTRACT-IMAGE
               MOVE "R" TO TE-RANGE-FLAG
               PERFORM 495-WRITE-HISTORY-RECORD
           END-IF.

       491-OPEN-EXTRACT-FILE.
           OPEN EXTEND TEMP-EXT-FILE
