      *                  postagem para sempre. Chave duplicada
      *                  agora avanca o contador e regrava ate
      *                  achar numero livre.
      *  2026-10-15  RM  Imagens dos extratos, tabela de comparacao
      *                  e linha de detalhe alargadas para X(120),
      *                  acompanhando HIST-DETAIL (FXCNVEXT ganhou o
      *                  tipo de operacao e o IOF no fim); HAUDRPT
      *                  passa a X(150).
      *  2026-10-15  RM  TEMPEXT agora traz o sensor na imagem: a
      *                  reconstrucao de C03EX3A volta com o filtro
      *                  de sensor. Historico de C03EX3A com flag de
      *                  faixa R (leitura rejeitada postada so para
      *                  o relatorio de excursoes, sem linha em
      *                  TEMPEXT) nao e conferido nem reportado como
      *                  orfao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMP-EXT-FILE.
       01  TEMP-EXT-RECORD         PIC X(120).

       FD  FX-CNV-EXT-FILE.
       01  FX-CNV-EXT-RECORD       PIC X(120).

       FD  AREA-EXT-FILE.
       01  AREA-EXT-RECORD         PIC X(120).

       FD  CNV-HIST-FILE.
           COPY "HISTREC.CPY".

       FD  HAU-RPT-FILE.
       01  HAU-RPT-RECORD          PIC X(150).

       FD  HAU-SEQ-FILE.
       01  HAU-SEQ-RECORD          PIC X(25).
       01 HAU-EXT-TABLE.
           05  HAU-ENTRY OCCURS 500 TIMES
                   DEPENDING ON HAU-COUNT.
               10  HAU-T-IMAGE         PIC X(120).
               10  HAU-T-MATCHED       PIC X(01).
       77 HAU-SUB                  PIC 9(03) VALUE 0 COMP.
       77 HAU-HIT-SUB              PIC 9(03) VALUE 0 COMP.
       77 HAU-OVFL-SWITCH          PIC X(01) VALUE "N".
           88  HAU-TABLE-OVERFLOW      VALUE "Y".
       77 HAU-WORK-IMAGE           PIC X(120) VALUE SPACES.
       77 HAU-REC-DATE             PIC X(08) VALUE SPACES.
       77 HAU-MISS-COUNT           PIC 9(06) VALUE 0 COMP.
       77 HAU-ORPH-COUNT           PIC 9(06) VALUE 0 COMP.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HAU-DL-SOURCE       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HAU-DL-IMAGE        PIC X(120).

       01 HAU-SOURCE-LINE.
           05  FILLER              PIC X(08) VALUE "SOURCE ".
                   MOVE "TEMPEXT"  TO HAU-SOURCE-NAME
                   MOVE "C03EX3A"  TO HAU-PROGRAM-NAME
                   MOVE 35 TO HAU-MODE-OFFSET
                   MOVE 46 TO HAU-FILT-OFFSET
                   MOVE 8  TO HAU-FILT-LENGTH
               WHEN 2
                   MOVE "FXCNVEXT" TO HAU-SOURCE-NAME
                   MOVE "C03EX03K" TO HAU-PROGRAM-NAME
                   IF HIST-RUN-DATE > HAU-TO-DATE
                       SET HAU-EOF TO TRUE
                   ELSE
                       IF HIST-PROGRAM = HAU-PROGRAM-NAME AND
                          NOT (HAU-SOURCE-NO = 1 AND
                               HIST-DETAIL (70:1) = "R")
                           PERFORM MATCH-HISTORY-DETAIL
                       END-IF
                   END-IF
