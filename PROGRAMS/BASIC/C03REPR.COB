      *                  material: o reparo mostra e preserva o
      *                  material original no registro corrigido de
      *                  QAREARSB.
      *  2026-10-15  RM  FD das excecoes (layout REJREC) alargado
      *                  para X(120): REJ-INPUT-DATA passou a X(60).
      *  2026-10-15  RM  Layout de QAREAIN ganhou a ordem de servico:
      *                  o reparo mostra e preserva a ordem original;
      *                  rejeicao por ordem encerrada ou fora do
      *                  cadastro (WOCLS, WONF) pede so a ordem
      *                  corrigida e mantem os raios.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMP-EXC-FILE.
       01  TEMP-EXC-RECORD         PIC X(120).

       FD  AREA-EXC-FILE.
       01  AREA-EXC-RECORD         PIC X(120).

       FD  TEMP-RSUB-FILE.
       01  TEMP-RSUB-RECORD.
           05  RA-RAIO-R           PIC 9(6)V99.
           05  RA-RAIO-INTERNO     PIC 9(6)V99.
           05  RA-MATERIAL         PIC X(06).
           05  RA-WORK-ORDER       PIC X(08).

       LOCAL-STORAGE SECTION.
       77 REP-TEXC-STATUS          PIC X(02).
       01 REP-TABLE.
           05  REP-ENTRY OCCURS 500 TIMES
                   DEPENDING ON REP-COUNT.
               10  REP-IMAGE           PIC X(120).
       77 REP-SUB                  PIC 9(03) VALUE 0 COMP.
       77 REP-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  REP-TABLE-OVERFLOW      VALUE "Y".
       77 REP-NEW-READING          PIC S9(3)V99 VALUE 0.
       77 REP-NEW-RAIO             PIC 9(6)V99 VALUE 0.
       77 REP-NEW-INTERNO          PIC 9(6)V99 VALUE 0.
       77 REP-NEW-WORK-ORDER       PIC X(08) VALUE SPACES.
       77 REP-DISPLAY-RECNO        PIC ZZZZZ9.
      *Imagem da entrada original dentro de REJ-INPUT-DATA, nos
      *layouts de TEMPIN e QAREAIN respectivamente.
           05  RAI-RAIO-R          PIC 9(6)V99.
           05  RAI-RAIO-INTERNO    PIC 9(6)V99.
           05  RAI-MATERIAL        PIC X(06).
           05  RAI-WORK-ORDER      PIC X(08).

           COPY "REJREC.CPY".

                   "  raio externo: " RAI-RAIO-R
                   "  raio interno: " RAI-RAIO-INTERNO
                   "  material: " RAI-MATERIAL
               DISPLAY "Ordem de servico: " RAI-WORK-ORDER
               DISPLAY "Corrigir este registro? (S/N): "
                   WITH NO ADVANCING
               ACCEPT REP-ANSWER
               IF REP-ANSWER = "S" OR REP-ANSWER = "s"
                   IF REJ-REASON-CODE = "WOCLS" OR
                      REJ-REASON-CODE = "WONF "
                       MOVE RAI-RAIO-R       TO REP-NEW-RAIO
                       MOVE RAI-RAIO-INTERNO TO REP-NEW-INTERNO
                       DISPLAY "Ordem de servico corrigida: "
                           WITH NO ADVANCING
                       MOVE SPACES TO REP-NEW-WORK-ORDER
                       ACCEPT REP-NEW-WORK-ORDER
                   ELSE
                       DISPLAY "Raio externo corrigido: "
                           WITH NO ADVANCING
                       ACCEPT REP-NEW-RAIO
                       IF RAI-SHAPE = "2"
                           DISPLAY "Raio interno corrigido: "
                               WITH NO ADVANCING
                           ACCEPT REP-NEW-INTERNO
                       ELSE
                           MOVE 0 TO REP-NEW-INTERNO
                       END-IF
                       MOVE RAI-WORK-ORDER TO REP-NEW-WORK-ORDER
                   END-IF
                   MOVE RAI-SHAPE          TO RA-SHAPE
                   MOVE REP-NEW-RAIO       TO RA-RAIO-R
                   MOVE REP-NEW-INTERNO    TO RA-RAIO-INTERNO
                   MOVE RAI-MATERIAL       TO RA-MATERIAL
                   MOVE REP-NEW-WORK-ORDER TO RA-WORK-ORDER
                   WRITE AREA-RSUB-RECORD
                   SET REJ-REPAIRED TO TRUE
                   MOVE REJ-RECORD TO REP-IMAGE (REP-SUB)
