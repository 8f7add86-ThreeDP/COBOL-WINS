      *                  (OPACTSEQ) em vez de 1 fixo, para um
      *                  segundo run do dia nao imprimir header
      *                  identico.
      *  2026-10-15  RM  FD das excecoes (layout REJREC) alargado
      *                  para X(120): REJ-INPUT-DATA passou a X(60).
      *  2026-10-15  RM  Rejeicao gravada no layout de REJ-INPUT-DATA
      *                  X(40) e ainda nao convertida por C03RJCNV:
      *                  o operador e lido da posicao antiga
      *                  (REJ-INPUT-DATA 42:8) em vez de sumir do
      *                  relatorio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FA-CUSTOMER         PIC X(08).

       FD  TEMP-EXC-FILE.
       01  TEMP-EXC-RECORD         PIC X(120).

       FD  AREA-EXC-FILE.
       01  AREA-EXC-RECORD         PIC X(120).

       FD  FX-INV-EXC-FILE.
       01  FX-INV-EXC-RECORD       PIC X(120).

       FD  OPA-CFG-FILE.
       01  OPA-CFG-RECORD.
                   END-READ
           END-EVALUATE
           IF NOT OPA-EOF
               PERFORM CONVERT-LEGACY-REJECT
               IF REJ-RUN-DATE NOT < OPA-FROM-DATE AND
                  REJ-RUN-DATE NOT > OPA-TO-DATE AND
                  REJ-OPERATOR NOT = SPACES
               END-IF
           END-IF.

      *Registro do layout de REJ-INPUT-DATA X(40) (mesma regra de
      *C03RJCNV): o operador ficou nas posicoes 75-82, hoje
      *REJ-INPUT-DATA (42:8).
       CONVERT-LEGACY-REJECT.
           IF REJ-OPERATOR = SPACES AND
              REJ-INPUT-DATA (41:1) = SPACE AND
              REJ-INPUT-DATA (42:8) NOT = SPACES AND
              REJ-INPUT-DATA (50:11) = SPACES
               MOVE REJ-INPUT-DATA (42:8) TO REJ-OPERATOR
           END-IF.

      *----------------------------------------------------------------
      *Entrada do operador na tabela; carimbo em branco sai como
      **BLANK* para runs antigos ainda aparecerem no quadro.
