       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03RJCNV.
      *AUTHOR. R. MOTA.
      *
      *Conversao unica dos arquivos de excecao (TEMPEXC de C03EX3A,
      *FXINVEXC de C03EX03K, QAREAEXC de C03EX03Q, layout REJREC)
      *para o REJ-INPUT-DATA de 60 posicoes. No layout anterior a
      *imagem da entrada tinha 40 posicoes e o REJ-OPERATOR ocupava
      *as posicoes 75-82 do registro; lidas no layout novo, essas
      *posicoes caem dentro de REJ-INPUT-DATA (42:8) e o operador
      *aparece em branco - a rejeicao some do relatorio por
      *operador (C03OPACT).
      *
      *Registro antigo = operador em branco, REJ-INPUT-DATA (41:1)
      *em branco (era o FILLER), (42:8) preenchido (era o operador)
      *e (50:11) em branco. O operador vai para REJ-OPERATOR e
      *REJ-INPUT-DATA (41:20) fica em branco. TEMPIN e QAREAIN nao
      *chegam a 41 posicoes e o lote de C03EX03K so roda com
      *supervisor identificado (operador nunca em branco), entao
      *registro ja convertido ou gravado no layout novo fica como
      *esta e o programa pode rodar de novo sem estragar nada. Cada
      *arquivo e copiado para REJWORK convertido e volta inteiro,
      *como a fila PENDCHG em C03FXCNV; arquivo sem registro antigo
      *nao e regravado.
      *
      *RC 0 sempre; arquivo ausente e so informado.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. REJ-INPUT-DATA passou de
      *                  X(40) para X(60) e as rejeicoes ja gravadas
      *                  perdiam o operador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMP-EXC-FILE ASSIGN TO "TEMPEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJC-EXC-STATUS.
           SELECT FX-INV-EXC-FILE ASSIGN TO "FXINVEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJC-EXC-STATUS.
           SELECT AREA-EXC-FILE ASSIGN TO "QAREAEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJC-EXC-STATUS.
           SELECT REJ-WORK-FILE ASSIGN TO "REJWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJC-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMP-EXC-FILE.
       01  TEMP-EXC-RECORD         PIC X(120).

       FD  FX-INV-EXC-FILE.
       01  FX-INV-EXC-RECORD       PIC X(120).

       FD  AREA-EXC-FILE.
       01  AREA-EXC-RECORD         PIC X(120).

       FD  REJ-WORK-FILE.
       01  REJ-WORK-RECORD         PIC X(120).

       LOCAL-STORAGE SECTION.
       77 RJC-EXC-STATUS           PIC X(02).
       77 RJC-WORK-STATUS          PIC X(02).
       77 RJC-EOF-SWITCH           PIC X(01) VALUE "N".
           88  RJC-EOF                 VALUE "Y".
       77 RJC-FILE-NO              PIC 9(01) VALUE 0 COMP.
       77 RJC-FILE-NAME            PIC X(08) VALUE SPACES.
       77 RJC-READ-COUNT           PIC 9(07) VALUE 0 COMP.
       77 RJC-CONV-COUNT           PIC 9(07) VALUE 0 COMP.
       77 RJC-TOTAL-CONV           PIC 9(07) VALUE 0 COMP.
       77 RJC-DISPLAY-COUNT        PIC Z(06)9.

           COPY "REJREC.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "============================================="
           DISPLAY " CONVERSAO DAS EXCECOES PARA REJ-INPUT-DATA 60"
           DISPLAY "============================================="
           PERFORM CONVERT-EXCEPTION-FILE
               VARYING RJC-FILE-NO FROM 1 BY 1
               UNTIL RJC-FILE-NO > 3
           MOVE RJC-TOTAL-CONV TO RJC-DISPLAY-COUNT
           DISPLAY "Rejeicoes convertidas no total: " RJC-DISPLAY-COUNT
           GOBACK.

       CONVERT-EXCEPTION-FILE.
           MOVE 0 TO RJC-READ-COUNT
           MOVE 0 TO RJC-CONV-COUNT
           MOVE "N" TO RJC-EOF-SWITCH
           EVALUATE RJC-FILE-NO
               WHEN 1
                   MOVE "TEMPEXC" TO RJC-FILE-NAME
                   OPEN INPUT TEMP-EXC-FILE
               WHEN 2
                   MOVE "FXINVEXC" TO RJC-FILE-NAME
                   OPEN INPUT FX-INV-EXC-FILE
               WHEN 3
                   MOVE "QAREAEXC" TO RJC-FILE-NAME
                   OPEN INPUT AREA-EXC-FILE
           END-EVALUATE
           IF RJC-EXC-STATUS NOT = "00"
               DISPLAY RJC-FILE-NAME " ausente (STATUS "
                   RJC-EXC-STATUS ") - nada a converter."
           ELSE
               OPEN OUTPUT REJ-WORK-FILE
               PERFORM CONVERT-REJECT-RECORD UNTIL RJC-EOF
               PERFORM CLOSE-EXCEPTION-FILE
               CLOSE REJ-WORK-FILE
               IF RJC-CONV-COUNT > 0
                   EVALUATE RJC-FILE-NO
                       WHEN 1 OPEN OUTPUT TEMP-EXC-FILE
                       WHEN 2 OPEN OUTPUT FX-INV-EXC-FILE
                       WHEN 3 OPEN OUTPUT AREA-EXC-FILE
                   END-EVALUATE
                   OPEN INPUT REJ-WORK-FILE
                   MOVE "N" TO RJC-EOF-SWITCH
                   PERFORM COPY-BACK-REJECT-RECORD UNTIL RJC-EOF
                   CLOSE REJ-WORK-FILE
                   PERFORM CLOSE-EXCEPTION-FILE
               END-IF
               MOVE RJC-READ-COUNT TO RJC-DISPLAY-COUNT
               DISPLAY RJC-FILE-NAME " - lidas: " RJC-DISPLAY-COUNT
                   WITH NO ADVANCING
               MOVE RJC-CONV-COUNT TO RJC-DISPLAY-COUNT
               DISPLAY "   convertidas: " RJC-DISPLAY-COUNT
               ADD RJC-CONV-COUNT TO RJC-TOTAL-CONV
           END-IF.

       CONVERT-REJECT-RECORD.
           EVALUATE RJC-FILE-NO
               WHEN 1
                   READ TEMP-EXC-FILE INTO REJ-RECORD
                       AT END SET RJC-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ FX-INV-EXC-FILE INTO REJ-RECORD
                       AT END SET RJC-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ AREA-EXC-FILE INTO REJ-RECORD
                       AT END SET RJC-EOF TO TRUE
                   END-READ
           END-EVALUATE
           IF NOT RJC-EOF
               ADD 1 TO RJC-READ-COUNT
               PERFORM CONVERT-LEGACY-REJECT
               WRITE REJ-WORK-RECORD FROM REJ-RECORD
           END-IF.

      *Registro no layout de REJ-INPUT-DATA X(40): o operador das
      *posicoes 75-82 volta para REJ-OPERATOR.
       CONVERT-LEGACY-REJECT.
           IF REJ-OPERATOR = SPACES AND
              REJ-INPUT-DATA (41:1) = SPACE AND
              REJ-INPUT-DATA (42:8) NOT = SPACES AND
              REJ-INPUT-DATA (50:11) = SPACES
               MOVE REJ-INPUT-DATA (42:8) TO REJ-OPERATOR
               MOVE SPACES TO REJ-INPUT-DATA (41:20)
               ADD 1 TO RJC-CONV-COUNT
           END-IF.

       COPY-BACK-REJECT-RECORD.
           READ REJ-WORK-FILE
               AT END
                   SET RJC-EOF TO TRUE
               NOT AT END
                   EVALUATE RJC-FILE-NO
                       WHEN 1
                           WRITE TEMP-EXC-RECORD FROM REJ-WORK-RECORD
                       WHEN 2
                           WRITE FX-INV-EXC-RECORD
                               FROM REJ-WORK-RECORD
                       WHEN 3
                           WRITE AREA-EXC-RECORD FROM REJ-WORK-RECORD
                   END-EVALUATE
           END-READ.

       CLOSE-EXCEPTION-FILE.
           EVALUATE RJC-FILE-NO
               WHEN 1 CLOSE TEMP-EXC-FILE
               WHEN 2 CLOSE FX-INV-EXC-FILE
               WHEN 3 CLOSE AREA-EXC-FILE
           END-EVALUATE.

       END PROGRAM C03RJCNV.
