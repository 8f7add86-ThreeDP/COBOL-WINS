       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03FXCNV.
      *AUTHOR. R. MOTA.
      *
      *Conversao unica do cadastro de cotacoes para o FXRATE
      *indexado (copybook FXRTREC: chave data + moeda, cotacao de
      *seis casas). Antes de rodar, o FXRATE plano de 15 posicoes
      *(data, moeda, cotacao PIC 9(02)V99) e renomeado para
      *FXRATOLD; o programa le o FXRATOLD, grava cada cotacao no
      *FXRATE novo pela chave e converte tambem as imagens FXRATE
      *que estejam na fila de aprovacao (PENDCHG, copybook
      *PENDREC), para uma alteracao keyada antes da conversao ser
      *aprovada depois dela sobre o layout novo.
      *
      *Nao sobrescreve nada: com FXRATE ja no disco o run e
      *recusado (conversao ja feita ou arquivo plano nao
      *renomeado). Moeda/data repetida no arquivo plano fica com a
      *primeira ocorrencia, a mesma que C03EX03K usava, e a
      *repetida e listada; registro sem data, sem moeda ou com
      *cotacao nao numerica e listado e ignorado. A fila e
      *convertida imagem a imagem so quando ainda esta no layout
      *antigo, entao rodar a parte da fila de novo nao estraga
      *nada.
      *
      *RC 0 convertido; 4 convertido com repetidas ou invalidas
      *listadas; 8 FXRATE ja existe; 12 FXRATOLD ausente.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. O FXRATE passa a indexado
      *                  com cotacao de seis casas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-OLD-FILE ASSIGN TO "FXRATOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXC-OLD-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FX-RATE-KEY
               FILE STATUS IS FXC-RATE-STATUS.
           SELECT PEND-CHG-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXC-PEND-STATUS.
           SELECT PEND-WORK-FILE ASSIGN TO "PENDWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXC-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-OLD-FILE.
       01  FX-OLD-RECORD.
           05  FO-RATE-DATE        PIC X(08).
           05  FO-RATE-CURRENCY    PIC X(03).
           05  FO-RATE-VALUE       PIC 9(02)V99.

       FD  FX-RATE-FILE.
           COPY "FXRTREC.CPY".

       FD  PEND-CHG-FILE.
           COPY "PENDREC.CPY".

       FD  PEND-WORK-FILE.
       01  PEND-WORK-RECORD        PIC X(179).

       LOCAL-STORAGE SECTION.
       77 FXC-OLD-STATUS           PIC X(02).
       77 FXC-RATE-STATUS          PIC X(02).
       77 FXC-PEND-STATUS          PIC X(02).
       77 FXC-WORK-STATUS          PIC X(02).
       77 FXC-EOF-SWITCH           PIC X(01) VALUE "N".
           88  FXC-EOF                 VALUE "Y".
       77 FXC-READ-COUNT           PIC 9(07) VALUE 0 COMP.
       77 FXC-WRITE-COUNT          PIC 9(07) VALUE 0 COMP.
       77 FXC-DUP-COUNT            PIC 9(07) VALUE 0 COMP.
       77 FXC-BAD-COUNT            PIC 9(07) VALUE 0 COMP.
       77 FXC-PEND-COUNT           PIC 9(07) VALUE 0 COMP.
       77 FXC-IMAGE-COUNT          PIC 9(07) VALUE 0 COMP.
       77 FXC-DISPLAY-COUNT        PIC Z(06)9.
       77 FXC-DISPLAY-OLD          PIC Z9.99.
       77 FXC-IMAGE-WORK           PIC X(50) VALUE SPACES.

      *Imagem FXRATE da fila no layout antigo (cotacao de 4 posicoes
      *e o resto em branco) e no novo (FXRTREC).
       01 FXC-OLD-IMAGE.
           05  FXC-OLD-KEY         PIC X(11).
           05  FXC-OLD-RATE        PIC 9(02)V99.
           05  FXC-OLD-REST        PIC X(35).
       01 FXC-NEW-IMAGE.
           05  FXC-NEW-KEY         PIC X(11).
           05  FXC-NEW-RATE        PIC 9(05)V9(06).
           05  FILLER              PIC X(28).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "============================================="
           DISPLAY " CONVERSAO DO FXRATE PARA O CADASTRO INDEXADO"
           DISPLAY "============================================="
           OPEN INPUT FX-RATE-FILE
           IF FXC-RATE-STATUS NOT = "35"
               IF FXC-RATE-STATUS = "00"
                   CLOSE FX-RATE-FILE
               END-IF
               DISPLAY "FXRATE JA EXISTE (STATUS " FXC-RATE-STATUS
                   ") - CONVERSAO JA FEITA OU ARQUIVO PLANO NAO"
                   " RENOMEADO PARA FXRATOLD; NADA FOI GRAVADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT FX-OLD-FILE
           IF FXC-OLD-STATUS NOT = "00"
               DISPLAY "FXRATOLD NAO ENCONTRADO - STATUS "
                   FXC-OLD-STATUS "; RENOMEIE O FXRATE PLANO PARA"
                   " FXRATOLD E RODE DE NOVO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT FX-RATE-FILE
           PERFORM CONVERT-OLD-RATE UNTIL FXC-EOF
           CLOSE FX-OLD-FILE
           CLOSE FX-RATE-FILE

           PERFORM CONVERT-PENDING-QUEUE

           MOVE FXC-READ-COUNT TO FXC-DISPLAY-COUNT
           DISPLAY "Cotacoes lidas do FXRATOLD   : " FXC-DISPLAY-COUNT
           MOVE FXC-WRITE-COUNT TO FXC-DISPLAY-COUNT
           DISPLAY "Gravadas no FXRATE indexado  : " FXC-DISPLAY-COUNT
           MOVE FXC-DUP-COUNT TO FXC-DISPLAY-COUNT
           DISPLAY "Repetidas (ficou a primeira) : " FXC-DISPLAY-COUNT
           MOVE FXC-BAD-COUNT TO FXC-DISPLAY-COUNT
           DISPLAY "Invalidas ignoradas          : " FXC-DISPLAY-COUNT
           MOVE FXC-IMAGE-COUNT TO FXC-DISPLAY-COUNT
           DISPLAY "Imagens convertidas no PENDCHG: " FXC-DISPLAY-COUNT
           IF FXC-DUP-COUNT > 0 OR FXC-BAD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CONVERT-OLD-RATE.
           READ FX-OLD-FILE
               AT END
                   SET FXC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FXC-READ-COUNT
                   PERFORM CONVERT-ONE-RATE
           END-READ.

       CONVERT-ONE-RATE.
           IF FO-RATE-DATE = SPACES OR FO-RATE-CURRENCY = SPACES OR
              FO-RATE-VALUE NOT NUMERIC
               ADD 1 TO FXC-BAD-COUNT
               DISPLAY "REGISTRO " FXC-READ-COUNT " INVALIDO -"
                   " IGNORADO: " FX-OLD-RECORD
           ELSE
               MOVE FO-RATE-DATE     TO FX-RATE-DATE
               MOVE FO-RATE-CURRENCY TO FX-RATE-CURRENCY
               MOVE FO-RATE-VALUE    TO FX-RATE-VALUE
               WRITE FX-RATE-RECORD
                   INVALID KEY
                       ADD 1 TO FXC-DUP-COUNT
                       MOVE FO-RATE-VALUE TO FXC-DISPLAY-OLD
                       DISPLAY "REPETIDA " FO-RATE-CURRENCY " "
                           FO-RATE-DATE " " FXC-DISPLAY-OLD
                           " (REGISTRO " FXC-READ-COUNT
                           ") - MANTIDA A PRIMEIRA"
                   NOT INVALID KEY
                       ADD 1 TO FXC-WRITE-COUNT
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      *Fila de aprovacao: as imagens antes/depois das alteracoes de
      *FXRATE passam ao layout FXRTREC. A fila e copiada para
      *PENDWORK convertida e volta inteira para o PENDCHG.
      *----------------------------------------------------------------
       CONVERT-PENDING-QUEUE.
           OPEN INPUT PEND-CHG-FILE
           IF FXC-PEND-STATUS = "00"
               OPEN OUTPUT PEND-WORK-FILE
               MOVE "N" TO FXC-EOF-SWITCH
               PERFORM CONVERT-PENDING-RECORD UNTIL FXC-EOF
               CLOSE PEND-CHG-FILE
               CLOSE PEND-WORK-FILE
               IF FXC-IMAGE-COUNT > 0
                   OPEN INPUT PEND-WORK-FILE
                   OPEN OUTPUT PEND-CHG-FILE
                   MOVE "N" TO FXC-EOF-SWITCH
                   PERFORM COPY-BACK-PENDING-RECORD UNTIL FXC-EOF
                   CLOSE PEND-WORK-FILE
                   CLOSE PEND-CHG-FILE
               END-IF
           END-IF.

       CONVERT-PENDING-RECORD.
           READ PEND-CHG-FILE
               AT END
                   SET FXC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FXC-PEND-COUNT
                   IF PC-FOR-FXRATE
                       MOVE PC-BEFORE-IMAGE TO FXC-IMAGE-WORK
                       PERFORM CONVERT-FX-IMAGE
                       MOVE FXC-IMAGE-WORK TO PC-BEFORE-IMAGE
                       MOVE PC-AFTER-IMAGE TO FXC-IMAGE-WORK
                       PERFORM CONVERT-FX-IMAGE
                       MOVE FXC-IMAGE-WORK TO PC-AFTER-IMAGE
                   END-IF
                   WRITE PEND-WORK-RECORD FROM PEND-CHANGE-RECORD
           END-READ.

      *Layout antigo: cotacao de 4 posicoes numerica logo apos a
      *chave e o resto da imagem em branco. Imagem em branco (antes
      *de uma inclusao) ou ja convertida fica como esta.
       CONVERT-FX-IMAGE.
           MOVE FXC-IMAGE-WORK TO FXC-OLD-IMAGE
           IF FXC-OLD-REST (1:7) = SPACES AND FXC-OLD-RATE NUMERIC
               MOVE SPACES       TO FXC-NEW-IMAGE
               MOVE FXC-OLD-KEY  TO FXC-NEW-KEY
               MOVE FXC-OLD-RATE TO FXC-NEW-RATE
               MOVE FXC-NEW-IMAGE TO FXC-IMAGE-WORK
               ADD 1 TO FXC-IMAGE-COUNT
           END-IF.

       COPY-BACK-PENDING-RECORD.
           READ PEND-WORK-FILE
               AT END
                   SET FXC-EOF TO TRUE
               NOT AT END
                   WRITE PEND-CHANGE-RECORD FROM PEND-WORK-RECORD
           END-READ.

       END PROGRAM C03FXCNV.
