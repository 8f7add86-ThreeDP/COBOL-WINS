       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03ARBLD.
      *AUTHOR. R. MOTA.
      *
      *Montagem das partidas em aberto de contas a receber. Varre a
      *trilha FXAUDIT e, para cada conversao de entrada (direcao 1)
      *com cliente e numero de nota, abre uma partida no arquivo
      *ARITEMS (copybook ARITREC), chave cliente + nota, com a data
      *e a cotacao da nota, o valor na moeda e o valor em Real da
      *conversao. Partida que ja existe nao e tocada, de modo que o
      *programa pode rodar todo dia sobre a trilha inteira sem
      *duplicar nada e sem desfazer baixas ja aplicadas pelo
      *C03ARCSH. Lancamentos de controle (ROUNDING, MANUALQT,
      *FORCEDUP) e o residuo RND ficam de fora.
      *
      *Partida liquidada ha mais de ARB-KEEP-DAYS dias (pela data da
      *nota e do ultimo pagamento) sai do ARITEMS na regravacao, e
      *nota da trilha com data anterior a esse prazo que nao tem
      *partida nao e remontada: e a partida que ja saiu.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. O contas a receber deixa de
      *                  ser controlado fora do sistema.
      *  2026-10-15  RM  Cotacao da nota com seis casas: a partida
      *                  nova leva FA-COTACAO-EXATA (anexada no fim
      *                  do FXAUDIT) em AR-INVOICE-RATE-EXACT; trilha
      *                  antiga, sem ela, leva FA-COTACAO. Imagem da
      *                  partida na tabela com 98 posicoes.
      *  2026-10-15  RM  Expurgo da partida liquidada ha mais de
      *                  ARB-KEEP-DAYS dias: o ARITEMS so crescia e,
      *                  passadas 2000 notas, a montagem e a baixa
      *                  (C03ARCSH) abortavam para sempre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-AUDIT-FILE ASSIGN TO "FXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARB-AUDIT-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARB-ITEM-STATUS.

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
           05  FILLER              PIC X(01).
           05  FA-CONTRACT-NO      PIC X(10).
           05  FILLER              PIC X(01).
           05  FA-COTACAO-EXATA    PIC 9(05)V9(06).

       FD  AR-ITEM-FILE.
           COPY "ARITREC.CPY".

       LOCAL-STORAGE SECTION.
       77 ARB-AUDIT-STATUS         PIC X(02).
       77 ARB-ITEM-STATUS          PIC X(02).
       77 ARB-EOF-SWITCH           PIC X(01) VALUE "N".
           88  ARB-EOF                 VALUE "Y".
       77 ARB-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  ARB-TABLE-OVERFLOW      VALUE "Y".
       77 ARB-READ-COUNT           PIC 9(06) VALUE 0 COMP.
       77 ARB-NEW-COUNT            PIC 9(06) VALUE 0 COMP.
       77 ARB-KNOWN-COUNT          PIC 9(06) VALUE 0 COMP.
       77 ARB-SKIP-COUNT           PIC 9(06) VALUE 0 COMP.
       77 ARB-NEW-REAL             PIC 9(09)V99 VALUE 0.
       77 ARB-PURGED-COUNT         PIC 9(06) VALUE 0 COMP.
       77 ARB-AGED-COUNT           PIC 9(06) VALUE 0 COMP.
       77 ARB-KEEP-DAYS            PIC 9(03) VALUE 180.
       77 ARB-FILE-SWITCH          PIC X(01) VALUE "N".
           88  ARB-ITEMS-ON-FILE       VALUE "Y".
       77 HOJE                     PIC X(08).
       77 ARB-LATEST-DATE          PIC X(08) VALUE SPACES.
       77 ARB-TODAY-JDN            PIC 9(08) VALUE 0 COMP.
       01 ARB-JDN-DATE.
           05  ARB-JDN-YYYY        PIC 9(04).
           05  ARB-JDN-MM          PIC 9(02).
           05  ARB-JDN-DD          PIC 9(02).
       77 ARB-JDN                  PIC 9(08) VALUE 0 COMP.
       77 ARB-JDN-A                PIC 9(02) VALUE 0 COMP.
       77 ARB-JDN-Y                PIC 9(05) VALUE 0 COMP.
       77 ARB-JDN-M                PIC 9(03) VALUE 0 COMP.
       77 ARB-JDN-WORK             PIC 9(08) VALUE 0 COMP.
       77 ARB-SUB                  PIC 9(04) VALUE 0 COMP.
       77 ARB-ITEM-COUNT           PIC 9(04) VALUE 0 COMP.
       01 ARB-ITEM-TABLE.
           05  ARB-ITEM-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON ARB-ITEM-COUNT
                   INDEXED BY ARB-IDX.
               10  ARB-T-KEY.
                   15  ARB-T-CUSTOMER      PIC X(08).
                   15  ARB-T-INVOICE-NO    PIC X(10).
               10  ARB-T-IMAGE             PIC X(98).
       01 ARB-NEW-KEY.
           05  ARB-K-CUSTOMER      PIC X(08).
           05  ARB-K-INVOICE-NO    PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT HOJE FROM DATE YYYYMMDD
           MOVE HOJE TO ARB-JDN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE ARB-JDN TO ARB-TODAY-JDN
           PERFORM LOAD-OPEN-ITEMS
           IF ARB-TABLE-OVERFLOW
               DISPLAY "ARITEMS EXCEDE 2000 PARTIDAS - MONTAGEM"
                   " CANCELADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT FX-AUDIT-FILE
           IF ARB-AUDIT-STATUS NOT = "00"
               DISPLAY "FXAUDIT nao encontrado - STATUS "
                   ARB-AUDIT-STATUS "; nada a montar."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SCAN-AUDIT-RECORD
               UNTIL ARB-EOF OR ARB-TABLE-OVERFLOW
           CLOSE FX-AUDIT-FILE

           IF ARB-TABLE-OVERFLOW
               DISPLAY "TABELA DE PARTIDAS CHEIA (2000) - ARITEMS"
                   " NAO FOI REGRAVADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF ARB-NEW-COUNT > 0 OR ARB-PURGED-COUNT > 0
               PERFORM SAVE-OPEN-ITEMS
           END-IF

           DISPLAY "Partidas novas em ARITEMS: " ARB-NEW-COUNT
               " (Real " ARB-NEW-REAL ")"
           DISPLAY "Ja existentes: " ARB-KNOWN-COUNT
               "   fora do contas a receber: " ARB-SKIP-COUNT
           DISPLAY "Liquidadas expurgadas: " ARB-PURGED-COUNT
               "   notas alem do prazo sem partida: " ARB-AGED-COUNT
           GOBACK.

      *----------------------------------------------------------------
      *Partidas ja montadas (abertas ou liquidadas) vao para a
      *tabela; e por ela que a nota que reaparece na trilha e
      *reconhecida. A liquidada alem do prazo fica de fora.
      *----------------------------------------------------------------
       LOAD-OPEN-ITEMS.
           MOVE 0 TO ARB-ITEM-COUNT
           OPEN INPUT AR-ITEM-FILE
           IF ARB-ITEM-STATUS = "00"
               SET ARB-ITEMS-ON-FILE TO TRUE
               PERFORM READ-OPEN-ITEM
                   UNTIL ARB-EOF OR ARB-TABLE-OVERFLOW
               CLOSE AR-ITEM-FILE
           ELSE
               DISPLAY "ARITEMS ainda nao existe - sera criado."
           END-IF
           MOVE "N" TO ARB-EOF-SWITCH.

       READ-OPEN-ITEM.
           READ AR-ITEM-FILE
               AT END
                   SET ARB-EOF TO TRUE
               NOT AT END
                   MOVE AR-INVOICE-DATE TO ARB-LATEST-DATE
                   IF AR-LAST-PAY-DATE > ARB-LATEST-DATE
                       MOVE AR-LAST-PAY-DATE TO ARB-LATEST-DATE
                   END-IF
                   IF AR-SETTLED AND ARB-LATEST-DATE NUMERIC
                       MOVE ARB-LATEST-DATE TO ARB-JDN-DATE
                       PERFORM COMPUTE-DAY-NUMBER
                   ELSE
                       MOVE ARB-TODAY-JDN TO ARB-JDN
                   END-IF
                   IF ARB-JDN + ARB-KEEP-DAYS < ARB-TODAY-JDN
                       ADD 1 TO ARB-PURGED-COUNT
                   ELSE
                   IF ARB-ITEM-COUNT = 2000
                       SET ARB-TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO ARB-ITEM-COUNT
                       MOVE AR-CUSTOMER
                           TO ARB-T-CUSTOMER (ARB-ITEM-COUNT)
                       MOVE AR-INVOICE-NO
                           TO ARB-T-INVOICE-NO (ARB-ITEM-COUNT)
                       MOVE AR-ITEM-RECORD
                           TO ARB-T-IMAGE (ARB-ITEM-COUNT)
                   END-IF
                   END-IF
           END-READ.

       SCAN-AUDIT-RECORD.
           READ FX-AUDIT-FILE
               AT END
                   SET ARB-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ARB-READ-COUNT
                   PERFORM SELECT-AUDIT-RECORD
           END-READ.

      *----------------------------------------------------------------
      *Entra no contas a receber: conversao de entrada (direcao 1;
      *registro anterior a direcao vem em branco e conta como
      *entrada), com cliente e nota, valor positivo, fora dos
      *lancamentos de controle e do residuo RND.
      *----------------------------------------------------------------
       SELECT-AUDIT-RECORD.
           IF FA-DIRECTION = "2" OR
              FA-CUSTOMER = SPACES OR
              FA-INVOICE-NO = SPACES OR
              FA-INVOICE-NO = "ROUNDING" OR
              FA-INVOICE-NO = "MANUALQT" OR
              FA-INVOICE-NO = "FORCEDUP" OR
              FA-CURRENCY = "RND" OR
              FA-VALOR-DOLAR NOT NUMERIC OR
              FA-VALOR-DOLAR NOT > 0
               ADD 1 TO ARB-SKIP-COUNT
           ELSE
               MOVE FA-CUSTOMER   TO ARB-K-CUSTOMER
               MOVE FA-INVOICE-NO TO ARB-K-INVOICE-NO
               SET ARB-IDX TO 1
               SEARCH ARB-ITEM-ENTRY
                   AT END
                       PERFORM CHECK-AGED-INVOICE
                   WHEN ARB-T-KEY (ARB-IDX) = ARB-NEW-KEY
                       ADD 1 TO ARB-KNOWN-COUNT
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      *Nota sem partida e com data alem do prazo de guarda: a partida
      *foi liquidada e expurgada, nao se abre de novo. Na primeira
      *montagem (sem ARITEMS) tudo entra.
      *----------------------------------------------------------------
       CHECK-AGED-INVOICE.
           MOVE ARB-TODAY-JDN TO ARB-JDN
           IF ARB-ITEMS-ON-FILE AND FA-TIMESTAMP (1:8) NUMERIC
               MOVE FA-TIMESTAMP (1:8) TO ARB-JDN-DATE
               PERFORM COMPUTE-DAY-NUMBER
           END-IF
           IF ARB-JDN + ARB-KEEP-DAYS < ARB-TODAY-JDN
               ADD 1 TO ARB-AGED-COUNT
           ELSE
               PERFORM ADD-OPEN-ITEM
           END-IF.

       ADD-OPEN-ITEM.
           IF ARB-ITEM-COUNT = 2000
               SET ARB-TABLE-OVERFLOW TO TRUE
           ELSE
               MOVE FA-CUSTOMER        TO AR-CUSTOMER
               MOVE FA-INVOICE-NO      TO AR-INVOICE-NO
               MOVE FA-TIMESTAMP (1:8) TO AR-INVOICE-DATE
               MOVE FA-CURRENCY        TO AR-CURRENCY
               MOVE FA-COTACAO         TO AR-INVOICE-RATE
               IF FA-COTACAO-EXATA NUMERIC
                   MOVE FA-COTACAO-EXATA TO AR-INVOICE-RATE-EXACT
               ELSE
                   MOVE FA-COTACAO       TO AR-INVOICE-RATE-EXACT
               END-IF
               MOVE FA-VALOR-DOLAR     TO AR-ORIG-AMOUNT
               MOVE FA-VALOR-REAL      TO AR-ORIG-REAL
               MOVE 0                  TO AR-PAID-AMOUNT
               MOVE 0                  TO AR-FX-DIFF
               MOVE SPACES             TO AR-LAST-PAY-DATE
               SET AR-OPEN TO TRUE
               ADD 1 TO ARB-ITEM-COUNT
               MOVE ARB-NEW-KEY    TO ARB-T-KEY (ARB-ITEM-COUNT)
               MOVE AR-ITEM-RECORD TO ARB-T-IMAGE (ARB-ITEM-COUNT)
               ADD 1 TO ARB-NEW-COUNT
               ADD FA-VALOR-REAL TO ARB-NEW-REAL
           END-IF.

       SAVE-OPEN-ITEMS.
           OPEN OUTPUT AR-ITEM-FILE
           MOVE 0 TO ARB-SUB
           PERFORM SAVE-OPEN-ITEM ARB-ITEM-COUNT TIMES
           CLOSE AR-ITEM-FILE.

       SAVE-OPEN-ITEM.
           ADD 1 TO ARB-SUB
           MOVE ARB-T-IMAGE (ARB-SUB) TO AR-ITEM-RECORD
           WRITE AR-ITEM-RECORD.

      *----------------------------------------------------------------
      *Dia juliano de ARB-JDN-DATE (calendario gregoriano), uma
      *conta so, como em C03ARAGE.
      *----------------------------------------------------------------
       COMPUTE-DAY-NUMBER.
           COMPUTE ARB-JDN-WORK = 14 - ARB-JDN-MM
           DIVIDE ARB-JDN-WORK BY 12 GIVING ARB-JDN-A
           COMPUTE ARB-JDN-Y = ARB-JDN-YYYY + 4800 - ARB-JDN-A
           COMPUTE ARB-JDN-M = ARB-JDN-MM + (12 * ARB-JDN-A) - 3
           COMPUTE ARB-JDN-WORK = (153 * ARB-JDN-M) + 2
           DIVIDE ARB-JDN-WORK BY 5 GIVING ARB-JDN
           ADD ARB-JDN-DD TO ARB-JDN
           COMPUTE ARB-JDN = ARB-JDN + (365 * ARB-JDN-Y) - 32045
           DIVIDE ARB-JDN-Y BY 4 GIVING ARB-JDN-WORK
           ADD ARB-JDN-WORK TO ARB-JDN
           DIVIDE ARB-JDN-Y BY 100 GIVING ARB-JDN-WORK
           SUBTRACT ARB-JDN-WORK FROM ARB-JDN
           DIVIDE ARB-JDN-Y BY 400 GIVING ARB-JDN-WORK
           ADD ARB-JDN-WORK TO ARB-JDN.

       END PROGRAM C03ARBLD.
