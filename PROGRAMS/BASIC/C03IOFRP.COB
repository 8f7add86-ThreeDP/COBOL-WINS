       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03IOFRP.
      *AUTHOR. R. MOTA.
      *
      *Relatorio mensal de recolhimento de IOF. Para o mes keyado,
      *apura a partir da trilha FXAUDIT (FA-VALOR-IOF, gravado por
      *C03EX03K em cada conversao) o IOF por moeda e direcao (1
      *entrada, 2 remessa), com subtotal por moeda, total geral do
      *mes e total por direcao - os numeros que vao para a guia de
      *recolhimento. Os lancamentos de controle MANUALQT/FORCEDUP
      *ficam de fora, com o mesmo criterio do registro de
      *fechamento (C03PCLOS), e o total geral e conferido contra a
      *linha ALL do PCLOSREG do mesmo mes: quantidade, total em
      *Real e total de IOF. Mes ainda nao fechado em PERSTAT sai
      *marcado PRELIMINAR.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. A guia do IOF deixa de ser
      *                  preenchida a partir de planilha.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-AUDIT-FILE ASSIGN TO "FXAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IOF-AUDIT-STATUS.
           SELECT PER-STAT-FILE ASSIGN TO "PERSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IOF-STAT-STATUS.
           SELECT PCL-REG-FILE ASSIGN TO "PCLOSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IOF-REG-STATUS.
           SELECT IOF-RPT-FILE ASSIGN TO "IOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IOF-RPT-STATUS.
           SELECT IOF-SEQ-FILE ASSIGN TO "IOFRPSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IOF-SEQ-STATUS.

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

       FD  PER-STAT-FILE.
           COPY "PERSTREC.CPY".

      *Registro de fechamento de C03PCLOS: linha de titulo com o mes
      *e linha ALL com os totais editados do mes.
       FD  PCL-REG-FILE.
       01  PCL-REG-RECORD          PIC X(100).
       01  PCL-REG-TITLE REDEFINES PCL-REG-RECORD.
           05  PRT-LABEL           PIC X(35).
           05  PRT-MONTH           PIC X(06).
           05  FILLER              PIC X(59).
       01  PCL-REG-DETAIL REDEFINES PCL-REG-RECORD.
           05  PRD-CURRENCY        PIC X(03).
           05  FILLER              PIC X(01).
           05  PRD-COUNT           PIC ZZZZZ9.
           05  FILLER              PIC X(02).
           05  PRD-FGN             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01).
           05  PRD-BRL             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01).
           05  PRD-IOF             PIC -ZZZ,ZZZ,ZZ9.99.
           05  PRD-IOF-X REDEFINES PRD-IOF PIC X(15).
           05  FILLER              PIC X(41).

       FD  IOF-RPT-FILE.
       01  IOF-RPT-RECORD          PIC X(100).

       FD  IOF-SEQ-FILE.
       01  IOF-SEQ-RECORD          PIC X(25).

       LOCAL-STORAGE SECTION.
       77 IOF-AUDIT-STATUS         PIC X(02).
       77 IOF-STAT-STATUS          PIC X(02).
       77 IOF-REG-STATUS           PIC X(02).
       77 IOF-RPT-STATUS           PIC X(02).
       77 IOF-SEQ-STATUS           PIC X(02).
       77 IOF-RUN-DATE             PIC X(08).
       77 IOF-MONTH                PIC X(06) VALUE SPACES.
       77 IOF-EOF-SWITCH           PIC X(01) VALUE "N".
           88  IOF-EOF                 VALUE "Y".
       77 IOF-SEQ-NO               PIC 9(04) VALUE 0 COMP.
       77 IOF-RPT-LINES            PIC 9(06) VALUE 0 COMP.
       77 IOF-CLOSED-SWITCH        PIC X(01) VALUE "N".
           88  IOF-MONTH-CLOSED        VALUE "Y".
       77 IOF-AMOUNT               PIC S9(6)V99 VALUE 0.
       77 IOF-DIR-SUB              PIC 9(01) VALUE 0 COMP.
       77 IOF-CCY-COUNT            PIC 9(02) VALUE 0 COMP.
       01 IOF-CCY-TABLE.
           05  IOF-CCY-ENTRY OCCURS 20 TIMES
                   DEPENDING ON IOF-CCY-COUNT
                   INDEXED BY IOF-IDX.
               10  IOF-T-CURRENCY      PIC X(03).
               10  IOF-T-DIR OCCURS 2 TIMES.
                   15  IOF-T-COUNT         PIC 9(06) COMP.
                   15  IOF-T-BRL-TOTAL     PIC S9(09)V99.
                   15  IOF-T-IOF-TOTAL     PIC S9(09)V99.
       77 IOF-SUB                  PIC 9(02) VALUE 0 COMP.
       77 IOF-SKIP-COUNT           PIC 9(06) VALUE 0 COMP.
       77 IOF-G-COUNT              PIC 9(06) VALUE 0 COMP.
       77 IOF-G-BRL-TOTAL          PIC S9(09)V99 VALUE 0.
       77 IOF-G-IOF-TOTAL          PIC S9(09)V99 VALUE 0.
       01 IOF-DIR-TOTALS.
           05  IOF-D-ENTRY OCCURS 2 TIMES.
               10  IOF-D-COUNT         PIC 9(06) COMP.
               10  IOF-D-BRL-TOTAL     PIC S9(09)V99.
               10  IOF-D-IOF-TOTAL     PIC S9(09)V99.
       77 IOF-SUBT-COUNT           PIC 9(06) VALUE 0 COMP.
       77 IOF-SUBT-BRL             PIC S9(09)V99 VALUE 0.
       77 IOF-SUBT-IOF             PIC S9(09)V99 VALUE 0.
       77 IOF-REG-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  IOF-REG-MONTH-FOUND     VALUE "Y".
       77 IOF-REG-ALL-SWITCH       PIC X(01) VALUE "N".
           88  IOF-REG-ALL-FOUND       VALUE "Y".
       77 IOF-REG-COUNT            PIC 9(06) VALUE 0.
       77 IOF-REG-BRL              PIC S9(09)V99 VALUE 0.
       77 IOF-REG-IOF              PIC S9(09)V99 VALUE 0.

       01 IOF-TITLE-LINE.
           05  FILLER              PIC X(33)
               VALUE "MONTH-END IOF COLLECTION - MONTH ".
           05  IOF-TTL-MONTH       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IOF-TTL-STATUS      PIC X(30).

       01 IOF-COLS-LINE.
           05  FILLER              PIC X(04) VALUE "CCY".
           05  FILLER              PIC X(09) VALUE "DIRECTION".
           05  FILLER              PIC X(08) VALUE "   COUNT".
           05  FILLER              PIC X(16) VALUE "       BRL TOTAL".
           05  FILLER              PIC X(16) VALUE "       IOF TOTAL".

       01 IOF-DETAIL-LINE.
           05  IOF-DL-CURRENCY     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  IOF-DL-DIRECTION    PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  IOF-DL-COUNT        PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IOF-DL-BRL          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  IOF-DL-IOF          PIC -ZZZ,ZZZ,ZZ9.99.

       01 IOF-TIE-LINE.
           05  FILLER              PIC X(24)
               VALUE "TIE TO PCLOSREG MONTH ".
           05  IOF-TL-MONTH        PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IOF-TL-RESULT       PIC X(30).

       01 IOF-REG-LINE.
           05  FILLER              PIC X(13) VALUE "REGISTER ALL".
           05  IOF-RL-COUNT        PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  IOF-RL-BRL          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  IOF-RL-IOF          PIC -ZZZ,ZZZ,ZZ9.99.

       01 IOF-RULE-LINE            PIC X(64) VALUE ALL "-".

           COPY "RPTHDR.CPY".
           COPY "RUNSEQ.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT IOF-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "Mes do recolhimento (YYYYMM): " WITH NO ADVANCING
           ACCEPT IOF-MONTH
           IF IOF-MONTH = SPACES OR IOF-MONTH NOT NUMERIC
               DISPLAY "Mes invalido - relatorio cancelado."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO IOF-DIR-SUB
           PERFORM CLEAR-DIRECTION-TOTAL 2 TIMES
           PERFORM CHECK-PERIOD-STATUS
           PERFORM TALLY-AUDIT-LOG
           PERFORM LOAD-CLOSE-REGISTER
           PERFORM NEXT-RUN-SEQUENCE
           PERFORM WRITE-IOF-REPORT
           DISPLAY "Relatorio de IOF gravado em IOFRPT - "
               IOF-G-COUNT " conversoes no mes " IOF-MONTH
           GOBACK.

       CLEAR-DIRECTION-TOTAL.
           ADD 1 TO IOF-DIR-SUB
           MOVE 0 TO IOF-D-COUNT (IOF-DIR-SUB)
           MOVE 0 TO IOF-D-BRL-TOTAL (IOF-DIR-SUB)
           MOVE 0 TO IOF-D-IOF-TOTAL (IOF-DIR-SUB).

      *----------------------------------------------------------------
      *Mes sem fechamento em PERSTAT ainda pode receber movimento:
      *o relatorio sai PRELIMINAR.
      *----------------------------------------------------------------
       CHECK-PERIOD-STATUS.
           MOVE "N" TO IOF-EOF-SWITCH
           OPEN INPUT PER-STAT-FILE
           IF IOF-STAT-STATUS = "00"
               PERFORM SCAN-PERIOD-RECORD UNTIL IOF-EOF
               CLOSE PER-STAT-FILE
           END-IF
           MOVE "N" TO IOF-EOF-SWITCH.

       SCAN-PERIOD-RECORD.
           READ PER-STAT-FILE
               AT END
                   SET IOF-EOF TO TRUE
               NOT AT END
                   IF PS-MONTH = IOF-MONTH AND PS-MONTH-CLOSED
                       SET IOF-MONTH-CLOSED TO TRUE
                       SET IOF-EOF TO TRUE
                   END-IF
           END-READ.

       TALLY-AUDIT-LOG.
           OPEN INPUT FX-AUDIT-FILE
           IF IOF-AUDIT-STATUS = "00"
               PERFORM TALLY-AUDIT-RECORD UNTIL IOF-EOF
               CLOSE FX-AUDIT-FILE
               MOVE "N" TO IOF-EOF-SWITCH
           ELSE
               DISPLAY "FXAUDIT nao encontrado - relatorio sai zerado."
           END-IF.

      *----------------------------------------------------------------
      *Mesmo criterio do registro de fechamento: lancamentos de
      *controle MANUALQT/FORCEDUP ficam de fora; o residuo RND entra
      *(com IOF zero) para a quantidade e o Real baterem.
      *----------------------------------------------------------------
       TALLY-AUDIT-RECORD.
           READ FX-AUDIT-FILE
               AT END
                   SET IOF-EOF TO TRUE
               NOT AT END
                   IF FA-TIMESTAMP (1:6) = IOF-MONTH AND
                      FA-INVOICE-NO NOT = "MANUALQT" AND
                      FA-INVOICE-NO NOT = "FORCEDUP"
                       PERFORM TALLY-ONE-CONVERSION
                   END-IF
           END-READ.

      *Registro anterior ao IOF chega com o campo em branco e
      *entra com IOF zero; sem direcao, conta como entrada.
       TALLY-ONE-CONVERSION.
           IF FA-VALOR-IOF NUMERIC
               MOVE FA-VALOR-IOF TO IOF-AMOUNT
           ELSE
               MOVE 0 TO IOF-AMOUNT
           END-IF
           IF FA-DIRECTION = "2"
               MOVE 2 TO IOF-DIR-SUB
           ELSE
               MOVE 1 TO IOF-DIR-SUB
           END-IF
           SET IOF-IDX TO 1
           SEARCH IOF-CCY-ENTRY
               AT END
                   PERFORM ADD-CURRENCY-ENTRY
               WHEN IOF-T-CURRENCY (IOF-IDX) = FA-CURRENCY
                   PERFORM ACCUMULATE-CURRENCY
           END-SEARCH
           ADD 1              TO IOF-G-COUNT
           ADD FA-VALOR-REAL  TO IOF-G-BRL-TOTAL
           ADD IOF-AMOUNT     TO IOF-G-IOF-TOTAL
           ADD 1              TO IOF-D-COUNT (IOF-DIR-SUB)
           ADD FA-VALOR-REAL  TO IOF-D-BRL-TOTAL (IOF-DIR-SUB)
           ADD IOF-AMOUNT     TO IOF-D-IOF-TOTAL (IOF-DIR-SUB).

       ADD-CURRENCY-ENTRY.
           IF IOF-CCY-COUNT = 20
      *Mais moedas distintas que a tabela comporta: registra e
      *segue, para o total geral e o da direcao nao sairem furados.
               ADD 1 TO IOF-SKIP-COUNT
           ELSE
               ADD 1 TO IOF-CCY-COUNT
               SET IOF-IDX TO IOF-CCY-COUNT
               MOVE FA-CURRENCY TO IOF-T-CURRENCY (IOF-IDX)
               MOVE 0 TO IOF-T-COUNT (IOF-IDX 1)
               MOVE 0 TO IOF-T-BRL-TOTAL (IOF-IDX 1)
               MOVE 0 TO IOF-T-IOF-TOTAL (IOF-IDX 1)
               MOVE 0 TO IOF-T-COUNT (IOF-IDX 2)
               MOVE 0 TO IOF-T-BRL-TOTAL (IOF-IDX 2)
               MOVE 0 TO IOF-T-IOF-TOTAL (IOF-IDX 2)
               PERFORM ACCUMULATE-CURRENCY
           END-IF.

       ACCUMULATE-CURRENCY.
           ADD 1             TO IOF-T-COUNT (IOF-IDX IOF-DIR-SUB)
           ADD FA-VALOR-REAL TO IOF-T-BRL-TOTAL (IOF-IDX IOF-DIR-SUB)
           ADD IOF-AMOUNT    TO IOF-T-IOF-TOTAL (IOF-IDX IOF-DIR-SUB).

      *----------------------------------------------------------------
      *Registro de fechamento (PCLOSREG): so vale se o titulo for do
      *mes pedido; a linha ALL traz quantidade, Real e IOF editados,
      *desfeitos aqui pelo MOVE para campo numerico.
      *----------------------------------------------------------------
       LOAD-CLOSE-REGISTER.
           OPEN INPUT PCL-REG-FILE
           IF IOF-REG-STATUS = "00"
               PERFORM SCAN-CLOSE-REGISTER UNTIL IOF-EOF
               CLOSE PCL-REG-FILE
               MOVE "N" TO IOF-EOF-SWITCH
           END-IF.

       SCAN-CLOSE-REGISTER.
           READ PCL-REG-FILE
               AT END
                   SET IOF-EOF TO TRUE
               NOT AT END
                   IF PRT-LABEL = "MONTH-END CLOSE REGISTER FOR MONTH"
                       IF PRT-MONTH = IOF-MONTH
                           SET IOF-REG-MONTH-FOUND TO TRUE
                       ELSE
                           SET IOF-EOF TO TRUE
                       END-IF
                   END-IF
                   IF IOF-REG-MONTH-FOUND AND PRD-CURRENCY = "ALL"
                       MOVE PRD-COUNT TO IOF-REG-COUNT
                       MOVE PRD-BRL   TO IOF-REG-BRL
                       IF PRD-IOF-X = SPACES
                           MOVE 0 TO IOF-REG-IOF
                       ELSE
                           MOVE PRD-IOF TO IOF-REG-IOF
                       END-IF
                       SET IOF-REG-ALL-FOUND TO TRUE
                       SET IOF-EOF TO TRUE
                   END-IF
           END-READ.

       NEXT-RUN-SEQUENCE.
           MOVE 0 TO IOF-SEQ-NO
           OPEN INPUT IOF-SEQ-FILE
           IF IOF-SEQ-STATUS = "00"
               READ IOF-SEQ-FILE INTO RUNSEQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNSEQ-RUN-DATE = IOF-RUN-DATE
                           MOVE RUNSEQ-LAST-NO TO IOF-SEQ-NO
                       END-IF
               END-READ
               CLOSE IOF-SEQ-FILE
           END-IF
           ADD 1 TO IOF-SEQ-NO
           MOVE "C03IOFRP"    TO RUNSEQ-PROGRAM
           MOVE IOF-RUN-DATE  TO RUNSEQ-RUN-DATE
           MOVE IOF-SEQ-NO    TO RUNSEQ-LAST-NO
           OPEN OUTPUT IOF-SEQ-FILE
           WRITE IOF-SEQ-RECORD FROM RUNSEQ-RECORD
           CLOSE IOF-SEQ-FILE.

       WRITE-IOF-REPORT.
           OPEN OUTPUT IOF-RPT-FILE
           MOVE 0 TO IOF-RPT-LINES

           MOVE "C03IOFRP"    TO RPT-HDR-PROGRAM
           MOVE IOF-RUN-DATE  TO RPT-HDR-RUN-DATE
           MOVE IOF-SEQ-NO    TO RPT-HDR-SEQ-NO
           WRITE IOF-RPT-RECORD FROM RPT-HEADER-LINE
           ADD 1 TO IOF-RPT-LINES

           MOVE IOF-MONTH TO IOF-TTL-MONTH
           IF IOF-MONTH-CLOSED
               MOVE "FINAL - MONTH CLOSED" TO IOF-TTL-STATUS
           ELSE
               MOVE "PRELIMINARY - MONTH NOT CLOSED" TO IOF-TTL-STATUS
           END-IF
           WRITE IOF-RPT-RECORD FROM IOF-TITLE-LINE
           WRITE IOF-RPT-RECORD FROM IOF-RULE-LINE
           WRITE IOF-RPT-RECORD FROM IOF-COLS-LINE
           ADD 3 TO IOF-RPT-LINES

           MOVE 0 TO IOF-SUB
           PERFORM WRITE-CURRENCY-GROUP IOF-CCY-COUNT TIMES

           WRITE IOF-RPT-RECORD FROM IOF-RULE-LINE
           ADD 1 TO IOF-RPT-LINES
           MOVE 0 TO IOF-DIR-SUB
           PERFORM WRITE-DIRECTION-TOTAL 2 TIMES
           MOVE "ALL"           TO IOF-DL-CURRENCY
           MOVE SPACES          TO IOF-DL-DIRECTION
           MOVE IOF-G-COUNT     TO IOF-DL-COUNT
           MOVE IOF-G-BRL-TOTAL TO IOF-DL-BRL
           MOVE IOF-G-IOF-TOTAL TO IOF-DL-IOF
           WRITE IOF-RPT-RECORD FROM IOF-DETAIL-LINE
           ADD 1 TO IOF-RPT-LINES

           IF IOF-SKIP-COUNT > 0
               MOVE SPACES TO IOF-RPT-RECORD
               STRING "NOTE: " DELIMITED BY SIZE
                      "CURRENCIES BEYOND TABLE LIMIT WENT INTO"
                          DELIMITED BY SIZE
                      " TOTALS ONLY" DELIMITED BY SIZE
                      INTO IOF-RPT-RECORD
               WRITE IOF-RPT-RECORD
               ADD 1 TO IOF-RPT-LINES
           END-IF

           WRITE IOF-RPT-RECORD FROM IOF-RULE-LINE
           ADD 1 TO IOF-RPT-LINES
           PERFORM WRITE-REGISTER-TIE

           MOVE "C03IOFRP"     TO RPT-TRL-PROGRAM
           MOVE IOF-RUN-DATE   TO RPT-TRL-RUN-DATE
           MOVE IOF-RPT-LINES  TO RPT-TRL-REC-COUNT
           IF IOF-REG-ALL-FOUND
               IF IOF-TL-RESULT = "OK - TOTALS AGREE"
                   MOVE "OK      " TO RPT-TRL-CTL-STATUS
               ELSE
                   MOVE "MISMATCH" TO RPT-TRL-CTL-STATUS
               END-IF
           ELSE
               MOVE "NONE    " TO RPT-TRL-CTL-STATUS
           END-IF
           WRITE IOF-RPT-RECORD FROM RPT-TRAILER-LINE

           CLOSE IOF-RPT-FILE.

      *----------------------------------------------------------------
      *Uma moeda: uma linha por direcao com movimento e o subtotal
      *da moeda.
      *----------------------------------------------------------------
       WRITE-CURRENCY-GROUP.
           ADD 1 TO IOF-SUB
           MOVE 0 TO IOF-SUBT-COUNT
           MOVE 0 TO IOF-SUBT-BRL
           MOVE 0 TO IOF-SUBT-IOF
           MOVE 0 TO IOF-DIR-SUB
           PERFORM WRITE-CURRENCY-DIRECTION 2 TIMES
           MOVE IOF-T-CURRENCY (IOF-SUB) TO IOF-DL-CURRENCY
           MOVE "SUBTOTAL"     TO IOF-DL-DIRECTION
           MOVE IOF-SUBT-COUNT TO IOF-DL-COUNT
           MOVE IOF-SUBT-BRL   TO IOF-DL-BRL
           MOVE IOF-SUBT-IOF   TO IOF-DL-IOF
           WRITE IOF-RPT-RECORD FROM IOF-DETAIL-LINE
           ADD 1 TO IOF-RPT-LINES.

       WRITE-CURRENCY-DIRECTION.
           ADD 1 TO IOF-DIR-SUB
           IF IOF-T-COUNT (IOF-SUB IOF-DIR-SUB) > 0
               MOVE IOF-T-CURRENCY (IOF-SUB) TO IOF-DL-CURRENCY
               PERFORM SET-DIRECTION-LABEL
               MOVE IOF-T-COUNT (IOF-SUB IOF-DIR-SUB)
                   TO IOF-DL-COUNT
               MOVE IOF-T-BRL-TOTAL (IOF-SUB IOF-DIR-SUB)
                   TO IOF-DL-BRL
               MOVE IOF-T-IOF-TOTAL (IOF-SUB IOF-DIR-SUB)
                   TO IOF-DL-IOF
               WRITE IOF-RPT-RECORD FROM IOF-DETAIL-LINE
               ADD 1 TO IOF-RPT-LINES
               ADD IOF-T-COUNT (IOF-SUB IOF-DIR-SUB)
                   TO IOF-SUBT-COUNT
               ADD IOF-T-BRL-TOTAL (IOF-SUB IOF-DIR-SUB)
                   TO IOF-SUBT-BRL
               ADD IOF-T-IOF-TOTAL (IOF-SUB IOF-DIR-SUB)
                   TO IOF-SUBT-IOF
           END-IF.

       WRITE-DIRECTION-TOTAL.
           ADD 1 TO IOF-DIR-SUB
           MOVE "ALL" TO IOF-DL-CURRENCY
           PERFORM SET-DIRECTION-LABEL
           MOVE IOF-D-COUNT (IOF-DIR-SUB)     TO IOF-DL-COUNT
           MOVE IOF-D-BRL-TOTAL (IOF-DIR-SUB) TO IOF-DL-BRL
           MOVE IOF-D-IOF-TOTAL (IOF-DIR-SUB) TO IOF-DL-IOF
           WRITE IOF-RPT-RECORD FROM IOF-DETAIL-LINE
           ADD 1 TO IOF-RPT-LINES.

       SET-DIRECTION-LABEL.
           IF IOF-DIR-SUB = 2
               MOVE "OUTBOUND" TO IOF-DL-DIRECTION
           ELSE
               MOVE "INBOUND " TO IOF-DL-DIRECTION
           END-IF.

      *----------------------------------------------------------------
      *Amarracao com o registro de fechamento: total geral deste
      *relatorio contra a linha ALL do PCLOSREG do mesmo mes.
      *----------------------------------------------------------------
       WRITE-REGISTER-TIE.
           MOVE IOF-MONTH TO IOF-TL-MONTH
           IF IOF-REG-ALL-FOUND
               MOVE IOF-REG-COUNT TO IOF-RL-COUNT
               MOVE IOF-REG-BRL   TO IOF-RL-BRL
               MOVE IOF-REG-IOF   TO IOF-RL-IOF
               WRITE IOF-RPT-RECORD FROM IOF-REG-LINE
               ADD 1 TO IOF-RPT-LINES
               IF IOF-REG-COUNT = IOF-G-COUNT AND
                  IOF-REG-BRL = IOF-G-BRL-TOTAL AND
                  IOF-REG-IOF = IOF-G-IOF-TOTAL
                   MOVE "OK - TOTALS AGREE" TO IOF-TL-RESULT
               ELSE
                   MOVE "*** OUT OF BALANCE ***" TO IOF-TL-RESULT
                   DISPLAY "IOF DO MES NAO BATE COM O REGISTRO DE"
                       " FECHAMENTO (PCLOSREG)"
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "REGISTER NOT AVAILABLE" TO IOF-TL-RESULT
               DISPLAY "PCLOSREG do mes " IOF-MONTH " nao disponivel"
                   " - relatorio sem amarracao."
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE IOF-RPT-RECORD FROM IOF-TIE-LINE
           ADD 1 TO IOF-RPT-LINES.

       END PROGRAM C03IOFRP.
