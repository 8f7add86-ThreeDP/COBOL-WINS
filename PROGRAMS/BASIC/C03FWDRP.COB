       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03FWDRP.
      *AUTHOR. R. MOTA.
      *
      *Relatorio de utilizacao dos contratos de cambio a termo
      *(FWDCTMST, copybook FWDCREC). Para a data de posicao keyada
      *(ENTER = hoje), lista cada contrato com nocional, usado (o
      *que o lote de C03EX03K ja abateu), saldo restante e saldo
      *expirado: contrato vencido ou cancelado nao tem mais saldo a
      *usar, e o que sobrou do nocional sai como expirado. Fecha com
      *os totais por moeda para a tesouraria conferir a posicao com
      *o banco.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. A posicao dos contratos
      *                  deixa de ser montada a mao a partir do
      *                  extrato do banco.
      *  2026-10-15  RM  Taxa do contrato com seis casas (FWDCREC);
      *                  coluna RATE alargada e relatorio passa a
      *                  140 posicoes. Registro ainda no layout
      *                  antigo e convertido na leitura.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FWD-MAST-FILE ASSIGN TO "FWDCTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FWR-MAST-STATUS.
           SELECT FWR-RPT-FILE ASSIGN TO "FWDCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FWR-RPT-STATUS.
           SELECT FWR-SEQ-FILE ASSIGN TO "FWDRPSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FWR-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FWD-MAST-FILE.
           COPY "FWDCREC.CPY".

       FD  FWR-RPT-FILE.
       01  FWR-RPT-RECORD          PIC X(140).

       FD  FWR-SEQ-FILE.
       01  FWR-SEQ-RECORD          PIC X(25).

       LOCAL-STORAGE SECTION.
       77 FWR-MAST-STATUS          PIC X(02).
       77 FWR-RPT-STATUS           PIC X(02).
       77 FWR-SEQ-STATUS           PIC X(02).
       77 FWR-RUN-DATE             PIC X(08).
       77 FWR-AS-OF-DATE           PIC X(08) VALUE SPACES.
       77 FWR-EOF-SWITCH           PIC X(01) VALUE "N".
           88  FWR-EOF                 VALUE "Y".
       77 FWR-SEQ-NO               PIC 9(04) VALUE 0 COMP.
       77 FWR-RPT-LINES            PIC 9(06) VALUE 0 COMP.
       77 FWR-CONTRACT-COUNT       PIC 9(06) VALUE 0 COMP.
       77 FWR-LIVE-COUNT           PIC 9(06) VALUE 0 COMP.
       77 FWR-CLOSED-COUNT         PIC 9(06) VALUE 0 COMP.
       77 FWR-REMAINING            PIC 9(09)V99 VALUE 0.
       77 FWR-EXPIRED              PIC 9(09)V99 VALUE 0.
       77 FWR-SKIP-COUNT           PIC 9(06) VALUE 0 COMP.
       77 FWR-CCY-COUNT            PIC 9(02) VALUE 0 COMP.
       01 FWR-CCY-TABLE.
           05  FWR-CCY-ENTRY OCCURS 20 TIMES
                   DEPENDING ON FWR-CCY-COUNT
                   INDEXED BY FWR-IDX.
               10  FWR-T-CURRENCY      PIC X(03).
               10  FWR-T-COUNT         PIC 9(06) COMP.
               10  FWR-T-NOTIONAL      PIC 9(11)V99.
               10  FWR-T-USED          PIC 9(11)V99.
               10  FWR-T-REMAINING     PIC 9(11)V99.
               10  FWR-T-EXPIRED       PIC 9(11)V99.
       77 FWR-SUB                  PIC 9(02) VALUE 0 COMP.
       77 FWR-HOLD-RATE            PIC 9(05)V9(06) VALUE 0.
       77 FWR-HOLD-TERMS           PIC X(39) VALUE SPACES.

       01 FWR-TITLE-LINE.
           05  FILLER              PIC X(35)
               VALUE "FORWARD CONTRACT UTILIZATION AS OF ".
           05  FWR-TTL-DATE        PIC X(08).

       01 FWR-COLS-LINE.
           05  FILLER              PIC X(11) VALUE "CONTRACT".
           05  FILLER              PIC X(09) VALUE "CUSTOMER".
           05  FILLER              PIC X(04) VALUE "CCY".
           05  FILLER              PIC X(13) VALUE "        RATE".
           05  FILLER              PIC X(18) VALUE "START    END".
           05  FILLER              PIC X(18)
               VALUE "          NOTIONAL".
           05  FILLER              PIC X(18)
               VALUE "              USED".
           05  FILLER              PIC X(18)
               VALUE "         REMAINING".
           05  FILLER              PIC X(18)
               VALUE "           EXPIRED".
           05  FILLER              PIC X(10) VALUE " STATUS".

       01 FWR-DETAIL-LINE.
           05  FWR-DL-CONTRACT-NO  PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWR-DL-CUSTOMER     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWR-DL-CURRENCY     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWR-DL-RATE         PIC ZZZZ9.999999.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWR-DL-START-DATE   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWR-DL-END-DATE     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWR-DL-NOTIONAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWR-DL-USED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWR-DL-REMAINING    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWR-DL-EXPIRED      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FWR-DL-STATUS       PIC X(09).

       01 FWR-TOTAL-LINE.
           05  FILLER              PIC X(06) VALUE "TOTAL ".
           05  FWR-TL-CURRENCY     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWR-TL-COUNT        PIC ZZZZZ9.
           05  FILLER              PIC X(11) VALUE " CONTRACTS".
           05  FILLER              PIC X(28) VALUE SPACES.
           05  FWR-TL-NOTIONAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWR-TL-USED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWR-TL-REMAINING    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  FWR-TL-EXPIRED      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 FWR-COUNT-LINE.
           05  FILLER              PIC X(17) VALUE "CONTRACTS LISTED ".
           05  FWR-CL-TOTAL        PIC ZZZZZ9.
           05  FILLER              PIC X(08) VALUE "   LIVE ".
           05  FWR-CL-LIVE         PIC ZZZZZ9.
           05  FILLER              PIC X(21)
               VALUE "   EXPIRED/CANCELLED ".
           05  FWR-CL-CLOSED       PIC ZZZZZ9.

       01 FWR-RULE-LINE            PIC X(137) VALUE ALL "-".

           COPY "RPTHDR.CPY".
           COPY "RUNSEQ.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT FWR-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "Data da posicao (YYYYMMDD, ENTER = hoje): "
               WITH NO ADVANCING
           ACCEPT FWR-AS-OF-DATE
           IF FWR-AS-OF-DATE = SPACES
               MOVE FWR-RUN-DATE TO FWR-AS-OF-DATE
           END-IF
           IF FWR-AS-OF-DATE NOT NUMERIC
               DISPLAY "Data invalida - relatorio cancelado."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT FWD-MAST-FILE
           IF FWR-MAST-STATUS NOT = "00"
               DISPLAY "FWDCTMST nao encontrado - nao ha contratos"
                   " a relatar."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM NEXT-RUN-SEQUENCE
           OPEN OUTPUT FWR-RPT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM REPORT-CONTRACT UNTIL FWR-EOF
           CLOSE FWD-MAST-FILE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE FWR-RPT-FILE
           DISPLAY "Utilizacao dos contratos gravada em FWDCTRPT - "
               FWR-CONTRACT-COUNT " contrato(s)."
           GOBACK.

       WRITE-REPORT-HEADING.
           MOVE 0 TO FWR-RPT-LINES
           MOVE "C03FWDRP"    TO RPT-HDR-PROGRAM
           MOVE FWR-RUN-DATE  TO RPT-HDR-RUN-DATE
           MOVE FWR-SEQ-NO    TO RPT-HDR-SEQ-NO
           WRITE FWR-RPT-RECORD FROM RPT-HEADER-LINE
           MOVE FWR-AS-OF-DATE TO FWR-TTL-DATE
           WRITE FWR-RPT-RECORD FROM FWR-TITLE-LINE
           WRITE FWR-RPT-RECORD FROM FWR-RULE-LINE
           WRITE FWR-RPT-RECORD FROM FWR-COLS-LINE
           ADD 4 TO FWR-RPT-LINES.

      *----------------------------------------------------------------
      *Um contrato: ativo e dentro da vigencia (ou ainda por comecar)
      *tem saldo restante; vencido ou cancelado tem o que sobrou do
      *nocional como saldo expirado.
      *----------------------------------------------------------------
       REPORT-CONTRACT.
           READ FWD-MAST-FILE
               AT END
                   SET FWR-EOF TO TRUE
               NOT AT END
                   PERFORM CONVERT-OLD-CONTRACT
                   PERFORM WRITE-CONTRACT-LINE
           END-READ.

      *Registro no layout anterior (taxa 9(02)V99, 64 posicoes):
      *taxa e demais campos vao para o lugar novo via area de
      *trabalho, porque as duas vistas se sobrepoem.
       CONVERT-OLD-CONTRACT.
           IF FC-OLD-FORMAT
               MOVE FC-OLD-RATE    TO FWR-HOLD-RATE
               MOVE FC-OLD-TERMS   TO FWR-HOLD-TERMS
               MOVE FWR-HOLD-TERMS TO FC-TERMS
               MOVE FWR-HOLD-RATE  TO FC-RATE
           END-IF.

       WRITE-CONTRACT-LINE.
           ADD 1 TO FWR-CONTRACT-COUNT
           MOVE 0 TO FWR-REMAINING
           MOVE 0 TO FWR-EXPIRED
           EVALUATE TRUE
               WHEN FC-CANCELLED
                   COMPUTE FWR-EXPIRED = FC-NOTIONAL - FC-USED
                   MOVE "CANCELLED" TO FWR-DL-STATUS
                   ADD 1 TO FWR-CLOSED-COUNT
               WHEN FC-END-DATE < FWR-AS-OF-DATE
                   COMPUTE FWR-EXPIRED = FC-NOTIONAL - FC-USED
                   MOVE "EXPIRED" TO FWR-DL-STATUS
                   ADD 1 TO FWR-CLOSED-COUNT
               WHEN FC-START-DATE > FWR-AS-OF-DATE
                   COMPUTE FWR-REMAINING = FC-NOTIONAL - FC-USED
                   MOVE "FUTURE" TO FWR-DL-STATUS
                   ADD 1 TO FWR-LIVE-COUNT
               WHEN OTHER
                   COMPUTE FWR-REMAINING = FC-NOTIONAL - FC-USED
                   MOVE "LIVE" TO FWR-DL-STATUS
                   ADD 1 TO FWR-LIVE-COUNT
           END-EVALUATE
           MOVE FC-CONTRACT-NO TO FWR-DL-CONTRACT-NO
           MOVE FC-CUSTOMER    TO FWR-DL-CUSTOMER
           MOVE FC-CURRENCY    TO FWR-DL-CURRENCY
           MOVE FC-RATE        TO FWR-DL-RATE
           MOVE FC-START-DATE  TO FWR-DL-START-DATE
           MOVE FC-END-DATE    TO FWR-DL-END-DATE
           MOVE FC-NOTIONAL    TO FWR-DL-NOTIONAL
           MOVE FC-USED        TO FWR-DL-USED
           MOVE FWR-REMAINING  TO FWR-DL-REMAINING
           MOVE FWR-EXPIRED    TO FWR-DL-EXPIRED
           WRITE FWR-RPT-RECORD FROM FWR-DETAIL-LINE
           ADD 1 TO FWR-RPT-LINES
           SET FWR-IDX TO 1
           SEARCH FWR-CCY-ENTRY
               AT END
                   PERFORM ADD-CURRENCY-ENTRY
               WHEN FWR-T-CURRENCY (FWR-IDX) = FC-CURRENCY
                   PERFORM ACCUMULATE-CURRENCY
           END-SEARCH.

       ADD-CURRENCY-ENTRY.
           IF FWR-CCY-COUNT = 20
      *Mais moedas que a tabela comporta: o contrato sai no detalhe
      *e fica fora dos totais, com nota no fim do relatorio.
               ADD 1 TO FWR-SKIP-COUNT
           ELSE
               ADD 1 TO FWR-CCY-COUNT
               SET FWR-IDX TO FWR-CCY-COUNT
               MOVE FC-CURRENCY TO FWR-T-CURRENCY (FWR-IDX)
               MOVE 0 TO FWR-T-COUNT (FWR-IDX)
               MOVE 0 TO FWR-T-NOTIONAL (FWR-IDX)
               MOVE 0 TO FWR-T-USED (FWR-IDX)
               MOVE 0 TO FWR-T-REMAINING (FWR-IDX)
               MOVE 0 TO FWR-T-EXPIRED (FWR-IDX)
               PERFORM ACCUMULATE-CURRENCY
           END-IF.

       ACCUMULATE-CURRENCY.
           ADD 1             TO FWR-T-COUNT (FWR-IDX)
           ADD FC-NOTIONAL   TO FWR-T-NOTIONAL (FWR-IDX)
           ADD FC-USED       TO FWR-T-USED (FWR-IDX)
           ADD FWR-REMAINING TO FWR-T-REMAINING (FWR-IDX)
           ADD FWR-EXPIRED   TO FWR-T-EXPIRED (FWR-IDX).

       WRITE-REPORT-TOTALS.
           WRITE FWR-RPT-RECORD FROM FWR-RULE-LINE
           ADD 1 TO FWR-RPT-LINES
           MOVE 0 TO FWR-SUB
           PERFORM WRITE-CURRENCY-TOTAL FWR-CCY-COUNT TIMES
           MOVE FWR-CONTRACT-COUNT TO FWR-CL-TOTAL
           MOVE FWR-LIVE-COUNT     TO FWR-CL-LIVE
           MOVE FWR-CLOSED-COUNT   TO FWR-CL-CLOSED
           WRITE FWR-RPT-RECORD FROM FWR-COUNT-LINE
           ADD 1 TO FWR-RPT-LINES
           IF FWR-SKIP-COUNT > 0
               MOVE SPACES TO FWR-RPT-RECORD
               STRING "NOTE: " DELIMITED BY SIZE
                      "CURRENCIES BEYOND TABLE LIMIT LEFT OUT OF"
                          DELIMITED BY SIZE
                      " CURRENCY TOTALS" DELIMITED BY SIZE
                      INTO FWR-RPT-RECORD
               WRITE FWR-RPT-RECORD
               ADD 1 TO FWR-RPT-LINES
           END-IF
           MOVE "C03FWDRP"     TO RPT-TRL-PROGRAM
           MOVE FWR-RUN-DATE   TO RPT-TRL-RUN-DATE
           MOVE FWR-RPT-LINES  TO RPT-TRL-REC-COUNT
           MOVE "NONE    "     TO RPT-TRL-CTL-STATUS
           WRITE FWR-RPT-RECORD FROM RPT-TRAILER-LINE.

       WRITE-CURRENCY-TOTAL.
           ADD 1 TO FWR-SUB
           MOVE FWR-T-CURRENCY (FWR-SUB)  TO FWR-TL-CURRENCY
           MOVE FWR-T-COUNT (FWR-SUB)     TO FWR-TL-COUNT
           MOVE FWR-T-NOTIONAL (FWR-SUB)  TO FWR-TL-NOTIONAL
           MOVE FWR-T-USED (FWR-SUB)      TO FWR-TL-USED
           MOVE FWR-T-REMAINING (FWR-SUB) TO FWR-TL-REMAINING
           MOVE FWR-T-EXPIRED (FWR-SUB)   TO FWR-TL-EXPIRED
           WRITE FWR-RPT-RECORD FROM FWR-TOTAL-LINE
           ADD 1 TO FWR-RPT-LINES.

       NEXT-RUN-SEQUENCE.
           MOVE 0 TO FWR-SEQ-NO
           OPEN INPUT FWR-SEQ-FILE
           IF FWR-SEQ-STATUS = "00"
               READ FWR-SEQ-FILE INTO RUNSEQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNSEQ-RUN-DATE = FWR-RUN-DATE
                           MOVE RUNSEQ-LAST-NO TO FWR-SEQ-NO
                       END-IF
               END-READ
               CLOSE FWR-SEQ-FILE
           END-IF
           ADD 1 TO FWR-SEQ-NO
           MOVE "C03FWDRP"    TO RUNSEQ-PROGRAM
           MOVE FWR-RUN-DATE  TO RUNSEQ-RUN-DATE
           MOVE FWR-SEQ-NO    TO RUNSEQ-LAST-NO
           OPEN OUTPUT FWR-SEQ-FILE
           WRITE FWR-SEQ-RECORD FROM RUNSEQ-RECORD
           CLOSE FWR-SEQ-FILE.

       END PROGRAM C03FWDRP.
