       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03WORPT.
      *AUTHOR. R. MOTA.
      *
      *Relatorio de custo por ordem de servico. Para cada ordem do
      *cadastro (WORKORD, copybook WORDREC) compara o realizado que o
      *lote de C03EX03Q acumulou em todos os runs - custo de material
      *das pecas mais o custo da sucata, e o peso - com a estimativa
      *da ordem, em valor e em percentual. Estouro acima da
      *tolerancia configurada (WOOVRCFG, padrao 10%) no custo ou no
      *peso sai marcado OVERRUN e o run termina com RC 4. Ordem
      *com realizado e sem estimativa sai marcada NO ESTIMATE.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. O custo realizado de uma
      *                  ordem deixa de ser levantado a mao a partir
      *                  dos relatorios de cada run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORD-FILE ASSIGN TO "WORKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOR-MAST-STATUS.
           SELECT WOR-TOL-FILE ASSIGN TO "WOOVRCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOR-TOL-STATUS.
           SELECT WOR-RPT-FILE ASSIGN TO "WOCOSTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOR-RPT-STATUS.
           SELECT WOR-SEQ-FILE ASSIGN TO "WORPTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOR-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORD-FILE.
           COPY "WORDREC.CPY".

       FD  WOR-TOL-FILE.
       01  WOR-TOL-RECORD.
           05  TOL-PERCENT         PIC 9(03)V99.

       FD  WOR-RPT-FILE.
       01  WOR-RPT-RECORD          PIC X(132).

       FD  WOR-SEQ-FILE.
       01  WOR-SEQ-RECORD          PIC X(25).

       LOCAL-STORAGE SECTION.
       77 WOR-MAST-STATUS          PIC X(02).
       77 WOR-TOL-STATUS           PIC X(02).
       77 WOR-RPT-STATUS           PIC X(02).
       77 WOR-SEQ-STATUS           PIC X(02).
       77 WOR-RUN-DATE             PIC X(08).
       77 WOR-SEQ-NO               PIC 9(04) VALUE 0 COMP.
       77 WOR-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WOR-EOF                 VALUE "Y".
       77 WOR-TOLERANCE            PIC 9(03)V99 VALUE 10.00.
       77 WOR-ORDER-COUNT          PIC 9(06) VALUE 0 COMP.
       77 WOR-OVERRUN-COUNT        PIC 9(06) VALUE 0 COMP.
       77 WOR-NOEST-COUNT          PIC 9(06) VALUE 0 COMP.
       77 WOR-ACT-COST             PIC 9(12)V99 VALUE 0.
       77 WOR-COST-PCT             PIC S9(07)V99 VALUE 0.
       77 WOR-WEIGHT-PCT           PIC S9(07)V99 VALUE 0.
       77 WOR-OVERRUN-SWITCH       PIC X(01) VALUE "N".
           88  WOR-OVERRUN             VALUE "Y".
       77 WOR-NOEST-SWITCH         PIC X(01) VALUE "N".
           88  WOR-NO-ESTIMATE         VALUE "Y".
       77 WOR-TOT-EST-COST         PIC 9(13)V99 VALUE 0.
       77 WOR-TOT-ACT-MATL         PIC 9(13)V99 VALUE 0.
       77 WOR-TOT-ACT-SCRAP        PIC 9(13)V99 VALUE 0.
       77 WOR-TOT-EST-WEIGHT       PIC 9(13)V99 VALUE 0.
       77 WOR-TOT-ACT-WEIGHT       PIC 9(13)V99 VALUE 0.

       01 WOR-TITLE-LINE.
           05  FILLER              PIC X(41)
               VALUE "WORK-ORDER COST VERSUS ESTIMATE - TOLER. ".
           05  WOR-TTL-TOLERANCE   PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE "%".

       01 WOR-COLS-LINE.
           05  FILLER              PIC X(09) VALUE "W/O".
           05  FILLER              PIC X(09) VALUE "CUSTOMER".
           05  FILLER              PIC X(02) VALUE "S".
           05  FILLER              PIC X(08) VALUE " PIECES".
           05  FILLER              PIC X(15) VALUE "      EST. COST".
           05  FILLER              PIC X(15) VALUE "  ACT. MATERIAL".
           05  FILLER              PIC X(15) VALUE "     ACT. SCRAP".
           05  FILLER              PIC X(09) VALUE "  COST %".
           05  FILLER              PIC X(15) VALUE "    EST. WEIGHT".
           05  FILLER              PIC X(15) VALUE "    ACT. WEIGHT".
           05  FILLER              PIC X(09) VALUE "   WGT %".
           05  FILLER              PIC X(11) VALUE "  FLAG".

       01 WOR-DETAIL-LINE.
           05  WOR-DL-ORDER        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WOR-DL-CUSTOMER     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WOR-DL-STATUS       PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WOR-DL-PIECES       PIC ZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WOR-DL-EST-COST     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WOR-DL-ACT-MATL     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WOR-DL-ACT-SCRAP    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WOR-DL-COST-PCT     PIC ----9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WOR-DL-EST-WEIGHT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WOR-DL-ACT-WEIGHT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WOR-DL-WEIGHT-PCT   PIC ----9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WOR-DL-FLAG         PIC X(11).

       01 WOR-TOTAL-LINE.
           05  FILLER              PIC X(28) VALUE "TOTAL".
           05  WOR-TL-EST-COST     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WOR-TL-ACT-MATL     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WOR-TL-ACT-SCRAP    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  WOR-TL-EST-WEIGHT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WOR-TL-ACT-WEIGHT   PIC ZZZ,ZZZ,ZZ9.99.

       01 WOR-COUNT-LINE.
           05  FILLER              PIC X(08) VALUE "ORDERS: ".
           05  WOR-CL-ORDERS       PIC ZZZZZ9.
           05  FILLER              PIC X(13) VALUE "   OVERRUNS: ".
           05  WOR-CL-OVERRUNS     PIC ZZZZZ9.
           05  FILLER              PIC X(16) VALUE "   NO ESTIMATE: ".
           05  WOR-CL-NOEST        PIC ZZZZZ9.

       01 WOR-RULE-LINE            PIC X(132) VALUE ALL "-".

           COPY "RPTHDR.CPY".
           COPY "RUNSEQ.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WOR-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT WORK-ORD-FILE
           IF WOR-MAST-STATUS NOT = "00"
               DISPLAY "WORKORD nao encontrado - STATUS "
                   WOR-MAST-STATUS "; nada a relatar."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TOLERANCE-CONFIG

           PERFORM NEXT-RUN-SEQUENCE
           OPEN OUTPUT WOR-RPT-FILE
           MOVE "C03WORPT"   TO RPT-HDR-PROGRAM
           MOVE WOR-RUN-DATE TO RPT-HDR-RUN-DATE
           MOVE WOR-SEQ-NO   TO RPT-HDR-SEQ-NO
           WRITE WOR-RPT-RECORD FROM RPT-HEADER-LINE
           MOVE WOR-TOLERANCE TO WOR-TTL-TOLERANCE
           WRITE WOR-RPT-RECORD FROM WOR-TITLE-LINE
           WRITE WOR-RPT-RECORD FROM WOR-RULE-LINE
           WRITE WOR-RPT-RECORD FROM WOR-COLS-LINE
           WRITE WOR-RPT-RECORD FROM WOR-RULE-LINE
           PERFORM REPORT-WORK-ORDER UNTIL WOR-EOF
           CLOSE WORK-ORD-FILE
           WRITE WOR-RPT-RECORD FROM WOR-RULE-LINE
           MOVE WOR-TOT-EST-COST   TO WOR-TL-EST-COST
           MOVE WOR-TOT-ACT-MATL   TO WOR-TL-ACT-MATL
           MOVE WOR-TOT-ACT-SCRAP  TO WOR-TL-ACT-SCRAP
           MOVE WOR-TOT-EST-WEIGHT TO WOR-TL-EST-WEIGHT
           MOVE WOR-TOT-ACT-WEIGHT TO WOR-TL-ACT-WEIGHT
           WRITE WOR-RPT-RECORD FROM WOR-TOTAL-LINE
           MOVE SPACES TO WOR-RPT-RECORD
           WRITE WOR-RPT-RECORD
           MOVE WOR-ORDER-COUNT   TO WOR-CL-ORDERS
           MOVE WOR-OVERRUN-COUNT TO WOR-CL-OVERRUNS
           MOVE WOR-NOEST-COUNT   TO WOR-CL-NOEST
           WRITE WOR-RPT-RECORD FROM WOR-COUNT-LINE
           MOVE "C03WORPT"      TO RPT-TRL-PROGRAM
           MOVE WOR-RUN-DATE    TO RPT-TRL-RUN-DATE
           MOVE WOR-ORDER-COUNT TO RPT-TRL-REC-COUNT
           MOVE "NONE    "      TO RPT-TRL-CTL-STATUS
           WRITE WOR-RPT-RECORD FROM RPT-TRAILER-LINE
           CLOSE WOR-RPT-FILE

           DISPLAY "Ordens relatadas: " WOR-ORDER-COUNT
               "   estouros: " WOR-OVERRUN-COUNT
           IF WOR-OVERRUN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-TOLERANCE-CONFIG.
           OPEN INPUT WOR-TOL-FILE
           IF WOR-TOL-STATUS = "00"
               READ WOR-TOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TOL-PERCENT NUMERIC
                           MOVE TOL-PERCENT TO WOR-TOLERANCE
                       END-IF
               END-READ
               CLOSE WOR-TOL-FILE
           END-IF.

       REPORT-WORK-ORDER.
           READ WORK-ORD-FILE
               AT END
                   SET WOR-EOF TO TRUE
               NOT AT END
                   PERFORM REPORT-ONE-ORDER
           END-READ.

      *----------------------------------------------------------------
      *Custo realizado = custo das pecas + custo da sucata (a chapa
      *inteira e comprada); variacao % = (realizado - estimado)
      *x 100 sobre o estimado. Estouro e variacao acima da
      *tolerancia no custo ou no peso.
      *----------------------------------------------------------------
       REPORT-ONE-ORDER.
           ADD 1 TO WOR-ORDER-COUNT
           MOVE "N" TO WOR-OVERRUN-SWITCH
           MOVE "N" TO WOR-NOEST-SWITCH
           COMPUTE WOR-ACT-COST = WO-ACT-COST + WO-ACT-SCRAP-COST
           MOVE 0 TO WOR-COST-PCT
           MOVE 0 TO WOR-WEIGHT-PCT
           IF WO-EST-COST > 0
               COMPUTE WOR-COST-PCT ROUNDED =
                   (WOR-ACT-COST - WO-EST-COST) * 100 / WO-EST-COST
               IF WOR-COST-PCT > WOR-TOLERANCE
                   SET WOR-OVERRUN TO TRUE
               END-IF
           ELSE
               IF WOR-ACT-COST > 0
                   SET WOR-NO-ESTIMATE TO TRUE
               END-IF
           END-IF
           IF WO-EST-WEIGHT > 0
               COMPUTE WOR-WEIGHT-PCT ROUNDED =
                   (WO-ACT-WEIGHT - WO-EST-WEIGHT) * 100
                       / WO-EST-WEIGHT
               IF WOR-WEIGHT-PCT > WOR-TOLERANCE
                   SET WOR-OVERRUN TO TRUE
               END-IF
           ELSE
               IF WO-ACT-WEIGHT > 0
                   SET WOR-NO-ESTIMATE TO TRUE
               END-IF
           END-IF
           MOVE WO-NUMBER         TO WOR-DL-ORDER
           MOVE WO-CUSTOMER       TO WOR-DL-CUSTOMER
           MOVE WO-STATUS         TO WOR-DL-STATUS
           MOVE WO-ACT-PIECES     TO WOR-DL-PIECES
           MOVE WO-EST-COST       TO WOR-DL-EST-COST
           MOVE WO-ACT-COST       TO WOR-DL-ACT-MATL
           MOVE WO-ACT-SCRAP-COST TO WOR-DL-ACT-SCRAP
           MOVE WOR-COST-PCT      TO WOR-DL-COST-PCT
           MOVE WO-EST-WEIGHT     TO WOR-DL-EST-WEIGHT
           MOVE WO-ACT-WEIGHT     TO WOR-DL-ACT-WEIGHT
           MOVE WOR-WEIGHT-PCT    TO WOR-DL-WEIGHT-PCT
           EVALUATE TRUE
               WHEN WOR-OVERRUN
                   MOVE "OVERRUN" TO WOR-DL-FLAG
                   ADD 1 TO WOR-OVERRUN-COUNT
               WHEN WOR-NO-ESTIMATE
                   MOVE "NO ESTIMATE" TO WOR-DL-FLAG
                   ADD 1 TO WOR-NOEST-COUNT
               WHEN OTHER
                   MOVE SPACES TO WOR-DL-FLAG
           END-EVALUATE
           WRITE WOR-RPT-RECORD FROM WOR-DETAIL-LINE
           ADD WO-EST-COST       TO WOR-TOT-EST-COST
           ADD WO-ACT-COST       TO WOR-TOT-ACT-MATL
           ADD WO-ACT-SCRAP-COST TO WOR-TOT-ACT-SCRAP
           ADD WO-EST-WEIGHT     TO WOR-TOT-EST-WEIGHT
           ADD WO-ACT-WEIGHT     TO WOR-TOT-ACT-WEIGHT.

       NEXT-RUN-SEQUENCE.
           MOVE 0 TO WOR-SEQ-NO
           OPEN INPUT WOR-SEQ-FILE
           IF WOR-SEQ-STATUS = "00"
               READ WOR-SEQ-FILE INTO RUNSEQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNSEQ-RUN-DATE = WOR-RUN-DATE
                           MOVE RUNSEQ-LAST-NO TO WOR-SEQ-NO
                       END-IF
               END-READ
               CLOSE WOR-SEQ-FILE
           END-IF
           ADD 1 TO WOR-SEQ-NO
           MOVE "C03WORPT"   TO RUNSEQ-PROGRAM
           MOVE WOR-RUN-DATE TO RUNSEQ-RUN-DATE
           MOVE WOR-SEQ-NO   TO RUNSEQ-LAST-NO
           OPEN OUTPUT WOR-SEQ-FILE
           WRITE WOR-SEQ-RECORD FROM RUNSEQ-RECORD
           CLOSE WOR-SEQ-FILE.

       END PROGRAM C03WORPT.
