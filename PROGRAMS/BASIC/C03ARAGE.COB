       IDENTIFICATION DIVISION.
       PROGRAM-ID. C03ARAGE.
      *AUTHOR. R. MOTA.
      *
      *Aging do contas a receber por cliente. Para a data-base
      *keyada, le as partidas em aberto de ARITEMS e calcula o
      *vencimento de cada nota pela condicao de cobranca do cliente
      *(CU-TERMS do CUSTMAST: o primeiro numero do texto e o prazo
      *em dias; sem numero, vence na data da nota). Os dias em
      *atraso na data-base classificam o saldo em A VENCER, 1-30,
      *31-60, 61-90 e ACIMA DE 90. Saldo em Real pela cotacao da
      *nota. Uma secao por cliente (ao estilo do extrato C03CSTMT),
      *com as notas, o subtotal por faixa e o total geral, no
      *relatorio ARAGERPT - a lista que o credito usa para cobrar
      *os atrasados.
      *
      *MODIFICATION HISTORY:
      *  2026-10-15  RM  Initial version. Primeiro uso de CU-TERMS
      *                  fora do extrato mensal.
      *  2026-10-15  RM  Saldo em BRL pela cotacao da nota com seis
      *                  casas (AR-INVOICE-RATE-EXACT; partida antiga
      *                  sem ela usa AR-INVOICE-RATE).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-ITEM-STATUS.
           SELECT CUST-MAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-MAST-STATUS.
           SELECT AGE-RPT-FILE ASSIGN TO "ARAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-RPT-STATUS.
           SELECT AGE-SEQ-FILE ASSIGN TO "ARAGESEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-ITEM-FILE.
           COPY "ARITREC.CPY".

       FD  CUST-MAST-FILE.
           COPY "CUSTREC.CPY".

       FD  AGE-RPT-FILE.
       01  AGE-RPT-RECORD          PIC X(132).

       FD  AGE-SEQ-FILE.
       01  AGE-SEQ-RECORD          PIC X(25).

       LOCAL-STORAGE SECTION.
       77 AGE-ITEM-STATUS          PIC X(02).
       77 AGE-MAST-STATUS          PIC X(02).
       77 AGE-RPT-STATUS           PIC X(02).
       77 AGE-SEQ-STATUS           PIC X(02).
       77 AGE-SEQ-NO               PIC 9(04) VALUE 0 COMP.
       77 AGE-RUN-DATE             PIC X(08).
       77 AGE-AS-OF-DATE           PIC X(08) VALUE SPACES.
       77 AGE-EOF-SWITCH           PIC X(01) VALUE "N".
           88  AGE-EOF                 VALUE "Y".
       77 AGE-RPT-LINES            PIC 9(06) VALUE 0 COMP.
       77 AGE-SKIP-COUNT           PIC 9(03) VALUE 0 COMP.
       77 CUA-COUNT                PIC 9(03) VALUE 0 COMP.
       01 CUA-TABLE.
           05  CUA-ENTRY OCCURS 500 TIMES
                   DEPENDING ON CUA-COUNT
                   INDEXED BY CUA-IDX.
               10  CUA-T-CODE          PIC X(08).
               10  CUA-T-NAME          PIC X(20).
               10  CUA-T-TERMS         PIC X(10).
               10  CUA-T-DAYS          PIC 9(03).
       77 CUA-SUB                  PIC 9(03) VALUE 0 COMP.
       77 AGE-CUST-SUB             PIC 9(03) VALUE 0 COMP.
       77 AGE-CUR-CUSTOMER         PIC X(08) VALUE SPACES.
       77 AGE-CUR-DAYS             PIC 9(03) VALUE 0.

      *Prazo: primeiro numero do texto de CU-TERMS.
       77 AGE-CHR-SUB              PIC 9(02) VALUE 0 COMP.
       77 AGE-DIGIT                PIC 9(01) VALUE 0.
       77 AGE-TERM-DAYS            PIC 9(03) VALUE 0.
       77 AGE-TERM-STATE           PIC X(01) VALUE "W".
           88  AGE-TERM-WAITING        VALUE "W".
           88  AGE-TERM-IN-NUMBER      VALUE "N".
           88  AGE-TERM-DONE           VALUE "D".

      *Data juliana (dia juliano) para contar dias entre datas.
       01 AGE-JDN-DATE.
           05  AGE-JDN-YYYY        PIC 9(04).
           05  AGE-JDN-MM          PIC 9(02).
           05  AGE-JDN-DD          PIC 9(02).
       77 AGE-JDN                  PIC 9(08) VALUE 0 COMP.
       77 AGE-JDN-A                PIC 9(02) VALUE 0 COMP.
       77 AGE-JDN-Y                PIC 9(05) VALUE 0 COMP.
       77 AGE-JDN-M                PIC 9(03) VALUE 0 COMP.
       77 AGE-JDN-WORK             PIC 9(08) VALUE 0 COMP.
       77 AGE-AS-OF-JDN            PIC 9(08) VALUE 0 COMP.
       77 AGE-DUE-JDN              PIC 9(08) VALUE 0 COMP.
       77 AGE-DAYS-LATE            PIC S9(05) VALUE 0.
       01 AGE-DUE-DATE.
           05  AGE-DUE-YYYY        PIC 9(04).
           05  AGE-DUE-MM          PIC 9(02).
           05  AGE-DUE-DD          PIC 9(02).
       01 AGE-MONTH-LENGTHS.
           05  FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 AGE-MONTH-TABLE REDEFINES AGE-MONTH-LENGTHS.
           05  AGE-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
       77 AGE-MONTH-SUB            PIC 9(02) VALUE 0 COMP.
       77 AGE-MONTH-LAST           PIC 9(02) VALUE 0.
       77 AGE-LEAP-4               PIC 9(03) VALUE 0.
       77 AGE-LEAP-100             PIC 9(03) VALUE 0.
       77 AGE-LEAP-400             PIC 9(03) VALUE 0.

       77 AGE-OPEN-AMOUNT          PIC 9(09)V99 VALUE 0.
       77 AGE-OPEN-REAL            PIC 9(09)V99 VALUE 0.
       77 AGE-INVOICE-RATE         PIC 9(05)V9(06) VALUE 0.
       77 AGE-BKT                  PIC 9(01) VALUE 0 COMP.
       77 AGE-CUST-ITEMS           PIC 9(06) VALUE 0 COMP.
       77 AGE-G-ITEMS              PIC 9(06) VALUE 0 COMP.
       01 AGE-CUST-BUCKETS.
           05  AGE-C-BUCKET        PIC 9(11)V99 OCCURS 5 TIMES.
       77 AGE-C-TOTAL              PIC 9(11)V99 VALUE 0.
       01 AGE-GRAND-BUCKETS.
           05  AGE-G-BUCKET        PIC 9(11)V99 OCCURS 5 TIMES.
       77 AGE-G-TOTAL              PIC 9(11)V99 VALUE 0.

       01 AGE-BUCKET-NAMES.
           05  FILLER              PIC X(08) VALUE "CURRENT ".
           05  FILLER              PIC X(08) VALUE "1-30    ".
           05  FILLER              PIC X(08) VALUE "31-60   ".
           05  FILLER              PIC X(08) VALUE "61-90   ".
           05  FILLER              PIC X(08) VALUE "OVER 90 ".
       01 AGE-BUCKET-TABLE REDEFINES AGE-BUCKET-NAMES.
           05  AGE-BUCKET-NAME     PIC X(08) OCCURS 5 TIMES.

       01 AGE-TITLE-LINE.
           05  FILLER              PIC X(41)
               VALUE "RECEIVABLES AGING BY CUSTOMER - AS OF ".
           05  AGE-TTL-DATE        PIC X(08).

       01 AGE-CUST-LINE.
           05  FILLER              PIC X(10) VALUE "CUSTOMER: ".
           05  AGE-CL-CODE         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AGE-CL-NAME         PIC X(20).
           05  FILLER              PIC X(09) VALUE "  TERMS: ".
           05  AGE-CL-TERMS        PIC X(10).
           05  FILLER              PIC X(03) VALUE " = ".
           05  AGE-CL-DAYS         PIC ZZ9.
           05  FILLER              PIC X(05) VALUE " DAYS".

       01 AGE-COLS-LINE.
           05  FILLER              PIC X(11) VALUE "INVOICE".
           05  FILLER              PIC X(09) VALUE "INV DATE".
           05  FILLER              PIC X(09) VALUE "DUE DATE".
           05  FILLER              PIC X(04) VALUE "CCY".
           05  FILLER              PIC X(16) VALUE "    OPEN FOREIGN".
           05  FILLER              PIC X(14) VALUE "          RATE".
           05  FILLER              PIC X(16) VALUE "        OPEN BRL".
           05  FILLER              PIC X(07) VALUE "   LATE".
           05  FILLER              PIC X(09) VALUE "  BUCKET".

       01 AGE-DETAIL-LINE.
           05  AGE-DL-INVOICE      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AGE-DL-INV-DATE     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AGE-DL-DUE-DATE     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AGE-DL-CURRENCY     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AGE-DL-FGN          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  AGE-DL-RATE         PIC ZZZZ9.999999.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AGE-DL-BRL          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AGE-DL-LATE         PIC -ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AGE-DL-BUCKET       PIC X(08).

       01 AGE-BKT-HEAD-LINE.
           05  FILLER              PIC X(24) VALUE SPACES.
           05  FILLER              PIC X(18) VALUE "           CURRENT".
           05  FILLER              PIC X(18) VALUE "              1-30".
           05  FILLER              PIC X(18) VALUE "             31-60".
           05  FILLER              PIC X(18) VALUE "             61-90".
           05  FILLER              PIC X(18) VALUE "           OVER 90".
           05  FILLER              PIC X(18) VALUE "             TOTAL".

       01 AGE-BKT-LINE.
           05  AGE-BL-LABEL        PIC X(16).
           05  AGE-BL-ITEMS        PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AGE-BL-COLUMN OCCURS 6 TIMES.
               10  FILLER          PIC X(01) VALUE SPACE.
               10  AGE-BL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 AGE-RULE-LINE            PIC X(132) VALUE ALL "-".

           COPY "RPTHDR.CPY".
           COPY "RUNSEQ.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT AGE-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "Data-base do aging (YYYYMMDD, ENTER = hoje): "
               WITH NO ADVANCING
           ACCEPT AGE-AS-OF-DATE
           IF AGE-AS-OF-DATE = SPACES
               MOVE AGE-RUN-DATE TO AGE-AS-OF-DATE
           END-IF
           IF AGE-AS-OF-DATE NOT NUMERIC
               DISPLAY "Data invalida - relatorio cancelado."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE AGE-AS-OF-DATE TO AGE-JDN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE AGE-JDN TO AGE-AS-OF-JDN

           PERFORM COLLECT-OPEN-CUSTOMERS
           IF AGE-ITEM-STATUS NOT = "00"
               DISPLAY "ARITEMS nao encontrado - STATUS "
                   AGE-ITEM-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOOKUP-CUSTOMER-MASTER
           PERFORM NEXT-RUN-SEQUENCE
           PERFORM WRITE-AGING-REPORT
           DISPLAY "Aging gravado em ARAGERPT - " CUA-COUNT
               " cliente(s), " AGE-G-ITEMS " nota(s) em aberto"
           GOBACK.

      *----------------------------------------------------------------
      *Primeira passada em ARITEMS: clientes com partida em aberto.
      *----------------------------------------------------------------
       COLLECT-OPEN-CUSTOMERS.
           MOVE "N" TO AGE-EOF-SWITCH
           OPEN INPUT AR-ITEM-FILE
           IF AGE-ITEM-STATUS = "00"
               PERFORM COLLECT-ONE-ITEM UNTIL AGE-EOF
               CLOSE AR-ITEM-FILE
               MOVE "00" TO AGE-ITEM-STATUS
           END-IF
           MOVE "N" TO AGE-EOF-SWITCH.

       COLLECT-ONE-ITEM.
           READ AR-ITEM-FILE
               AT END
                   SET AGE-EOF TO TRUE
               NOT AT END
                   IF AR-OPEN
                       PERFORM NOTE-CUSTOMER-CODE
                   END-IF
           END-READ.

       NOTE-CUSTOMER-CODE.
           SET CUA-IDX TO 1
           SEARCH CUA-ENTRY
               AT END
                   IF CUA-COUNT = 500
                       ADD 1 TO AGE-SKIP-COUNT
                   ELSE
                       ADD 1 TO CUA-COUNT
                       MOVE AR-CUSTOMER TO CUA-T-CODE (CUA-COUNT)
                       MOVE "NOT ON FILE" TO CUA-T-NAME (CUA-COUNT)
                       MOVE SPACES TO CUA-T-TERMS (CUA-COUNT)
                       MOVE 0 TO CUA-T-DAYS (CUA-COUNT)
                   END-IF
               WHEN CUA-T-CODE (CUA-IDX) = AR-CUSTOMER
                   CONTINUE
           END-SEARCH.

       LOOKUP-CUSTOMER-MASTER.
           OPEN INPUT CUST-MAST-FILE
           IF AGE-MAST-STATUS = "00"
               PERFORM MATCH-CUSTOMER-RECORD UNTIL AGE-EOF
               CLOSE CUST-MAST-FILE
               MOVE "N" TO AGE-EOF-SWITCH
           ELSE
               DISPLAY "CUSTMAST AUSENTE - STATUS " AGE-MAST-STATUS
                   "; notas vencem na data da nota."
           END-IF.

       MATCH-CUSTOMER-RECORD.
           READ CUST-MAST-FILE
               AT END
                   SET AGE-EOF TO TRUE
               NOT AT END
                   MOVE 0 TO CUA-SUB
                   PERFORM MATCH-ONE-CUSTOMER CUA-COUNT TIMES
           END-READ.

       MATCH-ONE-CUSTOMER.
           ADD 1 TO CUA-SUB
           IF CUA-T-CODE (CUA-SUB) = CU-CODE
               MOVE CU-NAME  TO CUA-T-NAME (CUA-SUB)
               MOVE CU-TERMS TO CUA-T-TERMS (CUA-SUB)
               PERFORM PARSE-TERM-DAYS
               MOVE AGE-TERM-DAYS TO CUA-T-DAYS (CUA-SUB)
           END-IF.

      *----------------------------------------------------------------
      *CU-TERMS e texto livre ("30 DD", "NET 45", "A VISTA"): vale o
      *primeiro numero que aparecer; sem numero, prazo zero.
      *----------------------------------------------------------------
       PARSE-TERM-DAYS.
           MOVE 0 TO AGE-TERM-DAYS
           SET AGE-TERM-WAITING TO TRUE
           PERFORM PARSE-TERM-CHARACTER
               VARYING AGE-CHR-SUB FROM 1 BY 1
               UNTIL AGE-CHR-SUB > 10 OR AGE-TERM-DONE.

       PARSE-TERM-CHARACTER.
           IF CU-TERMS (AGE-CHR-SUB:1) NUMERIC
               MOVE CU-TERMS (AGE-CHR-SUB:1) TO AGE-DIGIT
               IF AGE-TERM-DAYS < 100
                   COMPUTE AGE-TERM-DAYS = AGE-TERM-DAYS * 10
                       + AGE-DIGIT
               END-IF
               SET AGE-TERM-IN-NUMBER TO TRUE
           ELSE
               IF AGE-TERM-IN-NUMBER
                   SET AGE-TERM-DONE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *Dia juliano de AGE-JDN-DATE (calendario gregoriano), uma
      *divisao inteira por termo, como o COMPUTE-WEEKDAY do
      *C03EODSM:
      *  A = (14 - MES) / 12   Y = ANO + 4800 - A   M = MES + 12A - 3
      *  JDN = DIA + (153M + 2)/5 + 365Y + Y/4 - Y/100 + Y/400 - 32045
      *----------------------------------------------------------------
       COMPUTE-DAY-NUMBER.
           COMPUTE AGE-JDN-WORK = 14 - AGE-JDN-MM
           DIVIDE AGE-JDN-WORK BY 12 GIVING AGE-JDN-A
           COMPUTE AGE-JDN-Y = AGE-JDN-YYYY + 4800 - AGE-JDN-A
           COMPUTE AGE-JDN-M = AGE-JDN-MM + (12 * AGE-JDN-A) - 3
           COMPUTE AGE-JDN-WORK = (153 * AGE-JDN-M) + 2
           DIVIDE AGE-JDN-WORK BY 5 GIVING AGE-JDN
           ADD AGE-JDN-DD TO AGE-JDN
           COMPUTE AGE-JDN = AGE-JDN + (365 * AGE-JDN-Y) - 32045
           DIVIDE AGE-JDN-Y BY 4 GIVING AGE-JDN-WORK
           ADD AGE-JDN-WORK TO AGE-JDN
           DIVIDE AGE-JDN-Y BY 100 GIVING AGE-JDN-WORK
           SUBTRACT AGE-JDN-WORK FROM AGE-JDN
           DIVIDE AGE-JDN-Y BY 400 GIVING AGE-JDN-WORK
           ADD AGE-JDN-WORK TO AGE-JDN.

      *----------------------------------------------------------------
      *Vencimento: data da nota mais o prazo, um dia por vez, com
      *fim de mes e ano bissexto.
      *----------------------------------------------------------------
       ADVANCE-ONE-DAY.
           ADD 1 TO AGE-DUE-DD
           MOVE AGE-DUE-MM TO AGE-MONTH-SUB
           MOVE AGE-MONTH-DAYS (AGE-MONTH-SUB) TO AGE-MONTH-LAST
           IF AGE-DUE-MM = 2
               DIVIDE AGE-DUE-YYYY BY 4 GIVING AGE-JDN-WORK
                   REMAINDER AGE-LEAP-4
               DIVIDE AGE-DUE-YYYY BY 100 GIVING AGE-JDN-WORK
                   REMAINDER AGE-LEAP-100
               DIVIDE AGE-DUE-YYYY BY 400 GIVING AGE-JDN-WORK
                   REMAINDER AGE-LEAP-400
               IF AGE-LEAP-400 = 0 OR
                  (AGE-LEAP-4 = 0 AND AGE-LEAP-100 NOT = 0)
                   MOVE 29 TO AGE-MONTH-LAST
               END-IF
           END-IF
           IF AGE-DUE-DD > AGE-MONTH-LAST
               MOVE 1 TO AGE-DUE-DD
               ADD 1 TO AGE-DUE-MM
               IF AGE-DUE-MM > 12
                   MOVE 1 TO AGE-DUE-MM
                   ADD 1 TO AGE-DUE-YYYY
               END-IF
           END-IF.

       NEXT-RUN-SEQUENCE.
           MOVE 0 TO AGE-SEQ-NO
           OPEN INPUT AGE-SEQ-FILE
           IF AGE-SEQ-STATUS = "00"
               READ AGE-SEQ-FILE INTO RUNSEQ-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNSEQ-RUN-DATE = AGE-RUN-DATE
                           MOVE RUNSEQ-LAST-NO TO AGE-SEQ-NO
                       END-IF
               END-READ
               CLOSE AGE-SEQ-FILE
           END-IF
           ADD 1 TO AGE-SEQ-NO
           MOVE "C03ARAGE"    TO RUNSEQ-PROGRAM
           MOVE AGE-RUN-DATE  TO RUNSEQ-RUN-DATE
           MOVE AGE-SEQ-NO    TO RUNSEQ-LAST-NO
           OPEN OUTPUT AGE-SEQ-FILE
           WRITE AGE-SEQ-RECORD FROM RUNSEQ-RECORD
           CLOSE AGE-SEQ-FILE.

       WRITE-AGING-REPORT.
           OPEN OUTPUT AGE-RPT-FILE
           MOVE 0 TO AGE-RPT-LINES
           MOVE "C03ARAGE"    TO RPT-HDR-PROGRAM
           MOVE AGE-RUN-DATE  TO RPT-HDR-RUN-DATE
           MOVE AGE-SEQ-NO    TO RPT-HDR-SEQ-NO
           WRITE AGE-RPT-RECORD FROM RPT-HEADER-LINE
           MOVE AGE-AS-OF-DATE TO AGE-TTL-DATE
           WRITE AGE-RPT-RECORD FROM AGE-TITLE-LINE
           ADD 2 TO AGE-RPT-LINES

           MOVE 0 TO AGE-BKT
           PERFORM CLEAR-GRAND-BUCKET 5 TIMES
           MOVE 0 TO AGE-CUST-SUB
           PERFORM WRITE-CUSTOMER-SECTION CUA-COUNT TIMES

           WRITE AGE-RPT-RECORD FROM AGE-RULE-LINE
           WRITE AGE-RPT-RECORD FROM AGE-BKT-HEAD-LINE
           MOVE "GRAND TOTAL"  TO AGE-BL-LABEL
           MOVE AGE-G-ITEMS    TO AGE-BL-ITEMS
           MOVE 0 TO AGE-BKT
           PERFORM EDIT-GRAND-BUCKET 5 TIMES
           MOVE AGE-G-TOTAL    TO AGE-BL-AMOUNT (6)
           WRITE AGE-RPT-RECORD FROM AGE-BKT-LINE
           ADD 3 TO AGE-RPT-LINES

           IF AGE-SKIP-COUNT > 0
               MOVE "NOTE: CUSTOMERS BEYOND TABLE LIMIT NOT LISTED"
                   TO AGE-RPT-RECORD
               WRITE AGE-RPT-RECORD
               ADD 1 TO AGE-RPT-LINES
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "C03ARAGE"    TO RPT-TRL-PROGRAM
           MOVE AGE-RUN-DATE  TO RPT-TRL-RUN-DATE
           MOVE AGE-RPT-LINES TO RPT-TRL-REC-COUNT
           MOVE "NONE    "    TO RPT-TRL-CTL-STATUS
           WRITE AGE-RPT-RECORD FROM RPT-TRAILER-LINE
           CLOSE AGE-RPT-FILE.

       CLEAR-GRAND-BUCKET.
           ADD 1 TO AGE-BKT
           MOVE 0 TO AGE-G-BUCKET (AGE-BKT).

       EDIT-GRAND-BUCKET.
           ADD 1 TO AGE-BKT
           MOVE AGE-G-BUCKET (AGE-BKT) TO AGE-BL-AMOUNT (AGE-BKT).

       WRITE-CUSTOMER-SECTION.
           ADD 1 TO AGE-CUST-SUB
           MOVE CUA-T-CODE (AGE-CUST-SUB) TO AGE-CUR-CUSTOMER
           MOVE CUA-T-DAYS (AGE-CUST-SUB) TO AGE-CUR-DAYS
           MOVE SPACES TO AGE-RPT-RECORD
           WRITE AGE-RPT-RECORD
           WRITE AGE-RPT-RECORD FROM AGE-RULE-LINE
           MOVE CUA-T-CODE (AGE-CUST-SUB)  TO AGE-CL-CODE
           MOVE CUA-T-NAME (AGE-CUST-SUB)  TO AGE-CL-NAME
           MOVE CUA-T-TERMS (AGE-CUST-SUB) TO AGE-CL-TERMS
           MOVE CUA-T-DAYS (AGE-CUST-SUB)  TO AGE-CL-DAYS
           WRITE AGE-RPT-RECORD FROM AGE-CUST-LINE
           WRITE AGE-RPT-RECORD FROM AGE-COLS-LINE
           ADD 4 TO AGE-RPT-LINES
           MOVE 0 TO AGE-CUST-ITEMS
           MOVE 0 TO AGE-C-TOTAL
           MOVE 0 TO AGE-BKT
           PERFORM CLEAR-CUSTOMER-BUCKET 5 TIMES
           MOVE "N" TO AGE-EOF-SWITCH
           OPEN INPUT AR-ITEM-FILE
           IF AGE-ITEM-STATUS = "00"
               PERFORM WRITE-CUSTOMER-ITEM UNTIL AGE-EOF
               CLOSE AR-ITEM-FILE
           END-IF
           WRITE AGE-RPT-RECORD FROM AGE-BKT-HEAD-LINE
           MOVE "CUSTOMER TOTAL" TO AGE-BL-LABEL
           MOVE AGE-CUST-ITEMS   TO AGE-BL-ITEMS
           MOVE 0 TO AGE-BKT
           PERFORM EDIT-CUSTOMER-BUCKET 5 TIMES
           MOVE AGE-C-TOTAL      TO AGE-BL-AMOUNT (6)
           WRITE AGE-RPT-RECORD FROM AGE-BKT-LINE
           ADD 2 TO AGE-RPT-LINES.

       CLEAR-CUSTOMER-BUCKET.
           ADD 1 TO AGE-BKT
           MOVE 0 TO AGE-C-BUCKET (AGE-BKT).

       EDIT-CUSTOMER-BUCKET.
           ADD 1 TO AGE-BKT
           MOVE AGE-C-BUCKET (AGE-BKT) TO AGE-BL-AMOUNT (AGE-BKT).

       WRITE-CUSTOMER-ITEM.
           READ AR-ITEM-FILE
               AT END
                   SET AGE-EOF TO TRUE
               NOT AT END
                   IF AR-OPEN AND AR-CUSTOMER = AGE-CUR-CUSTOMER
                       PERFORM AGE-ONE-ITEM
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Uma nota: vencimento = data da nota + prazo do cliente; dias
      *em atraso = data-base - vencimento. Nota com data invalida
      *entra como a vencer.
      *----------------------------------------------------------------
       AGE-ONE-ITEM.
           COMPUTE AGE-OPEN-AMOUNT = AR-ORIG-AMOUNT - AR-PAID-AMOUNT
           IF AR-INVOICE-RATE-EXACT NUMERIC
               MOVE AR-INVOICE-RATE-EXACT TO AGE-INVOICE-RATE
           ELSE
               MOVE AR-INVOICE-RATE       TO AGE-INVOICE-RATE
           END-IF
           COMPUTE AGE-OPEN-REAL ROUNDED =
               AGE-OPEN-AMOUNT * AGE-INVOICE-RATE
           IF AR-INVOICE-DATE NUMERIC
               MOVE AR-INVOICE-DATE TO AGE-DUE-DATE
               PERFORM ADVANCE-ONE-DAY AGE-CUR-DAYS TIMES
               MOVE AGE-DUE-DATE TO AGE-JDN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               MOVE AGE-JDN TO AGE-DUE-JDN
               COMPUTE AGE-DAYS-LATE = AGE-AS-OF-JDN - AGE-DUE-JDN
               MOVE AGE-DUE-DATE TO AGE-DL-DUE-DATE
           ELSE
               MOVE 0 TO AGE-DAYS-LATE
               MOVE SPACES TO AGE-DL-DUE-DATE
           END-IF
           EVALUATE TRUE
               WHEN AGE-DAYS-LATE NOT > 0
                   MOVE 1 TO AGE-BKT
               WHEN AGE-DAYS-LATE NOT > 30
                   MOVE 2 TO AGE-BKT
               WHEN AGE-DAYS-LATE NOT > 60
                   MOVE 3 TO AGE-BKT
               WHEN AGE-DAYS-LATE NOT > 90
                   MOVE 4 TO AGE-BKT
               WHEN OTHER
                   MOVE 5 TO AGE-BKT
           END-EVALUATE
           ADD AGE-OPEN-REAL TO AGE-C-BUCKET (AGE-BKT)
           ADD AGE-OPEN-REAL TO AGE-G-BUCKET (AGE-BKT)
           ADD AGE-OPEN-REAL TO AGE-C-TOTAL
           ADD AGE-OPEN-REAL TO AGE-G-TOTAL
           ADD 1 TO AGE-CUST-ITEMS
           ADD 1 TO AGE-G-ITEMS

           MOVE AR-INVOICE-NO   TO AGE-DL-INVOICE
           MOVE AR-INVOICE-DATE TO AGE-DL-INV-DATE
           MOVE AR-CURRENCY     TO AGE-DL-CURRENCY
           MOVE AGE-OPEN-AMOUNT TO AGE-DL-FGN
           MOVE AGE-INVOICE-RATE TO AGE-DL-RATE
           MOVE AGE-OPEN-REAL   TO AGE-DL-BRL
           MOVE AGE-DAYS-LATE   TO AGE-DL-LATE
           MOVE AGE-BUCKET-NAME (AGE-BKT) TO AGE-DL-BUCKET
           WRITE AGE-RPT-RECORD FROM AGE-DETAIL-LINE
           ADD 1 TO AGE-RPT-LINES.

       END PROGRAM C03ARAGE.
