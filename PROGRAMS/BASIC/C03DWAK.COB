      *                  alinhada a direita antes do teste, e valor
      *                  invalido avisa no console em vez de ser
      *                  ignorado em silencio.
      *  2026-10-15  RM  Carencia contada em dias uteis pelo
      *                  calendario (CALENDAR, mantido por C03CLMNT)
      *                  em vez de dias corridos: geracao mandada na
      *                  sexta nao vira UNACKED no fim de semana nem
      *                  num feriado. A data-limite agora e um dia
      *                  de verdade (sem a virada de mes aproximada)
      *                  e sai no quadro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DWA-SEQ-FILE ASSIGN TO "DWAKSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DWA-SEQ-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DWA-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DWA-SEQ-FILE.
       01  DWA-SEQ-RECORD          PIC X(25).

       FD  CALENDAR-FILE.
           COPY "CALREC.CPY".

       LOCAL-STORAGE SECTION.
       77 DWA-ACK-STATUS           PIC X(02).
       77 DWA-LOG-STATUS           PIC X(02).
       77 DWA-ORPHAN-COUNT         PIC 9(04) VALUE 0 COMP.
       77 DWA-RETRAN-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  DWA-RETRAN-OPEN         VALUE "Y".
       77 DWA-CUTOFF-DATE          PIC X(08) VALUE SPACES.
       77 ACK-COUNT                PIC 9(03) VALUE 0 COMP.
       01 ACK-TABLE.
           05  ACK-ENTRY OCCURS 500 TIMES
           88  ACK-TABLE-OVERFLOW      VALUE "Y".
       77 ACK-HIT-SUB              PIC 9(03) VALUE 0 COMP.

      *Calendario de dias uteis: todo dia do cadastro (fim de
      *semana, feriado, parada da fabrica) e dia nao util aqui.
      *Sem o arquivo, so sabado e domingo.
       77 DWA-CAL-STATUS           PIC X(02).
       77 DWA-CAL-COUNT            PIC 9(04) VALUE 0 COMP.
       01 DWA-CAL-TABLE.
           05  DWA-CAL-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON DWA-CAL-COUNT
                   INDEXED BY DWA-CAL-IDX.
               10  DWA-CAL-T-DATE      PIC X(08).
       77 DWA-CAL-OVFL-SWITCH      PIC X(01) VALUE "N".
           88  DWA-CAL-OVERFLOW        VALUE "Y".
       77 DWA-DAY-SWITCH           PIC X(01) VALUE "Y".
           88  DWA-BUSINESS-DAY        VALUE "Y".
           88  DWA-NON-BUSINESS-DAY    VALUE "N".
       77 DWA-CAL-STEPS            PIC 9(03) VALUE 0 COMP.
       77 DWA-CAL-WEEKDAY          PIC 9(01) VALUE 0.
       01 DWA-CAL-DATE.
           05  DWA-CAL-YYYY        PIC 9(04).
           05  DWA-CAL-MM          PIC 9(02).
           05  DWA-CAL-DD          PIC 9(02).
       01 DWA-MONTH-LENGTHS.
           05  FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 DWA-MONTH-TABLE REDEFINES DWA-MONTH-LENGTHS.
           05  DWA-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
       77 DWA-MONTH-SUB            PIC 9(02) VALUE 0 COMP.
       77 DWA-LEAP-WORK            PIC 9(04) VALUE 0 COMP.
       77 DWA-LEAP-4               PIC 9(03) VALUE 0.
       77 DWA-LEAP-100             PIC 9(03) VALUE 0.
       77 DWA-LEAP-400             PIC 9(03) VALUE 0.
       01 ZEL-WORK-DATE.
           05  ZEL-YYYY            PIC 9(04).
           05  ZEL-MM              PIC 9(02).
           05  ZEL-DD              PIC 9(02).
       77 ZEL-Y                    PIC 9(04) VALUE 0 COMP.
       77 ZEL-M                    PIC 9(02) VALUE 0 COMP.
       77 ZEL-TERM                 PIC 9(06) VALUE 0 COMP.
       77 ZEL-T1                   PIC 9(06) VALUE 0 COMP.
       77 ZEL-T2                   PIC 9(06) VALUE 0 COMP.
       77 ZEL-T3                   PIC 9(06) VALUE 0 COMP.
       77 ZEL-T4                   PIC 9(06) VALUE 0 COMP.
       77 ZEL-H                    PIC 9(06) VALUE 0 COMP.
       77 ZEL-QUOT                 PIC 9(06) VALUE 0 COMP.

       01 DWA-TITLE-LINE.
           05  FILLER              PIC X(38)
               VALUE "DW TRANSMISSION ACK RECONCILIATION ON ".
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DWA-DL-STATUS       PIC X(16).

       01 DWA-GRACE-LINE.
           05  FILLER              PIC X(11) VALUE "ACK GRACE: ".
           05  DWA-GL-DAYS         PIC Z9.
           05  FILLER              PIC X(31)
               VALUE " BUSINESS DAY(S) - SENT BEFORE ".
           05  DWA-GL-CUTOFF       PIC X(08).
           05  FILLER              PIC X(22)
               VALUE " IS OVERDUE IF UNACKED".

       01 DWA-RULE-LINE            PIC X(60) VALUE ALL "-".

           COPY "RPTHDR.CPY".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT HOJE FROM DATE YYYYMMDD
           DISPLAY "Dias uteis de carencia para ack (ENTER = 1): "
               WITH NO ADVANCING
           ACCEPT DWA-GRACE-DAYS
      *Um digito so vem como "5 " e reprovaria no teste NUMERIC:
                   MOVE DWA-GRACE-DAYS TO DWA-GRACE-NUM
               ELSE
                   DISPLAY "CARENCIA KEYADA INVALIDA ('"
                       DWA-GRACE-DAYS "') - USANDO 1 DIA UTIL"
               END-IF
           END-IF
           DISPLAY "Enfileirar retransmissao das geracoes com"
           GOBACK.

      *----------------------------------------------------------------
      *Fronteira da carencia: HOJE recuado tantos dias uteis quantos
      *os de carencia, pelo calendario. Geracao transmitida antes
      *dessa data sem ack esta atrasada; sexta com carencia de 1 so
      *vence depois da segunda (ou da terca, se a segunda for
      *feriado).
      *----------------------------------------------------------------
       COMPUTE-GRACE-CUTOFF.
           PERFORM LOAD-CALENDAR
           MOVE HOJE TO DWA-CAL-DATE
           PERFORM PREVIOUS-BUSINESS-DAY DWA-GRACE-NUM TIMES
           MOVE DWA-CAL-DATE TO DWA-CUTOFF-DATE.

       LOAD-CALENDAR.
           MOVE 0 TO DWA-CAL-COUNT
           OPEN INPUT CALENDAR-FILE
           IF DWA-CAL-STATUS = "00"
               PERFORM READ-CALENDAR-RECORD
                   UNTIL DWA-CAL-STATUS NOT = "00"
                       OR DWA-CAL-OVERFLOW
               CLOSE CALENDAR-FILE
               IF DWA-CAL-OVERFLOW
                   DISPLAY "CALENDAR EXCEDE A TABELA - DIAS ALEM DO"
                       " LIMITE CONTAM COMO DIA UTIL"
               END-IF
           ELSE
               DISPLAY "CALENDAR AUSENTE - SO SABADO E DOMINGO"
                   " CONTAM COMO DIA NAO UTIL"
           END-IF.

       READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF DWA-CAL-COUNT = 2000
                       SET DWA-CAL-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO DWA-CAL-COUNT
                       MOVE CAL-DATE TO DWA-CAL-T-DATE (DWA-CAL-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Dia util = dia de semana (Zeller, como em C03EODSM) fora do
      *calendario. Sabado e domingo nunca sao uteis, gerados ou nao
      *no CALENDAR: ano ainda sem os fins de semana gerados nao vira
      *um ano de sete dias uteis.
      *----------------------------------------------------------------
       CHECK-BUSINESS-DAY.
           SET DWA-BUSINESS-DAY TO TRUE
           MOVE DWA-CAL-DATE TO ZEL-WORK-DATE
           PERFORM COMPUTE-WEEKDAY
           IF DWA-CAL-WEEKDAY > 5
               SET DWA-NON-BUSINESS-DAY TO TRUE
           ELSE
               SET DWA-CAL-IDX TO 1
               SEARCH DWA-CAL-ENTRY VARYING DWA-CAL-IDX
                   AT END
                       CONTINUE
                   WHEN DWA-CAL-T-DATE (DWA-CAL-IDX) = DWA-CAL-DATE
                       SET DWA-NON-BUSINESS-DAY TO TRUE
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      *Volta DWA-CAL-DATE ao dia util anterior (pelo menos um dia).
      *O limite de um ano so protege contra um calendario que
      *marque tudo como nao util.
      *----------------------------------------------------------------
       PREVIOUS-BUSINESS-DAY.
           MOVE 0 TO DWA-CAL-STEPS
           PERFORM STEP-BACK-ONE-DAY
           PERFORM STEP-BACK-ONE-DAY
               UNTIL DWA-BUSINESS-DAY OR DWA-CAL-STEPS > 366.

       STEP-BACK-ONE-DAY.
           ADD 1 TO DWA-CAL-STEPS
           IF DWA-CAL-DD > 1
               SUBTRACT 1 FROM DWA-CAL-DD
           ELSE
               IF DWA-CAL-MM > 1
                   SUBTRACT 1 FROM DWA-CAL-MM
               ELSE
                   MOVE 12 TO DWA-CAL-MM
                   SUBTRACT 1 FROM DWA-CAL-YYYY
               END-IF
               MOVE DWA-CAL-MM TO DWA-MONTH-SUB
               MOVE DWA-MONTH-DAYS (DWA-MONTH-SUB) TO DWA-CAL-DD
               IF DWA-CAL-MM = 2
                   DIVIDE DWA-CAL-YYYY BY 4 GIVING DWA-LEAP-WORK
                       REMAINDER DWA-LEAP-4
                   DIVIDE DWA-CAL-YYYY BY 100 GIVING DWA-LEAP-WORK
                       REMAINDER DWA-LEAP-100
                   DIVIDE DWA-CAL-YYYY BY 400 GIVING DWA-LEAP-WORK
                       REMAINDER DWA-LEAP-400
                   IF DWA-LEAP-400 = 0 OR
                      (DWA-LEAP-4 = 0 AND DWA-LEAP-100 NOT = 0)
                       MOVE 29 TO DWA-CAL-DD
                   END-IF
               END-IF
           END-IF
           PERFORM CHECK-BUSINESS-DAY.

       COMPUTE-WEEKDAY.
           MOVE ZEL-YYYY TO ZEL-Y
           MOVE ZEL-MM   TO ZEL-M
           IF ZEL-M < 3
               ADD 12 TO ZEL-M
               SUBTRACT 1 FROM ZEL-Y
           END-IF
           COMPUTE ZEL-TERM = 13 * (ZEL-M + 1)
           DIVIDE ZEL-TERM BY 5   GIVING ZEL-T1
           DIVIDE ZEL-Y    BY 4   GIVING ZEL-T2
           DIVIDE ZEL-Y    BY 100 GIVING ZEL-T3
           DIVIDE ZEL-Y    BY 400 GIVING ZEL-T4
           COMPUTE ZEL-TERM = ZEL-DD + ZEL-T1 + ZEL-Y
               + ZEL-T2 - ZEL-T3 + ZEL-T4
           DIVIDE ZEL-TERM BY 7 GIVING ZEL-QUOT
               REMAINDER ZEL-H
           COMPUTE ZEL-TERM = ZEL-H + 5
           DIVIDE ZEL-TERM BY 7 GIVING ZEL-QUOT
               REMAINDER ZEL-H
           COMPUTE DWA-CAL-WEEKDAY = ZEL-H + 1.

       LOAD-ACK-TABLE.
           MOVE 0 TO ACK-COUNT
           WRITE DWA-RPT-RECORD FROM RPT-HEADER-LINE
           MOVE HOJE TO DWA-TTL-DATE
           WRITE DWA-RPT-RECORD FROM DWA-TITLE-LINE
           MOVE DWA-GRACE-NUM   TO DWA-GL-DAYS
           MOVE DWA-CUTOFF-DATE TO DWA-GL-CUTOFF
           WRITE DWA-RPT-RECORD FROM DWA-GRACE-LINE
           WRITE DWA-RPT-RECORD FROM DWA-RULE-LINE
           WRITE DWA-RPT-RECORD FROM DWA-COLS-LINE
           ADD 5 TO DWA-RPT-LINES.

       CLOSE-REPORT.
           WRITE DWA-RPT-RECORD FROM DWA-RULE-LINE
