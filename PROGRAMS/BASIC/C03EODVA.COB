      *                  entrada do anel agora guarda a propria
      *                  data e a repetida e substituida no lugar,
      *                  onde quer que esteja.
      *  2026-10-15  RM  Dia nao util do calendario (CALENDAR,
      *                  mantido por C03CLMNT: feriado, parada da
      *                  fabrica) fica fora da media dos mesmos dias
      *                  da semana - uma segunda de feriado nao
      *                  puxa mais a media das segundas para baixo.
      *                  O relatorio avisa quando a data-alvo nao e
      *                  dia util ou vem logo depois de um feriado
      *                  (volume represado) e quantos dias ficaram
      *                  fora da media.
      *  2026-10-15  RM  Data-alvo que nao e dia util (sabado,
      *                  domingo, feriado) compara com os dias
      *                  anteriores que tambem nao sao: o sabado
      *                  ficava sem media nenhuma, ja que todo sabado
      *                  anterior saia do anel. Fica fora da media o
      *                  dia de tipo diferente do da data-alvo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EVA-SEQ-FILE ASSIGN TO "EODVASEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVA-SEQ-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVA-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVA-SEQ-FILE.
       01  EVA-SEQ-RECORD          PIC X(25).

       FD  CALENDAR-FILE.
           COPY "CALREC.CPY".

       LOCAL-STORAGE SECTION.
       77 EVA-HIST-STATUS          PIC X(02).
       77 EVA-CFG-STATUS           PIC X(02).
       77 ZEL-T4                   PIC 9(06) VALUE 0 COMP.
       77 ZEL-H                    PIC 9(06) VALUE 0 COMP.
       77 ZEL-QUOT                 PIC 9(06) VALUE 0 COMP.
       77 EVA-CAL-WEEKDAY          PIC 9(01) VALUE 0.

      *Calendario de dias uteis: todo dia do cadastro (fim de
      *semana, feriado, parada da fabrica) e dia nao util aqui.
       77 EVA-CAL-STATUS           PIC X(02).
       77 EVA-CAL-COUNT            PIC 9(04) VALUE 0 COMP.
       01 EVA-CAL-TABLE.
           05  EVA-CAL-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON EVA-CAL-COUNT
                   INDEXED BY EVA-CAL-IDX.
               10  EVA-CAL-T-DATE      PIC X(08).
       77 EVA-CAL-OVFL-SWITCH      PIC X(01) VALUE "N".
           88  EVA-CAL-OVERFLOW        VALUE "Y".
       77 EVA-DAY-SWITCH           PIC X(01) VALUE "Y".
           88  EVA-BUSINESS-DAY        VALUE "Y".
           88  EVA-NON-BUSINESS-DAY    VALUE "N".
       01 EVA-CAL-DATE.
           05  EVA-CAL-YYYY        PIC 9(04).
           05  EVA-CAL-MM          PIC 9(02).
           05  EVA-CAL-DD          PIC 9(02).
       01 EVA-MONTH-LENGTHS.
           05  FILLER              PIC X(24)
               VALUE "312831303130313130313031".
       01 EVA-MONTH-TABLE REDEFINES EVA-MONTH-LENGTHS.
           05  EVA-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
       77 EVA-MONTH-SUB            PIC 9(02) VALUE 0 COMP.
       77 EVA-LEAP-WORK            PIC 9(04) VALUE 0 COMP.
       77 EVA-LEAP-4               PIC 9(03) VALUE 0.
       77 EVA-LEAP-100             PIC 9(03) VALUE 0.
       77 EVA-LEAP-400             PIC 9(03) VALUE 0.
       77 EVA-EXCLUDED-COUNT       PIC 9(04) VALUE 0 COMP.
       77 EVA-TARGET-DAY-SWITCH    PIC X(01) VALUE "Y".
           88  EVA-TARGET-BUSINESS     VALUE "Y".
           88  EVA-TARGET-NON-BUSINESS VALUE "N".
       77 EVA-POST-HOLIDAY-SWITCH  PIC X(01) VALUE "N".
           88  EVA-POST-HOLIDAY        VALUE "Y".
       77 EVA-HOLIDAY-DATE         PIC X(08) VALUE SPACES.

       01 EVA-NAME-VALUES.
           05  FILLER  PIC X(16) VALUE "TEMP CONVERSIONS".

       01 EVA-RULE-LINE            PIC X(78) VALUE ALL "-".

       01 EVA-NONBUS-LINE.
           05  FILLER              PIC X(48)
               VALUE "*** TARGET DATE IS NOT A BUSINESS DAY (CALENDAR)".
           05  FILLER              PIC X(04) VALUE " ***".

       01 EVA-POST-HOL-LINE.
           05  FILLER              PIC X(36)
               VALUE "*** FOLLOWS NON-BUSINESS WEEKDAY OF ".
           05  EVA-PHL-DATE        PIC X(08).
           05  FILLER              PIC X(35)
               VALUE " - CATCH-UP VOLUMES LIKELY ***".

       01 EVA-EXCLUDED-LINE.
           05  FILLER              PIC X(48)
               VALUE "DAYS UNLIKE THE TARGET LEFT OUT OF THE AVERAGE: ".
           05  EVA-EXL-COUNT       PIC ZZZ9.

           COPY "RPTHDR.CPY".
           COPY "RUNSEQ.CPY".
           COPY "EODHREC.CPY".
           END-IF

           PERFORM LOAD-VARIANCE-CONFIG
           PERFORM LOAD-CALENDAR
           PERFORM COMPUTE-TARGET-WEEKDAY
           PERFORM SET-WEEKDAY-NAME
           PERFORM CHECK-TARGET-CALENDAR
           PERFORM SCAN-VOLUME-HISTORY
           IF NOT EVA-TARGET-FOUND
               DISPLAY "EODHIST NAO TEM REGISTRO PARA "
               DISPLAY "Volumes dentro do normal de uma "
                   EVA-WEEKDAY-NAME "."
           END-IF
           IF EVA-TARGET-NON-BUSINESS
               DISPLAY "DATA-ALVO NAO E DIA UTIL NO CALENDARIO"
           END-IF
           IF EVA-POST-HOLIDAY
               DISPLAY "DATA-ALVO VEM DEPOIS DO DIA NAO UTIL "
                   EVA-HOLIDAY-DATE " - VOLUME REPRESADO E ESPERADO"
           END-IF
           GOBACK.

       LOAD-VARIANCE-CONFIG.
                           PERFORM EXTRACT-TODAY-MEASURES
                       WHEN EODH-RUN-DATE < EVA-TARGET-DATE AND
                            EODH-WEEKDAY = EVA-TARGET-WEEKDAY
                           PERFORM CHECK-HISTORY-DAY
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      *So entra no anel, e portanto na media, o dia do mesmo tipo
      *que a data-alvo: numa data-alvo util, feriado ou parada da
      *fabrica no mesmo dia da semana fica fora; num sabado, domingo
      *ou feriado, fica fora o dia util.
      *----------------------------------------------------------------
       CHECK-HISTORY-DAY.
           MOVE EODH-RUN-DATE TO EVA-CAL-DATE
           PERFORM CHECK-BUSINESS-DAY
           IF (EVA-BUSINESS-DAY AND EVA-TARGET-BUSINESS) OR
              (EVA-NON-BUSINESS-DAY AND EVA-TARGET-NON-BUSINESS)
               PERFORM PUSH-HISTORY-ENTRY
           ELSE
               ADD 1 TO EVA-EXCLUDED-COUNT
           END-IF.

       EXTRACT-TODAY-MEASURES.
           SET EVA-TARGET-FOUND TO TRUE
           MOVE EODH-T-COUNT      TO EVA-TODAY-M (1)
           MOVE EVA-TARGET-DATE  TO EVA-TTL-DATE
           MOVE EVA-WEEKDAY-NAME TO EVA-TTL-WEEKDAY
           WRITE EVA-RPT-RECORD FROM EVA-TITLE-LINE
           ADD 2 TO EVA-RPT-LINES
           IF EVA-TARGET-NON-BUSINESS
               WRITE EVA-RPT-RECORD FROM EVA-NONBUS-LINE
               ADD 1 TO EVA-RPT-LINES
           END-IF
           IF EVA-POST-HOLIDAY
               MOVE EVA-HOLIDAY-DATE TO EVA-PHL-DATE
               WRITE EVA-RPT-RECORD FROM EVA-POST-HOL-LINE
               ADD 1 TO EVA-RPT-LINES
           END-IF
           IF EVA-EXCLUDED-COUNT > 0
               MOVE EVA-EXCLUDED-COUNT TO EVA-EXL-COUNT
               WRITE EVA-RPT-RECORD FROM EVA-EXCLUDED-LINE
               ADD 1 TO EVA-RPT-LINES
           END-IF
           WRITE EVA-RPT-RECORD FROM EVA-RULE-LINE
           WRITE EVA-RPT-RECORD FROM EVA-COLS-LINE
           ADD 2 TO EVA-RPT-LINES
           MOVE 0 TO EVA-M-SUB
           PERFORM COMPARE-ONE-MEASURE 12 TIMES
           WRITE EVA-RPT-RECORD FROM EVA-RULE-LINE
      *----------------------------------------------------------------
       COMPUTE-TARGET-WEEKDAY.
           MOVE EVA-TARGET-DATE TO ZEL-WORK-DATE
           PERFORM COMPUTE-WEEKDAY
           MOVE EVA-CAL-WEEKDAY TO EVA-TARGET-WEEKDAY.

       COMPUTE-WEEKDAY.
           MOVE ZEL-YYYY TO ZEL-Y
           MOVE ZEL-MM   TO ZEL-M
           IF ZEL-M < 3
           COMPUTE ZEL-TERM = ZEL-H + 5
           DIVIDE ZEL-TERM BY 7 GIVING ZEL-QUOT
               REMAINDER ZEL-H
           COMPUTE EVA-CAL-WEEKDAY = ZEL-H + 1.

      *----------------------------------------------------------------
      *A data-alvo no calendario: ela mesma nao util, ou logo depois
      *de um dia nao util que nao seja fim de semana (a terca depois
      *da segunda de feriado carrega o volume represado).
      *----------------------------------------------------------------
       CHECK-TARGET-CALENDAR.
           MOVE EVA-TARGET-DATE TO EVA-CAL-DATE
           PERFORM CHECK-BUSINESS-DAY
           IF EVA-NON-BUSINESS-DAY
               SET EVA-TARGET-NON-BUSINESS TO TRUE
           END-IF
           PERFORM STEP-BACK-ONE-DAY
           PERFORM CHECK-BUSINESS-DAY
           IF EVA-NON-BUSINESS-DAY
               MOVE EVA-CAL-DATE TO ZEL-WORK-DATE
               PERFORM COMPUTE-WEEKDAY
               IF EVA-CAL-WEEKDAY < 6
                   SET EVA-POST-HOLIDAY TO TRUE
                   MOVE EVA-CAL-DATE TO EVA-HOLIDAY-DATE
               END-IF
           END-IF.

       LOAD-CALENDAR.
           MOVE 0 TO EVA-CAL-COUNT
           OPEN INPUT CALENDAR-FILE
           IF EVA-CAL-STATUS = "00"
               PERFORM READ-CALENDAR-RECORD
                   UNTIL EVA-CAL-STATUS NOT = "00"
                       OR EVA-CAL-OVERFLOW
               CLOSE CALENDAR-FILE
               IF EVA-CAL-OVERFLOW
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
                   IF EVA-CAL-COUNT = 2000
                       SET EVA-CAL-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO EVA-CAL-COUNT
                       MOVE CAL-DATE TO EVA-CAL-T-DATE (EVA-CAL-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *Dia util = dia de semana (Zeller, como em C03EODSM) fora do
      *calendario. Sabado e domingo nunca sao uteis, gerados ou nao
      *no CALENDAR: ano ainda sem os fins de semana gerados nao vira
      *um ano de sete dias uteis.
      *----------------------------------------------------------------
       CHECK-BUSINESS-DAY.
           SET EVA-BUSINESS-DAY TO TRUE
           MOVE EVA-CAL-DATE TO ZEL-WORK-DATE
           PERFORM COMPUTE-WEEKDAY
           IF EVA-CAL-WEEKDAY > 5
               SET EVA-NON-BUSINESS-DAY TO TRUE
           ELSE
               SET EVA-CAL-IDX TO 1
               SEARCH EVA-CAL-ENTRY VARYING EVA-CAL-IDX
                   AT END
                       CONTINUE
                   WHEN EVA-CAL-T-DATE (EVA-CAL-IDX) = EVA-CAL-DATE
                       SET EVA-NON-BUSINESS-DAY TO TRUE
               END-SEARCH
           END-IF.

       STEP-BACK-ONE-DAY.
           IF EVA-CAL-DD > 1
               SUBTRACT 1 FROM EVA-CAL-DD
           ELSE
               IF EVA-CAL-MM > 1
                   SUBTRACT 1 FROM EVA-CAL-MM
               ELSE
                   MOVE 12 TO EVA-CAL-MM
                   SUBTRACT 1 FROM EVA-CAL-YYYY
               END-IF
               MOVE EVA-CAL-MM TO EVA-MONTH-SUB
               MOVE EVA-MONTH-DAYS (EVA-MONTH-SUB) TO EVA-CAL-DD
               IF EVA-CAL-MM = 2
                   DIVIDE EVA-CAL-YYYY BY 4 GIVING EVA-LEAP-WORK
                       REMAINDER EVA-LEAP-4
                   DIVIDE EVA-CAL-YYYY BY 100 GIVING EVA-LEAP-WORK
                       REMAINDER EVA-LEAP-100
                   DIVIDE EVA-CAL-YYYY BY 400 GIVING EVA-LEAP-WORK
                       REMAINDER EVA-LEAP-400
                   IF EVA-LEAP-400 = 0 OR
                      (EVA-LEAP-4 = 0 AND EVA-LEAP-100 NOT = 0)
                       MOVE 29 TO EVA-CAL-DD
                   END-IF
               END-IF
           END-IF.

       SET-WEEKDAY-NAME.
           EVALUATE EVA-TARGET-WEEKDAY
