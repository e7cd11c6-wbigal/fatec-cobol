      *              CALENDARIO RODA COMO SEMPRE RODOU. O CONSOLE
      *              EX37 USA O MESMO CALENDARIO PARA MOSTRAR A
      *              PROXIMA DATA DE CADA JOB.
      *              FREQUENCIA "S" SEMANAL (VARREDURA DE INTEGRIDADE
      *              EX127): DIA-CAL E O DIA DA SEMANA, 1 SEGUNDA A 7
      *              DOMINGO; A DATA PROGRAMADA E A DAQUELE DIA NA
      *              SEMANA CORRENTE, COM O MESMO DESLIZE DE FERIADO.

      *==============================================================
       ENVIRONMENT          DIVISION.
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       77 DATA-HOJE-NUM            PIC 9(08) VALUE ZEROES.
       77 DIA-SEMANA-HOJE          PIC 9(01) VALUE ZEROES.
       77 DIAS-RECUO               PIC 9(01) VALUE ZEROES.

       77 JOB-PEDIDO               PIC X(12) VALUE SPACES.
       77 ACHOU-JOB                PIC X(03) VALUE "NAO".

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              ACCEPT DIA-SEMANA-HOJE FROM DAY-OF-WEEK.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              PERFORM LER-PARAMETRO.
              END-PERFORM.
              CLOSE CALENJOB.

      * Job fora do calendario (ou diario) roda hoje; mensal/anual/
      * semanal so roda quando hoje e a data programada, ja
      * deslizada de feriados para o dia util seguinte.
       DECIDE.
              IF ACHOU-JOB EQUAL "NAO"
                OR FREQUENCIA-JOB EQUAL "D"
              END-IF.

       MONTA-DATA-PROGRAMADA.
              IF FREQUENCIA-JOB EQUAL "S"
                     PERFORM MONTA-DATA-SEMANAL
              ELSE
                     PERFORM MONTA-DATA-MENSAL.

       MONTA-DATA-MENSAL.
              MOVE ANO-HOJE TO ANO-PROG.
              IF FREQUENCIA-JOB EQUAL "A"
                     MOVE MES-JOB TO MES-PROG
              IF DIA-PROG GREATER THAN DIAS-DO-MES
                     MOVE DIAS-DO-MES TO DIA-PROG.

      * Semanal: recua de hoje ate o dia da semana programado (0 a
      * 6 dias); o deslize de feriado pode trazer a data ate hoje.
       MONTA-DATA-SEMANAL.
              MOVE ANO-HOJE TO ANO-PROG.
              MOVE MES-HOJE TO MES-PROG.
              MOVE DIA-HOJE TO DIA-PROG.
              IF DIA-SEMANA-HOJE NOT LESS THAN DIA-JOB
                     COMPUTE DIAS-RECUO = DIA-SEMANA-HOJE - DIA-JOB
              ELSE
                     COMPUTE DIAS-RECUO = DIA-SEMANA-HOJE + 7 - DIA-JOB.
              PERFORM RECUA-UM-DIA DIAS-RECUO TIMES.

       RECUA-UM-DIA.
              IF DIA-PROG GREATER THAN 1
                     SUBTRACT 1 FROM DIA-PROG
              ELSE
                     IF MES-PROG GREATER THAN 1
                            SUBTRACT 1 FROM MES-PROG
                     ELSE
                            MOVE 12 TO MES-PROG
                            SUBTRACT 1 FROM ANO-PROG
                     END-IF
                     PERFORM APURA-DIAS-DO-MES
                     MOVE DIAS-DO-MES TO DIA-PROG.

      * Data programada em feriado desliza um dia por vez ate o
      * primeiro dia livre (limitado para nunca rodar em laco).
       DESLIZA-FERIADOS.
