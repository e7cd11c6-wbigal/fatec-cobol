      *              VENCIMENTO, QUE O EX01 PASSA A BAIXAR QUANDO O
      *              PAGAMENTO DO SOCIO CHEGA. SOCIO QUE JA TEM PLANO
      *              COM PARCELA ABERTA NAO GANHA UM SEGUNDO PLANO.
      *              SOCIO NA FAIXA "A" DE RISCO DA PONTUACAO DO EX87
      *              (SCORERSC.DAT) RECEBE PLANO MAIS CURTO, COM
      *              METADE DAS PARCELAS (ARREDONDADA PARA CIMA).

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL PARM-NEG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SCORERSC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELPLAN ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              02 QTD-PARCELAS-PARM PIC 9(02).
              02 DIA-VENC-PARM     PIC 9(02).

      * SCORERSC: pontuacao de risco por socio (EX87).
       FD     SCORERSC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SCORERSC.DAT".
       COPY SCORERSC.

       FD     RELPLAN
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

       77 QTD-PARCELAS             PIC 9(02) VALUE 6.
       77 DIA-VENCIMENTO           PIC 9(02) VALUE 10.
      * Parcelas do plano do socio corrente: QTD-PARCELAS, ou a
      * metade dela para a faixa "A" de risco.
       77 QTD-PARC-SOCIO           PIC 9(02) VALUE ZEROES.
       77 RESTO-METADE             PIC 9(01) VALUE ZEROES.

      * Socios da faixa "A" de risco (SCORERSC.DAT, EX87). Registro
      * alem da tabela so deixa o socio com o plano normal.
       77 FIM-SCR                  PIC X(03) VALUE "NAO".
       77 TOTAL-RISCO-ALTO         PIC 9(05) VALUE ZEROES.
       77 IDX-RISCO                PIC 9(05) VALUE ZEROES.
       77 RISCO-ALTO               PIC X(03) VALUE "NAO".
       01     TABELA-RISCO.
              02 NUMERO-RISCO-TAB  PIC 9(06) OCCURS 2000 TIMES.

      * Multa de 2% por mes de atraso (fracao de mes conta como mes
      * cheio), mesma formula de CALCULA-MULTA do EX01.
              02 FILLER            PIC X(02) VALUE " X".
              02 VALOR-PARC-DET    PIC ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 RISCO-DET         PIC X(07).

       01     ROD-PLAN-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM LER-PARAMETRO.
              PERFORM CARREGA-PLANOS.
              PERFORM CARREGA-RISCO.
              OPEN   INPUT  CADSOC1
                     OUTPUT RELPLAN.
              PERFORM LEITURA.
              END-PERFORM.
              CLOSE PLANNEG.

       CARREGA-RISCO.
              OPEN INPUT SCORERSC.
              PERFORM UNTIL FIM-SCR EQUAL "SIM"
                      READ SCORERSC
                             AT END MOVE "SIM" TO FIM-SCR
                             NOT AT END
                                  IF FAIXA-SCR EQUAL "A"
                                    AND TOTAL-RISCO-ALTO LESS THAN 2000
                                       ADD 1 TO TOTAL-RISCO-ALTO
                                       MOVE NUMERO-SOCIO-SCR TO
                                          NUMERO-RISCO-TAB
                                             (TOTAL-RISCO-ALTO)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE SCORERSC.

       LEITURA.
              READ CADSOC1
                     AT END MOVE "SIM" TO FIM-ARQ
      * EX01); valor dividido em parcelas iguais, com a diferenca de
      * arredondamento acertada na ultima parcela.
       GERA-PLANO.
              PERFORM DEFINE-PARCELAS-SOCIO.
              DIVIDE DIAS-ATRASO1 BY 30
                     GIVING MESES-ATRASO
                     REMAINDER RESTO-ATRASO.
                      VALOR-PAGAMENTO1 * TAXA-MULTA * MESES-ATRASO.
              COMPUTE TOTAL-NEGOCIADO =
                      VALOR-PAGAMENTO1 + VALOR-MULTA.
              DIVIDE TOTAL-NEGOCIADO BY QTD-PARC-SOCIO
                     GIVING VALOR-PARCELA.
              SUBTRACT 1 FROM QTD-PARC-SOCIO
                     GIVING QTD-PARC-MENOS-1.
              MULTIPLY VALOR-PARCELA BY QTD-PARC-MENOS-1
                     GIVING SOMA-PARCELAS-CHEIAS.
              MOVE ANO-HOJE TO ANO-VENC.
              PERFORM GERA-PARCELA
                      VARYING IDX-PARCELA FROM 1 BY 1
                      UNTIL IDX-PARCELA GREATER THAN QTD-PARC-SOCIO.
              ADD 1 TO TOTAL-PLANOS-GERADOS.
              PERFORM IMPRIME-PLANO.

      * Faixa "A" de risco: metade das parcelas, arredondada para
      * cima (plano de 1 parcela continua de 1).
       DEFINE-PARCELAS-SOCIO.
              MOVE QTD-PARCELAS TO QTD-PARC-SOCIO.
              MOVE SPACES       TO RISCO-DET.
              MOVE "NAO"        TO RISCO-ALTO.
              PERFORM VARYING IDX-RISCO FROM 1 BY 1
                      UNTIL IDX-RISCO GREATER THAN TOTAL-RISCO-ALTO
                      IF NUMERO-RISCO-TAB(IDX-RISCO) EQUAL
                            NUMERO-SOCIO1
                             MOVE "SIM" TO RISCO-ALTO
                      END-IF
              END-PERFORM.
              IF RISCO-ALTO EQUAL "SIM"
                     MOVE "RISCO A" TO RISCO-DET
                     DIVIDE QTD-PARCELAS BY 2
                            GIVING QTD-PARC-SOCIO
                            REMAINDER RESTO-METADE
                     IF RESTO-METADE GREATER THAN ZEROES
                            ADD 1 TO QTD-PARC-SOCIO
                     END-IF
              END-IF.

      * Cada parcela vence no dia parametrizado do mes seguinte ao
      * da parcela anterior (a primeira, no mes seguinte ao da
      * geracao do plano).
                     MOVE NUMERO-SOCIO1 TO NUMERO-PLAN-TAB(TOTAL-PLAN)
                     MOVE NOME-SOCIO1   TO NOME-PLAN-TAB(TOTAL-PLAN)
                     MOVE IDX-PARCELA   TO PARCELA-PLAN-TAB(TOTAL-PLAN)
                     MOVE QTD-PARC-SOCIO TO
                          TOTAL-PARC-PLAN-TAB(TOTAL-PLAN)
                     COMPUTE DATA-VENC-PLAN-TAB(TOTAL-PLAN) =
                             ANO-VENC * 10000 + MES-VENC * 100
                             + DIA-VENCIMENTO
                     IF IDX-PARCELA EQUAL QTD-PARC-SOCIO
                            MOVE VALOR-ULT-PARCELA TO
                                 VALOR-PARC-PLAN-TAB(TOTAL-PLAN)
                     ELSE
              MOVE   NUMERO-SOCIO1        TO NUMERO-SOCIO-DET.
              MOVE   NOME-SOCIO1          TO NOME-SOCIO-DET.
              MOVE   TOTAL-NEGOCIADO      TO VALOR-NEG-DET.
              MOVE   QTD-PARC-SOCIO       TO QTD-PARC-DET.
              MOVE   VALOR-PARCELA        TO VALOR-PARC-DET.
              WRITE  REG-REL FROM DETALHE-PLAN
                     AFTER ADVANCING 2 LINES.
