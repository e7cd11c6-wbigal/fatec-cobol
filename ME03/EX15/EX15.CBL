      *              DA FOLHA: CADA RUN DA FOLHA SOBRESCREVIA O
      *              RELATORIO E O ANO INTEIRO VIVIA NUMA GAVETA DE
      *              IMPRESSOS - TODO FEVEREIRO O RH RECONSTRUIA OS
      *              INFORMES NA MAO. AGORA QUE EX05/EX09/EX10/EX18
      *              ACUMULAM OS RESULTADOS EM FOLHAHIS.DAT, ESTE
      *              BATCH DE FIM DE ANO CONSOLIDA, PARA O ANO DE
      *              PARMINFR.DAT (PADRAO ANO ANTERIOR), O INFORME
      *              OFICIAL POR FUNCIONARIO (BRUTO/INSS/IRRF/LIQUIDO
      *              DO ANO, UM POR PAGINA, EM INFORMES) E O RESUMO
      *              DE DOZE MESES DO CUSTO DA FOLHA POR DEPARTAMENTO
      *              PARA A DIRETORIA (RELCUSTO), COM OS ENCARGOS DA
      *              EMPRESA (ENCARGOS.DAT, EX-19) AO LADO DA FOLHA
      *              E OS DIAS DE AFASTAMENTO DO DEPARTAMENTO NO MES
      *              (REGISTRO AFASTAM.DAT, EX-24), PARA A QUEDA DO
      *              CUSTO NOS MESES DE AFASTAMENTO TER EXPLICACAO.
      *              O BRUTO E OS ENCARGOS DE QUEM TRABALHA PARA MAIS
      *              DE UM DEPARTAMENTO SAO RATEADOS PELOS PERCENTUAIS
      *              DA TABELA RATEIO.DAT (EX-25) VIGENTE NA
      *              COMPETENCIA; SEM TABELA, 100% NO DEPARTAMENTO DA
      *              FOLHA.

      *==============================================================
       ENVIRONMENT          DIVISION.

              SELECT INFORMES ASSIGN TO DISK.

              SELECT OPTIONAL ENCARGOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL AFASTAM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RATEIO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELCUSTO ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK

       FILE                 SECTION.

      * FOLHAHIS: historico da folha (EX05/EX09/EX10/EX18).
       FD     FOLHAHIS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "FOLHAHIS.DAT".
       01     REG-PARMINFR.
              02 ANO-PARM          PIC 9(04).

      * ENCARGOS: encargos da empresa por funcionario e competencia
      * (EX-19) - FGTS, INSS patronal + RAT e terceiros entram no
      * custo do departamento.
       FD     ENCARGOS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "ENCARGOS.DAT".
       01     REG-ENCARGOS.
              02 CODIGO-ENC        PIC 9(05).
              02 NOME-ENC          PIC X(30).
              02 DEPTO-ENC         PIC 9(02).
              02 PERIODO-ENC       PIC 9(06).
              02 BASE-FGTS-ENC     PIC 9(08)V9(02).
              02 FGTS-ENC          PIC 9(07)V9(02).
              02 BASE-INSS-ENC     PIC 9(08)V9(02).
              02 INSS-EMP-ENC      PIC 9(07)V9(02).
              02 TERCEIROS-ENC     PIC 9(07)V9(02).
              02 IRRF-ENC          PIC 9(07)V9(02).

      * AFASTAM: registro de afastamentos (copybook, EX-24).
       FD     AFASTAM
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "AFASTAM.DAT".
       COPY AFASTAM.

      * RATEIO: tabela de rateio entre departamentos (copybook,
      * EX-25).
       FD     RATEIO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RATEIO.DAT".
       COPY RATEIO.

      * INFORMES: um informe por funcionario, um por pagina.
       FD     INFORMES
              LABEL RECORD IS OMITTED.
       WORKING-STORAGE      SECTION.
       77  FIM-FH       PIC X(03) VALUE "NAO".
       77  FIM-PARM     PIC X(03) VALUE "NAO".
       77  FIM-ENC      PIC X(03) VALUE "NAO".
       77  FIM-AFT      PIC X(03) VALUE "NAO".
       77  FIM-RAT      PIC X(03) VALUE "NAO".
       77  RUNLOG-STATUS PIC X(02) VALUE "00".
       77  TOTAL-LIDOS   PIC 9(05) VALUE ZEROES.
       77  TOTAL-INFORMES PIC 9(04) VALUE ZEROES.
              02 FUNC-REG  OCCURS 2000 TIMES.
                 03 CODIGO-FUNC-TAB  PIC 9(05).
                 03 NOME-FUNC-TAB    PIC X(30).
                 03 DEPTO-FUNC-TAB   PIC 9(02).
                 03 BRUTO-FUNC-TAB   PIC 9(09)V9(02).
                 03 INSS-FUNC-TAB    PIC 9(08)V9(02).
                 03 IRRF-FUNC-TAB    PIC 9(08)V9(02).
                 03 LIQ-FUNC-TAB     PIC 9(09)V9(02).

      * Custo por departamento x mes (20 deptos x 12 meses): bruto
      * da folha e encargos da empresa; o total do ano soma os dois.
       77  TOTAL-DEPTOS PIC 9(02) VALUE ZEROES.
       77  IDX-DEPTO    PIC 9(02) VALUE ZEROES.
       77  IDX-DEPTO-ACHADO PIC 9(02) VALUE ZEROES.
       77  IDX-MES      PIC 9(02) VALUE ZEROES.
       77  DEPTO-BUSCA  PIC 9(02) VALUE ZEROES.
       77  VALOR-ENCARGOS PIC 9(08)V9(02) VALUE ZEROES.
       77  CUSTO-TOTAL-MES PIC 9(10)V9(02) VALUE ZEROES.
       01  TABELA-DEPTOS.
              02 DEPTO-REG OCCURS 20 TIMES.
                 03 DEPTO-TAB        PIC 9(02).
                 03 CUSTO-MES-TAB    PIC 9(09)V9(02)
                    OCCURS 12 TIMES.
                 03 ENCARGO-MES-TAB  PIC 9(09)V9(02)
                    OCCURS 12 TIMES.
                 03 CUSTO-ANO-TAB    PIC 9(10)V9(02).
                 03 DIAS-AFAST-MES-TAB PIC 9(04) OCCURS 12 TIMES.
                 03 DIAS-AFAST-ANO-TAB PIC 9(05).

      * Dias de afastamento no ano-exercicio: primeiro dia de cada
      * mes (o 13o e 01/01 do ano seguinte) em numero de dias a
      * partir de uma origem fixa (ano comecando em marco,
      * calendario gregoriano) - so a diferenca entre duas datas
      * interessa. Sem retorno informado, o afastamento conta ate
      * hoje.
       01  DATA-CALC.
              02 ANO-CALC   PIC 9(04).
              02 MES-CALC   PIC 9(02).
              02 DIA-CALC   PIC 9(02).
       01  DATA-CALC-NUM REDEFINES DATA-CALC PIC 9(08).
       77  ANO-SERIAL   PIC 9(04) VALUE ZEROES.
       77  MES-SERIAL   PIC 9(02) VALUE ZEROES.
       77  QUOCIENTE-SERIAL PIC 9(06) VALUE ZEROES.
       77  DIAS-SERIAL  PIC 9(07) VALUE ZEROES.
       77  SERIAL-HOJE  PIC 9(07) VALUE ZEROES.
       77  SERIAL-AFT-DE PIC 9(07) VALUE ZEROES.
       77  SERIAL-AFT-ATE PIC 9(07) VALUE ZEROES.
       77  SERIAL-DE    PIC 9(07) VALUE ZEROES.
       77  SERIAL-ATE   PIC 9(07) VALUE ZEROES.
       77  DIAS-NO-MES  PIC 9(03) VALUE ZEROES.
       01  TABELA-INICIO-MES.
              02 SERIAL-MES-TAB PIC 9(07) OCCURS 13 TIMES.

      * Rateio entre departamentos: as linhas de RATEIO.DAT em
      * memoria e as partes do funcionario da vez (departamento,
      * percentual e valor). A ultima parte leva o saldo, para a
      * soma das partes fechar com o valor rateado.
       77  TOTAL-RAT    PIC 9(04) VALUE ZEROES.
       77  IDX-RAT      PIC 9(04) VALUE ZEROES.
       77  CODIGO-RATEIO PIC 9(05) VALUE ZEROES.
       77  DEPTO-RATEIO PIC 9(02) VALUE ZEROES.
       77  PERIODO-RATEIO PIC 9(06) VALUE ZEROES.
       77  VIGENCIA-RATEIO PIC 9(06) VALUE ZEROES.
       77  VALOR-A-RATEAR PIC 9(10)V9(02) VALUE ZEROES.
       77  SALDO-RATEIO PIC 9(10)V9(02) VALUE ZEROES.
       77  TOTAL-PARTES PIC 9(02) VALUE ZEROES.
       77  IDX-PARTE    PIC 9(02) VALUE ZEROES.
       01  TABELA-RAT.
              02 RAT-REG   OCCURS 2000 TIMES.
                 03 CODIGO-RAT-TAB     PIC 9(05).
                 03 VIGENCIA-RAT-TAB   PIC 9(06).
                 03 DEPTO-RAT-TAB      PIC 9(02).
                 03 PERCENTUAL-RAT-TAB PIC 9(03)V9(02).
       01  TABELA-PARTES.
              02 PARTE-REG OCCURS 20 TIMES.
                 03 DEPTO-PARTE        PIC 9(02).
                 03 PERCENTUAL-PARTE   PIC 9(03)V9(02).
                 03 VALOR-PARTE        PIC 9(10)V9(02).

       01  LINHA-TIMBRE.
              02 FILLER     PIC X(26) VALUE SPACES.
              02 VAR-DEPTO-CAB PIC 99.
              02 FILLER     PIC X(15) VALUE "  TOTAL DO ANO:".
              02 VAR-CUSTO-ANO PIC Z.ZZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(14) VALUE "  DIAS AFAST.:".
              02 VAR-DIAS-ANO PIC ZZZZ9.
              02 FILLER     PIC X(12) VALUE SPACES.

       01  LINHA-CUSTO-MES.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 VAR-MES-CUSTO PIC 99.
              02 FILLER     PIC X(02) VALUE ": ".
              02 VAR-CUSTO-MES PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(07) VALUE "  ENC. ".
              02 VAR-ENCARGO-MES PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(08) VALUE "  TOTAL ".
              02 VAR-TOTAL-MES PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(06) VALUE " DIAS ".
              02 VAR-DIAS-MES PIC ZZZ9.

       01  LINHA-TRUNCADA.
              02 FILLER     PIC X(02) VALUE SPACES.
       PGM-EX15.
              PERFORM INICIO.
              PERFORM CONSOLIDA UNTIL FIM-FH EQUAL "SIM".
              PERFORM ACUMULA-ENCARGOS.
              PERFORM ACUMULA-AFASTAMENTOS.
              PERFORM EMITE-INFORMES.
              PERFORM EMITE-RESUMO-CUSTO.
              PERFORM FIM.
       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM LER-PARAMETRO.
              PERFORM CARREGA-RATEIOS.
              OPEN INPUT  FOLHAHIS
                   OUTPUT INFORMES
                   OUTPUT RELCUSTO.
                     SUBTRACT 1 FROM ANO-HOJE GIVING ANO-EXERCICIO.
              CLOSE PARMINFR.

       CARREGA-RATEIOS.
              OPEN INPUT RATEIO.
              PERFORM UNTIL FIM-RAT EQUAL "SIM"
                      READ RATEIO
                             AT END MOVE "SIM" TO FIM-RAT
                             NOT AT END
                                  IF TOTAL-RAT LESS THAN 2000
                                       ADD 1 TO TOTAL-RAT
                                       MOVE CODIGO-RAT TO
                                          CODIGO-RAT-TAB(TOTAL-RAT)
                                       MOVE VIGENCIA-RAT TO
                                          VIGENCIA-RAT-TAB(TOTAL-RAT)
                                       MOVE DEPTO-RAT TO
                                          DEPTO-RAT-TAB(TOTAL-RAT)
                                       MOVE PERCENTUAL-RAT TO
                                          PERCENTUAL-RAT-TAB(TOTAL-RAT)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE RATEIO.

       LEITURA.
              READ FOLHAHIS
                     AT END MOVE "SIM" TO FIM-FH
                              TO CODIGO-FUNC-TAB(IDX-FUNC-ACHADO)
                            MOVE NOME-FH
                              TO NOME-FUNC-TAB(IDX-FUNC-ACHADO)
                            MOVE DEPTO-FH
                              TO DEPTO-FUNC-TAB(IDX-FUNC-ACHADO)
                            MOVE ZEROES
                              TO BRUTO-FUNC-TAB(IDX-FUNC-ACHADO)
                            MOVE ZEROES
                     ADD LIQUIDO-FH
                         TO LIQ-FUNC-TAB(IDX-FUNC-ACHADO).

      * O bruto vai para os departamentos do rateio vigente na
      * competencia do registro.
       ACUMULA-DEPARTAMENTO.
              IF MES-REGISTRO GREATER THAN ZEROES
                AND MES-REGISTRO LESS THAN 13
                     MOVE CODIGO-FH  TO CODIGO-RATEIO
                     MOVE DEPTO-FH   TO DEPTO-RATEIO
                     MOVE PERIODO-FH TO PERIODO-RATEIO
                     PERFORM MONTA-RATEIO
                     MOVE BRUTO-FH TO VALOR-A-RATEAR
                     PERFORM RATEIA-VALOR
                     PERFORM SOMA-CUSTO-PARTE
                             VARYING IDX-PARTE FROM 1 BY 1
                             UNTIL IDX-PARTE GREATER THAN TOTAL-PARTES.

       SOMA-CUSTO-PARTE.
              MOVE DEPTO-PARTE(IDX-PARTE) TO DEPTO-BUSCA.
              PERFORM LOCALIZA-DEPARTAMENTO.
              IF IDX-DEPTO-ACHADO GREATER THAN ZEROES
                     ADD VALOR-PARTE(IDX-PARTE) TO
                         CUSTO-MES-TAB(IDX-DEPTO-ACHADO MES-REGISTRO)
                     ADD VALOR-PARTE(IDX-PARTE)
                         TO CUSTO-ANO-TAB(IDX-DEPTO-ACHADO).

      * Partes do funcionario na competencia: a tabela de maior
      * vigencia nao posterior a competencia; sem tabela, uma parte
      * so - 100% no departamento da folha.
       MONTA-RATEIO.
              MOVE ZEROES TO VIGENCIA-RATEIO TOTAL-PARTES.
              PERFORM VARYING IDX-RAT FROM 1 BY 1
                      UNTIL IDX-RAT GREATER THAN TOTAL-RAT
                      IF CODIGO-RAT-TAB(IDX-RAT) EQUAL CODIGO-RATEIO
                        AND VIGENCIA-RAT-TAB(IDX-RAT) NOT GREATER
                            THAN PERIODO-RATEIO
                        AND VIGENCIA-RAT-TAB(IDX-RAT) GREATER THAN
                            VIGENCIA-RATEIO
                             MOVE VIGENCIA-RAT-TAB(IDX-RAT)
                               TO VIGENCIA-RATEIO
                      END-IF
              END-PERFORM.
              IF VIGENCIA-RATEIO GREATER THAN ZEROES
                     PERFORM VARYING IDX-RAT FROM 1 BY 1
                             UNTIL IDX-RAT GREATER THAN TOTAL-RAT
                             IF CODIGO-RAT-TAB(IDX-RAT) EQUAL
                                   CODIGO-RATEIO
                               AND VIGENCIA-RAT-TAB(IDX-RAT) EQUAL
                                   VIGENCIA-RATEIO
                               AND TOTAL-PARTES LESS THAN 20
                                    ADD 1 TO TOTAL-PARTES
                                    MOVE DEPTO-RAT-TAB(IDX-RAT)
                                      TO DEPTO-PARTE(TOTAL-PARTES)
                                    MOVE PERCENTUAL-RAT-TAB(IDX-RAT)
                                      TO PERCENTUAL-PARTE(TOTAL-PARTES)
                             END-IF
                     END-PERFORM.
              IF TOTAL-PARTES EQUAL ZEROES
                     MOVE 1 TO TOTAL-PARTES
                     MOVE DEPTO-RATEIO TO DEPTO-PARTE(1)
                     MOVE 100 TO PERCENTUAL-PARTE(1).

       RATEIA-VALOR.
              MOVE VALOR-A-RATEAR TO SALDO-RATEIO.
              PERFORM VARYING IDX-PARTE FROM 1 BY 1
                      UNTIL IDX-PARTE GREATER THAN TOTAL-PARTES
                      IF IDX-PARTE EQUAL TOTAL-PARTES
                             MOVE SALDO-RATEIO TO VALOR-PARTE(IDX-PARTE)
                      ELSE
                             COMPUTE VALOR-PARTE(IDX-PARTE) ROUNDED =
                                     VALOR-A-RATEAR
                                     * PERCENTUAL-PARTE(IDX-PARTE) / 100
                             IF VALOR-PARTE(IDX-PARTE) GREATER THAN
                                   SALDO-RATEIO
                                    MOVE SALDO-RATEIO
                                      TO VALOR-PARTE(IDX-PARTE)
                             END-IF
                             SUBTRACT VALOR-PARTE(IDX-PARTE)
                                 FROM SALDO-RATEIO
                      END-IF
              END-PERFORM.

       LOCALIZA-DEPARTAMENTO.
              MOVE ZEROES TO IDX-DEPTO-ACHADO.
              PERFORM VARYING IDX-DEPTO FROM 1 BY 1
                      UNTIL IDX-DEPTO GREATER THAN TOTAL-DEPTOS
                         OR IDX-DEPTO-ACHADO GREATER THAN ZEROES
                      IF DEPTO-TAB(IDX-DEPTO) EQUAL DEPTO-BUSCA
                             MOVE IDX-DEPTO TO IDX-DEPTO-ACHADO
                      END-IF
              END-PERFORM.
                AND TOTAL-DEPTOS LESS THAN 20
                     ADD 1 TO TOTAL-DEPTOS
                     MOVE TOTAL-DEPTOS TO IDX-DEPTO-ACHADO
                     MOVE DEPTO-BUSCA TO DEPTO-TAB(IDX-DEPTO-ACHADO)
                     PERFORM VARYING IDX-MES FROM 1 BY 1
                             UNTIL IDX-MES GREATER THAN 12
                             MOVE ZEROES TO
                                CUSTO-MES-TAB(IDX-DEPTO-ACHADO
                                   IDX-MES)
                                ENCARGO-MES-TAB(IDX-DEPTO-ACHADO
                                   IDX-MES)
                                DIAS-AFAST-MES-TAB(IDX-DEPTO-ACHADO
                                   IDX-MES)
                     END-PERFORM
                     MOVE ZEROES
                       TO CUSTO-ANO-TAB(IDX-DEPTO-ACHADO)
                          DIAS-AFAST-ANO-TAB(IDX-DEPTO-ACHADO).

      * Encargos do ano-exercicio, no mes gravado pelo EX-19 e nos
      * departamentos do rateio vigente (como o bruto).
       ACUMULA-ENCARGOS.
              OPEN INPUT ENCARGOS.
              PERFORM UNTIL FIM-ENC EQUAL "SIM"
                      READ ENCARGOS
                             AT END MOVE "SIM" TO FIM-ENC
                             NOT AT END PERFORM SOMA-ENCARGOS
                      END-READ
              END-PERFORM.
              CLOSE ENCARGOS.

       SOMA-ENCARGOS.
              MOVE PERIODO-ENC(1:4) TO ANO-REGISTRO.
              MOVE PERIODO-ENC(5:2) TO MES-REGISTRO.
              IF ANO-REGISTRO EQUAL ANO-EXERCICIO
                AND MES-REGISTRO GREATER THAN ZEROES
                AND MES-REGISTRO LESS THAN 13
                     MOVE CODIGO-ENC  TO CODIGO-RATEIO
                     MOVE DEPTO-ENC   TO DEPTO-RATEIO
                     MOVE PERIODO-ENC TO PERIODO-RATEIO
                     PERFORM MONTA-RATEIO
                     COMPUTE VALOR-ENCARGOS = FGTS-ENC
                             + INSS-EMP-ENC + TERCEIROS-ENC
                     MOVE VALOR-ENCARGOS TO VALOR-A-RATEAR
                     PERFORM RATEIA-VALOR
                     PERFORM SOMA-ENCARGOS-PARTE
                             VARYING IDX-PARTE FROM 1 BY 1
                             UNTIL IDX-PARTE GREATER THAN TOTAL-PARTES
              END-IF.

       SOMA-ENCARGOS-PARTE.
              MOVE DEPTO-PARTE(IDX-PARTE) TO DEPTO-BUSCA.
              PERFORM LOCALIZA-DEPARTAMENTO.
              IF IDX-DEPTO-ACHADO GREATER THAN ZEROES
                     ADD VALOR-PARTE(IDX-PARTE) TO
                         ENCARGO-MES-TAB(IDX-DEPTO-ACHADO MES-REGISTRO)
                     ADD VALOR-PARTE(IDX-PARTE)
                         TO CUSTO-ANO-TAB(IDX-DEPTO-ACHADO).

      * Dias de afastamento (qualquer tipo) do ano-exercicio, mes a
      * mes, no departamento do funcionario na folha do ano; quem
      * nao teve folha no ano nao tem custo a explicar.
       ACUMULA-AFASTAMENTOS.
              MOVE ANO-EXERCICIO TO ANO-CALC.
              MOVE 1 TO DIA-CALC.
              PERFORM VARYING IDX-MES FROM 1 BY 1
                      UNTIL IDX-MES GREATER THAN 12
                      MOVE IDX-MES TO MES-CALC
                      PERFORM CALCULA-DIAS-SERIAL
                      MOVE DIAS-SERIAL TO SERIAL-MES-TAB(IDX-MES)
              END-PERFORM.
              ADD 1 TO ANO-CALC.
              MOVE 1 TO MES-CALC.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-MES-TAB(13).
              MOVE ANO-HOJE TO ANO-CALC.
              MOVE MES-HOJE TO MES-CALC.
              MOVE DIA-HOJE TO DIA-CALC.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-HOJE.
              OPEN INPUT AFASTAM.
              PERFORM UNTIL FIM-AFT EQUAL "SIM"
                      READ AFASTAM
                             AT END MOVE "SIM" TO FIM-AFT
                             NOT AT END PERFORM SOMA-AFASTAMENTO
                      END-READ
              END-PERFORM.
              CLOSE AFASTAM.

       SOMA-AFASTAMENTO.
              MOVE ZEROES TO IDX-FUNC-ACHADO.
              PERFORM VARYING IDX-FUNC FROM 1 BY 1
                      UNTIL IDX-FUNC GREATER THAN TOTAL-FUNC
                         OR IDX-FUNC-ACHADO GREATER THAN ZEROES
                      IF CODIGO-FUNC-TAB(IDX-FUNC) EQUAL CODIGO-AFT
                             MOVE IDX-FUNC TO IDX-FUNC-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-FUNC-ACHADO GREATER THAN ZEROES
                     MOVE DEPTO-FUNC-TAB(IDX-FUNC-ACHADO)
                       TO DEPTO-BUSCA
                     PERFORM LOCALIZA-DEPARTAMENTO
                     IF IDX-DEPTO-ACHADO GREATER THAN ZEROES
                            PERFORM DISTRIBUI-AFASTAMENTO
                     END-IF
              END-IF.

       DISTRIBUI-AFASTAMENTO.
              MOVE INICIO-AFT TO DATA-CALC-NUM.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-AFT-DE.
              IF RETORNO-AFT GREATER THAN ZEROES
                     MOVE RETORNO-AFT TO DATA-CALC-NUM
                     PERFORM CALCULA-DIAS-SERIAL
                     COMPUTE SERIAL-AFT-ATE = DIAS-SERIAL - 1
              ELSE
                     MOVE SERIAL-HOJE TO SERIAL-AFT-ATE.
              PERFORM VARYING IDX-MES FROM 1 BY 1
                      UNTIL IDX-MES GREATER THAN 12
                      MOVE SERIAL-AFT-DE TO SERIAL-DE
                      IF SERIAL-DE LESS THAN SERIAL-MES-TAB(IDX-MES)
                             MOVE SERIAL-MES-TAB(IDX-MES) TO SERIAL-DE
                      END-IF
                      COMPUTE SERIAL-ATE =
                              SERIAL-MES-TAB(IDX-MES + 1) - 1
                      IF SERIAL-ATE GREATER THAN SERIAL-AFT-ATE
                             MOVE SERIAL-AFT-ATE TO SERIAL-ATE
                      END-IF
                      IF SERIAL-ATE NOT LESS THAN SERIAL-DE
                             COMPUTE DIAS-NO-MES =
                                     SERIAL-ATE - SERIAL-DE + 1
                             ADD DIAS-NO-MES TO
                                 DIAS-AFAST-MES-TAB(IDX-DEPTO-ACHADO
                                    IDX-MES)
                             ADD DIAS-NO-MES TO
                                 DIAS-AFAST-ANO-TAB(IDX-DEPTO-ACHADO)
                      END-IF
              END-PERFORM.

      * Numero de dias da data em DATA-CALC: marco e o primeiro mes
      * do ano, para o dia 29/02 cair no fim do ano anterior.
       CALCULA-DIAS-SERIAL.
              MOVE ANO-CALC TO ANO-SERIAL.
              MOVE MES-CALC TO MES-SERIAL.
              IF MES-SERIAL LESS THAN 3
                     SUBTRACT 1 FROM ANO-SERIAL
                     ADD 12 TO MES-SERIAL.
              COMPUTE DIAS-SERIAL = ANO-SERIAL * 365 + DIA-CALC.
              DIVIDE ANO-SERIAL BY 4 GIVING QUOCIENTE-SERIAL.
              ADD QUOCIENTE-SERIAL TO DIAS-SERIAL.
              DIVIDE ANO-SERIAL BY 100 GIVING QUOCIENTE-SERIAL.
              SUBTRACT QUOCIENTE-SERIAL FROM DIAS-SERIAL.
              DIVIDE ANO-SERIAL BY 400 GIVING QUOCIENTE-SERIAL.
              ADD QUOCIENTE-SERIAL TO DIAS-SERIAL.
              COMPUTE QUOCIENTE-SERIAL = (MES-SERIAL - 3) * 153 + 2.
              DIVIDE QUOCIENTE-SERIAL BY 5 GIVING QUOCIENTE-SERIAL.
              ADD QUOCIENTE-SERIAL TO DIAS-SERIAL.

      * Um informe por funcionario, um por pagina.
       EMITE-INFORMES.
              PERFORM EMITE-UM-INFORME
       EMITE-UM-DEPTO.
              MOVE DEPTO-TAB(IDX-DEPTO)     TO VAR-DEPTO-CAB.
              MOVE CUSTO-ANO-TAB(IDX-DEPTO) TO VAR-CUSTO-ANO.
              MOVE DIAS-AFAST-ANO-TAB(IDX-DEPTO) TO VAR-DIAS-ANO.
              WRITE REG-REL FROM CAB-CUSTO-DEPTO
                    AFTER ADVANCING 2 LINES.
              PERFORM VARYING IDX-MES FROM 1 BY 1
                      MOVE IDX-MES TO VAR-MES-CUSTO
                      MOVE CUSTO-MES-TAB(IDX-DEPTO IDX-MES)
                        TO VAR-CUSTO-MES
                      MOVE ENCARGO-MES-TAB(IDX-DEPTO IDX-MES)
                        TO VAR-ENCARGO-MES
                      COMPUTE CUSTO-TOTAL-MES =
                              CUSTO-MES-TAB(IDX-DEPTO IDX-MES)
                              + ENCARGO-MES-TAB(IDX-DEPTO IDX-MES)
                      MOVE CUSTO-TOTAL-MES TO VAR-TOTAL-MES
                      MOVE DIAS-AFAST-MES-TAB(IDX-DEPTO IDX-MES)
                        TO VAR-DIAS-MES
                      WRITE REG-REL FROM LINHA-CUSTO-MES
                            AFTER ADVANCING 1 LINE
              END-PERFORM.
