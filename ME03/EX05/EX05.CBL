      *              RELATORIO DE LIQUIDOS POR FUNCIONARIO COM
      *              TOTAIS DE BRUTO/DESCONTOS/LIQUIDO POR
      *              DEPARTAMENTO E GERA O ARQUIVO DE HOLERITES (UM
      *              POR PAGINA) PARA IMPRESSAO. A COMISSAO DE
      *              VENDAS DOS ATENDENTES APURADA PELO EX120 (ME02)
      *              EM COMISFUN.DAT ENTRA NO BRUTO DA COMPETENCIA
      *              COMO PROVENTO, E O ESTORNO DE COMISSAO COMO
      *              DESCONTO, AMBOS DISCRIMINADOS NO HOLERITE.
      *              DEPOIS DOS IMPOSTOS SAO APLICADOS OS DESCONTOS
      *              RECORRENTES DO REGISTRO DESCFUNC.DAT (EX-20 -
      *              CONSIGNADO, VALE-TRANSPORTE, PLANO DE SAUDE,
      *              SINDICATO), O CONSIGNADO LIMITADO A MARGEM LEGAL
      *              DE 35% DO LIQUIDO; O QUE NAO COUBE E TRANSPORTADO
      *              PARA A COMPETENCIA SEGUINTE. CADA DESCONTO SAI NO
      *              HOLERITE E NO MOVIMENTO MOVDESC.DAT (REMESSA POR
      *              CREDOR DO EX-21). NUM REPROCESSAMENTO DA MESMA
      *              COMPETENCIA O DESCONTO JA APLICADO SAI DE NOVO NO
      *              LIQUIDO E NO HOLERITE PELO VALOR DA PARCELA, SEM
      *              AVANCAR PARCELAS, SEM MEXER NO PENDENTE E SEM
      *              NOVA LINHA NO MOVDESC.DAT.
      *              O PONTO PRECIFICADO DE CADA FUNCIONARIO E
      *              GUARDADO COM A COMPETENCIA EM PONTOHIS.DAT, PARA
      *              AS DIFERENCAS RETROATIVAS (EX-23) REPRECIFICAREM
      *              AS HORAS DE MESES JA PAGOS. OS AFASTAMENTOS DO
      *              REGISTRO AFASTAM.DAT (EX-24) REDUZEM O SALARIO
      *              PELOS DIAS DO MES QUE A EMPRESA NAO PAGA: NA
      *              DOENCA E NO ACIDENTE, OS DIAS A PARTIR DO 16o
      *              (DAI EM DIANTE PAGA O INSS); NA LICENCA SEM
      *              REMUNERACAO, TODOS; A LICENCA-MATERNIDADE E PAGA
      *              PELA EMPRESA (E COMPENSADA NA GUIA) E NAO REDUZ.
      *              OS TOTAIS POR DEPARTAMENTO E A VARIACAO DO
      *              ORCAMENTO RATEIAM BRUTO, DESCONTOS E LIQUIDO DE
      *              QUEM TRABALHA PARA MAIS DE UM DEPARTAMENTO PELA
      *              TABELA RATEIO.DAT (EX-25) VIGENTE NA COMPETENCIA;
      *              SEM TABELA, 100% NO DEPARTAMENTO DO CADENT.

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL ORCDEPTO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL COMISFUN ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL DESCFUNC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL MOVDESC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MOVDESC-STATUS.

              SELECT OPTIONAL PONTOHIS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PONTOHIS-STATUS.

              SELECT OPTIONAL AFASTAM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RATEIO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELFOLHA ASSIGN TO DISK.

              SELECT HOLERITE ASSIGN TO DISK.
              02 DEPTO-ORC         PIC 9(02).
              02 ORCAMENTO-ORC     PIC 9(09)V9(02).

      * COMISFUN: movimento de comissao de vendas por funcionario
      * (EX120 ME02, copybook); so as linhas da competencia da
      * folha sao precificadas.
       FD     COMISFUN
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "COMISFUN.DAT".
       COPY COMISFUN.

      * DESCFUNC: registro de descontos recorrentes (EX-20,
      * copybook), carregado por completo e regravado ao final com
      * parcelas, pendente e ultima competencia atualizados.
       FD     DESCFUNC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "DESCFUNC.DAT".
       COPY DESCFUNC.

      * MOVDESC: movimento dos descontos aplicados na competencia
      * (copybook), acumulado run apos run.
       FD     MOVDESC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "MOVDESC.DAT".
       COPY MOVDESC.

      * PONTOHIS: historico do ponto por competencia (copybook),
      * acumulado run apos run.
       FD     PONTOHIS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PONTOHIS.DAT".
       COPY PONTOHIS.

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

       FD     RELFOLHA
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).
       77  FIM-DEDU     PIC X(03) VALUE "NAO".
       77  FIM-PNT      PIC X(03) VALUE "NAO".
       77  FIM-ORC      PIC X(03) VALUE "NAO".
       77  FIM-CMF      PIC X(03) VALUE "NAO".
       77  RUNLOG-STATUS PIC X(02) VALUE "00".
       77  FOLHAHIS-STATUS PIC X(02) VALUE "00".
       77  MOVDESC-STATUS PIC X(02) VALUE "00".
       77  PONTOHIS-STATUS PIC X(02) VALUE "00".
       77  FIM-DSC      PIC X(03) VALUE "NAO".
       77  FIM-AFT      PIC X(03) VALUE "NAO".
       77  FIM-RAT      PIC X(03) VALUE "NAO".
       77  TOTAL-LIDOS   PIC 9(05) VALUE ZEROES.
       77  PERIODO-FOLHA PIC 9(06) VALUE ZEROES.
       01  DATA-HOJE.
       77  VALOR-FALTAS PIC 9(06)V9(02) VALUE ZEROES.
       77  SALARIO-BRUTO PIC 9(06)V9(02) VALUE ZEROES.

      * Afastamentos (AFASTAM.DAT, EX-24) em memoria e os dias da
      * competencia que a empresa nao paga ao funcionario da vez -
      * mes inteiro afastado conta 30 dias, como o mes comercial do
      * salario. Numero de dias de cada data a partir de uma origem
      * fixa (ano comecando em marco, calendario gregoriano): so a
      * diferenca entre duas datas interessa.
       77  TOTAL-AFT    PIC 9(04) VALUE ZEROES.
       77  IDX-AFT      PIC 9(04) VALUE ZEROES.
       01  TABELA-AFT.
              02 AFT-REG   OCCURS 2000 TIMES.
                 03 CODIGO-AFT-TAB   PIC 9(05).
                 03 TIPO-AFT-TAB     PIC X(01).
                 03 INICIO-AFT-TAB   PIC 9(08).
                 03 RETORNO-AFT-TAB  PIC 9(08).
       77  DIAS-PAGOS-EMPRESA PIC 9(02) VALUE 15.
       77  DIAS-AFASTADO PIC 9(03) VALUE ZEROES.
       77  VALOR-AFASTAMENTO PIC 9(06)V9(02) VALUE ZEROES.
       01  DATA-CALC.
              02 ANO-CALC   PIC 9(04).
              02 MES-CALC   PIC 9(02).
              02 DIA-CALC   PIC 9(02).
       01  DATA-CALC-NUM REDEFINES DATA-CALC PIC 9(08).
       01  DIAS-DO-MES.
              02 FILLER     PIC X(24)
                 VALUE "312831303130313130313031".
       01  TABELA-DIAS-MES REDEFINES DIAS-DO-MES.
              02 DIAS-MES-TAB PIC 9(02) OCCURS 12 TIMES.
       77  QUOCIENTE-BISSEXTO PIC 9(04) VALUE ZEROES.
       77  RESTO-BISSEXTO PIC 9(03) VALUE ZEROES.
       77  ULTIMO-DIA-MES PIC 9(02) VALUE ZEROES.
       77  ANO-SERIAL   PIC 9(04) VALUE ZEROES.
       77  MES-SERIAL   PIC 9(02) VALUE ZEROES.
       77  QUOCIENTE-SERIAL PIC 9(06) VALUE ZEROES.
       77  DIAS-SERIAL  PIC 9(07) VALUE ZEROES.
       77  SERIAL-INICIO-MES PIC 9(07) VALUE ZEROES.
       77  SERIAL-FIM-MES PIC 9(07) VALUE ZEROES.
       77  SERIAL-DE    PIC 9(07) VALUE ZEROES.
       77  SERIAL-ATE   PIC 9(07) VALUE ZEROES.

      * Comissao de vendas da competencia (COMISFUN.DAT, EX120 ME02)
      * e os valores do funcionario da vez. O estorno nunca leva o
      * bruto abaixo de zero - o que sobrar fica de fora do mes.
       77  TOTAL-CMF    PIC 9(04) VALUE ZEROES.
       77  IDX-CMF      PIC 9(04) VALUE ZEROES.
       01  TABELA-CMF.
              02 CMF-REG   OCCURS 2000 TIMES.
                 03 CODIGO-CMF-TAB   PIC 9(05).
                 03 TIPO-CMF-TAB     PIC X(01).
                 03 VALOR-CMF-TAB    PIC 9(07)V9(02).
       77  VALOR-COMISSAO PIC 9(07)V9(02) VALUE ZEROES.
       77  VALOR-ESTORNO PIC 9(07)V9(02) VALUE ZEROES.

      * Descontos recorrentes (DESCFUNC.DAT, EX-20) em memoria.
      * APLICADO-DSC-TAB "S" marca o desconto do funcionario da vez
      * que entrou no mes, com o valor descontado para o holerite.
      * A margem do consignado e PERC-MARGEM do liquido apos os
      * impostos; os demais descontos so sao limitados ao liquido.
       77  TOTAL-DSC    PIC 9(04) VALUE ZEROES.
       77  IDX-DSC      PIC 9(04) VALUE ZEROES.
       01  TABELA-DSC.
              02 DSC-REG   OCCURS 2000 TIMES.
                 03 CODIGO-DSC-TAB      PIC 9(05).
                 03 NATUREZA-DSC-TAB    PIC X(01).
                 03 CREDOR-DSC-TAB      PIC 9(04).
                 03 NOME-CREDOR-DSC-TAB PIC X(20).
                 03 FORMA-DSC-TAB       PIC X(01).
                 03 VALOR-DSC-TAB       PIC 9(05)V9(02).
                 03 PERCENTUAL-DSC-TAB  PIC 9(02)V9(02).
                 03 INICIO-DSC-TAB      PIC 9(06).
                 03 TERMINO-DSC-TAB     PIC 9(06).
                 03 PARCELAS-DSC-TAB    PIC 9(03).
                 03 PENDENTE-DSC-TAB    PIC 9(07)V9(02).
                 03 ULT-PERIODO-DSC-TAB PIC 9(06).
                 03 APLICADO-DSC-TAB    PIC X(01).
                 03 DESCONTADO-DSC-TAB  PIC 9(07)V9(02).
       77  PERC-MARGEM  PIC 9(02)V9(02) VALUE 35,00.
       77  MARGEM-CONSIG PIC 9(07)V9(02) VALUE ZEROES.
       77  PARCELA-MES  PIC 9(07)V9(02) VALUE ZEROES.
       77  DEVIDO-DSC   PIC 9(07)V9(02) VALUE ZEROES.
       77  DISPONIVEL-DSC PIC 9(07)V9(02) VALUE ZEROES.
       77  VALOR-DESCONTADO PIC 9(07)V9(02) VALUE ZEROES.
       77  TOTAL-DESCONTOS PIC 9(07)V9(02) VALUE ZEROES.
       77  NATUREZA-DA-VEZ PIC X(01) VALUE SPACES.
       01  ROTULO-DESCONTO.
              02 NATUREZA-ROT PIC X(09).
              02 CREDOR-ROT   PIC X(13).

      * Orcamento por departamento (ORCDEPTO.DAT) e a variacao
      * impressa junto aos totais.
       77  TOTAL-ORC    PIC 9(02) VALUE ZEROES.
      * moldes do resumo por depto do EX03 deste modulo) e gerais.
       77  TOTAL-DEPTOS PIC 9(02) VALUE ZEROES.
       77  IDX-DEPTO    PIC 9(02) VALUE ZEROES.
       01  TABELA-DEPTOS.
              02 DEPTO-REG OCCURS 20 TIMES.
                 03 DEPTO-TAB         PIC 9(02).
       77  DESC-GERAL   PIC 9(09)V9(02) VALUE ZEROES.
       77  LIQ-GERAL    PIC 9(09)V9(02) VALUE ZEROES.

      * Rateio entre departamentos: as linhas de RATEIO.DAT em
      * memoria e as partes do funcionario da vez (departamento,
      * percentual, valor e posicao nos totais por depto). A ultima
      * parte leva o saldo, para a soma das partes fechar com o
      * valor rateado.
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
                 03 IDX-DEPTO-PARTE    PIC 9(02).

       01  CAB-FOLHA-01.
              02 FILLER     PIC X(24) VALUE SPACES.
              02 FILLER     PIC X(32)
              02 FILLER     PIC X(06) VALUE "CODIGO".
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(04) VALUE "NOME".
              02 FILLER     PIC X(14) VALUE SPACES.
              02 FILLER     PIC X(05) VALUE "BRUTO".
              02 FILLER     PIC X(06) VALUE SPACES.
              02 FILLER     PIC X(04) VALUE "INSS".
              02 FILLER     PIC X(06) VALUE SPACES.
              02 FILLER     PIC X(04) VALUE "IRRF".
              02 FILLER     PIC X(04) VALUE SPACES.
              02 FILLER     PIC X(06) VALUE "OUTROS".
              02 FILLER     PIC X(03) VALUE SPACES.
              02 FILLER     PIC X(07) VALUE "LIQUIDO".
              02 FILLER     PIC X(07) VALUE SPACES.

       01  DETALHE-FOLHA.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-CODIGO PIC 9(05).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-NOME   PIC X(14).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-BRUTO  PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-IRRF   PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-OUTROS PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-LIQUIDO PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(07) VALUE SPACES.

              PERFORM LER-DEDUCAO.
              PERFORM CARREGA-PONTO.
              PERFORM CARREGA-ORCAMENTOS.
              PERFORM CARREGA-COMISSOES.
              PERFORM CARREGA-DESCONTOS.
              PERFORM CARREGA-AFASTAMENTOS.
              PERFORM CARREGA-RATEIOS.
              PERFORM ABRE-HISTORICO-FOLHA.
              PERFORM ABRE-MOVIMENTO-DESCONTOS.
              PERFORM ABRE-HISTORICO-PONTO.
              OPEN   INPUT  CADENT
                     OUTPUT RELFOLHA
                     OUTPUT HOLERITE.
              END-PERFORM.
              CLOSE ORCDEPTO.

      * Carrega a comissao de vendas da competencia (EX120 ME02),
      * se o arquivo existir. Estourar a tabela aborta o run, como
      * nos descontos: comissao perdida sairia do bruto sem aviso.
       CARREGA-COMISSOES.
              OPEN INPUT COMISFUN.
              PERFORM UNTIL FIM-CMF EQUAL "SIM"
                      READ COMISFUN
                             AT END MOVE "SIM" TO FIM-CMF
                             NOT AT END
                                  IF PERIODO-CMF EQUAL PERIODO-FOLHA
                                       IF TOTAL-CMF NOT LESS THAN 2000
                                            PERFORM ABORTA-TABELA-CHEIA
                                       END-IF
                                       ADD 1 TO TOTAL-CMF
                                       MOVE CODIGO-CMF TO
                                          CODIGO-CMF-TAB(TOTAL-CMF)
                                       MOVE TIPO-CMF TO
                                          TIPO-CMF-TAB(TOTAL-CMF)
                                       MOVE VALOR-CMF TO
                                          VALOR-CMF-TAB(TOTAL-CMF)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE COMISFUN.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX-05: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * Carrega o registro de descontos recorrentes (EX-20), se o
      * arquivo existir. Como ele e regravado ao final, estourar a
      * tabela aborta o run em vez de perder descontos.
       CARREGA-DESCONTOS.
              OPEN INPUT DESCFUNC.
              PERFORM UNTIL FIM-DSC EQUAL "SIM"
                      READ DESCFUNC
                             AT END MOVE "SIM" TO FIM-DSC
                             NOT AT END
                                  IF TOTAL-DSC NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-DSC
                                  PERFORM GUARDA-DESCONTO
                      END-READ
              END-PERFORM.
              CLOSE DESCFUNC.

       GUARDA-DESCONTO.
              MOVE CODIGO-DSC      TO CODIGO-DSC-TAB(TOTAL-DSC).
              MOVE NATUREZA-DSC    TO NATUREZA-DSC-TAB(TOTAL-DSC).
              MOVE CREDOR-DSC      TO CREDOR-DSC-TAB(TOTAL-DSC).
              MOVE NOME-CREDOR-DSC TO NOME-CREDOR-DSC-TAB(TOTAL-DSC).
              MOVE FORMA-DSC       TO FORMA-DSC-TAB(TOTAL-DSC).
              MOVE VALOR-DSC       TO VALOR-DSC-TAB(TOTAL-DSC).
              MOVE PERCENTUAL-DSC  TO PERCENTUAL-DSC-TAB(TOTAL-DSC).
              MOVE INICIO-DSC      TO INICIO-DSC-TAB(TOTAL-DSC).
              MOVE TERMINO-DSC     TO TERMINO-DSC-TAB(TOTAL-DSC).
              MOVE PARCELAS-DSC    TO PARCELAS-DSC-TAB(TOTAL-DSC).
              MOVE PENDENTE-DSC    TO PENDENTE-DSC-TAB(TOTAL-DSC).
              MOVE ULT-PERIODO-DSC TO ULT-PERIODO-DSC-TAB(TOTAL-DSC).
              MOVE "N"             TO APLICADO-DSC-TAB(TOTAL-DSC).
              MOVE ZEROES          TO DESCONTADO-DSC-TAB(TOTAL-DSC).

      * MOVDESC.DAT acumula run apos run; mesmo probe por FILE
      * STATUS "35" de ABRE-HISTORICO-FOLHA.
       ABRE-MOVIMENTO-DESCONTOS.
              OPEN INPUT MOVDESC.
              IF MOVDESC-STATUS EQUAL "35"
                     CLOSE MOVDESC
                     OPEN OUTPUT MOVDESC
              ELSE
                     CLOSE MOVDESC
                     OPEN EXTEND MOVDESC
              END-IF.

      * PONTOHIS.DAT acumula run apos run; mesmo probe por FILE
      * STATUS "35" de ABRE-HISTORICO-FOLHA.
       ABRE-HISTORICO-PONTO.
              OPEN INPUT PONTOHIS.
              IF PONTOHIS-STATUS EQUAL "35"
                     CLOSE PONTOHIS
                     OPEN OUTPUT PONTOHIS
              ELSE
                     CLOSE PONTOHIS
                     OPEN EXTEND PONTOHIS
              END-IF.

      * Carrega os afastamentos (EX-24), se o arquivo existir, e
      * delimita a competencia em numero de dias. Estourar a tabela
      * aborta o run (dias nao pagos seriam pagos sem aviso).
       CARREGA-AFASTAMENTOS.
              OPEN INPUT AFASTAM.
              PERFORM UNTIL FIM-AFT EQUAL "SIM"
                      READ AFASTAM
                             AT END MOVE "SIM" TO FIM-AFT
                             NOT AT END
                                  IF TOTAL-AFT NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-AFT
                                  MOVE CODIGO-AFT TO
                                     CODIGO-AFT-TAB(TOTAL-AFT)
                                  MOVE TIPO-AFT TO
                                     TIPO-AFT-TAB(TOTAL-AFT)
                                  MOVE INICIO-AFT TO
                                     INICIO-AFT-TAB(TOTAL-AFT)
                                  MOVE RETORNO-AFT TO
                                     RETORNO-AFT-TAB(TOTAL-AFT)
                      END-READ
              END-PERFORM.
              CLOSE AFASTAM.
              MOVE ANO-HOJE TO ANO-CALC.
              MOVE MES-HOJE TO MES-CALC.
              MOVE 1 TO DIA-CALC.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-INICIO-MES.
              MOVE DIAS-MES-TAB(MES-CALC) TO ULTIMO-DIA-MES.
              IF MES-CALC EQUAL 2
                     PERFORM AJUSTA-FEVEREIRO.
              MOVE ULTIMO-DIA-MES TO DIA-CALC.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-FIM-MES.

      * Carrega a tabela de rateio (EX-25), se o arquivo existir.
      * Estourar a tabela aborta o run (o rateio sairia errado).
       CARREGA-RATEIOS.
              OPEN INPUT RATEIO.
              PERFORM UNTIL FIM-RAT EQUAL "SIM"
                      READ RATEIO
                             AT END MOVE "SIM" TO FIM-RAT
                             NOT AT END
                                  IF TOTAL-RAT NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-RAT
                                  MOVE CODIGO-RAT TO
                                     CODIGO-RAT-TAB(TOTAL-RAT)
                                  MOVE VIGENCIA-RAT TO
                                     VIGENCIA-RAT-TAB(TOTAL-RAT)
                                  MOVE DEPTO-RAT TO
                                     DEPTO-RAT-TAB(TOTAL-RAT)
                                  MOVE PERCENTUAL-RAT TO
                                     PERCENTUAL-RAT-TAB(TOTAL-RAT)
                      END-READ
              END-PERFORM.
              CLOSE RATEIO.

       AJUSTA-FEVEREIRO.
              DIVIDE ANO-CALC BY 4 GIVING QUOCIENTE-BISSEXTO
                     REMAINDER RESTO-BISSEXTO.
              IF RESTO-BISSEXTO EQUAL ZEROES
                     MOVE 29 TO ULTIMO-DIA-MES
                     DIVIDE ANO-CALC BY 100 GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO
                     IF RESTO-BISSEXTO EQUAL ZEROES
                            DIVIDE ANO-CALC BY 400
                                   GIVING QUOCIENTE-BISSEXTO
                                   REMAINDER RESTO-BISSEXTO
                            IF RESTO-BISSEXTO NOT EQUAL ZEROES
                                   MOVE 28 TO ULTIMO-DIA-MES
                            END-IF
                     END-IF
              END-IF.

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

      * Precifica os eventos do ponto do funcionario da vez sobre o
      * salario; sem ponto lancado, tudo zerado e o bruto e o
      * proprio salario.
                             COMPUTE VALOR-FALTAS ROUNDED =
                                     FALTAS-PNT-TAB(IDX-PNT)
                                     * SALARIO / 30
                             PERFORM GRAVA-HISTORICO-PONTO
                      END-IF
              END-PERFORM.
              COMPUTE SALARIO-BRUTO =
                      SALARIO + VALOR-EXTRA-50 + VALOR-EXTRA-100
                      + VALOR-NOTURNO - VALOR-FALTAS.

      * Dias da competencia em que o funcionario da vez esteve
      * afastado sem salario da empresa: doenca/acidente a partir do
      * 16o dia, licenca sem remuneracao desde o inicio; sem retorno
      * informado, ate o fim do mes. O desconto e salario / 30 por
      * dia e nunca leva o bruto abaixo de zero.
       APURA-AFASTAMENTO.
              MOVE ZEROES TO DIAS-AFASTADO VALOR-AFASTAMENTO.
              PERFORM VARYING IDX-AFT FROM 1 BY 1
                      UNTIL IDX-AFT GREATER THAN TOTAL-AFT
                      IF CODIGO-AFT-TAB(IDX-AFT) EQUAL CODIGO
                        AND TIPO-AFT-TAB(IDX-AFT) NOT EQUAL "M"
                             PERFORM SOMA-DIAS-AFASTADO
                      END-IF
              END-PERFORM.
              IF DIAS-AFASTADO GREATER THAN 30
                 OR DIAS-AFASTADO EQUAL ULTIMO-DIA-MES
                     MOVE 30 TO DIAS-AFASTADO.
              IF DIAS-AFASTADO GREATER THAN ZEROES
                     COMPUTE VALOR-AFASTAMENTO ROUNDED =
                             DIAS-AFASTADO * SALARIO / 30
                     IF VALOR-AFASTAMENTO GREATER THAN SALARIO-BRUTO
                            MOVE SALARIO-BRUTO TO VALOR-AFASTAMENTO
                     END-IF
                     SUBTRACT VALOR-AFASTAMENTO FROM SALARIO-BRUTO.

       SOMA-DIAS-AFASTADO.
              MOVE INICIO-AFT-TAB(IDX-AFT) TO DATA-CALC-NUM.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-DE.
              IF TIPO-AFT-TAB(IDX-AFT) NOT EQUAL "S"
                     ADD DIAS-PAGOS-EMPRESA TO SERIAL-DE.
              IF RETORNO-AFT-TAB(IDX-AFT) GREATER THAN ZEROES
                     MOVE RETORNO-AFT-TAB(IDX-AFT) TO DATA-CALC-NUM
                     PERFORM CALCULA-DIAS-SERIAL
                     COMPUTE SERIAL-ATE = DIAS-SERIAL - 1
              ELSE
                     MOVE SERIAL-FIM-MES TO SERIAL-ATE.
              IF SERIAL-DE LESS THAN SERIAL-INICIO-MES
                     MOVE SERIAL-INICIO-MES TO SERIAL-DE.
              IF SERIAL-ATE GREATER THAN SERIAL-FIM-MES
                     MOVE SERIAL-FIM-MES TO SERIAL-ATE.
              IF SERIAL-ATE NOT LESS THAN SERIAL-DE
                     COMPUTE DIAS-AFASTADO =
                             DIAS-AFASTADO + SERIAL-ATE - SERIAL-DE + 1.

       GRAVA-HISTORICO-PONTO.
              MOVE CODIGO                    TO CODIGO-PHS.
              MOVE PERIODO-FOLHA             TO PERIODO-PHS.
              MOVE HORAS50-PNT-TAB(IDX-PNT)  TO HORAS50-PHS.
              MOVE HORAS100-PNT-TAB(IDX-PNT) TO HORAS100-PHS.
              MOVE HORASNOT-PNT-TAB(IDX-PNT) TO HORASNOT-PHS.
              MOVE FALTAS-PNT-TAB(IDX-PNT)   TO FALTAS-PHS.
              WRITE REG-PHS.

      * Soma a comissao e o estorno do funcionario da vez ao bruto
      * ja com o ponto; o estorno e limitado ao bruto.
       APURA-COMISSAO.
              MOVE ZEROES TO VALOR-COMISSAO VALOR-ESTORNO.
              PERFORM VARYING IDX-CMF FROM 1 BY 1
                      UNTIL IDX-CMF GREATER THAN TOTAL-CMF
                      IF CODIGO-CMF-TAB(IDX-CMF) EQUAL CODIGO
                             IF TIPO-CMF-TAB(IDX-CMF) EQUAL "E"
                                    ADD VALOR-CMF-TAB(IDX-CMF)
                                     TO VALOR-ESTORNO
                             ELSE
                                    ADD VALOR-CMF-TAB(IDX-CMF)
                                     TO VALOR-COMISSAO
                             END-IF
                      END-IF
              END-PERFORM.
              ADD VALOR-COMISSAO TO SALARIO-BRUTO.
              IF VALOR-ESTORNO GREATER THAN SALARIO-BRUTO
                     MOVE SALARIO-BRUTO TO VALOR-ESTORNO.
              SUBTRACT VALOR-ESTORNO FROM SALARIO-BRUTO.

      * Conta os dependentes do funcionario da vez e apura a
      * deducao total aplicada a base do IRRF.
       APURA-DEPENDENTES.

       PRINCIPAL.
              PERFORM APURA-PONTO.
              PERFORM APURA-AFASTAMENTO.
              PERFORM APURA-COMISSAO.
              PERFORM APURA-DEPENDENTES.
              PERFORM CALCULA-INSS.
              PERFORM CALCULA-IRRF.
              COMPUTE SALARIO-LIQUIDO =
                      SALARIO-BRUTO - VALOR-INSS - VALOR-IRRF.
              PERFORM APURA-DESCONTOS.
              PERFORM IMPRIME-LINHA-FOLHA.
              PERFORM IMPRIME-HOLERITE.
              PERFORM GRAVA-HISTORICO-FOLHA.
              MOVE SALARIO-LIQUIDO TO LIQUIDO-FH.
              WRITE REG-FOLHAHIS.

      * Descontos recorrentes do funcionario da vez, depois dos
      * impostos: primeiro vale-transporte, plano de saude e
      * sindicato, depois o consignado, que ainda respeita a margem
      * (PERC-MARGEM do liquido apos os impostos). O devido do mes e
      * a parcela em vigencia mais o pendente transportado; o que
      * nao couber fica pendente para a competencia seguinte.
       APURA-DESCONTOS.
              MOVE ZEROES TO TOTAL-DESCONTOS.
              COMPUTE MARGEM-CONSIG ROUNDED =
                      SALARIO-LIQUIDO * PERC-MARGEM / 100.
              MOVE "V" TO NATUREZA-DA-VEZ.
              PERFORM APLICA-DESCONTOS-NATUREZA.
              MOVE "S" TO NATUREZA-DA-VEZ.
              PERFORM APLICA-DESCONTOS-NATUREZA.
              MOVE "U" TO NATUREZA-DA-VEZ.
              PERFORM APLICA-DESCONTOS-NATUREZA.
              MOVE "E" TO NATUREZA-DA-VEZ.
              PERFORM APLICA-DESCONTOS-NATUREZA.

       APLICA-DESCONTOS-NATUREZA.
              PERFORM VARYING IDX-DSC FROM 1 BY 1
                      UNTIL IDX-DSC GREATER THAN TOTAL-DSC
                      IF CODIGO-DSC-TAB(IDX-DSC) EQUAL CODIGO
                        AND NATUREZA-DSC-TAB(IDX-DSC) EQUAL
                            NATUREZA-DA-VEZ
                        AND INICIO-DSC-TAB(IDX-DSC) NOT GREATER THAN
                            PERIODO-FOLHA
                        AND ULT-PERIODO-DSC-TAB(IDX-DSC) NOT GREATER
                            THAN PERIODO-FOLHA
                             IF ULT-PERIODO-DSC-TAB(IDX-DSC) EQUAL
                                   PERIODO-FOLHA
                                    PERFORM REAPLICA-DESCONTO
                             ELSE
                                    PERFORM APLICA-DESCONTO
                             END-IF
                      END-IF
              END-PERFORM.

      * Em vigencia (sem termino ou termino nao passado) entra a
      * parcela do mes; a ultima parcela do contrato fixa o termino
      * na competencia. Fora da vigencia so resta cobrar o pendente.
       APLICA-DESCONTO.
              MOVE ZEROES TO PARCELA-MES.
              IF TERMINO-DSC-TAB(IDX-DSC) EQUAL ZEROES
                OR TERMINO-DSC-TAB(IDX-DSC) NOT LESS THAN
                   PERIODO-FOLHA
                     PERFORM CALCULA-PARCELA-MES
                     IF PARCELAS-DSC-TAB(IDX-DSC) GREATER THAN ZEROES
                            SUBTRACT 1 FROM PARCELAS-DSC-TAB(IDX-DSC)
                            IF PARCELAS-DSC-TAB(IDX-DSC) EQUAL ZEROES
                                   MOVE PERIODO-FOLHA
                                     TO TERMINO-DSC-TAB(IDX-DSC)
                            END-IF
                     END-IF
              END-IF.
              COMPUTE DEVIDO-DSC =
                      PARCELA-MES + PENDENTE-DSC-TAB(IDX-DSC).
              IF DEVIDO-DSC GREATER THAN ZEROES
                     PERFORM DESCONTA-DEVIDO.

       CALCULA-PARCELA-MES.
              IF FORMA-DSC-TAB(IDX-DSC) EQUAL "P"
                     COMPUTE PARCELA-MES ROUNDED =
                             SALARIO
                             * PERCENTUAL-DSC-TAB(IDX-DSC)
                             / 100
              ELSE
                     MOVE VALOR-DSC-TAB(IDX-DSC) TO PARCELA-MES.

      * Reprocessamento da competencia ja aplicada: o registro de
      * descontos ja avancou as parcelas e transportou o pendente, e
      * a remessa ao credor ja tem a linha da competencia. Desconta
      * de novo so a parcela do mes (a ultima parcela fixou o
      * termino na propria competencia), nos mesmos limites de
      * liquido e margem, para o holerite e o FOLHAHIS sairem com o
      * liquido certo - sem tocar parcelas, pendente ou MOVDESC.DAT.
       REAPLICA-DESCONTO.
              MOVE ZEROES TO PARCELA-MES.
              IF TERMINO-DSC-TAB(IDX-DSC) EQUAL ZEROES
                OR TERMINO-DSC-TAB(IDX-DSC) NOT LESS THAN
                   PERIODO-FOLHA
                     PERFORM CALCULA-PARCELA-MES.
              MOVE PARCELA-MES TO DEVIDO-DSC.
              IF DEVIDO-DSC GREATER THAN ZEROES
                     PERFORM LIMITA-DESCONTO
                     MOVE "S" TO APLICADO-DSC-TAB(IDX-DSC)
                     MOVE VALOR-DESCONTADO
                       TO DESCONTADO-DSC-TAB(IDX-DSC).

       DESCONTA-DEVIDO.
              PERFORM LIMITA-DESCONTO.
              COMPUTE PENDENTE-DSC-TAB(IDX-DSC) =
                      DEVIDO-DSC - VALOR-DESCONTADO.
              MOVE PERIODO-FOLHA TO ULT-PERIODO-DSC-TAB(IDX-DSC).
              MOVE "S" TO APLICADO-DSC-TAB(IDX-DSC).
              MOVE VALOR-DESCONTADO TO DESCONTADO-DSC-TAB(IDX-DSC).
              PERFORM GRAVA-MOVIMENTO-DESCONTO.

      * Desconta do liquido o devido que couber (o consignado ainda
      * limitado a margem restante).
       LIMITA-DESCONTO.
              MOVE SALARIO-LIQUIDO TO DISPONIVEL-DSC.
              IF NATUREZA-DSC-TAB(IDX-DSC) EQUAL "E"
                AND MARGEM-CONSIG LESS THAN DISPONIVEL-DSC
                     MOVE MARGEM-CONSIG TO DISPONIVEL-DSC.
              IF DEVIDO-DSC GREATER THAN DISPONIVEL-DSC
                     MOVE DISPONIVEL-DSC TO VALOR-DESCONTADO
              ELSE
                     MOVE DEVIDO-DSC TO VALOR-DESCONTADO.
              SUBTRACT VALOR-DESCONTADO FROM SALARIO-LIQUIDO.
              IF NATUREZA-DSC-TAB(IDX-DSC) EQUAL "E"
                     SUBTRACT VALOR-DESCONTADO FROM MARGEM-CONSIG.
              ADD VALOR-DESCONTADO TO TOTAL-DESCONTOS.

       GRAVA-MOVIMENTO-DESCONTO.
              MOVE CODIGO                       TO CODIGO-MVD.
              MOVE NOME                         TO NOME-MVD.
              MOVE PERIODO-FOLHA                TO PERIODO-MVD.
              MOVE NATUREZA-DSC-TAB(IDX-DSC)    TO NATUREZA-MVD.
              MOVE CREDOR-DSC-TAB(IDX-DSC)      TO CREDOR-MVD.
              MOVE NOME-CREDOR-DSC-TAB(IDX-DSC) TO NOME-CREDOR-MVD.
              MOVE DEVIDO-DSC                   TO DEVIDO-MVD.
              MOVE VALOR-DESCONTADO             TO DESCONTADO-MVD.
              MOVE PENDENTE-DSC-TAB(IDX-DSC)    TO PENDENTE-MVD.
              MOVE PARCELAS-DSC-TAB(IDX-DSC)    TO PARCELAS-MVD.
              WRITE REG-MVD.

      * INSS progressivo: cada faixa tributa a fatia do bruto (ja
      * com os eventos do ponto) que cai nela; acima do teto (ultima
      * faixa) nada mais contribui.
              MOVE SALARIO-BRUTO   TO VAR-BRUTO.
              MOVE VALOR-INSS      TO VAR-INSS.
              MOVE VALOR-IRRF      TO VAR-IRRF.
              MOVE TOTAL-DESCONTOS TO VAR-OUTROS.
              MOVE SALARIO-LIQUIDO TO VAR-LIQUIDO.
              WRITE REG-REL FROM DETALHE-FOLHA
                    AFTER ADVANCING 1 LINE.
                     MOVE VALOR-FALTAS TO VAR-VALOR-HOL
                     WRITE REG-HOL FROM HOL-LINHA
                           AFTER ADVANCING 1 LINE.
              IF VALOR-AFASTAMENTO GREATER THAN ZEROES
                     MOVE "DESCONTO AFASTAMENTO.." TO VAR-ROTULO-HOL
                     MOVE VALOR-AFASTAMENTO TO VAR-VALOR-HOL
                     WRITE REG-HOL FROM HOL-LINHA
                           AFTER ADVANCING 1 LINE.
              IF VALOR-COMISSAO GREATER THAN ZEROES
                     MOVE "COMISSAO S/ VENDAS...." TO VAR-ROTULO-HOL
                     MOVE VALOR-COMISSAO TO VAR-VALOR-HOL
                     WRITE REG-HOL FROM HOL-LINHA
                           AFTER ADVANCING 1 LINE.
              IF VALOR-ESTORNO GREATER THAN ZEROES
                     MOVE "ESTORNO DE COMISSAO..." TO VAR-ROTULO-HOL
                     MOVE VALOR-ESTORNO TO VAR-VALOR-HOL
                     WRITE REG-HOL FROM HOL-LINHA
                           AFTER ADVANCING 1 LINE.
              MOVE "SALARIO BRUTO........." TO VAR-ROTULO-HOL.
              MOVE SALARIO-BRUTO TO VAR-VALOR-HOL.
              WRITE REG-HOL FROM HOL-LINHA AFTER ADVANCING 1 LINE.
              MOVE "IRRF.................." TO VAR-ROTULO-HOL.
              MOVE VALOR-IRRF TO VAR-VALOR-HOL.
              WRITE REG-HOL FROM HOL-LINHA AFTER ADVANCING 1 LINE.
              PERFORM VARYING IDX-DSC FROM 1 BY 1
                      UNTIL IDX-DSC GREATER THAN TOTAL-DSC
                      IF CODIGO-DSC-TAB(IDX-DSC) EQUAL CODIGO
                        AND APLICADO-DSC-TAB(IDX-DSC) EQUAL "S"
                             PERFORM IMPRIME-DESCONTO-HOLERITE
                      END-IF
              END-PERFORM.
              MOVE "SALARIO LIQUIDO......." TO VAR-ROTULO-HOL.
              MOVE SALARIO-LIQUIDO TO VAR-VALOR-HOL.
              WRITE REG-HOL FROM HOL-LINHA AFTER ADVANCING 2 LINES.

      * Uma linha por desconto aplicado (natureza + credor); o que
      * nao coube no mes sai logo abaixo como saldo a transportar.
       IMPRIME-DESCONTO-HOLERITE.
              EVALUATE NATUREZA-DSC-TAB(IDX-DSC)
                     WHEN "E" MOVE "CONSIG.  " TO NATUREZA-ROT
                     WHEN "V" MOVE "VALE-TR. " TO NATUREZA-ROT
                     WHEN "S" MOVE "PL.SAUDE " TO NATUREZA-ROT
                     WHEN "U" MOVE "SINDICAT " TO NATUREZA-ROT
                     WHEN OTHER MOVE "DESCONTO " TO NATUREZA-ROT
              END-EVALUATE.
              MOVE NOME-CREDOR-DSC-TAB(IDX-DSC) TO CREDOR-ROT.
              MOVE ROTULO-DESCONTO TO VAR-ROTULO-HOL.
              MOVE DESCONTADO-DSC-TAB(IDX-DSC) TO VAR-VALOR-HOL.
              WRITE REG-HOL FROM HOL-LINHA AFTER ADVANCING 1 LINE.
              IF PENDENTE-DSC-TAB(IDX-DSC) GREATER THAN ZEROES
                     MOVE "  A TRANSPORTAR......." TO VAR-ROTULO-HOL
                     MOVE PENDENTE-DSC-TAB(IDX-DSC) TO VAR-VALOR-HOL
                     WRITE REG-HOL FROM HOL-LINHA
                           AFTER ADVANCING 1 LINE.

      * Bruto, descontos e liquido vao para os departamentos do
      * rateio vigente na competencia; o geral nao muda.
       ACUMULA-DEPTO.
              MOVE CODIGO        TO CODIGO-RATEIO.
              MOVE DEPARTAMENTO  TO DEPTO-RATEIO.
              MOVE PERIODO-FOLHA TO PERIODO-RATEIO.
              PERFORM MONTA-RATEIO.
              PERFORM LOCALIZA-DEPTO-PARTE
                      VARYING IDX-PARTE FROM 1 BY 1
                      UNTIL IDX-PARTE GREATER THAN TOTAL-PARTES.
              MOVE SALARIO-BRUTO TO VALOR-A-RATEAR.
              PERFORM RATEIA-VALOR.
              PERFORM VARYING IDX-PARTE FROM 1 BY 1
                      UNTIL IDX-PARTE GREATER THAN TOTAL-PARTES
                      IF IDX-DEPTO-PARTE(IDX-PARTE) GREATER THAN ZEROES
                             ADD VALOR-PARTE(IDX-PARTE) TO
                                 BRUTO-DEPTO-TAB
                                    (IDX-DEPTO-PARTE(IDX-PARTE))
                      END-IF
              END-PERFORM.
              COMPUTE VALOR-A-RATEAR = VALOR-INSS + VALOR-IRRF
                                     + TOTAL-DESCONTOS.
              PERFORM RATEIA-VALOR.
              PERFORM VARYING IDX-PARTE FROM 1 BY 1
                      UNTIL IDX-PARTE GREATER THAN TOTAL-PARTES
                      IF IDX-DEPTO-PARTE(IDX-PARTE) GREATER THAN ZEROES
                             ADD VALOR-PARTE(IDX-PARTE) TO
                                 DESC-DEPTO-TAB
                                    (IDX-DEPTO-PARTE(IDX-PARTE))
                      END-IF
              END-PERFORM.
              MOVE SALARIO-LIQUIDO TO VALOR-A-RATEAR.
              PERFORM RATEIA-VALOR.
              PERFORM VARYING IDX-PARTE FROM 1 BY 1
                      UNTIL IDX-PARTE GREATER THAN TOTAL-PARTES
                      IF IDX-DEPTO-PARTE(IDX-PARTE) GREATER THAN ZEROES
                             ADD VALOR-PARTE(IDX-PARTE) TO
                                 LIQ-DEPTO-TAB
                                    (IDX-DEPTO-PARTE(IDX-PARTE))
                      END-IF
              END-PERFORM.
              ADD SALARIO-BRUTO    TO BRUTO-GERAL.
              ADD VALOR-INSS       TO DESC-GERAL.
              ADD VALOR-IRRF       TO DESC-GERAL.
              ADD TOTAL-DESCONTOS  TO DESC-GERAL.
              ADD SALARIO-LIQUIDO  TO LIQ-GERAL.

      * Posicao do departamento da parte nos totais (ordem de
      * primeira ocorrencia); tabela cheia deixa a parte de fora,
      * como antes.
       LOCALIZA-DEPTO-PARTE.
              MOVE ZEROES TO IDX-DEPTO-PARTE(IDX-PARTE).
              PERFORM VARYING IDX-DEPTO FROM 1 BY 1
                      UNTIL IDX-DEPTO GREATER THAN TOTAL-DEPTOS
                      IF DEPTO-TAB(IDX-DEPTO) EQUAL
                            DEPTO-PARTE(IDX-PARTE)
                             MOVE IDX-DEPTO
                               TO IDX-DEPTO-PARTE(IDX-PARTE)
                      END-IF
              END-PERFORM.
              IF IDX-DEPTO-PARTE(IDX-PARTE) EQUAL ZEROES
                AND TOTAL-DEPTOS LESS THAN 20
                     ADD 1 TO TOTAL-DEPTOS
                     MOVE TOTAL-DEPTOS TO IDX-DEPTO-PARTE(IDX-PARTE)
                     MOVE DEPTO-PARTE(IDX-PARTE)
                       TO DEPTO-TAB(TOTAL-DEPTOS)
                     MOVE ZEROES TO BRUTO-DEPTO-TAB(TOTAL-DEPTOS)
                     MOVE ZEROES TO DESC-DEPTO-TAB(TOTAL-DEPTOS)
                     MOVE ZEROES TO LIQ-DEPTO-TAB(TOTAL-DEPTOS).

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

       FIM.
              PERFORM IMPRIME-TOTAIS.
              PERFORM REGRAVA-DESCONTOS.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADENT
                    RELFOLHA
                    HOLERITE
                    FOLHAHIS
                    MOVDESC
                    PONTOHIS.

      * Regrava o registro com parcelas, pendente e ultima
      * competencia apos a folha; sem registro carregado, nada a
      * regravar (o arquivo nao e criado).
       REGRAVA-DESCONTOS.
              IF TOTAL-DSC GREATER THAN ZEROES
                     OPEN OUTPUT DESCFUNC
                     PERFORM VARYING IDX-DSC FROM 1 BY 1
                             UNTIL IDX-DSC GREATER THAN TOTAL-DSC
                             PERFORM GRAVA-DESCONTO
                     END-PERFORM
                     CLOSE DESCFUNC.

       GRAVA-DESCONTO.
              MOVE CODIGO-DSC-TAB(IDX-DSC)      TO CODIGO-DSC.
              MOVE NATUREZA-DSC-TAB(IDX-DSC)    TO NATUREZA-DSC.
              MOVE CREDOR-DSC-TAB(IDX-DSC)      TO CREDOR-DSC.
              MOVE NOME-CREDOR-DSC-TAB(IDX-DSC) TO NOME-CREDOR-DSC.
              MOVE FORMA-DSC-TAB(IDX-DSC)       TO FORMA-DSC.
              MOVE VALOR-DSC-TAB(IDX-DSC)       TO VALOR-DSC.
              MOVE PERCENTUAL-DSC-TAB(IDX-DSC)  TO PERCENTUAL-DSC.
              MOVE INICIO-DSC-TAB(IDX-DSC)      TO INICIO-DSC.
              MOVE TERMINO-DSC-TAB(IDX-DSC)     TO TERMINO-DSC.
              MOVE PARCELAS-DSC-TAB(IDX-DSC)    TO PARCELAS-DSC.
              MOVE PENDENTE-DSC-TAB(IDX-DSC)    TO PENDENTE-DSC.
              MOVE ULT-PERIODO-DSC-TAB(IDX-DSC) TO ULT-PERIODO-DSC.
              WRITE REG-DSC.

       IMPRIME-TOTAIS.
              MOVE SPACES TO REG-REL.
