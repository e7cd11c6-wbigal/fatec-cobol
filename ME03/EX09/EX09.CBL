      *              RELATORIO DE LIQUIDOS (RELF13), OS HOLERITES
      *              (HOLER13) E ACRESCENTA O RESULTADO POR
      *              FUNCIONARIO AO HISTORICO FOLHAHIS.DAT (TIPO "1"
      *              OU "2"). O 13 E PROPORCIONAL AOS AVOS DO ANO:
      *              PERDE O AVO O MES EM QUE O FUNCIONARIO TRABALHOU
      *              MENOS DE 15 DIAS POR AFASTAMENTO DO REGISTRO
      *              AFASTAM.DAT (EX-24) NAO PAGO PELA EMPRESA - NA
      *              DOENCA E NO ACIDENTE O 13 DO PERIODO DE
      *              BENEFICIO E PAGO PELO INSS (ABONO ANUAL); A
      *              LICENCA SEM REMUNERACAO SUSPENDE O CONTRATO. A
      *              LICENCA-MATERNIDADE CONTA COMO MES TRABALHADO.

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL PARM-EX09 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL AFASTAM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELF13 ASSIGN TO DISK.

              SELECT HOLER13 ASSIGN TO DISK.
       01     REG-PARM-EX09.
              02 PARCELA-PARM      PIC 9(01).

      * AFASTAM: registro de afastamentos (copybook, EX-24).
       FD     AFASTAM
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "AFASTAM.DAT".
       COPY AFASTAM.

       FD     RELF13
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).
       77  FIM-INSS     PIC X(03) VALUE "NAO".
       77  FIM-IRRF     PIC X(03) VALUE "NAO".
       77  FIM-PARM     PIC X(03) VALUE "NAO".
       77  FIM-AFT      PIC X(03) VALUE "NAO".
       77  RUNLOG-STATUS PIC X(02) VALUE "00".
       77  FOLHAHIS-STATUS PIC X(02) VALUE "00".
       77  TOTAL-LIDOS   PIC 9(05) VALUE ZEROES.
                 03 DEDUCAO-IRRF-TAB  PIC 9(05)V9(02).

      * Apuracao do funcionario da vez: a base da segunda parcela e
      * o 13 proporcional aos avos; a primeira sai sem descontos.
       77  BASE-CALCULO PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-BRUTO  PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-INSS   PIC 9(05)V9(02) VALUE ZEROES.
       77  PARCELA-FAIXA PIC 9(06)V9(02) VALUE ZEROES.
       77  INSS-PARCIAL PIC 9(05)V9(04) VALUE ZEROES.

      * Afastamentos (AFASTAM.DAT, EX-24) em memoria e os avos do
      * funcionario da vez, de janeiro ate o mes corrente. Numero
      * de dias de cada data a partir de uma origem fixa (ano
      * comecando em marco, calendario gregoriano): so a diferenca
      * entre duas datas interessa.
       77  TOTAL-AFT    PIC 9(04) VALUE ZEROES.
       77  IDX-AFT      PIC 9(04) VALUE ZEROES.
       01  TABELA-AFT.
              02 AFT-REG   OCCURS 2000 TIMES.
                 03 CODIGO-AFT-TAB   PIC 9(05).
                 03 TIPO-AFT-TAB     PIC X(01).
                 03 INICIO-AFT-TAB   PIC 9(08).
                 03 RETORNO-AFT-TAB  PIC 9(08).
       77  DIAS-PAGOS-EMPRESA PIC 9(02) VALUE 15.
       77  DIAS-MINIMOS-AVO PIC 9(02) VALUE 15.
       77  AVOS-13      PIC 9(02) VALUE 12.
       77  MES-AVO      PIC 9(02) VALUE ZEROES.
       77  DIAS-AFASTADO PIC 9(03) VALUE ZEROES.
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

       77  BRUTO-GERAL  PIC 9(09)V9(02) VALUE ZEROES.
       77  DESC-GERAL   PIC 9(09)V9(02) VALUE ZEROES.
       77  LIQ-GERAL    PIC 9(09)V9(02) VALUE ZEROES.
              02 VAR-VALOR-HOL  PIC ZZZ.ZZ9,99.
              02 FILLER     PIC X(43) VALUE SPACES.

       01  HOL-AVOS.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER     PIC X(22) VALUE "AVOS DE DIREITO.......".
              02 FILLER     PIC X(05) VALUE SPACES.
              02 VAR-AVOS-HOL   PIC Z9.
              02 FILLER     PIC X(03) VALUE "/12".
              02 FILLER     PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

              PERFORM LER-PARAMETRO.
              PERFORM CARREGA-TABELA-INSS.
              PERFORM CARREGA-TABELA-IRRF.
              PERFORM CARREGA-AFASTAMENTOS.
              PERFORM ABRE-HISTORICO-FOLHA.
              OPEN   INPUT  CADENT
                     OUTPUT RELF13
                     MOVE 27,50   TO ALIQUOTA-IRRF-TAB(5)
                     MOVE 896,00  TO DEDUCAO-IRRF-TAB(5).

      * Carrega os afastamentos (EX-24), se o arquivo existir.
       CARREGA-AFASTAMENTOS.
              OPEN INPUT AFASTAM.
              PERFORM UNTIL FIM-AFT EQUAL "SIM"
                      READ AFASTAM
                             AT END MOVE "SIM" TO FIM-AFT
                             NOT AT END
                                  IF TOTAL-AFT LESS THAN 2000
                                       ADD 1 TO TOTAL-AFT
                                       MOVE CODIGO-AFT TO
                                          CODIGO-AFT-TAB(TOTAL-AFT)
                                       MOVE TIPO-AFT TO
                                          TIPO-AFT-TAB(TOTAL-AFT)
                                       MOVE INICIO-AFT TO
                                          INICIO-AFT-TAB(TOTAL-AFT)
                                       MOVE RETORNO-AFT TO
                                          RETORNO-AFT-TAB(TOTAL-AFT)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE AFASTAM.

      * Se FOLHAHIS.DAT ainda nao existe, cria vazio; se ja existe,
      * reabre em EXTEND (mesmo probe do EX05).
       ABRE-HISTORICO-FOLHA.
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

      * Parcela 1: metade do 13 proporcional aos avos, sem
      * descontos. Parcela 2: o 13 proporcional tributado pelas
      * tabelas, menos o adiantamento.
       PRINCIPAL.
              PERFORM APURA-AVOS.
              IF PARCELA-13 EQUAL 1
                     PERFORM CALCULA-PRIMEIRA-PARCELA
              ELSE
              ADD VALOR-LIQUIDO TO LIQ-GERAL.
              PERFORM LEITURA.

      * Um avo por mes do ano ate o corrente; o mes com menos de
      * DIAS-MINIMOS-AVO dias trabalhados por afastamento nao pago
      * pela empresa nao conta.
       APURA-AVOS.
              MOVE 12 TO AVOS-13.
              PERFORM VARYING MES-AVO FROM 1 BY 1
                      UNTIL MES-AVO GREATER THAN MES-HOJE
                      PERFORM APURA-MES-AVO
              END-PERFORM.

       APURA-MES-AVO.
              MOVE ANO-HOJE TO ANO-CALC.
              MOVE MES-AVO  TO MES-CALC.
              MOVE 1 TO DIA-CALC.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-INICIO-MES.
              MOVE DIAS-MES-TAB(MES-CALC) TO ULTIMO-DIA-MES.
              IF MES-CALC EQUAL 2
                     PERFORM AJUSTA-FEVEREIRO.
              MOVE ULTIMO-DIA-MES TO DIA-CALC.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-FIM-MES.
              MOVE ZEROES TO DIAS-AFASTADO.
              PERFORM VARYING IDX-AFT FROM 1 BY 1
                      UNTIL IDX-AFT GREATER THAN TOTAL-AFT
                      IF CODIGO-AFT-TAB(IDX-AFT) EQUAL CODIGO
                        AND TIPO-AFT-TAB(IDX-AFT) NOT EQUAL "M"
                             PERFORM SOMA-DIAS-AFASTADO
                      END-IF
              END-PERFORM.
              IF DIAS-AFASTADO GREATER THAN
                 ULTIMO-DIA-MES - DIAS-MINIMOS-AVO
                AND AVOS-13 GREATER THAN ZEROES
                     SUBTRACT 1 FROM AVOS-13.

      * Doenca/acidente a partir do 16o dia (os 15 primeiros sao
      * pagos pela empresa), licenca sem remuneracao desde o
      * inicio; sem retorno informado, ate o fim do mes.
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

       CALCULA-PRIMEIRA-PARCELA.
              COMPUTE VALOR-BRUTO ROUNDED =
                      SALARIO * AVOS-13 / 12 / 2.
              MOVE ZEROES TO VALOR-INSS VALOR-IRRF.
              MOVE VALOR-BRUTO TO VALOR-LIQUIDO.

       CALCULA-SEGUNDA-PARCELA.
              COMPUTE VALOR-BRUTO ROUNDED = SALARIO * AVOS-13 / 12.
              MOVE VALOR-BRUTO TO BASE-CALCULO.
              PERFORM CALCULA-INSS.
              PERFORM CALCULA-IRRF.
              COMPUTE VALOR-ADIANTAMENTO ROUNDED = VALOR-BRUTO / 2.
              COMPUTE VALOR-LIQUIDO =
                      VALOR-BRUTO - VALOR-INSS - VALOR-IRRF
                      - VALOR-ADIANTAMENTO.
              MOVE NOME         TO VAR-NOME-HOL.
              MOVE DEPARTAMENTO TO VAR-DEPTO-HOL.
              WRITE REG-HOL FROM HOL-FUNC AFTER ADVANCING 2 LINES.
              IF AVOS-13 LESS THAN 12
                     MOVE AVOS-13 TO VAR-AVOS-HOL
                     WRITE REG-HOL FROM HOL-AVOS
                           AFTER ADVANCING 2 LINES.
              MOVE "13o SALARIO BRUTO....." TO VAR-ROTULO-HOL.
              MOVE VALOR-BRUTO TO VAR-VALOR-HOL.
              WRITE REG-HOL FROM HOL-LINHA AFTER ADVANCING 2 LINES.
