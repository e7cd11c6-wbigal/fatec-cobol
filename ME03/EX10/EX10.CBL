      *              SAI NO RELATORIO DE LIQUIDOS (RELFER), NOS
      *              HOLERITES (HOLERFER) E NO HISTORICO FOLHAHIS.DAT
      *              (TIPO "F").
      *              A TRANSACAO TRAZ TAMBEM OS DIAS DE GOZO (ZERO OU
      *              EM BRANCO = 30) E OS DIAS VENDIDOS (ABONO
      *              PECUNIARIO, ATE 10). O GOZO MINIMO E DE 5 DIAS E
      *              GOZO + VENDIDOS NAO PODE PASSAR DO SALDO: DIREITO
      *              DOS PERIODOS AQUISITIVOS COMPLETOS ATE O INICIO
      *              DAS FERIAS NO RAZAO SALDOFER.DAT (EX-22, RODADO
      *              ANTES) MENOS OS DIAS JA PAGOS NO HISTORICO
      *              FERIAHIS.DAT E NESTE MESMO MOVIMENTO; A RECUSA
      *              SAI COM O MOTIVO. O GOZO E PAGO PROPORCIONAL AOS
      *              DIAS (+ 1/3) E TRIBUTADO; O ABONO PECUNIARIO
      *              (+ 1/3) E ISENTO E SO ENTRA NO LIQUIDO. CADA
      *              FERIAS PAGA E ACRESCENTADA AO FERIAHIS.DAT.

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL IRRFTAB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SALDOFER ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL FERIAHIS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FERIAHIS-STATUS.

              SELECT RELFER ASSIGN TO DISK.

              SELECT HOLERFER ASSIGN TO DISK.
       FILE                 SECTION.

      * FERIAS: ferias programadas pelo RH - uma por linha.
      * DIAS-FER zero ou em branco = 30 dias de gozo; ABONO-FER =
      * dias vendidos (abono pecuniario).
       FD     FERIAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "FERIAS.DAT".
       01     REG-FERIAS.
              02 CODIGO-FER        PIC 9(05).
              02 DATA-INICIO-FER   PIC 9(08).
              02 DIAS-FER          PIC 9(02).
              02 ABONO-FER         PIC 9(02).

      * CADENT: visao da folha (mesmo layout do EX05).
       FD     CADENT
              02 ALIQUOTA-IRRF     PIC 9(02)V9(02).
              02 DEDUCAO-IRRF      PIC 9(05)V9(02).

      * SALDOFER: razao de ferias por periodo aquisitivo, mantido
      * pelo EX-22 (copybook).
       FD     SALDOFER
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SALDOFER.DAT".
       COPY SALDOFER.

      * FERIAHIS: historico das ferias pagas (copybook), lido para
      * o saldo e depois acrescido.
       FD     FERIAHIS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "FERIAHIS.DAT".
       COPY FERIAHIS.

       FD     RELFER
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).
       77  FIM-ENT      PIC X(03) VALUE "NAO".
       77  FIM-INSS     PIC X(03) VALUE "NAO".
       77  FIM-IRRF     PIC X(03) VALUE "NAO".
       77  FIM-RAZAO    PIC X(03) VALUE "NAO".
       77  FIM-FHS      PIC X(03) VALUE "NAO".
       77  FERIAHIS-STATUS PIC X(02) VALUE "00".
       77  RUNLOG-STATUS PIC X(02) VALUE "00".
       77  FOLHAHIS-STATUS PIC X(02) VALUE "00".
       77  TOTAL-LIDOS   PIC 9(05) VALUE ZEROES.
                 03 DEPTO-RST-TAB  PIC 9(02).
                 03 SALARIO-RST-TAB PIC 9(05)V9(02).

      * Razao de ferias em memoria: so o que a conferencia do saldo
      * usa.
       77  TOTAL-SF     PIC 9(04) VALUE ZEROES.
       77  IDX-SF       PIC 9(04) VALUE ZEROES.
       01  TABELA-SF.
              02 SF-REG    OCCURS 2000 TIMES.
                 03 CODIGO-SF-TAB  PIC 9(05).
                 03 FIM-SF-TAB     PIC 9(08).
                 03 DIREITO-SF-TAB PIC 9(02).

      * Historico de ferias pagas; as aceitas neste movimento entram
      * na tabela tambem, para a transacao seguinte do mesmo
      * funcionario.
       77  TOTAL-FHS    PIC 9(04) VALUE ZEROES.
       77  IDX-FHS      PIC 9(04) VALUE ZEROES.
       01  TABELA-FHS.
              02 FHS-REG   OCCURS 2000 TIMES.
                 03 CODIGO-FHS-TAB PIC 9(05).
                 03 DIAS-FHS-TAB   PIC 9(03).

      * Conferencia da transacao contra o saldo.
       77  DIAS-GOZO    PIC 9(02) VALUE ZEROES.
       77  DIAS-ABONO   PIC 9(02) VALUE ZEROES.
       77  DIAS-PEDIDOS PIC 9(03) VALUE ZEROES.
       77  PERIODOS-FUNC PIC 9(03) VALUE ZEROES.
       77  SALDO-DISPONIVEL PIC S9(04) VALUE ZEROES.
       77  MOTIVO-RECUSA PIC X(40) VALUE SPACES.

      * Tabelas de faixas em memoria, com os mesmos defaults da
      * folha mensal quando os arquivos de parametro faltam.
       77  TOTAL-FAIXAS-INSS PIC 9(02) VALUE ZEROES.
                 03 ALIQUOTA-IRRF-TAB PIC 9(02)V9(02).
                 03 DEDUCAO-IRRF-TAB  PIC 9(05)V9(02).

      * Apuracao das ferias da vez: bruto = salario dos dias de
      * gozo + um terco; abono pecuniario = salario dos dias
      * vendidos + um terco, fora do bruto tributavel.
       77  BASE-CALCULO PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-BRUTO  PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-GOZO   PIC 9(05)V9(02) VALUE ZEROES.
       77  VALOR-TERCO  PIC 9(05)V9(02) VALUE ZEROES.
       77  VALOR-ABONO  PIC 9(05)V9(02) VALUE ZEROES.
       77  TERCO-ABONO  PIC 9(05)V9(02) VALUE ZEROES.
       77  ABONO-TOTAL  PIC 9(05)V9(02) VALUE ZEROES.
       77  VALOR-INSS   PIC 9(05)V9(02) VALUE ZEROES.
       77  VALOR-IRRF   PIC 9(05)V9(02) VALUE ZEROES.
       77  BASE-IRRF    PIC 9(06)V9(02) VALUE ZEROES.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-CODIGO PIC 9(05).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-NOME   PIC X(16).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-BRUTO  PIC ZZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-IRRF   PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-ABONO  PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-LIQUIDO PIC ZZZ.ZZ9,99.
              02 FILLER     PIC X(03) VALUE SPACES.

              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-CODIGO-REC PIC 9(05).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-MOTIVO-REC PIC X(40).
              02 FILLER     PIC X(07) VALUE " SALDO ".
              02 VAR-SALDO-REC PIC ---9.
              02 FILLER     PIC X(20) VALUE SPACES.

       01  LINHA-GERAL.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-INICIO-HOL PIC 9(08).
              02 FILLER     PIC X(45) VALUE SPACES.

       01  HOL-DIAS.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER     PIC X(22) VALUE "DIAS GOZO / VENDIDOS..".
              02 VAR-GOZO-HOL PIC Z9.
              02 FILLER     PIC X(03) VALUE " / ".
              02 VAR-ABONO-HOL PIC Z9.
              02 FILLER     PIC X(46) VALUE SPACES.

       01  HOL-LINHA.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 VAR-ROTULO-HOL PIC X(22).
              PERFORM CARREGA-ROSTER.
              PERFORM CARREGA-TABELA-INSS.
              PERFORM CARREGA-TABELA-IRRF.
              PERFORM CARREGA-RAZAO-FERIAS.
              PERFORM CARREGA-HISTORICO-FERIAS.
              PERFORM ABRE-HISTORICO-FOLHA.
              PERFORM ABRE-HISTORICO-FERIAS.
              OPEN   INPUT  FERIAS
                     OUTPUT RELFER
                     OUTPUT HOLERFER.
              END-PERFORM.
              CLOSE CADENT.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX-10: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-RAZAO-FERIAS.
              OPEN INPUT SALDOFER.
              PERFORM UNTIL FIM-RAZAO EQUAL "SIM"
                      READ SALDOFER
                             AT END MOVE "SIM" TO FIM-RAZAO
                             NOT AT END
                                  IF TOTAL-SF NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-SF
                                  MOVE CODIGO-SF TO
                                     CODIGO-SF-TAB(TOTAL-SF)
                                  MOVE FIM-SF TO
                                     FIM-SF-TAB(TOTAL-SF)
                                  MOVE DIREITO-SF TO
                                     DIREITO-SF-TAB(TOTAL-SF)
                      END-READ
              END-PERFORM.
              CLOSE SALDOFER.

       CARREGA-HISTORICO-FERIAS.
              OPEN INPUT FERIAHIS.
              PERFORM UNTIL FIM-FHS EQUAL "SIM"
                      READ FERIAHIS
                             AT END MOVE "SIM" TO FIM-FHS
                             NOT AT END
                                  IF TOTAL-FHS NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-FHS
                                  MOVE CODIGO-FHS TO
                                     CODIGO-FHS-TAB(TOTAL-FHS)
                                  COMPUTE DIAS-FHS-TAB(TOTAL-FHS) =
                                     DIAS-GOZO-FHS + DIAS-ABONO-FHS
                      END-READ
              END-PERFORM.
              CLOSE FERIAHIS.

      * Mesmos defaults da virada do ano da folha mensal (EX05).
       CARREGA-TABELA-INSS.
              OPEN INPUT INSSTAB.
                     OPEN EXTEND FOLHAHIS
              END-IF.

       ABRE-HISTORICO-FERIAS.
              OPEN INPUT FERIAHIS.
              IF FERIAHIS-STATUS EQUAL "35"
                     CLOSE FERIAHIS
                     OPEN OUTPUT FERIAHIS
              ELSE
                     CLOSE FERIAHIS
                     OPEN EXTEND FERIAHIS
              END-IF.

       LEITURA.
              READ FERIAS
                     AT END MOVE "SIM" TO FIM-ARQ
              END-READ.

       PRINCIPAL.
              MOVE SPACES TO MOTIVO-RECUSA.
              MOVE ZEROES TO SALDO-DISPONIVEL.
              PERFORM LOCALIZA-FUNCIONARIO.
              IF IDX-FUNC EQUAL ZEROES
                     MOVE "CODIGO FORA DO ROSTER - RECUSADA"
                       TO MOTIVO-RECUSA
              ELSE
                     PERFORM CONFERE-SALDO.
              IF MOTIVO-RECUSA NOT EQUAL SPACES
                     ADD 1 TO TOTAL-RECUSADAS
                     MOVE CODIGO-FER       TO VAR-CODIGO-REC
                     MOVE MOTIVO-RECUSA    TO VAR-MOTIVO-REC
                     MOVE SALDO-DISPONIVEL TO VAR-SALDO-REC
                     WRITE REG-REL FROM DETALHE-FER-RECUSA
                           AFTER ADVANCING 1 LINE
              ELSE
                      END-IF
              END-PERFORM.

      * Saldo = direito dos periodos completos antes do inicio das
      * ferias menos tudo o que ja foi pago (historico + este
      * movimento).
       CONFERE-SALDO.
              IF DIAS-FER NOT NUMERIC OR DIAS-FER EQUAL ZEROES
                     MOVE 30 TO DIAS-GOZO
              ELSE
                     MOVE DIAS-FER TO DIAS-GOZO.
              IF ABONO-FER NOT NUMERIC
                     MOVE ZEROES TO DIAS-ABONO
              ELSE
                     MOVE ABONO-FER TO DIAS-ABONO.
              COMPUTE DIAS-PEDIDOS = DIAS-GOZO + DIAS-ABONO.
              MOVE ZEROES TO PERIODOS-FUNC.
              PERFORM VARYING IDX-SF FROM 1 BY 1
                      UNTIL IDX-SF GREATER THAN TOTAL-SF
                      IF CODIGO-SF-TAB(IDX-SF) EQUAL CODIGO-FER
                             ADD 1 TO PERIODOS-FUNC
                             IF FIM-SF-TAB(IDX-SF) LESS THAN
                                DATA-INICIO-FER
                                    ADD DIREITO-SF-TAB(IDX-SF)
                                     TO SALDO-DISPONIVEL
                             END-IF
                      END-IF
              END-PERFORM.
              PERFORM VARYING IDX-FHS FROM 1 BY 1
                      UNTIL IDX-FHS GREATER THAN TOTAL-FHS
                      IF CODIGO-FHS-TAB(IDX-FHS) EQUAL CODIGO-FER
                             SUBTRACT DIAS-FHS-TAB(IDX-FHS)
                                 FROM SALDO-DISPONIVEL
                      END-IF
              END-PERFORM.
              EVALUATE TRUE
                     WHEN DIAS-GOZO LESS THAN 5
                       OR DIAS-GOZO GREATER THAN 30
                            MOVE "GOZO FORA DE 5 A 30 DIAS - RECUSADA"
                              TO MOTIVO-RECUSA
                     WHEN DIAS-ABONO GREATER THAN 10
                            MOVE "ABONO ACIMA DE 10 DIAS - RECUSADA"
                              TO MOTIVO-RECUSA
                     WHEN PERIODOS-FUNC EQUAL ZEROES
                            MOVE "SEM PERIODO AQUISITIVO - RECUSADA"
                              TO MOTIVO-RECUSA
                     WHEN DIAS-PEDIDOS GREATER THAN SALDO-DISPONIVEL
                            MOVE "SALDO INSUFICIENTE - RECUSADA"
                              TO MOTIVO-RECUSA
              END-EVALUATE.

      * Ferias: bruto = salario dos dias de gozo + um terco,
      * tributado pelas tabelas sobre o bruto (INSS) e sobre
      * bruto - INSS (IRRF); o abono pecuniario soma so no liquido.
       CALCULA-FERIAS.
              ADD 1 TO TOTAL-PAGAS.
              COMPUTE VALOR-GOZO ROUNDED =
                      SALARIO-RST-TAB(IDX-FUNC) * DIAS-GOZO / 30.
              COMPUTE VALOR-TERCO ROUNDED = VALOR-GOZO / 3.
              COMPUTE VALOR-BRUTO = VALOR-GOZO + VALOR-TERCO.
              COMPUTE VALOR-ABONO ROUNDED =
                      SALARIO-RST-TAB(IDX-FUNC) * DIAS-ABONO / 30.
              COMPUTE TERCO-ABONO ROUNDED = VALOR-ABONO / 3.
              COMPUTE ABONO-TOTAL = VALOR-ABONO + TERCO-ABONO.
              MOVE VALOR-BRUTO TO BASE-CALCULO.
              PERFORM CALCULA-INSS.
              PERFORM CALCULA-IRRF.
              COMPUTE VALOR-LIQUIDO =
                      VALOR-BRUTO - VALOR-INSS - VALOR-IRRF
                      + ABONO-TOTAL.
              ADD VALOR-BRUTO   TO BRUTO-GERAL.
              ADD VALOR-INSS    TO DESC-GERAL.
              ADD VALOR-IRRF    TO DESC-GERAL.
              PERFORM IMPRIME-LINHA-FER.
              PERFORM IMPRIME-HOLERITE.
              PERFORM GRAVA-HISTORICO-FOLHA.
              PERFORM GRAVA-HISTORICO-FERIAS.

      * INSS progressivo sobre a base (mesma mecanica do EX05).
       CALCULA-INSS.
              MOVE VALOR-BRUTO   TO VAR-BRUTO.
              MOVE VALOR-INSS    TO VAR-INSS.
              MOVE VALOR-IRRF    TO VAR-IRRF.
              MOVE ABONO-TOTAL   TO VAR-ABONO.
              MOVE VALOR-LIQUIDO TO VAR-LIQUIDO.
              WRITE REG-REL FROM DETALHE-FER
                    AFTER ADVANCING 1 LINE.
              WRITE REG-HOL FROM HOL-FUNC AFTER ADVANCING 2 LINES.
              MOVE DATA-INICIO-FER TO VAR-INICIO-HOL.
              WRITE REG-HOL FROM HOL-INICIO AFTER ADVANCING 1 LINE.
              MOVE DIAS-GOZO  TO VAR-GOZO-HOL.
              MOVE DIAS-ABONO TO VAR-ABONO-HOL.
              WRITE REG-HOL FROM HOL-DIAS AFTER ADVANCING 1 LINE.
              MOVE "SALARIO DOS DIAS......" TO VAR-ROTULO-HOL.
              MOVE VALOR-GOZO TO VAR-VALOR-HOL.
              WRITE REG-HOL FROM HOL-LINHA AFTER ADVANCING 2 LINES.
              MOVE "UM TERCO DE FERIAS...." TO VAR-ROTULO-HOL.
              MOVE VALOR-TERCO TO VAR-VALOR-HOL.
              WRITE REG-HOL FROM HOL-LINHA AFTER ADVANCING 1 LINE.
              IF DIAS-ABONO GREATER THAN ZEROES
                     MOVE "ABONO PECUNIARIO......" TO VAR-ROTULO-HOL
                     MOVE VALOR-ABONO TO VAR-VALOR-HOL
                     WRITE REG-HOL FROM HOL-LINHA
                           AFTER ADVANCING 1 LINE
                     MOVE "UM TERCO DO ABONO....." TO VAR-ROTULO-HOL
                     MOVE TERCO-ABONO TO VAR-VALOR-HOL
                     WRITE REG-HOL FROM HOL-LINHA
                           AFTER ADVANCING 1 LINE
              END-IF.
              MOVE "INSS.................." TO VAR-ROTULO-HOL.
              MOVE VALOR-INSS TO VAR-VALOR-HOL.
              WRITE REG-HOL FROM HOL-LINHA AFTER ADVANCING 1 LINE.
              MOVE VALOR-LIQUIDO TO LIQUIDO-FH.
              WRITE REG-FOLHAHIS.

       GRAVA-HISTORICO-FERIAS.
              MOVE CODIGO-FER      TO CODIGO-FHS.
              MOVE DATA-INICIO-FER TO DATA-INICIO-FHS.
              MOVE DIAS-GOZO       TO DIAS-GOZO-FHS.
              MOVE DIAS-ABONO      TO DIAS-ABONO-FHS.
              MOVE PERIODO-FOLHA   TO PERIODO-FHS.
              WRITE REG-FHS.
              IF TOTAL-FHS NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-FHS.
              MOVE CODIGO-FER   TO CODIGO-FHS-TAB(TOTAL-FHS).
              MOVE DIAS-PEDIDOS TO DIAS-FHS-TAB(TOTAL-FHS).

       FIM.
              MOVE BRUTO-GERAL TO VAR-BRUTO-GER.
              MOVE DESC-GERAL  TO VAR-DESC-GER.
              CLOSE FERIAS
                    RELFER
                    HOLERFER
                    FOLHAHIS
                    FERIAHIS.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
