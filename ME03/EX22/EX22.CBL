       IDENTIFICATION              DIVISION.

       PROGRAM-ID.          EX-22.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.            APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      CONTROLE DE FERIAS POR PERIODO AQUISITIVO: O
      *              EX10 PAGAVA O QUE O FERIAS.DAT MANDASSE E NINGUEM
      *              ACOMPANHAVA OS PERIODOS - FERIAS QUE PASSAM DO
      *              PERIODO CONCESSIVO SAO PAGAS EM DOBRO. RODADO
      *              TODO MES, ANTES DO EX10: PARA CADA FUNCIONARIO
      *              ATIVO DO CADFUNCI.DAT GERA NO RAZAO SALDOFER.DAT
      *              OS PERIODOS AQUISITIVOS DESDE A ADMISSAO, SOMA AS
      *              FALTAS DO MES (PONTO.DAT) AO PERIODO EM CURSO,
      *              APURA O DIREITO PELA ESCALA LEGAL DE FALTAS
      *              (ATE 5: 30 DIAS, 6-14: 24, 15-23: 18, 24-32: 12,
      *              MAIS DE 32: NENHUM) E ABATE DOS PERIODOS VENCIDOS,
      *              DO MAIS ANTIGO PARA O MAIS NOVO, OS DIAS GOZADOS
      *              E VENDIDOS (ABONO PECUNIARIO) DO HISTORICO
      *              FERIAHIS.DAT GRAVADO PELO EX10. O RELATORIO
      *              RELSDFER LISTA O SALDO POR FUNCIONARIO E PERIODO
      *              E SINALIZA O PERIODO CUJO LIMITE DE CONCESSAO
      *              CAI NOS PROXIMOS MESES-ALERTA MESES ("A VENCER")
      *              OU JA PASSOU ("VENCIDA" - DEVIDA EM DOBRO).
      *              DESLIGADO SAI DO RAZAO NA REGRAVACAO. OS
      *              AFASTAMENTOS DO REGISTRO AFASTAM.DAT (EX-24) TEM
      *              O EFEITO LEGAL SOBRE O PERIODO: A LICENCA SEM
      *              REMUNERACAO SUSPENDE A CONTAGEM (O FIM E O
      *              LIMITE DO PERIODO SAO ADIADOS PELOS DIAS DE
      *              LICENCA DENTRO DELE) E MAIS DE 180 DIAS DE
      *              BENEFICIO DO INSS POR DOENCA OU ACIDENTE (A
      *              PARTIR DO 16o DIA) NO PERIODO TIRAM O DIREITO. A
      *              LICENCA-MATERNIDADE CONTA COMO TEMPO DE SERVICO.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL CADFUNCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-FUNC
              FILE STATUS IS CADFUNCI-STATUS.

              SELECT OPTIONAL SALDOFER ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL FERIAHIS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PONTO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL AFASTAM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELSDFER ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * CADFUNCI: mestre de funcionarios indexado (layout do EX-16),
      * lido em sequencia pela chave.
       FD     CADFUNCI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADFUNCI.DAT".
       01     REG-FUNCI.
              02 CODIGO-FUNC       PIC 9(05).
              02 NOME-FUNC         PIC X(30).
              02 DEPTO-FUNC        PIC 9(02).
              02 SALARIO-FUNC      PIC 9(05)V9(02).
              02 DATA-ADMISSAO-FUNC PIC 9(08).
              02 STATUS-FUNC       PIC X(01).
              02 DATA-ULT-EVENTO-FUNC PIC 9(08).
              02 CPF-FUNC          PIC 9(11).

      * SALDOFER: razao de ferias por periodo aquisitivo (copybook),
      * carregado por completo e regravado ao final.
       FD     SALDOFER
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SALDOFER.DAT".
       COPY SALDOFER.

      * FERIAHIS: historico das ferias pagas pelo EX-10 (copybook).
       FD     FERIAHIS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "FERIAHIS.DAT".
       COPY FERIAHIS.

      * PONTO: ponto mensal por funcionario (EX-14); so as faltas
      * interessam ao periodo aquisitivo.
       FD     PONTO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PONTO.DAT".
       01     REG-PONTO.
              02 CODIGO-PNT        PIC 9(05).
              02 HORAS50-PNT       PIC 9(03).
              02 HORAS100-PNT      PIC 9(03).
              02 HORASNOT-PNT      PIC 9(03).
              02 FALTAS-PNT        PIC 9(02).

      * AFASTAM: registro de afastamentos (copybook, EX-24).
       FD     AFASTAM
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "AFASTAM.DAT".
       COPY AFASTAM.

       FD     RELSDFER
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77  FIM-ARQ      PIC X(03) VALUE "NAO".
       77  FIM-RAZAO    PIC X(03) VALUE "NAO".
       77  FIM-FHS      PIC X(03) VALUE "NAO".
       77  FIM-PNT      PIC X(03) VALUE "NAO".
       77  FIM-AFT      PIC X(03) VALUE "NAO".
       77  CADFUNCI-STATUS PIC X(02) VALUE "00".
       77  RUNLOG-STATUS PIC X(02) VALUE "00".
       77  TOTAL-LIDOS   PIC 9(05) VALUE ZEROES.
       77  TOTAL-ATIVOS  PIC 9(05) VALUE ZEROES.
       77  TOTAL-A-VENCER PIC 9(04) VALUE ZEROES.
       77  TOTAL-VENCIDAS PIC 9(04) VALUE ZEROES.
       77  PERIODO-ATUAL PIC 9(06) VALUE ZEROES.
       77  DATA-HOJE-NUM PIC 9(08) VALUE ZEROES.
       77  MESES-ALERTA PIC 9(02) VALUE 2.
       77  MESES-PARA-LIMITE PIC S9(05) VALUE ZEROES.
       01  DATA-HOJE.
              02 ANO-HOJE   PIC 9(04).
              02 MES-HOJE   PIC 9(02).
              02 DIA-HOJE   PIC 9(02).
       01  HORA-ATUAL.
              02 HH-ATUAL   PIC 99.
              02 MM-ATUAL   PIC 99.
              02 SS-ATUAL   PIC 99.
              02 CS-ATUAL   PIC 99.

      * Aritmetica de datas: aniversario da admissao (29/02 vira
      * 28/02) e vespera de uma data, pela tabela de dias do mes.
       01  DATA-ADM.
              02 ANO-ADM    PIC 9(04).
              02 MMDD-ADM   PIC 9(04).
       01  DATA-ADM-NUM REDEFINES DATA-ADM PIC 9(08).
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
       01  DATA-LIMITE.
              02 ANO-LIMITE PIC 9(04).
              02 MES-LIMITE PIC 9(02).
              02 DIA-LIMITE PIC 9(02).
       01  DATA-LIMITE-NUM REDEFINES DATA-LIMITE PIC 9(08).
       77  QUOCIENTE-BISSEXTO PIC 9(04) VALUE ZEROES.
       77  RESTO-BISSEXTO PIC 9(03) VALUE ZEROES.
       77  ANO-PERIODO  PIC 9(04) VALUE ZEROES.
       77  INICIO-PERIODO PIC 9(08) VALUE ZEROES.
       77  FIM-GERACAO  PIC X(03) VALUE "NAO".
       77  DIA-ORIGINAL PIC 9(02) VALUE ZEROES.
       77  ULTIMO-DIA-MES PIC 9(02) VALUE ZEROES.

      * Numero de dias de cada data a partir de uma origem fixa (ano
      * comecando em marco, calendario gregoriano): so a diferenca
      * entre duas datas interessa.
       77  ANO-SERIAL   PIC 9(04) VALUE ZEROES.
       77  MES-SERIAL   PIC 9(02) VALUE ZEROES.
       77  QUOCIENTE-SERIAL PIC 9(06) VALUE ZEROES.
       77  DIAS-SERIAL  PIC 9(07) VALUE ZEROES.
       77  SERIAL-HOJE  PIC 9(07) VALUE ZEROES.
       77  SERIAL-INICIO-PER PIC 9(07) VALUE ZEROES.
       77  SERIAL-FIM-PER PIC 9(07) VALUE ZEROES.
       77  SERIAL-DE    PIC 9(07) VALUE ZEROES.
       77  SERIAL-ATE   PIC 9(07) VALUE ZEROES.

      * Afastamentos (AFASTAM.DAT, EX-24) em memoria e os dias do
      * funcionario da vez que caem dentro do periodo: licenca sem
      * remuneracao (adia o periodo) e beneficio do INSS por doenca
      * ou acidente - os 15 primeiros dias sao pagos pela empresa e
      * nao contam.
       77  TOTAL-AFT    PIC 9(04) VALUE ZEROES.
       77  IDX-AFT      PIC 9(04) VALUE ZEROES.
       01  TABELA-AFT.
              02 AFT-REG   OCCURS 2000 TIMES.
                 03 CODIGO-AFT-TAB   PIC 9(05).
                 03 TIPO-AFT-TAB     PIC X(01).
                 03 INICIO-AFT-TAB   PIC 9(08).
                 03 RETORNO-AFT-TAB  PIC 9(08).
       77  DIAS-PAGOS-EMPRESA PIC 9(02) VALUE 15.
       77  LIMITE-DIAS-BENEFICIO PIC 9(03) VALUE 180.
       77  DIAS-SUSPENSOS PIC 9(04) VALUE ZEROES.
       77  DIAS-BENEFICIO PIC 9(04) VALUE ZEROES.
       77  DIAS-CONTADOS PIC 9(04) VALUE ZEROES.
       77  TIPO-CONTAGEM PIC X(01) VALUE SPACES.

      * Razao em memoria; VISTO-SF-TAB "S" = funcionario ativo
      * neste run (so esses sao regravados).
       77  TOTAL-SF     PIC 9(04) VALUE ZEROES.
       77  IDX-SF       PIC 9(04) VALUE ZEROES.
       77  IDX-SF-ACHADO PIC 9(04) VALUE ZEROES.
       01  TABELA-SF.
              02 SF-REG    OCCURS 2000 TIMES.
                 03 CODIGO-SF-TAB      PIC 9(05).
                 03 INICIO-SF-TAB      PIC 9(08).
                 03 FIM-SF-TAB         PIC 9(08).
                 03 LIMITE-SF-TAB      PIC 9(08).
                 03 FALTAS-SF-TAB      PIC 9(03).
                 03 DIREITO-SF-TAB     PIC 9(02).
                 03 GOZADOS-SF-TAB     PIC 9(02).
                 03 VENDIDOS-SF-TAB    PIC 9(02).
                 03 SALDO-SF-TAB       PIC 9(02).
                 03 ULT-PONTO-SF-TAB   PIC 9(06).
                 03 VISTO-SF-TAB       PIC X(01).

      * Historico de ferias pagas, na ordem do arquivo.
       77  TOTAL-FHS    PIC 9(04) VALUE ZEROES.
       77  IDX-FHS      PIC 9(04) VALUE ZEROES.
       01  TABELA-FHS.
              02 FHS-REG   OCCURS 2000 TIMES.
                 03 CODIGO-FHS-TAB     PIC 9(05).
                 03 DIAS-GOZO-FHS-TAB  PIC 9(02).
                 03 DIAS-ABONO-FHS-TAB PIC 9(02).

      * Faltas do mes (PONTO.DAT).
       77  TOTAL-PNT    PIC 9(04) VALUE ZEROES.
       77  IDX-PNT      PIC 9(04) VALUE ZEROES.
       01  TABELA-PNT.
              02 PNT-REG   OCCURS 2000 TIMES.
                 03 CODIGO-PNT-TAB   PIC 9(05).
                 03 FALTAS-PNT-TAB   PIC 9(02).

      * Abatimento dos dias do historico nos periodos.
       77  DIAS-A-ABATER PIC 9(03) VALUE ZEROES.
       77  DIAS-ABATIDOS PIC 9(03) VALUE ZEROES.
       77  TIPO-ABATE   PIC X(01) VALUE SPACES.

       01  CAB-SDF-01.
              02 FILLER     PIC X(20) VALUE SPACES.
              02 FILLER     PIC X(40)
                 VALUE "SALDO DE FERIAS POR PERIODO AQUISITIVO".
              02 FILLER     PIC X(20) VALUE SPACES.

       01  CAB-SDF-02.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(06) VALUE "CODIGO".
              02 FILLER     PIC X(01) VALUE SPACES.
              02 FILLER     PIC X(16) VALUE "NOME".
              02 FILLER     PIC X(18) VALUE "AQUISITIVO DE/ATE".
              02 FILLER     PIC X(09) VALUE "LIMITE".
              02 FILLER     PIC X(16) VALUE "FAL DI GO VE SA".
              02 FILLER     PIC X(12) VALUE "SITUACAO".

       01  DETALHE-SDF.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-CODIGO PIC 9(05).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-NOME   PIC X(16).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-INICIO PIC 9(08).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-FIM    PIC 9(08).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-LIMITE PIC 9(08).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-FALTAS PIC ZZ9.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-DIREITO PIC Z9.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-GOZADOS PIC Z9.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-VENDIDOS PIC Z9.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-SALDO  PIC Z9.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-SITUACAO PIC X(12).

       01  ROD-SDF-01.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Periodos a vencer        :".
              02 VAR-A-VENCER PIC ZZZ9.
              02 FILLER     PIC X(44) VALUE SPACES.

       01  ROD-SDF-02.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Periodos vencidos (dobro):".
              02 VAR-VENCIDAS PIC ZZZ9.
              02 FILLER     PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX22.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM REGRAVA-RAZAO.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              COMPUTE PERIODO-ATUAL = ANO-HOJE * 100 + MES-HOJE.
              PERFORM CARREGA-RAZAO.
              PERFORM CARREGA-HISTORICO-FERIAS.
              PERFORM CARREGA-PONTO.
              PERFORM CARREGA-AFASTAMENTOS.
              MOVE DATA-HOJE-NUM TO DATA-CALC-NUM.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-HOJE.
              OPEN   INPUT  CADFUNCI
                     OUTPUT RELSDFER.
              WRITE REG-REL FROM CAB-SDF-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-SDF-02 AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.
              PERFORM LEITURA.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX-22: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-RAZAO.
              OPEN INPUT SALDOFER.
              PERFORM UNTIL FIM-RAZAO EQUAL "SIM"
                      READ SALDOFER
                             AT END MOVE "SIM" TO FIM-RAZAO
                             NOT AT END
                                  IF TOTAL-SF NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-SF
                                  PERFORM GUARDA-PERIODO
                      END-READ
              END-PERFORM.
              CLOSE SALDOFER.

       GUARDA-PERIODO.
              MOVE CODIGO-SF    TO CODIGO-SF-TAB(TOTAL-SF).
              MOVE INICIO-SF    TO INICIO-SF-TAB(TOTAL-SF).
              MOVE FIM-SF       TO FIM-SF-TAB(TOTAL-SF).
              MOVE LIMITE-SF    TO LIMITE-SF-TAB(TOTAL-SF).
              MOVE FALTAS-SF    TO FALTAS-SF-TAB(TOTAL-SF).
              MOVE DIREITO-SF   TO DIREITO-SF-TAB(TOTAL-SF).
              MOVE GOZADOS-SF   TO GOZADOS-SF-TAB(TOTAL-SF).
              MOVE VENDIDOS-SF  TO VENDIDOS-SF-TAB(TOTAL-SF).
              MOVE SALDO-SF     TO SALDO-SF-TAB(TOTAL-SF).
              MOVE ULT-PONTO-SF TO ULT-PONTO-SF-TAB(TOTAL-SF).
              MOVE "N"          TO VISTO-SF-TAB(TOTAL-SF).

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
                                  MOVE DIAS-GOZO-FHS TO
                                     DIAS-GOZO-FHS-TAB(TOTAL-FHS)
                                  MOVE DIAS-ABONO-FHS TO
                                     DIAS-ABONO-FHS-TAB(TOTAL-FHS)
                      END-READ
              END-PERFORM.
              CLOSE FERIAHIS.

       CARREGA-PONTO.
              OPEN INPUT PONTO.
              PERFORM UNTIL FIM-PNT EQUAL "SIM"
                      READ PONTO
                             AT END MOVE "SIM" TO FIM-PNT
                             NOT AT END
                                  IF TOTAL-PNT LESS THAN 2000
                                       ADD 1 TO TOTAL-PNT
                                       MOVE CODIGO-PNT TO
                                          CODIGO-PNT-TAB(TOTAL-PNT)
                                       MOVE FALTAS-PNT TO
                                          FALTAS-PNT-TAB(TOTAL-PNT)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PONTO.

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

       LEITURA.
              READ CADFUNCI
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              IF STATUS-FUNC EQUAL "A"
                AND DATA-ADMISSAO-FUNC GREATER THAN ZEROES
                     ADD 1 TO TOTAL-ATIVOS
                     PERFORM GERA-PERIODOS
                     PERFORM APLICA-SUSPENSOES
                     PERFORM SOMA-FALTAS-DO-MES
                     PERFORM APURA-DIREITO
                     PERFORM ABATE-HISTORICO
                     PERFORM IMPRIME-FUNCIONARIO.
              PERFORM LEITURA.

      * Um periodo por aniversario da admissao ate hoje; os que ja
      * estao no razao so sao marcados como vistos.
       GERA-PERIODOS.
              MOVE DATA-ADMISSAO-FUNC TO DATA-ADM-NUM.
              IF MMDD-ADM EQUAL 0229
                     MOVE 0228 TO MMDD-ADM.
              MOVE ANO-ADM TO ANO-PERIODO.
              MOVE "NAO" TO FIM-GERACAO.
              PERFORM GERA-PERIODO UNTIL FIM-GERACAO EQUAL "SIM".

       GERA-PERIODO.
              COMPUTE INICIO-PERIODO = ANO-PERIODO * 10000 + MMDD-ADM.
              IF INICIO-PERIODO GREATER THAN DATA-HOJE-NUM
                     MOVE "SIM" TO FIM-GERACAO
              ELSE
                     PERFORM LOCALIZA-PERIODO
                     IF IDX-SF-ACHADO EQUAL ZEROES
                            PERFORM INCLUI-PERIODO
                     ELSE
                            MOVE "S" TO VISTO-SF-TAB(IDX-SF-ACHADO)
                     END-IF
                     ADD 1 TO ANO-PERIODO.

       LOCALIZA-PERIODO.
              MOVE ZEROES TO IDX-SF-ACHADO.
              PERFORM VARYING IDX-SF FROM 1 BY 1
                      UNTIL IDX-SF GREATER THAN TOTAL-SF
                         OR IDX-SF-ACHADO GREATER THAN ZEROES
                      IF CODIGO-SF-TAB(IDX-SF) EQUAL CODIGO-FUNC
                        AND INICIO-SF-TAB(IDX-SF) EQUAL INICIO-PERIODO
                             MOVE IDX-SF TO IDX-SF-ACHADO
                      END-IF
              END-PERFORM.

      * Fim = vespera do aniversario seguinte; limite de concessao =
      * vespera do aniversario um ano depois.
       INCLUI-PERIODO.
              IF TOTAL-SF NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-SF.
              MOVE CODIGO-FUNC    TO CODIGO-SF-TAB(TOTAL-SF).
              MOVE INICIO-PERIODO TO INICIO-SF-TAB(TOTAL-SF).
              COMPUTE DATA-CALC-NUM =
                      (ANO-PERIODO + 1) * 10000 + MMDD-ADM.
              PERFORM DIA-ANTERIOR.
              MOVE DATA-CALC-NUM  TO FIM-SF-TAB(TOTAL-SF).
              COMPUTE DATA-CALC-NUM =
                      (ANO-PERIODO + 2) * 10000 + MMDD-ADM.
              PERFORM DIA-ANTERIOR.
              MOVE DATA-CALC-NUM  TO LIMITE-SF-TAB(TOTAL-SF).
              MOVE ZEROES TO FALTAS-SF-TAB(TOTAL-SF)
                             DIREITO-SF-TAB(TOTAL-SF)
                             GOZADOS-SF-TAB(TOTAL-SF)
                             VENDIDOS-SF-TAB(TOTAL-SF)
                             SALDO-SF-TAB(TOTAL-SF)
                             ULT-PONTO-SF-TAB(TOTAL-SF).
              MOVE "S" TO VISTO-SF-TAB(TOTAL-SF).

       DIA-ANTERIOR.
              IF DIA-CALC GREATER THAN 1
                     SUBTRACT 1 FROM DIA-CALC
              ELSE
                     IF MES-CALC EQUAL 1
                            MOVE 12 TO MES-CALC
                            SUBTRACT 1 FROM ANO-CALC
                     ELSE
                            SUBTRACT 1 FROM MES-CALC
                     END-IF
                     MOVE DIAS-MES-TAB(MES-CALC) TO DIA-CALC
                     IF MES-CALC EQUAL 2
                            PERFORM AJUSTA-FEVEREIRO
                     END-IF
              END-IF.

       AJUSTA-FEVEREIRO.
              DIVIDE ANO-CALC BY 4 GIVING QUOCIENTE-BISSEXTO
                     REMAINDER RESTO-BISSEXTO.
              IF RESTO-BISSEXTO EQUAL ZEROES
                     MOVE 29 TO DIA-CALC
                     DIVIDE ANO-CALC BY 100 GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO
                     IF RESTO-BISSEXTO EQUAL ZEROES
                            DIVIDE ANO-CALC BY 400
                                   GIVING QUOCIENTE-BISSEXTO
                                   REMAINDER RESTO-BISSEXTO
                            IF RESTO-BISSEXTO NOT EQUAL ZEROES
                                   MOVE 28 TO DIA-CALC
                            END-IF
                     END-IF
              END-IF.

       DIA-SEGUINTE.
              IF MES-CALC EQUAL 2
                     MOVE DIA-CALC TO DIA-ORIGINAL
                     PERFORM AJUSTA-FEVEREIRO
                     MOVE DIA-CALC TO ULTIMO-DIA-MES
                     MOVE DIA-ORIGINAL TO DIA-CALC
              ELSE
                     MOVE DIAS-MES-TAB(MES-CALC) TO ULTIMO-DIA-MES.
              IF DIA-CALC LESS THAN ULTIMO-DIA-MES
                     ADD 1 TO DIA-CALC
              ELSE
                     MOVE 1 TO DIA-CALC
                     IF MES-CALC EQUAL 12
                            MOVE 1 TO MES-CALC
                            ADD 1 TO ANO-CALC
                     ELSE
                            ADD 1 TO MES-CALC.

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

      * A licenca sem remuneracao suspende o contrato: a cada run o
      * fim e o limite de cada periodo sao refeitos a partir do
      * aniversario e adiados pelos dias de licenca dentro dele (a
      * licenca em curso e contada ate hoje). O periodo seguinte
      * continua comecando no aniversario.
       APLICA-SUSPENSOES.
              PERFORM VARYING IDX-SF FROM 1 BY 1
                      UNTIL IDX-SF GREATER THAN TOTAL-SF
                      IF CODIGO-SF-TAB(IDX-SF) EQUAL CODIGO-FUNC
                             PERFORM SUSPENDE-PERIODO
                      END-IF
              END-PERFORM.

       SUSPENDE-PERIODO.
              COMPUTE DATA-CALC-NUM = INICIO-SF-TAB(IDX-SF) + 10000.
              PERFORM DIA-ANTERIOR.
              MOVE DATA-CALC-NUM TO FIM-SF-TAB(IDX-SF).
              COMPUTE DATA-CALC-NUM = INICIO-SF-TAB(IDX-SF) + 20000.
              PERFORM DIA-ANTERIOR.
              MOVE DATA-CALC-NUM TO LIMITE-SF-TAB(IDX-SF).
              MOVE "S" TO TIPO-CONTAGEM.
              PERFORM CONTA-DIAS-AFASTADO.
              MOVE DIAS-CONTADOS TO DIAS-SUSPENSOS.
              IF DIAS-SUSPENSOS GREATER THAN ZEROES
                     MOVE FIM-SF-TAB(IDX-SF) TO DATA-CALC-NUM
                     PERFORM DIA-SEGUINTE DIAS-SUSPENSOS TIMES
                     MOVE DATA-CALC-NUM TO FIM-SF-TAB(IDX-SF)
                     MOVE LIMITE-SF-TAB(IDX-SF) TO DATA-CALC-NUM
                     PERFORM DIA-SEGUINTE DIAS-SUSPENSOS TIMES
                     MOVE DATA-CALC-NUM TO LIMITE-SF-TAB(IDX-SF).

      * Soma os dias dos afastamentos do funcionario da vez dentro
      * do periodo IDX-SF: TIPO-CONTAGEM "S" conta a licenca sem
      * remuneracao desde o inicio; "B" conta o beneficio por
      * doenca/acidente a partir do 16o dia.
       CONTA-DIAS-AFASTADO.
              MOVE ZEROES TO DIAS-CONTADOS.
              MOVE INICIO-SF-TAB(IDX-SF) TO DATA-CALC-NUM.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-INICIO-PER.
              MOVE FIM-SF-TAB(IDX-SF) TO DATA-CALC-NUM.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-FIM-PER.
              PERFORM VARYING IDX-AFT FROM 1 BY 1
                      UNTIL IDX-AFT GREATER THAN TOTAL-AFT
                      IF CODIGO-AFT-TAB(IDX-AFT) EQUAL CODIGO-FUNC
                        AND ((TIPO-CONTAGEM EQUAL "S"
                              AND TIPO-AFT-TAB(IDX-AFT) EQUAL "S")
                          OR (TIPO-CONTAGEM EQUAL "B"
                              AND (TIPO-AFT-TAB(IDX-AFT) EQUAL "D"
                                OR TIPO-AFT-TAB(IDX-AFT) EQUAL "A")))
                             PERFORM SOMA-DIAS-AFASTADO
                      END-IF
              END-PERFORM.

       SOMA-DIAS-AFASTADO.
              MOVE INICIO-AFT-TAB(IDX-AFT) TO DATA-CALC-NUM.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-DE.
              IF TIPO-CONTAGEM EQUAL "B"
                     ADD DIAS-PAGOS-EMPRESA TO SERIAL-DE.
              IF RETORNO-AFT-TAB(IDX-AFT) GREATER THAN ZEROES
                     MOVE RETORNO-AFT-TAB(IDX-AFT) TO DATA-CALC-NUM
                     PERFORM CALCULA-DIAS-SERIAL
                     COMPUTE SERIAL-ATE = DIAS-SERIAL - 1
              ELSE
                     MOVE SERIAL-HOJE TO SERIAL-ATE.
              IF SERIAL-DE LESS THAN SERIAL-INICIO-PER
                     MOVE SERIAL-INICIO-PER TO SERIAL-DE.
              IF SERIAL-ATE GREATER THAN SERIAL-FIM-PER
                     MOVE SERIAL-FIM-PER TO SERIAL-ATE.
              IF SERIAL-ATE NOT LESS THAN SERIAL-DE
                     COMPUTE DIAS-CONTADOS =
                             DIAS-CONTADOS + SERIAL-ATE - SERIAL-DE + 1.

      * As faltas do ponto do mes vao para o periodo em curso, uma
      * unica vez por competencia (reprocessamento nao soma de novo).
       SOMA-FALTAS-DO-MES.
              PERFORM VARYING IDX-SF FROM 1 BY 1
                      UNTIL IDX-SF GREATER THAN TOTAL-SF
                      IF CODIGO-SF-TAB(IDX-SF) EQUAL CODIGO-FUNC
                        AND INICIO-SF-TAB(IDX-SF) NOT GREATER THAN
                            DATA-HOJE-NUM
                        AND FIM-SF-TAB(IDX-SF) NOT LESS THAN
                            DATA-HOJE-NUM
                        AND ULT-PONTO-SF-TAB(IDX-SF) LESS THAN
                            PERIODO-ATUAL
                             PERFORM SOMA-FALTAS-PERIODO
                      END-IF
              END-PERFORM.

       SOMA-FALTAS-PERIODO.
              PERFORM VARYING IDX-PNT FROM 1 BY 1
                      UNTIL IDX-PNT GREATER THAN TOTAL-PNT
                      IF CODIGO-PNT-TAB(IDX-PNT) EQUAL CODIGO-FUNC
                             ADD FALTAS-PNT-TAB(IDX-PNT)
                              TO FALTAS-SF-TAB(IDX-SF)
                      END-IF
              END-PERFORM.
              MOVE PERIODO-ATUAL TO ULT-PONTO-SF-TAB(IDX-SF).

      * Direito pela escala de faltas; o saldo parte do direito nos
      * periodos ja completados (o periodo em curso ainda nao da
      * direito a gozo) e o historico e reabatido do zero.
       APURA-DIREITO.
              PERFORM VARYING IDX-SF FROM 1 BY 1
                      UNTIL IDX-SF GREATER THAN TOTAL-SF
                      IF CODIGO-SF-TAB(IDX-SF) EQUAL CODIGO-FUNC
                             PERFORM APURA-DIREITO-PERIODO
                      END-IF
              END-PERFORM.

       APURA-DIREITO-PERIODO.
              EVALUATE TRUE
                     WHEN FALTAS-SF-TAB(IDX-SF) NOT GREATER THAN 5
                            MOVE 30 TO DIREITO-SF-TAB(IDX-SF)
                     WHEN FALTAS-SF-TAB(IDX-SF) NOT GREATER THAN 14
                            MOVE 24 TO DIREITO-SF-TAB(IDX-SF)
                     WHEN FALTAS-SF-TAB(IDX-SF) NOT GREATER THAN 23
                            MOVE 18 TO DIREITO-SF-TAB(IDX-SF)
                     WHEN FALTAS-SF-TAB(IDX-SF) NOT GREATER THAN 32
                            MOVE 12 TO DIREITO-SF-TAB(IDX-SF)
                     WHEN OTHER
                            MOVE ZEROES TO DIREITO-SF-TAB(IDX-SF)
              END-EVALUATE.
              MOVE "B" TO TIPO-CONTAGEM.
              PERFORM CONTA-DIAS-AFASTADO.
              MOVE DIAS-CONTADOS TO DIAS-BENEFICIO.
              IF DIAS-BENEFICIO GREATER THAN LIMITE-DIAS-BENEFICIO
                     MOVE ZEROES TO DIREITO-SF-TAB(IDX-SF).
              MOVE ZEROES TO GOZADOS-SF-TAB(IDX-SF)
                             VENDIDOS-SF-TAB(IDX-SF).
              IF FIM-SF-TAB(IDX-SF) LESS THAN DATA-HOJE-NUM
                     MOVE DIREITO-SF-TAB(IDX-SF)
                       TO SALDO-SF-TAB(IDX-SF)
              ELSE
                     MOVE ZEROES TO SALDO-SF-TAB(IDX-SF).

      * Cada ferias paga do historico abate primeiro os dias de
      * gozo e depois os vendidos, sempre do periodo mais antigo
      * com saldo.
       ABATE-HISTORICO.
              PERFORM VARYING IDX-FHS FROM 1 BY 1
                      UNTIL IDX-FHS GREATER THAN TOTAL-FHS
                      IF CODIGO-FHS-TAB(IDX-FHS) EQUAL CODIGO-FUNC
                             MOVE "G" TO TIPO-ABATE
                             MOVE DIAS-GOZO-FHS-TAB(IDX-FHS)
                               TO DIAS-A-ABATER
                             PERFORM ABATE-DIAS
                             MOVE "V" TO TIPO-ABATE
                             MOVE DIAS-ABONO-FHS-TAB(IDX-FHS)
                               TO DIAS-A-ABATER
                             PERFORM ABATE-DIAS
                      END-IF
              END-PERFORM.

       ABATE-DIAS.
              PERFORM VARYING IDX-SF FROM 1 BY 1
                      UNTIL IDX-SF GREATER THAN TOTAL-SF
                         OR DIAS-A-ABATER EQUAL ZEROES
                      IF CODIGO-SF-TAB(IDX-SF) EQUAL CODIGO-FUNC
                        AND SALDO-SF-TAB(IDX-SF) GREATER THAN ZEROES
                             PERFORM ABATE-DO-PERIODO
                      END-IF
              END-PERFORM.

       ABATE-DO-PERIODO.
              IF DIAS-A-ABATER GREATER THAN SALDO-SF-TAB(IDX-SF)
                     MOVE SALDO-SF-TAB(IDX-SF) TO DIAS-ABATIDOS
              ELSE
                     MOVE DIAS-A-ABATER TO DIAS-ABATIDOS.
              SUBTRACT DIAS-ABATIDOS FROM SALDO-SF-TAB(IDX-SF).
              SUBTRACT DIAS-ABATIDOS FROM DIAS-A-ABATER.
              IF TIPO-ABATE EQUAL "G"
                     ADD DIAS-ABATIDOS TO GOZADOS-SF-TAB(IDX-SF)
              ELSE
                     ADD DIAS-ABATIDOS TO VENDIDOS-SF-TAB(IDX-SF).

      * Sai o periodo em curso e todo periodo com saldo; o periodo
      * completado com saldo e classificado pelo limite de
      * concessao.
       IMPRIME-FUNCIONARIO.
              PERFORM VARYING IDX-SF FROM 1 BY 1
                      UNTIL IDX-SF GREATER THAN TOTAL-SF
                      IF CODIGO-SF-TAB(IDX-SF) EQUAL CODIGO-FUNC
                        AND (SALDO-SF-TAB(IDX-SF) GREATER THAN ZEROES
                          OR FIM-SF-TAB(IDX-SF) NOT LESS THAN
                             DATA-HOJE-NUM)
                             PERFORM IMPRIME-PERIODO
                      END-IF
              END-PERFORM.

       IMPRIME-PERIODO.
              IF FIM-SF-TAB(IDX-SF) NOT LESS THAN DATA-HOJE-NUM
                     MOVE "EM AQUISICAO" TO VAR-SITUACAO
              ELSE
                     PERFORM CLASSIFICA-LIMITE.
              MOVE CODIGO-SF-TAB(IDX-SF)   TO VAR-CODIGO.
              MOVE NOME-FUNC               TO VAR-NOME.
              MOVE INICIO-SF-TAB(IDX-SF)   TO VAR-INICIO.
              MOVE FIM-SF-TAB(IDX-SF)      TO VAR-FIM.
              MOVE LIMITE-SF-TAB(IDX-SF)   TO VAR-LIMITE.
              MOVE FALTAS-SF-TAB(IDX-SF)   TO VAR-FALTAS.
              MOVE DIREITO-SF-TAB(IDX-SF)  TO VAR-DIREITO.
              MOVE GOZADOS-SF-TAB(IDX-SF)  TO VAR-GOZADOS.
              MOVE VENDIDOS-SF-TAB(IDX-SF) TO VAR-VENDIDOS.
              MOVE SALDO-SF-TAB(IDX-SF)    TO VAR-SALDO.
              WRITE REG-REL FROM DETALHE-SDF AFTER ADVANCING 1 LINE.

       CLASSIFICA-LIMITE.
              MOVE LIMITE-SF-TAB(IDX-SF) TO DATA-LIMITE-NUM.
              COMPUTE MESES-PARA-LIMITE =
                      (ANO-LIMITE * 12 + MES-LIMITE)
                      - (ANO-HOJE * 12 + MES-HOJE).
              IF LIMITE-SF-TAB(IDX-SF) LESS THAN DATA-HOJE-NUM
                     MOVE "*** VENCIDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-VENCIDAS
              ELSE IF MESES-PARA-LIMITE NOT GREATER THAN MESES-ALERTA
                     MOVE "** A VENCER" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-A-VENCER
              ELSE
                     MOVE "NO PRAZO" TO VAR-SITUACAO.

       REGRAVA-RAZAO.
              OPEN OUTPUT SALDOFER.
              PERFORM VARYING IDX-SF FROM 1 BY 1
                      UNTIL IDX-SF GREATER THAN TOTAL-SF
                      IF VISTO-SF-TAB(IDX-SF) EQUAL "S"
                             PERFORM GRAVA-PERIODO
                      END-IF
              END-PERFORM.
              CLOSE SALDOFER.

       GRAVA-PERIODO.
              MOVE CODIGO-SF-TAB(IDX-SF)    TO CODIGO-SF.
              MOVE INICIO-SF-TAB(IDX-SF)    TO INICIO-SF.
              MOVE FIM-SF-TAB(IDX-SF)       TO FIM-SF.
              MOVE LIMITE-SF-TAB(IDX-SF)    TO LIMITE-SF.
              MOVE FALTAS-SF-TAB(IDX-SF)    TO FALTAS-SF.
              MOVE DIREITO-SF-TAB(IDX-SF)   TO DIREITO-SF.
              MOVE GOZADOS-SF-TAB(IDX-SF)   TO GOZADOS-SF.
              MOVE VENDIDOS-SF-TAB(IDX-SF)  TO VENDIDOS-SF.
              MOVE SALDO-SF-TAB(IDX-SF)     TO SALDO-SF.
              MOVE ULT-PONTO-SF-TAB(IDX-SF) TO ULT-PONTO-SF.
              WRITE REG-SF.

       FIM.
              MOVE TOTAL-A-VENCER TO VAR-A-VENCER.
              MOVE TOTAL-VENCIDAS TO VAR-VENCIDAS.
              WRITE REG-REL FROM ROD-SDF-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-SDF-02 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADFUNCI
                    RELSDFER.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "EX-22"          TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-ATIVOS     TO TOTAL-GRAVADOS-RUNLOG.
              OPEN INPUT RUNLOG.
              IF RUNLOG-STATUS EQUAL "35"
                     CLOSE RUNLOG
                     OPEN OUTPUT RUNLOG
              ELSE
                     CLOSE RUNLOG
                     OPEN EXTEND RUNLOG
              END-IF.
              WRITE REG-RUNLOG.
              CLOSE RUNLOG.
