       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX87.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      PONTUACAO DE RISCO DE INADIMPLENCIA POR SOCIO,
      *              PARA PRIORIZAR A COBRANCA: PARA CADA SOCIO ATIVO
      *              OU SUSPENSO DO MESTRE CADMSOCI.DAT SOMA PONTOS
      *              PELAS EXECUCOES CONSECUTIVAS NA FAIXA 61+
      *              (STREAK90.DAT), ACORDOS QUEBRADOS (PLANNEG.DAT,
      *              EX42), ESTORNOS (HISTSOC.DAT TIPO "E"), BAIXA
      *              POR PERDA (PERDAS.DAT) E PAGAMENTOS DOS ULTIMOS
      *              12 MESES FEITOS DEPOIS DO DIA DE VENCIMENTO
      *              (HISTSOC.DAT), DESCONTANDO PONTOS POR ANO DE
      *              ASSOCIADO. PESOS E LIMITES DAS FAIXAS VEM DE
      *              PARMRISC.DAT. GRAVA SCORERSC.DAT (PONTOS E FAIXA,
      *              LIDO PELO EX14 E PELO EX13) E IMPRIME A LISTA DE
      *              TRABALHO DO COBRADOR (RELRISC) EM ORDEM
      *              DECRESCENTE DE PONTOS.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-RISC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADMSOCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUMERO-SOCIO-MSOC
              FILE STATUS IS CADMSOCI-STATUS.

              SELECT OPTIONAL STREAK90 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PLANNEG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL HISTSOC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PERDAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT SCORERSC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT TRAB-SCR ASSIGN TO DISK.

              SELECT SCORORD ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELRISC ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-RISC: pesos da pontuacao e limites das faixas. Ausente,
      * valem os pesos aprovados pela diretoria (VALUE abaixo). Com
      * o arquivo presente os pesos sao tomados como vieram - peso
      * zero desliga o fator; limites e dia de vencimento zerados
      * ficam no padrao.
       FD     PARM-RISC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMRISC.DAT".
       01     REG-PARM-RISC.
              02 PESO-STREAK-PARM  PIC 9(03).
              02 PESO-QUEBRA-PARM  PIC 9(03).
              02 PESO-ESTORNO-PARM PIC 9(03).
              02 PESO-PERDA-PARM   PIC 9(03).
              02 PESO-ATRASO-PARM  PIC 9(03).
              02 DESCONTO-ANO-PARM PIC 9(03).
              02 TETO-DESCONTO-PARM PIC 9(03).
              02 LIMITE-MEDIO-PARM PIC 9(03).
              02 LIMITE-ALTO-PARM  PIC 9(03).
              02 DIA-VENC-PARM     PIC 9(02).

      * CADMSOCI: mestre de socios indexado.
       FD     CADMSOCI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

      * STREAK90: execucoes consecutivas do socio na faixa 61+ (EX01).
       FD     STREAK90
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "STREAK90.DAT".
       01     REG-STREAK.
              02 NUMERO-SOCIO-STRK PIC 9(06).
              02 CONTADOR-STRK     PIC 9(03).

      * PLANNEG: parcelas dos planos de negociacao (EX13/EX42). Acordo
      * quebrado tem as parcelas restantes canceladas ("C") ate a
      * ultima - a ultima parcela cancelada conta um acordo.
       FD     PLANNEG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PLANNEG.DAT".
       01     REG-PLAN.
              02 NUMERO-SOCIO-PLAN PIC 9(06).
              02 NOME-SOCIO-PLAN   PIC X(30).
              02 PARCELA-PLAN      PIC 9(02).
              02 TOTAL-PARC-PLAN   PIC 9(02).
              02 DATA-VENC-PLAN    PIC 9(08).
              02 VALOR-PARC-PLAN   PIC 9(09)V9(02).
              02 SITUACAO-PARC     PIC X(01).

      * HISTSOC: extrato de pagamentos do socio (EX01), com os
      * estornos do EX43 (TIPO-LANC-HIST "E").
       FD     HISTSOC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "HISTSOC.DAT".
       01     REG-HISTSOC.
              02 NUMERO-SOCIO-HIST PIC 9(06).
              02 NOME-SOCIO-HIST   PIC X(30).
              02 VALOR-PGTO-HIST   PIC 9(09)V9(02).
              02 DATA-PGTO-HIST.
                     03 ANO-PGTO-HIST  PIC 9(04).
                     03 MES-PGTO-HIST  PIC 9(02).
                     03 DIA-PGTO-HIST  PIC 9(02).
              02 TIPO-LANC-HIST    PIC X(01).
              02 FORMA-PGTO-HIST   PIC X(01).

      * PERDAS: registro permanente das baixas por perda (EX45).
       FD     PERDAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PERDAS.DAT".
       01     REG-PERDA.
              02 NUMERO-SOCIO-PER  PIC 9(06).
              02 NOME-SOCIO-PER    PIC X(30).
              02 VALOR-PER         PIC 9(09)V9(02).
              02 DATA-PER          PIC 9(08).
              02 AUTORIZACAO-PER   PIC X(20).

      * SCORERSC: pontuacao por socio, recriada a cada execucao.
       FD     SCORERSC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SCORERSC.DAT".
       COPY SCORERSC.

      * TRAB-SCR/SCORORD: SCORERSC ordenado por pontos decrescentes
      * (mesmo esquema USING/GIVING do ORDENA-ENTRADAS do EX01), para
      * a lista de trabalho.
       SD     TRAB-SCR.
       01     TRAB-SCR-REG.
              02 NUMERO-SOCIO-TS   PIC 9(06).
              02 NOME-SOCIO-TS     PIC X(30).
              02 PONTOS-TS         PIC 9(03).
              02 RESTO-TS          PIC X(24).

       FD     SCORORD
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SCORORD.DAT".
       01     REG-SCORORD.
              02 NUMERO-SOCIO-ORD  PIC 9(06).
              02 NOME-SOCIO-ORD    PIC X(30).
              02 PONTOS-ORD        PIC 9(03).
              02 FAIXA-ORD         PIC X(01).
              02 DATA-ORD          PIC 9(08).
              02 STREAK-ORD        PIC 9(03).
              02 QUEBRAS-ORD       PIC 9(02).
              02 ESTORNOS-ORD      PIC 9(03).
              02 PERDA-ORD         PIC X(01).
              02 ATRASOS-ORD       PIC 9(03).
              02 ANOS-SOCIO-ORD    PIC 9(03).

       FD     RELRISC
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 FIM-AUX                  PIC X(03) VALUE "NAO".
       77 CADMSOCI-STATUS          PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-PONTUADOS          PIC 9(05) VALUE ZEROES.
       77 TOTAL-LISTADOS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-ALTO               PIC 9(05) VALUE ZEROES.
       77 TOTAL-MEDIO              PIC 9(05) VALUE ZEROES.
       77 TOTAL-BAIXO              PIC 9(05) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
      * Pontualidade: so pagamentos a partir desta data (um ano
      * antes do processamento).
       01 DATA-CORTE.
              02 ANO-CORTE         PIC 9(04).
              02 MES-CORTE         PIC 9(02).
              02 DIA-CORTE         PIC 9(02).

      * Pesos e limites em uso (padrao da diretoria ou PARMRISC).
       77 PESO-STREAK              PIC 9(03) VALUE 15.
       77 PESO-QUEBRA              PIC 9(03) VALUE 25.
       77 PESO-ESTORNO             PIC 9(03) VALUE 10.
       77 PESO-PERDA               PIC 9(03) VALUE 40.
       77 PESO-ATRASO              PIC 9(03) VALUE 5.
       77 DESCONTO-ANO             PIC 9(03) VALUE 2.
       77 TETO-DESCONTO            PIC 9(03) VALUE 20.
       77 LIMITE-MEDIO             PIC 9(03) VALUE 30.
       77 LIMITE-ALTO              PIC 9(03) VALUE 60.
       77 DIA-VENCIMENTO           PIC 9(02) VALUE 10.

       77 PONTOS-CALC              PIC S9(07) VALUE ZEROES.
       77 DESCONTO-TEMPO           PIC 9(07) VALUE ZEROES.

      * Socios pontuados (ativos e suspensos do mestre) com os
      * fatores acumulados das demais fontes.
       77 TOTAL-SCR                PIC 9(05) VALUE ZEROES.
       77 IDX-SCR                  PIC 9(05) VALUE ZEROES.
       77 IDX-SCR-ACHADO           PIC 9(05) VALUE ZEROES.
       77 SOCIO-PROCURADO          PIC 9(06) VALUE ZEROES.
       01     TABELA-SCR.
              02 SCR-REG           OCCURS 2000 TIMES.
                 03 NUMERO-SCR-TAB    PIC 9(06).
                 03 NOME-SCR-TAB      PIC X(30).
                 03 ANOS-SCR-TAB      PIC 9(03).
                 03 STREAK-SCR-TAB    PIC 9(03).
                 03 QUEBRAS-SCR-TAB   PIC 9(02).
                 03 ESTORNOS-SCR-TAB  PIC 9(03).
                 03 PERDA-SCR-TAB     PIC X(01).
                 03 ATRASOS-SCR-TAB   PIC 9(03).

       01     CAB-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(40)
                 VALUE "LISTA DE COBRANCA POR RISCO".
              02 FILLER            PIC X(09) VALUE "DATA:".
              02 VAR-DIA-CAB       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-CAB       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-CAB       PIC 9999.
              02 FILLER            PIC X(06) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "PAG.".
              02 VAR-PAG           PIC Z9.
              02 FILLER            PIC X(04) VALUE SPACES.

      * Pesos em uso, para o cobrador saber como a lista foi feita.
       01     CAB-PESOS.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "PESOS: ".
              02 FILLER            PIC X(04) VALUE "STR ".
              02 VAR-PESO-STR      PIC ZZ9.
              02 FILLER            PIC X(05) VALUE " QUE ".
              02 VAR-PESO-QUE      PIC ZZ9.
              02 FILLER            PIC X(05) VALUE " EST ".
              02 VAR-PESO-EST      PIC ZZ9.
              02 FILLER            PIC X(05) VALUE " PER ".
              02 VAR-PESO-PER      PIC ZZ9.
              02 FILLER            PIC X(05) VALUE " ATR ".
              02 VAR-PESO-ATR      PIC ZZ9.
              02 FILLER            PIC X(06) VALUE " ANO -".
              02 VAR-DESC-ANO      PIC Z9.
              02 FILLER            PIC X(06) VALUE " FAIXA".
              02 FILLER            PIC X(03) VALUE " M ".
              02 VAR-LIM-MEDIO     PIC ZZ9.
              02 FILLER            PIC X(03) VALUE " A ".
              02 VAR-LIM-ALTO      PIC ZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.

       01     CAB-02.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "ORDEM".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "SOCIO".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(25) VALUE "NOME".
              02 FILLER            PIC X(05) VALUE "PONT.".
              02 FILLER            PIC X(02) VALUE " F".
              02 FILLER            PIC X(04) VALUE " STR".
              02 FILLER            PIC X(04) VALUE " QUE".
              02 FILLER            PIC X(04) VALUE " EST".
              02 FILLER            PIC X(04) VALUE " PER".
              02 FILLER            PIC X(04) VALUE " ATR".
              02 FILLER            PIC X(04) VALUE " ANO".
              02 FILLER            PIC X(08) VALUE SPACES.

       01     CAB-03.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-ORDEM         PIC ZZZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-SOCIO         PIC 999.999.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-NOME          PIC X(25).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-PONTOS        PIC ZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-FAIXA         PIC X(01).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-STREAK        PIC ZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-QUEBRAS       PIC Z9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-ESTORNOS      PIC ZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-PERDA         PIC X(01).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-ATRASOS       PIC ZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-ANOS          PIC ZZ9.
              02 FILLER            PIC X(08) VALUE SPACES.

       01     ROD-RISC.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-DESC-ROD      PIC X(30).
              02 VAR-QTD-ROD       PIC ZZZZ9.
              02 FILLER            PIC X(40) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX87.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              MOVE DATA-HOJE TO DATA-CORTE.
              SUBTRACT 1 FROM ANO-CORTE.
              PERFORM LER-PARM-RISC.
              PERFORM CARREGA-SOCIOS.
              PERFORM CARREGA-STREAK.
              PERFORM CARREGA-QUEBRAS.
              PERFORM CARREGA-HISTORICO.
              PERFORM CARREGA-PERDAS.
              PERFORM GRAVA-PONTUACAO.
              SORT   TRAB-SCR
                     DESCENDING   KEY PONTOS-TS
                     ASCENDING    KEY NUMERO-SOCIO-TS
                     USING        SCORERSC
                     GIVING       SCORORD.
              OPEN   INPUT  SCORORD
                     OUTPUT RELRISC.
              PERFORM LEITURA.

       LER-PARM-RISC.
              OPEN INPUT PARM-RISC.
              READ PARM-RISC
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     MOVE PESO-STREAK-PARM   TO PESO-STREAK
                     MOVE PESO-QUEBRA-PARM   TO PESO-QUEBRA
                     MOVE PESO-ESTORNO-PARM  TO PESO-ESTORNO
                     MOVE PESO-PERDA-PARM    TO PESO-PERDA
                     MOVE PESO-ATRASO-PARM   TO PESO-ATRASO
                     MOVE DESCONTO-ANO-PARM  TO DESCONTO-ANO
                     MOVE TETO-DESCONTO-PARM TO TETO-DESCONTO
                     IF LIMITE-MEDIO-PARM GREATER THAN ZEROES
                            MOVE LIMITE-MEDIO-PARM TO LIMITE-MEDIO
                     END-IF
                     IF LIMITE-ALTO-PARM GREATER THAN ZEROES
                            MOVE LIMITE-ALTO-PARM TO LIMITE-ALTO
                     END-IF
                     IF DIA-VENC-PARM GREATER THAN ZEROES
                       AND DIA-VENC-PARM LESS THAN 29
                            MOVE DIA-VENC-PARM TO DIA-VENCIMENTO
                     END-IF
              END-IF.
              CLOSE PARM-RISC.

      * Tabela cheia: parar antes de gravar, senao socios de fora
      * ficariam sem pontuacao e passariam por risco baixo.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX87: MAIS DE 2000 SOCIOS A PONTUAR -"
                      " EXECUCAO ABORTADA, SCORERSC NAO GRAVADO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * Ativos e suspensos do mestre, com os anos completos de
      * associado na data do processamento.
       CARREGA-SOCIOS.
              OPEN INPUT CADMSOCI.
              MOVE "NAO" TO FIM-AUX.
              PERFORM UNTIL FIM-AUX EQUAL "SIM"
                      READ CADMSOCI
                             AT END MOVE "SIM" TO FIM-AUX
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  IF STATUS-SOCIO-MSOC NOT EQUAL "D"
                                       PERFORM INCLUI-SOCIO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADMSOCI.

       INCLUI-SOCIO.
              IF TOTAL-SCR NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-SCR.
              INITIALIZE SCR-REG(TOTAL-SCR).
              MOVE NUMERO-SOCIO-MSOC TO NUMERO-SCR-TAB(TOTAL-SCR).
              MOVE NOME-SOCIO-MSOC   TO NOME-SCR-TAB(TOTAL-SCR).
              MOVE "N"               TO PERDA-SCR-TAB(TOTAL-SCR).
              IF ANO-ADESAO-MSOC GREATER THAN ZEROES
                AND ANO-ADESAO-MSOC LESS THAN ANO-HOJE
                     COMPUTE ANOS-SCR-TAB(TOTAL-SCR) =
                             ANO-HOJE - ANO-ADESAO-MSOC
                     IF MES-HOJE LESS THAN MES-ADESAO-MSOC
                       OR (MES-HOJE EQUAL MES-ADESAO-MSOC
                       AND DIA-HOJE LESS THAN DIA-ADESAO-MSOC)
                            SUBTRACT 1 FROM ANOS-SCR-TAB(TOTAL-SCR)
                     END-IF
              END-IF.

      * IDX-SCR-ACHADO = posicao de SOCIO-PROCURADO na tabela, ou
      * zero (socio desligado ou fora do mestre nao e pontuado).
       LOCALIZA-SOCIO.
              MOVE ZEROES TO IDX-SCR-ACHADO.
              PERFORM VARYING IDX-SCR FROM 1 BY 1
                      UNTIL IDX-SCR GREATER THAN TOTAL-SCR
                         OR IDX-SCR-ACHADO GREATER THAN ZEROES
                      IF NUMERO-SCR-TAB(IDX-SCR) EQUAL SOCIO-PROCURADO
                             MOVE IDX-SCR TO IDX-SCR-ACHADO
                      END-IF
              END-PERFORM.

       CARREGA-STREAK.
              OPEN INPUT STREAK90.
              MOVE "NAO" TO FIM-AUX.
              PERFORM UNTIL FIM-AUX EQUAL "SIM"
                      READ STREAK90
                             AT END MOVE "SIM" TO FIM-AUX
                             NOT AT END
                                  MOVE NUMERO-SOCIO-STRK
                                    TO SOCIO-PROCURADO
                                  PERFORM LOCALIZA-SOCIO
                                  IF IDX-SCR-ACHADO GREATER THAN ZEROES
                                       MOVE CONTADOR-STRK TO
                                          STREAK-SCR-TAB(IDX-SCR-ACHADO)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE STREAK90.

       CARREGA-QUEBRAS.
              OPEN INPUT PLANNEG.
              MOVE "NAO" TO FIM-AUX.
              PERFORM UNTIL FIM-AUX EQUAL "SIM"
                      READ PLANNEG
                             AT END MOVE "SIM" TO FIM-AUX
                             NOT AT END
                                  IF SITUACAO-PARC EQUAL "C"
                                    AND PARCELA-PLAN EQUAL
                                        TOTAL-PARC-PLAN
                                       PERFORM CONTA-QUEBRA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PLANNEG.

       CONTA-QUEBRA.
              MOVE NUMERO-SOCIO-PLAN TO SOCIO-PROCURADO.
              PERFORM LOCALIZA-SOCIO.
              IF IDX-SCR-ACHADO GREATER THAN ZEROES
                AND QUEBRAS-SCR-TAB(IDX-SCR-ACHADO) LESS THAN 99
                     ADD 1 TO QUEBRAS-SCR-TAB(IDX-SCR-ACHADO).

      * Estornos: todo o historico. Pontualidade: pagamento postado
      * nos ultimos 12 meses depois do dia de vencimento do mes.
       CARREGA-HISTORICO.
              OPEN INPUT HISTSOC.
              MOVE "NAO" TO FIM-AUX.
              PERFORM UNTIL FIM-AUX EQUAL "SIM"
                      READ HISTSOC
                             AT END MOVE "SIM" TO FIM-AUX
                             NOT AT END
                                  PERFORM CONTA-LANCAMENTO
                      END-READ
              END-PERFORM.
              CLOSE HISTSOC.

       CONTA-LANCAMENTO.
              MOVE NUMERO-SOCIO-HIST TO SOCIO-PROCURADO.
              PERFORM LOCALIZA-SOCIO.
              IF IDX-SCR-ACHADO GREATER THAN ZEROES
                     IF TIPO-LANC-HIST EQUAL "E"
                            IF ESTORNOS-SCR-TAB(IDX-SCR-ACHADO)
                                  LESS THAN 999
                                   ADD 1 TO
                                   ESTORNOS-SCR-TAB(IDX-SCR-ACHADO)
                            END-IF
                     ELSE IF DATA-PGTO-HIST NOT LESS THAN DATA-CORTE
                       AND DIA-PGTO-HIST GREATER THAN DIA-VENCIMENTO
                       AND ATRASOS-SCR-TAB(IDX-SCR-ACHADO)
                           LESS THAN 999
                            ADD 1 TO ATRASOS-SCR-TAB(IDX-SCR-ACHADO)
                     END-IF
              END-IF.

       CARREGA-PERDAS.
              OPEN INPUT PERDAS.
              MOVE "NAO" TO FIM-AUX.
              PERFORM UNTIL FIM-AUX EQUAL "SIM"
                      READ PERDAS
                             AT END MOVE "SIM" TO FIM-AUX
                             NOT AT END
                                  MOVE NUMERO-SOCIO-PER
                                    TO SOCIO-PROCURADO
                                  PERFORM LOCALIZA-SOCIO
                                  IF IDX-SCR-ACHADO GREATER THAN ZEROES
                                       MOVE "S" TO
                                          PERDA-SCR-TAB(IDX-SCR-ACHADO)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PERDAS.

      * Pontos = soma dos fatores pelos pesos, menos o desconto por
      * tempo de associado (limitado ao teto), entre 0 e 999.
       GRAVA-PONTUACAO.
              OPEN OUTPUT SCORERSC.
              PERFORM VARYING IDX-SCR FROM 1 BY 1
                      UNTIL IDX-SCR GREATER THAN TOTAL-SCR
                      PERFORM CALCULA-PONTOS
                      WRITE REG-SCORE
                      ADD 1 TO TOTAL-PONTUADOS
              END-PERFORM.
              CLOSE SCORERSC.

       CALCULA-PONTOS.
              COMPUTE PONTOS-CALC =
                      STREAK-SCR-TAB(IDX-SCR)   * PESO-STREAK
                    + QUEBRAS-SCR-TAB(IDX-SCR)  * PESO-QUEBRA
                    + ESTORNOS-SCR-TAB(IDX-SCR) * PESO-ESTORNO
                    + ATRASOS-SCR-TAB(IDX-SCR)  * PESO-ATRASO.
              IF PERDA-SCR-TAB(IDX-SCR) EQUAL "S"
                     ADD PESO-PERDA TO PONTOS-CALC.
              COMPUTE DESCONTO-TEMPO =
                      ANOS-SCR-TAB(IDX-SCR) * DESCONTO-ANO.
              IF DESCONTO-TEMPO GREATER THAN TETO-DESCONTO
                     MOVE TETO-DESCONTO TO DESCONTO-TEMPO.
              SUBTRACT DESCONTO-TEMPO FROM PONTOS-CALC.
              IF PONTOS-CALC LESS THAN ZEROES
                     MOVE ZEROES TO PONTOS-CALC.
              IF PONTOS-CALC GREATER THAN 999
                     MOVE 999 TO PONTOS-CALC.
              MOVE NUMERO-SCR-TAB(IDX-SCR)   TO NUMERO-SOCIO-SCR.
              MOVE NOME-SCR-TAB(IDX-SCR)     TO NOME-SOCIO-SCR.
              MOVE PONTOS-CALC               TO PONTOS-SCR.
              MOVE DATA-HOJE                 TO DATA-SCR.
              MOVE STREAK-SCR-TAB(IDX-SCR)   TO STREAK-SCR.
              MOVE QUEBRAS-SCR-TAB(IDX-SCR)  TO QUEBRAS-SCR.
              MOVE ESTORNOS-SCR-TAB(IDX-SCR) TO ESTORNOS-SCR.
              MOVE PERDA-SCR-TAB(IDX-SCR)    TO PERDA-SCR.
              MOVE ATRASOS-SCR-TAB(IDX-SCR)  TO ATRASOS-SCR.
              MOVE ANOS-SCR-TAB(IDX-SCR)     TO ANOS-SOCIO-SCR.
              IF PONTOS-SCR NOT LESS THAN LIMITE-ALTO
                     MOVE "A" TO FAIXA-SCR
                     ADD 1 TO TOTAL-ALTO
              ELSE IF PONTOS-SCR NOT LESS THAN LIMITE-MEDIO
                     MOVE "M" TO FAIXA-SCR
                     ADD 1 TO TOTAL-MEDIO
              ELSE
                     MOVE "B" TO FAIXA-SCR
                     ADD 1 TO TOTAL-BAIXO.

       LEITURA.
              READ SCORORD
                     AT END MOVE "SIM" TO FIM-ARQ
              END-READ.

      * Lista de trabalho: so quem tem algum ponto; a ordem do SORT
      * ja poe os de maior risco no topo.
       PRINCIPAL.
              IF PONTOS-ORD GREATER THAN ZEROES
                     PERFORM IMPRIME-SOCIO.
              PERFORM LEITURA.

       IMPRIME-SOCIO.
              ADD 1 TO TOTAL-LISTADOS.
              IF CT-LIN GREATER THAN 39
                     PERFORM CABECALHO.
              MOVE TOTAL-LISTADOS   TO VAR-ORDEM.
              MOVE NUMERO-SOCIO-ORD TO VAR-SOCIO.
              MOVE NOME-SOCIO-ORD   TO VAR-NOME.
              MOVE PONTOS-ORD       TO VAR-PONTOS.
              MOVE FAIXA-ORD        TO VAR-FAIXA.
              MOVE STREAK-ORD       TO VAR-STREAK.
              MOVE QUEBRAS-ORD      TO VAR-QUEBRAS.
              MOVE ESTORNOS-ORD     TO VAR-ESTORNOS.
              MOVE PERDA-ORD        TO VAR-PERDA.
              MOVE ATRASOS-ORD      TO VAR-ATRASOS.
              MOVE ANOS-SOCIO-ORD   TO VAR-ANOS.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG        TO VAR-PAG.
              MOVE DIA-HOJE      TO VAR-DIA-CAB.
              MOVE MES-HOJE      TO VAR-MES-CAB.
              MOVE ANO-HOJE      TO VAR-ANO-CAB.
              MOVE PESO-STREAK   TO VAR-PESO-STR.
              MOVE PESO-QUEBRA   TO VAR-PESO-QUE.
              MOVE PESO-ESTORNO  TO VAR-PESO-EST.
              MOVE PESO-PERDA    TO VAR-PESO-PER.
              MOVE PESO-ATRASO   TO VAR-PESO-ATR.
              MOVE DESCONTO-ANO  TO VAR-DESC-ANO.
              MOVE LIMITE-MEDIO  TO VAR-LIM-MEDIO.
              MOVE LIMITE-ALTO   TO VAR-LIM-ALTO.
              IF CT-PAG EQUAL 1
                     WRITE REG-REL FROM CAB-01
              ELSE
                     WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-PESOS AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       FIM.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE SCORORD
                    RELRISC.

       IMPRIME-RODAPE.
              MOVE "Socios pontuados............:" TO VAR-DESC-ROD.
              MOVE TOTAL-PONTUADOS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-RISC AFTER ADVANCING 3 LINES.
              MOVE "  faixa A - risco alto......:" TO VAR-DESC-ROD.
              MOVE TOTAL-ALTO TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-RISC AFTER ADVANCING 1 LINE.
              MOVE "  faixa M - risco medio.....:" TO VAR-DESC-ROD.
              MOVE TOTAL-MEDIO TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-RISC AFTER ADVANCING 1 LINE.
              MOVE "  faixa B - risco baixo.....:" TO VAR-DESC-ROD.
              MOVE TOTAL-BAIXO TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-RISC AFTER ADVANCING 1 LINE.
              MOVE "Socios na lista de trabalho.:" TO VAR-DESC-ROD.
              MOVE TOTAL-LISTADOS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-RISC AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX87"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-PONTUADOS  TO TOTAL-GRAVADOS-RUNLOG.
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
