       IDENTIFICATION              DIVISION.

       PROGRAM-ID.          EX-25.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.            APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      MANUTENCAO DA TABELA DE RATEIO DO CUSTO DOS
      *              FUNCIONARIOS ENTRE DEPARTAMENTOS (RATEIO.DAT):
      *              QUEM TRABALHA PARA DOIS OU TRES DEPARTAMENTOS
      *              TINHA 100% DO CUSTO LANCADO NO DEPARTAMENTO DA
      *              FOLHA, E OS CHEFES CONTESTAVAM OS NUMEROS TODO
      *              MES. APLICA AS TRANSACOES DE TRANRAT.DAT - AS
      *              LINHAS SEGUIDAS DE UM MESMO TIPO, CODIGO E
      *              VIGENCIA FORMAM UMA TABELA (DEPARTAMENTO E
      *              PERCENTUAL POR LINHA) - VALIDADAS CONTRA O MESTRE
      *              CADFUNCI.DAT (CODIGO EXISTENTE E ATIVO) E O
      *              MESTRE DE DEPARTAMENTOS DEPTOS.DAT: "I" INCLUI A
      *              TABELA DA VIGENCIA, "A" SUBSTITUI A TABELA
      *              INTEIRA, "E" EXCLUI. A TABELA SO ENTRA SE OS
      *              PERCENTUAIS SOMAREM 100,00, SEM DEPARTAMENTO
      *              REPETIDO OU FORA DO MESTRE. O RESULTADO DE CADA
      *              LINHA SAI EM RELRAT. AS VIGENCIAS ANTERIORES
      *              FICAM NO ARQUIVO, PARA O REPROCESSAMENTO DE UMA
      *              COMPETENCIA PASSADA RATEAR COMO NA EPOCA.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT TRANRAT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RATEIO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL DEPTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADFUNCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO-FUNC
              FILE STATUS IS CADFUNCI-STATUS.

              SELECT RELRAT ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * TRANRAT: uma linha por departamento da tabela - "I" inclui,
      * "A" substitui, "E" exclui, sempre pelo codigo + vigencia.
      * Na exclusao basta uma linha (departamento e percentual sao
      * ignorados).
       FD     TRANRAT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANRAT.DAT".
       01     REG-TRR.
              02 TIPO-TRR          PIC X(01).
              02 CODIGO-TRR        PIC 9(05).
              02 VIGENCIA-TRR      PIC 9(06).
              02 DEPTO-TRR         PIC 9(02).
              02 PERCENTUAL-TRR    PIC 9(03)V9(02).

      * RATEIO: uma linha por funcionario + vigencia + departamento
      * (copybook), carregado por completo e regravado ao final.
       FD     RATEIO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RATEIO.DAT".
       COPY RATEIO.

      * DEPTOS: mestre de departamentos (layout do EX03 deste
      * modulo).
       FD     DEPTOS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "DEPTOS.DAT".
       01     REG-DEPTOS.
              02 CODIGO-DEPTO      PIC 9(02).
              02 NOME-DEPTO        PIC X(20).
              02 CENTRO-CUSTO      PIC 9(04).

      * CADFUNCI: mestre de funcionarios indexado (layout do EX-16).
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

       FD     RELRAT
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77  FIM-TRANS    PIC X(03) VALUE "NAO".
       77  FIM-RAT      PIC X(03) VALUE "NAO".
       77  FIM-DEPTOS   PIC X(03) VALUE "NAO".
       77  CADFUNCI-STATUS PIC X(02) VALUE "00".
       77  RUNLOG-STATUS PIC X(02) VALUE "00".
       77  TOTAL-LIDOS   PIC 9(04) VALUE ZEROES.
       77  TOTAL-INCLUSOES PIC 9(04) VALUE ZEROES.
       77  TOTAL-ALTERACOES PIC 9(04) VALUE ZEROES.
       77  TOTAL-EXCLUSOES PIC 9(04) VALUE ZEROES.
       77  TOTAL-REJEITADAS PIC 9(04) VALUE ZEROES.
       77  VAR-SITUACAO PIC X(24) VALUE SPACES.
       77  FUNCIONARIO-ATIVO PIC X(03) VALUE "NAO".
       77  TABELA-VALIDA PIC X(03) VALUE "NAO".
       01  DATA-HOJE.
              02 ANO-HOJE   PIC 9(04).
              02 MES-HOJE   PIC 9(02).
              02 DIA-HOJE   PIC 9(02).
       01  HORA-ATUAL.
              02 HH-ATUAL   PIC 99.
              02 MM-ATUAL   PIC 99.
              02 SS-ATUAL   PIC 99.
              02 CS-ATUAL   PIC 99.

      * Mestre de departamentos em memoria (20 deptos, como no
      * EX03).
       77  TOTAL-MESTRE PIC 9(02) VALUE ZEROES.
       77  IDX-MESTRE   PIC 9(02) VALUE ZEROES.
       77  IDX-MESTRE-ACHADO PIC 9(02) VALUE ZEROES.
       01  TABELA-MESTRE.
              02 MESTRE-REG OCCURS 20 TIMES.
                 03 CODIGO-MESTRE-TAB PIC 9(02).
                 03 NOME-MESTRE-TAB   PIC X(20).

      * Tabela da transacao da vez: as linhas seguidas de mesmo
      * tipo, codigo e vigencia.
       77  TIPO-GRUPO   PIC X(01) VALUE SPACES.
       77  CODIGO-GRUPO PIC 9(05) VALUE ZEROES.
       77  VIGENCIA-GRUPO PIC 9(06) VALUE ZEROES.
       77  TOTAL-GRUPO  PIC 9(02) VALUE ZEROES.
       77  IDX-GRUPO    PIC 9(02) VALUE ZEROES.
       77  IDX-GRUPO-2  PIC 9(02) VALUE ZEROES.
       77  GRUPO-EXCEDIDO PIC X(03) VALUE "NAO".
       77  SOMA-PERCENTUAL PIC 9(05)V9(02) VALUE ZEROES.
       01  VIGENCIA-VALIDA.
              02 ANO-VIGENCIA PIC 9(04).
              02 MES-VIGENCIA PIC 9(02).
       01  TABELA-GRUPO.
              02 GRUPO-REG OCCURS 20 TIMES.
                 03 DEPTO-GRUPO-TAB      PIC 9(02).
                 03 PERCENTUAL-GRUPO-TAB PIC 9(03)V9(02).
                 03 NOME-GRUPO-TAB       PIC X(20).

      * Rateios em memoria; SITUACAO "A" ativo, "X" excluido (sai na
      * regravacao).
       77  TOTAL-RAT    PIC 9(04) VALUE ZEROES.
       77  IDX-RAT      PIC 9(04) VALUE ZEROES.
       77  IDX-RAT-ACHADO PIC 9(04) VALUE ZEROES.
       01  TABELA-RAT.
              02 RAT-REG   OCCURS 2000 TIMES.
                 03 CODIGO-RAT-TAB     PIC 9(05).
                 03 VIGENCIA-RAT-TAB   PIC 9(06).
                 03 DEPTO-RAT-TAB      PIC 9(02).
                 03 PERCENTUAL-RAT-TAB PIC 9(03)V9(02).
                 03 SITUACAO-RAT-TAB   PIC X(01).

       01  CAB-RAT-01.
              02 FILLER     PIC X(21) VALUE SPACES.
              02 FILLER     PIC X(37)
                 VALUE "MANUTENCAO DO RATEIO - RATEIO.DAT".
              02 FILLER     PIC X(22) VALUE SPACES.

       01  CAB-RAT-02.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(11) VALUE "TIPO".
              02 FILLER     PIC X(07) VALUE "COD.".
              02 FILLER     PIC X(08) VALUE "VIGENC.".
              02 FILLER     PIC X(24) VALUE "DEPARTAMENTO".
              02 FILLER     PIC X(07) VALUE "PERC.".
              02 FILLER     PIC X(21) VALUE "SITUACAO".

       01  DETALHE-RAT.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-TIPO   PIC X(09).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-CODIGO PIC 9(05).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-VIGENCIA PIC 9(06).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-DEPTO  PIC 99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-NOME-DEPTO PIC X(20).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-PERCENTUAL PIC ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-SITUACAO-DET PIC X(21).

       01  ROD-RAT-01.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Tabelas rejeitadas       :".
              02 VAR-REJEITADAS PIC ZZZ9.
              02 FILLER     PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX25.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-TRANS EQUAL "SIM".
              PERFORM REGRAVA-RATEIOS.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM CARREGA-MESTRE-DEPTOS.
              PERFORM CARREGA-RATEIOS.
              OPEN   INPUT  TRANRAT
                     INPUT  CADFUNCI
                     OUTPUT RELRAT.
              WRITE REG-REL FROM CAB-RAT-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-RAT-02 AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.
              PERFORM LEITURA.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX-25: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-MESTRE-DEPTOS.
              OPEN INPUT DEPTOS.
              PERFORM UNTIL FIM-DEPTOS EQUAL "SIM"
                      READ DEPTOS
                             AT END MOVE "SIM" TO FIM-DEPTOS
                             NOT AT END
                                  IF TOTAL-MESTRE LESS THAN 20
                                       ADD 1 TO TOTAL-MESTRE
                                       MOVE CODIGO-DEPTO TO
                                          CODIGO-MESTRE-TAB
                                             (TOTAL-MESTRE)
                                       MOVE NOME-DEPTO TO
                                          NOME-MESTRE-TAB(TOTAL-MESTRE)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE DEPTOS.

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
                                  MOVE CODIGO-RAT
                                    TO CODIGO-RAT-TAB(TOTAL-RAT)
                                  MOVE VIGENCIA-RAT
                                    TO VIGENCIA-RAT-TAB(TOTAL-RAT)
                                  MOVE DEPTO-RAT
                                    TO DEPTO-RAT-TAB(TOTAL-RAT)
                                  MOVE PERCENTUAL-RAT
                                    TO PERCENTUAL-RAT-TAB(TOTAL-RAT)
                                  MOVE "A"
                                    TO SITUACAO-RAT-TAB(TOTAL-RAT)
                      END-READ
              END-PERFORM.
              CLOSE RATEIO.

       LEITURA.
              READ TRANRAT
                     AT END MOVE "SIM" TO FIM-TRANS
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

      * Junta as linhas seguidas da mesma tabela e aplica a tabela
      * inteira de uma vez - a soma de 100% so pode ser conferida
      * com todas as linhas na mao.
       PRINCIPAL.
              MOVE TIPO-TRR     TO TIPO-GRUPO.
              MOVE CODIGO-TRR   TO CODIGO-GRUPO.
              MOVE VIGENCIA-TRR TO VIGENCIA-GRUPO.
              MOVE ZEROES TO TOTAL-GRUPO.
              MOVE "NAO" TO GRUPO-EXCEDIDO.
              MOVE SPACES TO VAR-SITUACAO.
              PERFORM JUNTA-LINHA
                      UNTIL FIM-TRANS EQUAL "SIM"
                         OR TIPO-TRR NOT EQUAL TIPO-GRUPO
                         OR CODIGO-TRR NOT EQUAL CODIGO-GRUPO
                         OR VIGENCIA-TRR NOT EQUAL VIGENCIA-GRUPO.
              EVALUATE TIPO-GRUPO
                     WHEN "I" PERFORM INCLUIR
                     WHEN "A" PERFORM ALTERAR
                     WHEN "E" PERFORM EXCLUIR
                     WHEN OTHER
                            MOVE "TIPO-TRR INVALIDO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
              END-EVALUATE.
              PERFORM IMPRIME-TABELA.

       JUNTA-LINHA.
              IF TOTAL-GRUPO NOT LESS THAN 20
                     MOVE "SIM" TO GRUPO-EXCEDIDO
              ELSE
                     ADD 1 TO TOTAL-GRUPO
                     MOVE DEPTO-TRR TO DEPTO-GRUPO-TAB(TOTAL-GRUPO)
                     MOVE PERCENTUAL-TRR
                       TO PERCENTUAL-GRUPO-TAB(TOTAL-GRUPO)
                     MOVE SPACES TO NOME-GRUPO-TAB(TOTAL-GRUPO).
              PERFORM LEITURA.

      * A tabela so entra para funcionario existente e ativo no
      * mestre (desligado nao tem mais custo a ratear).
       VERIFICA-FUNCIONARIO.
              MOVE "NAO" TO FUNCIONARIO-ATIVO.
              MOVE CODIGO-GRUPO TO CODIGO-FUNC.
              READ CADFUNCI KEY IS CODIGO-FUNC
                     INVALID KEY
                            MOVE "CODIGO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                     NOT INVALID KEY
                            IF STATUS-FUNC EQUAL "D"
                                   MOVE "FUNCIONARIO DESLIGADO"
                                     TO VAR-SITUACAO
                            ELSE
                                   MOVE "SIM" TO FUNCIONARIO-ATIVO
                            END-IF
              END-READ.

      * Vigencia AAAAMM com mes valido; cada departamento no mestre,
      * sem repeticao e com percentual; soma exata de 100,00.
       VALIDA-TABELA.
              MOVE "NAO" TO TABELA-VALIDA.
              MOVE VIGENCIA-GRUPO TO VIGENCIA-VALIDA.
              MOVE ZEROES TO SOMA-PERCENTUAL.
              PERFORM VARYING IDX-GRUPO FROM 1 BY 1
                      UNTIL IDX-GRUPO GREATER THAN TOTAL-GRUPO
                      ADD PERCENTUAL-GRUPO-TAB(IDX-GRUPO)
                        TO SOMA-PERCENTUAL
              END-PERFORM.
              IF ANO-VIGENCIA LESS THAN 2000
                OR MES-VIGENCIA LESS THAN 1
                OR MES-VIGENCIA GREATER THAN 12
                     MOVE "VIGENCIA INVALIDA" TO VAR-SITUACAO
              ELSE IF GRUPO-EXCEDIDO EQUAL "SIM"
                     MOVE "MAIS DE 20 DEPTOS" TO VAR-SITUACAO
              ELSE
                     PERFORM CONFERE-DEPARTAMENTOS
                     IF VAR-SITUACAO EQUAL SPACES
                            IF SOMA-PERCENTUAL NOT EQUAL 100
                                   MOVE "SOMA DIFERENTE DE 100"
                                     TO VAR-SITUACAO
                            ELSE
                                   MOVE "SIM" TO TABELA-VALIDA.

       CONFERE-DEPARTAMENTOS.
              PERFORM VARYING IDX-GRUPO FROM 1 BY 1
                      UNTIL IDX-GRUPO GREATER THAN TOTAL-GRUPO
                         OR VAR-SITUACAO NOT EQUAL SPACES
                      PERFORM CONFERE-UM-DEPARTAMENTO
              END-PERFORM.

       CONFERE-UM-DEPARTAMENTO.
              MOVE ZEROES TO IDX-MESTRE-ACHADO.
              PERFORM VARYING IDX-MESTRE FROM 1 BY 1
                      UNTIL IDX-MESTRE GREATER THAN TOTAL-MESTRE
                         OR IDX-MESTRE-ACHADO GREATER THAN ZEROES
                      IF CODIGO-MESTRE-TAB(IDX-MESTRE) EQUAL
                            DEPTO-GRUPO-TAB(IDX-GRUPO)
                             MOVE IDX-MESTRE TO IDX-MESTRE-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-MESTRE-ACHADO EQUAL ZEROES
                     MOVE "DEPTO FORA DO MESTRE" TO VAR-SITUACAO
              ELSE
                     MOVE NOME-MESTRE-TAB(IDX-MESTRE-ACHADO)
                       TO NOME-GRUPO-TAB(IDX-GRUPO)
                     IF PERCENTUAL-GRUPO-TAB(IDX-GRUPO) EQUAL ZEROES
                            MOVE "PERCENTUAL ZERADO" TO VAR-SITUACAO
                     END-IF
                     PERFORM VARYING IDX-GRUPO-2 FROM 1 BY 1
                             UNTIL IDX-GRUPO-2 NOT LESS THAN
                                   IDX-GRUPO
                             IF DEPTO-GRUPO-TAB(IDX-GRUPO-2) EQUAL
                                   DEPTO-GRUPO-TAB(IDX-GRUPO)
                                    MOVE "DEPARTAMENTO REPETIDO"
                                      TO VAR-SITUACAO
                             END-IF
                     END-PERFORM.

       LOCALIZA-RATEIO.
              MOVE ZEROES TO IDX-RAT-ACHADO.
              PERFORM VARYING IDX-RAT FROM 1 BY 1
                      UNTIL IDX-RAT GREATER THAN TOTAL-RAT
                         OR IDX-RAT-ACHADO GREATER THAN ZEROES
                      IF CODIGO-RAT-TAB(IDX-RAT) EQUAL CODIGO-GRUPO
                        AND VIGENCIA-RAT-TAB(IDX-RAT) EQUAL
                            VIGENCIA-GRUPO
                        AND SITUACAO-RAT-TAB(IDX-RAT) EQUAL "A"
                             MOVE IDX-RAT TO IDX-RAT-ACHADO
                      END-IF
              END-PERFORM.

       INCLUIR.
              PERFORM VERIFICA-FUNCIONARIO.
              IF FUNCIONARIO-ATIVO EQUAL "NAO"
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM VALIDA-TABELA
                     IF TABELA-VALIDA EQUAL "NAO"
                            ADD 1 TO TOTAL-REJEITADAS
                     ELSE
                            PERFORM LOCALIZA-RATEIO
                            IF IDX-RAT-ACHADO GREATER THAN ZEROES
                                   MOVE "RATEIO JA EXISTE"
                                     TO VAR-SITUACAO
                                   ADD 1 TO TOTAL-REJEITADAS
                            ELSE IF TOTAL-RAT + TOTAL-GRUPO
                                    GREATER THAN 2000
                                   MOVE "REGISTRO LOTADO"
                                     TO VAR-SITUACAO
                                   ADD 1 TO TOTAL-REJEITADAS
                            ELSE
                                   PERFORM GRAVA-TABELA
                                   MOVE "INCLUIDO" TO VAR-SITUACAO
                                   ADD 1 TO TOTAL-INCLUSOES.

      * A alteracao troca a tabela inteira da vigencia: as linhas
      * antigas saem e as novas entram ja conferidas.
       ALTERAR.
              PERFORM VERIFICA-FUNCIONARIO.
              IF FUNCIONARIO-ATIVO EQUAL "NAO"
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM VALIDA-TABELA
                     IF TABELA-VALIDA EQUAL "NAO"
                            ADD 1 TO TOTAL-REJEITADAS
                     ELSE
                            PERFORM LOCALIZA-RATEIO
                            IF IDX-RAT-ACHADO EQUAL ZEROES
                                   MOVE "RATEIO NAO ENCONTRADO"
                                     TO VAR-SITUACAO
                                   ADD 1 TO TOTAL-REJEITADAS
                            ELSE IF TOTAL-RAT + TOTAL-GRUPO
                                    GREATER THAN 2000
                                   MOVE "REGISTRO LOTADO"
                                     TO VAR-SITUACAO
                                   ADD 1 TO TOTAL-REJEITADAS
                            ELSE
                                   PERFORM RETIRA-TABELA
                                   PERFORM GRAVA-TABELA
                                   MOVE "ALTERADO" TO VAR-SITUACAO
                                   ADD 1 TO TOTAL-ALTERACOES.

      * A exclusao nao exige funcionario ativo: desligado tambem tem
      * a tabela retirada.
       EXCLUIR.
              PERFORM LOCALIZA-RATEIO.
              IF IDX-RAT-ACHADO EQUAL ZEROES
                     MOVE "RATEIO NAO ENCONTRADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM RETIRA-TABELA
                     MOVE "EXCLUIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-EXCLUSOES.

       RETIRA-TABELA.
              PERFORM VARYING IDX-RAT FROM 1 BY 1
                      UNTIL IDX-RAT GREATER THAN TOTAL-RAT
                      IF CODIGO-RAT-TAB(IDX-RAT) EQUAL CODIGO-GRUPO
                        AND VIGENCIA-RAT-TAB(IDX-RAT) EQUAL
                            VIGENCIA-GRUPO
                             MOVE "X" TO SITUACAO-RAT-TAB(IDX-RAT)
                      END-IF
              END-PERFORM.

       GRAVA-TABELA.
              PERFORM VARYING IDX-GRUPO FROM 1 BY 1
                      UNTIL IDX-GRUPO GREATER THAN TOTAL-GRUPO
                      ADD 1 TO TOTAL-RAT
                      MOVE CODIGO-GRUPO TO CODIGO-RAT-TAB(TOTAL-RAT)
                      MOVE VIGENCIA-GRUPO
                        TO VIGENCIA-RAT-TAB(TOTAL-RAT)
                      MOVE DEPTO-GRUPO-TAB(IDX-GRUPO)
                        TO DEPTO-RAT-TAB(TOTAL-RAT)
                      MOVE PERCENTUAL-GRUPO-TAB(IDX-GRUPO)
                        TO PERCENTUAL-RAT-TAB(TOTAL-RAT)
                      MOVE "A" TO SITUACAO-RAT-TAB(TOTAL-RAT)
              END-PERFORM.

      * Uma linha por departamento da tabela, todas com o resultado
      * da tabela.
       IMPRIME-TABELA.
              EVALUATE TIPO-GRUPO
                     WHEN "I" MOVE "INCLUSAO"  TO VAR-TIPO
                     WHEN "A" MOVE "ALTERACAO" TO VAR-TIPO
                     WHEN "E" MOVE "EXCLUSAO"  TO VAR-TIPO
                     WHEN OTHER MOVE TIPO-GRUPO TO VAR-TIPO
              END-EVALUATE.
              MOVE CODIGO-GRUPO   TO VAR-CODIGO.
              MOVE VIGENCIA-GRUPO TO VAR-VIGENCIA.
              MOVE VAR-SITUACAO   TO VAR-SITUACAO-DET.
              PERFORM VARYING IDX-GRUPO FROM 1 BY 1
                      UNTIL IDX-GRUPO GREATER THAN TOTAL-GRUPO
                      MOVE DEPTO-GRUPO-TAB(IDX-GRUPO) TO VAR-DEPTO
                      MOVE NOME-GRUPO-TAB(IDX-GRUPO)
                        TO VAR-NOME-DEPTO
                      MOVE PERCENTUAL-GRUPO-TAB(IDX-GRUPO)
                        TO VAR-PERCENTUAL
                      WRITE REG-REL FROM DETALHE-RAT
                            AFTER ADVANCING 1 LINE
              END-PERFORM.

       REGRAVA-RATEIOS.
              OPEN OUTPUT RATEIO.
              PERFORM VARYING IDX-RAT FROM 1 BY 1
                      UNTIL IDX-RAT GREATER THAN TOTAL-RAT
                      IF SITUACAO-RAT-TAB(IDX-RAT) EQUAL "A"
                             PERFORM GRAVA-RATEIO
                      END-IF
              END-PERFORM.
              CLOSE RATEIO.

       GRAVA-RATEIO.
              MOVE CODIGO-RAT-TAB(IDX-RAT)     TO CODIGO-RAT.
              MOVE VIGENCIA-RAT-TAB(IDX-RAT)   TO VIGENCIA-RAT.
              MOVE DEPTO-RAT-TAB(IDX-RAT)      TO DEPTO-RAT.
              MOVE PERCENTUAL-RAT-TAB(IDX-RAT) TO PERCENTUAL-RAT.
              WRITE REG-RAT.

       FIM.
              MOVE TOTAL-REJEITADAS TO VAR-REJEITADAS.
              WRITE REG-REL FROM ROD-RAT-01 AFTER ADVANCING 3 LINES.
              PERFORM GRAVA-RUNLOG.
              CLOSE TRANRAT
                    CADFUNCI
                    RELRAT.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "EX-25"          TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              COMPUTE TOTAL-GRAVADOS-RUNLOG =
                     TOTAL-INCLUSOES + TOTAL-ALTERACOES
                     + TOTAL-EXCLUSOES.
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
