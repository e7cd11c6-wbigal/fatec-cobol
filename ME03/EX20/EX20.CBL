       IDENTIFICATION              DIVISION.

       PROGRAM-ID.          EX-20.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.            APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      MANUTENCAO DO REGISTRO DE DESCONTOS RECORRENTES
      *              DA FOLHA (DESCFUNC.DAT): CONSIGNADO, VALE-
      *              TRANSPORTE, COPARTICIPACAO DO PLANO DE SAUDE E
      *              CONTRIBUICAO SINDICAL ERAM ABATIDOS PELO RH
      *              ACERTANDO O LIQUIDO DEPOIS DO EX05, E O EX11
      *              PAGAVA O LIQUIDO ERRADO QUANDO ALGUEM ESQUECIA.
      *              APLICA AS TRANSACOES DE TRANDESC.DAT, VALIDADAS
      *              CONTRA O MESTRE CADFUNCI.DAT (CODIGO EXISTENTE E
      *              ATIVO) - "I" INCLUI O DESCONTO (NATUREZA, CREDOR,
      *              VALOR FIXO OU PERCENTUAL, COMPETENCIAS DE INICIO
      *              E FIM, PARCELAS RESTANTES), "A" ALTERA VALOR/
      *              PERCENTUAL/FIM/PARCELAS, "E" EXCLUI - COM O
      *              RESULTADO DE CADA UMA EM RELDESC. A CHAVE DO
      *              REGISTRO E CODIGO + NATUREZA + CREDOR. NA
      *              REGRAVACAO SAEM OS DESCONTOS ENCERRADOS (FIM JA
      *              PASSADO E NADA PENDENTE). QUEM DESCONTA E O EX05,
      *              DEPOIS DOS IMPOSTOS.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT TRANDESC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL DESCFUNC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADFUNCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO-FUNC
              FILE STATUS IS CADFUNCI-STATUS.

              SELECT RELDESC ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * TRANDESC: uma transacao por linha - "I" inclui, "A" altera,
      * "E" exclui, sempre pelo codigo + natureza + credor. Na
      * alteracao, campo zerado/em branco mantem o valor registrado.
       FD     TRANDESC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANDESC.DAT".
       01     REG-TRD.
              02 TIPO-TRD          PIC X(01).
              02 CODIGO-TRD        PIC 9(05).
              02 NATUREZA-TRD      PIC X(01).
              02 CREDOR-TRD        PIC 9(04).
              02 NOME-CREDOR-TRD   PIC X(20).
              02 FORMA-TRD         PIC X(01).
              02 VALOR-TRD         PIC 9(05)V9(02).
              02 PERCENTUAL-TRD    PIC 9(02)V9(02).
              02 INICIO-TRD        PIC 9(06).
              02 FIM-TRD           PIC 9(06).
              02 PARCELAS-TRD      PIC 9(03).

      * DESCFUNC: um desconto por linha (copybook), carregado por
      * completo e regravado ao final.
       FD     DESCFUNC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "DESCFUNC.DAT".
       COPY DESCFUNC.

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

       FD     RELDESC
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
       77  FIM-DSC      PIC X(03) VALUE "NAO".
       77  CADFUNCI-STATUS PIC X(02) VALUE "00".
       77  RUNLOG-STATUS PIC X(02) VALUE "00".
       77  TOTAL-LIDOS   PIC 9(04) VALUE ZEROES.
       77  TOTAL-INCLUSOES PIC 9(04) VALUE ZEROES.
       77  TOTAL-ALTERACOES PIC 9(04) VALUE ZEROES.
       77  TOTAL-EXCLUSOES PIC 9(04) VALUE ZEROES.
       77  TOTAL-REJEITADAS PIC 9(04) VALUE ZEROES.
       77  VAR-SITUACAO PIC X(24) VALUE SPACES.
       77  FUNCIONARIO-ATIVO PIC X(03) VALUE "NAO".
       77  PERIODO-ATUAL PIC 9(06) VALUE ZEROES.
       77  INICIO-EFETIVO PIC 9(06) VALUE ZEROES.
       01  DATA-HOJE.
              02 ANO-HOJE   PIC 9(04).
              02 MES-HOJE   PIC 9(02).
              02 DIA-HOJE   PIC 9(02).
       01  HORA-ATUAL.
              02 HH-ATUAL   PIC 99.
              02 MM-ATUAL   PIC 99.
              02 SS-ATUAL   PIC 99.
              02 CS-ATUAL   PIC 99.

      * Descontos em memoria; SITUACAO "A" ativo, "X" excluido (sai
      * na regravacao).
       77  TOTAL-DSC    PIC 9(04) VALUE ZEROES.
       77  IDX-DSC      PIC 9(04) VALUE ZEROES.
       77  IDX-DSC-ACHADO PIC 9(04) VALUE ZEROES.
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
                 03 SITUACAO-DSC-TAB    PIC X(01).

       01  CAB-DSC-01.
              02 FILLER     PIC X(21) VALUE SPACES.
              02 FILLER     PIC X(38)
                 VALUE "MANUTENCAO DE DESCONTOS - DESCFUNC.DAT".
              02 FILLER     PIC X(21) VALUE SPACES.

       01  DETALHE-DSC.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-TIPO   PIC X(09).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-CODIGO PIC 9(05).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-NATUREZA PIC X(01).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-CREDOR PIC 9(04).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-NOME-CREDOR PIC X(20).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-SITUACAO-DET PIC X(24).
              02 FILLER     PIC X(06) VALUE SPACES.

       01  ROD-DSC-01.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Transacoes rejeitadas    :".
              02 VAR-REJEITADAS PIC ZZZ9.
              02 FILLER     PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX20.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-TRANS EQUAL "SIM".
              PERFORM REGRAVA-DESCONTOS.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE PERIODO-ATUAL = ANO-HOJE * 100 + MES-HOJE.
              PERFORM CARREGA-DESCONTOS.
              OPEN   INPUT  TRANDESC
                     INPUT  CADFUNCI
                     OUTPUT RELDESC.
              WRITE REG-REL FROM CAB-DSC-01 AFTER ADVANCING 1 LINE.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.
              PERFORM LEITURA.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX-20: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

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
              MOVE TERMINO-DSC       TO TERMINO-DSC-TAB(TOTAL-DSC).
              MOVE PARCELAS-DSC    TO PARCELAS-DSC-TAB(TOTAL-DSC).
              MOVE PENDENTE-DSC    TO PENDENTE-DSC-TAB(TOTAL-DSC).
              MOVE ULT-PERIODO-DSC TO ULT-PERIODO-DSC-TAB(TOTAL-DSC).
              MOVE "A"             TO SITUACAO-DSC-TAB(TOTAL-DSC).

       LEITURA.
              READ TRANDESC
                     AT END MOVE "SIM" TO FIM-TRANS
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              EVALUATE TIPO-TRD
                     WHEN "I" PERFORM INCLUIR
                     WHEN "A" PERFORM ALTERAR
                     WHEN "E" PERFORM EXCLUIR
                     WHEN OTHER
                            MOVE "TIPO-TRD INVALIDO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
              END-EVALUATE.
              PERFORM IMPRIME-TRANSACAO.
              PERFORM LEITURA.

      * O desconto so entra para funcionario existente e ativo no
      * mestre (desligado nao tem mais folha para descontar).
       VERIFICA-FUNCIONARIO.
              MOVE "NAO" TO FUNCIONARIO-ATIVO.
              MOVE CODIGO-TRD TO CODIGO-FUNC.
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

       LOCALIZA-DESCONTO.
              MOVE ZEROES TO IDX-DSC-ACHADO.
              PERFORM VARYING IDX-DSC FROM 1 BY 1
                      UNTIL IDX-DSC GREATER THAN TOTAL-DSC
                         OR IDX-DSC-ACHADO GREATER THAN ZEROES
                      IF CODIGO-DSC-TAB(IDX-DSC) EQUAL CODIGO-TRD
                        AND NATUREZA-DSC-TAB(IDX-DSC) EQUAL
                            NATUREZA-TRD
                        AND CREDOR-DSC-TAB(IDX-DSC) EQUAL CREDOR-TRD
                        AND SITUACAO-DSC-TAB(IDX-DSC) EQUAL "A"
                             MOVE IDX-DSC TO IDX-DSC-ACHADO
                      END-IF
              END-PERFORM.

      * Inicio zerado vale a competencia corrente. O consignado e
      * sempre valor fixo com numero de parcelas, para a folha saber
      * quando o contrato termina.
       INCLUIR.
              IF INICIO-TRD GREATER THAN ZEROES
                     MOVE INICIO-TRD TO INICIO-EFETIVO
              ELSE
                     MOVE PERIODO-ATUAL TO INICIO-EFETIVO.
              PERFORM VERIFICA-FUNCIONARIO.
              IF FUNCIONARIO-ATIVO EQUAL "NAO"
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF NATUREZA-TRD NOT EQUAL "E" AND "V" AND "S"
                                       AND "U"
                     MOVE "NATUREZA E/V/S/U INVALIDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF CREDOR-TRD EQUAL ZEROES
                     MOVE "CREDOR E OBRIGATORIO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF NOT (FORMA-TRD EQUAL "V"
                           AND VALOR-TRD GREATER THAN ZEROES)
                  AND NOT (FORMA-TRD EQUAL "P"
                           AND PERCENTUAL-TRD GREATER THAN ZEROES)
                     MOVE "FORMA/VALOR INVALIDOS" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF NATUREZA-TRD EQUAL "E"
                  AND (FORMA-TRD NOT EQUAL "V"
                       OR PARCELAS-TRD EQUAL ZEROES)
                     MOVE "CONSIGNADO SEM PARCELAS" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF FIM-TRD GREATER THAN ZEROES
                  AND FIM-TRD LESS THAN INICIO-EFETIVO
                     MOVE "FIM ANTERIOR AO INICIO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM LOCALIZA-DESCONTO
                     IF IDX-DSC-ACHADO GREATER THAN ZEROES
                            MOVE "DESCONTO JA EXISTE" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     ELSE IF TOTAL-DSC NOT LESS THAN 2000
                            MOVE "REGISTRO LOTADO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     ELSE
                            PERFORM GRAVA-INCLUSAO.

       GRAVA-INCLUSAO.
              ADD 1 TO TOTAL-DSC.
              MOVE CODIGO-TRD      TO CODIGO-DSC-TAB(TOTAL-DSC).
              MOVE NATUREZA-TRD    TO NATUREZA-DSC-TAB(TOTAL-DSC).
              MOVE CREDOR-TRD      TO CREDOR-DSC-TAB(TOTAL-DSC).
              MOVE NOME-CREDOR-TRD TO NOME-CREDOR-DSC-TAB(TOTAL-DSC).
              MOVE FORMA-TRD       TO FORMA-DSC-TAB(TOTAL-DSC).
              MOVE VALOR-TRD       TO VALOR-DSC-TAB(TOTAL-DSC).
              MOVE PERCENTUAL-TRD  TO PERCENTUAL-DSC-TAB(TOTAL-DSC).
              MOVE INICIO-EFETIVO  TO INICIO-DSC-TAB(TOTAL-DSC).
              MOVE FIM-TRD         TO TERMINO-DSC-TAB(TOTAL-DSC).
              MOVE PARCELAS-TRD    TO PARCELAS-DSC-TAB(TOTAL-DSC).
              MOVE ZEROES          TO PENDENTE-DSC-TAB(TOTAL-DSC).
              MOVE ZEROES          TO ULT-PERIODO-DSC-TAB(TOTAL-DSC).
              MOVE "A"             TO SITUACAO-DSC-TAB(TOTAL-DSC).
              MOVE "INCLUIDO" TO VAR-SITUACAO.
              ADD 1 TO TOTAL-INCLUSOES.

      * Alteracao (renegociacao do consignado, reajuste da tarifa do
      * vale, nova mensalidade sindical): so os campos informados
      * mudam; o pendente transportado permanece.
       ALTERAR.
              PERFORM VERIFICA-FUNCIONARIO.
              IF FUNCIONARIO-ATIVO EQUAL "NAO"
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM LOCALIZA-DESCONTO
                     IF IDX-DSC-ACHADO EQUAL ZEROES
                            MOVE "DESCONTO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     ELSE IF FORMA-TRD NOT EQUAL SPACES
                         AND FORMA-TRD NOT EQUAL "V" AND "P"
                            MOVE "FORMA/VALOR INVALIDOS"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     ELSE IF NATUREZA-TRD EQUAL "E"
                         AND FORMA-TRD EQUAL "P"
                            MOVE "CONSIGNADO SEM PARCELAS"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     ELSE
                            PERFORM GRAVA-ALTERACAO.

       GRAVA-ALTERACAO.
              IF FORMA-TRD NOT EQUAL SPACES
                     MOVE FORMA-TRD TO FORMA-DSC-TAB(IDX-DSC-ACHADO).
              IF VALOR-TRD GREATER THAN ZEROES
                     MOVE VALOR-TRD TO VALOR-DSC-TAB(IDX-DSC-ACHADO).
              IF PERCENTUAL-TRD GREATER THAN ZEROES
                     MOVE PERCENTUAL-TRD
                       TO PERCENTUAL-DSC-TAB(IDX-DSC-ACHADO).
              IF FIM-TRD GREATER THAN ZEROES
                     MOVE FIM-TRD TO TERMINO-DSC-TAB(IDX-DSC-ACHADO).
              IF PARCELAS-TRD GREATER THAN ZEROES
                     MOVE PARCELAS-TRD
                       TO PARCELAS-DSC-TAB(IDX-DSC-ACHADO).
              IF NOME-CREDOR-TRD NOT EQUAL SPACES
                     MOVE NOME-CREDOR-TRD
                       TO NOME-CREDOR-DSC-TAB(IDX-DSC-ACHADO).
              MOVE "ALTERADO" TO VAR-SITUACAO.
              ADD 1 TO TOTAL-ALTERACOES.

      * A exclusao nao exige funcionario ativo: desligado tambem tem
      * o desconto retirado (o saldo do consignado e acertado na
      * rescisao, fora da folha mensal).
       EXCLUIR.
              PERFORM LOCALIZA-DESCONTO.
              IF IDX-DSC-ACHADO EQUAL ZEROES
                     MOVE "DESCONTO NAO ENCONTRADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     MOVE "X" TO SITUACAO-DSC-TAB(IDX-DSC-ACHADO)
                     MOVE "EXCLUIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-EXCLUSOES.

       IMPRIME-TRANSACAO.
              EVALUATE TIPO-TRD
                     WHEN "I" MOVE "INCLUSAO"  TO VAR-TIPO
                     WHEN "A" MOVE "ALTERACAO" TO VAR-TIPO
                     WHEN "E" MOVE "EXCLUSAO"  TO VAR-TIPO
                     WHEN OTHER MOVE TIPO-TRD  TO VAR-TIPO
              END-EVALUATE.
              MOVE CODIGO-TRD      TO VAR-CODIGO.
              MOVE NATUREZA-TRD    TO VAR-NATUREZA.
              MOVE CREDOR-TRD      TO VAR-CREDOR.
              MOVE NOME-CREDOR-TRD TO VAR-NOME-CREDOR.
              MOVE VAR-SITUACAO    TO VAR-SITUACAO-DET.
              WRITE REG-REL FROM DETALHE-DSC
                    AFTER ADVANCING 1 LINE.

      * Regrava os ativos; desconto com fim ja passado e nada
      * pendente esta encerrado e sai do registro.
       REGRAVA-DESCONTOS.
              OPEN OUTPUT DESCFUNC.
              PERFORM VARYING IDX-DSC FROM 1 BY 1
                      UNTIL IDX-DSC GREATER THAN TOTAL-DSC
                      IF SITUACAO-DSC-TAB(IDX-DSC) EQUAL "A"
                        AND (TERMINO-DSC-TAB(IDX-DSC) EQUAL ZEROES
                          OR TERMINO-DSC-TAB(IDX-DSC) NOT LESS THAN
                             PERIODO-ATUAL
                          OR PENDENTE-DSC-TAB(IDX-DSC) GREATER THAN
                             ZEROES)
                             PERFORM GRAVA-DESCONTO
                      END-IF
              END-PERFORM.
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
              MOVE TERMINO-DSC-TAB(IDX-DSC)         TO TERMINO-DSC.
              MOVE PARCELAS-DSC-TAB(IDX-DSC)    TO PARCELAS-DSC.
              MOVE PENDENTE-DSC-TAB(IDX-DSC)    TO PENDENTE-DSC.
              MOVE ULT-PERIODO-DSC-TAB(IDX-DSC) TO ULT-PERIODO-DSC.
              WRITE REG-DSC.

       FIM.
              MOVE TOTAL-REJEITADAS TO VAR-REJEITADAS.
              WRITE REG-REL FROM ROD-DSC-01 AFTER ADVANCING 3 LINES.
              PERFORM GRAVA-RUNLOG.
              CLOSE TRANDESC
                    CADFUNCI
                    RELDESC.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "EX-20"          TO PROGRAMA-RUNLOG.
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
