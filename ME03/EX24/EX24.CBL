       IDENTIFICATION              DIVISION.

       PROGRAM-ID.          EX-24.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.            APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      MANUTENCAO DO REGISTRO DE AFASTAMENTOS
      *              (AFASTAM.DAT): AUXILIO-DOENCA, ACIDENTE DO
      *              TRABALHO, LICENCA-MATERNIDADE E LICENCA SEM
      *              REMUNERACAO ERAM AVISADOS A FOLHA PELO RH COMO
      *              "PAGAR MENOS DIAS", O EX05 CALCULAVA O SALARIO
      *              CHEIO E O CUSTO DO EX15 NAO SABIA DE NINGUEM
      *              AFASTADO. APLICA AS TRANSACOES DE TRANAFAS.DAT,
      *              VALIDADAS CONTRA O MESTRE CADFUNCI.DAT (CODIGO
      *              EXISTENTE E ATIVO) - "I" INCLUI O AFASTAMENTO
      *              (TIPO, INICIO, RETORNO PREVISTO, CID/DOCUMENTO),
      *              "R" INFORMA O RETORNO EFETIVO, "A" ALTERA O
      *              RETORNO PREVISTO/DOCUMENTO, "E" EXCLUI - COM O
      *              RESULTADO DE CADA UMA EM RELAFAST. A CHAVE DO
      *              REGISTRO E CODIGO + DATA DE INICIO. EMITE AINDA
      *              O RELATORIO MENSAL RELAFMES DOS FUNCIONARIOS
      *              AFASTADOS NA COMPETENCIA, COM O RETORNO PREVISTO
      *              E O ALERTA DE RETORNO JA VENCIDO SEM O RETORNO
      *              EFETIVO INFORMADO. OS EFEITOS NA FOLHA (EX05),
      *              NO 13 (EX09) E NAS FERIAS (EX22) SAO APURADOS
      *              POR CADA PROGRAMA A PARTIR DO REGISTRO.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL TRANAFAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL AFASTAM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADFUNCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO-FUNC
              FILE STATUS IS CADFUNCI-STATUS.

              SELECT RELAFAST ASSIGN TO DISK.

              SELECT RELAFMES ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * TRANAFAS: uma transacao por linha - "I" inclui, "R" retorno,
      * "A" altera, "E" exclui, sempre pelo codigo + data de inicio.
      * Na alteracao, campo zerado/em branco mantem o registrado.
       FD     TRANAFAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANAFAS.DAT".
       01     REG-TRA.
              02 TIPO-TRA          PIC X(01).
              02 CODIGO-TRA        PIC 9(05).
              02 AFASTAMENTO-TRA   PIC X(01).
              02 INICIO-TRA        PIC 9(08).
              02 PREVISTO-TRA      PIC 9(08).
              02 RETORNO-TRA       PIC 9(08).
              02 DOCUMENTO-TRA     PIC X(15).

      * AFASTAM: um afastamento por linha (copybook), carregado por
      * completo e regravado ao final.
       FD     AFASTAM
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "AFASTAM.DAT".
       COPY AFASTAM.

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

       FD     RELAFAST
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

       FD     RELAFMES
              LABEL RECORD IS OMITTED.
       01     REG-MES              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77  FIM-TRANS    PIC X(03) VALUE "NAO".
       77  FIM-AFT      PIC X(03) VALUE "NAO".
       77  CADFUNCI-STATUS PIC X(02) VALUE "00".
       77  RUNLOG-STATUS PIC X(02) VALUE "00".
       77  TOTAL-LIDOS   PIC 9(04) VALUE ZEROES.
       77  TOTAL-INCLUSOES PIC 9(04) VALUE ZEROES.
       77  TOTAL-RETORNOS PIC 9(04) VALUE ZEROES.
       77  TOTAL-ALTERACOES PIC 9(04) VALUE ZEROES.
       77  TOTAL-EXCLUSOES PIC 9(04) VALUE ZEROES.
       77  TOTAL-REJEITADAS PIC 9(04) VALUE ZEROES.
       77  TOTAL-AFASTADOS PIC 9(04) VALUE ZEROES.
       77  TOTAL-ATRASADOS PIC 9(04) VALUE ZEROES.
       77  VAR-SITUACAO PIC X(24) VALUE SPACES.
       77  FUNCIONARIO-ATIVO PIC X(03) VALUE "NAO".
       77  DATA-VALIDA  PIC X(03) VALUE "NAO".
       77  DATA-HOJE-NUM PIC 9(08) VALUE ZEROES.
       01  DATA-HOJE.
              02 ANO-HOJE   PIC 9(04).
              02 MES-HOJE   PIC 9(02).
              02 DIA-HOJE   PIC 9(02).
       01  HORA-ATUAL.
              02 HH-ATUAL   PIC 99.
              02 MM-ATUAL   PIC 99.
              02 SS-ATUAL   PIC 99.
              02 CS-ATUAL   PIC 99.

      * Aritmetica de datas: validacao pela tabela de dias do mes e
      * numero de dias de cada data a partir de uma origem fixa
      * (ano comecando em marco, calendario gregoriano) - so a
      * diferenca entre duas datas interessa.
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
       77  SERIAL-HOJE  PIC 9(07) VALUE ZEROES.
       77  SERIAL-INICIO-MES PIC 9(07) VALUE ZEROES.
       77  SERIAL-FIM-MES PIC 9(07) VALUE ZEROES.
       77  SERIAL-DE    PIC 9(07) VALUE ZEROES.
       77  SERIAL-ATE   PIC 9(07) VALUE ZEROES.
       77  DIAS-NO-MES  PIC S9(07) VALUE ZEROES.
       77  DIAS-TOTAL   PIC S9(07) VALUE ZEROES.

      * Afastamentos em memoria; SITUACAO "A" ativo, "X" excluido
      * (sai na regravacao).
       77  TOTAL-AFT    PIC 9(04) VALUE ZEROES.
       77  IDX-AFT      PIC 9(04) VALUE ZEROES.
       77  IDX-AFT-ACHADO PIC 9(04) VALUE ZEROES.
       77  IDX-AFT-CONFLITO PIC 9(04) VALUE ZEROES.
       01  TABELA-AFT.
              02 AFT-REG   OCCURS 2000 TIMES.
                 03 CODIGO-AFT-TAB     PIC 9(05).
                 03 TIPO-AFT-TAB       PIC X(01).
                 03 INICIO-AFT-TAB     PIC 9(08).
                 03 PREVISTO-AFT-TAB   PIC 9(08).
                 03 RETORNO-AFT-TAB    PIC 9(08).
                 03 DOCUMENTO-AFT-TAB  PIC X(15).
                 03 SITUACAO-AFT-TAB   PIC X(01).

       01  CAB-AFT-01.
              02 FILLER     PIC X(19) VALUE SPACES.
              02 FILLER     PIC X(42)
                 VALUE "MANUTENCAO DE AFASTAMENTOS - AFASTAM.DAT".
              02 FILLER     PIC X(19) VALUE SPACES.

       01  DETALHE-AFT.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-TIPO   PIC X(09).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-CODIGO PIC 9(05).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-AFASTAMENTO PIC X(01).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-INICIO PIC 9(08).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-DOCUMENTO PIC X(15).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-SITUACAO-DET PIC X(24).
              02 FILLER     PIC X(06) VALUE SPACES.

       01  ROD-AFT-01.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Transacoes rejeitadas    :".
              02 VAR-REJEITADAS PIC ZZZ9.
              02 FILLER     PIC X(44) VALUE SPACES.

       01  CAB-MES-01.
              02 FILLER     PIC X(19) VALUE SPACES.
              02 FILLER     PIC X(35)
                 VALUE "FUNCIONARIOS AFASTADOS - MES/ANO ".
              02 VAR-MES-CAB PIC 99.
              02 FILLER     PIC X(01) VALUE "/".
              02 VAR-ANO-CAB PIC 9999.
              02 FILLER     PIC X(19) VALUE SPACES.

       01  CAB-MES-02.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(06) VALUE "COD.".
              02 FILLER     PIC X(21) VALUE "NOME".
              02 FILLER     PIC X(02) VALUE "T".
              02 FILLER     PIC X(09) VALUE "INICIO".
              02 FILLER     PIC X(09) VALUE "PREVISTO".
              02 FILLER     PIC X(09) VALUE "RETORNO".
              02 FILLER     PIC X(04) VALUE "DIAS".
              02 FILLER     PIC X(04) VALUE "MES".
              02 FILLER     PIC X(14) VALUE "SITUACAO".

       01  DETALHE-MES.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-CODIGO-MES PIC 9(05).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-NOME-MES PIC X(20).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-TIPO-MES PIC X(01).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-INICIO-MES PIC 9(08).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-PREVISTO-MES PIC 9(08).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-RETORNO-MES PIC 9(08).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-DIAS-TOTAL PIC ZZZ9.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-DIAS-MES PIC Z9.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-SITUACAO-MES PIC X(13).
              02 FILLER     PIC X(01) VALUE SPACES.

       01  ROD-MES-01.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Afastados na competencia :".
              02 VAR-AFASTADOS PIC ZZZ9.
              02 FILLER     PIC X(44) VALUE SPACES.

       01  ROD-MES-02.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Retorno previsto vencido :".
              02 VAR-ATRASADOS PIC ZZZ9.
              02 FILLER     PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX24.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-TRANS EQUAL "SIM".
              PERFORM EMITE-AFASTADOS-DO-MES.
              PERFORM REGRAVA-AFASTAMENTOS.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              PERFORM CARREGA-AFASTAMENTOS.
              OPEN   INPUT  TRANAFAS
                     INPUT  CADFUNCI
                     OUTPUT RELAFAST
                     OUTPUT RELAFMES.
              WRITE REG-REL FROM CAB-AFT-01 AFTER ADVANCING 1 LINE.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.
              PERFORM LEITURA.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX-24: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

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
                                  PERFORM GUARDA-AFASTAMENTO
                      END-READ
              END-PERFORM.
              CLOSE AFASTAM.

       GUARDA-AFASTAMENTO.
              MOVE CODIGO-AFT    TO CODIGO-AFT-TAB(TOTAL-AFT).
              MOVE TIPO-AFT      TO TIPO-AFT-TAB(TOTAL-AFT).
              MOVE INICIO-AFT    TO INICIO-AFT-TAB(TOTAL-AFT).
              MOVE PREVISTO-AFT  TO PREVISTO-AFT-TAB(TOTAL-AFT).
              MOVE RETORNO-AFT   TO RETORNO-AFT-TAB(TOTAL-AFT).
              MOVE DOCUMENTO-AFT TO DOCUMENTO-AFT-TAB(TOTAL-AFT).
              MOVE "A"           TO SITUACAO-AFT-TAB(TOTAL-AFT).

       LEITURA.
              READ TRANAFAS
                     AT END MOVE "SIM" TO FIM-TRANS
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              EVALUATE TIPO-TRA
                     WHEN "I" PERFORM INCLUIR
                     WHEN "R" PERFORM REGISTRAR-RETORNO
                     WHEN "A" PERFORM ALTERAR
                     WHEN "E" PERFORM EXCLUIR
                     WHEN OTHER
                            MOVE "TIPO-TRA INVALIDO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
              END-EVALUATE.
              PERFORM IMPRIME-TRANSACAO.
              PERFORM LEITURA.

      * O afastamento so entra para funcionario existente e ativo no
      * mestre.
       VERIFICA-FUNCIONARIO.
              MOVE "NAO" TO FUNCIONARIO-ATIVO.
              MOVE CODIGO-TRA TO CODIGO-FUNC.
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

      * Confere a data em DATA-CALC pela tabela de dias do mes.
       VALIDA-DATA.
              MOVE "NAO" TO DATA-VALIDA.
              IF DATA-CALC-NUM NUMERIC
                AND ANO-CALC GREATER THAN 1900
                AND MES-CALC GREATER THAN ZEROES
                AND MES-CALC LESS THAN 13
                     PERFORM ULTIMO-DIA-DO-MES
                     IF DIA-CALC GREATER THAN ZEROES
                       AND DIA-CALC NOT GREATER THAN ULTIMO-DIA-MES
                            MOVE "SIM" TO DATA-VALIDA.

       ULTIMO-DIA-DO-MES.
              MOVE DIAS-MES-TAB(MES-CALC) TO ULTIMO-DIA-MES.
              IF MES-CALC EQUAL 2
                     PERFORM AJUSTA-FEVEREIRO.

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

       LOCALIZA-AFASTAMENTO.
              MOVE ZEROES TO IDX-AFT-ACHADO.
              PERFORM VARYING IDX-AFT FROM 1 BY 1
                      UNTIL IDX-AFT GREATER THAN TOTAL-AFT
                         OR IDX-AFT-ACHADO GREATER THAN ZEROES
                      IF CODIGO-AFT-TAB(IDX-AFT) EQUAL CODIGO-TRA
                        AND INICIO-AFT-TAB(IDX-AFT) EQUAL INICIO-TRA
                        AND SITUACAO-AFT-TAB(IDX-AFT) EQUAL "A"
                             MOVE IDX-AFT TO IDX-AFT-ACHADO
                      END-IF
              END-PERFORM.

      * Um funcionario so tem um afastamento por vez: conflita o que
      * ainda esta em aberto (sem retorno) e o ja encerrado cujo
      * intervalo contem o novo inicio.
       LOCALIZA-CONFLITO.
              MOVE ZEROES TO IDX-AFT-CONFLITO.
              PERFORM VARYING IDX-AFT FROM 1 BY 1
                      UNTIL IDX-AFT GREATER THAN TOTAL-AFT
                         OR IDX-AFT-CONFLITO GREATER THAN ZEROES
                      IF CODIGO-AFT-TAB(IDX-AFT) EQUAL CODIGO-TRA
                        AND SITUACAO-AFT-TAB(IDX-AFT) EQUAL "A"
                        AND (RETORNO-AFT-TAB(IDX-AFT) EQUAL ZEROES
                          OR (INICIO-TRA NOT LESS THAN
                                 INICIO-AFT-TAB(IDX-AFT)
                              AND INICIO-TRA LESS THAN
                                 RETORNO-AFT-TAB(IDX-AFT)))
                             MOVE IDX-AFT TO IDX-AFT-CONFLITO
                      END-IF
              END-PERFORM.

      * Doenca, acidente e maternidade exigem o documento (CID do
      * atestado, numero da CAT ou da certidao); a licenca sem
      * remuneracao e a pedido e dispensa.
       INCLUIR.
              MOVE INICIO-TRA TO DATA-CALC-NUM.
              PERFORM VALIDA-DATA.
              PERFORM VERIFICA-FUNCIONARIO.
              IF FUNCIONARIO-ATIVO EQUAL "NAO"
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF AFASTAMENTO-TRA NOT EQUAL "D" AND "A" AND "M"
                                          AND "S"
                     MOVE "TIPO D/A/M/S INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF DATA-VALIDA EQUAL "NAO"
                     MOVE "DATA DE INICIO INVALIDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF PREVISTO-TRA GREATER THAN ZEROES
                  AND PREVISTO-TRA NOT GREATER THAN INICIO-TRA
                     MOVE "PREVISTO ANTES DO INICIO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF AFASTAMENTO-TRA NOT EQUAL "S"
                  AND DOCUMENTO-TRA EQUAL SPACES
                     MOVE "DOCUMENTO E OBRIGATORIO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM LOCALIZA-CONFLITO
                     IF IDX-AFT-CONFLITO GREATER THAN ZEROES
                            MOVE "JA AFASTADO NA DATA" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     ELSE IF TOTAL-AFT NOT LESS THAN 2000
                            MOVE "REGISTRO LOTADO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     ELSE
                            PERFORM GRAVA-INCLUSAO.

       GRAVA-INCLUSAO.
              ADD 1 TO TOTAL-AFT.
              MOVE CODIGO-TRA      TO CODIGO-AFT-TAB(TOTAL-AFT).
              MOVE AFASTAMENTO-TRA TO TIPO-AFT-TAB(TOTAL-AFT).
              MOVE INICIO-TRA      TO INICIO-AFT-TAB(TOTAL-AFT).
              MOVE PREVISTO-TRA    TO PREVISTO-AFT-TAB(TOTAL-AFT).
              MOVE ZEROES          TO RETORNO-AFT-TAB(TOTAL-AFT).
              MOVE DOCUMENTO-TRA   TO DOCUMENTO-AFT-TAB(TOTAL-AFT).
              MOVE "A"             TO SITUACAO-AFT-TAB(TOTAL-AFT).
              MOVE "INCLUIDO" TO VAR-SITUACAO.
              ADD 1 TO TOTAL-INCLUSOES.

      * Retorno efetivo: primeiro dia de volta ao trabalho, depois do
      * inicio e nunca no futuro (so se informa o que aconteceu).
       REGISTRAR-RETORNO.
              MOVE RETORNO-TRA TO DATA-CALC-NUM.
              PERFORM VALIDA-DATA.
              PERFORM VERIFICA-FUNCIONARIO.
              IF FUNCIONARIO-ATIVO EQUAL "NAO"
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM LOCALIZA-AFASTAMENTO
                     IF IDX-AFT-ACHADO EQUAL ZEROES
                            MOVE "AFASTAMENTO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     ELSE IF DATA-VALIDA EQUAL "NAO"
                         OR RETORNO-TRA NOT GREATER THAN INICIO-TRA
                         OR RETORNO-TRA GREATER THAN DATA-HOJE-NUM
                            MOVE "DATA DE RETORNO INVALIDA"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     ELSE
                            MOVE RETORNO-TRA
                              TO RETORNO-AFT-TAB(IDX-AFT-ACHADO)
                            MOVE "RETORNO REGISTRADO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-RETORNOS.

      * Alteracao (prorrogacao da pericia, novo atestado): so os
      * campos informados mudam.
       ALTERAR.
              PERFORM VERIFICA-FUNCIONARIO.
              IF FUNCIONARIO-ATIVO EQUAL "NAO"
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM LOCALIZA-AFASTAMENTO
                     IF IDX-AFT-ACHADO EQUAL ZEROES
                            MOVE "AFASTAMENTO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     ELSE IF PREVISTO-TRA GREATER THAN ZEROES
                         AND PREVISTO-TRA NOT GREATER THAN INICIO-TRA
                            MOVE "PREVISTO ANTES DO INICIO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     ELSE
                            PERFORM GRAVA-ALTERACAO.

       GRAVA-ALTERACAO.
              IF PREVISTO-TRA GREATER THAN ZEROES
                     MOVE PREVISTO-TRA
                       TO PREVISTO-AFT-TAB(IDX-AFT-ACHADO).
              IF DOCUMENTO-TRA NOT EQUAL SPACES
                     MOVE DOCUMENTO-TRA
                       TO DOCUMENTO-AFT-TAB(IDX-AFT-ACHADO).
              MOVE "ALTERADO" TO VAR-SITUACAO.
              ADD 1 TO TOTAL-ALTERACOES.

      * A exclusao (lancamento indevido) nao exige funcionario ativo.
       EXCLUIR.
              PERFORM LOCALIZA-AFASTAMENTO.
              IF IDX-AFT-ACHADO EQUAL ZEROES
                     MOVE "AFASTAMENTO NAO ENCONTRADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     MOVE "X" TO SITUACAO-AFT-TAB(IDX-AFT-ACHADO)
                     MOVE "EXCLUIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-EXCLUSOES.

       IMPRIME-TRANSACAO.
              EVALUATE TIPO-TRA
                     WHEN "I" MOVE "INCLUSAO"  TO VAR-TIPO
                     WHEN "R" MOVE "RETORNO"   TO VAR-TIPO
                     WHEN "A" MOVE "ALTERACAO" TO VAR-TIPO
                     WHEN "E" MOVE "EXCLUSAO"  TO VAR-TIPO
                     WHEN OTHER MOVE TIPO-TRA  TO VAR-TIPO
              END-EVALUATE.
              MOVE CODIGO-TRA      TO VAR-CODIGO.
              MOVE AFASTAMENTO-TRA TO VAR-AFASTAMENTO.
              MOVE INICIO-TRA      TO VAR-INICIO.
              MOVE DOCUMENTO-TRA   TO VAR-DOCUMENTO.
              MOVE VAR-SITUACAO    TO VAR-SITUACAO-DET.
              WRITE REG-REL FROM DETALHE-AFT
                    AFTER ADVANCING 1 LINE.

      * Relatorio do mes: todo afastamento com algum dia dentro da
      * competencia corrente, com os dias no mes, os dias corridos
      * desde o inicio e o alerta de retorno previsto ja vencido.
       EMITE-AFASTADOS-DO-MES.
              MOVE MES-HOJE TO VAR-MES-CAB.
              MOVE ANO-HOJE TO VAR-ANO-CAB.
              WRITE REG-MES FROM CAB-MES-01 AFTER ADVANCING 1 LINE.
              WRITE REG-MES FROM CAB-MES-02 AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-MES.
              WRITE REG-MES AFTER ADVANCING 1 LINE.
              MOVE DATA-HOJE-NUM TO DATA-CALC-NUM.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-HOJE.
              MOVE 1 TO DIA-CALC.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-INICIO-MES.
              PERFORM ULTIMO-DIA-DO-MES.
              MOVE ULTIMO-DIA-MES TO DIA-CALC.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-FIM-MES.
              PERFORM VARYING IDX-AFT FROM 1 BY 1
                      UNTIL IDX-AFT GREATER THAN TOTAL-AFT
                      IF SITUACAO-AFT-TAB(IDX-AFT) EQUAL "A"
                             PERFORM APURA-DIAS-NO-MES
                             IF DIAS-NO-MES GREATER THAN ZEROES
                                    PERFORM IMPRIME-AFASTADO
                             END-IF
                      END-IF
              END-PERFORM.
              MOVE TOTAL-AFASTADOS TO VAR-AFASTADOS.
              MOVE TOTAL-ATRASADOS TO VAR-ATRASADOS.
              WRITE REG-MES FROM ROD-MES-01 AFTER ADVANCING 3 LINES.
              WRITE REG-MES FROM ROD-MES-02 AFTER ADVANCING 1 LINE.

      * Sem retorno informado, o afastamento segue ate o fim do mes.
       APURA-DIAS-NO-MES.
              MOVE INICIO-AFT-TAB(IDX-AFT) TO DATA-CALC-NUM.
              PERFORM CALCULA-DIAS-SERIAL.
              MOVE DIAS-SERIAL TO SERIAL-DE.
              IF RETORNO-AFT-TAB(IDX-AFT) GREATER THAN ZEROES
                     MOVE RETORNO-AFT-TAB(IDX-AFT) TO DATA-CALC-NUM
                     PERFORM CALCULA-DIAS-SERIAL
                     COMPUTE SERIAL-ATE = DIAS-SERIAL - 1
              ELSE
                     MOVE SERIAL-FIM-MES TO SERIAL-ATE.
              IF SERIAL-ATE GREATER THAN SERIAL-HOJE
                     COMPUTE DIAS-TOTAL = SERIAL-HOJE - SERIAL-DE + 1
              ELSE
                     COMPUTE DIAS-TOTAL = SERIAL-ATE - SERIAL-DE + 1.
              IF SERIAL-DE LESS THAN SERIAL-INICIO-MES
                     MOVE SERIAL-INICIO-MES TO SERIAL-DE.
              IF SERIAL-ATE GREATER THAN SERIAL-FIM-MES
                     MOVE SERIAL-FIM-MES TO SERIAL-ATE.
              COMPUTE DIAS-NO-MES = SERIAL-ATE - SERIAL-DE + 1.

       IMPRIME-AFASTADO.
              ADD 1 TO TOTAL-AFASTADOS.
              MOVE CODIGO-AFT-TAB(IDX-AFT) TO CODIGO-FUNC.
              READ CADFUNCI KEY IS CODIGO-FUNC
                     INVALID KEY MOVE SPACES TO NOME-FUNC
              END-READ.
              IF RETORNO-AFT-TAB(IDX-AFT) GREATER THAN ZEROES
                     MOVE "RETORNOU" TO VAR-SITUACAO-MES
              ELSE IF PREVISTO-AFT-TAB(IDX-AFT) GREATER THAN ZEROES
                  AND PREVISTO-AFT-TAB(IDX-AFT) LESS THAN
                      DATA-HOJE-NUM
                     MOVE "** ATRASADO" TO VAR-SITUACAO-MES
                     ADD 1 TO TOTAL-ATRASADOS
              ELSE
                     MOVE "AFASTADO" TO VAR-SITUACAO-MES.
              IF DIAS-TOTAL LESS THAN ZEROES
                     MOVE ZEROES TO DIAS-TOTAL.
              MOVE CODIGO-AFT-TAB(IDX-AFT)   TO VAR-CODIGO-MES.
              MOVE NOME-FUNC                 TO VAR-NOME-MES.
              MOVE TIPO-AFT-TAB(IDX-AFT)     TO VAR-TIPO-MES.
              MOVE INICIO-AFT-TAB(IDX-AFT)   TO VAR-INICIO-MES.
              MOVE PREVISTO-AFT-TAB(IDX-AFT) TO VAR-PREVISTO-MES.
              MOVE RETORNO-AFT-TAB(IDX-AFT)  TO VAR-RETORNO-MES.
              MOVE DIAS-TOTAL                TO VAR-DIAS-TOTAL.
              MOVE DIAS-NO-MES               TO VAR-DIAS-MES.
              WRITE REG-MES FROM DETALHE-MES AFTER ADVANCING 1 LINE.

      * Regrava todos os nao excluidos: os afastamentos encerrados
      * continuam valendo para o 13 e para as ferias dos periodos
      * que atravessaram.
       REGRAVA-AFASTAMENTOS.
              OPEN OUTPUT AFASTAM.
              PERFORM VARYING IDX-AFT FROM 1 BY 1
                      UNTIL IDX-AFT GREATER THAN TOTAL-AFT
                      IF SITUACAO-AFT-TAB(IDX-AFT) EQUAL "A"
                             PERFORM GRAVA-AFASTAMENTO
                      END-IF
              END-PERFORM.
              CLOSE AFASTAM.

       GRAVA-AFASTAMENTO.
              MOVE CODIGO-AFT-TAB(IDX-AFT)    TO CODIGO-AFT.
              MOVE TIPO-AFT-TAB(IDX-AFT)      TO TIPO-AFT.
              MOVE INICIO-AFT-TAB(IDX-AFT)    TO INICIO-AFT.
              MOVE PREVISTO-AFT-TAB(IDX-AFT)  TO PREVISTO-AFT.
              MOVE RETORNO-AFT-TAB(IDX-AFT)   TO RETORNO-AFT.
              MOVE DOCUMENTO-AFT-TAB(IDX-AFT) TO DOCUMENTO-AFT.
              WRITE REG-AFT.

       FIM.
              MOVE TOTAL-REJEITADAS TO VAR-REJEITADAS.
              WRITE REG-REL FROM ROD-AFT-01 AFTER ADVANCING 3 LINES.
              PERFORM GRAVA-RUNLOG.
              CLOSE TRANAFAS
                    CADFUNCI
                    RELAFAST
                    RELAFMES.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "EX-24"          TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              COMPUTE TOTAL-GRAVADOS-RUNLOG =
                     TOTAL-INCLUSOES + TOTAL-RETORNOS
                     + TOTAL-ALTERACOES + TOTAL-EXCLUSOES.
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
