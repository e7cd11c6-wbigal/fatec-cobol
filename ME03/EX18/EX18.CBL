       IDENTIFICATION              DIVISION.

       PROGRAM-ID.          EX-18.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.            APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      CALCULO DA RESCISAO: QUANDO O EX-16 APLICAVA UM
      *              "D" NO CADFUNCI.DAT, O RH MONTAVA AS VERBAS
      *              RESCISORIAS NUMA PLANILHA, COM INSS/IRRF
      *              REDERIVADOS NA MAO. ESTE PROGRAMA LE OS "D" DO
      *              MESMO TRANFUNC.DAT (DATA EFETIVA E MOTIVO "S"
      *              SEM JUSTA CAUSA, "P" PEDIDO DE DEMISSAO, "F" FIM
      *              DE CONTRATO, "J" JUSTA CAUSA), BUSCA SALARIO E
      *              ADMISSAO NO MESTRE E APURA SALDO DE SALARIO,
      *              AVISO PREVIO INDENIZADO, 13 PROPORCIONAL, FERIAS
      *              VENCIDAS E PROPORCIONAIS MAIS UM TERCO, MENOS O
      *              ADIANTAMENTO DO 13 JA PAGO (FOLHAHIS.DAT). TRIBUTA
      *              PELAS TABELAS DA FOLHA (INSSTAB/IRRFTAB), IMPRIME
      *              O TERMO DE RESCISAO (TERMORES) E O RELATORIO DE
      *              LIQUIDOS (RELRESC) E ACRESCENTA O RESULTADO A
      *              FOLHAHIS.DAT (TIPO "R") - O EX-11 PAGA E O EX-15
      *              LEVA AO INFORME ANUAL. A MULTA DE 40% DO FGTS SAI
      *              NO TERMO SO COMO INFORMACAO (E RECOLHIDA EM GUIA).

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT TRANFUNC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CADFUNCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODIGO-FUNC
              FILE STATUS IS CADFUNCI-STATUS.

              SELECT OPTIONAL INSSTAB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL IRRFTAB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELRESC ASSIGN TO DISK.

              SELECT TERMORES ASSIGN TO DISK.

              SELECT OPTIONAL FOLHAHIS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FOLHAHIS-STATUS.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * TRANFUNC: mesmo movimento aplicado pelo EX-16; aqui so os
      * "D" interessam.
       FD     TRANFUNC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANFUNC.DAT".
       01     REG-TRANF.
              02 TIPO-TRANF        PIC X(01).
              02 CODIGO-TRANF      PIC 9(05).
              02 NOME-TRANF        PIC X(30).
              02 DEPTO-TRANF       PIC 9(02).
              02 SALARIO-TRANF     PIC 9(05)V9(02).
              02 DATA-EFETIVA-TRANF PIC 9(08).
              02 MOTIVO-TRANF      PIC X(01).
              02 CPF-TRANF         PIC 9(11).

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

      * INSSTAB/IRRFTAB: mesmas tabelas de faixas da folha mensal.
       FD     INSSTAB
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "INSSTAB.DAT".
       01     REG-INSS.
              02 LIMITE-INSS       PIC 9(05)V9(02).
              02 ALIQUOTA-INSS     PIC 9(02)V9(02).

       FD     IRRFTAB
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "IRRFTAB.DAT".
       01     REG-IRRF.
              02 LIMITE-IRRF       PIC 9(05)V9(02).
              02 ALIQUOTA-IRRF     PIC 9(02)V9(02).
              02 DEDUCAO-IRRF      PIC 9(05)V9(02).

       FD     RELRESC
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

       FD     TERMORES
              LABEL RECORD IS OMITTED.
       01     REG-TRM              PIC X(80).

      * FOLHAHIS: historico permanente da folha (mesmo layout
      * gravado pelo EX05); TIPO-FH "R" = rescisao. Antes de gravar,
      * e lido inteiro para o adiantamento do 13 ("1"), o 13 ja
      * quitado ("2"), as ferias gozadas ("F"), a base do FGTS e a
      * rescisao ja calculada ("R").
       FD     FOLHAHIS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "FOLHAHIS.DAT".
       01     REG-FOLHAHIS.
              02 CODIGO-FH         PIC 9(05).
              02 NOME-FH           PIC X(30).
              02 DEPTO-FH          PIC 9(02).
              02 PERIODO-FH        PIC 9(06).
              02 TIPO-FH           PIC X(01).
              02 BRUTO-FH          PIC 9(08)V9(02).
              02 INSS-FH           PIC 9(07)V9(02).
              02 IRRF-FH           PIC 9(07)V9(02).
              02 LIQUIDO-FH        PIC 9(08)V9(02).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77  FIM-ARQ      PIC X(03) VALUE "NAO".
       77  FIM-HIS      PIC X(03) VALUE "NAO".
       77  FIM-INSS     PIC X(03) VALUE "NAO".
       77  FIM-IRRF     PIC X(03) VALUE "NAO".
       77  CADFUNCI-STATUS PIC X(02) VALUE "00".
       77  RUNLOG-STATUS PIC X(02) VALUE "00".
       77  FOLHAHIS-STATUS PIC X(02) VALUE "00".
       77  TOTAL-LIDOS   PIC 9(05) VALUE ZEROES.
       77  TOTAL-PAGAS   PIC 9(04) VALUE ZEROES.
       77  TOTAL-RECUSADAS PIC 9(04) VALUE ZEROES.
       77  PERIODO-FOLHA PIC 9(06) VALUE ZEROES.
       77  VAR-SITUACAO PIC X(30) VALUE SPACES.
       01  HORA-ATUAL.
              02 HH-ATUAL   PIC 99.
              02 MM-ATUAL   PIC 99.
              02 SS-ATUAL   PIC 99.
              02 CS-ATUAL   PIC 99.
       01  DATA-HOJE.
              02 ANO-HOJE   PIC 9(04).
              02 MES-HOJE   PIC 9(02).
              02 DIA-HOJE   PIC 9(02).

      * Desligamentos do movimento, com o que o historico da folha
      * informa de cada um.
       77  TOTAL-DESLIG PIC 9(04) VALUE ZEROES.
       77  IDX-DESLIG   PIC 9(04) VALUE ZEROES.
       77  IDX-ACHADO   PIC 9(04) VALUE ZEROES.
       01  TABELA-DESLIG.
              02 DESLIG-REG OCCURS 500 TIMES.
                 03 CODIGO-DSL-TAB    PIC 9(05).
                 03 DATA-DSL-TAB      PIC 9(08).
                 03 MOTIVO-DSL-TAB    PIC X(01).
                 03 ADIANT13-DSL-TAB  PIC 9(06)V9(02).
                 03 QUITADO13-DSL-TAB PIC X(03).
                 03 GOZADAS-DSL-TAB   PIC 9(02).
                 03 BASE-FGTS-DSL-TAB PIC 9(09)V9(02).
                 03 RESCINDIDO-DSL-TAB PIC X(03).

      * Tabelas de faixas em memoria, com os mesmos defaults da
      * folha mensal quando os arquivos de parametro faltam.
       77  TOTAL-FAIXAS-INSS PIC 9(02) VALUE ZEROES.
       77  TOTAL-FAIXAS-IRRF PIC 9(02) VALUE ZEROES.
       77  IDX-FAIXA    PIC 9(02) VALUE ZEROES.
       01  TABELA-INSS.
              02 FAIXA-INSS-REG OCCURS 10 TIMES.
                 03 LIMITE-INSS-TAB   PIC 9(05)V9(02).
                 03 ALIQUOTA-INSS-TAB PIC 9(02)V9(02).
       01  TABELA-IRRF.
              02 FAIXA-IRRF-REG OCCURS 10 TIMES.
                 03 LIMITE-IRRF-TAB   PIC 9(05)V9(02).
                 03 ALIQUOTA-IRRF-TAB PIC 9(02)V9(02).
                 03 DEDUCAO-IRRF-TAB  PIC 9(05)V9(02).

      * Datas do contrato decompostas.
       01  DATA-ADM.
              02 ANO-ADM    PIC 9(04).
              02 MES-ADM    PIC 9(02).
              02 DIA-ADM    PIC 9(02).
       01  DATA-DESL.
              02 ANO-DESL   PIC 9(04).
              02 MES-DESL   PIC 9(02).
              02 DIA-DESL   PIC 9(02).
       77  ANO-PERIODO  PIC 9(04) VALUE ZEROES.

      * Apuracao da rescisao da vez.
       77  ANOS-SERVICO PIC S9(03) VALUE ZEROES.
       77  MESES-SERVICO PIC S9(05) VALUE ZEROES.
       77  DIAS-FRACAO  PIC S9(03) VALUE ZEROES.
       77  DIAS-SALDO   PIC 9(02) VALUE ZEROES.
       77  DIAS-AVISO   PIC 9(02) VALUE ZEROES.
       77  MESES-AVISO  PIC 9(02) VALUE ZEROES.
       77  MES-INICIO-13 PIC S9(03) VALUE ZEROES.
       77  MES-FIM-13   PIC S9(03) VALUE ZEROES.
       77  MESES-13     PIC S9(03) VALUE ZEROES.
       77  MESES-FERIAS PIC S9(03) VALUE ZEROES.
       77  PERIODOS-VENCIDOS PIC S9(03) VALUE ZEROES.
       77  SALARIO-BASE PIC 9(05)V9(02) VALUE ZEROES.
       77  VALOR-SALDO  PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-AVISO  PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-13     PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-FER-VENC PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-FER-PROP PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-TERCO  PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-ADIANT PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-BRUTO  PIC 9(07)V9(02) VALUE ZEROES.
       77  INSS-SALDO   PIC 9(05)V9(02) VALUE ZEROES.
       77  IRRF-SALDO   PIC 9(05)V9(02) VALUE ZEROES.
       77  INSS-13      PIC 9(05)V9(02) VALUE ZEROES.
       77  IRRF-13      PIC 9(05)V9(02) VALUE ZEROES.
       77  TOTAL-INSS   PIC 9(06)V9(02) VALUE ZEROES.
       77  TOTAL-IRRF   PIC 9(06)V9(02) VALUE ZEROES.
       77  TOTAL-DESC   PIC 9(07)V9(02) VALUE ZEROES.
       77  SALDO-FGTS   PIC 9(08)V9(02) VALUE ZEROES.
       77  MULTA-FGTS   PIC 9(07)V9(02) VALUE ZEROES.
       77  VALOR-LIQUIDO PIC S9(07)V9(02) VALUE ZEROES.

      * Mecanica de INSS/IRRF copiada do EX05.
       77  BASE-CALCULO PIC 9(07)V9(02) VALUE ZEROES.
       77  VALOR-INSS   PIC 9(05)V9(02) VALUE ZEROES.
       77  VALOR-IRRF   PIC 9(05)V9(02) VALUE ZEROES.
       77  BASE-IRRF    PIC 9(07)V9(02) VALUE ZEROES.
       77  IRRF-APURADO PIC X(03) VALUE "NAO".
       77  IRRF-CALC    PIC S9(06)V9(02) VALUE ZEROES.
       77  PISO-FAIXA   PIC 9(05)V9(02) VALUE ZEROES.
       77  TETO-FAIXA   PIC 9(07)V9(02) VALUE ZEROES.
       77  PARCELA-FAIXA PIC 9(07)V9(02) VALUE ZEROES.
       77  INSS-PARCIAL PIC 9(05)V9(04) VALUE ZEROES.

       77  BRUTO-GERAL  PIC 9(09)V9(02) VALUE ZEROES.
       77  DESC-GERAL   PIC 9(09)V9(02) VALUE ZEROES.
       77  LIQ-GERAL    PIC 9(09)V9(02) VALUE ZEROES.

       01  CAB-RES-01.
              02 FILLER     PIC X(23) VALUE SPACES.
              02 FILLER     PIC X(34)
                 VALUE "RESCISOES DO MOVIMENTO - LIQUIDOS".
              02 FILLER     PIC X(23) VALUE SPACES.

       01  DETALHE-RES.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-CODIGO PIC 9(05).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-NOME   PIC X(22).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-MOTIVO PIC X(01).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-BRUTO  PIC Z.ZZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-DESC   PIC ZZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-LIQUIDO PIC Z.ZZZ.ZZ9,99.
              02 FILLER     PIC X(03) VALUE SPACES.

       01  DETALHE-RES-RECUSA.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-CODIGO-REC PIC 9(05).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(11) VALUE "RECUSADA - ".
              02 VAR-SITUACAO-REC PIC X(30).
              02 FILLER     PIC X(30) VALUE SPACES.

       01  LINHA-GERAL.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(08) VALUE "GERAL   ".
              02 FILLER     PIC X(06) VALUE "BRUTO ".
              02 VAR-BRUTO-GER PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(07) VALUE " DESC. ".
              02 VAR-DESC-GER  PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(06) VALUE " LIQ. ".
              02 VAR-LIQ-GER   PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(09) VALUE SPACES.

       01  ROD-RES-01.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Desligamentos recusados  :".
              02 VAR-RECUSADAS PIC ZZZ9.
              02 FILLER     PIC X(44) VALUE SPACES.

      * Termo de rescisao: um funcionario por pagina.
       01  TRM-TITULO.
              02 FILLER     PIC X(19) VALUE SPACES.
              02 FILLER     PIC X(42)
                 VALUE "TERMO DE RESCISAO DO CONTRATO DE TRABALHO".
              02 FILLER     PIC X(19) VALUE SPACES.

       01  TRM-FUNC.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(12) VALUE "FUNCIONARIO ".
              02 VAR-CODIGO-TRM PIC 9(05).
              02 FILLER     PIC X(03) VALUE " - ".
              02 VAR-NOME-TRM PIC X(30).
              02 FILLER     PIC X(08) VALUE "  DEPTO ".
              02 VAR-DEPTO-TRM PIC 99.
              02 FILLER     PIC X(18) VALUE SPACES.

       01  TRM-DATAS.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER     PIC X(10) VALUE "ADMISSAO  ".
              02 VAR-ADMISSAO-TRM PIC 9(08).
              02 FILLER     PIC X(16) VALUE "   DESLIGAMENTO ".
              02 VAR-DESLIG-TRM PIC 9(08).
              02 FILLER     PIC X(33) VALUE SPACES.

       01  TRM-MOTIVO.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER     PIC X(10) VALUE "MOTIVO    ".
              02 VAR-MOTIVO-TRM PIC X(24).
              02 FILLER     PIC X(17) VALUE " SALARIO BASE   ".
              02 VAR-SALARIO-TRM PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(15) VALUE SPACES.

       01  TRM-SECAO.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 VAR-SECAO-TRM PIC X(30).
              02 FILLER     PIC X(45) VALUE SPACES.

      * Linha de verba: rotulo, referencia (dias/meses) e valor.
       01  TRM-LINHA.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 VAR-ROTULO-TRM PIC X(30).
              02 VAR-QTD-TRM    PIC ZZZ.
              02 FILLER         PIC X(01) VALUE SPACES.
              02 VAR-UNID-TRM   PIC X(06).
              02 FILLER         PIC X(02) VALUE SPACES.
              02 VAR-VALOR-TRM  PIC Z.ZZZ.ZZ9,99.
              02 FILLER         PIC X(21) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX18.
              PERFORM INICIO.
              PERFORM PROCESSA-DESLIGAMENTO
                      VARYING IDX-DESLIG FROM 1 BY 1
                      UNTIL IDX-DESLIG GREATER THAN TOTAL-DESLIG.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE PERIODO-FOLHA = ANO-HOJE * 100 + MES-HOJE.
              PERFORM CARREGA-DESLIGAMENTOS.
              PERFORM CARREGA-TABELA-INSS.
              PERFORM CARREGA-TABELA-IRRF.
              PERFORM LE-HISTORICO-FOLHA.
              PERFORM ABRE-HISTORICO-FOLHA.
              OPEN   INPUT  CADFUNCI
                     OUTPUT RELRESC
                     OUTPUT TERMORES.
              WRITE REG-REL FROM CAB-RES-01 AFTER ADVANCING 1 LINE.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.

      * So os "D" do movimento; "H"/"T"/"S" sao do EX-16.
       CARREGA-DESLIGAMENTOS.
              OPEN INPUT TRANFUNC.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ TRANFUNC
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  IF TIPO-TRANF EQUAL "D"
                                       PERFORM GUARDA-DESLIGAMENTO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE TRANFUNC.

       GUARDA-DESLIGAMENTO.
              ADD 1 TO TOTAL-LIDOS.
              IF TOTAL-DESLIG NOT LESS THAN 500
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-DESLIG.
              MOVE CODIGO-TRANF TO CODIGO-DSL-TAB(TOTAL-DESLIG).
              MOVE DATA-EFETIVA-TRANF TO DATA-DSL-TAB(TOTAL-DESLIG).
              MOVE MOTIVO-TRANF TO MOTIVO-DSL-TAB(TOTAL-DESLIG).
              MOVE ZEROES TO ADIANT13-DSL-TAB(TOTAL-DESLIG)
                             GOZADAS-DSL-TAB(TOTAL-DESLIG)
                             BASE-FGTS-DSL-TAB(TOTAL-DESLIG).
              MOVE "NAO" TO QUITADO13-DSL-TAB(TOTAL-DESLIG)
                            RESCINDIDO-DSL-TAB(TOTAL-DESLIG).

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX-18: TABELA DE 500 DESLIGAMENTOS "
                      "EXCEDIDA - PROCESSAMENTO INTERROMPIDO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * Mesmos defaults da virada do ano da folha mensal (EX05).
       CARREGA-TABELA-INSS.
              OPEN INPUT INSSTAB.
              PERFORM UNTIL FIM-INSS EQUAL "SIM"
                      READ INSSTAB
                             AT END MOVE "SIM" TO FIM-INSS
                             NOT AT END
                                  IF TOTAL-FAIXAS-INSS LESS THAN 10
                                       ADD 1 TO TOTAL-FAIXAS-INSS
                                       MOVE LIMITE-INSS TO
                                          LIMITE-INSS-TAB
                                             (TOTAL-FAIXAS-INSS)
                                       MOVE ALIQUOTA-INSS TO
                                          ALIQUOTA-INSS-TAB
                                             (TOTAL-FAIXAS-INSS)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE INSSTAB.
              IF TOTAL-FAIXAS-INSS EQUAL ZEROES
                     MOVE 4 TO TOTAL-FAIXAS-INSS
                     MOVE 1412,00 TO LIMITE-INSS-TAB(1)
                     MOVE 7,50    TO ALIQUOTA-INSS-TAB(1)
                     MOVE 2666,68 TO LIMITE-INSS-TAB(2)
                     MOVE 9,00    TO ALIQUOTA-INSS-TAB(2)
                     MOVE 4000,03 TO LIMITE-INSS-TAB(3)
                     MOVE 12,00   TO ALIQUOTA-INSS-TAB(3)
                     MOVE 7786,02 TO LIMITE-INSS-TAB(4)
                     MOVE 14,00   TO ALIQUOTA-INSS-TAB(4).

       CARREGA-TABELA-IRRF.
              OPEN INPUT IRRFTAB.
              PERFORM UNTIL FIM-IRRF EQUAL "SIM"
                      READ IRRFTAB
                             AT END MOVE "SIM" TO FIM-IRRF
                             NOT AT END
                                  IF TOTAL-FAIXAS-IRRF LESS THAN 10
                                       ADD 1 TO TOTAL-FAIXAS-IRRF
                                       MOVE LIMITE-IRRF TO
                                          LIMITE-IRRF-TAB
                                             (TOTAL-FAIXAS-IRRF)
                                       MOVE ALIQUOTA-IRRF TO
                                          ALIQUOTA-IRRF-TAB
                                             (TOTAL-FAIXAS-IRRF)
                                       MOVE DEDUCAO-IRRF TO
                                          DEDUCAO-IRRF-TAB
                                             (TOTAL-FAIXAS-IRRF)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE IRRFTAB.
              IF TOTAL-FAIXAS-IRRF EQUAL ZEROES
                     MOVE 5 TO TOTAL-FAIXAS-IRRF
                     MOVE 2259,20 TO LIMITE-IRRF-TAB(1)
                     MOVE 0,00    TO ALIQUOTA-IRRF-TAB(1)
                     MOVE 0,00    TO DEDUCAO-IRRF-TAB(1)
                     MOVE 2826,65 TO LIMITE-IRRF-TAB(2)
                     MOVE 7,50    TO ALIQUOTA-IRRF-TAB(2)
                     MOVE 169,44  TO DEDUCAO-IRRF-TAB(2)
                     MOVE 3751,05 TO LIMITE-IRRF-TAB(3)
                     MOVE 15,00   TO ALIQUOTA-IRRF-TAB(3)
                     MOVE 381,44  TO DEDUCAO-IRRF-TAB(3)
                     MOVE 4664,68 TO LIMITE-IRRF-TAB(4)
                     MOVE 22,50   TO ALIQUOTA-IRRF-TAB(4)
                     MOVE 662,77  TO DEDUCAO-IRRF-TAB(4)
                     MOVE 99999,99 TO LIMITE-IRRF-TAB(5)
                     MOVE 27,50   TO ALIQUOTA-IRRF-TAB(5)
                     MOVE 896,00  TO DEDUCAO-IRRF-TAB(5).

      * Uma passada no historico da folha acumula, para cada
      * desligado do movimento, o que ja foi pago a ele.
       LE-HISTORICO-FOLHA.
              OPEN INPUT FOLHAHIS.
              IF FOLHAHIS-STATUS EQUAL "35"
                     MOVE "SIM" TO FIM-HIS.
              PERFORM UNTIL FIM-HIS EQUAL "SIM"
                      READ FOLHAHIS
                             AT END MOVE "SIM" TO FIM-HIS
                             NOT AT END PERFORM ACUMULA-HISTORICO
                      END-READ
              END-PERFORM.
              CLOSE FOLHAHIS.

       ACUMULA-HISTORICO.
              MOVE ZEROES TO IDX-ACHADO.
              PERFORM VARYING IDX-DESLIG FROM 1 BY 1
                      UNTIL IDX-DESLIG GREATER THAN TOTAL-DESLIG
                         OR IDX-ACHADO GREATER THAN ZEROES
                      IF CODIGO-DSL-TAB(IDX-DESLIG) EQUAL CODIGO-FH
                             MOVE IDX-DESLIG TO IDX-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-ACHADO GREATER THAN ZEROES
                     PERFORM ACUMULA-DESLIGADO.

      * "1" do ano do desligamento = adiantamento do 13 a descontar;
      * "2" do mesmo ano = 13 ja quitado; cada "F" = um periodo de
      * ferias gozado; "R" = rescisao ja calculada. Tudo o que nao e
      * rescisao entra na base estimada do FGTS depositado.
       ACUMULA-DESLIGADO.
              MOVE DATA-DSL-TAB(IDX-ACHADO) TO DATA-DESL.
              IF ANO-DESL EQUAL ZEROES
                     MOVE ANO-HOJE TO ANO-DESL.
              COMPUTE ANO-PERIODO = PERIODO-FH / 100.
              EVALUATE TIPO-FH
                     WHEN "1"
                          IF ANO-PERIODO EQUAL ANO-DESL
                               ADD BRUTO-FH TO
                                   ADIANT13-DSL-TAB(IDX-ACHADO)
                          END-IF
                     WHEN "2"
                          IF ANO-PERIODO EQUAL ANO-DESL
                               MOVE "SIM" TO
                                   QUITADO13-DSL-TAB(IDX-ACHADO)
                          END-IF
                     WHEN "F"
                          ADD 1 TO GOZADAS-DSL-TAB(IDX-ACHADO)
                     WHEN "R"
                          MOVE "SIM" TO
                               RESCINDIDO-DSL-TAB(IDX-ACHADO)
              END-EVALUATE.
              IF TIPO-FH NOT EQUAL "R"
                     ADD BRUTO-FH TO BASE-FGTS-DSL-TAB(IDX-ACHADO).

      * Se FOLHAHIS.DAT ainda nao existe, cria vazio; se ja existe,
      * reabre em EXTEND (mesmo probe do EX05).
       ABRE-HISTORICO-FOLHA.
              OPEN INPUT FOLHAHIS.
              IF FOLHAHIS-STATUS EQUAL "35"
                     CLOSE FOLHAHIS
                     OPEN OUTPUT FOLHAHIS
              ELSE
                     CLOSE FOLHAHIS
                     OPEN EXTEND FOLHAHIS
              END-IF.

       PROCESSA-DESLIGAMENTO.
              MOVE CODIGO-DSL-TAB(IDX-DESLIG) TO CODIGO-FUNC.
              READ CADFUNCI KEY IS CODIGO-FUNC
                     INVALID KEY
                            MOVE "CODIGO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                            PERFORM IMPRIME-RECUSA
                     NOT INVALID KEY
                            PERFORM CONFERE-DESLIGAMENTO
              END-READ.

      * O "D" precisa ter sido aplicado pelo EX-16 e a rescisao
      * nao pode ter sido calculada numa execucao anterior.
       CONFERE-DESLIGAMENTO.
              MOVE DATA-ADMISSAO-FUNC TO DATA-ADM.
              IF DATA-DSL-TAB(IDX-DESLIG) EQUAL ZEROES
                     MOVE DATA-ULT-EVENTO-FUNC TO DATA-DESL
              ELSE
                     MOVE DATA-DSL-TAB(IDX-DESLIG) TO DATA-DESL.
              IF STATUS-FUNC NOT EQUAL "D"
                     MOVE "FUNCIONARIO NAO DESLIGADO" TO VAR-SITUACAO
                     PERFORM IMPRIME-RECUSA
              ELSE IF RESCINDIDO-DSL-TAB(IDX-DESLIG) EQUAL "SIM"
                     MOVE "RESCISAO JA CALCULADA" TO VAR-SITUACAO
                     PERFORM IMPRIME-RECUSA
              ELSE IF MOTIVO-DSL-TAB(IDX-DESLIG) NOT EQUAL
                        "S" AND "P" AND "F" AND "J"
                     MOVE "MOTIVO S/P/F/J INVALIDO" TO VAR-SITUACAO
                     PERFORM IMPRIME-RECUSA
              ELSE IF DATA-ADM GREATER THAN DATA-DESL
                     MOVE "ADMISSAO APOS DESLIGAMENTO"
                       TO VAR-SITUACAO
                     PERFORM IMPRIME-RECUSA
              ELSE
                     PERFORM CALCULA-RESCISAO.

       IMPRIME-RECUSA.
              ADD 1 TO TOTAL-RECUSADAS.
              MOVE CODIGO-DSL-TAB(IDX-DESLIG) TO VAR-CODIGO-REC.
              MOVE VAR-SITUACAO TO VAR-SITUACAO-REC.
              WRITE REG-REL FROM DETALHE-RES-RECUSA
                    AFTER ADVANCING 1 LINE.

       CALCULA-RESCISAO.
              ADD 1 TO TOTAL-PAGAS.
              MOVE SALARIO-FUNC TO SALARIO-BASE.
              PERFORM APURA-TEMPO-SERVICO.
              PERFORM CALCULA-SALDO-SALARIO.
              PERFORM CALCULA-AVISO-PREVIO.
              PERFORM CALCULA-DECIMO-TERCEIRO.
              PERFORM CALCULA-FERIAS-RESCISAO.
              PERFORM CALCULA-DESCONTOS.
              PERFORM CALCULA-MULTA-FGTS.
              ADD VALOR-BRUTO   TO BRUTO-GERAL.
              ADD TOTAL-DESC    TO DESC-GERAL.
              ADD VALOR-LIQUIDO TO LIQ-GERAL.
              PERFORM IMPRIME-LINHA-RES.
              PERFORM IMPRIME-TERMO.
              PERFORM GRAVA-HISTORICO-FOLHA.

      * Anos completos de casa e meses de contrato, contando a
      * fracao de 15 dias ou mais como mes inteiro (mes comercial
      * de 30 dias).
       APURA-TEMPO-SERVICO.
              COMPUTE ANOS-SERVICO = ANO-DESL - ANO-ADM.
              IF MES-DESL * 100 + DIA-DESL LESS THAN
                 MES-ADM * 100 + DIA-ADM
                     SUBTRACT 1 FROM ANOS-SERVICO.
              COMPUTE MESES-SERVICO =
                      (ANO-DESL - ANO-ADM) * 12 + MES-DESL - MES-ADM.
              IF DIA-DESL NOT LESS THAN DIA-ADM
                     COMPUTE DIAS-FRACAO = DIA-DESL - DIA-ADM + 1
              ELSE
                     SUBTRACT 1 FROM MESES-SERVICO
                     COMPUTE DIAS-FRACAO = 30 - DIA-ADM + DIA-DESL + 1.
              IF DIAS-FRACAO NOT LESS THAN 15
                     ADD 1 TO MESES-SERVICO.

       CALCULA-SALDO-SALARIO.
              MOVE DIA-DESL TO DIAS-SALDO.
              IF DIAS-SALDO GREATER THAN 30
                     MOVE 30 TO DIAS-SALDO.
              COMPUTE VALOR-SALDO ROUNDED =
                      SALARIO-BASE * DIAS-SALDO / 30.

      * Aviso indenizado so na dispensa sem justa causa: 30 dias mais
      * 3 por ano completo, ate 90; projeta um mes no 13 e nas
      * ferias a cada 30 dias.
       CALCULA-AVISO-PREVIO.
              MOVE ZEROES TO DIAS-AVISO MESES-AVISO VALOR-AVISO.
              IF MOTIVO-DSL-TAB(IDX-DESLIG) EQUAL "S"
                     COMPUTE DIAS-AVISO = 30 + 3 * ANOS-SERVICO
                     IF DIAS-AVISO GREATER THAN 90
                            MOVE 90 TO DIAS-AVISO
                     END-IF
                     COMPUTE MESES-AVISO = DIAS-AVISO / 30
                     COMPUTE VALOR-AVISO ROUNDED =
                             SALARIO-BASE * DIAS-AVISO / 30
              END-IF.

      * 13 proporcional: meses do ano do desligamento com 15 dias ou
      * mais de trabalho. Perdido na justa causa; zerado se a segunda
      * parcela do ano ja foi paga pelo EX09.
       CALCULA-DECIMO-TERCEIRO.
              MOVE ZEROES TO MESES-13 VALOR-13.
              IF MOTIVO-DSL-TAB(IDX-DESLIG) NOT EQUAL "J"
                AND QUITADO13-DSL-TAB(IDX-DESLIG) EQUAL "NAO"
                     PERFORM APURA-MESES-13
                     COMPUTE VALOR-13 ROUNDED =
                             SALARIO-BASE * MESES-13 / 12
              END-IF.

       APURA-MESES-13.
              MOVE 1 TO MES-INICIO-13.
              IF ANO-ADM EQUAL ANO-DESL
                     MOVE MES-ADM TO MES-INICIO-13
                     IF DIA-ADM GREATER THAN 16
                            ADD 1 TO MES-INICIO-13
                     END-IF
              END-IF.
              MOVE MES-DESL TO MES-FIM-13.
              IF DIA-DESL LESS THAN 15
                     SUBTRACT 1 FROM MES-FIM-13.
              COMPUTE MESES-13 = MES-FIM-13 - MES-INICIO-13 + 1
                      + MESES-AVISO.
              IF MESES-13 LESS THAN ZEROES
                     MOVE ZEROES TO MESES-13.
              IF MESES-13 GREATER THAN 12
                     MOVE 12 TO MESES-13.

      * Ferias vencidas: periodos aquisitivos completos menos os "F"
      * gozados, no maximo dois (alem disso o RH confere a mao).
      * Proporcionais: meses desde o ultimo aniversario de admissao,
      * perdidas na justa causa. Ambas com um terco.
       CALCULA-FERIAS-RESCISAO.
              COMPUTE PERIODOS-VENCIDOS =
                      ANOS-SERVICO - GOZADAS-DSL-TAB(IDX-DESLIG).
              IF PERIODOS-VENCIDOS LESS THAN ZEROES
                     MOVE ZEROES TO PERIODOS-VENCIDOS.
              IF PERIODOS-VENCIDOS GREATER THAN 2
                     MOVE 2 TO PERIODOS-VENCIDOS.
              COMPUTE VALOR-FER-VENC =
                      SALARIO-BASE * PERIODOS-VENCIDOS.
              MOVE ZEROES TO MESES-FERIAS VALOR-FER-PROP.
              IF MOTIVO-DSL-TAB(IDX-DESLIG) NOT EQUAL "J"
                     COMPUTE MESES-FERIAS = MESES-SERVICO
                             - ANOS-SERVICO * 12 + MESES-AVISO
                     IF MESES-FERIAS GREATER THAN 12
                            MOVE 12 TO MESES-FERIAS
                     END-IF
                     COMPUTE VALOR-FER-PROP ROUNDED =
                             SALARIO-BASE * MESES-FERIAS / 12
              END-IF.
              COMPUTE VALOR-TERCO ROUNDED =
                      (VALOR-FER-VENC + VALOR-FER-PROP) / 3.

      * INSS sobre o saldo de salario e, em separado, sobre o 13 (o
      * aviso indenizado nao sofre INSS); IRRF sobre saldo + aviso
      * e, em separado, sobre o 13. Ferias indenizadas sao isentas.
      * O adiantamento do 13 sai do liquido, limitado a ele.
       CALCULA-DESCONTOS.
              COMPUTE VALOR-BRUTO = VALOR-SALDO + VALOR-AVISO
                      + VALOR-13 + VALOR-FER-VENC + VALOR-FER-PROP
                      + VALOR-TERCO.
              MOVE VALOR-SALDO TO BASE-CALCULO.
              PERFORM CALCULA-INSS.
              MOVE VALOR-INSS TO INSS-SALDO.
              COMPUTE BASE-CALCULO = VALOR-SALDO + VALOR-AVISO.
              PERFORM CALCULA-IRRF.
              MOVE VALOR-IRRF TO IRRF-SALDO.
              MOVE VALOR-13 TO BASE-CALCULO.
              PERFORM CALCULA-INSS.
              MOVE VALOR-INSS TO INSS-13.
              PERFORM CALCULA-IRRF.
              MOVE VALOR-IRRF TO IRRF-13.
              COMPUTE TOTAL-INSS = INSS-SALDO + INSS-13.
              COMPUTE TOTAL-IRRF = IRRF-SALDO + IRRF-13.
              MOVE ADIANT13-DSL-TAB(IDX-DESLIG) TO VALOR-ADIANT.
              COMPUTE VALOR-LIQUIDO =
                      VALOR-BRUTO - TOTAL-INSS - TOTAL-IRRF.
              IF VALOR-ADIANT GREATER THAN VALOR-LIQUIDO
                     MOVE VALOR-LIQUIDO TO VALOR-ADIANT.
              SUBTRACT VALOR-ADIANT FROM VALOR-LIQUIDO.
              COMPUTE TOTAL-DESC = TOTAL-INSS + TOTAL-IRRF
                      + VALOR-ADIANT.

      * Sem extrato da conta vinculada, o saldo do FGTS e estimado
      * em 8% de tudo o que a folha pagou ao funcionario mais as
      * verbas remuneratorias da rescisao; a multa de 40% so existe
      * na dispensa sem justa causa e nao entra no liquido.
       CALCULA-MULTA-FGTS.
              MOVE ZEROES TO SALDO-FGTS MULTA-FGTS.
              IF MOTIVO-DSL-TAB(IDX-DESLIG) EQUAL "S"
                     COMPUTE SALDO-FGTS ROUNDED =
                             (BASE-FGTS-DSL-TAB(IDX-DESLIG)
                              + VALOR-SALDO + VALOR-AVISO + VALOR-13)
                             * 8 / 100
                     COMPUTE MULTA-FGTS ROUNDED =
                             SALDO-FGTS * 40 / 100
              END-IF.

      * INSS progressivo sobre a base (mesma mecanica do EX05).
       CALCULA-INSS.
              MOVE ZEROES TO VALOR-INSS INSS-PARCIAL PISO-FAIXA.
              PERFORM VARYING IDX-FAIXA FROM 1 BY 1
                      UNTIL IDX-FAIXA GREATER THAN TOTAL-FAIXAS-INSS
                      MOVE LIMITE-INSS-TAB(IDX-FAIXA) TO TETO-FAIXA
                      IF BASE-CALCULO LESS THAN TETO-FAIXA
                             MOVE BASE-CALCULO TO TETO-FAIXA
                      END-IF
                      IF TETO-FAIXA GREATER THAN PISO-FAIXA
                             SUBTRACT PISO-FAIXA FROM TETO-FAIXA
                                      GIVING PARCELA-FAIXA
                             COMPUTE INSS-PARCIAL ROUNDED =
                                     PARCELA-FAIXA
                                     * ALIQUOTA-INSS-TAB(IDX-FAIXA)
                                     / 100
                             ADD INSS-PARCIAL TO VALOR-INSS
                      END-IF
                      MOVE LIMITE-INSS-TAB(IDX-FAIXA) TO PISO-FAIXA
              END-PERFORM.

      * IRRF pela tabela sobre base - INSS (mesma mecanica do EX05).
       CALCULA-IRRF.
              MOVE ZEROES TO VALOR-IRRF.
              MOVE "NAO"  TO IRRF-APURADO.
              COMPUTE BASE-IRRF = BASE-CALCULO - VALOR-INSS.
              PERFORM VARYING IDX-FAIXA FROM 1 BY 1
                      UNTIL IDX-FAIXA GREATER THAN TOTAL-FAIXAS-IRRF
                         OR IRRF-APURADO EQUAL "SIM"
                      IF BASE-IRRF NOT GREATER THAN
                            LIMITE-IRRF-TAB(IDX-FAIXA)
                        OR IDX-FAIXA EQUAL TOTAL-FAIXAS-IRRF
                             MOVE "SIM" TO IRRF-APURADO
                             COMPUTE IRRF-CALC ROUNDED =
                                     BASE-IRRF
                                     * ALIQUOTA-IRRF-TAB(IDX-FAIXA)
                                     / 100
                                     - DEDUCAO-IRRF-TAB(IDX-FAIXA)
                             IF IRRF-CALC GREATER THAN ZEROES
                                    MOVE IRRF-CALC TO VALOR-IRRF
                             END-IF
                      END-IF
              END-PERFORM.

       IMPRIME-LINHA-RES.
              MOVE CODIGO-FUNC   TO VAR-CODIGO.
              MOVE NOME-FUNC     TO VAR-NOME.
              MOVE MOTIVO-DSL-TAB(IDX-DESLIG) TO VAR-MOTIVO.
              MOVE VALOR-BRUTO   TO VAR-BRUTO.
              MOVE TOTAL-DESC    TO VAR-DESC.
              MOVE VALOR-LIQUIDO TO VAR-LIQUIDO.
              WRITE REG-REL FROM DETALHE-RES
                    AFTER ADVANCING 1 LINE.

       IMPRIME-TERMO.
              IF TOTAL-PAGAS EQUAL 1
                     WRITE REG-TRM FROM TRM-TITULO
                           AFTER ADVANCING 1 LINE
              ELSE
                     WRITE REG-TRM FROM TRM-TITULO
                           AFTER ADVANCING PAGE
              END-IF.
              MOVE CODIGO-FUNC TO VAR-CODIGO-TRM.
              MOVE NOME-FUNC   TO VAR-NOME-TRM.
              MOVE DEPTO-FUNC  TO VAR-DEPTO-TRM.
              WRITE REG-TRM FROM TRM-FUNC AFTER ADVANCING 2 LINES.
              MOVE DATA-ADM  TO VAR-ADMISSAO-TRM.
              MOVE DATA-DESL TO VAR-DESLIG-TRM.
              WRITE REG-TRM FROM TRM-DATAS AFTER ADVANCING 1 LINE.
              EVALUATE MOTIVO-DSL-TAB(IDX-DESLIG)
                     WHEN "S" MOVE "DISPENSA SEM JUSTA CAUSA"
                                TO VAR-MOTIVO-TRM
                     WHEN "P" MOVE "PEDIDO DE DEMISSAO"
                                TO VAR-MOTIVO-TRM
                     WHEN "F" MOVE "FIM DE CONTRATO"
                                TO VAR-MOTIVO-TRM
                     WHEN "J" MOVE "DISPENSA POR JUSTA CAUSA"
                                TO VAR-MOTIVO-TRM
              END-EVALUATE.
              MOVE SALARIO-BASE TO VAR-SALARIO-TRM.
              WRITE REG-TRM FROM TRM-MOTIVO AFTER ADVANCING 1 LINE.
              MOVE "VERBAS RESCISORIAS" TO VAR-SECAO-TRM.
              WRITE REG-TRM FROM TRM-SECAO AFTER ADVANCING 2 LINES.
              MOVE "SALDO DE SALARIO.............." TO VAR-ROTULO-TRM.
              MOVE DIAS-SALDO  TO VAR-QTD-TRM.
              MOVE "DIAS"      TO VAR-UNID-TRM.
              MOVE VALOR-SALDO TO VAR-VALOR-TRM.
              WRITE REG-TRM FROM TRM-LINHA AFTER ADVANCING 1 LINE.
              MOVE "AVISO PREVIO INDENIZADO......." TO VAR-ROTULO-TRM.
              MOVE DIAS-AVISO  TO VAR-QTD-TRM.
              MOVE VALOR-AVISO TO VAR-VALOR-TRM.
              WRITE REG-TRM FROM TRM-LINHA AFTER ADVANCING 1 LINE.
              MOVE "13o SALARIO PROPORCIONAL......" TO VAR-ROTULO-TRM.
              MOVE MESES-13    TO VAR-QTD-TRM.
              MOVE "/12"       TO VAR-UNID-TRM.
              MOVE VALOR-13    TO VAR-VALOR-TRM.
              WRITE REG-TRM FROM TRM-LINHA AFTER ADVANCING 1 LINE.
              MOVE "FERIAS VENCIDAS..............." TO VAR-ROTULO-TRM.
              MOVE PERIODOS-VENCIDOS TO VAR-QTD-TRM.
              MOVE "PER." TO VAR-UNID-TRM.
              MOVE VALOR-FER-VENC TO VAR-VALOR-TRM.
              WRITE REG-TRM FROM TRM-LINHA AFTER ADVANCING 1 LINE.
              MOVE "FERIAS PROPORCIONAIS.........." TO VAR-ROTULO-TRM.
              MOVE MESES-FERIAS TO VAR-QTD-TRM.
              MOVE "/12"        TO VAR-UNID-TRM.
              MOVE VALOR-FER-PROP TO VAR-VALOR-TRM.
              WRITE REG-TRM FROM TRM-LINHA AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO VAR-QTD-TRM.
              MOVE SPACES TO VAR-UNID-TRM.
              MOVE "UM TERCO DE FERIAS............" TO VAR-ROTULO-TRM.
              MOVE VALOR-TERCO TO VAR-VALOR-TRM.
              WRITE REG-TRM FROM TRM-LINHA AFTER ADVANCING 1 LINE.
              MOVE "TOTAL BRUTO..................." TO VAR-ROTULO-TRM.
              MOVE VALOR-BRUTO TO VAR-VALOR-TRM.
              WRITE REG-TRM FROM TRM-LINHA AFTER ADVANCING 2 LINES.
              MOVE "DEDUCOES" TO VAR-SECAO-TRM.
              WRITE REG-TRM FROM TRM-SECAO AFTER ADVANCING 2 LINES.
              MOVE "INSS SOBRE SALARIO............" TO VAR-ROTULO-TRM.
              MOVE INSS-SALDO TO VAR-VALOR-TRM.
              WRITE REG-TRM FROM TRM-LINHA AFTER ADVANCING 1 LINE.
              MOVE "INSS SOBRE 13o................" TO VAR-ROTULO-TRM.
              MOVE INSS-13 TO VAR-VALOR-TRM.
              WRITE REG-TRM FROM TRM-LINHA AFTER ADVANCING 1 LINE.
              MOVE "IRRF SOBRE SALARIO E AVISO...." TO VAR-ROTULO-TRM.
              MOVE IRRF-SALDO TO VAR-VALOR-TRM.
              WRITE REG-TRM FROM TRM-LINHA AFTER ADVANCING 1 LINE.
              MOVE "IRRF SOBRE 13o................" TO VAR-ROTULO-TRM.
              MOVE IRRF-13 TO VAR-VALOR-TRM.
              WRITE REG-TRM FROM TRM-LINHA AFTER ADVANCING 1 LINE.
              MOVE "ADIANTAMENTO DO 13o..........." TO VAR-ROTULO-TRM.
              MOVE VALOR-ADIANT TO VAR-VALOR-TRM.
              WRITE REG-TRM FROM TRM-LINHA AFTER ADVANCING 1 LINE.
              MOVE "TOTAL DE DEDUCOES............." TO VAR-ROTULO-TRM.
              MOVE TOTAL-DESC TO VAR-VALOR-TRM.
              WRITE REG-TRM FROM TRM-LINHA AFTER ADVANCING 2 LINES.
              MOVE "LIQUIDO DA RESCISAO..........." TO VAR-ROTULO-TRM.
              MOVE VALOR-LIQUIDO TO VAR-VALOR-TRM.
              WRITE REG-TRM FROM TRM-LINHA AFTER ADVANCING 2 LINES.
              IF MOTIVO-DSL-TAB(IDX-DESLIG) EQUAL "S"
                     MOVE "MULTA FGTS 40% (EM GUIA)......"
                       TO VAR-ROTULO-TRM
                     MOVE MULTA-FGTS TO VAR-VALOR-TRM
                     WRITE REG-TRM FROM TRM-LINHA
                           AFTER ADVANCING 2 LINES
              END-IF.

       GRAVA-HISTORICO-FOLHA.
              MOVE CODIGO-FUNC   TO CODIGO-FH.
              MOVE NOME-FUNC     TO NOME-FH.
              MOVE DEPTO-FUNC    TO DEPTO-FH.
              MOVE PERIODO-FOLHA TO PERIODO-FH.
              MOVE "R"           TO TIPO-FH.
              MOVE VALOR-BRUTO   TO BRUTO-FH.
              MOVE TOTAL-INSS    TO INSS-FH.
              MOVE TOTAL-IRRF    TO IRRF-FH.
              MOVE VALOR-LIQUIDO TO LIQUIDO-FH.
              WRITE REG-FOLHAHIS.

       FIM.
              MOVE BRUTO-GERAL TO VAR-BRUTO-GER.
              MOVE DESC-GERAL  TO VAR-DESC-GER.
              MOVE LIQ-GERAL   TO VAR-LIQ-GER.
              WRITE REG-REL FROM LINHA-GERAL AFTER ADVANCING 2 LINES.
              MOVE TOTAL-RECUSADAS TO VAR-RECUSADAS.
              WRITE REG-REL FROM ROD-RES-01 AFTER ADVANCING 2 LINES.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADFUNCI
                    RELRESC
                    TERMORES
                    FOLHAHIS.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "EX-18"          TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-PAGAS      TO TOTAL-GRAVADOS-RUNLOG.
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
