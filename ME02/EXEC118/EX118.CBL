       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX118.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      LOTE DE RPS PARA A NFS-E DA PREFEITURA: PARA CADA
      *              RESERVA QUITADA ("P", EX59) COM DATA DE QUITACAO
      *              NO PERIODO DE PARMRPS.DAT (PADRAO DO DIA 1 DO MES
      *              ATE HOJE) E AINDA SEM RPS ENVIADO OU CONVERTIDO,
      *              APURA O SERVICO TRIBUTAVEL DA AGENCIA - COM
      *              OPERADORA, A COMISSAO DO CADOPERI.DAT (EX102),
      *              TOMADOR A OPERADORA PELO CNPJ; PACOTE PROPRIO, A
      *              TAXA DE AGENCIAMENTO DO PARAMETRO SOBRE O VALOR
      *              DA RESERVA, TOMADOR O CLIENTE DO CADOK.DAT - E O
      *              ISS PELA ALIQUOTA DO PARAMETRO. NUMERA O RPS PELA
      *              SERIE DE NUMRPS.DAT (MESMO ESQUEMA DO NUMRESV),
      *              GRAVA O ARQUIVO DE RPS DA PREFEITURA EM RPSLOTE
      *              (CABECALHO "1", DETALHE "2", RODAPE "9") E O
      *              REGISTRO EM RPSREG.DAT, QUE O RETORNO DO EX119
      *              ATUALIZA. SEM INSCRICAO MUNICIPAL OU CODIGO DE
      *              SERVICO NO PARAMETRO O LOTE NAO E GERADO.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-RPS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADOPER ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-OPE
              FILE STATUS IS CADOPER-STATUS.

              SELECT OPTIONAL CADOK ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPF2
              ALTERNATE RECORD KEY IS NOME2 WITH DUPLICATES
              FILE STATUS IS CADOK-STATUS.

              SELECT OPTIONAL RPSREG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPSREG-STATUS.

              SELECT OPTIONAL NUMRPS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RPSLOTE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELRPS ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-RPS: periodo de quitacao (zero = do dia 1 do mes ate
      * hoje), aliquota do ISS (zero = 5,00%), taxa de agenciamento
      * do pacote proprio (zero = 10,00% do valor da reserva), serie
      * do RPS (branco = "A"), inscricao municipal da agencia e
      * codigo do servico na prefeitura (obrigatorios).
       FD     PARM-RPS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMRPS.DAT".
       01     REG-PARM-RPS.
              02 DATA-INICIO-PARM  PIC 9(08).
              02 DATA-FIM-PARM     PIC 9(08).
              02 ALIQUOTA-PARM     PIC 9(02)V9(02).
              02 TAXA-AGENCIA-PARM PIC 9(02)V9(02).
              02 SERIE-PARM        PIC X(05).
              02 INSCRICAO-PARM    PIC 9(08).
              02 SERVICO-PARM      PIC 9(05).

      * RESERVAS: reservas de viagem (EX58/EX59, copybook).
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * CADOPER: cadastro de operadoras (copybook).
       FD     CADOPER
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOPERI.DAT".
       COPY OPERMAST.

      * CADOK: cadastro validado de clientes (copybook), nome,
      * endereco e email do tomador pessoa fisica.
       FD     CADOK
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

      * RPSREG: registro dos RPS (copybook); lido para saber o que
      * ja foi enviado e reaberto em EXTEND para os novos.
       FD     RPSREG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RPSREG.DAT".
       COPY RPSREG.

      * NUMRPS: ultimo numero de RPS emitido, persistido entre
      * execucoes (mesmo esquema do NUMRESV.DAT do EX58).
       FD     NUMRPS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "NUMRPS.DAT".
       01     REG-NUMRPS.
              02 ULTIMO-RPS-ARQ    PIC 9(08).

      * RPSLOTE: arquivo de RPS no leiaute da prefeitura, refeito a
      * cada execucao para a importacao no site.
       FD     RPSLOTE
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RPSLOTE.DAT".
       01     REG-LOTE             PIC X(520).

       FD     RELRPS
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-RPS                  PIC X(03) VALUE "NAO".
       77 FIM-NUM                  PIC X(03) VALUE "NAO".
       77 CADOPER-STATUS           PIC X(02) VALUE "00".
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 RPSREG-STATUS            PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-EMITIDOS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-JA-EMITIDOS        PIC 9(05) VALUE ZEROES.
       77 TOTAL-OPE-DESCONHECIDA   PIC 9(05) VALUE ZEROES.
       77 TOTAL-BASE-ZERO          PIC 9(05) VALUE ZEROES.
       77 VALOR-SERVICO-TOTAL      PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-ISS-TOTAL          PIC 9(12)V9(02) VALUE ZEROES.
       77 DATA-EMISSAO             PIC 9(08) VALUE ZEROES.
       77 DATA-INICIO              PIC 9(08) VALUE ZEROES.
       77 DATA-FIM                 PIC 9(08) VALUE ZEROES.
       77 ALIQUOTA-ISS             PIC 9(02)V9(02) VALUE 5,00.
       77 TAXA-AGENCIA             PIC 9(02)V9(02) VALUE 10,00.
       77 SERIE-RPS-ATUAL          PIC X(05) VALUE "A".
       77 INSCRICAO-PREST          PIC 9(08) VALUE ZEROES.
       77 CODIGO-SERVICO           PIC 9(05) VALUE ZEROES.
       77 NUMERO-RPS-ATUAL         PIC 9(08) VALUE ZEROES.
       77 JA-EMITIDA               PIC X(03) VALUE "NAO".
       77 OPERADORA-ACHADA         PIC X(03) VALUE "NAO".
       77 VALOR-SERVICO            PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-ISS                PIC 9(09)V9(02) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

      * Reservas com RPS enviado ou ja convertido em NFS-e.
       77 TOTAL-EMIT               PIC 9(05) VALUE ZEROES.
       77 IDX-EMIT                 PIC 9(05) VALUE ZEROES.
       01     TABELA-EMIT.
              02 RESV-EMIT-TAB     PIC 9(06) OCCURS 10000 TIMES.

      * Leiaute do arquivo de RPS da prefeitura: valores em
      * centavos, aliquota em centesimos de ponto percentual;
      * situacao "T" tributado no municipio, ISS retido "2" nao,
      * tipo do documento do tomador "1" CPF, "2" CNPJ.
       01     LOTE-CAB.
              02 FILLER            PIC X(01) VALUE "1".
              02 FILLER            PIC X(03) VALUE "001".
              02 INSCRICAO-CAB     PIC 9(08).
              02 INICIO-CAB        PIC 9(08).
              02 FIM-CAB           PIC 9(08).

       01     LOTE-DET.
              02 TIPO-REG-LOTE     PIC X(01).
              02 TIPO-RPS-LOTE     PIC X(05).
              02 SERIE-LOTE        PIC X(05).
              02 NUMERO-LOTE       PIC 9(12).
              02 EMISSAO-LOTE      PIC 9(08).
              02 SITUACAO-LOTE     PIC X(01).
              02 VALOR-LOTE        PIC 9(13)V9(02).
              02 DEDUCOES-LOTE     PIC 9(13)V9(02).
              02 SERVICO-LOTE      PIC 9(05).
              02 ALIQUOTA-LOTE     PIC 9(02)V9(02).
              02 ISS-RETIDO-LOTE   PIC X(01).
              02 TIPO-DOC-LOTE     PIC X(01).
              02 DOC-LOTE          PIC 9(14).
              02 IM-TOMADOR-LOTE   PIC 9(08).
              02 IE-TOMADOR-LOTE   PIC 9(12).
              02 NOME-LOTE         PIC X(75).
              02 TIPO-END-LOTE     PIC X(03).
              02 ENDERECO-LOTE     PIC X(50).
              02 NUMERO-END-LOTE   PIC X(10).
              02 COMPLEMENTO-LOTE  PIC X(30).
              02 BAIRRO-LOTE       PIC X(30).
              02 CIDADE-LOTE       PIC X(50).
              02 UF-LOTE           PIC X(02).
              02 CEP-LOTE          PIC 9(08).
              02 EMAIL-LOTE        PIC X(75).
              02 DISCRIMINACAO-LOTE PIC X(80).

       01     LOTE-ROD.
              02 FILLER            PIC X(01) VALUE "9".
              02 QTD-ROD-LOTE      PIC 9(07).
              02 VALOR-ROD-LOTE    PIC 9(13)V9(02).
              02 DEDUCOES-ROD-LOTE PIC 9(13)V9(02) VALUE ZEROES.

       01     CAB-RPS-01.
              02 FILLER     PIC X(15) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "LOTE DE RPS - NFS-E DOS SERVICOS DA AGENCIA".
              02 FILLER     PIC X(15) VALUE SPACES.

       01     CAB-RPS-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(22)
                 VALUE "QUITADAS NO PERIODO: ".
              02 VAR-INICIO-CAB    PIC 9999/99/99.
              02 FILLER            PIC X(03) VALUE " A ".
              02 VAR-FIM-CAB       PIC 9999/99/99.
              02 FILLER            PIC X(09) VALUE "  SERIE ".
              02 VAR-SERIE-CAB     PIC X(05).
              02 FILLER            PIC X(19) VALUE SPACES.

       01     CAB-RPS-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(10) VALUE "RPS".
              02 FILLER            PIC X(08) VALUE "RESERVA".
              02 FILLER            PIC X(16) VALUE "TOMADOR".
              02 FILLER            PIC X(20) VALUE "NOME".
              02 FILLER            PIC X(14) VALUE "       SERVICO".
              02 FILLER            PIC X(10) VALUE "       ISS".

       01     DETALHE-RPS.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-RPS-DET       PIC 9(08).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-RESERVA-DET   PIC 9(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TOMADOR-DET   PIC 9(14).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME-DET      PIC X(18).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-SERVICO-DET   PIC Z.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-ISS-DET       PIC ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.

       01     ROD-RPS-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reservas lidas           :".
              02 VAR-LIDOS         PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RPS-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "RPS emitidos             :".
              02 VAR-EMITIDOS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RPS-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Ja com RPS/NFS-e         :".
              02 VAR-JA-EMITIDOS   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RPS-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Operadora nao cadastrada :".
              02 VAR-DESCONHECIDA  PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RPS-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Servico zerado           :".
              02 VAR-BASE-ZERO     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RPS-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor dos servicos       :".
              02 VAR-SERVICO-TOT   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-RPS-07.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "ISS do lote              :".
              02 VAR-ISS-TOT       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX118.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-EMISSAO = ANO-HOJE * 10000 + MES-HOJE * 100
                                   + DIA-HOJE.
              COMPUTE DATA-INICIO = ANO-HOJE * 10000 + MES-HOJE * 100
                                  + 1.
              MOVE DATA-EMISSAO TO DATA-FIM.
              PERFORM LER-PARM-RPS.
              IF INSCRICAO-PREST EQUAL ZEROES
                OR CODIGO-SERVICO EQUAL ZEROES
                     DISPLAY "*** EX118: PARMRPS.DAT SEM INSCRICAO"
                             " MUNICIPAL OU CODIGO DE SERVICO -"
                             " LOTE NAO GERADO"
                     MOVE 4 TO RETURN-CODE
                     STOP RUN.
              PERFORM LER-ULTIMO-RPS.
              PERFORM CARREGA-EMITIDAS.
              OPEN INPUT RPSREG.
              IF RPSREG-STATUS EQUAL "35"
                     CLOSE RPSREG
                     OPEN OUTPUT RPSREG
              ELSE
                     CLOSE RPSREG
                     OPEN EXTEND RPSREG
              END-IF.
              OPEN INPUT  RESERVAS
                          CADOPER
                          CADOK
                   OUTPUT RPSLOTE
                          RELRPS.
              MOVE INSCRICAO-PREST TO INSCRICAO-CAB.
              MOVE DATA-INICIO     TO INICIO-CAB.
              MOVE DATA-FIM        TO FIM-CAB.
              MOVE SPACES TO REG-LOTE.
              MOVE LOTE-CAB TO REG-LOTE.
              WRITE REG-LOTE.
              WRITE REG-REL FROM CAB-RPS-01 AFTER ADVANCING 1 LINE.
              MOVE DATA-INICIO     TO VAR-INICIO-CAB.
              MOVE DATA-FIM        TO VAR-FIM-CAB.
              MOVE SERIE-RPS-ATUAL TO VAR-SERIE-CAB.
              WRITE REG-REL FROM CAB-RPS-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-RPS-03 AFTER ADVANCING 2 LINES.
              PERFORM LEITURA.

      * Ausente, valem os padroes; campo zerado tambem.
       LER-PARM-RPS.
              OPEN INPUT PARM-RPS.
              READ PARM-RPS
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     IF DATA-INICIO-PARM GREATER THAN ZEROES
                            MOVE DATA-INICIO-PARM TO DATA-INICIO
                     END-IF
                     IF DATA-FIM-PARM GREATER THAN ZEROES
                            MOVE DATA-FIM-PARM TO DATA-FIM
                     END-IF
                     IF ALIQUOTA-PARM GREATER THAN ZEROES
                            MOVE ALIQUOTA-PARM TO ALIQUOTA-ISS
                     END-IF
                     IF TAXA-AGENCIA-PARM GREATER THAN ZEROES
                            MOVE TAXA-AGENCIA-PARM TO TAXA-AGENCIA
                     END-IF
                     IF SERIE-PARM NOT EQUAL SPACES
                            MOVE SERIE-PARM TO SERIE-RPS-ATUAL
                     END-IF
                     MOVE INSCRICAO-PARM TO INSCRICAO-PREST
                     MOVE SERVICO-PARM   TO CODIGO-SERVICO
              END-IF.
              CLOSE PARM-RPS.

       LER-ULTIMO-RPS.
              OPEN INPUT NUMRPS.
              READ NUMRPS
                     AT END MOVE "SIM" TO FIM-NUM.
              IF FIM-NUM EQUAL "NAO"
                     MOVE ULTIMO-RPS-ARQ TO NUMERO-RPS-ATUAL.
              CLOSE NUMRPS.

      * Tabela cheia faria mandar de novo reserva ja enviada -
      * parar e sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX118: TABELA DE RPS EXCEDIDA -"
                      " LOTE NAO GERADO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * RPS recusado pela prefeitura nao conta: a reserva volta no
      * proximo lote.
       CARREGA-EMITIDAS.
              OPEN INPUT RPSREG.
              PERFORM UNTIL FIM-RPS EQUAL "SIM"
                      READ RPSREG
                             AT END MOVE "SIM" TO FIM-RPS
                             NOT AT END
                                  IF SITUACAO-RPS NOT EQUAL "R"
                                       PERFORM GUARDA-EMITIDA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE RPSREG.

       GUARDA-EMITIDA.
              IF TOTAL-EMIT NOT LESS THAN 10000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-EMIT.
              MOVE NUMERO-RESV-RPS TO RESV-EMIT-TAB(TOTAL-EMIT).

       LEITURA.
              READ RESERVAS
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

      * Quitada antes da data de quitacao existir no registro vem
      * com o campo em branco e fica fora do RPS.
       PRINCIPAL.
              IF SITUACAO-RESV EQUAL "P"
                AND DATA-QUITACAO-RESV IS NUMERIC
                AND DATA-QUITACAO-RESV NOT LESS THAN DATA-INICIO
                AND DATA-QUITACAO-RESV NOT GREATER THAN DATA-FIM
                     PERFORM VERIFICA-EMITIDA
                     IF JA-EMITIDA EQUAL "SIM"
                            ADD 1 TO TOTAL-JA-EMITIDOS
                     ELSE
                            PERFORM APURA-SERVICO
                     END-IF
              END-IF.
              PERFORM LEITURA.

       VERIFICA-EMITIDA.
              MOVE "NAO" TO JA-EMITIDA.
              PERFORM VARYING IDX-EMIT FROM 1 BY 1
                      UNTIL IDX-EMIT GREATER THAN TOTAL-EMIT
                         OR JA-EMITIDA EQUAL "SIM"
                      IF RESV-EMIT-TAB(IDX-EMIT) EQUAL NUMERO-RESV
                             MOVE "SIM" TO JA-EMITIDA
                      END-IF
              END-PERFORM.

      * Com operadora a agencia so intermedia: o servico e a
      * comissao e o tomador e a operadora. Pacote proprio: a taxa
      * de agenciamento, tomada pelo cliente.
       APURA-SERVICO.
              MOVE SPACES TO LOTE-DET.
              MOVE ZEROES TO VALOR-SERVICO.
              IF OPERADORA-RESV NOT EQUAL SPACES
                     PERFORM TOMADOR-OPERADORA
              ELSE
                     PERFORM TOMADOR-CLIENTE.
              IF OPERADORA-ACHADA EQUAL "NAO"
                     ADD 1 TO TOTAL-OPE-DESCONHECIDA
              ELSE IF VALOR-SERVICO EQUAL ZEROES
                     ADD 1 TO TOTAL-BASE-ZERO
              ELSE
                     PERFORM GRAVA-RPS.

       TOMADOR-OPERADORA.
              MOVE "SIM" TO OPERADORA-ACHADA.
              MOVE OPERADORA-RESV TO CODIGO-OPE.
              READ CADOPER KEY IS CODIGO-OPE
                     INVALID KEY
                            MOVE "NAO" TO OPERADORA-ACHADA
              END-READ.
              IF OPERADORA-ACHADA EQUAL "SIM"
                     COMPUTE VALOR-SERVICO ROUNDED =
                             VALOR-RESV * COMISSAO-OPE / 100
                     MOVE "2"      TO TIPO-DOC-LOTE
                     MOVE CNPJ-OPE TO DOC-LOTE
                     MOVE NOME-OPE TO NOME-LOTE
                     MOVE SPACES   TO DISCRIMINACAO-LOTE
                     STRING "COMISSAO DE INTERMEDIACAO - RESERVA "
                            NUMERO-RESV " - " DESTINO-RESV
                            DELIMITED BY SIZE
                            INTO DISCRIMINACAO-LOTE
                     END-STRING.

      * Cliente fora do CADOK vai so com o CPF.
       TOMADOR-CLIENTE.
              MOVE "SIM" TO OPERADORA-ACHADA.
              COMPUTE VALOR-SERVICO ROUNDED =
                      VALOR-RESV * TAXA-AGENCIA / 100.
              MOVE "1"      TO TIPO-DOC-LOTE.
              MOVE CPF-RESV TO DOC-LOTE.
              MOVE CPF-RESV TO CPF2.
              READ CADOK KEY IS CPF2
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            MOVE NOME2        TO NOME-LOTE
                            MOVE LOGRADOURO2  TO ENDERECO-LOTE
                            MOVE NUMERO-END2  TO NUMERO-END-LOTE
                            MOVE COMPLEMENTO2 TO COMPLEMENTO-LOTE
                            MOVE CIDADE2      TO CIDADE-LOTE
                            MOVE ESTADO2      TO UF-LOTE
                            MOVE CEP2         TO CEP-LOTE
                            MOVE EMAIL2       TO EMAIL-LOTE
              END-READ.
              MOVE SPACES TO DISCRIMINACAO-LOTE.
              STRING "AGENCIAMENTO DE VIAGEM - RESERVA "
                     NUMERO-RESV " - " DESTINO-RESV
                     DELIMITED BY SIZE
                     INTO DISCRIMINACAO-LOTE
              END-STRING.

       GRAVA-RPS.
              ADD 1 TO NUMERO-RPS-ATUAL.
              COMPUTE VALOR-ISS ROUNDED =
                      VALOR-SERVICO * ALIQUOTA-ISS / 100.
              MOVE SERIE-RPS-ATUAL  TO SERIE-LOTE.
              MOVE NUMERO-RPS-ATUAL TO NUMERO-LOTE.
              MOVE "2"              TO TIPO-REG-LOTE.
              MOVE "RPS"            TO TIPO-RPS-LOTE.
              MOVE DATA-EMISSAO     TO EMISSAO-LOTE.
              MOVE "T"              TO SITUACAO-LOTE.
              MOVE VALOR-SERVICO    TO VALOR-LOTE.
              MOVE ZEROES           TO DEDUCOES-LOTE
                                       IM-TOMADOR-LOTE
                                       IE-TOMADOR-LOTE.
              MOVE CODIGO-SERVICO   TO SERVICO-LOTE.
              MOVE ALIQUOTA-ISS     TO ALIQUOTA-LOTE.
              MOVE "2"              TO ISS-RETIDO-LOTE.
              IF CEP-LOTE IS NOT NUMERIC
                     MOVE ZEROES TO CEP-LOTE.
              MOVE LOTE-DET TO REG-LOTE.
              WRITE REG-LOTE.
              MOVE NUMERO-RPS-ATUAL TO NUMERO-RPS.
              MOVE SERIE-RPS-ATUAL  TO SERIE-RPS.
              MOVE DATA-EMISSAO     TO DATA-EMISSAO-RPS.
              MOVE NUMERO-RESV      TO NUMERO-RESV-RPS.
              MOVE TIPO-DOC-LOTE    TO TIPO-TOMADOR-RPS.
              MOVE DOC-LOTE         TO DOC-TOMADOR-RPS.
              MOVE VALOR-SERVICO    TO VALOR-SERVICO-RPS.
              MOVE ALIQUOTA-ISS     TO ALIQUOTA-RPS.
              MOVE VALOR-ISS        TO VALOR-ISS-RPS.
              MOVE "E"              TO SITUACAO-RPS.
              MOVE ZEROES           TO NFSE-RPS
                                       DATA-RETORNO-RPS.
              MOVE SPACES           TO VERIFICA-RPS
                                       MOTIVO-RPS.
              WRITE REG-RPS.
              ADD 1 TO TOTAL-EMITIDOS.
              ADD VALOR-SERVICO TO VALOR-SERVICO-TOTAL.
              ADD VALOR-ISS     TO VALOR-ISS-TOTAL.
              MOVE NUMERO-RPS-ATUAL TO VAR-RPS-DET.
              MOVE NUMERO-RESV      TO VAR-RESERVA-DET.
              MOVE DOC-LOTE         TO VAR-TOMADOR-DET.
              MOVE NOME-LOTE        TO VAR-NOME-DET.
              MOVE VALOR-SERVICO    TO VAR-SERVICO-DET.
              MOVE VALOR-ISS        TO VAR-ISS-DET.
              WRITE REG-REL FROM DETALHE-RPS AFTER ADVANCING 1 LINE.

       FIM.
              MOVE TOTAL-EMITIDOS      TO QTD-ROD-LOTE.
              MOVE VALOR-SERVICO-TOTAL TO VALOR-ROD-LOTE.
              MOVE SPACES TO REG-LOTE.
              MOVE LOTE-ROD TO REG-LOTE.
              WRITE REG-LOTE.
              PERFORM GRAVA-ULTIMO-RPS.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE RESERVAS
                    CADOPER
                    CADOK
                    RPSREG
                    RPSLOTE
                    RELRPS.

       GRAVA-ULTIMO-RPS.
              OPEN OUTPUT NUMRPS.
              MOVE NUMERO-RPS-ATUAL TO ULTIMO-RPS-ARQ.
              WRITE REG-NUMRPS.
              CLOSE NUMRPS.

       IMPRIME-RODAPE.
              MOVE TOTAL-LIDOS            TO VAR-LIDOS.
              MOVE TOTAL-EMITIDOS         TO VAR-EMITIDOS.
              MOVE TOTAL-JA-EMITIDOS      TO VAR-JA-EMITIDOS.
              MOVE TOTAL-OPE-DESCONHECIDA TO VAR-DESCONHECIDA.
              MOVE TOTAL-BASE-ZERO        TO VAR-BASE-ZERO.
              MOVE VALOR-SERVICO-TOTAL    TO VAR-SERVICO-TOT.
              MOVE VALOR-ISS-TOTAL        TO VAR-ISS-TOT.
              WRITE REG-REL FROM ROD-RPS-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-RPS-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RPS-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RPS-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RPS-05 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RPS-06 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RPS-07 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E118"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-EMITIDOS   TO TOTAL-GRAVADOS-RUNLOG.
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
