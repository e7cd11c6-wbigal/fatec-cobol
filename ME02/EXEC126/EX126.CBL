       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX126.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      PAINEL DE QUALIDADE DO CADASTRO DE CLIENTES: O
      *              EX06 REJEITA O QUE ESTA ERRADO E O EX29 MOSTRA A
      *              DERIVA, MAS A GERENCIA NAO TINHA UM NUMERO PARA
      *              "QUAO BOA E A NOSSA BASE", NEM COMO SABER SE A
      *              FILA DE REPARO (EX70) E O PREENCHIMENTO PELO CEP
      *              ESTAO AJUDANDO. MEDE, REGISTRO A REGISTRO, SEIS
      *              INDICADORES: EMAIL PREENCHIDO E NO FORMATO DO
      *              EX06, TELEFONE VALIDO, BLOCO POSTAL COMPLETO
      *              (LOGRADOURO, NUMERO, CIDADE E CEP), CEP DENTRO DE
      *              UMA FAIXA DA CIDADE/UF EM CEPDIR.DAT, ENDERECO
      *              FORA DA QUARENTENA ENDQUAR.DAT E EMAIL SEM
      *              DEVOLUCAO EM BOUNCES.DAT - MAIS O INDICE GERAL
      *              (MEDIA DOS SEIS). SEPARA POR FONTE (CADCLI.DAT,
      *              A ENTRADA BRUTA, E CADOK.DAT, A BASE VALIDADA) E,
      *              NA BASE VALIDADA, POR UF. CADA EXECUCAO GRAVA OS
      *              PERCENTUAIS DAS DUAS FONTES NO HISTORICO
      *              QUALHIS.DAT; O RELATORIO RELQUAL MOSTRA OS
      *              PERCENTUAIS ATUAIS AO LADO DAS TRES EXECUCOES
      *              ANTERIORES, COM A VARIACAO SOBRE A ULTIMA, E AS
      *              UFS DA PIOR PARA A MELHOR.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL CADCLI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADOK ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CPF2
              ALTERNATE RECORD KEY IS NOME2 WITH DUPLICATES
              FILE STATUS IS CADOK-STATUS.

              SELECT OPTIONAL CEPDIR ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL ENDQUAR ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL BOUNCES ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL QUALHIS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS QUALHIS-STATUS.

              SELECT RELQUAL ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * CADCLI: layout unico do arquivo (copybook).
       FD     CADCLI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADCLI.DAT".
       COPY CADCLI.

       FD     CADOK
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

      * CEPDIR: diretorio de faixas de CEP (inicio/fim, cidade e
      * UF), carregado pelo EX65.
       FD     CEPDIR
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CEPDIR.DAT".
       01     REG-CEPDIR.
              02 CEP-INI-DIR       PIC 9(08).
              02 CEP-FIM-DIR       PIC 9(08).
              02 CIDADE-DIR        PIC X(30).
              02 UF-DIR            PIC X(02).

      * ENDQUAR: quarentena de enderecos devolvidos (EX64) - CPF
      * do cliente.
       FD     ENDQUAR
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "ENDQUAR.DAT".
       01     REG-ENDQ.
              02 CPF-ENDQ          PIC 9(11).
              02 MOTIVO-ENDQ       PIC X(02).
              02 DATA-ENDQ         PIC 9(08).

      * BOUNCES: bounces definitivos acumulados por email (EX66).
       FD     BOUNCES
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "BOUNCES.DAT".
       01     REG-BOUNCE.
              02 EMAIL-BNC         PIC X(30).
              02 QTD-BNC           PIC 9(03).

      * QUALHIS: historico do painel - uma linha por fonte por
      * execucao, com os seis indicadores e o indice geral.
       FD     QUALHIS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "QUALHIS.DAT".
       01     REG-QUALHIS.
              02 DATA-QH           PIC 9(08).
              02 HORA-QH           PIC 9(06).
              02 FONTE-QH          PIC X(06).
              02 TOTAL-QH          PIC 9(06).
              02 PERC-QH           PIC 9(03)V9(02) OCCURS 7 TIMES.

       FD     RELQUAL
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 QUALHIS-STATUS           PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 FIM-CLI                  PIC X(03) VALUE "NAO".
       77 FIM-OK                   PIC X(03) VALUE "NAO".
       77 FIM-QH                   PIC X(03) VALUE "NAO".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Diretorio de faixas de CEP em memoria (mesmo limite do EX06).
       77 FIM-CEPDIR               PIC X(03) VALUE "NAO".
       77 TOTAL-CEPDIR             PIC 9(05) VALUE ZEROES.
       77 IDX-CEPDIR               PIC 9(05) VALUE ZEROES.
       01     TABELA-CEPDIR.
              02 CEPDIR-REG        OCCURS 6000 TIMES.
                 03 CEP-INI-DIR-TAB PIC 9(08).
                 03 CEP-FIM-DIR-TAB PIC 9(08).
                 03 CIDADE-DIR-TAB  PIC X(30).
                 03 UF-DIR-TAB      PIC X(02).

      * Enderecos em quarentena (ENDQUAR.DAT, EX64) em memoria.
       77 FIM-ENDQ                 PIC X(03) VALUE "NAO".
       77 TOTAL-ENDQ               PIC 9(05) VALUE ZEROES.
       77 IDX-ENDQ                 PIC 9(05) VALUE ZEROES.
       01     TABELA-ENDQ.
              02 CPF-ENDQ-TAB      PIC 9(11) OCCURS 2000 TIMES.

      * Emails com bounce definitivo (BOUNCES.DAT, EX66) em memoria.
       77 FIM-BNC                  PIC X(03) VALUE "NAO".
       77 TOTAL-BNC                PIC 9(05) VALUE ZEROES.
       77 IDX-BNC                  PIC 9(05) VALUE ZEROES.
       01     TABELA-BNC.
              02 EMAIL-BNC-TAB     PIC X(30) OCCURS 2000 TIMES.

      * Registro em medicao (visao comum de CADCLI e CADOK) e o
      * resultado de cada indicador ("S" atende, "N" nao atende).
       01     REGISTRO-MEDIDO.
              02 CPF-MED           PIC 9(11).
              02 ESTADO-MED        PIC X(02).
              02 CIDADE-MED        PIC X(30).
              02 EMAIL-MED         PIC X(30).
              02 TELEFONE-MED      PIC 9(10).
              02 LOGRADOURO-MED    PIC X(40).
              02 NUMERO-END-MED    PIC X(06).
              02 CEP-MED           PIC 9(08).
       01     RESULTADO-MEDIDO.
              02 ATENDE-IND        PIC X(01) OCCURS 6 TIMES.
       77 QTD-ATENDIDOS            PIC 9(01) VALUE ZEROES.
       77 IDX-IND                  PIC 9(01) VALUE ZEROES.
       77 IDX-EMAIL                PIC 9(02) VALUE ZEROES.
       77 POS-ARROBA               PIC 9(02) VALUE ZEROES.
       77 POS-PONTO                PIC 9(02) VALUE ZEROES.
       77 ACHOU                    PIC X(03) VALUE "NAO".

      * Acumulado por fonte: 1 = CADCLI (entrada), 2 = CADOK
      * (validado). PERC-FONTE(7) e o indice geral.
       77 IDX-FONTE                PIC 9(01) VALUE ZEROES.
       01     TABELA-FONTE.
              02 FONTE-REG         OCCURS 2 TIMES.
                 03 NOME-FONTE-TAB PIC X(06).
                 03 TOTAL-FONTE-TAB PIC 9(06).
                 03 ATENDE-FONTE-TAB PIC 9(07) OCCURS 7 TIMES.
                 03 PERC-FONTE-TAB PIC 9(03)V9(02) OCCURS 7 TIMES.
                 03 QTD-ANT-TAB    PIC 9(01).
                 03 ANTERIOR-TAB   OCCURS 3 TIMES.
                    04 PERC-ANT-TAB PIC 9(03)V9(02) OCCURS 7 TIMES.
       77 IDX-ANT                  PIC 9(01) VALUE ZEROES.

      * Acumulado por UF da base validada; ordenado do pior indice
      * geral para o melhor (troca simples, como no EX124).
       77 TOTAL-UF                 PIC 9(02) VALUE ZEROES.
       77 IDX-UF                   PIC 9(02) VALUE ZEROES.
       77 IDX-UF-ACHADA            PIC 9(02) VALUE ZEROES.
       77 IDX-A                    PIC 9(02) VALUE ZEROES.
       77 IDX-B                    PIC 9(02) VALUE ZEROES.
       77 IDX-B-MAIS-1             PIC 9(02) VALUE ZEROES.
       77 LIMITE-TROCA             PIC 9(02) VALUE ZEROES.
       77 SOMA-ATENDE-UF           PIC 9(08) VALUE ZEROES.
       01     TABELA-UF.
              02 UF-REG            OCCURS 30 TIMES.
                 03 GERAL-UF-TAB   PIC 9(03)V9(02).
                 03 SIGLA-UF-TAB   PIC X(02).
                 03 TOTAL-UF-TAB   PIC 9(06).
                 03 ATENDE-UF-TAB  PIC 9(07) OCCURS 6 TIMES.
       01     UF-TMP.
              02 FILLER            PIC X(55).

      * Nomes dos indicadores, na ordem das colunas.
       01     TABELA-NOMES-IND.
              02 FILLER PIC X(24) VALUE "EMAIL PREENCHIDO/VALIDO".
              02 FILLER PIC X(24) VALUE "TELEFONE VALIDO".
              02 FILLER PIC X(24) VALUE "BLOCO POSTAL COMPLETO".
              02 FILLER PIC X(24) VALUE "CEP CONFERE COM CEPDIR".
              02 FILLER PIC X(24) VALUE "FORA DA QUARENTENA".
              02 FILLER PIC X(24) VALUE "EMAIL SEM DEVOLUCAO".
              02 FILLER PIC X(24) VALUE "INDICE GERAL".
       01     TABELA-NOMES-IND-RED REDEFINES TABELA-NOMES-IND.
              02 NOME-IND          PIC X(24) OCCURS 7 TIMES.

       77 PERC-TRAB                PIC 9(03)V9(02) VALUE ZEROES.
       77 VARIACAO-TRAB            PIC S9(03)V9(02) VALUE ZEROES.
       77 PERC-EDITADO             PIC ZZ9,99.
       77 VARIACAO-EDITADA         PIC +ZZ9,99.

       01     CAB-QUAL-01.
              02 FILLER            PIC X(14) VALUE SPACES.
              02 FILLER            PIC X(44)
                 VALUE "PAINEL DE QUALIDADE DO CADASTRO DE CLIENTES".
              02 FILLER            PIC X(08) VALUE SPACES.
              02 VAR-DIA-CAB       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-CAB       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-CAB       PIC 9999.
              02 FILLER            PIC X(04) VALUE SPACES.

       01     CAB-FONTE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "FONTE: ".
              02 VAR-FONTE-CAB     PIC X(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-DESCR-FONTE   PIC X(20).
              02 FILLER            PIC X(11) VALUE "REGISTROS: ".
              02 VAR-TOTAL-FONTE   PIC ZZZZZ9.
              02 FILLER            PIC X(26) VALUE SPACES.

       01     CAB-INDICADOR.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(24)
                 VALUE "INDICADOR (% ATENDE)".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "   ATUAL".
              02 FILLER            PIC X(08) VALUE "  ANTER.".
              02 FILLER            PIC X(08) VALUE "   2 ANT".
              02 FILLER            PIC X(08) VALUE "   3 ANT".
              02 FILLER            PIC X(10) VALUE "  VARIACAO".
              02 FILLER            PIC X(10) VALUE SPACES.

       01     DETALHE-INDICADOR.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME-IND      PIC X(24).
              02 FILLER            PIC X(04) VALUE SPACES.
              02 VAR-ATUAL         PIC X(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ANT-1         PIC X(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ANT-2         PIC X(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ANT-3         PIC X(06).
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-VARIACAO      PIC X(07).
              02 FILLER            PIC X(10) VALUE SPACES.

       01     CAB-UF-01.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(50)
                 VALUE "BASE VALIDADA POR UF - DA PIOR PARA A MELHOR".
              02 FILLER            PIC X(28) VALUE SPACES.

       01     CAB-UF-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(13) VALUE "UF  REGISTROS".
              02 FILLER            PIC X(08) VALUE "   EMAIL".
              02 FILLER            PIC X(08) VALUE "    FONE".
              02 FILLER            PIC X(08) VALUE "  POSTAL".
              02 FILLER            PIC X(08) VALUE "     CEP".
              02 FILLER            PIC X(08) VALUE "   QUAR.".
              02 FILLER            PIC X(08) VALUE "  BOUNCE".
              02 FILLER            PIC X(08) VALUE "   GERAL".
              02 FILLER            PIC X(09) VALUE SPACES.

       01     DETALHE-UF.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-UF            PIC X(02).
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-TOTAL-UF      PIC ZZZZZ9.
              02 VAR-PERC-UF       OCCURS 7 TIMES.
                 03 FILLER         PIC X(02).
                 03 VAR-PERC-UF-ED PIC ZZ9,99.
              02 FILLER            PIC X(09) VALUE SPACES.

       01     ROD-QUAL-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Registros em CADCLI      :".
              02 VAR-ROD-CLI       PIC ZZZZZ9.
              02 FILLER            PIC X(42) VALUE SPACES.

       01     ROD-QUAL-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Registros em CADOK       :".
              02 VAR-ROD-OK        PIC ZZZZZ9.
              02 FILLER            PIC X(42) VALUE SPACES.

       01     ROD-QUAL-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Faixas de CEP no CEPDIR  :".
              02 VAR-ROD-CEPDIR    PIC ZZZZZ9.
              02 FILLER            PIC X(42) VALUE SPACES.

       01     AVISO-SEM-CEPDIR.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(60) VALUE
                 "*** CEPDIR.DAT AUSENTE - INDICADOR DE CEP SEM BASE".
              02 FILLER            PIC X(15) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX126.
              PERFORM INICIO.
              PERFORM MEDE-CADCLI UNTIL FIM-CLI EQUAL "SIM".
              PERFORM MEDE-CADOK UNTIL FIM-OK EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL FROM TIME.
              MOVE "CADCLI" TO NOME-FONTE-TAB(1).
              MOVE "CADOK " TO NOME-FONTE-TAB(2).
              PERFORM VARYING IDX-FONTE FROM 1 BY 1
                      UNTIL IDX-FONTE GREATER THAN 2
                      MOVE ZEROES TO TOTAL-FONTE-TAB(IDX-FONTE)
                                     QTD-ANT-TAB(IDX-FONTE)
                      PERFORM VARYING IDX-IND FROM 1 BY 1
                              UNTIL IDX-IND GREATER THAN 7
                              MOVE ZEROES TO
                                   ATENDE-FONTE-TAB(IDX-FONTE IDX-IND)
                      END-PERFORM
              END-PERFORM.
              PERFORM CARREGA-CEPDIR.
              PERFORM CARREGA-QUARENTENA.
              PERFORM CARREGA-BOUNCES.
              PERFORM CARREGA-HISTORICO.
              OPEN   INPUT  CADCLI
                     INPUT  CADOK
                     OUTPUT RELQUAL.
              MOVE DIA-HOJE TO VAR-DIA-CAB.
              MOVE MES-HOJE TO VAR-MES-CAB.
              MOVE ANO-HOJE TO VAR-ANO-CAB.
              WRITE REG-REL FROM CAB-QUAL-01 AFTER ADVANCING 1 LINE.

      * Le o diretorio de faixas de CEP (EX65), se houver; faixa
      * alem da tabela so degrada o indicador de CEP.
       CARREGA-CEPDIR.
              OPEN INPUT CEPDIR.
              PERFORM UNTIL FIM-CEPDIR EQUAL "SIM"
                      READ CEPDIR
                             AT END MOVE "SIM" TO FIM-CEPDIR
                             NOT AT END
                                  IF TOTAL-CEPDIR LESS THAN 6000
                                       ADD 1 TO TOTAL-CEPDIR
                                       MOVE CEP-INI-DIR TO
                                          CEP-INI-DIR-TAB(TOTAL-CEPDIR)
                                       MOVE CEP-FIM-DIR TO
                                          CEP-FIM-DIR-TAB(TOTAL-CEPDIR)
                                       MOVE CIDADE-DIR TO
                                          CIDADE-DIR-TAB(TOTAL-CEPDIR)
                                       MOVE UF-DIR TO
                                          UF-DIR-TAB(TOTAL-CEPDIR)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CEPDIR.

       CARREGA-QUARENTENA.
              OPEN INPUT ENDQUAR.
              PERFORM UNTIL FIM-ENDQ EQUAL "SIM"
                      READ ENDQUAR
                             AT END MOVE "SIM" TO FIM-ENDQ
                             NOT AT END
                                  IF TOTAL-ENDQ LESS THAN 2000
                                       ADD 1 TO TOTAL-ENDQ
                                       MOVE CPF-ENDQ TO
                                          CPF-ENDQ-TAB(TOTAL-ENDQ)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE ENDQUAR.

      * So conta como devolvido o email com ao menos um bounce
      * definitivo registrado.
       CARREGA-BOUNCES.
              OPEN INPUT BOUNCES.
              PERFORM UNTIL FIM-BNC EQUAL "SIM"
                      READ BOUNCES
                             AT END MOVE "SIM" TO FIM-BNC
                             NOT AT END
                                  IF TOTAL-BNC LESS THAN 2000
                                    AND QTD-BNC GREATER THAN ZEROES
                                       ADD 1 TO TOTAL-BNC
                                       MOVE EMAIL-BNC TO
                                          EMAIL-BNC-TAB(TOTAL-BNC)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE BOUNCES.

      * O historico e cronologico: cada execucao anterior da fonte
      * empurra as mais antigas, ficando as tres ultimas.
       CARREGA-HISTORICO.
              OPEN INPUT QUALHIS.
              IF QUALHIS-STATUS EQUAL "35"
                     MOVE "SIM" TO FIM-QH.
              PERFORM UNTIL FIM-QH EQUAL "SIM"
                      READ QUALHIS
                             AT END MOVE "SIM" TO FIM-QH
                             NOT AT END PERFORM GUARDA-HISTORICO
                      END-READ
              END-PERFORM.
              CLOSE QUALHIS.

       GUARDA-HISTORICO.
              MOVE ZEROES TO IDX-FONTE.
              IF FONTE-QH EQUAL NOME-FONTE-TAB(1)
                     MOVE 1 TO IDX-FONTE
              ELSE IF FONTE-QH EQUAL NOME-FONTE-TAB(2)
                     MOVE 2 TO IDX-FONTE.
              IF IDX-FONTE GREATER THAN ZEROES
                     MOVE ANTERIOR-TAB(IDX-FONTE 2)
                       TO ANTERIOR-TAB(IDX-FONTE 3)
                     MOVE ANTERIOR-TAB(IDX-FONTE 1)
                       TO ANTERIOR-TAB(IDX-FONTE 2)
                     PERFORM VARYING IDX-IND FROM 1 BY 1
                             UNTIL IDX-IND GREATER THAN 7
                             MOVE PERC-QH(IDX-IND) TO
                                  PERC-ANT-TAB(IDX-FONTE 1 IDX-IND)
                     END-PERFORM
                     IF QTD-ANT-TAB(IDX-FONTE) LESS THAN 3
                            ADD 1 TO QTD-ANT-TAB(IDX-FONTE)
                     END-IF.

       MEDE-CADCLI.
              READ CADCLI
                     AT END MOVE "SIM" TO FIM-CLI
                     NOT AT END
                            ADD 1 TO TOTAL-LIDOS
                            MOVE CPF        TO CPF-MED
                            MOVE ESTADO     TO ESTADO-MED
                            MOVE CIDADE     TO CIDADE-MED
                            MOVE EMAIL      TO EMAIL-MED
                            MOVE TELEFONE   TO TELEFONE-MED
                            MOVE LOGRADOURO TO LOGRADOURO-MED
                            MOVE NUMERO-END TO NUMERO-END-MED
                            MOVE CEP        TO CEP-MED
                            MOVE 1 TO IDX-FONTE
                            PERFORM MEDE-REGISTRO
              END-READ.

       MEDE-CADOK.
              READ CADOK
                     AT END MOVE "SIM" TO FIM-OK
                     NOT AT END
                            ADD 1 TO TOTAL-LIDOS
                            MOVE CPF2         TO CPF-MED
                            MOVE ESTADO2      TO ESTADO-MED
                            MOVE CIDADE2      TO CIDADE-MED
                            MOVE EMAIL2       TO EMAIL-MED
                            MOVE TELEFONE2    TO TELEFONE-MED
                            MOVE LOGRADOURO2  TO LOGRADOURO-MED
                            MOVE NUMERO-END2  TO NUMERO-END-MED
                            MOVE CEP2         TO CEP-MED
                            MOVE 2 TO IDX-FONTE
                            PERFORM MEDE-REGISTRO
                            PERFORM ACUMULA-UF
              END-READ.

      * Os seis indicadores do registro, somados na fonte.
       MEDE-REGISTRO.
              MOVE "NNNNNN" TO RESULTADO-MEDIDO.
              INSPECT CIDADE-MED CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO    "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
              INSPECT ESTADO-MED CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO    "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
              PERFORM MEDE-EMAIL.
              IF TELEFONE-MED NOT LESS THAN 1000000
                     MOVE "S" TO ATENDE-IND(2).
              IF LOGRADOURO-MED NOT EQUAL SPACES
                AND NUMERO-END-MED NOT EQUAL SPACES
                AND CIDADE-MED NOT EQUAL SPACES
                AND CEP-MED GREATER THAN ZEROES
                     MOVE "S" TO ATENDE-IND(3).
              PERFORM MEDE-CEP.
              PERFORM MEDE-QUARENTENA.
              PERFORM MEDE-BOUNCE.
              ADD 1 TO TOTAL-FONTE-TAB(IDX-FONTE).
              MOVE ZEROES TO QTD-ATENDIDOS.
              PERFORM VARYING IDX-IND FROM 1 BY 1
                      UNTIL IDX-IND GREATER THAN 6
                      IF ATENDE-IND(IDX-IND) EQUAL "S"
                             ADD 1 TO
                                 ATENDE-FONTE-TAB(IDX-FONTE IDX-IND)
                             ADD 1 TO QTD-ATENDIDOS
                      END-IF
              END-PERFORM.
              ADD QTD-ATENDIDOS TO ATENDE-FONTE-TAB(IDX-FONTE 7).

      * Mesmo criterio do VALIDA-EMAIL-FORMATO do EX06: um "@"
      * seguido, em algum ponto posterior, de um "." nao colado.
       MEDE-EMAIL.
              IF EMAIL-MED NOT EQUAL SPACES
                AND EMAIL-MED NOT EQUAL "NAO TEM"
                     MOVE ZEROES TO POS-ARROBA POS-PONTO
                     PERFORM VARYING IDX-EMAIL FROM 1 BY 1
                             UNTIL IDX-EMAIL GREATER THAN 30
                             IF EMAIL-MED(IDX-EMAIL:1) EQUAL "@"
                               AND POS-ARROBA EQUAL ZEROES
                                    MOVE IDX-EMAIL TO POS-ARROBA
                             END-IF
                     END-PERFORM
                     IF POS-ARROBA GREATER THAN ZEROES
                            PERFORM VARYING IDX-EMAIL FROM POS-ARROBA
                                    BY 1
                                    UNTIL IDX-EMAIL GREATER THAN 30
                                    IF EMAIL-MED(IDX-EMAIL:1) EQUAL "."
                                         MOVE IDX-EMAIL TO POS-PONTO
                                    END-IF
                            END-PERFORM
                     END-IF
                     IF POS-ARROBA GREATER THAN ZEROES
                       AND POS-PONTO GREATER THAN ZEROES
                       AND POS-PONTO NOT EQUAL POS-ARROBA + 1
                            MOVE "S" TO ATENDE-IND(1)
                     END-IF
              END-IF.

      * CEP preenchido e dentro de alguma faixa da cidade e UF
      * declaradas no diretorio.
       MEDE-CEP.
              IF CEP-MED GREATER THAN ZEROES
                     PERFORM VARYING IDX-CEPDIR FROM 1 BY 1
                             UNTIL IDX-CEPDIR GREATER THAN TOTAL-CEPDIR
                             IF CIDADE-DIR-TAB(IDX-CEPDIR) EQUAL
                                   CIDADE-MED
                               AND UF-DIR-TAB(IDX-CEPDIR) EQUAL
                                   ESTADO-MED
                               AND CEP-MED NOT LESS THAN
                                   CEP-INI-DIR-TAB(IDX-CEPDIR)
                               AND CEP-MED NOT GREATER THAN
                                   CEP-FIM-DIR-TAB(IDX-CEPDIR)
                                    MOVE "S" TO ATENDE-IND(4)
                             END-IF
                     END-PERFORM.

       MEDE-QUARENTENA.
              MOVE "S" TO ATENDE-IND(5).
              PERFORM VARYING IDX-ENDQ FROM 1 BY 1
                      UNTIL IDX-ENDQ GREATER THAN TOTAL-ENDQ
                      IF CPF-ENDQ-TAB(IDX-ENDQ) EQUAL CPF-MED
                             MOVE "N" TO ATENDE-IND(5)
                      END-IF
              END-PERFORM.

      * Email em branco nao tem devolucao a contar (a ausencia ja
      * pesa no primeiro indicador).
       MEDE-BOUNCE.
              MOVE "S" TO ATENDE-IND(6).
              IF EMAIL-MED NOT EQUAL SPACES
                     PERFORM VARYING IDX-BNC FROM 1 BY 1
                             UNTIL IDX-BNC GREATER THAN TOTAL-BNC
                             IF EMAIL-BNC-TAB(IDX-BNC) EQUAL EMAIL-MED
                                    MOVE "N" TO ATENDE-IND(6)
                             END-IF
                     END-PERFORM.

       ACUMULA-UF.
              IF ESTADO-MED EQUAL SPACES
                     MOVE "??" TO ESTADO-MED.
              MOVE ZEROES TO IDX-UF-ACHADA.
              PERFORM VARYING IDX-UF FROM 1 BY 1
                      UNTIL IDX-UF GREATER THAN TOTAL-UF
                      IF SIGLA-UF-TAB(IDX-UF) EQUAL ESTADO-MED
                             MOVE IDX-UF TO IDX-UF-ACHADA
                      END-IF
              END-PERFORM.
              IF IDX-UF-ACHADA EQUAL ZEROES
                AND TOTAL-UF LESS THAN 30
                     ADD 1 TO TOTAL-UF
                     MOVE TOTAL-UF TO IDX-UF-ACHADA
                     MOVE ESTADO-MED TO SIGLA-UF-TAB(TOTAL-UF)
                     MOVE ZEROES TO TOTAL-UF-TAB(TOTAL-UF)
                     PERFORM VARYING IDX-IND FROM 1 BY 1
                             UNTIL IDX-IND GREATER THAN 6
                             MOVE ZEROES TO
                                  ATENDE-UF-TAB(TOTAL-UF IDX-IND)
                     END-PERFORM.
              IF IDX-UF-ACHADA GREATER THAN ZEROES
                     ADD 1 TO TOTAL-UF-TAB(IDX-UF-ACHADA)
                     PERFORM VARYING IDX-IND FROM 1 BY 1
                             UNTIL IDX-IND GREATER THAN 6
                             IF ATENDE-IND(IDX-IND) EQUAL "S"
                                    ADD 1 TO ATENDE-UF-TAB
                                             (IDX-UF-ACHADA IDX-IND)
                             END-IF
                     END-PERFORM.

       FIM.
              PERFORM VARYING IDX-FONTE FROM 1 BY 1
                      UNTIL IDX-FONTE GREATER THAN 2
                      PERFORM CALCULA-PERCENTUAIS
                      PERFORM IMPRIME-FONTE
              END-PERFORM.
              PERFORM IMPRIME-UFS.
              PERFORM GRAVA-HISTORICO.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADCLI
                    CADOK
                    RELQUAL.

      * Percentual de cada indicador sobre os registros da fonte; o
      * indice geral e a proporcao de indicadores atendidos.
       CALCULA-PERCENTUAIS.
              PERFORM VARYING IDX-IND FROM 1 BY 1
                      UNTIL IDX-IND GREATER THAN 7
                      MOVE ZEROES TO PERC-FONTE-TAB(IDX-FONTE IDX-IND)
              END-PERFORM.
              IF TOTAL-FONTE-TAB(IDX-FONTE) GREATER THAN ZEROES
                     PERFORM VARYING IDX-IND FROM 1 BY 1
                             UNTIL IDX-IND GREATER THAN 6
                             COMPUTE PERC-FONTE-TAB(IDX-FONTE IDX-IND)
                                     ROUNDED =
                                  ATENDE-FONTE-TAB(IDX-FONTE IDX-IND)
                                  * 100 / TOTAL-FONTE-TAB(IDX-FONTE)
                     END-PERFORM
                     COMPUTE PERC-FONTE-TAB(IDX-FONTE 7) ROUNDED =
                             ATENDE-FONTE-TAB(IDX-FONTE 7) * 100
                             / (TOTAL-FONTE-TAB(IDX-FONTE) * 6)
              END-IF.

       IMPRIME-FONTE.
              MOVE NOME-FONTE-TAB(IDX-FONTE) TO VAR-FONTE-CAB.
              IF IDX-FONTE EQUAL 1
                     MOVE "(ENTRADA BRUTA)" TO VAR-DESCR-FONTE
              ELSE
                     MOVE "(BASE VALIDADA)" TO VAR-DESCR-FONTE.
              MOVE TOTAL-FONTE-TAB(IDX-FONTE) TO VAR-TOTAL-FONTE.
              WRITE REG-REL FROM CAB-FONTE AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-INDICADOR
                    AFTER ADVANCING 2 LINES.
              PERFORM VARYING IDX-IND FROM 1 BY 1
                      UNTIL IDX-IND GREATER THAN 7
                      PERFORM IMPRIME-INDICADOR
              END-PERFORM.

      * Execucao anterior inexistente sai em branco, e sem ela nao
      * ha variacao a mostrar.
       IMPRIME-INDICADOR.
              MOVE NOME-IND(IDX-IND) TO VAR-NOME-IND.
              MOVE PERC-FONTE-TAB(IDX-FONTE IDX-IND) TO PERC-EDITADO.
              MOVE PERC-EDITADO TO VAR-ATUAL.
              MOVE SPACES TO VAR-ANT-1 VAR-ANT-2 VAR-ANT-3
                             VAR-VARIACAO.
              IF QTD-ANT-TAB(IDX-FONTE) GREATER THAN ZEROES
                     MOVE PERC-ANT-TAB(IDX-FONTE 1 IDX-IND)
                       TO PERC-EDITADO
                     MOVE PERC-EDITADO TO VAR-ANT-1
                     COMPUTE VARIACAO-TRAB =
                             PERC-FONTE-TAB(IDX-FONTE IDX-IND)
                             - PERC-ANT-TAB(IDX-FONTE 1 IDX-IND)
                     MOVE VARIACAO-TRAB TO VARIACAO-EDITADA
                     MOVE VARIACAO-EDITADA TO VAR-VARIACAO.
              IF QTD-ANT-TAB(IDX-FONTE) GREATER THAN 1
                     MOVE PERC-ANT-TAB(IDX-FONTE 2 IDX-IND)
                       TO PERC-EDITADO
                     MOVE PERC-EDITADO TO VAR-ANT-2.
              IF QTD-ANT-TAB(IDX-FONTE) GREATER THAN 2
                     MOVE PERC-ANT-TAB(IDX-FONTE 3 IDX-IND)
                       TO PERC-EDITADO
                     MOVE PERC-EDITADO TO VAR-ANT-3.
              IF IDX-IND EQUAL 7
                     MOVE SPACES TO REG-REL
                     WRITE REG-REL AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM DETALHE-INDICADOR
                    AFTER ADVANCING 1 LINE.

       IMPRIME-UFS.
              PERFORM VARYING IDX-UF FROM 1 BY 1
                      UNTIL IDX-UF GREATER THAN TOTAL-UF
                      PERFORM CALCULA-GERAL-UF
              END-PERFORM.
              PERFORM ORDENA-UFS.
              WRITE REG-REL FROM CAB-UF-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-UF-02 AFTER ADVANCING 2 LINES.
              PERFORM VARYING IDX-UF FROM 1 BY 1
                      UNTIL IDX-UF GREATER THAN TOTAL-UF
                      PERFORM IMPRIME-UF
              END-PERFORM.

       CALCULA-GERAL-UF.
              MOVE ZEROES TO SOMA-ATENDE-UF.
              MOVE ZEROES TO GERAL-UF-TAB(IDX-UF).
              PERFORM VARYING IDX-IND FROM 1 BY 1
                      UNTIL IDX-IND GREATER THAN 6
                      ADD ATENDE-UF-TAB(IDX-UF IDX-IND)
                          TO SOMA-ATENDE-UF
              END-PERFORM.
              IF TOTAL-UF-TAB(IDX-UF) GREATER THAN ZEROES
                     COMPUTE GERAL-UF-TAB(IDX-UF) ROUNDED =
                             SOMA-ATENDE-UF * 100
                             / (TOTAL-UF-TAB(IDX-UF) * 6).

       ORDENA-UFS.
              PERFORM VARYING IDX-A FROM 1 BY 1
                      UNTIL IDX-A NOT LESS THAN TOTAL-UF
                      SUBTRACT IDX-A FROM TOTAL-UF
                               GIVING LIMITE-TROCA
                      PERFORM VARYING IDX-B FROM 1 BY 1
                              UNTIL IDX-B GREATER THAN LIMITE-TROCA
                              ADD 1 TO IDX-B GIVING IDX-B-MAIS-1
                              IF GERAL-UF-TAB(IDX-B) GREATER THAN
                                 GERAL-UF-TAB(IDX-B-MAIS-1)
                                    PERFORM TROCA-UFS
                              END-IF
                      END-PERFORM
              END-PERFORM.

       TROCA-UFS.
              MOVE UF-REG(IDX-B)        TO UF-TMP.
              MOVE UF-REG(IDX-B-MAIS-1) TO UF-REG(IDX-B).
              MOVE UF-TMP               TO UF-REG(IDX-B-MAIS-1).

       IMPRIME-UF.
              MOVE SIGLA-UF-TAB(IDX-UF) TO VAR-UF.
              MOVE TOTAL-UF-TAB(IDX-UF) TO VAR-TOTAL-UF.
              PERFORM VARYING IDX-IND FROM 1 BY 1
                      UNTIL IDX-IND GREATER THAN 6
                      COMPUTE PERC-TRAB ROUNDED =
                              ATENDE-UF-TAB(IDX-UF IDX-IND) * 100
                              / TOTAL-UF-TAB(IDX-UF)
                      MOVE SPACES TO VAR-PERC-UF(IDX-IND)
                      MOVE PERC-TRAB TO VAR-PERC-UF-ED(IDX-IND)
              END-PERFORM.
              MOVE SPACES TO VAR-PERC-UF(7).
              MOVE GERAL-UF-TAB(IDX-UF) TO VAR-PERC-UF-ED(7).
              WRITE REG-REL FROM DETALHE-UF AFTER ADVANCING 1 LINE.

      * Acrescenta as duas fontes desta execucao ao historico (mesmo
      * probe por FILE STATUS "35" de ABRE-HISTORICO, EX01).
       GRAVA-HISTORICO.
              OPEN INPUT QUALHIS.
              IF QUALHIS-STATUS EQUAL "35"
                     CLOSE QUALHIS
                     OPEN OUTPUT QUALHIS
              ELSE
                     CLOSE QUALHIS
                     OPEN EXTEND QUALHIS
              END-IF.
              PERFORM VARYING IDX-FONTE FROM 1 BY 1
                      UNTIL IDX-FONTE GREATER THAN 2
                      MOVE DATA-HOJE TO DATA-QH
                      COMPUTE HORA-QH =
                          HH-ATUAL * 10000 + MM-ATUAL * 100 + SS-ATUAL
                      MOVE NOME-FONTE-TAB(IDX-FONTE) TO FONTE-QH
                      MOVE TOTAL-FONTE-TAB(IDX-FONTE) TO TOTAL-QH
                      PERFORM VARYING IDX-IND FROM 1 BY 1
                              UNTIL IDX-IND GREATER THAN 7
                              MOVE PERC-FONTE-TAB(IDX-FONTE IDX-IND)
                                TO PERC-QH(IDX-IND)
                      END-PERFORM
                      WRITE REG-QUALHIS
              END-PERFORM.
              CLOSE QUALHIS.

       IMPRIME-RODAPE.
              MOVE TOTAL-FONTE-TAB(1) TO VAR-ROD-CLI.
              MOVE TOTAL-FONTE-TAB(2) TO VAR-ROD-OK.
              MOVE TOTAL-CEPDIR       TO VAR-ROD-CEPDIR.
              WRITE REG-REL FROM ROD-QUAL-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-QUAL-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-QUAL-03 AFTER ADVANCING 1 LINE.
              IF TOTAL-CEPDIR EQUAL ZEROES
                     WRITE REG-REL FROM AVISO-SEM-CEPDIR
                           AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E126"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   2                TO TOTAL-GRAVADOS-RUNLOG.
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
