       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX123.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      RELATORIO MENSAL DOS CASOS DE ATENDIMENTO: PARA
      *              OS CASOS ABERTOS NO MES DE REFERENCIA
      *              (PARMSAC.DAT, PADRAO O MES CORRENTE) EM
      *              CASOSAC.DAT (EX121), APURA O VOLUME, OS FECHADOS,
      *              O TEMPO MEDIO EM DIAS ATE O FECHAMENTO E OS
      *              PRAZOS DE SLA VIOLADOS (FECHADO DEPOIS DO PRAZO,
      *              OU AINDA ABERTO COM O PRAZO ANTERIOR A HOJE) POR
      *              TIPO DE CASO, POR DESTINO DA RESERVA LIGADA
      *              (RESERVAS.DAT; SEM RESERVA EM GRUPO PROPRIO) E
      *              POR ATENDENTE RESPONSAVEL (NOME DO CADATEN.DAT).

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-SAC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CASOSAC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUMERO-CASO
              ALTERNATE RECORD KEY IS CPF-CASO WITH DUPLICATES
              FILE STATUS IS CASOSAC-STATUS.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADATEN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-ATD
              FILE STATUS IS CADATEN-STATUS.

              SELECT RELSAC ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-SAC: mes de referencia AAAAMM (zero = mes corrente).
       FD     PARM-SAC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMSAC.DAT".
       01     REG-PARM-SAC.
              02 ANO-MES-PARM      PIC 9(06).

      * CASOSAC: casos de atendimento (copybook, EX121).
       FD     CASOSAC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CASOSAC.DAT".
       COPY CASOMAST.

      * RESERVAS: reservas de viagem (EX58/EX59, copybook), pelo
      * destino.
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * CADATEN: mestre de atendentes (EX56), pelo nome.
       FD     CADATEN
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADATEN.DAT".
       01     REG-ATD.
              02 CODIGO-ATD        PIC 9(03).
              02 NOME-ATD          PIC X(30).
              02 FILIAL-ATD        PIC 9(02).
              02 ATIVO-ATD         PIC X(01).
              02 MATRICULA-ATD     PIC 9(05).

       FD     RELSAC
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
       77 FIM-CASO                 PIC X(03) VALUE "NAO".
       77 FIM-RESV                 PIC X(03) VALUE "NAO".
       77 CASOSAC-STATUS           PIC X(02) VALUE "00".
       77 CADATEN-STATUS           PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-MES                PIC 9(05) VALUE ZEROES.
       77 TOTAL-FECHADOS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-EM-ABERTO          PIC 9(05) VALUE ZEROES.
       77 TOTAL-VIOLADOS           PIC 9(05) VALUE ZEROES.
       77 SOMA-DIAS-FECHAR         PIC 9(07) VALUE ZEROES.
       77 MEDIA-CALC               PIC 9(03)V9 VALUE ZEROES.
       77 PERCENTUAL-CALC          PIC 9(03) VALUE ZEROES.
       77 ANO-MES                  PIC 9(06) VALUE ZEROES.
       77 ANO-MES-CASO             PIC 9(06) VALUE ZEROES.
       77 DATA-HOJE-NUM            PIC 9(08) VALUE ZEROES.
       77 TIPO-SECAO               PIC X(01) VALUE SPACES.
       77 CASO-FECHADO             PIC X(03) VALUE "NAO".
       77 PRAZO-VIOLADO            PIC X(03) VALUE "NAO".
       77 DIAS-ABERTURA            PIC 9(07) VALUE ZEROES.
       77 DIAS-PARA-FECHAR         PIC 9(05) VALUE ZEROES.
       77 DESTINO-CASO             PIC X(20) VALUE SPACES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Calendario civil (mesmo calculo do EX100), para os dias
      * entre a abertura e o fechamento do caso.
       01 DATA-CONV.
              02 ANO-CONV          PIC 9(04).
              02 MES-CONV          PIC 9(02).
              02 DIA-CONV          PIC 9(02).
       01 DATA-CONV-NUM REDEFINES DATA-CONV PIC 9(08).
       77 ANO-CALC                 PIC 9(04) VALUE ZEROES.
       77 MES-CALC                 PIC 9(02) VALUE ZEROES.
       77 DIA-CALC                 PIC 9(02) VALUE ZEROES.
       77 ANO-BISSEXTO             PIC 9(04) VALUE ZEROES.
       77 QUOC-4                   PIC 9(04) VALUE ZEROES.
       77 QUOC-100                 PIC 9(04) VALUE ZEROES.
       77 QUOC-400                 PIC 9(04) VALUE ZEROES.
       77 DIAS-CALC                PIC 9(07) VALUE ZEROES.
       01 TABELA-DIAS-ACUM-V.
              02 FILLER            PIC X(36) VALUE
                 "000031059090120151181212243273304334".
       01 TABELA-DIAS-ACUM REDEFINES TABELA-DIAS-ACUM-V.
              02 DIAS-ACUM-TAB     PIC 9(03) OCCURS 12 TIMES.

      * Reservas em memoria (numero e destino), para o destino do
      * caso ligado a uma reserva.
       77 TOTAL-RESV               PIC 9(05) VALUE ZEROES.
       77 IDX-RESV                 PIC 9(05) VALUE ZEROES.
       77 IDX-RESV-ACHADA          PIC 9(05) VALUE ZEROES.
       01     TABELA-RESV.
              02 RESV-REG          OCCURS 10000 TIMES.
                 03 NUMERO-RESV-TAB   PIC 9(06).
                 03 DESTINO-RESV-TAB  PIC X(20).

      * Grupos apurados: tipo "T" tipo de caso, "D" destino, "A"
      * atendente (codigo nos tres primeiros bytes do nome).
       01     CHAVE-BUSCA.
              02 TIPO-BUSCA        PIC X(01).
              02 NOME-BUSCA        PIC X(20).
              02 CODIGO-BUSCA REDEFINES NOME-BUSCA PIC 9(03).
       77 TABELA-CHEIA-QUAL        PIC X(20) VALUE SPACES.
       77 TOTAL-GRP                PIC 9(04) VALUE ZEROES.
       77 IDX-GRP                  PIC 9(04) VALUE ZEROES.
       77 IDX-GRP-ACHADO           PIC 9(04) VALUE ZEROES.
       01     TABELA-GRP.
              02 GRP-REG           OCCURS 600 TIMES.
                 03 CHAVE-GRP-TAB      PIC X(21).
                 03 CASOS-GRP-TAB      PIC 9(05).
                 03 FECHADOS-GRP-TAB   PIC 9(05).
                 03 SOMA-DIAS-GRP-TAB  PIC 9(07).
                 03 VIOLADOS-GRP-TAB   PIC 9(05).

       01     CAB-SAC-01.
              02 FILLER            PIC X(15) VALUE SPACES.
              02 FILLER            PIC X(50)
                 VALUE "CASOS DE ATENDIMENTO - VOLUME E SLA MENSAL".
              02 FILLER            PIC X(15) VALUE SPACES.

       01     CAB-SAC-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(17) VALUE "MES REFERENCIA: ".
              02 VAR-ANO-MES       PIC 9999/99.
              02 FILLER            PIC X(54) VALUE SPACES.

       01     CAB-SECAO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TITULO-SECAO  PIC X(50).
              02 FILLER            PIC X(28) VALUE SPACES.

       01     CAB-GRP.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(25) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE " CASOS".
              02 FILLER            PIC X(06) VALUE "  FECH".
              02 FILLER            PIC X(06) VALUE "  ABER".
              02 FILLER            PIC X(08) VALUE "  DIAS  ".
              02 FILLER            PIC X(06) VALUE " VIOL.".
              02 FILLER            PIC X(06) VALUE "  %VIO".
              02 FILLER            PIC X(15) VALUE SPACES.

       01     DETALHE-GRP.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME-GRP      PIC X(25).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-CASOS-GRP     PIC ZZZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-FECHADOS-GRP  PIC ZZZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-ABERTOS-GRP   PIC ZZZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-MEDIA-GRP     PIC ZZ9,9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-VIOLADOS-GRP  PIC ZZZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-PERC-GRP      PIC ZZ9.
              02 FILLER            PIC X(15) VALUE SPACES.

       01     ROD-SAC-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Casos lidos              :".
              02 VAR-LIDOS         PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-SAC-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Casos abertos no mes     :".
              02 VAR-MES           PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-SAC-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Fechados                 :".
              02 VAR-FECHADOS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-SAC-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Ainda em aberto          :".
              02 VAR-EM-ABERTO     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-SAC-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Com prazo de SLA violado :".
              02 VAR-VIOLADOS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-SAC-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Media de dias p/ fechar  :".
              02 VAR-MEDIA-GERAL   PIC ZZ9,9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX123.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-CASO EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              COMPUTE ANO-MES = ANO-HOJE * 100 + MES-HOJE.
              PERFORM LER-PARM-SAC.
              PERFORM CARREGA-RESERVAS.
              OPEN INPUT  CASOSAC
                          CADATEN
                   OUTPUT RELSAC.
              WRITE REG-REL FROM CAB-SAC-01 AFTER ADVANCING 1 LINE.
              MOVE ANO-MES TO VAR-ANO-MES.
              WRITE REG-REL FROM CAB-SAC-02 AFTER ADVANCING 2 LINES.
              PERFORM LEITURA.

      * Ausente, vale o mes corrente; campo zerado tambem.
       LER-PARM-SAC.
              OPEN INPUT PARM-SAC.
              READ PARM-SAC
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     IF ANO-MES-PARM GREATER THAN ZEROES
                            MOVE ANO-MES-PARM TO ANO-MES
                     END-IF
              END-IF.
              CLOSE PARM-SAC.

      * Tabela cheia deixaria caso fora do relatorio - parar e
      * sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX123: TABELA DE " TABELA-CHEIA-QUAL
                      " EXCEDIDA - RELATORIO NAO EMITIDO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-RESERVAS.
              OPEN INPUT RESERVAS.
              PERFORM UNTIL FIM-RESV EQUAL "SIM"
                      READ RESERVAS
                             AT END MOVE "SIM" TO FIM-RESV
                             NOT AT END
                                  PERFORM GUARDA-RESERVA
                      END-READ
              END-PERFORM.
              CLOSE RESERVAS.

       GUARDA-RESERVA.
              IF TOTAL-RESV NOT LESS THAN 10000
                     MOVE "RESERVAS" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-RESV.
              MOVE NUMERO-RESV  TO NUMERO-RESV-TAB(TOTAL-RESV).
              MOVE DESTINO-RESV TO DESTINO-RESV-TAB(TOTAL-RESV).

       LEITURA.
              READ CASOSAC NEXT RECORD
                     AT END MOVE "SIM" TO FIM-CASO
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              DIVIDE DATA-ABERTURA-CASO BY 100 GIVING ANO-MES-CASO.
              IF ANO-MES-CASO EQUAL ANO-MES
                     PERFORM APURA-CASO.
              PERFORM LEITURA.

      * Violado: fechado depois do prazo, ou ainda aberto com o
      * prazo ja vencido hoje.
       APURA-CASO.
              ADD 1 TO TOTAL-MES.
              MOVE "NAO" TO CASO-FECHADO PRAZO-VIOLADO.
              MOVE ZEROES TO DIAS-PARA-FECHAR.
              IF SITUACAO-CASO EQUAL "F"
                     MOVE "SIM" TO CASO-FECHADO
                     ADD 1 TO TOTAL-FECHADOS
                     PERFORM CALCULA-DIAS-FECHAR
                     IF DATA-FECHAMENTO-CASO GREATER THAN
                        DATA-PRAZO-CASO
                            MOVE "SIM" TO PRAZO-VIOLADO
                     END-IF
              ELSE
                     ADD 1 TO TOTAL-EM-ABERTO
                     IF DATA-PRAZO-CASO LESS THAN DATA-HOJE-NUM
                            MOVE "SIM" TO PRAZO-VIOLADO
                     END-IF
              END-IF.
              IF PRAZO-VIOLADO EQUAL "SIM"
                     ADD 1 TO TOTAL-VIOLADOS.
              PERFORM BUSCA-DESTINO.
              MOVE SPACES         TO CHAVE-BUSCA.
              MOVE "T"            TO TIPO-BUSCA.
              MOVE TIPO-CASO      TO NOME-BUSCA.
              PERFORM ACUMULA-GRUPO.
              MOVE SPACES         TO CHAVE-BUSCA.
              MOVE "D"            TO TIPO-BUSCA.
              MOVE DESTINO-CASO   TO NOME-BUSCA.
              PERFORM ACUMULA-GRUPO.
              MOVE SPACES         TO CHAVE-BUSCA.
              MOVE "A"            TO TIPO-BUSCA.
              MOVE ATENDENTE-CASO TO CODIGO-BUSCA.
              PERFORM ACUMULA-GRUPO.

       CALCULA-DIAS-FECHAR.
              MOVE DATA-ABERTURA-CASO TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              MOVE DIAS-CALC TO DIAS-ABERTURA.
              MOVE DATA-FECHAMENTO-CASO TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              IF DIAS-CALC GREATER THAN DIAS-ABERTURA
                     COMPUTE DIAS-PARA-FECHAR =
                             DIAS-CALC - DIAS-ABERTURA.
              ADD DIAS-PARA-FECHAR TO SOMA-DIAS-FECHAR.

      * Caso sem reserva, ou com reserva que nao esta mais em
      * RESERVAS.DAT, fica no grupo SEM RESERVA.
       BUSCA-DESTINO.
              MOVE "SEM RESERVA" TO DESTINO-CASO.
              MOVE ZEROES TO IDX-RESV-ACHADA.
              IF NUMERO-RESV-CASO GREATER THAN ZEROES
                     PERFORM VARYING IDX-RESV FROM 1 BY 1
                             UNTIL IDX-RESV GREATER THAN TOTAL-RESV
                                OR IDX-RESV-ACHADA GREATER THAN ZEROES
                             IF NUMERO-RESV-TAB(IDX-RESV) EQUAL
                                NUMERO-RESV-CASO
                                    MOVE IDX-RESV TO IDX-RESV-ACHADA
                             END-IF
                     END-PERFORM
              END-IF.
              IF IDX-RESV-ACHADA GREATER THAN ZEROES
                     MOVE DESTINO-RESV-TAB(IDX-RESV-ACHADA)
                       TO DESTINO-CASO.

       ACUMULA-GRUPO.
              MOVE ZEROES TO IDX-GRP-ACHADO.
              PERFORM VARYING IDX-GRP FROM 1 BY 1
                      UNTIL IDX-GRP GREATER THAN TOTAL-GRP
                         OR IDX-GRP-ACHADO GREATER THAN ZEROES
                      IF CHAVE-GRP-TAB(IDX-GRP) EQUAL CHAVE-BUSCA
                             MOVE IDX-GRP TO IDX-GRP-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-GRP-ACHADO EQUAL ZEROES
                     IF TOTAL-GRP NOT LESS THAN 600
                            MOVE "GRUPOS DOS CASOS" TO TABELA-CHEIA-QUAL
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-GRP
                     MOVE TOTAL-GRP TO IDX-GRP-ACHADO
                     MOVE CHAVE-BUSCA TO CHAVE-GRP-TAB(TOTAL-GRP)
                     MOVE ZEROES TO CASOS-GRP-TAB(TOTAL-GRP)
                                    FECHADOS-GRP-TAB(TOTAL-GRP)
                                    SOMA-DIAS-GRP-TAB(TOTAL-GRP)
                                    VIOLADOS-GRP-TAB(TOTAL-GRP)
              END-IF.
              ADD 1 TO CASOS-GRP-TAB(IDX-GRP-ACHADO).
              IF CASO-FECHADO EQUAL "SIM"
                     ADD 1 TO FECHADOS-GRP-TAB(IDX-GRP-ACHADO)
                     ADD DIAS-PARA-FECHAR
                      TO SOMA-DIAS-GRP-TAB(IDX-GRP-ACHADO).
              IF PRAZO-VIOLADO EQUAL "SIM"
                     ADD 1 TO VIOLADOS-GRP-TAB(IDX-GRP-ACHADO).

      * AAAAMMDD de DATA-CONV-NUM em dias corridos; data invalida
      * fica com zero dias.
       CONVERTE-DATA.
              IF MES-CONV LESS THAN 1 OR MES-CONV GREATER THAN 12
                OR DIA-CONV LESS THAN 1 OR DIA-CONV GREATER THAN 31
                     MOVE ZEROES TO DIAS-CALC
              ELSE
                     MOVE ANO-CONV TO ANO-CALC
                     MOVE MES-CONV TO MES-CALC
                     MOVE DIA-CONV TO DIA-CALC
                     PERFORM CALCULA-DIAS-CIVIS.

       CALCULA-DIAS-CIVIS.
              MOVE ANO-CALC TO ANO-BISSEXTO.
              IF MES-CALC NOT GREATER THAN 2
                     SUBTRACT 1 FROM ANO-BISSEXTO.
              DIVIDE ANO-BISSEXTO BY 4   GIVING QUOC-4.
              DIVIDE ANO-BISSEXTO BY 100 GIVING QUOC-100.
              DIVIDE ANO-BISSEXTO BY 400 GIVING QUOC-400.
              COMPUTE DIAS-CALC = ANO-CALC * 365
                                + QUOC-4 - QUOC-100 + QUOC-400
                                + DIAS-ACUM-TAB(MES-CALC)
                                + DIA-CALC.

       FIM.
              MOVE "CASOS POR TIPO" TO VAR-TITULO-SECAO.
              MOVE "T" TO TIPO-SECAO.
              PERFORM IMPRIME-SECAO.
              MOVE "CASOS POR DESTINO DA RESERVA" TO VAR-TITULO-SECAO.
              MOVE "D" TO TIPO-SECAO.
              PERFORM IMPRIME-SECAO.
              MOVE "CASOS POR ATENDENTE RESPONSAVEL"
                TO VAR-TITULO-SECAO.
              MOVE "A" TO TIPO-SECAO.
              PERFORM IMPRIME-SECAO.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CASOSAC
                    CADATEN
                    RELSAC.

       IMPRIME-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-GRP AFTER ADVANCING 2 LINES.
              PERFORM VARYING IDX-GRP FROM 1 BY 1
                      UNTIL IDX-GRP GREATER THAN TOTAL-GRP
                      MOVE CHAVE-GRP-TAB(IDX-GRP) TO CHAVE-BUSCA
                      IF TIPO-BUSCA EQUAL TIPO-SECAO
                             PERFORM IMPRIME-LINHA-GRUPO
                      END-IF
              END-PERFORM.

      * Media de dias sobre os fechados do grupo; percentual de
      * violados sobre todos os casos do grupo.
       IMPRIME-LINHA-GRUPO.
              MOVE NOME-BUSCA TO VAR-NOME-GRP.
              IF TIPO-BUSCA EQUAL "T"
                     PERFORM NOME-TIPO.
              IF TIPO-BUSCA EQUAL "A"
                     PERFORM NOME-ATENDENTE.
              MOVE CASOS-GRP-TAB(IDX-GRP)    TO VAR-CASOS-GRP.
              MOVE FECHADOS-GRP-TAB(IDX-GRP) TO VAR-FECHADOS-GRP.
              COMPUTE VAR-ABERTOS-GRP = CASOS-GRP-TAB(IDX-GRP)
                                      - FECHADOS-GRP-TAB(IDX-GRP).
              MOVE ZEROES TO MEDIA-CALC.
              IF FECHADOS-GRP-TAB(IDX-GRP) GREATER THAN ZEROES
                     COMPUTE MEDIA-CALC ROUNDED =
                             SOMA-DIAS-GRP-TAB(IDX-GRP)
                           / FECHADOS-GRP-TAB(IDX-GRP).
              MOVE MEDIA-CALC TO VAR-MEDIA-GRP.
              MOVE VIOLADOS-GRP-TAB(IDX-GRP) TO VAR-VIOLADOS-GRP.
              COMPUTE PERCENTUAL-CALC ROUNDED =
                      VIOLADOS-GRP-TAB(IDX-GRP) * 100
                    / CASOS-GRP-TAB(IDX-GRP).
              MOVE PERCENTUAL-CALC TO VAR-PERC-GRP.
              WRITE REG-REL FROM DETALHE-GRP AFTER ADVANCING 1 LINE.

       NOME-TIPO.
              EVALUATE NOME-BUSCA
                     WHEN "R" MOVE "RECLAMACAO"  TO VAR-NOME-GRP
                     WHEN "A" MOVE "ALTERACAO"   TO VAR-NOME-GRP
                     WHEN "D" MOVE "DOCUMENTO"   TO VAR-NOME-GRP
                     WHEN "O" MOVE "OUTROS"      TO VAR-NOME-GRP
                     WHEN OTHER MOVE "TIPO INVALIDO" TO VAR-NOME-GRP
              END-EVALUATE.

       NOME-ATENDENTE.
              IF CODIGO-BUSCA EQUAL ZEROES
                     MOVE "SEM ATENDENTE" TO VAR-NOME-GRP
              ELSE
                     MOVE CODIGO-BUSCA TO CODIGO-ATD
                     READ CADATEN KEY IS CODIGO-ATD
                            INVALID KEY
                                   MOVE "NAO CADASTRADO" TO NOME-ATD
                     END-READ
                     MOVE SPACES TO VAR-NOME-GRP
                     STRING CODIGO-BUSCA " " NOME-ATD
                            DELIMITED BY SIZE INTO VAR-NOME-GRP
                     END-STRING
              END-IF.

       IMPRIME-RODAPE.
              MOVE ZEROES TO MEDIA-CALC.
              IF TOTAL-FECHADOS GREATER THAN ZEROES
                     COMPUTE MEDIA-CALC ROUNDED =
                             SOMA-DIAS-FECHAR / TOTAL-FECHADOS.
              MOVE TOTAL-LIDOS      TO VAR-LIDOS.
              MOVE TOTAL-MES        TO VAR-MES.
              MOVE TOTAL-FECHADOS   TO VAR-FECHADOS.
              MOVE TOTAL-EM-ABERTO  TO VAR-EM-ABERTO.
              MOVE TOTAL-VIOLADOS   TO VAR-VIOLADOS.
              MOVE MEDIA-CALC       TO VAR-MEDIA-GERAL.
              WRITE REG-REL FROM ROD-SAC-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-SAC-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-SAC-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-SAC-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-SAC-05 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-SAC-06 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E123"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-MES        TO TOTAL-GRAVADOS-RUNLOG.
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
