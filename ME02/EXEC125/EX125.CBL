       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX125.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      FECHAMENTO MENSAL DO CAMBIO DAS RESERVAS EM
      *              MOEDA ESTRANGEIRA (EX58): PARA O MES DE
      *              REFERENCIA (PARMCAMB.DAT, PADRAO O MES CORRENTE)
      *              LISTA O RESULTADO CAMBIAL REALIZADO DE CADA
      *              LIQUIDACAO COM A OPERADORA NO MES (LIQOPER.DAT) -
      *              VALOR NA MOEDA PELA TAXA DA RESERVA MENOS O
      *              MESMO VALOR PELA TAXA DO CONTRATO, POSITIVO
      *              GANHO, NEGATIVO PERDA - E A EXPOSICAO EM ABERTO
      *              NO FIM DO MES: O SALDO NA MOEDA AINDA NAO
      *              LIQUIDADO DAS RESERVAS NAO CANCELADAS, AVALIADO
      *              PELA COTACAO DO ULTIMO DIA DO MES (CAMBIO.DAT,
      *              EX124) CONTRA A TAXA DA RESERVA, COM TOTAIS POR
      *              MOEDA.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-CAMB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CAMBIO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL LIQOPER ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELCAMBM ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-CAMB: mes de referencia AAAAMM (zero = mes corrente).
       FD     PARM-CAMB
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMCAMB.DAT".
       01     REG-PARM-CAMB.
              02 ANO-MES-PARM      PIC 9(06).

      * RESERVAS: reservas de viagem (EX58/EX59, copybook); so as
      * em moeda estrangeira interessam.
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * CAMBIO: tabela de cambio datada (copybook, carga do EX124).
       FD     CAMBIO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CAMBIO.DAT".
       COPY CAMBIO.

      * LIQOPER: liquidacoes com a operadora (copybook).
       FD     LIQOPER
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "LIQOPER.DAT".
       COPY LIQOPER.

       FD     RELCAMBM
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
       77 FIM-RESV                 PIC X(03) VALUE "NAO".
       77 FIM-CAM                  PIC X(03) VALUE "NAO".
       77 FIM-LIQ                  PIC X(03) VALUE "NAO".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-LIQ-MES            PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-RESERVA        PIC 9(05) VALUE ZEROES.
       77 TOTAL-EXPOSTAS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-COTACAO        PIC 9(05) VALUE ZEROES.
       77 TOTAL-REALIZADO          PIC S9(11)V9(02) VALUE ZEROES.
       77 TOTAL-NAO-REALIZADO      PIC S9(11)V9(02) VALUE ZEROES.
       77 ANO-MES                  PIC 9(06) VALUE ZEROES.
       77 ANO-MES-LIQ              PIC 9(06) VALUE ZEROES.
       77 TABELA-CHEIA-QUAL        PIC X(20) VALUE SPACES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Ultimo dia do mes de referencia, data da avaliacao da
      * exposicao.
       01 DATA-FIM-MES.
              02 ANO-FIM           PIC 9(04).
              02 MES-FIM           PIC 9(02).
              02 DIA-FIM           PIC 9(02).
       01 DATA-FIM-MES-NUM REDEFINES DATA-FIM-MES PIC 9(08).
       77 QUOC-4                   PIC 9(04) VALUE ZEROES.
       77 RESTO-4                  PIC 9(01) VALUE ZEROES.
       77 QUOC-100                 PIC 9(04) VALUE ZEROES.
       77 RESTO-100                PIC 9(02) VALUE ZEROES.
       77 QUOC-400                 PIC 9(04) VALUE ZEROES.
       77 RESTO-400                PIC 9(03) VALUE ZEROES.
       01 TABELA-DIAS-MES-V.
              02 FILLER            PIC X(24) VALUE
                 "312831303130313130313031".
       01 TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES-V.
              02 DIAS-MES-TAB      PIC 9(02) OCCURS 12 TIMES.

      * Calculo de cada linha: reais pela taxa da reserva, reais
      * pela taxa do contrato ou do fim do mes, e a diferenca.
       77 SALDO-MOEDA              PIC 9(09)V9(02) VALUE ZEROES.
       77 REAIS-RESERVA            PIC 9(11)V9(02) VALUE ZEROES.
       77 REAIS-AVALIADO           PIC 9(11)V9(02) VALUE ZEROES.
       77 RESULTADO-CALC           PIC S9(11)V9(02) VALUE ZEROES.

      * Cotacoes em memoria; vale a de maior data da moeda ate a
      * data buscada.
       77 TOTAL-CAM                PIC 9(05) VALUE ZEROES.
       77 IDX-CAM                  PIC 9(05) VALUE ZEROES.
       77 MOEDA-BUSCA              PIC X(03) VALUE SPACES.
       77 DATA-BUSCA               PIC 9(08) VALUE ZEROES.
       77 DATA-TAXA-ACHADA         PIC 9(08) VALUE ZEROES.
       77 TAXA-ACHADA              PIC 9(03)V9(04) VALUE ZEROES.
       01     TABELA-CAM.
              02 CAM-REG           OCCURS 5000 TIMES.
                 03 MOEDA-CAM-TAB     PIC X(03).
                 03 DATA-CAM-TAB      PIC 9(08).
                 03 TAXA-CAM-TAB      PIC 9(03)V9(04).

      * Reservas em moeda estrangeira em memoria, com o total ja
      * liquidado na moeda ate o fim do mes.
       77 TOTAL-RESV               PIC 9(05) VALUE ZEROES.
       77 IDX-RESV                 PIC 9(05) VALUE ZEROES.
       77 IDX-RESV-ACHADA          PIC 9(05) VALUE ZEROES.
       01     TABELA-RESV.
              02 RESV-REG          OCCURS 5000 TIMES.
                 03 NUMERO-RESV-TAB   PIC 9(06).
                 03 SITUACAO-RESV-TAB PIC X(01).
                 03 DATA-RESV-TAB     PIC 9(08).
                 03 MOEDA-RESV-TAB    PIC X(03).
                 03 VALOR-MOEDA-RESV-TAB PIC 9(09)V9(02).
                 03 TAXA-RESV-TAB     PIC 9(03)V9(04).
                 03 LIQUIDADO-RESV-TAB PIC 9(09)V9(02).

      * Totais da exposicao por moeda.
       77 TOTAL-MOE                PIC 9(02) VALUE ZEROES.
       77 IDX-MOE                  PIC 9(02) VALUE ZEROES.
       77 IDX-MOE-ACHADA           PIC 9(02) VALUE ZEROES.
       01     TABELA-MOE.
              02 MOE-REG           OCCURS 50 TIMES.
                 03 MOEDA-MOE-TAB     PIC X(03).
                 03 SALDO-MOE-TAB     PIC 9(11)V9(02).
                 03 RESERVA-MOE-TAB   PIC 9(11)V9(02).
                 03 AVALIADO-MOE-TAB  PIC 9(11)V9(02).

       01     CAB-CAM-01.
              02 FILLER            PIC X(15) VALUE SPACES.
              02 FILLER            PIC X(50)
                 VALUE "CAMBIO DAS RESERVAS - FECHAMENTO DO MES".
              02 FILLER            PIC X(15) VALUE SPACES.

       01     CAB-CAM-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(17) VALUE "MES REFERENCIA: ".
              02 VAR-ANO-MES       PIC 9999/99.
              02 FILLER            PIC X(04) VALUE SPACES.
              02 FILLER            PIC X(15) VALUE "AVALIACAO EM: ".
              02 VAR-DATA-FIM      PIC 9999/99/99.
              02 FILLER            PIC X(25) VALUE SPACES.

       01     CAB-SECAO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TITULO-SECAO  PIC X(50).
              02 FILLER            PIC X(28) VALUE SPACES.

       01     CAB-DET.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "RESERVA".
              02 FILLER            PIC X(04) VALUE " MOE".
              02 FILLER            PIC X(11) VALUE " DATA".
              02 FILLER            PIC X(15) VALUE "   VALOR MOEDA".
              02 FILLER            PIC X(09) VALUE " TX.RESV.".
              02 VAR-TITULO-TAXA   PIC X(09).
              02 FILLER            PIC X(15) VALUE "  RESULTADO R$".
              02 FILLER            PIC X(09) VALUE SPACES.

       01     DETALHE-CAM.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-RESV          PIC 9(06).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-MOEDA         PIC X(03).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DATA          PIC 9999/99/99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-VALOR-MOEDA   PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-TAXA-RESV     PIC ZZ9,9999.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-TAXA-AVAL     PIC ZZ9,9999.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-RESULTADO     PIC -ZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-MARCA         PIC X(05).
              02 FILLER            PIC X(04) VALUE SPACES.

       01     CAB-MOE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(09) VALUE "MOEDA".
              02 FILLER            PIC X(16) VALUE "  SALDO NA MOEDA".
              02 FILLER            PIC X(15) VALUE " R$ TX.RESERVA".
              02 FILLER            PIC X(15) VALUE " R$ FIM DO MES".
              02 FILLER            PIC X(15) VALUE "  VARIACAO R$".
              02 FILLER            PIC X(08) VALUE SPACES.

       01     DETALHE-MOE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE "TOTAL ".
              02 VAR-MOEDA-MOE     PIC X(03).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-SALDO-MOE     PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-RESERVA-MOE   PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-AVALIADO-MOE  PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-VARIACAO-MOE  PIC -ZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(08) VALUE SPACES.

       01     ROD-CAM-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reservas em moeda        :".
              02 VAR-RESERVAS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CAM-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Liquidacoes no mes       :".
              02 VAR-LIQ-MES       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CAM-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Liquidacoes sem reserva  :".
              02 VAR-SEM-RESERVA   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CAM-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Resultado realizado R$   :".
              02 VAR-REALIZADO     PIC -ZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(34) VALUE SPACES.

       01     ROD-CAM-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reservas expostas        :".
              02 VAR-EXPOSTAS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CAM-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Variacao nao realizada R$:".
              02 VAR-NAO-REALIZADO PIC -ZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(34) VALUE SPACES.

       01     ROD-CAM-07.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Sem cotacao no fim do mes:".
              02 VAR-SEM-COTACAO   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX125.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-LIQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE ANO-MES = ANO-HOJE * 100 + MES-HOJE.
              PERFORM LER-PARM-CAMB.
              PERFORM CALCULA-FIM-MES.
              PERFORM CARREGA-CAMBIO.
              PERFORM CARREGA-RESERVAS.
              OPEN INPUT  LIQOPER
                   OUTPUT RELCAMBM.
              WRITE REG-REL FROM CAB-CAM-01 AFTER ADVANCING 1 LINE.
              MOVE ANO-MES          TO VAR-ANO-MES.
              MOVE DATA-FIM-MES-NUM TO VAR-DATA-FIM.
              WRITE REG-REL FROM CAB-CAM-02 AFTER ADVANCING 2 LINES.
              MOVE "RESULTADO REALIZADO NAS LIQUIDACOES DO MES"
                TO VAR-TITULO-SECAO.
              MOVE " TX.CONTR" TO VAR-TITULO-TAXA.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-DET AFTER ADVANCING 2 LINES.
              PERFORM LEITURA.

      * Ausente, vale o mes corrente; campo zerado tambem.
       LER-PARM-CAMB.
              OPEN INPUT PARM-CAMB.
              READ PARM-CAMB
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     IF ANO-MES-PARM GREATER THAN ZEROES
                            MOVE ANO-MES-PARM TO ANO-MES
                     END-IF
              END-IF.
              CLOSE PARM-CAMB.

      * Fevereiro tem 29 dias no ano bissexto.
       CALCULA-FIM-MES.
              DIVIDE ANO-MES BY 100 GIVING ANO-FIM REMAINDER MES-FIM.
              IF MES-FIM LESS THAN 1 OR MES-FIM GREATER THAN 12
                     MOVE MES-HOJE TO MES-FIM
                     MOVE ANO-HOJE TO ANO-FIM
                     COMPUTE ANO-MES = ANO-HOJE * 100 + MES-HOJE.
              MOVE DIAS-MES-TAB(MES-FIM) TO DIA-FIM.
              DIVIDE ANO-FIM BY 4   GIVING QUOC-4   REMAINDER RESTO-4.
              DIVIDE ANO-FIM BY 100 GIVING QUOC-100 REMAINDER RESTO-100.
              DIVIDE ANO-FIM BY 400 GIVING QUOC-400 REMAINDER RESTO-400.
              IF MES-FIM EQUAL 2 AND RESTO-4 EQUAL ZEROES
                AND (RESTO-100 NOT EQUAL ZEROES
                  OR RESTO-400 EQUAL ZEROES)
                     MOVE 29 TO DIA-FIM.

      * Tabela cheia deixaria reserva ou cotacao fora da apuracao -
      * parar e sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX125: TABELA DE " TABELA-CHEIA-QUAL
                      " EXCEDIDA - RELATORIO NAO EMITIDO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-CAMBIO.
              OPEN INPUT CAMBIO.
              PERFORM UNTIL FIM-CAM EQUAL "SIM"
                      READ CAMBIO
                             AT END MOVE "SIM" TO FIM-CAM
                             NOT AT END
                                  PERFORM GUARDA-COTACAO
                      END-READ
              END-PERFORM.
              CLOSE CAMBIO.

       GUARDA-COTACAO.
              IF TOTAL-CAM NOT LESS THAN 5000
                     MOVE "COTACOES" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              IF DATA-CAM IS NUMERIC
                AND TAXA-CAM IS NUMERIC
                AND TAXA-CAM GREATER THAN ZEROES
                     ADD 1 TO TOTAL-CAM
                     MOVE MOEDA-CAM TO MOEDA-CAM-TAB(TOTAL-CAM)
                     MOVE DATA-CAM  TO DATA-CAM-TAB(TOTAL-CAM)
                     MOVE TAXA-CAM  TO TAXA-CAM-TAB(TOTAL-CAM).

      * So reserva em moeda estrangeira feita ate o fim do mes;
      * a anterior aos campos de moeda e em reais.
       CARREGA-RESERVAS.
              OPEN INPUT RESERVAS.
              PERFORM UNTIL FIM-RESV EQUAL "SIM"
                      READ RESERVAS
                             AT END MOVE "SIM" TO FIM-RESV
                             NOT AT END
                                  IF VALOR-MOEDA-RESV IS NUMERIC
                                    AND TAXA-RESV IS NUMERIC
                                    AND MOEDA-RESV NOT EQUAL SPACES
                                    AND VALOR-MOEDA-RESV
                                        GREATER THAN ZEROES
                                    AND DATA-RESERVA-RESV
                                        NOT GREATER THAN
                                        DATA-FIM-MES-NUM
                                       PERFORM GUARDA-RESERVA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE RESERVAS.

       GUARDA-RESERVA.
              IF TOTAL-RESV NOT LESS THAN 5000
                     MOVE "RESERVAS EM MOEDA" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-RESV.
              MOVE NUMERO-RESV       TO NUMERO-RESV-TAB(TOTAL-RESV).
              MOVE SITUACAO-RESV     TO SITUACAO-RESV-TAB(TOTAL-RESV).
              MOVE DATA-RESERVA-RESV TO DATA-RESV-TAB(TOTAL-RESV).
              MOVE MOEDA-RESV        TO MOEDA-RESV-TAB(TOTAL-RESV).
              MOVE VALOR-MOEDA-RESV
                TO VALOR-MOEDA-RESV-TAB(TOTAL-RESV).
              MOVE TAXA-RESV         TO TAXA-RESV-TAB(TOTAL-RESV).
              MOVE ZEROES TO LIQUIDADO-RESV-TAB(TOTAL-RESV).

       LEITURA.
              READ LIQOPER
                     AT END MOVE "SIM" TO FIM-LIQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

      * Liquidacao ate o fim do mes abate a exposicao; a do mes
      * tem o resultado realizado impresso.
       PRINCIPAL.
              IF DATA-LIQ IS NUMERIC
                AND VALOR-MOEDA-LIQ IS NUMERIC
                AND TAXA-LIQ IS NUMERIC
                AND DATA-LIQ NOT GREATER THAN DATA-FIM-MES-NUM
                     PERFORM APLICA-LIQUIDACAO.
              PERFORM LEITURA.

       APLICA-LIQUIDACAO.
              MOVE ZEROES TO IDX-RESV-ACHADA.
              PERFORM VARYING IDX-RESV FROM 1 BY 1
                      UNTIL IDX-RESV GREATER THAN TOTAL-RESV
                         OR IDX-RESV-ACHADA GREATER THAN ZEROES
                      IF NUMERO-RESV-TAB(IDX-RESV) EQUAL
                         NUMERO-RESV-LIQ
                             MOVE IDX-RESV TO IDX-RESV-ACHADA
                      END-IF
              END-PERFORM.
              DIVIDE DATA-LIQ BY 100 GIVING ANO-MES-LIQ.
              IF IDX-RESV-ACHADA EQUAL ZEROES
                     IF ANO-MES-LIQ EQUAL ANO-MES
                            ADD 1 TO TOTAL-SEM-RESERVA
                     END-IF
              ELSE
                     ADD VALOR-MOEDA-LIQ
                      TO LIQUIDADO-RESV-TAB(IDX-RESV-ACHADA)
                     IF ANO-MES-LIQ EQUAL ANO-MES
                            PERFORM IMPRIME-REALIZADO
                     END-IF
              END-IF.

      * Positivo: o contrato saiu mais barato que a taxa da
      * reserva (ganho); negativo, perda.
       IMPRIME-REALIZADO.
              ADD 1 TO TOTAL-LIQ-MES.
              COMPUTE REAIS-RESERVA ROUNDED = VALOR-MOEDA-LIQ
                    * TAXA-RESV-TAB(IDX-RESV-ACHADA).
              COMPUTE REAIS-AVALIADO ROUNDED = VALOR-MOEDA-LIQ
                    * TAXA-LIQ.
              COMPUTE RESULTADO-CALC = REAIS-RESERVA - REAIS-AVALIADO.
              ADD RESULTADO-CALC TO TOTAL-REALIZADO.
              MOVE NUMERO-RESV-LIQ  TO VAR-RESV.
              MOVE MOEDA-RESV-TAB(IDX-RESV-ACHADA) TO VAR-MOEDA.
              MOVE DATA-LIQ         TO VAR-DATA.
              MOVE VALOR-MOEDA-LIQ  TO VAR-VALOR-MOEDA.
              MOVE TAXA-RESV-TAB(IDX-RESV-ACHADA) TO VAR-TAXA-RESV.
              MOVE TAXA-LIQ         TO VAR-TAXA-AVAL.
              PERFORM MARCA-RESULTADO.
              WRITE REG-REL FROM DETALHE-CAM AFTER ADVANCING 1 LINE.

       MARCA-RESULTADO.
              MOVE RESULTADO-CALC TO VAR-RESULTADO.
              IF RESULTADO-CALC GREATER THAN ZEROES
                     MOVE "GANHO" TO VAR-MARCA
              ELSE IF RESULTADO-CALC LESS THAN ZEROES
                     MOVE "PERDA" TO VAR-MARCA
              ELSE
                     MOVE SPACES  TO VAR-MARCA.

       FIM.
              MOVE "EXPOSICAO EM ABERTO NO FIM DO MES"
                TO VAR-TITULO-SECAO.
              MOVE " TX.FIM  " TO VAR-TITULO-TAXA.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-DET AFTER ADVANCING 2 LINES.
              PERFORM VARYING IDX-RESV FROM 1 BY 1
                      UNTIL IDX-RESV GREATER THAN TOTAL-RESV
                      IF SITUACAO-RESV-TAB(IDX-RESV) NOT EQUAL "C"
                        AND LIQUIDADO-RESV-TAB(IDX-RESV) LESS THAN
                            VALOR-MOEDA-RESV-TAB(IDX-RESV)
                             PERFORM IMPRIME-EXPOSICAO
                      END-IF
              END-PERFORM.
              MOVE "EXPOSICAO POR MOEDA" TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-MOE AFTER ADVANCING 2 LINES.
              PERFORM VARYING IDX-MOE FROM 1 BY 1
                      UNTIL IDX-MOE GREATER THAN TOTAL-MOE
                      PERFORM IMPRIME-MOEDA
              END-PERFORM.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE LIQOPER
                    RELCAMBM.

      * Saldo na moeda pela cotacao do ultimo dia do mes; moeda sem
      * cotacao fica pela taxa da reserva (variacao zero) e contada
      * no rodape.
       IMPRIME-EXPOSICAO.
              ADD 1 TO TOTAL-EXPOSTAS.
              COMPUTE SALDO-MOEDA = VALOR-MOEDA-RESV-TAB(IDX-RESV)
                                  - LIQUIDADO-RESV-TAB(IDX-RESV).
              MOVE MOEDA-RESV-TAB(IDX-RESV) TO MOEDA-BUSCA.
              MOVE DATA-FIM-MES-NUM         TO DATA-BUSCA.
              PERFORM BUSCA-COTACAO.
              IF TAXA-ACHADA EQUAL ZEROES
                     ADD 1 TO TOTAL-SEM-COTACAO
                     MOVE TAXA-RESV-TAB(IDX-RESV) TO TAXA-ACHADA.
              COMPUTE REAIS-RESERVA ROUNDED = SALDO-MOEDA
                    * TAXA-RESV-TAB(IDX-RESV).
              COMPUTE REAIS-AVALIADO ROUNDED = SALDO-MOEDA
                    * TAXA-ACHADA.
              COMPUTE RESULTADO-CALC = REAIS-RESERVA - REAIS-AVALIADO.
              ADD RESULTADO-CALC TO TOTAL-NAO-REALIZADO.
              MOVE NUMERO-RESV-TAB(IDX-RESV) TO VAR-RESV.
              MOVE MOEDA-RESV-TAB(IDX-RESV)  TO VAR-MOEDA.
              MOVE DATA-RESV-TAB(IDX-RESV)   TO VAR-DATA.
              MOVE SALDO-MOEDA               TO VAR-VALOR-MOEDA.
              MOVE TAXA-RESV-TAB(IDX-RESV)   TO VAR-TAXA-RESV.
              MOVE TAXA-ACHADA               TO VAR-TAXA-AVAL.
              PERFORM MARCA-RESULTADO.
              WRITE REG-REL FROM DETALHE-CAM AFTER ADVANCING 1 LINE.
              PERFORM ACUMULA-MOEDA.

       BUSCA-COTACAO.
              MOVE ZEROES TO TAXA-ACHADA DATA-TAXA-ACHADA.
              PERFORM VARYING IDX-CAM FROM 1 BY 1
                      UNTIL IDX-CAM GREATER THAN TOTAL-CAM
                      IF MOEDA-CAM-TAB(IDX-CAM) EQUAL MOEDA-BUSCA
                        AND DATA-CAM-TAB(IDX-CAM) NOT GREATER THAN
                            DATA-BUSCA
                        AND DATA-CAM-TAB(IDX-CAM) NOT LESS THAN
                            DATA-TAXA-ACHADA
                             MOVE DATA-CAM-TAB(IDX-CAM)
                               TO DATA-TAXA-ACHADA
                             MOVE TAXA-CAM-TAB(IDX-CAM)
                               TO TAXA-ACHADA
                      END-IF
              END-PERFORM.

       ACUMULA-MOEDA.
              MOVE ZEROES TO IDX-MOE-ACHADA.
              PERFORM VARYING IDX-MOE FROM 1 BY 1
                      UNTIL IDX-MOE GREATER THAN TOTAL-MOE
                         OR IDX-MOE-ACHADA GREATER THAN ZEROES
                      IF MOEDA-MOE-TAB(IDX-MOE) EQUAL MOEDA-BUSCA
                             MOVE IDX-MOE TO IDX-MOE-ACHADA
                      END-IF
              END-PERFORM.
              IF IDX-MOE-ACHADA EQUAL ZEROES
                     IF TOTAL-MOE NOT LESS THAN 50
                            MOVE "MOEDAS" TO TABELA-CHEIA-QUAL
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-MOE
                     MOVE TOTAL-MOE TO IDX-MOE-ACHADA
                     MOVE MOEDA-BUSCA TO MOEDA-MOE-TAB(TOTAL-MOE)
                     MOVE ZEROES TO SALDO-MOE-TAB(TOTAL-MOE)
                                    RESERVA-MOE-TAB(TOTAL-MOE)
                                    AVALIADO-MOE-TAB(TOTAL-MOE)
              END-IF.
              ADD SALDO-MOEDA    TO SALDO-MOE-TAB(IDX-MOE-ACHADA).
              ADD REAIS-RESERVA  TO RESERVA-MOE-TAB(IDX-MOE-ACHADA).
              ADD REAIS-AVALIADO TO AVALIADO-MOE-TAB(IDX-MOE-ACHADA).

       IMPRIME-MOEDA.
              MOVE MOEDA-MOE-TAB(IDX-MOE)    TO VAR-MOEDA-MOE.
              MOVE SALDO-MOE-TAB(IDX-MOE)    TO VAR-SALDO-MOE.
              MOVE RESERVA-MOE-TAB(IDX-MOE)  TO VAR-RESERVA-MOE.
              MOVE AVALIADO-MOE-TAB(IDX-MOE) TO VAR-AVALIADO-MOE.
              COMPUTE RESULTADO-CALC = RESERVA-MOE-TAB(IDX-MOE)
                                     - AVALIADO-MOE-TAB(IDX-MOE).
              MOVE RESULTADO-CALC TO VAR-VARIACAO-MOE.
              WRITE REG-REL FROM DETALHE-MOE AFTER ADVANCING 1 LINE.

       IMPRIME-RODAPE.
              MOVE TOTAL-RESV          TO VAR-RESERVAS.
              MOVE TOTAL-LIQ-MES       TO VAR-LIQ-MES.
              MOVE TOTAL-SEM-RESERVA   TO VAR-SEM-RESERVA.
              MOVE TOTAL-REALIZADO     TO VAR-REALIZADO.
              MOVE TOTAL-EXPOSTAS      TO VAR-EXPOSTAS.
              MOVE TOTAL-NAO-REALIZADO TO VAR-NAO-REALIZADO.
              MOVE TOTAL-SEM-COTACAO   TO VAR-SEM-COTACAO.
              WRITE REG-REL FROM ROD-CAM-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-CAM-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-CAM-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-CAM-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-CAM-05 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-CAM-06 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-CAM-07 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E125"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              COMPUTE TOTAL-GRAVADOS-RUNLOG =
                      TOTAL-LIQ-MES + TOTAL-EXPOSTAS.
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
