       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX124.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      CARGA DA TABELA DE CAMBIO DATADA (CAMBIO.DAT)
      *              DOS PACOTES INTERNACIONAIS: APLICA AS COTACOES
      *              DE COTACAO.DAT (MOEDA, DATA E TAXA EM REAIS POR
      *              UNIDADE) - COTACAO DE MOEDA E DATA JA CARREGADAS
      *              SUBSTITUI A TAXA, AS DEMAIS SAO INCLUIDAS - E
      *              REGRAVA A TABELA INTEIRA EM ORDEM DE MOEDA E
      *              DATA. MOEDA TEM DE SER O CODIGO DE TRES LETRAS
      *              (NAO "BRL"), DATA VALIDA E TAXA MAIOR QUE ZERO;
      *              O RESULTADO DE CADA COTACAO SAI EM RELCAMB. A
      *              TABELA E LIDA PELO EX58 (DATA DA RESERVA), PELO
      *              EX59 (DATA DO PAGAMENTO) E PELO EX125.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT COTACAO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CAMBIO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELCAMB ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * COTACAO: uma cotacao por linha - moeda, data (AAAAMMDD) e
      * taxa em reais por unidade da moeda.
       FD     COTACAO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "COTACAO.DAT".
       01     REG-COT.
              02 MOEDA-COT         PIC X(03).
              02 DATA-COT.
                 03 ANO-COT        PIC 9(04).
                 03 MES-COT        PIC 9(02).
                 03 DIA-COT        PIC 9(02).
              02 DATA-COT-NUM REDEFINES DATA-COT PIC 9(08).
              02 TAXA-COT          PIC 9(03)V9(04).

      * CAMBIO: tabela de cambio datada (copybook), regravada por
      * completo no FIM.
       FD     CAMBIO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CAMBIO.DAT".
       COPY CAMBIO.

       FD     RELCAMB
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-CAM                  PIC X(03) VALUE "NAO".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 VAR-SITUACAO             PIC X(20) VALUE SPACES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-INCLUIDAS          PIC 9(05) VALUE ZEROES.
       77 TOTAL-SUBSTITUIDAS       PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS         PIC 9(05) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Critica da data: dias de cada mes, fevereiro com 29 no ano
      * bissexto.
       77 DIAS-NO-MES              PIC 9(02) VALUE ZEROES.
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

      * Tabela de cambio em memoria, ordenada no FIM (mesma troca
      * simples do ORDENA-CASOS do EX122).
       77 TOTAL-CAM                PIC 9(05) VALUE ZEROES.
       77 IDX-CAM                  PIC 9(05) VALUE ZEROES.
       77 IDX-CAM-ACHADA           PIC 9(05) VALUE ZEROES.
       77 IDX-A                    PIC 9(05) VALUE ZEROES.
       77 IDX-B                    PIC 9(05) VALUE ZEROES.
       77 IDX-B-MAIS-1             PIC 9(05) VALUE ZEROES.
       77 LIMITE-TROCA             PIC 9(05) VALUE ZEROES.
       01     TABELA-CAM.
              02 CAM-REG           OCCURS 5000 TIMES.
                 03 CHAVE-CAM-TAB.
                    04 MOEDA-CAM-TAB  PIC X(03).
                    04 DATA-CAM-TAB   PIC 9(08).
                 03 TAXA-CAM-TAB      PIC 9(03)V9(04).
       01     CAM-TMP.
              02 FILLER            PIC X(11).
              02 FILLER            PIC 9(03)V9(04).

       01     CAB-01.
              02 FILLER            PIC X(70) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "PAG. ".
              02 VAR-PAG           PIC ZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.

       01     CAB-02.
              02 FILLER            PIC X(19) VALUE SPACES.
              02 FILLER            PIC X(42)
                 VALUE "CARGA DA TABELA DE CAMBIO - CAMBIO.DAT".
              02 FILLER            PIC X(19) VALUE SPACES.

       01     CAB-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "MOEDA".
              02 FILLER            PIC X(03) VALUE SPACES.
              02 FILLER            PIC X(10) VALUE "DATA".
              02 FILLER            PIC X(04) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "TAXA R$".
              02 FILLER            PIC X(04) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "SITUACAO".
              02 FILLER            PIC X(36) VALUE SPACES.

       01     CAB-04.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-MOEDA         PIC X(03).
              02 FILLER            PIC X(04) VALUE SPACES.
              02 VAR-DATA          PIC 9999/99/99.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-TAXA          PIC ZZ9,9999.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-SITUACAO-DET  PIC X(20).
              02 FILLER            PIC X(24) VALUE SPACES.

       01     CAB-RODAPE.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(30)
                 VALUE "Resumo da execucao:          ".
              02 FILLER            PIC X(45) VALUE SPACES.

       01     DET-RODAPE.
              02 FILLER            PIC X(07) VALUE SPACES.
              02 VAR-ROD-DESC      PIC X(25).
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-ROD-QTD       PIC ZZ.999.
              02 FILLER            PIC X(38) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX124.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              PERFORM CARREGA-CAMBIO.
              OPEN   INPUT  COTACAO
                     OUTPUT RELCAMB.
              PERFORM LEITURA.

      * Arquivo persistente maior que a tabela: parar antes de
      * regravar (mesmo criterio do EX01).
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** CAMBIO.DAT EXCEDE A TABELA DE 5000"
                      " POSICOES - EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-CAMBIO.
              OPEN INPUT CAMBIO.
              PERFORM UNTIL FIM-CAM EQUAL "SIM"
                      READ CAMBIO
                             AT END MOVE "SIM" TO FIM-CAM
                             NOT AT END
                                  IF TOTAL-CAM NOT LESS THAN 5000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-CAM
                                  MOVE MOEDA-CAM TO
                                       MOEDA-CAM-TAB(TOTAL-CAM)
                                  MOVE DATA-CAM TO
                                       DATA-CAM-TAB(TOTAL-CAM)
                                  MOVE TAXA-CAM TO
                                       TAXA-CAM-TAB(TOTAL-CAM)
                      END-READ
              END-PERFORM.
              CLOSE CAMBIO.

       LEITURA.
              READ COTACAO
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              PERFORM CRITICA-COTACAO.
              IF VAR-SITUACAO EQUAL SPACES
                     PERFORM APLICA-COTACAO
              ELSE
                     ADD 1 TO TOTAL-REJEITADAS.
              PERFORM IMPRESSAO-TRANS.
              PERFORM LEITURA.

      * Moeda de tres letras e nao o real; data de calendario;
      * taxa numerica e positiva.
       CRITICA-COTACAO.
              MOVE SPACES TO VAR-SITUACAO.
              IF MOEDA-COT EQUAL SPACES
                OR MOEDA-COT IS NOT ALPHABETIC-UPPER
                OR MOEDA-COT EQUAL "BRL"
                     MOVE "MOEDA INVALIDA" TO VAR-SITUACAO
              ELSE IF DATA-COT-NUM IS NOT NUMERIC
                     MOVE "DATA INVALIDA" TO VAR-SITUACAO
              ELSE IF TAXA-COT IS NOT NUMERIC
                OR TAXA-COT EQUAL ZEROES
                     MOVE "TAXA INVALIDA" TO VAR-SITUACAO.
              IF VAR-SITUACAO EQUAL SPACES
                     PERFORM CRITICA-DATA.

       CRITICA-DATA.
              IF MES-COT LESS THAN 1 OR MES-COT GREATER THAN 12
                OR ANO-COT LESS THAN 1900
                     MOVE "DATA INVALIDA" TO VAR-SITUACAO
              ELSE
                     MOVE DIAS-MES-TAB(MES-COT) TO DIAS-NO-MES
                     DIVIDE ANO-COT BY 4 GIVING QUOC-4
                            REMAINDER RESTO-4
                     DIVIDE ANO-COT BY 100 GIVING QUOC-100
                            REMAINDER RESTO-100
                     DIVIDE ANO-COT BY 400 GIVING QUOC-400
                            REMAINDER RESTO-400
                     IF MES-COT EQUAL 2 AND RESTO-4 EQUAL ZEROES
                       AND (RESTO-100 NOT EQUAL ZEROES
                         OR RESTO-400 EQUAL ZEROES)
                            MOVE 29 TO DIAS-NO-MES
                     END-IF
                     IF DIA-COT LESS THAN 1
                       OR DIA-COT GREATER THAN DIAS-NO-MES
                            MOVE "DATA INVALIDA" TO VAR-SITUACAO
                     END-IF
              END-IF.

      * Mesma moeda e data substitui a taxa; senao entra no fim da
      * tabela (a ordem e refeita no FIM).
       APLICA-COTACAO.
              MOVE ZEROES TO IDX-CAM-ACHADA.
              PERFORM VARYING IDX-CAM FROM 1 BY 1
                      UNTIL IDX-CAM GREATER THAN TOTAL-CAM
                         OR IDX-CAM-ACHADA GREATER THAN ZEROES
                      IF MOEDA-CAM-TAB(IDX-CAM) EQUAL MOEDA-COT
                        AND DATA-CAM-TAB(IDX-CAM) EQUAL DATA-COT-NUM
                             MOVE IDX-CAM TO IDX-CAM-ACHADA
                      END-IF
              END-PERFORM.
              IF IDX-CAM-ACHADA GREATER THAN ZEROES
                     MOVE TAXA-COT TO TAXA-CAM-TAB(IDX-CAM-ACHADA)
                     MOVE "SUBSTITUIDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-SUBSTITUIDAS
              ELSE IF TOTAL-CAM NOT LESS THAN 5000
                     MOVE "TABELA CHEIA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     ADD 1 TO TOTAL-CAM
                     MOVE MOEDA-COT    TO MOEDA-CAM-TAB(TOTAL-CAM)
                     MOVE DATA-COT-NUM TO DATA-CAM-TAB(TOTAL-CAM)
                     MOVE TAXA-COT     TO TAXA-CAM-TAB(TOTAL-CAM)
                     MOVE "INCLUIDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-INCLUIDAS.

       IMPRESSAO-TRANS.
              IF CT-LIN GREATER THAN 39
                     PERFORM CABECALHO.
              PERFORM IMPDET.

       CABECALHO.
              ADD 1 TO CT-PAG.
              MOVE   CT-PAG        TO VAR-PAG.
              MOVE   SPACES        TO REG-REL.
              WRITE  REG-REL FROM CAB-01.
              WRITE  REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
              WRITE  REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
              MOVE   ZEROES        TO CT-LIN.

       IMPDET.
              MOVE   MOEDA-COT        TO VAR-MOEDA.
              MOVE   ZEROES           TO VAR-DATA VAR-TAXA.
              IF DATA-COT-NUM IS NUMERIC
                     MOVE DATA-COT-NUM TO VAR-DATA.
              IF TAXA-COT IS NUMERIC
                     MOVE TAXA-COT TO VAR-TAXA.
              MOVE   VAR-SITUACAO     TO VAR-SITUACAO-DET.
              WRITE  REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       FIM.
              PERFORM ORDENA-CAMBIO.
              PERFORM REGRAVA-CAMBIO.
              PERFORM RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE  COTACAO
                     RELCAMB.

       ORDENA-CAMBIO.
              PERFORM VARYING IDX-A FROM 1 BY 1
                      UNTIL IDX-A NOT LESS THAN TOTAL-CAM
                      SUBTRACT IDX-A FROM TOTAL-CAM
                               GIVING LIMITE-TROCA
                      PERFORM VARYING IDX-B FROM 1 BY 1
                              UNTIL IDX-B GREATER THAN LIMITE-TROCA
                              ADD 1 TO IDX-B GIVING IDX-B-MAIS-1
                              IF CHAVE-CAM-TAB(IDX-B) GREATER THAN
                                 CHAVE-CAM-TAB(IDX-B-MAIS-1)
                                    PERFORM TROCA-COTACOES
                              END-IF
                      END-PERFORM
              END-PERFORM.

       TROCA-COTACOES.
              MOVE CAM-REG(IDX-B)        TO CAM-TMP.
              MOVE CAM-REG(IDX-B-MAIS-1) TO CAM-REG(IDX-B).
              MOVE CAM-TMP               TO CAM-REG(IDX-B-MAIS-1).

       REGRAVA-CAMBIO.
              OPEN OUTPUT CAMBIO.
              PERFORM VARYING IDX-CAM FROM 1 BY 1
                      UNTIL IDX-CAM GREATER THAN TOTAL-CAM
                      MOVE MOEDA-CAM-TAB(IDX-CAM) TO MOEDA-CAM
                      MOVE DATA-CAM-TAB(IDX-CAM)  TO DATA-CAM
                      MOVE TAXA-CAM-TAB(IDX-CAM)  TO TAXA-CAM
                      WRITE REG-CAM
              END-PERFORM.
              CLOSE CAMBIO.

       RODAPE.
              WRITE REG-REL FROM CAB-RODAPE AFTER ADVANCING 3 LINES.
              MOVE "Cotacoes incluidas:     " TO VAR-ROD-DESC.
              MOVE TOTAL-INCLUIDAS             TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Cotacoes substituidas:  " TO VAR-ROD-DESC.
              MOVE TOTAL-SUBSTITUIDAS          TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Cotacoes rejeitadas:    " TO VAR-ROD-DESC.
              MOVE TOTAL-REJEITADAS            TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Cotacoes na tabela:     " TO VAR-ROD-DESC.
              MOVE TOTAL-CAM                   TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E124"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              COMPUTE TOTAL-GRAVADOS-RUNLOG =
                     TOTAL-INCLUIDAS + TOTAL-SUBSTITUIDAS.
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
