       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX117.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      RELATORIO MENSAL DE NPS DA PESQUISA DE SATISFACAO
      *              POS-VIAGEM: LE AS RESPOSTAS ACEITAS PELO EX116
      *              EM PESQRESP.DAT NO MES DE REFERENCIA
      *              (PARMNPS.DAT, PADRAO O MES CORRENTE) E APURA O
      *              NPS (PERCENTUAL DE PROMOTORES, NOTA 9 OU 10,
      *              MENOS O DE DETRATORES, NOTA 0 A 6) POR DESTINO,
      *              POR OPERADORA E POR ATENDENTE QUE VENDEU (NOME DO
      *              CADATEN.DAT, EX56), COM AS MEDIAS DAS NOTAS DE
      *              HOTEL, TRANSPORTE E ATENDENTE. LISTA AO FINAL OS
      *              COMENTARIOS DOS DETRATORES PARA RETORNO AO
      *              CLIENTE.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-NPS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PESQRESP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADATEN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-ATD
              FILE STATUS IS CADATEN-STATUS.

              SELECT RELNPS ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-NPS: mes de referencia AAAAMM (zero = mes corrente).
       FD     PARM-NPS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMNPS.DAT".
       01     REG-PARM-NPS.
              02 ANO-MES-PARM      PIC 9(06).

      * PESQRESP: respostas aceitas da pesquisa (copybook, EX116).
       FD     PESQRESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PESQRESP.DAT".
       COPY PESQRESP.

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

       FD     RELNPS
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
       77 FIM-PQR                  PIC X(03) VALUE "NAO".
       77 CADATEN-STATUS           PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-MES                PIC 9(05) VALUE ZEROES.
       77 TOTAL-PROMOTORES         PIC 9(05) VALUE ZEROES.
       77 TOTAL-NEUTROS            PIC 9(05) VALUE ZEROES.
       77 TOTAL-DETRATORES         PIC 9(05) VALUE ZEROES.
       77 NPS-CALC                 PIC S9(03) VALUE ZEROES.
       77 MEDIA-CALC               PIC 9(02)V9 VALUE ZEROES.
       77 ANO-MES                  PIC 9(06) VALUE ZEROES.
       77 ANO-MES-RESP             PIC 9(06) VALUE ZEROES.
       77 TIPO-SECAO               PIC X(01) VALUE SPACES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Grupos apurados: tipo "D" destino, "O" operadora, "A"
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
                 03 RESP-GRP-TAB       PIC 9(05).
                 03 PROMOT-GRP-TAB     PIC 9(05).
                 03 DETRAT-GRP-TAB     PIC 9(05).
                 03 SOMA-HOTEL-GRP-TAB PIC 9(07).
                 03 SOMA-TRANSP-GRP-TAB PIC 9(07).
                 03 SOMA-ATEND-GRP-TAB PIC 9(07).

       01     CAB-NPS-01.
              02 FILLER            PIC X(15) VALUE SPACES.
              02 FILLER            PIC X(50)
                 VALUE "PESQUISA DE SATISFACAO POS-VIAGEM - NPS MENSAL".
              02 FILLER            PIC X(15) VALUE SPACES.

       01     CAB-NPS-02.
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
              02 FILLER            PIC X(06) VALUE "  RESP".
              02 FILLER            PIC X(06) VALUE "  PROM".
              02 FILLER            PIC X(06) VALUE "  DETR".
              02 FILLER            PIC X(06) VALUE "   NPS".
              02 FILLER            PIC X(07) VALUE "  HOTEL".
              02 FILLER            PIC X(07) VALUE " TRANSP".
              02 FILLER            PIC X(07) VALUE "  ATEND".
              02 FILLER            PIC X(08) VALUE SPACES.

       01     DETALHE-GRP.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME-GRP      PIC X(25).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-RESP-GRP      PIC ZZZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-PROMOT-GRP    PIC ZZZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DETRAT-GRP    PIC ZZZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NPS-GRP       PIC -ZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-HOTEL-GRP     PIC Z9,9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-TRANSP-GRP    PIC Z9,9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-ATEND-GRP     PIC Z9,9.
              02 FILLER            PIC X(08) VALUE SPACES.

       01     CAB-DETR.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "RESERVA".
              02 FILLER            PIC X(06) VALUE "NOTA".
              02 FILLER            PIC X(10) VALUE "COMENTARIO".
              02 FILLER            PIC X(54) VALUE SPACES.

       01     DETALHE-DETR.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NUMERO-DETR   PIC 9(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOTA-DETR     PIC Z9.
              02 FILLER            PIC X(04) VALUE SPACES.
              02 VAR-COMENT-DETR   PIC X(60).
              02 FILLER            PIC X(04) VALUE SPACES.

       01     ROD-NPS-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Respostas lidas          :".
              02 VAR-LIDOS         PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-NPS-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Respostas do mes         :".
              02 VAR-MES           PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-NPS-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Promotores (9 e 10)      :".
              02 VAR-PROMOTORES    PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-NPS-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Neutros (7 e 8)          :".
              02 VAR-NEUTROS       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-NPS-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Detratores (0 a 6)       :".
              02 VAR-DETRATORES    PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-NPS-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "NPS geral do mes         :".
              02 VAR-NPS-GERAL     PIC -ZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX117.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-PQR EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE ANO-MES = ANO-HOJE * 100 + MES-HOJE.
              PERFORM LER-PARM-NPS.
              OPEN INPUT  PESQRESP
                          CADATEN
                   OUTPUT RELNPS.
              WRITE REG-REL FROM CAB-NPS-01 AFTER ADVANCING 1 LINE.
              MOVE ANO-MES TO VAR-ANO-MES.
              WRITE REG-REL FROM CAB-NPS-02 AFTER ADVANCING 2 LINES.
              PERFORM LEITURA.

      * Ausente, vale o mes corrente; campo zerado tambem.
       LER-PARM-NPS.
              OPEN INPUT PARM-NPS.
              READ PARM-NPS
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     IF ANO-MES-PARM GREATER THAN ZEROES
                            MOVE ANO-MES-PARM TO ANO-MES
                     END-IF
              END-IF.
              CLOSE PARM-NPS.

      * Tabela cheia deixaria grupo fora do NPS - parar e sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX117: TABELA DE " TABELA-CHEIA-QUAL
                      " EXCEDIDA - RELATORIO NAO EMITIDO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       LEITURA.
              READ PESQRESP
                     AT END MOVE "SIM" TO FIM-PQR
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              DIVIDE DATA-RESPOSTA-PQR BY 100 GIVING ANO-MES-RESP.
              IF ANO-MES-RESP EQUAL ANO-MES
                     PERFORM APURA-RESPOSTA.
              PERFORM LEITURA.

       APURA-RESPOSTA.
              ADD 1 TO TOTAL-MES.
              IF NOTA-PQR GREATER THAN 8
                     ADD 1 TO TOTAL-PROMOTORES
              ELSE IF NOTA-PQR GREATER THAN 6
                     ADD 1 TO TOTAL-NEUTROS
              ELSE
                     ADD 1 TO TOTAL-DETRATORES.
              MOVE SPACES        TO CHAVE-BUSCA.
              MOVE "D"           TO TIPO-BUSCA.
              MOVE DESTINO-PQR   TO NOME-BUSCA.
              PERFORM ACUMULA-GRUPO.
              MOVE SPACES        TO CHAVE-BUSCA.
              MOVE "O"           TO TIPO-BUSCA.
              MOVE OPERADORA-PQR TO NOME-BUSCA.
              PERFORM ACUMULA-GRUPO.
              MOVE SPACES        TO CHAVE-BUSCA.
              MOVE "A"           TO TIPO-BUSCA.
              MOVE ATENDENTE-PQR TO CODIGO-BUSCA.
              PERFORM ACUMULA-GRUPO.

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
                            MOVE "GRUPOS DO NPS" TO TABELA-CHEIA-QUAL
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-GRP
                     MOVE TOTAL-GRP TO IDX-GRP-ACHADO
                     MOVE CHAVE-BUSCA TO CHAVE-GRP-TAB(TOTAL-GRP)
                     MOVE ZEROES TO RESP-GRP-TAB(TOTAL-GRP)
                                    PROMOT-GRP-TAB(TOTAL-GRP)
                                    DETRAT-GRP-TAB(TOTAL-GRP)
                                    SOMA-HOTEL-GRP-TAB(TOTAL-GRP)
                                    SOMA-TRANSP-GRP-TAB(TOTAL-GRP)
                                    SOMA-ATEND-GRP-TAB(TOTAL-GRP)
              END-IF.
              ADD 1 TO RESP-GRP-TAB(IDX-GRP-ACHADO).
              IF NOTA-PQR GREATER THAN 8
                     ADD 1 TO PROMOT-GRP-TAB(IDX-GRP-ACHADO).
              IF NOTA-PQR LESS THAN 7
                     ADD 1 TO DETRAT-GRP-TAB(IDX-GRP-ACHADO).
              ADD NOTA-HOTEL-PQR
               TO SOMA-HOTEL-GRP-TAB(IDX-GRP-ACHADO).
              ADD NOTA-TRANSP-PQR
               TO SOMA-TRANSP-GRP-TAB(IDX-GRP-ACHADO).
              ADD NOTA-ATEND-PQR
               TO SOMA-ATEND-GRP-TAB(IDX-GRP-ACHADO).

       FIM.
              MOVE "NPS POR DESTINO" TO VAR-TITULO-SECAO.
              MOVE "D" TO TIPO-SECAO.
              PERFORM IMPRIME-SECAO.
              MOVE "NPS POR OPERADORA" TO VAR-TITULO-SECAO.
              MOVE "O" TO TIPO-SECAO.
              PERFORM IMPRIME-SECAO.
              MOVE "NPS POR ATENDENTE QUE VENDEU" TO VAR-TITULO-SECAO.
              MOVE "A" TO TIPO-SECAO.
              PERFORM IMPRIME-SECAO.
              CLOSE PESQRESP.
              PERFORM IMPRIME-DETRATORES.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE PESQRESP
                    CADATEN
                    RELNPS.

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

      * NPS = promotores menos detratores, em pontos percentuais
      * sobre as respostas do grupo (de -100 a 100).
       IMPRIME-LINHA-GRUPO.
              MOVE NOME-BUSCA TO VAR-NOME-GRP.
              IF TIPO-BUSCA EQUAL "A"
                     PERFORM NOME-ATENDENTE.
              MOVE RESP-GRP-TAB(IDX-GRP)   TO VAR-RESP-GRP.
              MOVE PROMOT-GRP-TAB(IDX-GRP) TO VAR-PROMOT-GRP.
              MOVE DETRAT-GRP-TAB(IDX-GRP) TO VAR-DETRAT-GRP.
              COMPUTE NPS-CALC ROUNDED =
                      (PROMOT-GRP-TAB(IDX-GRP)
                     - DETRAT-GRP-TAB(IDX-GRP))
                      * 100 / RESP-GRP-TAB(IDX-GRP).
              MOVE NPS-CALC TO VAR-NPS-GRP.
              COMPUTE MEDIA-CALC ROUNDED =
                      SOMA-HOTEL-GRP-TAB(IDX-GRP)
                    / RESP-GRP-TAB(IDX-GRP).
              MOVE MEDIA-CALC TO VAR-HOTEL-GRP.
              COMPUTE MEDIA-CALC ROUNDED =
                      SOMA-TRANSP-GRP-TAB(IDX-GRP)
                    / RESP-GRP-TAB(IDX-GRP).
              MOVE MEDIA-CALC TO VAR-TRANSP-GRP.
              COMPUTE MEDIA-CALC ROUNDED =
                      SOMA-ATEND-GRP-TAB(IDX-GRP)
                    / RESP-GRP-TAB(IDX-GRP).
              MOVE MEDIA-CALC TO VAR-ATEND-GRP.
              WRITE REG-REL FROM DETALHE-GRP AFTER ADVANCING 1 LINE.

      * Reserva anterior ao codigo do atendente vem com zero.
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

      * Segunda passada em PESQRESP: comentarios dos detratores do
      * mes, para o retorno ao cliente.
       IMPRIME-DETRATORES.
              MOVE "DETRATORES DO MES - COMENTARIOS PARA RETORNO"
                TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-DETR AFTER ADVANCING 2 LINES.
              MOVE "NAO" TO FIM-PQR.
              OPEN INPUT PESQRESP.
              PERFORM UNTIL FIM-PQR EQUAL "SIM"
                      READ PESQRESP
                             AT END MOVE "SIM" TO FIM-PQR
                             NOT AT END
                                  PERFORM IMPRIME-LINHA-DETRATOR
                      END-READ
              END-PERFORM.

       IMPRIME-LINHA-DETRATOR.
              DIVIDE DATA-RESPOSTA-PQR BY 100 GIVING ANO-MES-RESP.
              IF ANO-MES-RESP EQUAL ANO-MES
                 AND NOTA-PQR LESS THAN 7
                     MOVE NUMERO-RESV-PQR TO VAR-NUMERO-DETR
                     MOVE NOTA-PQR        TO VAR-NOTA-DETR
                     MOVE COMENTARIO-PQR  TO VAR-COMENT-DETR
                     WRITE REG-REL FROM DETALHE-DETR
                           AFTER ADVANCING 1 LINE
              END-IF.

       IMPRIME-RODAPE.
              MOVE ZEROES TO NPS-CALC.
              IF TOTAL-MES GREATER THAN ZEROES
                     COMPUTE NPS-CALC ROUNDED =
                             (TOTAL-PROMOTORES - TOTAL-DETRATORES)
                             * 100 / TOTAL-MES.
              MOVE TOTAL-LIDOS      TO VAR-LIDOS.
              MOVE TOTAL-MES        TO VAR-MES.
              MOVE TOTAL-PROMOTORES TO VAR-PROMOTORES.
              MOVE TOTAL-NEUTROS    TO VAR-NEUTROS.
              MOVE TOTAL-DETRATORES TO VAR-DETRATORES.
              MOVE NPS-CALC         TO VAR-NPS-GERAL.
              WRITE REG-REL FROM ROD-NPS-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-NPS-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-NPS-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-NPS-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-NPS-05 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-NPS-06 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E117"       TO PROGRAMA-RUNLOG.
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
