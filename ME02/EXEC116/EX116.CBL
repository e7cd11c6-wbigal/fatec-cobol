       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX116.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      CARGA DAS RESPOSTAS DA PESQUISA DE SATISFACAO
      *              POS-VIAGEM (EX115): LE RESPPESQ.DAT (NUMERO DA
      *              RESERVA, NOTA DE 0 A 10 DE RECOMENDACAO, NOTAS
      *              DE HOTEL, TRANSPORTE E ATENDENTE, COMENTARIO),
      *              CONFERE CADA RESPOSTA CONTRA RESERVAS.DAT
      *              (RESERVA EXISTENTE E QUITADA, NOTAS NUMERICAS
      *              ATE 10) E ACRESCENTA AS ACEITAS A PESQRESP.DAT
      *              COM DESTINO, OPERADORA E ATENDENTE DA RESERVA,
      *              PARA O NPS MENSAL DO EX117. IMPRIME EM RELRESP
      *              O RESULTADO DE CADA RESPOSTA, NOS MOLDES DAS
      *              MANUTENCOES (EX102).

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT RESPPESQ ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PESQRESP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PESQRESP-STATUS.

              SELECT RELRESP ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * RESPPESQ: respostas devolvidas pela ferramenta de pesquisa,
      * uma por linha.
       FD     RESPPESQ
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESPPESQ.DAT".
       01     REG-RSP.
              02 NUMERO-RESV-RSP   PIC 9(06).
              02 NOTA-RSP          PIC 9(02).
              02 NOTA-HOTEL-RSP    PIC 9(02).
              02 NOTA-TRANSP-RSP   PIC 9(02).
              02 NOTA-ATEND-RSP    PIC 9(02).
              02 COMENTARIO-RSP    PIC X(60).

      * RESERVAS: reservas de viagem (EX58/EX59, copybook).
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * PESQRESP: respostas aceitas (copybook).
       FD     PESQRESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PESQRESP.DAT".
       COPY PESQRESP.

       FD     RELRESP
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 PESQRESP-STATUS          PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-RESV                 PIC X(03) VALUE "NAO".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 VAR-SITUACAO             PIC X(20) VALUE SPACES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-ACEITAS            PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS         PIC 9(05) VALUE ZEROES.
       77 DATA-CARGA               PIC 9(08) VALUE ZEROES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Reservas em memoria, so o que a resposta precisa.
       77 TOTAL-RESV               PIC 9(05) VALUE ZEROES.
       77 IDX-RESV                 PIC 9(05) VALUE ZEROES.
       77 IDX-RESV-ACHADA          PIC 9(05) VALUE ZEROES.
       01     TABELA-RESV.
              02 RESV-REG          OCCURS 10000 TIMES.
                 03 NUMERO-RESV-TAB    PIC 9(06).
                 03 SITUACAO-RESV-TAB  PIC X(01).
                 03 DESTINO-RESV-TAB   PIC X(20).
                 03 OPERADORA-RESV-TAB PIC X(04).
                 03 ATENDENTE-RESV-TAB PIC 9(03).

       01     CAB-01.
              02 FILLER            PIC X(70) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "PAG. ".
              02 VAR-PAG           PIC ZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.

       01     CAB-02.
              02 FILLER            PIC X(15) VALUE SPACES.
              02 FILLER            PIC X(50)
                 VALUE "CARGA DE RESPOSTAS DA PESQUISA - PESQRESP.DAT".
              02 FILLER            PIC X(15) VALUE SPACES.

       01     CAB-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "RESERVA".
              02 FILLER            PIC X(05) VALUE "NOTA".
              02 FILLER            PIC X(05) VALUE "HOT.".
              02 FILLER            PIC X(05) VALUE "TRA.".
              02 FILLER            PIC X(05) VALUE "ATE.".
              02 FILLER            PIC X(21) VALUE "DESTINO".
              02 FILLER            PIC X(08) VALUE "SITUACAO".
              02 FILLER            PIC X(21) VALUE SPACES.

       01     CAB-04.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NUMERO        PIC 9(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOTA          PIC X(02).
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-NOTA-HOTEL    PIC X(02).
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-NOTA-TRANSP   PIC X(02).
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-NOTA-ATEND    PIC X(02).
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-DESTINO       PIC X(20).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-SITUACAO-DET  PIC X(20).
              02 FILLER            PIC X(09) VALUE SPACES.

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

       PGM-EX116.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-CARGA = ANO-HOJE * 10000 + MES-HOJE * 100
                                 + DIA-HOJE.
              PERFORM CARREGA-RESERVAS.
              OPEN INPUT PESQRESP.
              IF PESQRESP-STATUS EQUAL "35"
                     CLOSE PESQRESP
                     OPEN OUTPUT PESQRESP
              ELSE
                     CLOSE PESQRESP
                     OPEN EXTEND PESQRESP
              END-IF.
              OPEN   INPUT  RESPPESQ
                     OUTPUT RELRESP.
              PERFORM LEITURA.

      * Tabela cheia deixaria resposta valida recusada - parar e
      * sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX116: TABELA DE RESERVAS EXCEDIDA -"
                      " CARGA NAO EXECUTADA".
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

      * Reserva anterior ao codigo do atendente vem sem atendente.
       GUARDA-RESERVA.
              IF TOTAL-RESV NOT LESS THAN 10000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-RESV.
              MOVE NUMERO-RESV    TO NUMERO-RESV-TAB(TOTAL-RESV).
              MOVE SITUACAO-RESV  TO SITUACAO-RESV-TAB(TOTAL-RESV).
              MOVE DESTINO-RESV   TO DESTINO-RESV-TAB(TOTAL-RESV).
              MOVE OPERADORA-RESV TO OPERADORA-RESV-TAB(TOTAL-RESV).
              MOVE ZEROES         TO ATENDENTE-RESV-TAB(TOTAL-RESV).
              IF ATENDENTE-RESV IS NUMERIC
                     MOVE ATENDENTE-RESV
                       TO ATENDENTE-RESV-TAB(TOTAL-RESV).

       LEITURA.
              READ RESPPESQ
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              PERFORM CRITICA-RESPOSTA.
              IF VAR-SITUACAO EQUAL SPACES
                     PERFORM GRAVA-RESPOSTA
              ELSE
                     ADD 1 TO TOTAL-REJEITADAS.
              PERFORM IMPRESSAO-RESP.
              PERFORM LEITURA.

      * Nota fora de 0 a 10 ou nao numerica recusa a resposta
      * inteira; a pesquisa so foi para reserva quitada.
       CRITICA-RESPOSTA.
              MOVE SPACES TO VAR-SITUACAO.
              PERFORM LOCALIZA-RESERVA.
              IF NUMERO-RESV-RSP IS NOT NUMERIC
                OR IDX-RESV-ACHADA EQUAL ZEROES
                     MOVE "RESERVA INEXISTENTE" TO VAR-SITUACAO
              ELSE IF SITUACAO-RESV-TAB(IDX-RESV-ACHADA) NOT EQUAL "P"
                     MOVE "RESERVA NAO QUITADA" TO VAR-SITUACAO
              ELSE IF NOTA-RSP IS NOT NUMERIC
                OR NOTA-RSP GREATER THAN 10
                     MOVE "NOTA INVALIDA" TO VAR-SITUACAO
              ELSE IF NOTA-HOTEL-RSP IS NOT NUMERIC
                OR NOTA-HOTEL-RSP GREATER THAN 10
                     MOVE "NOTA HOTEL INVALIDA" TO VAR-SITUACAO
              ELSE IF NOTA-TRANSP-RSP IS NOT NUMERIC
                OR NOTA-TRANSP-RSP GREATER THAN 10
                     MOVE "NOTA TRANSP INVALIDA" TO VAR-SITUACAO
              ELSE IF NOTA-ATEND-RSP IS NOT NUMERIC
                OR NOTA-ATEND-RSP GREATER THAN 10
                     MOVE "NOTA ATEND. INVALIDA" TO VAR-SITUACAO.

       LOCALIZA-RESERVA.
              MOVE ZEROES TO IDX-RESV-ACHADA.
              PERFORM VARYING IDX-RESV FROM 1 BY 1
                      UNTIL IDX-RESV GREATER THAN TOTAL-RESV
                         OR IDX-RESV-ACHADA GREATER THAN ZEROES
                      IF NUMERO-RESV-TAB(IDX-RESV) EQUAL
                         NUMERO-RESV-RSP
                             MOVE IDX-RESV TO IDX-RESV-ACHADA
                      END-IF
              END-PERFORM.

       GRAVA-RESPOSTA.
              MOVE NUMERO-RESV-RSP  TO NUMERO-RESV-PQR.
              MOVE DATA-CARGA       TO DATA-RESPOSTA-PQR.
              MOVE NOTA-RSP         TO NOTA-PQR.
              MOVE NOTA-HOTEL-RSP   TO NOTA-HOTEL-PQR.
              MOVE NOTA-TRANSP-RSP  TO NOTA-TRANSP-PQR.
              MOVE NOTA-ATEND-RSP   TO NOTA-ATEND-PQR.
              MOVE DESTINO-RESV-TAB(IDX-RESV-ACHADA)   TO DESTINO-PQR.
              MOVE OPERADORA-RESV-TAB(IDX-RESV-ACHADA) TO OPERADORA-PQR.
              MOVE ATENDENTE-RESV-TAB(IDX-RESV-ACHADA) TO ATENDENTE-PQR.
              MOVE COMENTARIO-RSP   TO COMENTARIO-PQR.
              WRITE REG-PQR.
              ADD 1 TO TOTAL-ACEITAS.
              MOVE "ACEITA" TO VAR-SITUACAO.

       IMPRESSAO-RESP.
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
              MOVE   NUMERO-RESV-RSP  TO VAR-NUMERO.
              MOVE   NOTA-RSP         TO VAR-NOTA.
              MOVE   NOTA-HOTEL-RSP   TO VAR-NOTA-HOTEL.
              MOVE   NOTA-TRANSP-RSP  TO VAR-NOTA-TRANSP.
              MOVE   NOTA-ATEND-RSP   TO VAR-NOTA-ATEND.
              MOVE   SPACES           TO VAR-DESTINO.
              IF IDX-RESV-ACHADA GREATER THAN ZEROES
                     MOVE DESTINO-RESV-TAB(IDX-RESV-ACHADA)
                       TO VAR-DESTINO.
              MOVE   VAR-SITUACAO     TO VAR-SITUACAO-DET.
              WRITE  REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       FIM.
              PERFORM RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE  RESPPESQ
                     PESQRESP
                     RELRESP.

       RODAPE.
              WRITE REG-REL FROM CAB-RODAPE AFTER ADVANCING 3 LINES.
              MOVE "Respostas lidas:        " TO VAR-ROD-DESC.
              MOVE TOTAL-LIDOS                 TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Respostas aceitas:      " TO VAR-ROD-DESC.
              MOVE TOTAL-ACEITAS               TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Respostas rejeitadas:   " TO VAR-ROD-DESC.
              MOVE TOTAL-REJEITADAS            TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E116"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-ACEITAS    TO TOTAL-GRAVADOS-RUNLOG.
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
