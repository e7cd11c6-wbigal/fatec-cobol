       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX85.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      RELACAO DIARIA DE CARTEIRINHAS INVALIDAS PARA A
      *              PORTARIA: PERCORRE O REGISTRO REGCART.DAT (EX84)
      *              EM ORDEM DE NUMERO DE CARTEIRA E LISTA AS
      *              ANULADAS - POR REEMISSAO, SUSPENSAO OU
      *              DESLIGAMENTO (EX20) - E AS AINDA VALIDAS COM A
      *              VALIDADE JA VENCIDA, COM O NOME DO SOCIO DO
      *              MESTRE CADMSOCI.DAT. CARTEIRA QUE NAO ESTA NA
      *              FOLHA E NAO VENCEU E CARTEIRA BOA.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL REGCART ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUMERO-CART
              ALTERNATE RECORD KEY IS NUMERO-SOCIO-CART
                 WITH DUPLICATES
              FILE STATUS IS REGCART-STATUS.

              SELECT OPTIONAL CADMSOCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NUMERO-SOCIO-MSOC
              FILE STATUS IS CADMSOCI-STATUS.

              SELECT RELINVC ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * REGCART: registro de carteirinhas emitidas (EX84).
       FD     REGCART
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "REGCART.DAT".
       COPY CARTMAST.

      * CADMSOCI: mestre de socios, lido pela chave para o nome.
       FD     CADMSOCI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

       FD     RELINVC
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 REGCART-STATUS           PIC X(02) VALUE "00".
       77 CADMSOCI-STATUS          PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-INVALIDAS          PIC 9(05) VALUE ZEROES.
       77 TOTAL-ANUL-REEMISSAO     PIC 9(05) VALUE ZEROES.
       77 TOTAL-ANUL-SUSPENSAO     PIC 9(05) VALUE ZEROES.
       77 TOTAL-ANUL-DESLIG        PIC 9(05) VALUE ZEROES.
       77 TOTAL-VENCIDAS           PIC 9(05) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       01 DATA-EVENTO.
              02 ANO-EVENTO        PIC 9(04).
              02 MES-EVENTO        PIC 9(02).
              02 DIA-EVENTO        PIC 9(02).

       01     CAB-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(40)
                 VALUE "CARTEIRINHAS INVALIDAS - PORTARIA".
              02 FILLER            PIC X(09) VALUE "DATA:".
              02 VAR-DIA-CAB       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-CAB       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-CAB       PIC 9999.
              02 FILLER            PIC X(06) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "PAG.".
              02 VAR-PAG           PIC Z9.
              02 FILLER            PIC X(04) VALUE SPACES.

       01     CAB-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "CARTEIRA".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "SOCIO".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(30) VALUE "NOME".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(14) VALUE "SITUACAO".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(10) VALUE "DESDE".
              02 FILLER            PIC X(02) VALUE SPACES.

       01     CAB-03.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-CARTEIRA      PIC 99999999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-SOCIO         PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME          PIC X(30).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-SITUACAO      PIC X(14).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DIA-EVENTO    PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-EVENTO    PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-EVENTO    PIC 9999.
              02 FILLER            PIC X(02) VALUE SPACES.

       01     ROD-INVC.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-DESC-ROD      PIC X(30).
              02 VAR-QTD-ROD       PIC ZZZZ9.
              02 FILLER            PIC X(40) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX85.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              OPEN   INPUT  REGCART
                            CADMSOCI
                     OUTPUT RELINVC.
              PERFORM LEITURA.

       LEITURA.
              READ REGCART
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              IF SITUACAO-CART EQUAL "A"
                     PERFORM LISTA-ANULADA
              ELSE IF DATA-VALIDADE-CART LESS THAN DATA-HOJE
                     PERFORM LISTA-VENCIDA.
              PERFORM LEITURA.

       LISTA-ANULADA.
              EVALUATE MOTIVO-ANUL-CART
                  WHEN "R"
                     ADD 1 TO TOTAL-ANUL-REEMISSAO
                     MOVE "ANUL.REEMISSAO" TO VAR-SITUACAO
                  WHEN "S"
                     ADD 1 TO TOTAL-ANUL-SUSPENSAO
                     MOVE "ANUL.SUSPENSAO" TO VAR-SITUACAO
                  WHEN OTHER
                     ADD 1 TO TOTAL-ANUL-DESLIG
                     MOVE "ANUL.DESLIGADO" TO VAR-SITUACAO
              END-EVALUATE.
              MOVE DATA-ANUL-CART TO DATA-EVENTO.
              PERFORM IMPRIME-INVALIDA.

       LISTA-VENCIDA.
              ADD 1 TO TOTAL-VENCIDAS.
              MOVE "VENCIDA"          TO VAR-SITUACAO.
              MOVE DATA-VALIDADE-CART TO DATA-EVENTO.
              PERFORM IMPRIME-INVALIDA.

       IMPRIME-INVALIDA.
              ADD 1 TO TOTAL-INVALIDAS.
              IF CT-LIN GREATER THAN 39
                     PERFORM CABECALHO.
              MOVE NUMERO-SOCIO-CART TO NUMERO-SOCIO-MSOC.
              READ CADMSOCI KEY IS NUMERO-SOCIO-MSOC
                     INVALID KEY MOVE "SOCIO NAO CADASTRADO" TO VAR-NOME
                     NOT INVALID KEY MOVE NOME-SOCIO-MSOC TO VAR-NOME
              END-READ.
              MOVE NUMERO-CART       TO VAR-CARTEIRA.
              MOVE NUMERO-SOCIO-CART TO VAR-SOCIO.
              MOVE DIA-EVENTO        TO VAR-DIA-EVENTO.
              MOVE MES-EVENTO        TO VAR-MES-EVENTO.
              MOVE ANO-EVENTO        TO VAR-ANO-EVENTO.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG   TO VAR-PAG.
              MOVE DIA-HOJE TO VAR-DIA-CAB.
              MOVE MES-HOJE TO VAR-MES-CAB.
              MOVE ANO-HOJE TO VAR-ANO-CAB.
              IF CT-PAG EQUAL 1
                     WRITE REG-REL FROM CAB-01
              ELSE
                     WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO CT-LIN.

       FIM.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE REGCART
                    CADMSOCI
                    RELINVC.

       IMPRIME-RODAPE.
              MOVE "Carteiras invalidas.........:" TO VAR-DESC-ROD.
              MOVE TOTAL-INVALIDAS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-INVC AFTER ADVANCING 3 LINES.
              MOVE "  anuladas por reemissao....:" TO VAR-DESC-ROD.
              MOVE TOTAL-ANUL-REEMISSAO TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-INVC AFTER ADVANCING 1 LINE.
              MOVE "  anuladas por suspensao....:" TO VAR-DESC-ROD.
              MOVE TOTAL-ANUL-SUSPENSAO TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-INVC AFTER ADVANCING 1 LINE.
              MOVE "  anuladas por desligamento.:" TO VAR-DESC-ROD.
              MOVE TOTAL-ANUL-DESLIG TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-INVC AFTER ADVANCING 1 LINE.
              MOVE "  vencidas..................:" TO VAR-DESC-ROD.
              MOVE TOTAL-VENCIDAS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-INVC AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX85"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-INVALIDAS  TO TOTAL-GRAVADOS-RUNLOG.
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
