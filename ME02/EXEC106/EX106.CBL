       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX106.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      MANUTENCAO DO REGISTRO DE DOCUMENTOS DE VIAGEM
      *              (CADDOCV.DAT, INDEXADO POR CPF + TIPO + PAIS),
      *              NOS MOLDES DO EX102: PASSAPORTE OU VISTO, PAIS,
      *              NUMERO E VALIDADE. APLICA TRANSACOES DE
      *              TRANDOC.DAT - "I" INCLUI, "A" ALTERA (RENOVACAO:
      *              NOVO NUMERO E VALIDADE), "E" EXCLUI - E IMPRIME
      *              O RESULTADO DE CADA UMA EM RELDOC. O EX107
      *              CONFERE ESTE REGISTRO CONTRA AS EXIGENCIAS DO
      *              DESTINO ANTES DA PARTIDA.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT TRANDOC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADDOCV ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHAVE-DOC
              FILE STATUS IS CADDOCV-STATUS.

              SELECT RELDOC ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * TRANDOC: uma transacao por linha. TIPO-TRAND "I" inclui
      * (CPF valido, tipo P/V, pais, numero e validade
      * obrigatorios), "A" altera numero e/ou validade (branco/zero
      * mantem o atual) e "E" exclui pela chave.
       FD     TRANDOC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANDOC.DAT".
       01     REG-TRAND.
              02 TIPO-TRAND        PIC X(01).
              02 CPF-TRAND         PIC 9(11).
              02 TIPO-DOC-TRAND    PIC X(01).
              02 PAIS-TRAND        PIC X(03).
              02 NUMERO-TRAND      PIC X(15).
              02 VALIDADE-TRAND    PIC 9(08).

      * CADDOCV: documentos de viagem, indexado pela chave.
       FD     CADDOCV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADDOCV.DAT".
       COPY DOCVIAG.

       FD     RELDOC
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 CADDOCV-STATUS           PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 VAR-SITUACAO             PIC X(20) VALUE SPACES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-INCLUSOES          PIC 9(05) VALUE ZEROES.
       77 TOTAL-ALTERACOES         PIC 9(05) VALUE ZEROES.
       77 TOTAL-EXCLUSOES          PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS         PIC 9(05) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Conferencia do CPF pela subrotina compartilhada VALCPF.
       77 CPF-VALIDO-SUBR          PIC X(01) VALUE SPACES.
       77 DIGITO1-OK-SUBR          PIC X(01) VALUE SPACES.
       77 DIGITO2-OK-SUBR          PIC X(01) VALUE SPACES.
       77 DIGITO1-ESPERADO-SUBR    PIC 9(01) VALUE ZEROES.
       77 DIGITO2-ESPERADO-SUBR    PIC 9(01) VALUE ZEROES.

       01     CAB-01.
              02 FILLER            PIC X(70) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "PAG. ".
              02 VAR-PAG           PIC ZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.

       01     CAB-02.
              02 FILLER            PIC X(16) VALUE SPACES.
              02 FILLER            PIC X(48)
                 VALUE "MANUTENCAO DE DOCUMENTOS DE VIAGEM - CADDOCV".
              02 FILLER            PIC X(16) VALUE SPACES.

       01     CAB-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(11) VALUE "TIPO".
              02 FILLER            PIC X(12) VALUE "CPF".
              02 FILLER            PIC X(04) VALUE "DOC".
              02 FILLER            PIC X(05) VALUE "PAIS".
              02 FILLER            PIC X(16) VALUE "NUMERO".
              02 FILLER            PIC X(11) VALUE "VALIDADE".
              02 FILLER            PIC X(19) VALUE "SITUACAO".

       01     CAB-04.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TIPO          PIC X(10).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-CPF           PIC 9(11).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TIPO-DOC      PIC X(01).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-PAIS          PIC X(03).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NUMERO        PIC X(15).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-VALIDADE      PIC 9999/99/99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-SITUACAO-DET  PIC X(19).

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

       PGM-EX106.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              OPEN   INPUT  TRANDOC
                     I-O    CADDOCV
                     OUTPUT RELDOC.
              PERFORM LEITURA.

       LEITURA.
              READ TRANDOC
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              EVALUATE TIPO-TRAND
                     WHEN "I" PERFORM INCLUIR
                     WHEN "A" PERFORM ALTERAR
                     WHEN "E" PERFORM EXCLUIR
                     WHEN OTHER PERFORM TIPO-INVALIDO
              END-EVALUATE.
              PERFORM IMPRESSAO-TRANS.
              PERFORM LEITURA.

       INCLUIR.
              MOVE "N" TO CPF-VALIDO-SUBR.
              IF CPF-TRAND IS NUMERIC
                     CALL "VALCPF" USING CPF-TRAND CPF-VALIDO-SUBR
                          DIGITO1-OK-SUBR DIGITO2-OK-SUBR
                          DIGITO1-ESPERADO-SUBR DIGITO2-ESPERADO-SUBR.
              IF CPF-VALIDO-SUBR NOT EQUAL "S"
                     MOVE "CPF INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF TIPO-DOC-TRAND NOT EQUAL "P"
                AND TIPO-DOC-TRAND NOT EQUAL "V"
                     MOVE "TIPO DOC. DEVE SER P/V" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF PAIS-TRAND EQUAL SPACES
                     MOVE "PAIS E OBRIGATORIO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF NUMERO-TRAND EQUAL SPACES
                     MOVE "NUMERO E OBRIGATORIO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF VALIDADE-TRAND IS NOT NUMERIC
                OR VALIDADE-TRAND EQUAL ZEROES
                     MOVE "VALIDADE OBRIGATORIA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM GRAVA-DOCUMENTO.

       GRAVA-DOCUMENTO.
              MOVE   CPF-TRAND         TO CPF-DOC.
              MOVE   TIPO-DOC-TRAND    TO TIPO-DOC.
              MOVE   PAIS-TRAND        TO PAIS-DOC.
              MOVE   NUMERO-TRAND      TO NUMERO-DOC.
              MOVE   VALIDADE-TRAND    TO VALIDADE-DOC.
              WRITE  REG-DOC
                     INVALID KEY
                            MOVE "DOCUMENTO JA EXISTE" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            MOVE "INCLUIDO"         TO VAR-SITUACAO
                            ADD 1 TO TOTAL-INCLUSOES
              END-WRITE.

       ALTERAR.
              PERFORM MONTA-CHAVE.
              READ   CADDOCV KEY IS CHAVE-DOC
                     INVALID KEY
                            MOVE "DOCUMENTO NAO ACHADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            PERFORM REGRAVA-ALTERACAO
              END-READ.

       REGRAVA-ALTERACAO.
              IF NUMERO-TRAND NOT EQUAL SPACES
                     MOVE NUMERO-TRAND TO NUMERO-DOC.
              IF VALIDADE-TRAND IS NUMERIC
                AND VALIDADE-TRAND GREATER THAN ZEROES
                     MOVE VALIDADE-TRAND TO VALIDADE-DOC.
              REWRITE REG-DOC
                     INVALID KEY
                            MOVE "ERRO NA REGRAVACAO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            MOVE "ALTERADO"         TO VAR-SITUACAO
                            ADD 1 TO TOTAL-ALTERACOES
              END-REWRITE.

       EXCLUIR.
              PERFORM MONTA-CHAVE.
              DELETE CADDOCV
                     INVALID KEY
                            MOVE "DOCUMENTO NAO ACHADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            MOVE "EXCLUIDO"         TO VAR-SITUACAO
                            ADD 1 TO TOTAL-EXCLUSOES
              END-DELETE.

       MONTA-CHAVE.
              MOVE   CPF-TRAND       TO CPF-DOC.
              MOVE   TIPO-DOC-TRAND  TO TIPO-DOC.
              MOVE   PAIS-TRAND      TO PAIS-DOC.

       TIPO-INVALIDO.
              MOVE "TIPO-TRAND INVALIDO" TO VAR-SITUACAO.
              ADD 1 TO TOTAL-REJEITADAS.

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
              EVALUATE TIPO-TRAND
                     WHEN "I" MOVE "INCLUSAO"  TO VAR-TIPO
                     WHEN "A" MOVE "ALTERACAO" TO VAR-TIPO
                     WHEN "E" MOVE "EXCLUSAO"  TO VAR-TIPO
                     WHEN OTHER MOVE TIPO-TRAND TO VAR-TIPO
              END-EVALUATE.
              MOVE   ZEROES           TO VAR-CPF VAR-VALIDADE.
              IF CPF-TRAND IS NUMERIC
                     MOVE CPF-TRAND TO VAR-CPF.
              MOVE   TIPO-DOC-TRAND   TO VAR-TIPO-DOC.
              MOVE   PAIS-TRAND       TO VAR-PAIS.
              MOVE   NUMERO-TRAND     TO VAR-NUMERO.
              IF VALIDADE-TRAND IS NUMERIC
                     MOVE VALIDADE-TRAND TO VAR-VALIDADE.
              MOVE   VAR-SITUACAO     TO VAR-SITUACAO-DET.
              WRITE  REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       FIM.
              PERFORM RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE  TRANDOC
                     CADDOCV
                     RELDOC.

       RODAPE.
              WRITE REG-REL FROM CAB-RODAPE AFTER ADVANCING 3 LINES.
              MOVE "Inclusoes realizadas:   " TO VAR-ROD-DESC.
              MOVE TOTAL-INCLUSOES             TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Alteracoes realizadas:  " TO VAR-ROD-DESC.
              MOVE TOTAL-ALTERACOES            TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Exclusoes realizadas:   " TO VAR-ROD-DESC.
              MOVE TOTAL-EXCLUSOES             TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Transacoes rejeitadas:  " TO VAR-ROD-DESC.
              MOVE TOTAL-REJEITADAS            TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E106"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              COMPUTE TOTAL-GRAVADOS-RUNLOG =
                     TOTAL-INCLUSOES + TOTAL-ALTERACOES
                     + TOTAL-EXCLUSOES.
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
