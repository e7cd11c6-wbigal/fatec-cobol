       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX94.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      MANUTENCAO DO CADASTRO DE ESPACOS DO CLUBE
      *              (CADESPI.DAT, INDEXADO POR CODIGO), NOS MOLDES
      *              DO EX56: SALAO, QUADRA, CHURRASQUEIRA ETC., COM
      *              CAPACIDADE E TAXA POR HORA CONFORME A CATEGORIA
      *              DO SOCIO (ATE CINCO CATEGORIAS COM TAXA PROPRIA,
      *              AS DEMAIS PAGAM A TAXA PADRAO). APLICA TRANSACOES
      *              DE TRANESP.DAT - "I" INCLUI, "A" ALTERA, "D"
      *              DESATIVA, "R" REATIVA - E IMPRIME O RESULTADO DE
      *              CADA UMA EM RELESP. A RESERVA DO EX95 SO ACEITA
      *              ESPACO ATIVO DESTE CADASTRO.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT TRANESP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADESP ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-ESP
              FILE STATUS IS CADESP-STATUS.

              SELECT RELESP ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * TRANESP: uma transacao por linha. TIPO-TRANE "I" inclui (nome
      * obrigatorio), "A" altera (campo em branco/zero mantem o
      * atual; a tabela de taxas por categoria e trocada inteira
      * quando a primeira categoria vem preenchida), "D" desativa e
      * "R" reativa pelo codigo.
       FD     TRANESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANESP.DAT".
       01     REG-TRANE.
              02 TIPO-TRANE        PIC X(01).
              02 CODIGO-TRANE      PIC X(03).
              02 NOME-TRANE        PIC X(30).
              02 CAPACIDADE-TRANE  PIC 9(04).
              02 TAXA-PADRAO-TRANE PIC 9(05)V9(02).
              02 TAXA-CAT-TRANE    OCCURS 5 TIMES.
                 03 CATEGORIA-TRANE   PIC X(02).
                 03 VALOR-TAXA-TRANE  PIC 9(05)V9(02).

      * CADESP: cadastro de espacos, indexado pelo codigo.
       FD     CADESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADESPI.DAT".
       COPY ESPMAST.

       FD     RELESP
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 CADESP-STATUS            PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 IDX-TAXA                 PIC 9(01) VALUE ZEROES.
       77 VAR-SITUACAO             PIC X(20) VALUE SPACES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-INCLUSOES          PIC 9(05) VALUE ZEROES.
       77 TOTAL-ALTERACOES         PIC 9(05) VALUE ZEROES.
       77 TOTAL-DESATIVACOES       PIC 9(05) VALUE ZEROES.
       77 TOTAL-REATIVACOES        PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS         PIC 9(05) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

       01     CAB-01.
              02 FILLER            PIC X(70) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "PAG. ".
              02 VAR-PAG           PIC ZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.

       01     CAB-02.
              02 FILLER            PIC X(19) VALUE SPACES.
              02 FILLER            PIC X(42)
                 VALUE "MANUTENCAO DE ESPACOS - CADESPI.DAT".
              02 FILLER            PIC X(19) VALUE SPACES.

       01     CAB-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "TIPO".
              02 FILLER            PIC X(09) VALUE SPACES.
              02 FILLER            PIC X(03) VALUE "COD".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "NOME".
              02 FILLER            PIC X(22) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "CAP.".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "SITUACAO".
              02 FILLER            PIC X(17) VALUE SPACES.

       01     CAB-04.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-TIPO          PIC X(10).
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-CODIGO        PIC X(03).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME          PIC X(25).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-CAPACIDADE    PIC ZZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-SITUACAO-DET  PIC X(20).
              02 FILLER            PIC X(05) VALUE SPACES.

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

       PGM-EX94.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              OPEN   INPUT  TRANESP
                     I-O    CADESP
                     OUTPUT RELESP.
              PERFORM LEITURA.

       LEITURA.
              READ TRANESP
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              EVALUATE TIPO-TRANE
                     WHEN "I" PERFORM INCLUIR
                     WHEN "A" PERFORM ALTERAR
                     WHEN "D" PERFORM MUDA-STATUS
                     WHEN "R" PERFORM MUDA-STATUS
                     WHEN OTHER PERFORM TIPO-INVALIDO
              END-EVALUATE.
              PERFORM IMPRESSAO-TRANS.
              PERFORM LEITURA.

      * Espaco sem taxa nenhuma (padrao zerada e nenhuma categoria)
      * sairia de graca na reserva - recusado na inclusao.
       INCLUIR.
              IF NOME-TRANE EQUAL SPACES
                     MOVE "NOME E OBRIGATORIO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF TAXA-PADRAO-TRANE EQUAL ZEROES
                AND CATEGORIA-TRANE(1) EQUAL SPACES
                     MOVE "TAXA E OBRIGATORIA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM GRAVA-ESPACO.

       GRAVA-ESPACO.
              MOVE   CODIGO-TRANE      TO CODIGO-ESP.
              MOVE   NOME-TRANE        TO NOME-ESP.
              MOVE   CAPACIDADE-TRANE  TO CAPACIDADE-ESP.
              MOVE   TAXA-PADRAO-TRANE TO TAXA-PADRAO-ESP.
              PERFORM COPIA-TAXAS-CATEGORIA.
              MOVE   "S"               TO ATIVO-ESP.
              WRITE  REG-ESP
                     INVALID KEY
                            MOVE "CODIGO JA EXISTE" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            MOVE "INCLUIDO"         TO VAR-SITUACAO
                            ADD 1 TO TOTAL-INCLUSOES
              END-WRITE.

       COPIA-TAXAS-CATEGORIA.
              PERFORM VARYING IDX-TAXA FROM 1 BY 1
                      UNTIL IDX-TAXA GREATER THAN 5
                      MOVE CATEGORIA-TRANE(IDX-TAXA)
                        TO CATEGORIA-TAXA-ESP(IDX-TAXA)
                      MOVE VALOR-TAXA-TRANE(IDX-TAXA)
                        TO VALOR-TAXA-ESP(IDX-TAXA)
              END-PERFORM.

       ALTERAR.
              MOVE   CODIGO-TRANE    TO CODIGO-ESP.
              READ   CADESP KEY IS CODIGO-ESP
                     INVALID KEY
                            MOVE "CODIGO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            PERFORM REESCREVER-ESPACO
              END-READ.

       REESCREVER-ESPACO.
              IF NOME-TRANE NOT EQUAL SPACES
                     MOVE NOME-TRANE TO NOME-ESP.
              IF CAPACIDADE-TRANE GREATER THAN ZEROES
                     MOVE CAPACIDADE-TRANE TO CAPACIDADE-ESP.
              IF TAXA-PADRAO-TRANE GREATER THAN ZEROES
                     MOVE TAXA-PADRAO-TRANE TO TAXA-PADRAO-ESP.
              IF CATEGORIA-TRANE(1) NOT EQUAL SPACES
                     PERFORM COPIA-TAXAS-CATEGORIA.
              REWRITE REG-ESP
                     INVALID KEY
                            MOVE "ERRO NA REGRAVACAO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            MOVE "ALTERADO"         TO VAR-SITUACAO
                            ADD 1 TO TOTAL-ALTERACOES
              END-REWRITE.

       MUDA-STATUS.
              MOVE   CODIGO-TRANE    TO CODIGO-ESP.
              READ   CADESP KEY IS CODIGO-ESP
                     INVALID KEY
                            MOVE "CODIGO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            PERFORM APLICA-STATUS
              END-READ.

       APLICA-STATUS.
              EVALUATE TIPO-TRANE
                  WHEN "D"
                     MOVE "N" TO ATIVO-ESP
                     MOVE "DESATIVADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-DESATIVACOES
                  WHEN "R"
                     MOVE "S" TO ATIVO-ESP
                     MOVE "REATIVADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REATIVACOES
              END-EVALUATE.
              REWRITE REG-ESP
                     INVALID KEY
                            MOVE "ERRO NA REGRAVACAO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
              END-REWRITE.

       TIPO-INVALIDO.
              MOVE "TIPO-TRANE INVALIDO" TO VAR-SITUACAO.
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
              EVALUATE TIPO-TRANE
                     WHEN "I" MOVE "INCLUSAO"  TO VAR-TIPO
                     WHEN "A" MOVE "ALTERACAO" TO VAR-TIPO
                     WHEN "D" MOVE "DESATIVAC." TO VAR-TIPO
                     WHEN "R" MOVE "REATIVACAO" TO VAR-TIPO
                     WHEN OTHER MOVE TIPO-TRANE TO VAR-TIPO
              END-EVALUATE.
              MOVE   CODIGO-TRANE     TO VAR-CODIGO.
              MOVE   NOME-TRANE       TO VAR-NOME.
              MOVE   CAPACIDADE-TRANE TO VAR-CAPACIDADE.
              MOVE   VAR-SITUACAO     TO VAR-SITUACAO-DET.
              WRITE  REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       FIM.
              PERFORM RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE  TRANESP
                     CADESP
                     RELESP.

       RODAPE.
              WRITE REG-REL FROM CAB-RODAPE AFTER ADVANCING 3 LINES.
              MOVE "Inclusoes realizadas:   " TO VAR-ROD-DESC.
              MOVE TOTAL-INCLUSOES             TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Alteracoes realizadas:  " TO VAR-ROD-DESC.
              MOVE TOTAL-ALTERACOES            TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Desativacoes:           " TO VAR-ROD-DESC.
              MOVE TOTAL-DESATIVACOES          TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Reativacoes:            " TO VAR-ROD-DESC.
              MOVE TOTAL-REATIVACOES           TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Transacoes rejeitadas:  " TO VAR-ROD-DESC.
              MOVE TOTAL-REJEITADAS            TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX94"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              COMPUTE TOTAL-GRAVADOS-RUNLOG =
                     TOTAL-INCLUSOES + TOTAL-ALTERACOES
                     + TOTAL-DESATIVACOES + TOTAL-REATIVACOES.
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
