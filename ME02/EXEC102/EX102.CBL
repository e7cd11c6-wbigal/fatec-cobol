       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX102.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      MANUTENCAO DO CADASTRO DE OPERADORAS DE TURISMO
      *              (CADOPERI.DAT, INDEXADO POR CODIGO), NOS MOLDES
      *              DO EX94: NOME, CNPJ (DIGITOS CONFERIDOS PELA
      *              SUBROTINA VALCNPJ), PERCENTUAL DE COMISSAO DA
      *              TURISMAR E PRAZO DE PAGAMENTO EM DIAS APOS A
      *              PARTIDA. APLICA TRANSACOES DE TRANOPE.DAT - "I"
      *              INCLUI, "A" ALTERA, "D" DESATIVA, "R" REATIVA -
      *              E IMPRIME O RESULTADO DE CADA UMA EM RELOPE. A
      *              RESERVA DO EX58 SO ACEITA OPERADORA ATIVA DESTE
      *              CADASTRO.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT TRANOPE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADOPER ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-OPE
              FILE STATUS IS CADOPER-STATUS.

              SELECT RELOPE ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * TRANOPE: uma transacao por linha. TIPO-TRANO "I" inclui
      * (nome, CNPJ valido e comissao obrigatorios; prazo zerado
      * assume 30 dias), "A" altera (campo em branco/zero mantem o
      * atual), "D" desativa e "R" reativa pelo codigo.
       FD     TRANOPE
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANOPE.DAT".
       01     REG-TRANO.
              02 TIPO-TRANO        PIC X(01).
              02 CODIGO-TRANO      PIC X(04).
              02 NOME-TRANO        PIC X(30).
              02 CNPJ-TRANO        PIC 9(14).
              02 COMISSAO-TRANO    PIC 9(02)V9(02).
              02 PRAZO-TRANO       PIC 9(03).

      * CADOPER: cadastro de operadoras, indexado pelo codigo.
       FD     CADOPER
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOPERI.DAT".
       COPY OPERMAST.

       FD     RELOPE
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 CADOPER-STATUS           PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
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

      * Conferencia do CNPJ pela subrotina compartilhada VALCNPJ.
       77 CNPJ-VALIDO-SUBR         PIC X(01) VALUE "N".

       01     CAB-01.
              02 FILLER            PIC X(70) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "PAG. ".
              02 VAR-PAG           PIC ZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.

       01     CAB-02.
              02 FILLER            PIC X(19) VALUE SPACES.
              02 FILLER            PIC X(42)
                 VALUE "MANUTENCAO DE OPERADORAS - CADOPERI.DAT".
              02 FILLER            PIC X(19) VALUE SPACES.

       01     CAB-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "TIPO".
              02 FILLER            PIC X(09) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "COD.".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "NOME".
              02 FILLER            PIC X(21) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "COM.%".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "SITUACAO".
              02 FILLER            PIC X(16) VALUE SPACES.

       01     CAB-04.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-TIPO          PIC X(10).
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-CODIGO        PIC X(04).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME          PIC X(24).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-COMISSAO      PIC Z9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-SITUACAO-DET  PIC X(20).
              02 FILLER            PIC X(04) VALUE SPACES.

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

       PGM-EX102.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              OPEN   INPUT  TRANOPE
                     I-O    CADOPER
                     OUTPUT RELOPE.
              PERFORM LEITURA.

       LEITURA.
              READ TRANOPE
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              EVALUATE TIPO-TRANO
                     WHEN "I" PERFORM INCLUIR
                     WHEN "A" PERFORM ALTERAR
                     WHEN "D" PERFORM MUDA-STATUS
                     WHEN "R" PERFORM MUDA-STATUS
                     WHEN OTHER PERFORM TIPO-INVALIDO
              END-EVALUATE.
              PERFORM IMPRESSAO-TRANS.
              PERFORM LEITURA.

      * Operadora sem comissao nao gera nada a receber no EX103 -
      * recusada na inclusao, como CNPJ com digito errado.
       INCLUIR.
              MOVE "N" TO CNPJ-VALIDO-SUBR.
              IF CNPJ-TRANO IS NUMERIC
                     CALL "VALCNPJ" USING CNPJ-TRANO CNPJ-VALIDO-SUBR.
              IF NOME-TRANO EQUAL SPACES
                     MOVE "NOME E OBRIGATORIO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF CNPJ-VALIDO-SUBR NOT EQUAL "S"
                     MOVE "CNPJ INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF COMISSAO-TRANO IS NOT NUMERIC
                OR COMISSAO-TRANO EQUAL ZEROES
                     MOVE "COMISSAO E OBRIGATORIA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM GRAVA-OPERADORA.

       GRAVA-OPERADORA.
              MOVE   CODIGO-TRANO      TO CODIGO-OPE.
              MOVE   NOME-TRANO        TO NOME-OPE.
              MOVE   CNPJ-TRANO        TO CNPJ-OPE.
              MOVE   COMISSAO-TRANO    TO COMISSAO-OPE.
              IF PRAZO-TRANO IS NOT NUMERIC
                OR PRAZO-TRANO EQUAL ZEROES
                     MOVE 30           TO PRAZO-OPE
              ELSE
                     MOVE PRAZO-TRANO  TO PRAZO-OPE.
              MOVE   "S"               TO ATIVO-OPE.
              WRITE  REG-OPE
                     INVALID KEY
                            MOVE "CODIGO JA EXISTE" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            MOVE "INCLUIDO"         TO VAR-SITUACAO
                            ADD 1 TO TOTAL-INCLUSOES
              END-WRITE.

       ALTERAR.
              MOVE   CODIGO-TRANO    TO CODIGO-OPE.
              READ   CADOPER KEY IS CODIGO-OPE
                     INVALID KEY
                            MOVE "CODIGO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            PERFORM REESCREVER-OPERADORA
              END-READ.

       REESCREVER-OPERADORA.
              MOVE "S" TO CNPJ-VALIDO-SUBR.
              IF CNPJ-TRANO IS NUMERIC
                AND CNPJ-TRANO GREATER THAN ZEROES
                     CALL "VALCNPJ" USING CNPJ-TRANO CNPJ-VALIDO-SUBR.
              IF CNPJ-VALIDO-SUBR NOT EQUAL "S"
                     MOVE "CNPJ INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM REGRAVA-ALTERACAO.

       REGRAVA-ALTERACAO.
              IF NOME-TRANO NOT EQUAL SPACES
                     MOVE NOME-TRANO TO NOME-OPE.
              IF CNPJ-TRANO IS NUMERIC
                AND CNPJ-TRANO GREATER THAN ZEROES
                     MOVE CNPJ-TRANO TO CNPJ-OPE.
              IF COMISSAO-TRANO IS NUMERIC
                AND COMISSAO-TRANO GREATER THAN ZEROES
                     MOVE COMISSAO-TRANO TO COMISSAO-OPE.
              IF PRAZO-TRANO IS NUMERIC
                AND PRAZO-TRANO GREATER THAN ZEROES
                     MOVE PRAZO-TRANO TO PRAZO-OPE.
              REWRITE REG-OPE
                     INVALID KEY
                            MOVE "ERRO NA REGRAVACAO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            MOVE "ALTERADO"         TO VAR-SITUACAO
                            ADD 1 TO TOTAL-ALTERACOES
              END-REWRITE.

       MUDA-STATUS.
              MOVE   CODIGO-TRANO    TO CODIGO-OPE.
              READ   CADOPER KEY IS CODIGO-OPE
                     INVALID KEY
                            MOVE "CODIGO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            PERFORM APLICA-STATUS
              END-READ.

       APLICA-STATUS.
              EVALUATE TIPO-TRANO
                  WHEN "D"
                     MOVE "N" TO ATIVO-OPE
                     MOVE "DESATIVADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-DESATIVACOES
                  WHEN "R"
                     MOVE "S" TO ATIVO-OPE
                     MOVE "REATIVADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REATIVACOES
              END-EVALUATE.
              REWRITE REG-OPE
                     INVALID KEY
                            MOVE "ERRO NA REGRAVACAO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
              END-REWRITE.

       TIPO-INVALIDO.
              MOVE "TIPO-TRANO INVALIDO" TO VAR-SITUACAO.
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
              EVALUATE TIPO-TRANO
                     WHEN "I" MOVE "INCLUSAO"  TO VAR-TIPO
                     WHEN "A" MOVE "ALTERACAO" TO VAR-TIPO
                     WHEN "D" MOVE "DESATIVAC." TO VAR-TIPO
                     WHEN "R" MOVE "REATIVACAO" TO VAR-TIPO
                     WHEN OTHER MOVE TIPO-TRANO TO VAR-TIPO
              END-EVALUATE.
              MOVE   CODIGO-TRANO     TO VAR-CODIGO.
              MOVE   NOME-TRANO       TO VAR-NOME.
              MOVE   ZEROES           TO VAR-COMISSAO.
              IF COMISSAO-TRANO IS NUMERIC
                     MOVE COMISSAO-TRANO TO VAR-COMISSAO.
              MOVE   VAR-SITUACAO     TO VAR-SITUACAO-DET.
              WRITE  REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       FIM.
              PERFORM RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE  TRANOPE
                     CADOPER
                     RELOPE.

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
              MOVE   "ME02E102"       TO PROGRAMA-RUNLOG.
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
