       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX82.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      MANUTENCAO DO CADASTRO DE CATEGORIAS DE SOCIO
      *              (CADCATI.DAT, INDEXADO), NOS MOLDES DO EX20 PARA
      *              O MESTRE DE SOCIOS: APLICA TRANSACOES DE
      *              TRANCAT.DAT - "I" INCLUI, "A" ALTERA, "E" EXCLUI
      *              - E IMPRIME O RESULTADO DE CADA UMA EM RELCAT.
      *              A CATEGORIA GUARDA DESCRICAO, DIREITO A VOTO,
      *              SE E EXCLUSIVA DE DEPENDENTES E AS IDADES
      *              MINIMA/MAXIMA, E A CATEGORIA DE DESTINO (COM
      *              EMANCIPACAO OU NAO) DO DEPENDENTE QUE PASSA DA
      *              IDADE MAXIMA. EXCLUSAO DE CATEGORIA AINDA EM USO
      *              NO CADMSOCI.DAT E RECUSADA.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT TRANCAT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADCAT ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-CAT
              FILE STATUS IS CADCAT-STATUS.

              SELECT OPTIONAL CADMSOC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUMERO-SOCIO-MSOC
              FILE STATUS IS CADMSOC-STATUS.

              SELECT RELCAT ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * TRANCAT: uma transacao por linha. TIPO-TCAT "I" inclui (todos
      * os campos), "A" altera os campos que vierem preenchidos (as
      * idades so quando ao menos uma vier maior que zero, e entao
      * as duas), "E" exclui pelo codigo.
       FD     TRANCAT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANCAT.DAT".
       01     REG-TCAT.
              02 TIPO-TCAT         PIC X(01).
              02 CODIGO-TCAT       PIC X(02).
              02 DESCRICAO-TCAT    PIC X(30).
              02 VOTO-TCAT         PIC X(01).
              02 SO-DEPENDENTE-TCAT PIC X(01).
              02 IDADE-MIN-TCAT    PIC 9(03).
              02 IDADE-MAX-TCAT    PIC 9(03).
              02 DESTINO-TCAT      PIC X(02).
              02 EMANCIPA-TCAT     PIC X(01).

      * CADCAT: cadastro de categorias indexado.
       FD     CADCAT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADCATI.DAT".
       COPY CATMAST.

      * CADMSOC: mestre de socios, lido por inteiro a cada exclusao
      * para saber se a categoria ainda tem socio.
       FD     CADMSOC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

       FD     RELCAT
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 CADCAT-STATUS            PIC X(02) VALUE "00".
       77 CADMSOC-STATUS           PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-MSOC                 PIC X(03) VALUE "NAO".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 VAR-SITUACAO             PIC X(20) VALUE SPACES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-INCLUSOES          PIC 9(05) VALUE ZEROES.
       77 TOTAL-ALTERACOES         PIC 9(05) VALUE ZEROES.
       77 TOTAL-EXCLUSOES          PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS         PIC 9(05) VALUE ZEROES.
       77 SOCIOS-NA-CATEGORIA      PIC 9(05) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

       01     CAB-01.
              02 FILLER            PIC X(70) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "PAG. ".
              02 VAR-PAG           PIC ZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.

       01     CAB-02.
              02 FILLER            PIC X(20) VALUE SPACES.
              02 FILLER            PIC X(40)
                 VALUE "MANUTENCAO DE CATEGORIAS - CADCATI.DAT".
              02 FILLER            PIC X(20) VALUE SPACES.

       01     CAB-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "TIPO".
              02 FILLER            PIC X(08) VALUE SPACES.
              02 FILLER            PIC X(03) VALUE "CAT".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(09) VALUE "DESCRICAO".
              02 FILLER            PIC X(22) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "SITUACAO".
              02 FILLER            PIC X(19) VALUE SPACES.

       01     CAB-04.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-TIPO          PIC X(10).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-CODIGO        PIC X(02).
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-DESCRICAO     PIC X(30).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-SITUACAO-DET  PIC X(20).
              02 FILLER            PIC X(07) VALUE SPACES.

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

       PGM-EX82.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              OPEN   INPUT  TRANCAT
                     I-O    CADCAT
                     OUTPUT RELCAT.
              PERFORM LEITURA.

       LEITURA.
              READ TRANCAT
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              EVALUATE TIPO-TCAT
                     WHEN "I" PERFORM INCLUIR
                     WHEN "A" PERFORM ALTERAR
                     WHEN "E" PERFORM EXCLUIR
                     WHEN OTHER PERFORM TIPO-INVALIDO
              END-EVALUATE.
              PERFORM IMPRESSAO-TRANS.
              PERFORM LEITURA.

      * Codigo de duas posicoes preenchidas, indicadores S/N e idade
      * minima nao acima da maxima (maxima 000 = sem limite).
       INCLUIR.
              MOVE SPACES TO VAR-SITUACAO.
              IF CODIGO-TCAT(1:1) EQUAL SPACE
                OR CODIGO-TCAT(2:1) EQUAL SPACE
                     MOVE "CODIGO INVALIDO" TO VAR-SITUACAO
              ELSE IF DESCRICAO-TCAT EQUAL SPACES
                     MOVE "SEM DESCRICAO" TO VAR-SITUACAO
              ELSE
                     PERFORM VALIDA-CAMPOS.
              IF VAR-SITUACAO NOT EQUAL SPACES
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM GRAVA-CATEGORIA.

       GRAVA-CATEGORIA.
              MOVE CODIGO-TCAT        TO CODIGO-CAT.
              MOVE DESCRICAO-TCAT     TO DESCRICAO-CAT.
              MOVE VOTO-TCAT          TO VOTO-CAT.
              MOVE SO-DEPENDENTE-TCAT TO SO-DEPENDENTE-CAT.
              MOVE IDADE-MIN-TCAT     TO IDADE-MIN-CAT.
              MOVE IDADE-MAX-TCAT     TO IDADE-MAX-CAT.
              MOVE DESTINO-TCAT       TO DESTINO-CAT.
              MOVE EMANCIPA-TCAT      TO EMANCIPA-CAT.
              WRITE REG-CAT
                     INVALID KEY
                            MOVE "CODIGO JA EXISTE" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            MOVE "INCLUIDA"         TO VAR-SITUACAO
                            ADD 1 TO TOTAL-INCLUSOES
              END-WRITE.

      * Emancipacao em branco vale "N"; destino igual a propria
      * categoria faria o dependente migrar para onde ja esta.
       VALIDA-CAMPOS.
              IF EMANCIPA-TCAT EQUAL SPACE
                     MOVE "N" TO EMANCIPA-TCAT.
              IF VOTO-TCAT NOT EQUAL "S" AND NOT EQUAL "N"
                     MOVE "VOTO DEVE SER S/N" TO VAR-SITUACAO
              ELSE IF SO-DEPENDENTE-TCAT NOT EQUAL "S"
                        AND NOT EQUAL "N"
                     MOVE "DEPENDENTE DEVE SER S/N" TO VAR-SITUACAO
              ELSE IF IDADE-MIN-TCAT NOT NUMERIC
                     OR IDADE-MAX-TCAT NOT NUMERIC
                     MOVE "IDADE NAO NUMERICA" TO VAR-SITUACAO
              ELSE IF IDADE-MAX-TCAT GREATER THAN ZEROES
                     AND IDADE-MIN-TCAT GREATER THAN IDADE-MAX-TCAT
                     MOVE "IDADE MIN > MAX" TO VAR-SITUACAO
              ELSE IF EMANCIPA-TCAT NOT EQUAL "S" AND NOT EQUAL "N"
                     MOVE "EMANCIPA DEVE SER S/N" TO VAR-SITUACAO
              ELSE IF DESTINO-TCAT EQUAL CODIGO-TCAT
                     MOVE "DESTINO = A PROPRIA" TO VAR-SITUACAO.

       ALTERAR.
              MOVE   CODIGO-TCAT     TO CODIGO-CAT.
              READ   CADCAT KEY IS CODIGO-CAT
                     INVALID KEY
                            MOVE "CODIGO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            PERFORM REESCREVER-CATEGORIA
              END-READ.

      * Campos em branco mantem o valor do cadastro; o resultado e
      * validado inteiro antes de regravar.
       REESCREVER-CATEGORIA.
              MOVE SPACES TO VAR-SITUACAO.
              IF DESCRICAO-TCAT NOT EQUAL SPACES
                     MOVE DESCRICAO-TCAT TO DESCRICAO-CAT.
              IF VOTO-TCAT NOT EQUAL SPACES
                     MOVE VOTO-TCAT TO VOTO-CAT.
              IF SO-DEPENDENTE-TCAT NOT EQUAL SPACES
                     MOVE SO-DEPENDENTE-TCAT TO SO-DEPENDENTE-CAT.
              IF IDADE-MIN-TCAT GREATER THAN ZEROES
                OR IDADE-MAX-TCAT GREATER THAN ZEROES
                     MOVE IDADE-MIN-TCAT TO IDADE-MIN-CAT
                     MOVE IDADE-MAX-TCAT TO IDADE-MAX-CAT.
              IF DESTINO-TCAT NOT EQUAL SPACES
                     MOVE DESTINO-TCAT TO DESTINO-CAT.
              IF EMANCIPA-TCAT NOT EQUAL SPACES
                     MOVE EMANCIPA-TCAT TO EMANCIPA-CAT.
              MOVE VOTO-CAT          TO VOTO-TCAT.
              MOVE SO-DEPENDENTE-CAT TO SO-DEPENDENTE-TCAT.
              MOVE IDADE-MIN-CAT     TO IDADE-MIN-TCAT.
              MOVE IDADE-MAX-CAT     TO IDADE-MAX-TCAT.
              MOVE DESCRICAO-CAT     TO DESCRICAO-TCAT.
              MOVE DESTINO-CAT       TO DESTINO-TCAT.
              MOVE EMANCIPA-CAT      TO EMANCIPA-TCAT.
              PERFORM VALIDA-CAMPOS.
              MOVE EMANCIPA-TCAT     TO EMANCIPA-CAT.
              IF VAR-SITUACAO NOT EQUAL SPACES
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     REWRITE REG-CAT
                            INVALID KEY
                                   MOVE "ERRO NA REGRAVACAO"
                                     TO VAR-SITUACAO
                                   ADD 1 TO TOTAL-REJEITADAS
                            NOT INVALID KEY
                                   MOVE "ALTERADA" TO VAR-SITUACAO
                                   ADD 1 TO TOTAL-ALTERACOES
                     END-REWRITE
              END-IF.

       EXCLUIR.
              MOVE   CODIGO-TCAT     TO CODIGO-CAT.
              READ   CADCAT KEY IS CODIGO-CAT
                     INVALID KEY
                            MOVE "CODIGO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            PERFORM APAGA-CATEGORIA
              END-READ.

      * Socio de qualquer status na categoria impede a exclusao: o
      * registro do desligado continua no mestre e continua
      * apontando para ela.
       APAGA-CATEGORIA.
              MOVE DESCRICAO-CAT TO DESCRICAO-TCAT.
              PERFORM CONTA-SOCIOS-CATEGORIA.
              IF SOCIOS-NA-CATEGORIA GREATER THAN ZEROES
                     MOVE "CATEGORIA EM USO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     DELETE CADCAT RECORD
                            INVALID KEY
                                   MOVE "ERRO NA EXCLUSAO"
                                     TO VAR-SITUACAO
                                   ADD 1 TO TOTAL-REJEITADAS
                            NOT INVALID KEY
                                   MOVE "EXCLUIDA" TO VAR-SITUACAO
                                   ADD 1 TO TOTAL-EXCLUSOES
                     END-DELETE
              END-IF.

       CONTA-SOCIOS-CATEGORIA.
              MOVE ZEROES TO SOCIOS-NA-CATEGORIA.
              MOVE "NAO"  TO FIM-MSOC.
              OPEN INPUT CADMSOC.
              PERFORM UNTIL FIM-MSOC EQUAL "SIM"
                      READ CADMSOC
                             AT END MOVE "SIM" TO FIM-MSOC
                             NOT AT END
                                  IF CATEGORIA-MSOC EQUAL CODIGO-TCAT
                                       ADD 1 TO SOCIOS-NA-CATEGORIA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADMSOC.

       TIPO-INVALIDO.
              MOVE "TIPO-TCAT INVALIDO" TO VAR-SITUACAO.
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
              EVALUATE TIPO-TCAT
                     WHEN "I" MOVE "INCLUSAO"  TO VAR-TIPO
                     WHEN "A" MOVE "ALTERACAO" TO VAR-TIPO
                     WHEN "E" MOVE "EXCLUSAO"  TO VAR-TIPO
                     WHEN OTHER MOVE TIPO-TCAT TO VAR-TIPO
              END-EVALUATE.
              MOVE   CODIGO-TCAT    TO VAR-CODIGO.
              MOVE   DESCRICAO-TCAT TO VAR-DESCRICAO.
              MOVE   VAR-SITUACAO   TO VAR-SITUACAO-DET.
              WRITE  REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       FIM.
              PERFORM RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE  TRANCAT
                     CADCAT
                     RELCAT.

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
              MOVE   "ME02EX82"       TO PROGRAMA-RUNLOG.
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
