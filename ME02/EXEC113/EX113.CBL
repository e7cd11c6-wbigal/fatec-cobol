       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX113.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      MANUTENCAO DO CATALOGO DE PACOTES DE VIAGEM
      *              (CADPACI.DAT, INDEXADO POR CODIGO), NOS MOLDES
      *              DO EX102: DESTINO PADRONIZADO, OPERADORA DO
      *              CADOPERI.DAT, PRECO POR LUGAR, DURACAO EM DIAS E
      *              ATE OITO SAIDAS COM OS ASSENTOS CEDIDOS PELA
      *              OPERADORA. APLICA TRANSACOES DE TRANPAC.DAT -
      *              "I" INCLUI, "A" ALTERA, "S" INCLUI OU ALTERA UMA
      *              SAIDA, "E" EXCLUI SAIDA SEM VENDA NEM ESPERA, "D"
      *              DESATIVA, "R" REATIVA - E IMPRIME O RESULTADO DE
      *              CADA UMA EM RELPAC. O EX58 SO VENDE PACOTE ATIVO
      *              DESTE CATALOGO. PACOTE INTERNACIONAL TRAZ A
      *              MOEDA DO PRECO (USD, EUR...); "BRL" OU BRANCO E
      *              PACOTE EM REAIS.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT TRANPAC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADPAC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-PAC
              FILE STATUS IS CADPAC-STATUS.

              SELECT OPTIONAL CADOPER ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-OPE
              FILE STATUS IS CADOPER-STATUS.

              SELECT RELPAC ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * TRANPAC: uma transacao por linha. TIPO-TRANP "I" inclui
      * (destino e preco obrigatorios; saida opcional), "A" altera
      * destino, operadora, preco, duracao e moeda (campo em branco/
      * zero mantem o atual; moeda "BRL" volta a reais), "S"
      * inclui a saida da data ou altera seus assentos, "E" exclui
      * a saida da data, "D" desativa e "R" reativa pelo codigo.
       FD     TRANPAC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANPAC.DAT".
       01     REG-TRANP.
              02 TIPO-TRANP        PIC X(01).
              02 CODIGO-TRANP      PIC X(06).
              02 DESTINO-TRANP     PIC X(20).
              02 OPERADORA-TRANP   PIC X(04).
              02 PRECO-TRANP       PIC 9(07)V9(02).
              02 DATA-SAIDA-TRANP  PIC 9(08).
              02 ASSENTOS-TRANP    PIC 9(04).
              02 DURACAO-TRANP     PIC 9(03).
              02 MOEDA-TRANP       PIC X(03).

      * CADPAC: catalogo de pacotes, indexado pelo codigo.
       FD     CADPAC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY PACMAST.

      * CADOPER: cadastro de operadoras (copybook), consultado por
      * chave para recusar operadora inexistente ou desativada.
       FD     CADOPER
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOPERI.DAT".
       COPY OPERMAST.

       FD     RELPAC
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 CADPAC-STATUS            PIC X(02) VALUE "00".
       77 CADOPER-STATUS           PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 VAR-SITUACAO             PIC X(20) VALUE SPACES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-INCLUSOES          PIC 9(05) VALUE ZEROES.
       77 TOTAL-ALTERACOES         PIC 9(05) VALUE ZEROES.
       77 TOTAL-SAIDAS             PIC 9(05) VALUE ZEROES.
       77 TOTAL-DESATIVACOES       PIC 9(05) VALUE ZEROES.
       77 TOTAL-REATIVACOES        PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS         PIC 9(05) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Saida da data da transacao (ou a primeira livre).
       77 IDX-SAIDA                PIC 9(02) VALUE ZEROES.
       77 IDX-SAIDA-ACHADA         PIC 9(02) VALUE ZEROES.
       77 IDX-SAIDA-LIVRE          PIC 9(02) VALUE ZEROES.
       77 OPERADORA-OK             PIC X(03) VALUE "SIM".
       77 MOEDA-OK                 PIC X(03) VALUE "SIM".

       01     CAB-01.
              02 FILLER            PIC X(70) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "PAG. ".
              02 VAR-PAG           PIC ZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.

       01     CAB-02.
              02 FILLER            PIC X(19) VALUE SPACES.
              02 FILLER            PIC X(42)
                 VALUE "MANUTENCAO DE PACOTES - CADPACI.DAT".
              02 FILLER            PIC X(19) VALUE SPACES.

       01     CAB-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "TIPO".
              02 FILLER            PIC X(08) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE "COD.".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "DESTINO".
              02 FILLER            PIC X(14) VALUE SPACES.
              02 FILLER            PIC X(10) VALUE "SAIDA".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "ASSEN".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "SITUACAO".
              02 FILLER            PIC X(13) VALUE SPACES.

       01     CAB-04.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TIPO          PIC X(10).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-CODIGO        PIC X(06).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DESTINO       PIC X(20).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DATA-SAIDA    PIC 9999/99/99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-ASSENTOS      PIC ZZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-SITUACAO-DET  PIC X(20).
              02 FILLER            PIC X(01) VALUE SPACES.

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

       PGM-EX113.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              OPEN   INPUT  TRANPAC
                     I-O    CADPAC
                     INPUT  CADOPER
                     OUTPUT RELPAC.
              PERFORM LEITURA.

       LEITURA.
              READ TRANPAC
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              EVALUATE TIPO-TRANP
                     WHEN "I" PERFORM INCLUIR
                     WHEN "A" PERFORM ALTERAR
                     WHEN "S" PERFORM MANTEM-SAIDA
                     WHEN "E" PERFORM MANTEM-SAIDA
                     WHEN "D" PERFORM MUDA-STATUS
                     WHEN "R" PERFORM MUDA-STATUS
                     WHEN OTHER PERFORM TIPO-INVALIDO
              END-EVALUATE.
              PERFORM IMPRESSAO-TRANS.
              PERFORM LEITURA.

      * Operadora em branco e pacote proprio; digitada, tem de
      * existir e estar ativa no CADOPERI.
       CRITICA-OPERADORA.
              MOVE "SIM" TO OPERADORA-OK.
              IF OPERADORA-TRANP NOT EQUAL SPACES
                     MOVE OPERADORA-TRANP TO CODIGO-OPE
                     READ CADOPER KEY IS CODIGO-OPE
                            INVALID KEY
                                   MOVE "NAO" TO OPERADORA-OK
                            NOT INVALID KEY
                                   IF ATIVO-OPE NOT EQUAL "S"
                                          MOVE "NAO" TO OPERADORA-OK
                                   END-IF
                     END-READ
              END-IF.

      * Moeda e o codigo de tres letras da tabela de cambio; "BRL"
      * e o mesmo que branco (pacote em reais).
       CRITICA-MOEDA.
              MOVE "SIM" TO MOEDA-OK.
              IF MOEDA-TRANP EQUAL "BRL"
                     MOVE SPACES TO MOEDA-TRANP.
              IF MOEDA-TRANP NOT EQUAL SPACES
                     IF MOEDA-TRANP IS NOT ALPHABETIC-UPPER
                            MOVE "NAO" TO MOEDA-OK
                     END-IF
              END-IF.

      * Pacote sem preco venderia de graca no EX58 - recusado na
      * inclusao, como destino em branco.
       INCLUIR.
              PERFORM CRITICA-OPERADORA.
              PERFORM CRITICA-MOEDA.
              IF DESTINO-TRANP EQUAL SPACES
                     MOVE "DESTINO E OBRIGATORIO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF PRECO-TRANP IS NOT NUMERIC
                OR PRECO-TRANP EQUAL ZEROES
                     MOVE "PRECO E OBRIGATORIO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF OPERADORA-OK EQUAL "NAO"
                     MOVE "OPERADORA INVALIDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF MOEDA-OK EQUAL "NAO"
                     MOVE "MOEDA INVALIDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM GRAVA-PACOTE.

       GRAVA-PACOTE.
              MOVE   CODIGO-TRANP      TO CODIGO-PAC.
              MOVE   DESTINO-TRANP     TO DESTINO-PAC.
              MOVE   OPERADORA-TRANP   TO OPERADORA-PAC.
              MOVE   PRECO-TRANP       TO PRECO-PAC.
              PERFORM VARYING IDX-SAIDA FROM 1 BY 1
                      UNTIL IDX-SAIDA GREATER THAN 8
                      MOVE ZEROES TO DATA-SAIDA-PAC(IDX-SAIDA)
                                     ASSENTOS-PAC(IDX-SAIDA)
                                     VENDIDOS-PAC(IDX-SAIDA)
                                     ESPERA-PAC(IDX-SAIDA)
              END-PERFORM.
              IF DATA-SAIDA-TRANP IS NUMERIC
                AND DATA-SAIDA-TRANP GREATER THAN ZEROES
                     MOVE DATA-SAIDA-TRANP TO DATA-SAIDA-PAC(1)
                     IF ASSENTOS-TRANP IS NUMERIC
                            MOVE ASSENTOS-TRANP TO ASSENTOS-PAC(1)
                     END-IF
              END-IF.
              MOVE   "S"               TO ATIVO-PAC.
              MOVE   ZEROES            TO DURACAO-PAC.
              IF DURACAO-TRANP IS NUMERIC
                     MOVE DURACAO-TRANP TO DURACAO-PAC.
              MOVE   MOEDA-TRANP       TO MOEDA-PAC.
              WRITE  REG-PAC
                     INVALID KEY
                            MOVE "CODIGO JA EXISTE" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            MOVE "INCLUIDO"         TO VAR-SITUACAO
                            ADD 1 TO TOTAL-INCLUSOES
              END-WRITE.

       ALTERAR.
              MOVE   CODIGO-TRANP    TO CODIGO-PAC.
              READ   CADPAC KEY IS CODIGO-PAC
                     INVALID KEY
                            MOVE "CODIGO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            PERFORM REESCREVER-PACOTE
              END-READ.

       REESCREVER-PACOTE.
              PERFORM CRITICA-OPERADORA.
              MOVE "SIM" TO MOEDA-OK.
              IF MOEDA-TRANP NOT EQUAL SPACES
                AND MOEDA-TRANP NOT EQUAL "BRL"
                     PERFORM CRITICA-MOEDA.
              IF OPERADORA-OK EQUAL "NAO"
                     MOVE "OPERADORA INVALIDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF MOEDA-OK EQUAL "NAO"
                     MOVE "MOEDA INVALIDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM REGRAVA-ALTERACAO.

       REGRAVA-ALTERACAO.
              IF DESTINO-TRANP NOT EQUAL SPACES
                     MOVE DESTINO-TRANP TO DESTINO-PAC.
              IF OPERADORA-TRANP NOT EQUAL SPACES
                     MOVE OPERADORA-TRANP TO OPERADORA-PAC.
              IF PRECO-TRANP IS NUMERIC
                AND PRECO-TRANP GREATER THAN ZEROES
                     MOVE PRECO-TRANP TO PRECO-PAC.
              IF DURACAO-TRANP IS NUMERIC
                AND DURACAO-TRANP GREATER THAN ZEROES
                     MOVE DURACAO-TRANP TO DURACAO-PAC.
              IF MOEDA-TRANP EQUAL "BRL"
                     MOVE SPACES TO MOEDA-PAC
              ELSE IF MOEDA-TRANP NOT EQUAL SPACES
                     MOVE MOEDA-TRANP TO MOEDA-PAC.
              REWRITE REG-PAC
                     INVALID KEY
                            MOVE "ERRO NA REGRAVACAO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            MOVE "ALTERADO"         TO VAR-SITUACAO
                            ADD 1 TO TOTAL-ALTERACOES
              END-REWRITE.

       MANTEM-SAIDA.
              MOVE   CODIGO-TRANP    TO CODIGO-PAC.
              READ   CADPAC KEY IS CODIGO-PAC
                     INVALID KEY
                            MOVE "CODIGO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            PERFORM APLICA-SAIDA
              END-READ.

      * Assentos nao podem ficar abaixo dos ja vendidos; saida com
      * venda ou espera nao e excluida.
       APLICA-SAIDA.
              MOVE ZEROES TO IDX-SAIDA-ACHADA IDX-SAIDA-LIVRE.
              IF DATA-SAIDA-TRANP IS NOT NUMERIC
                     MOVE ZEROES TO DATA-SAIDA-TRANP.
              IF ASSENTOS-TRANP IS NOT NUMERIC
                     MOVE ZEROES TO ASSENTOS-TRANP.
              PERFORM VARYING IDX-SAIDA FROM 1 BY 1
                      UNTIL IDX-SAIDA GREATER THAN 8
                      IF DATA-SAIDA-PAC(IDX-SAIDA) EQUAL
                         DATA-SAIDA-TRANP
                        AND IDX-SAIDA-ACHADA EQUAL ZEROES
                             MOVE IDX-SAIDA TO IDX-SAIDA-ACHADA
                      END-IF
                      IF DATA-SAIDA-PAC(IDX-SAIDA) EQUAL ZEROES
                        AND IDX-SAIDA-LIVRE EQUAL ZEROES
                             MOVE IDX-SAIDA TO IDX-SAIDA-LIVRE
                      END-IF
              END-PERFORM.
              IF DATA-SAIDA-TRANP EQUAL ZEROES
                     MOVE "DATA DA SAIDA INVALIDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF TIPO-TRANP EQUAL "E"
                     PERFORM EXCLUI-SAIDA
              ELSE IF IDX-SAIDA-ACHADA GREATER THAN ZEROES
                     PERFORM ALTERA-SAIDA
              ELSE IF IDX-SAIDA-LIVRE EQUAL ZEROES
                     MOVE "PACOTE JA TEM 8 SAIDAS" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     MOVE DATA-SAIDA-TRANP
                       TO DATA-SAIDA-PAC(IDX-SAIDA-LIVRE)
                     MOVE ASSENTOS-TRANP
                       TO ASSENTOS-PAC(IDX-SAIDA-LIVRE)
                     MOVE ZEROES TO VENDIDOS-PAC(IDX-SAIDA-LIVRE)
                                    ESPERA-PAC(IDX-SAIDA-LIVRE)
                     MOVE "SAIDA INCLUIDA" TO VAR-SITUACAO
                     PERFORM REGRAVA-SAIDA.

       ALTERA-SAIDA.
              IF ASSENTOS-TRANP LESS THAN
                 VENDIDOS-PAC(IDX-SAIDA-ACHADA)
                     MOVE "ASSENTOS ABAIXO DA VENDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     MOVE ASSENTOS-TRANP
                       TO ASSENTOS-PAC(IDX-SAIDA-ACHADA)
                     MOVE "SAIDA ALTERADA" TO VAR-SITUACAO
                     PERFORM REGRAVA-SAIDA.

       EXCLUI-SAIDA.
              IF IDX-SAIDA-ACHADA EQUAL ZEROES
                     MOVE "SAIDA NAO ENCONTRADA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF VENDIDOS-PAC(IDX-SAIDA-ACHADA) GREATER THAN ZEROES
                OR ESPERA-PAC(IDX-SAIDA-ACHADA) GREATER THAN ZEROES
                     MOVE "SAIDA COM VENDA/ESPERA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     MOVE ZEROES TO DATA-SAIDA-PAC(IDX-SAIDA-ACHADA)
                                    ASSENTOS-PAC(IDX-SAIDA-ACHADA)
                     MOVE "SAIDA EXCLUIDA" TO VAR-SITUACAO
                     PERFORM REGRAVA-SAIDA.

       REGRAVA-SAIDA.
              REWRITE REG-PAC
                     INVALID KEY
                            MOVE "ERRO NA REGRAVACAO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            ADD 1 TO TOTAL-SAIDAS
              END-REWRITE.

       MUDA-STATUS.
              MOVE   CODIGO-TRANP    TO CODIGO-PAC.
              READ   CADPAC KEY IS CODIGO-PAC
                     INVALID KEY
                            MOVE "CODIGO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            PERFORM APLICA-STATUS
              END-READ.

       APLICA-STATUS.
              EVALUATE TIPO-TRANP
                  WHEN "D"
                     MOVE "N" TO ATIVO-PAC
                     MOVE "DESATIVADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-DESATIVACOES
                  WHEN "R"
                     MOVE "S" TO ATIVO-PAC
                     MOVE "REATIVADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REATIVACOES
              END-EVALUATE.
              REWRITE REG-PAC
                     INVALID KEY
                            MOVE "ERRO NA REGRAVACAO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
              END-REWRITE.

       TIPO-INVALIDO.
              MOVE "TIPO-TRANP INVALIDO" TO VAR-SITUACAO.
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
              EVALUATE TIPO-TRANP
                     WHEN "I" MOVE "INCLUSAO"  TO VAR-TIPO
                     WHEN "A" MOVE "ALTERACAO" TO VAR-TIPO
                     WHEN "S" MOVE "SAIDA"     TO VAR-TIPO
                     WHEN "E" MOVE "EXCL.SAIDA" TO VAR-TIPO
                     WHEN "D" MOVE "DESATIVAC." TO VAR-TIPO
                     WHEN "R" MOVE "REATIVACAO" TO VAR-TIPO
                     WHEN OTHER MOVE TIPO-TRANP TO VAR-TIPO
              END-EVALUATE.
              MOVE   CODIGO-TRANP     TO VAR-CODIGO.
              MOVE   DESTINO-TRANP    TO VAR-DESTINO.
              MOVE   ZEROES           TO VAR-DATA-SAIDA VAR-ASSENTOS.
              IF DATA-SAIDA-TRANP IS NUMERIC
                     MOVE DATA-SAIDA-TRANP TO VAR-DATA-SAIDA.
              IF ASSENTOS-TRANP IS NUMERIC
                     MOVE ASSENTOS-TRANP TO VAR-ASSENTOS.
              MOVE   VAR-SITUACAO     TO VAR-SITUACAO-DET.
              WRITE  REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       FIM.
              PERFORM RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE  TRANPAC
                     CADPAC
                     CADOPER
                     RELPAC.

       RODAPE.
              WRITE REG-REL FROM CAB-RODAPE AFTER ADVANCING 3 LINES.
              MOVE "Inclusoes realizadas:   " TO VAR-ROD-DESC.
              MOVE TOTAL-INCLUSOES             TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Alteracoes realizadas:  " TO VAR-ROD-DESC.
              MOVE TOTAL-ALTERACOES            TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Saidas mantidas:        " TO VAR-ROD-DESC.
              MOVE TOTAL-SAIDAS                TO VAR-ROD-QTD.
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
              MOVE   "ME02E113"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              COMPUTE TOTAL-GRAVADOS-RUNLOG =
                     TOTAL-INCLUSOES + TOTAL-ALTERACOES + TOTAL-SAIDAS
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
