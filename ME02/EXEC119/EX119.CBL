       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX119.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      RETORNO DA NFS-E: LE RETNFSE.DAT, BAIXADO DO SITE
      *              DA PREFEITURA DEPOIS DA IMPORTACAO DO LOTE DE RPS
      *              DO EX118 (SERIE E NUMERO DO RPS, SITUACAO "A"
      *              CONVERTIDO OU "R" RECUSADO, NUMERO DA NFS-E,
      *              CODIGO DE VERIFICACAO, MOTIVO DA RECUSA), E
      *              ATUALIZA RPSREG.DAT. A NFS-E CONVERTIDA E
      *              GRAVADA NA RESERVA (NFSE-RESV/VERIFICA-NFSE-RESV
      *              DE RESERVAS.DAT), DE ONDE SAI NOS DOCUMENTOS DO
      *              CLIENTE (DEMONSTRATIVO DO EX59). O RPS RECUSADO
      *              SAI EM RELNFSE COM O MOTIVO, JUNTO COM AS LINHAS
      *              DO RETORNO QUE NAO BATEM COM O REGISTRO; A
      *              RESERVA DELE VOLTA NO PROXIMO LOTE DO EX118.
      *              RPSREG.DAT E RESERVAS.DAT SAO REGRAVADOS POR
      *              COMPLETO NO FIM (LINE SEQUENTIAL NAO PERMITE
      *              REWRITE), COMO NO EX59.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT RETNFSE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RPSREG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELNFSE ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * RETNFSE: retorno da prefeitura, um RPS por linha.
       FD     RETNFSE
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RETNFSE.DAT".
       01     REG-RET.
              02 SERIE-RET         PIC X(05).
              02 NUMERO-RPS-RET    PIC 9(12).
              02 SITUACAO-RET      PIC X(01).
              02 NFSE-RET          PIC 9(08).
              02 VERIFICA-RET      PIC X(09).
              02 MOTIVO-RET        PIC X(40).

      * RPSREG: registro dos RPS (copybook, EX118).
       FD     RPSREG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RPSREG.DAT".
       COPY RPSREG.

      * RESERVAS: reservas de viagem (EX58/EX59, copybook).
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

       FD     RELNFSE
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
       77 FIM-RPS                  PIC X(03) VALUE "NAO".
       77 FIM-RESV                 PIC X(03) VALUE "NAO".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 VAR-SITUACAO             PIC X(40) VALUE SPACES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-CONVERTIDOS        PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADOS         PIC 9(05) VALUE ZEROES.
       77 TOTAL-RECUSADOS          PIC 9(05) VALUE ZEROES.
       77 TOTAL-RESV-ATUALIZADAS   PIC 9(05) VALUE ZEROES.
       77 TABELA-CHEIA-QUAL        PIC X(20) VALUE SPACES.
       77 DATA-RETORNO             PIC 9(08) VALUE ZEROES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * RPS em memoria, regravados por completo no FIM.
       77 TOTAL-RPS                PIC 9(05) VALUE ZEROES.
       77 IDX-RPS                  PIC 9(05) VALUE ZEROES.
       77 IDX-RPS-ACHADO           PIC 9(05) VALUE ZEROES.
       01     TABELA-RPS.
              02 RPS-REG           OCCURS 10000 TIMES.
                 03 NUMERO-RPS-TAB    PIC 9(08).
                 03 SERIE-RPS-TAB     PIC X(05).
                 03 EMISSAO-RPS-TAB   PIC 9(08).
                 03 RESV-RPS-TAB      PIC 9(06).
                 03 TIPO-TOM-RPS-TAB  PIC X(01).
                 03 DOC-TOM-RPS-TAB   PIC 9(14).
                 03 SERVICO-RPS-TAB   PIC 9(09)V9(02).
                 03 ALIQUOTA-RPS-TAB  PIC 9(02)V9(02).
                 03 ISS-RPS-TAB       PIC 9(09)V9(02).
                 03 SITUACAO-RPS-TAB  PIC X(01).
                 03 NFSE-RPS-TAB      PIC 9(08).
                 03 VERIFICA-RPS-TAB  PIC X(09).
                 03 RETORNO-RPS-TAB   PIC 9(08).
                 03 MOTIVO-RPS-TAB    PIC X(40).

      * NFS-e convertidas nesta execucao, gravadas nas reservas.
       77 TOTAL-CONV               PIC 9(05) VALUE ZEROES.
       77 IDX-CONV                 PIC 9(05) VALUE ZEROES.
       77 IDX-CONV-ACHADA          PIC 9(05) VALUE ZEROES.
       01     TABELA-CONV.
              02 CONV-REG          OCCURS 10000 TIMES.
                 03 RESV-CONV-TAB     PIC 9(06).
                 03 NFSE-CONV-TAB     PIC 9(08).
                 03 VERIFICA-CONV-TAB PIC X(09).

      * Reservas em memoria, linha inteira, regravadas no FIM.
       77 TOTAL-RESV               PIC 9(05) VALUE ZEROES.
       77 IDX-RESV                 PIC 9(05) VALUE ZEROES.
       01     TABELA-RESV.
              02 LINHA-RESV-TAB    PIC X(148) OCCURS 10000 TIMES.

       01     CAB-01.
              02 FILLER            PIC X(70) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "PAG. ".
              02 VAR-PAG           PIC ZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.

       01     CAB-02.
              02 FILLER            PIC X(15) VALUE SPACES.
              02 FILLER            PIC X(50)
                 VALUE "RETORNO DA NFS-E - RPS RECUSADOS".
              02 FILLER            PIC X(15) VALUE SPACES.

       01     CAB-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE "SERIE".
              02 FILLER            PIC X(13) VALUE "RPS".
              02 FILLER            PIC X(08) VALUE "RESERVA".
              02 FILLER            PIC X(11) VALUE "ORIGEM".
              02 FILLER            PIC X(06) VALUE "MOTIVO".
              02 FILLER            PIC X(34) VALUE SPACES.

       01     CAB-04.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-SERIE         PIC X(05).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-RPS           PIC 9(12).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-RESERVA       PIC X(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ORIGEM        PIC X(10).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-MOTIVO        PIC X(40).

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

       PGM-EX119.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-RETORNO = ANO-HOJE * 10000 + MES-HOJE * 100
                                   + DIA-HOJE.
              PERFORM CARREGA-RPS.
              OPEN   INPUT  RETNFSE
                     OUTPUT RELNFSE.
              PERFORM LEITURA.

      * Tabela cheia perderia RPS na regravacao - parar e sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX119: TABELA DE " TABELA-CHEIA-QUAL
                      " EXCEDIDA - RETORNO NAO PROCESSADO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-RPS.
              OPEN INPUT RPSREG.
              PERFORM UNTIL FIM-RPS EQUAL "SIM"
                      READ RPSREG
                             AT END MOVE "SIM" TO FIM-RPS
                             NOT AT END
                                  PERFORM GUARDA-RPS
                      END-READ
              END-PERFORM.
              CLOSE RPSREG.

       GUARDA-RPS.
              IF TOTAL-RPS NOT LESS THAN 10000
                     MOVE "RPS" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-RPS.
              MOVE NUMERO-RPS        TO NUMERO-RPS-TAB(TOTAL-RPS).
              MOVE SERIE-RPS         TO SERIE-RPS-TAB(TOTAL-RPS).
              MOVE DATA-EMISSAO-RPS  TO EMISSAO-RPS-TAB(TOTAL-RPS).
              MOVE NUMERO-RESV-RPS   TO RESV-RPS-TAB(TOTAL-RPS).
              MOVE TIPO-TOMADOR-RPS  TO TIPO-TOM-RPS-TAB(TOTAL-RPS).
              MOVE DOC-TOMADOR-RPS   TO DOC-TOM-RPS-TAB(TOTAL-RPS).
              MOVE VALOR-SERVICO-RPS TO SERVICO-RPS-TAB(TOTAL-RPS).
              MOVE ALIQUOTA-RPS      TO ALIQUOTA-RPS-TAB(TOTAL-RPS).
              MOVE VALOR-ISS-RPS     TO ISS-RPS-TAB(TOTAL-RPS).
              MOVE SITUACAO-RPS      TO SITUACAO-RPS-TAB(TOTAL-RPS).
              MOVE NFSE-RPS          TO NFSE-RPS-TAB(TOTAL-RPS).
              MOVE VERIFICA-RPS      TO VERIFICA-RPS-TAB(TOTAL-RPS).
              MOVE DATA-RETORNO-RPS  TO RETORNO-RPS-TAB(TOTAL-RPS).
              MOVE MOTIVO-RPS        TO MOTIVO-RPS-TAB(TOTAL-RPS).

       LEITURA.
              READ RETNFSE
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              PERFORM LOCALIZA-RPS.
              MOVE SPACES TO VAR-SITUACAO.
              IF IDX-RPS-ACHADO EQUAL ZEROES
                     MOVE "RPS NAO ENCONTRADO NO REGISTRO"
                       TO VAR-SITUACAO
              ELSE IF SITUACAO-RET NOT EQUAL "A"
                  AND SITUACAO-RET NOT EQUAL "R"
                     MOVE "SITUACAO DO RETORNO INVALIDA"
                       TO VAR-SITUACAO
              ELSE IF SITUACAO-RPS-TAB(IDX-RPS-ACHADO) EQUAL "A"
                     MOVE "RPS JA CONVERTIDO EM NFS-E"
                       TO VAR-SITUACAO
              ELSE IF SITUACAO-RET EQUAL "A"
                AND (NFSE-RET IS NOT NUMERIC
                  OR NFSE-RET EQUAL ZEROES)
                     MOVE "NUMERO DA NFS-E NAO INFORMADO"
                       TO VAR-SITUACAO.
              IF VAR-SITUACAO NOT EQUAL SPACES
                     ADD 1 TO TOTAL-RECUSADOS
                     PERFORM IMPRIME-RECUSA-RETORNO
              ELSE IF SITUACAO-RET EQUAL "A"
                     PERFORM REGISTRA-CONVERSAO
              ELSE
                     PERFORM REGISTRA-REJEICAO.
              PERFORM LEITURA.

       LOCALIZA-RPS.
              MOVE ZEROES TO IDX-RPS-ACHADO.
              IF NUMERO-RPS-RET IS NUMERIC
                     PERFORM VARYING IDX-RPS FROM 1 BY 1
                             UNTIL IDX-RPS GREATER THAN TOTAL-RPS
                                OR IDX-RPS-ACHADO GREATER THAN ZEROES
                             IF NUMERO-RPS-TAB(IDX-RPS) EQUAL
                                NUMERO-RPS-RET
                               AND SERIE-RPS-TAB(IDX-RPS) EQUAL
                                SERIE-RET
                                    MOVE IDX-RPS TO IDX-RPS-ACHADO
                             END-IF
                     END-PERFORM
              END-IF.

       REGISTRA-CONVERSAO.
              ADD 1 TO TOTAL-CONVERTIDOS.
              MOVE "A"          TO SITUACAO-RPS-TAB(IDX-RPS-ACHADO).
              MOVE NFSE-RET     TO NFSE-RPS-TAB(IDX-RPS-ACHADO).
              MOVE VERIFICA-RET TO VERIFICA-RPS-TAB(IDX-RPS-ACHADO).
              MOVE DATA-RETORNO TO RETORNO-RPS-TAB(IDX-RPS-ACHADO).
              MOVE SPACES       TO MOTIVO-RPS-TAB(IDX-RPS-ACHADO).
              IF TOTAL-CONV NOT LESS THAN 10000
                     MOVE "NFS-E CONVERTIDAS" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-CONV.
              MOVE RESV-RPS-TAB(IDX-RPS-ACHADO)
                TO RESV-CONV-TAB(TOTAL-CONV).
              MOVE NFSE-RET     TO NFSE-CONV-TAB(TOTAL-CONV).
              MOVE VERIFICA-RET TO VERIFICA-CONV-TAB(TOTAL-CONV).

       REGISTRA-REJEICAO.
              ADD 1 TO TOTAL-REJEITADOS.
              MOVE "R"          TO SITUACAO-RPS-TAB(IDX-RPS-ACHADO).
              MOVE DATA-RETORNO TO RETORNO-RPS-TAB(IDX-RPS-ACHADO).
              MOVE MOTIVO-RET   TO MOTIVO-RPS-TAB(IDX-RPS-ACHADO).
              IF MOTIVO-RET EQUAL SPACES
                     MOVE "MOTIVO NAO INFORMADO PELA PREFEITURA"
                       TO MOTIVO-RPS-TAB(IDX-RPS-ACHADO).
              IF CT-LIN GREATER THAN 39
                     PERFORM CABECALHO.
              MOVE SERIE-RET                    TO VAR-SERIE.
              MOVE NUMERO-RPS-RET               TO VAR-RPS.
              MOVE RESV-RPS-TAB(IDX-RPS-ACHADO) TO VAR-RESERVA.
              MOVE "PREFEITURA"                 TO VAR-ORIGEM.
              MOVE MOTIVO-RPS-TAB(IDX-RPS-ACHADO) TO VAR-MOTIVO.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

      * Linha do retorno que nao pode ser aplicada ao registro.
       IMPRIME-RECUSA-RETORNO.
              IF CT-LIN GREATER THAN 39
                     PERFORM CABECALHO.
              MOVE SERIE-RET      TO VAR-SERIE.
              MOVE ZEROES         TO VAR-RPS.
              IF NUMERO-RPS-RET IS NUMERIC
                     MOVE NUMERO-RPS-RET TO VAR-RPS.
              MOVE SPACES         TO VAR-RESERVA.
              IF IDX-RPS-ACHADO GREATER THAN ZEROES
                     MOVE RESV-RPS-TAB(IDX-RPS-ACHADO) TO VAR-RESERVA.
              MOVE "RETORNO"      TO VAR-ORIGEM.
              MOVE VAR-SITUACAO   TO VAR-MOTIVO.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO.
              ADD 1 TO CT-PAG.
              MOVE   CT-PAG        TO VAR-PAG.
              MOVE   SPACES        TO REG-REL.
              WRITE  REG-REL FROM CAB-01.
              WRITE  REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
              WRITE  REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
              MOVE   ZEROES        TO CT-LIN.

       FIM.
              PERFORM REGRAVA-RPS.
              IF TOTAL-CONV GREATER THAN ZEROES
                     PERFORM CARREGA-RESERVAS
                     PERFORM REGRAVA-RESERVAS.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO.
              PERFORM RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE  RETNFSE
                     RELNFSE.

       REGRAVA-RPS.
              OPEN OUTPUT RPSREG.
              PERFORM VARYING IDX-RPS FROM 1 BY 1
                      UNTIL IDX-RPS GREATER THAN TOTAL-RPS
                      MOVE NUMERO-RPS-TAB(IDX-RPS)   TO NUMERO-RPS
                      MOVE SERIE-RPS-TAB(IDX-RPS)    TO SERIE-RPS
                      MOVE EMISSAO-RPS-TAB(IDX-RPS)
                        TO DATA-EMISSAO-RPS
                      MOVE RESV-RPS-TAB(IDX-RPS)     TO NUMERO-RESV-RPS
                      MOVE TIPO-TOM-RPS-TAB(IDX-RPS)
                        TO TIPO-TOMADOR-RPS
                      MOVE DOC-TOM-RPS-TAB(IDX-RPS)
                        TO DOC-TOMADOR-RPS
                      MOVE SERVICO-RPS-TAB(IDX-RPS)
                        TO VALOR-SERVICO-RPS
                      MOVE ALIQUOTA-RPS-TAB(IDX-RPS) TO ALIQUOTA-RPS
                      MOVE ISS-RPS-TAB(IDX-RPS)      TO VALOR-ISS-RPS
                      MOVE SITUACAO-RPS-TAB(IDX-RPS) TO SITUACAO-RPS
                      MOVE NFSE-RPS-TAB(IDX-RPS)     TO NFSE-RPS
                      MOVE VERIFICA-RPS-TAB(IDX-RPS) TO VERIFICA-RPS
                      MOVE RETORNO-RPS-TAB(IDX-RPS)
                        TO DATA-RETORNO-RPS
                      MOVE MOTIVO-RPS-TAB(IDX-RPS)   TO MOTIVO-RPS
                      WRITE REG-RPS
              END-PERFORM.
              CLOSE RPSREG.

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

       GUARDA-RESERVA.
              IF TOTAL-RESV NOT LESS THAN 10000
                     MOVE "RESERVAS" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-RESV.
              MOVE REG-RESV TO LINHA-RESV-TAB(TOTAL-RESV).

      * Cada reserva volta como foi lida; a que teve o RPS
      * convertido agora ganha a NFS-e.
       REGRAVA-RESERVAS.
              OPEN OUTPUT RESERVAS.
              PERFORM VARYING IDX-RESV FROM 1 BY 1
                      UNTIL IDX-RESV GREATER THAN TOTAL-RESV
                      MOVE LINHA-RESV-TAB(IDX-RESV) TO REG-RESV
                      PERFORM LOCALIZA-CONVERSAO
                      IF IDX-CONV-ACHADA GREATER THAN ZEROES
                             MOVE NFSE-CONV-TAB(IDX-CONV-ACHADA)
                               TO NFSE-RESV
                             MOVE VERIFICA-CONV-TAB(IDX-CONV-ACHADA)
                               TO VERIFICA-NFSE-RESV
                             ADD 1 TO TOTAL-RESV-ATUALIZADAS
                      END-IF
                      WRITE REG-RESV
              END-PERFORM.
              CLOSE RESERVAS.

       LOCALIZA-CONVERSAO.
              MOVE ZEROES TO IDX-CONV-ACHADA.
              PERFORM VARYING IDX-CONV FROM 1 BY 1
                      UNTIL IDX-CONV GREATER THAN TOTAL-CONV
                         OR IDX-CONV-ACHADA GREATER THAN ZEROES
                      IF RESV-CONV-TAB(IDX-CONV) EQUAL NUMERO-RESV
                             MOVE IDX-CONV TO IDX-CONV-ACHADA
                      END-IF
              END-PERFORM.

       RODAPE.
              WRITE REG-REL FROM CAB-RODAPE AFTER ADVANCING 3 LINES.
              MOVE "Retornos lidos:         " TO VAR-ROD-DESC.
              MOVE TOTAL-LIDOS                 TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Convertidos em NFS-e:   " TO VAR-ROD-DESC.
              MOVE TOTAL-CONVERTIDOS           TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Recusados prefeitura:   " TO VAR-ROD-DESC.
              MOVE TOTAL-REJEITADOS            TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Linhas nao aplicadas:   " TO VAR-ROD-DESC.
              MOVE TOTAL-RECUSADOS             TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Reservas com NFS-e:     " TO VAR-ROD-DESC.
              MOVE TOTAL-RESV-ATUALIZADAS      TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E119"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-CONVERTIDOS TO TOTAL-GRAVADOS-RUNLOG.
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
