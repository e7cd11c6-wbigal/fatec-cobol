       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX88.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      REMESSA DAS DIVIDAS BAIXADAS POR PERDA PARA A
      *              AGENCIA DE COBRANCA TERCEIRIZADA. LE O REGISTRO
      *              PERMANENTE DE PERDAS (PERDAS.DAT, EX45) E, PARA
      *              CADA BAIXA AINDA NAO ENTREGUE A AGENCIA, GRAVA UM
      *              REGISTRO NO LAYOUT FIXO DA AGENCIA (COBRAENV.DAT:
      *              DADOS DO SOCIO DO MESTRE CADMSOCI.DAT + VALOR E
      *              DATA DA PERDA) E UM TRAILER COM QUANTIDADE E
      *              VALOR TOTAL DA REMESSA. A BAIXA ENVIADA FICA
      *              MARCADA EM PERDAS.DAT (SITUACAO "E" + DATA DO
      *              ENVIO) E NAO SAI DE NOVO NA PROXIMA REMESSA. O
      *              RETORNO DA AGENCIA (RECUPERACOES E COMISSAO) E
      *              POSTADO PELO EX89. IMPRIME A RELACAO DA REMESSA
      *              (RELENVIO).

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PERDAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADMSOCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NUMERO-SOCIO-MSOC
              FILE STATUS IS CADMSOCI-STATUS.

              SELECT COBRAENV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELENVIO ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PERDAS: registro permanente das baixas por perda (EX45), com a
      * situacao da cobranca terceirizada no final do registro:
      * SITUACAO-COB-PER " " nao enviada a agencia (inclusive
      * registros antigos, gravados sem estes campos), "E" enviada,
      * "P" parcialmente recuperada, "T" totalmente recuperada.
       FD     PERDAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PERDAS.DAT".
       01     REG-PERDA.
              02 NUMERO-SOCIO-PER  PIC 9(06).
              02 NOME-SOCIO-PER    PIC X(30).
              02 VALOR-PER         PIC 9(09)V9(02).
              02 DATA-PER          PIC 9(08).
              02 AUTORIZACAO-PER   PIC X(20).
              02 SITUACAO-COB-PER  PIC X(01).
              02 DATA-ENVIO-PER    PIC 9(08).
              02 VALOR-RECUP-PER   PIC 9(09)V9(02).
              02 VALOR-COMIS-PER   PIC 9(09)V9(02).
              02 DATA-RECUP-PER    PIC 9(08).

      * CADMSOCI: mestre de socios indexado, lido por chave para os
      * dados cadastrais da remessa.
       FD     CADMSOCI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

      * COBRAENV: remessa no layout fixo da agencia - um registro "D"
      * por divida e um trailer "T" com quantidade e valor total. O
      * par socio + data da perda identifica a divida no retorno.
       FD     COBRAENV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "COBRAENV.DAT".
       01     REG-ENVIO.
              02 TIPO-REG-ENV      PIC X(01).
              02 NUMERO-SOCIO-ENV  PIC 9(06).
              02 NOME-SOCIO-ENV    PIC X(30).
              02 CATEGORIA-ENV     PIC X(02).
              02 TITULAR-ENV       PIC 9(06).
              02 DATA-NASC-ENV     PIC 9(08).
              02 DATA-ADESAO-ENV   PIC 9(08).
              02 DATA-DESLIG-ENV   PIC 9(08).
              02 DATA-PERDA-ENV    PIC 9(08).
              02 VALOR-ENV         PIC 9(09)V9(02).
              02 DATA-ENVIO-ENV    PIC 9(08).
       01     REG-ENVIO-TRAILER.
              02 TIPO-REG-TRL      PIC X(01).
              02 QTD-TRL           PIC 9(06).
              02 VALOR-TOTAL-TRL   PIC 9(12)V9(02).
              02 DATA-ENVIO-TRL    PIC 9(08).
              02 FILLER            PIC X(67).

       FD     RELENVIO
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 FIM-PER                  PIC X(03) VALUE "NAO".
       77 CADMSOCI-STATUS          PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-ENVIADOS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-JA-ENVIADOS        PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-CADASTRO       PIC 9(05) VALUE ZEROES.
       77 VALOR-TOTAL-ENVIADO      PIC 9(12)V9(02) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       77 DATA-HOJE-NUM            PIC 9(08) VALUE ZEROES.

      * PERDAS.DAT em memoria, regravado por completo no FIM com as
      * baixas enviadas marcadas.
       77 TOTAL-PER                PIC 9(05) VALUE ZEROES.
       77 IDX-PER                  PIC 9(05) VALUE ZEROES.
       01     TABELA-PER.
              02 PER-REG           OCCURS 2000 TIMES.
                 03 NUMERO-SOCIO-PER-TAB PIC 9(06).
                 03 NOME-SOCIO-PER-TAB   PIC X(30).
                 03 VALOR-PER-TAB        PIC 9(09)V9(02).
                 03 DATA-PER-TAB         PIC 9(08).
                 03 AUTORIZACAO-PER-TAB  PIC X(20).
                 03 SITUACAO-COB-PER-TAB PIC X(01).
                 03 DATA-ENVIO-PER-TAB   PIC 9(08).
                 03 VALOR-RECUP-PER-TAB  PIC 9(09)V9(02).
                 03 VALOR-COMIS-PER-TAB  PIC 9(09)V9(02).
                 03 DATA-RECUP-PER-TAB   PIC 9(08).

       01     CAB-01.
              02 FILLER     PIC X(10) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "REMESSA DE DIVIDAS BAIXADAS A AGENCIA DE COBRANCA".
              02 FILLER     PIC X(10) VALUE SPACES.
              02 FILLER     PIC X(05) VALUE "PAG. ".
              02 VAR-PAG    PIC Z9.
              02 FILLER     PIC X(03) VALUE SPACES.

       01     CAB-02.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(09) VALUE "SOCIO".
              02 FILLER     PIC X(31) VALUE "NOME".
              02 FILLER     PIC X(11) VALUE "DATA PERDA".
              02 FILLER     PIC X(14) VALUE "         VALOR".
              02 FILLER     PIC X(01) VALUE SPACES.
              02 FILLER     PIC X(12) VALUE "OBSERVACAO".

       01     DETALHE-ENV.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NUMERO-SOCIO-DET  PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NOME-SOCIO-DET    PIC X(30).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 DIA-PERDA-DET     PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 MES-PERDA-DET     PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 ANO-PERDA-DET     PIC 9999.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VALOR-DET         PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 OBSERVACAO-DET    PIC X(12).

       01     ROD-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Baixas enviadas          :".
              02 VAR-ENVIADOS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor total da remessa   :".
              02 VAR-VALOR-ENV     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Enviadas em remessa ant. :".
              02 VAR-JA-ENVIADOS   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Socios fora do mestre    :".
              02 VAR-SEM-CADASTRO  PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX88.
              PERFORM INICIO.
              PERFORM PRINCIPAL VARYING IDX-PER FROM 1 BY 1
                      UNTIL IDX-PER GREATER THAN TOTAL-PER.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              PERFORM CARREGA-PERDAS.
              OPEN   INPUT  CADMSOCI
                     OUTPUT COBRAENV
                            RELENVIO.

      * Arquivo persistente maior que a tabela: parar antes de
      * qualquer regravacao (mesmo criterio do EX01).
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX88: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * Registro antigo (sem a situacao da cobranca) entra como nao
      * enviado e com os campos da agencia zerados.
       CARREGA-PERDAS.
              OPEN INPUT PERDAS.
              PERFORM UNTIL FIM-PER EQUAL "SIM"
                      READ PERDAS
                             AT END MOVE "SIM" TO FIM-PER
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  IF TOTAL-PER NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-PER
                                  IF SITUACAO-COB-PER EQUAL SPACES
                                       MOVE ZEROES TO DATA-ENVIO-PER
                                          VALOR-RECUP-PER
                                          VALOR-COMIS-PER
                                          DATA-RECUP-PER
                                  END-IF
                                  MOVE REG-PERDA TO PER-REG(TOTAL-PER)
                      END-READ
              END-PERFORM.
              CLOSE PERDAS.

       PRINCIPAL.
              IF SITUACAO-COB-PER-TAB(IDX-PER) EQUAL SPACES
                     PERFORM ENVIA-PERDA
              ELSE
                     ADD 1 TO TOTAL-JA-ENVIADOS.

      * Dados cadastrais do mestre; socio que nao esta mais no mestre
      * segue com o nome gravado na baixa e o resto zerado.
       ENVIA-PERDA.
              MOVE SPACES TO REG-ENVIO.
              MOVE SPACES TO OBSERVACAO-DET.
              MOVE "D" TO TIPO-REG-ENV.
              MOVE NUMERO-SOCIO-PER-TAB(IDX-PER) TO NUMERO-SOCIO-ENV.
              MOVE NUMERO-SOCIO-PER-TAB(IDX-PER) TO NUMERO-SOCIO-MSOC.
              READ CADMSOCI KEY IS NUMERO-SOCIO-MSOC
                     INVALID KEY
                          ADD 1 TO TOTAL-SEM-CADASTRO
                          MOVE NOME-SOCIO-PER-TAB(IDX-PER)
                            TO NOME-SOCIO-ENV
                          MOVE ZEROES TO TITULAR-ENV DATA-NASC-ENV
                             DATA-ADESAO-ENV DATA-DESLIG-ENV
                          MOVE "FORA MESTRE" TO OBSERVACAO-DET
                     NOT INVALID KEY
                          MOVE NOME-SOCIO-MSOC   TO NOME-SOCIO-ENV
                          MOVE CATEGORIA-MSOC    TO CATEGORIA-ENV
                          MOVE TITULAR-MSOC      TO TITULAR-ENV
                          MOVE DATA-NASCIMENTO-MSOC TO DATA-NASC-ENV
                          MOVE DATA-ADESAO-MSOC  TO DATA-ADESAO-ENV
                          MOVE DATA-DESLIG-MSOC  TO DATA-DESLIG-ENV
              END-READ.
              MOVE DATA-PER-TAB(IDX-PER)  TO DATA-PERDA-ENV.
              MOVE VALOR-PER-TAB(IDX-PER) TO VALOR-ENV.
              MOVE DATA-HOJE-NUM          TO DATA-ENVIO-ENV.
              WRITE REG-ENVIO.
              MOVE "E"           TO SITUACAO-COB-PER-TAB(IDX-PER).
              MOVE DATA-HOJE-NUM TO DATA-ENVIO-PER-TAB(IDX-PER).
              ADD 1 TO TOTAL-ENVIADOS.
              ADD VALOR-PER-TAB(IDX-PER) TO VALOR-TOTAL-ENVIADO.
              PERFORM IMPRIME-ENVIO.

       IMPRIME-ENVIO.
              IF CT-LIN GREATER THAN 39
                     PERFORM CABECALHO.
              MOVE NUMERO-SOCIO-ENV           TO NUMERO-SOCIO-DET.
              MOVE NOME-SOCIO-ENV             TO NOME-SOCIO-DET.
              MOVE DATA-PER-TAB(IDX-PER)(7:2) TO DIA-PERDA-DET.
              MOVE DATA-PER-TAB(IDX-PER)(5:2) TO MES-PERDA-DET.
              MOVE DATA-PER-TAB(IDX-PER)(1:4) TO ANO-PERDA-DET.
              MOVE VALOR-PER-TAB(IDX-PER)     TO VALOR-DET.
              WRITE REG-REL FROM DETALHE-ENV AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              IF CT-PAG EQUAL 1
                     WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE
              ELSE
                     WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              MOVE 4 TO CT-LIN.

      * Trailer da remessa, regravacao de PERDAS.DAT (so quando algo
      * foi enviado), rodape e log.
       FIM.
              MOVE SPACES              TO REG-ENVIO-TRAILER.
              MOVE "T"                 TO TIPO-REG-TRL.
              MOVE TOTAL-ENVIADOS      TO QTD-TRL.
              MOVE VALOR-TOTAL-ENVIADO TO VALOR-TOTAL-TRL.
              MOVE DATA-HOJE-NUM       TO DATA-ENVIO-TRL.
              WRITE REG-ENVIO-TRAILER.
              IF TOTAL-ENVIADOS GREATER THAN ZEROES
                     PERFORM REGRAVA-PERDAS.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADMSOCI
                    COBRAENV
                    RELENVIO.

       REGRAVA-PERDAS.
              OPEN OUTPUT PERDAS.
              PERFORM VARYING IDX-PER FROM 1 BY 1
                      UNTIL IDX-PER GREATER THAN TOTAL-PER
                      MOVE PER-REG(IDX-PER) TO REG-PERDA
                      WRITE REG-PERDA
              END-PERFORM.
              CLOSE PERDAS.

       IMPRIME-RODAPE.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO.
              MOVE   TOTAL-ENVIADOS      TO VAR-ENVIADOS.
              MOVE   VALOR-TOTAL-ENVIADO TO VAR-VALOR-ENV.
              MOVE   TOTAL-JA-ENVIADOS   TO VAR-JA-ENVIADOS.
              MOVE   TOTAL-SEM-CADASTRO  TO VAR-SEM-CADASTRO.
              WRITE  REG-REL FROM ROD-01 AFTER ADVANCING 3 LINES.
              WRITE  REG-REL FROM ROD-02 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-03 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-04 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX88"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-ENVIADOS   TO TOTAL-GRAVADOS-RUNLOG.
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
