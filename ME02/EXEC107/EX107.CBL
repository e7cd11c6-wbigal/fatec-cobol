       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX107.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      CONFERENCIA DE DOCUMENTOS ANTES DA PARTIDA: PARA
      *              AS RESERVAS NAO CANCELADAS DE RESERVAS.DAT COM
      *              PARTIDA NOS PROXIMOS N DIAS (PARMDOCS.DAT: DATA
      *              BASE, PADRAO HOJE, E N, PADRAO 30) E DESTINO COM
      *              EXIGENCIAS EM REQDEST.DAT (PASSAPORTE, VISTO DO
      *              PAIS, MESES MINIMOS DE VALIDADE NA PARTIDA),
      *              CONFERE CADA PASSAGEIRO DE PASSRESV.DAT (EX58)
      *              CONTRA O REGISTRO DE DOCUMENTOS CADDOCV.DAT
      *              (EX106). IMPRIME EM RELDOCS, POR ORDEM DE
      *              PARTIDA, A LISTA DE TRABALHO DOS ATENDENTES COM
      *              O TELEFONE DO COMPRADOR (CADOK.DAT) E OS
      *              PASSAGEIROS COM DOCUMENTO FALTANTE, VENCIDO OU
      *              COM VALIDADE MENOR QUE A EXIGIDA. DESTINO FORA
      *              DE REQDEST.DAT NAO EXIGE DOCUMENTO DE VIAGEM.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-DOCS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL REQDEST ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PASSRESV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADDOCV ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHAVE-DOC
              FILE STATUS IS CADDOCV-STATUS.

              SELECT OPTIONAL CADOK ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPF2
              ALTERNATE RECORD KEY IS NOME2 WITH DUPLICATES
              FILE STATUS IS CADOK-STATUS.

              SELECT RELDOCS ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-DOCS: data base (zero = hoje) e dias de antecedencia
      * (zero = 30).
       FD     PARM-DOCS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMDOCS.DAT".
       01     REG-PARM-DOCS.
              02 DATA-BASE-PARM    PIC 9(08).
              02 DIAS-ANTEC-PARM   PIC 9(03).

      * REQDEST: exigencias de documento por destino (mesmo texto
      * do DESTINO-RESV digitado no EX58). EXIGE-PASSAPORTE-REQ e
      * EXIGE-VISTO-REQ "S"/"N"; o visto e procurado no CADDOCV com
      * o PAIS-REQ.
       FD     REQDEST
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "REQDEST.DAT".
       01     REG-REQ.
              02 DESTINO-REQ          PIC X(20).
              02 PAIS-REQ             PIC X(03).
              02 EXIGE-PASSAPORTE-REQ PIC X(01).
              02 EXIGE-VISTO-REQ      PIC X(01).
              02 MESES-VALIDADE-REQ   PIC 9(02).

      * RESERVAS: reservas de viagem (EX58/EX59, copybook).
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * PASSRESV: passageiros da reserva (copybook).
       FD     PASSRESV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PASSRESV.DAT".
       COPY PASSRESV.

      * CADDOCV: documentos de viagem (copybook, EX106).
       FD     CADDOCV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADDOCV.DAT".
       COPY DOCVIAG.

      * CADOK: cadastro validado de clientes (copybook), para o
      * nome e o telefone do comprador.
       FD     CADOK
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

       FD     RELDOCS
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
       77 FIM-REQ                  PIC X(03) VALUE "NAO".
       77 FIM-RESV                 PIC X(03) VALUE "NAO".
       77 FIM-PAS                  PIC X(03) VALUE "NAO".
       77 FIM-VARREDURA            PIC X(03) VALUE "NAO".
       77 TROCOU                   PIC X(03) VALUE "NAO".
       77 CADDOCV-STATUS           PIC X(02) VALUE "00".
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-PASSAGEIROS        PIC 9(05) VALUE ZEROES.
       77 TOTAL-COM-PENDENCIA      PIC 9(05) VALUE ZEROES.
       77 TOTAL-FALTANTES          PIC 9(05) VALUE ZEROES.
       77 TOTAL-VENCIDOS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-A-VENCER           PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-CPF            PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-PASSAGEIRO     PIC 9(05) VALUE ZEROES.
       77 DATA-BASE                PIC 9(08) VALUE ZEROES.
       77 DATA-LIMITE              PIC 9(08) VALUE ZEROES.
       77 DIAS-ANTEC               PIC 9(03) VALUE 30.
       77 PENDENCIAS-PASSAGEIRO    PIC 9(02) VALUE ZEROES.
       77 PENDENCIAS-RESERVA       PIC 9(03) VALUE ZEROES.
       77 PASSAGEIROS-RESERVA      PIC 9(03) VALUE ZEROES.
       77 VALIDADE-ACHADA          PIC 9(08) VALUE ZEROES.
       77 VALIDADE-MINIMA          PIC 9(08) VALUE ZEROES.
       77 MOTIVO-PENDENCIA         PIC X(30) VALUE SPACES.
       77 NOME-COMPRADOR           PIC X(30) VALUE SPACES.
       77 TELEFONE-COMPRADOR       PIC 9(10) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Data limite: data base mais N dias, um dia de cada vez
      * (virada de mes e de ano, fevereiro bissexto).
       01 DATA-CONV.
              02 ANO-CONV          PIC 9(04).
              02 MES-CONV          PIC 9(02).
              02 DIA-CONV          PIC 9(02).
       01 DATA-CONV-NUM REDEFINES DATA-CONV PIC 9(08).
       77 DIAS-NO-MES              PIC 9(02) VALUE ZEROES.
       77 QUOC-ANO                 PIC 9(04) VALUE ZEROES.
       77 RESTO-4                  PIC 9(03) VALUE ZEROES.
       77 RESTO-100                PIC 9(03) VALUE ZEROES.
       77 RESTO-400                PIC 9(03) VALUE ZEROES.
       77 MESES-CORRIDOS           PIC 9(03) VALUE ZEROES.
       77 QUOC-MES                 PIC 9(02) VALUE ZEROES.
       77 RESTO-MES                PIC 9(02) VALUE ZEROES.
       01 TABELA-DIAS-MES-V.
              02 FILLER            PIC X(24) VALUE
                 "312831303130313130313031".
       01 TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES-V.
              02 DIAS-MES-TAB      PIC 9(02) OCCURS 12 TIMES.

      * Exigencias por destino.
       77 TOTAL-REQ                PIC 9(03) VALUE ZEROES.
       77 IDX-REQ                  PIC 9(03) VALUE ZEROES.
       77 IDX-REQ-ACHADO           PIC 9(03) VALUE ZEROES.
       01     TABELA-REQ.
              02 REQ-REG           OCCURS 200 TIMES.
                 03 DESTINO-REQ-TAB    PIC X(20).
                 03 PAIS-REQ-TAB       PIC X(03).
                 03 PASSAPORTE-REQ-TAB PIC X(01).
                 03 VISTO-REQ-TAB      PIC X(01).
                 03 MESES-REQ-TAB      PIC 9(02).

      * Reservas a conferir, ordenadas por partida.
       77 TOTAL-SEL                PIC 9(05) VALUE ZEROES.
       77 IDX-SEL                  PIC 9(05) VALUE ZEROES.
       77 IDX-SEL-2                PIC 9(05) VALUE ZEROES.
       77 IDX-SEL-ACHADO           PIC 9(05) VALUE ZEROES.
       01     TABELA-SEL.
              02 SEL-REG           OCCURS 2000 TIMES.
                 03 NUMERO-SEL-TAB    PIC 9(06).
                 03 CPF-SEL-TAB       PIC 9(11).
                 03 DESTINO-SEL-TAB   PIC X(20).
                 03 PARTIDA-SEL-TAB   PIC 9(08).
                 03 REQ-SEL-TAB       PIC 9(03).
       01     SEL-TROCA.
              02 NUMERO-TROCA      PIC 9(06).
              02 CPF-TROCA         PIC 9(11).
              02 DESTINO-TROCA     PIC X(20).
              02 PARTIDA-TROCA     PIC 9(08).
              02 REQ-TROCA         PIC 9(03).

      * Passageiros das reservas a conferir.
       77 TOTAL-PAS                PIC 9(05) VALUE ZEROES.
       77 IDX-PAS                  PIC 9(05) VALUE ZEROES.
       01     TABELA-PAS.
              02 PASSAGEIRO-TAB    OCCURS 10000 TIMES.
                 03 RESERVA-PAS-TAB    PIC 9(06).
                 03 NOME-PAS-TAB       PIC X(30).
                 03 CPF-PAS-TAB        PIC 9(11).

       01     CAB-DOCS-01.
              02 FILLER     PIC X(15) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "DOCUMENTOS DE VIAGEM - PENDENCIAS ANTES DA PARTIDA".
              02 FILLER     PIC X(15) VALUE SPACES.

       01     CAB-DOCS-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(20)
                 VALUE "PARTIDAS ENTRE     ".
              02 VAR-DATA-BASE-CAB PIC 9999/99/99.
              02 FILLER            PIC X(03) VALUE " E ".
              02 VAR-LIMITE-CAB    PIC 9999/99/99.
              02 FILLER            PIC X(35) VALUE SPACES.

       01     CAB-RESERVA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-PARTIDA-RES   PIC 9999/99/99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-NUMERO-RES    PIC 9(06).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DESTINO-RES   PIC X(14).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-COMPRADOR-RES PIC X(24).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "FONE ".
              02 VAR-FONE-RES      PIC 9(10).
              02 FILLER            PIC X(05) VALUE SPACES.

       01     DETALHE-PEND.
              02 FILLER            PIC X(06) VALUE SPACES.
              02 VAR-NOME-PEND     PIC X(30).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-MOTIVO-PEND   PIC X(30).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-VALIDADE-PEND PIC 9999/99/99.
              02 FILLER            PIC X(02) VALUE SPACES.

       01     ROD-DOCS-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reservas conferidas      :".
              02 VAR-RESERVAS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-DOCS-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Passageiros conferidos   :".
              02 VAR-PASSAGEIROS   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-DOCS-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Passageiros c/ pendencia :".
              02 VAR-COM-PENDENCIA PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-DOCS-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "  Documento faltante     :".
              02 VAR-FALTANTES     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-DOCS-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "  Vencido na partida     :".
              02 VAR-VENCIDOS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-DOCS-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "  Validade insuficiente  :".
              02 VAR-A-VENCER      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-DOCS-07.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "  Passageiro sem CPF     :".
              02 VAR-SEM-CPF       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-DOCS-08.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reservas sem passageiros :".
              02 VAR-SEM-PASSAGEIRO PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX107.
              PERFORM INICIO.
              PERFORM CONFERE-RESERVA
                      VARYING IDX-SEL FROM 1 BY 1
                      UNTIL IDX-SEL GREATER THAN TOTAL-SEL.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-CONV FROM DATE YYYYMMDD.
              MOVE DATA-CONV-NUM TO DATA-BASE.
              PERFORM LER-PARM-DOCS.
              MOVE DATA-BASE TO DATA-CONV-NUM.
              PERFORM SOMA-UM-DIA DIAS-ANTEC TIMES.
              MOVE DATA-CONV-NUM TO DATA-LIMITE.
              PERFORM CARREGA-EXIGENCIAS.
              PERFORM CARREGA-RESERVAS.
              PERFORM ORDENA-SELECIONADAS.
              PERFORM CARREGA-PASSAGEIROS.
              OPEN INPUT  CADDOCV
                          CADOK
                   OUTPUT RELDOCS.
              WRITE REG-REL FROM CAB-DOCS-01 AFTER ADVANCING 1 LINE.
              MOVE DATA-BASE   TO VAR-DATA-BASE-CAB.
              MOVE DATA-LIMITE TO VAR-LIMITE-CAB.
              WRITE REG-REL FROM CAB-DOCS-02 AFTER ADVANCING 2 LINES.

      * Ausente, vale hoje e 30 dias; campo zerado tambem.
       LER-PARM-DOCS.
              OPEN INPUT PARM-DOCS.
              READ PARM-DOCS
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     IF DATA-BASE-PARM GREATER THAN ZEROES
                            MOVE DATA-BASE-PARM TO DATA-BASE
                     END-IF
                     IF DIAS-ANTEC-PARM GREATER THAN ZEROES
                            MOVE DIAS-ANTEC-PARM TO DIAS-ANTEC
                     END-IF
              END-IF.
              CLOSE PARM-DOCS.

       SOMA-UM-DIA.
              ADD 1 TO DIA-CONV.
              PERFORM CALCULA-DIAS-NO-MES.
              IF DIA-CONV GREATER THAN DIAS-NO-MES
                     MOVE 1 TO DIA-CONV
                     ADD 1 TO MES-CONV
                     IF MES-CONV GREATER THAN 12
                            MOVE 1 TO MES-CONV
                            ADD 1 TO ANO-CONV
                     END-IF
              END-IF.

       CALCULA-DIAS-NO-MES.
              MOVE DIAS-MES-TAB(MES-CONV) TO DIAS-NO-MES.
              IF MES-CONV EQUAL 2
                     DIVIDE ANO-CONV BY 4   GIVING QUOC-ANO
                            REMAINDER RESTO-4
                     DIVIDE ANO-CONV BY 100 GIVING QUOC-ANO
                            REMAINDER RESTO-100
                     DIVIDE ANO-CONV BY 400 GIVING QUOC-ANO
                            REMAINDER RESTO-400
                     IF RESTO-400 EQUAL ZEROES
                       OR (RESTO-4 EQUAL ZEROES
                           AND RESTO-100 NOT EQUAL ZEROES)
                            MOVE 29 TO DIAS-NO-MES
                     END-IF
              END-IF.

      * Tabela cheia deixaria passageiros sem conferencia - parar e
      * sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX107: TABELA DE RESERVAS CHEIA -"
                      " CONFERENCIA NAO EXECUTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       ABORTA-PASSAGEIROS-CHEIA.
              DISPLAY "*** EX107: TABELA DE PASSAGEIROS EXCEDIDA -"
                      " CONFERENCIA NAO EXECUTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-EXIGENCIAS.
              OPEN INPUT REQDEST.
              PERFORM UNTIL FIM-REQ EQUAL "SIM"
                      READ REQDEST
                             AT END MOVE "SIM" TO FIM-REQ
                             NOT AT END
                                  PERFORM GUARDA-EXIGENCIA
                      END-READ
              END-PERFORM.
              CLOSE REQDEST.

       GUARDA-EXIGENCIA.
              IF TOTAL-REQ NOT LESS THAN 200
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-REQ.
              MOVE DESTINO-REQ          TO DESTINO-REQ-TAB(TOTAL-REQ).
              MOVE PAIS-REQ             TO PAIS-REQ-TAB(TOTAL-REQ).
              MOVE EXIGE-PASSAPORTE-REQ TO
                   PASSAPORTE-REQ-TAB(TOTAL-REQ).
              MOVE EXIGE-VISTO-REQ      TO VISTO-REQ-TAB(TOTAL-REQ).
              MOVE ZEROES               TO MESES-REQ-TAB(TOTAL-REQ).
              IF MESES-VALIDADE-REQ IS NUMERIC
                     MOVE MESES-VALIDADE-REQ TO
                          MESES-REQ-TAB(TOTAL-REQ).

       CARREGA-RESERVAS.
              OPEN INPUT RESERVAS.
              PERFORM UNTIL FIM-RESV EQUAL "SIM"
                      READ RESERVAS
                             AT END MOVE "SIM" TO FIM-RESV
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  PERFORM SELECIONA-RESERVA
                      END-READ
              END-PERFORM.
              CLOSE RESERVAS.

       SELECIONA-RESERVA.
              IF SITUACAO-RESV NOT EQUAL "C"
                AND DATA-PARTIDA-RESV NOT LESS THAN DATA-BASE
                AND DATA-PARTIDA-RESV NOT GREATER THAN DATA-LIMITE
                     PERFORM LOCALIZA-EXIGENCIA
                     IF IDX-REQ-ACHADO GREATER THAN ZEROES
                            PERFORM GUARDA-RESERVA
                     END-IF
              END-IF.

       LOCALIZA-EXIGENCIA.
              MOVE ZEROES TO IDX-REQ-ACHADO.
              PERFORM VARYING IDX-REQ FROM 1 BY 1
                      UNTIL IDX-REQ GREATER THAN TOTAL-REQ
                         OR IDX-REQ-ACHADO GREATER THAN ZEROES
                      IF DESTINO-REQ-TAB(IDX-REQ) EQUAL DESTINO-RESV
                             MOVE IDX-REQ TO IDX-REQ-ACHADO
                      END-IF
              END-PERFORM.

       GUARDA-RESERVA.
              IF TOTAL-SEL NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-SEL.
              MOVE NUMERO-RESV       TO NUMERO-SEL-TAB(TOTAL-SEL).
              MOVE CPF-RESV          TO CPF-SEL-TAB(TOTAL-SEL).
              MOVE DESTINO-RESV      TO DESTINO-SEL-TAB(TOTAL-SEL).
              MOVE DATA-PARTIDA-RESV TO PARTIDA-SEL-TAB(TOTAL-SEL).
              MOVE IDX-REQ-ACHADO    TO REQ-SEL-TAB(TOTAL-SEL).

      * Ordena por data de partida (bolha, mesmo esquema do EX64).
       ORDENA-SELECIONADAS.
              MOVE "SIM" TO TROCOU.
              PERFORM UNTIL TROCOU EQUAL "NAO"
                      MOVE "NAO" TO TROCOU
                      PERFORM VARYING IDX-SEL FROM 1 BY 1
                              UNTIL IDX-SEL NOT LESS THAN TOTAL-SEL
                              COMPUTE IDX-SEL-2 = IDX-SEL + 1
                              IF PARTIDA-SEL-TAB(IDX-SEL) GREATER THAN
                                    PARTIDA-SEL-TAB(IDX-SEL-2)
                                     PERFORM TROCA-SELECIONADAS
                              END-IF
                      END-PERFORM
              END-PERFORM.

       TROCA-SELECIONADAS.
              MOVE SEL-REG(IDX-SEL)   TO SEL-TROCA.
              MOVE SEL-REG(IDX-SEL-2) TO SEL-REG(IDX-SEL).
              MOVE SEL-TROCA          TO SEL-REG(IDX-SEL-2).
              MOVE "SIM" TO TROCOU.

       CARREGA-PASSAGEIROS.
              OPEN INPUT PASSRESV.
              PERFORM UNTIL FIM-PAS EQUAL "SIM"
                      READ PASSRESV
                             AT END MOVE "SIM" TO FIM-PAS
                             NOT AT END
                                  PERFORM LOCALIZA-RESERVA
                                  IF IDX-SEL-ACHADO GREATER THAN
                                     ZEROES
                                         PERFORM GUARDA-PASSAGEIRO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PASSRESV.

       LOCALIZA-RESERVA.
              MOVE ZEROES TO IDX-SEL-ACHADO.
              PERFORM VARYING IDX-SEL FROM 1 BY 1
                      UNTIL IDX-SEL GREATER THAN TOTAL-SEL
                         OR IDX-SEL-ACHADO GREATER THAN ZEROES
                      IF NUMERO-SEL-TAB(IDX-SEL) EQUAL NUMERO-RESV-PAS
                             MOVE IDX-SEL TO IDX-SEL-ACHADO
                      END-IF
              END-PERFORM.

       GUARDA-PASSAGEIRO.
              IF TOTAL-PAS NOT LESS THAN 10000
                     PERFORM ABORTA-PASSAGEIROS-CHEIA.
              ADD 1 TO TOTAL-PAS.
              MOVE NUMERO-RESV-PAS TO RESERVA-PAS-TAB(TOTAL-PAS).
              MOVE NOME-PAS        TO NOME-PAS-TAB(TOTAL-PAS).
              MOVE CPF-PAS         TO CPF-PAS-TAB(TOTAL-PAS).

      * O cabecalho da reserva (com o telefone para o atendente
      * ligar) so sai antes da primeira pendencia.
       CONFERE-RESERVA.
              MOVE ZEROES TO PENDENCIAS-RESERVA PASSAGEIROS-RESERVA.
              MOVE REQ-SEL-TAB(IDX-SEL) TO IDX-REQ.
              PERFORM CALCULA-VALIDADE-MINIMA.
              PERFORM VARYING IDX-PAS FROM 1 BY 1
                      UNTIL IDX-PAS GREATER THAN TOTAL-PAS
                      IF RESERVA-PAS-TAB(IDX-PAS) EQUAL
                         NUMERO-SEL-TAB(IDX-SEL)
                             ADD 1 TO PASSAGEIROS-RESERVA
                             PERFORM CONFERE-PASSAGEIRO
                      END-IF
              END-PERFORM.
              IF PASSAGEIROS-RESERVA EQUAL ZEROES
                     ADD 1 TO TOTAL-SEM-PASSAGEIRO
                     MOVE SPACES TO VAR-NOME-PEND
                     MOVE "NENHUM PASSAGEIRO DIGITADO"
                       TO MOTIVO-PENDENCIA
                     MOVE ZEROES TO VALIDADE-ACHADA
                     PERFORM IMPRIME-PENDENCIA.

      * Validade exigida: partida mais os meses minimos do
      * destino, com o dia limitado ao ultimo dia do mes.
       CALCULA-VALIDADE-MINIMA.
              MOVE PARTIDA-SEL-TAB(IDX-SEL) TO DATA-CONV-NUM.
              COMPUTE MESES-CORRIDOS =
                      MES-CONV + MESES-REQ-TAB(IDX-REQ) - 1.
              DIVIDE MESES-CORRIDOS BY 12
                     GIVING QUOC-MES REMAINDER RESTO-MES.
              ADD QUOC-MES TO ANO-CONV.
              COMPUTE MES-CONV = RESTO-MES + 1.
              PERFORM CALCULA-DIAS-NO-MES.
              IF DIA-CONV GREATER THAN DIAS-NO-MES
                     MOVE DIAS-NO-MES TO DIA-CONV.
              MOVE DATA-CONV-NUM TO VALIDADE-MINIMA.

       CONFERE-PASSAGEIRO.
              ADD 1 TO TOTAL-PASSAGEIROS.
              MOVE ZEROES TO PENDENCIAS-PASSAGEIRO.
              MOVE NOME-PAS-TAB(IDX-PAS) TO VAR-NOME-PEND.
              IF CPF-PAS-TAB(IDX-PAS) EQUAL ZEROES
                     ADD 1 TO TOTAL-SEM-CPF
                     MOVE "SEM CPF - CONFERIR DOCUMENTOS"
                       TO MOTIVO-PENDENCIA
                     MOVE ZEROES TO VALIDADE-ACHADA
                     PERFORM IMPRIME-PENDENCIA
              ELSE
                     IF PASSAPORTE-REQ-TAB(IDX-REQ) EQUAL "S"
                            PERFORM CONFERE-PASSAPORTE
                     END-IF
                     IF VISTO-REQ-TAB(IDX-REQ) EQUAL "S"
                            PERFORM CONFERE-VISTO
                     END-IF
              END-IF.
              IF PENDENCIAS-PASSAGEIRO GREATER THAN ZEROES
                     ADD 1 TO TOTAL-COM-PENDENCIA.

      * Vale o passaporte de maior validade entre os do passageiro.
       CONFERE-PASSAPORTE.
              MOVE ZEROES TO VALIDADE-ACHADA.
              MOVE CPF-PAS-TAB(IDX-PAS) TO CPF-DOC.
              MOVE "P"                  TO TIPO-DOC.
              MOVE LOW-VALUES           TO PAIS-DOC.
              MOVE "NAO"                TO FIM-VARREDURA.
              START CADDOCV KEY IS NOT LESS THAN CHAVE-DOC
                     INVALID KEY
                            MOVE "SIM" TO FIM-VARREDURA
              END-START.
              PERFORM VARRE-PASSAPORTES
                      UNTIL FIM-VARREDURA EQUAL "SIM".
              IF VALIDADE-ACHADA EQUAL ZEROES
                     ADD 1 TO TOTAL-FALTANTES
                     MOVE "PASSAPORTE NAO CADASTRADO"
                       TO MOTIVO-PENDENCIA
                     PERFORM IMPRIME-PENDENCIA
              ELSE IF VALIDADE-ACHADA LESS THAN
                      PARTIDA-SEL-TAB(IDX-SEL)
                     ADD 1 TO TOTAL-VENCIDOS
                     MOVE "PASSAPORTE VENCIDO NA PARTIDA"
                       TO MOTIVO-PENDENCIA
                     PERFORM IMPRIME-PENDENCIA
              ELSE IF VALIDADE-ACHADA LESS THAN VALIDADE-MINIMA
                     ADD 1 TO TOTAL-A-VENCER
                     MOVE "PASSAPORTE C/ VALIDADE CURTA"
                       TO MOTIVO-PENDENCIA
                     PERFORM IMPRIME-PENDENCIA.

       VARRE-PASSAPORTES.
              READ CADDOCV NEXT
                     AT END MOVE "SIM" TO FIM-VARREDURA
                     NOT AT END
                            IF CPF-DOC NOT EQUAL CPF-PAS-TAB(IDX-PAS)
                              OR TIPO-DOC NOT EQUAL "P"
                                   MOVE "SIM" TO FIM-VARREDURA
                            ELSE
                                   IF VALIDADE-DOC GREATER THAN
                                      VALIDADE-ACHADA
                                          MOVE VALIDADE-DOC
                                            TO VALIDADE-ACHADA
                                   END-IF
                            END-IF
              END-READ.

       CONFERE-VISTO.
              MOVE ZEROES TO VALIDADE-ACHADA.
              MOVE CPF-PAS-TAB(IDX-PAS)  TO CPF-DOC.
              MOVE "V"                   TO TIPO-DOC.
              MOVE PAIS-REQ-TAB(IDX-REQ) TO PAIS-DOC.
              READ CADDOCV KEY IS CHAVE-DOC
                     INVALID KEY
                            ADD 1 TO TOTAL-FALTANTES
                            MOVE "VISTO NAO CADASTRADO"
                              TO MOTIVO-PENDENCIA
                            PERFORM IMPRIME-PENDENCIA
                     NOT INVALID KEY
                            MOVE VALIDADE-DOC TO VALIDADE-ACHADA
                            IF VALIDADE-ACHADA LESS THAN
                               PARTIDA-SEL-TAB(IDX-SEL)
                                   ADD 1 TO TOTAL-VENCIDOS
                                   MOVE "VISTO VENCIDO NA PARTIDA"
                                     TO MOTIVO-PENDENCIA
                                   PERFORM IMPRIME-PENDENCIA
                            END-IF
              END-READ.

       IMPRIME-PENDENCIA.
              ADD 1 TO PENDENCIAS-PASSAGEIRO.
              IF PENDENCIAS-RESERVA EQUAL ZEROES
                     PERFORM IMPRIME-CAB-RESERVA.
              ADD 1 TO PENDENCIAS-RESERVA.
              MOVE MOTIVO-PENDENCIA TO VAR-MOTIVO-PEND.
              MOVE VALIDADE-ACHADA  TO VAR-VALIDADE-PEND.
              WRITE REG-REL FROM DETALHE-PEND AFTER ADVANCING 1 LINE.

       IMPRIME-CAB-RESERVA.
              MOVE CPF-SEL-TAB(IDX-SEL) TO CPF2.
              READ CADOK KEY IS CPF2
                     INVALID KEY
                            MOVE "(NAO CADASTRADO)" TO NOME-COMPRADOR
                            MOVE ZEROES TO TELEFONE-COMPRADOR
                     NOT INVALID KEY
                            MOVE NOME2     TO NOME-COMPRADOR
                            MOVE TELEFONE2 TO TELEFONE-COMPRADOR
              END-READ.
              MOVE PARTIDA-SEL-TAB(IDX-SEL) TO VAR-PARTIDA-RES.
              MOVE NUMERO-SEL-TAB(IDX-SEL)  TO VAR-NUMERO-RES.
              MOVE DESTINO-SEL-TAB(IDX-SEL) TO VAR-DESTINO-RES.
              MOVE NOME-COMPRADOR           TO VAR-COMPRADOR-RES.
              MOVE TELEFONE-COMPRADOR       TO VAR-FONE-RES.
              WRITE REG-REL FROM CAB-RESERVA AFTER ADVANCING 2 LINES.

       FIM.
              MOVE TOTAL-SEL            TO VAR-RESERVAS.
              MOVE TOTAL-PASSAGEIROS    TO VAR-PASSAGEIROS.
              MOVE TOTAL-COM-PENDENCIA  TO VAR-COM-PENDENCIA.
              MOVE TOTAL-FALTANTES      TO VAR-FALTANTES.
              MOVE TOTAL-VENCIDOS       TO VAR-VENCIDOS.
              MOVE TOTAL-A-VENCER       TO VAR-A-VENCER.
              MOVE TOTAL-SEM-CPF        TO VAR-SEM-CPF.
              MOVE TOTAL-SEM-PASSAGEIRO TO VAR-SEM-PASSAGEIRO.
              WRITE REG-REL FROM ROD-DOCS-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-DOCS-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-DOCS-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-DOCS-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-DOCS-05 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-DOCS-06 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-DOCS-07 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-DOCS-08 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADDOCV
                    CADOK
                    RELDOCS.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E107"          TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG         FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL          FROM TIME.
              MOVE   HH-ATUAL            TO HH-RUNLOG.
              MOVE   MM-ATUAL            TO MM-RUNLOG.
              MOVE   SS-ATUAL            TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS         TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-COM-PENDENCIA TO TOTAL-GRAVADOS-RUNLOG.
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
