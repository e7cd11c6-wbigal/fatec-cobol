       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX105.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      MANIFESTO DE EMBARQUE: PARA O DESTINO E A DATA
      *              DE PARTIDA DE PARMMANI.DAT (DESTINO EM BRANCO =
      *              TODOS; DATA AUSENTE = AMANHA) LISTA EM RELMANI OS
      *              PASSAGEIROS DE CADA RESERVA NAO CANCELADA DE
      *              RESERVAS.DAT, AGRUPADOS POR RESERVA COM O
      *              COMPRADOR (CADOK.DAT), COM TOTAIS POR RESERVA E
      *              GERAIS (ADULTOS, CRIANCAS DE 2 A 11 ANOS E BEBES
      *              NA DATA DA PARTIDA). OS PASSAGEIROS VEM DE
      *              PASSRESV.DAT (DIGITADOS NO EX58); RESERVA SEM
      *              PASSAGEIRO DIGITADO SAI SINALIZADA PARA O
      *              ATENDENTE COMPLETAR. O MESMO MANIFESTO E GRAVADO
      *              EM POSICOES FIXAS EM MANIFEST.DAT PARA A
      *              OPERADORA OU A COMPANHIA AEREA.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-MANI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PASSRESV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADOK ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPF2
              ALTERNATE RECORD KEY IS NOME2 WITH DUPLICATES
              FILE STATUS IS CADOK-STATUS.

              SELECT MANIFEST ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELMANI ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-MANI: destino (branco = todos) e data de partida
      * (zero = amanha).
       FD     PARM-MANI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMMANI.DAT".
       01     REG-PARM-MANI.
              02 DESTINO-PARM      PIC X(20).
              02 DATA-PARTIDA-PARM PIC 9(08).

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

      * CADOK: cadastro validado de clientes (copybook), para o
      * nome do comprador.
       FD     CADOK
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

      * MANIFEST: um passageiro por linha, posicoes fixas (mesmo
      * estilo da REMSAL do EX11 ME03). CATEGORIA-MAN: ADT adulto,
      * CHD crianca de 2 a 11 anos, INF bebe, na data da partida.
       FD     MANIFEST
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "MANIFEST.DAT".
       01     REG-MAN.
              02 DESTINO-MAN       PIC X(20).
              02 PARTIDA-MAN       PIC 9(08).
              02 OPERADORA-MAN     PIC X(04).
              02 RESERVA-MAN       PIC 9(06).
              02 SEQUENCIA-MAN     PIC 9(02).
              02 NOME-MAN          PIC X(30).
              02 CPF-MAN           PIC 9(11).
              02 DOCUMENTO-MAN     PIC X(15).
              02 NASCIMENTO-MAN    PIC 9(08).
              02 CATEGORIA-MAN     PIC X(03).
              02 PARENTESCO-MAN    PIC X(10).

       FD     RELMANI
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
       77 FIM-RESV                 PIC X(03) VALUE "NAO".
       77 FIM-PAS                  PIC X(03) VALUE "NAO".
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-RESERVAS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-PASSAGEIROS        PIC 9(05) VALUE ZEROES.
       77 TOTAL-ADULTOS            PIC 9(05) VALUE ZEROES.
       77 TOTAL-CRIANCAS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-BEBES              PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-PASSAGEIRO     PIC 9(05) VALUE ZEROES.
       77 TOTAL-CANCELADAS         PIC 9(05) VALUE ZEROES.
       77 PASSAGEIROS-RESERVA      PIC 9(03) VALUE ZEROES.
       77 IDADE-PARTIDA            PIC 9(03) VALUE ZEROES.
       77 DESTINO-BASE             PIC X(20) VALUE SPACES.
       77 NOME-COMPRADOR           PIC X(30) VALUE SPACES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Data de partida; sem parametro, o dia seguinte (virada de
      * mes e de ano, fevereiro bissexto).
       01 DATA-CONV.
              02 ANO-CONV          PIC 9(04).
              02 MES-CONV          PIC 9(02).
              02 DIA-CONV          PIC 9(02).
       01 DATA-CONV-NUM REDEFINES DATA-CONV PIC 9(08).
       77 DATA-BASE                PIC 9(08) VALUE ZEROES.
       77 DIAS-NO-MES              PIC 9(02) VALUE ZEROES.
       77 QUOC-ANO                 PIC 9(04) VALUE ZEROES.
       77 RESTO-4                  PIC 9(03) VALUE ZEROES.
       77 RESTO-100                PIC 9(03) VALUE ZEROES.
       77 RESTO-400                PIC 9(03) VALUE ZEROES.
       01 TABELA-DIAS-MES-V.
              02 FILLER            PIC X(24) VALUE
                 "312831303130313130313031".
       01 TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES-V.
              02 DIAS-MES-TAB      PIC 9(02) OCCURS 12 TIMES.

      * Reservas do manifesto, na ordem de RESERVAS.DAT.
       77 TOTAL-SEL                PIC 9(05) VALUE ZEROES.
       77 IDX-SEL                  PIC 9(05) VALUE ZEROES.
       77 IDX-SEL-ACHADO           PIC 9(05) VALUE ZEROES.
       01     TABELA-SEL.
              02 RESERVA-SEL       OCCURS 2000 TIMES.
                 03 NUMERO-SEL-TAB    PIC 9(06).
                 03 CPF-SEL-TAB       PIC 9(11).
                 03 DESTINO-SEL-TAB   PIC X(20).
                 03 PARTIDA-SEL-TAB   PIC 9(08).
                 03 OPERADORA-SEL-TAB PIC X(04).
                 03 SITUACAO-SEL-TAB  PIC X(01).

      * Passageiros das reservas do manifesto.
       77 TOTAL-PAS                PIC 9(05) VALUE ZEROES.
       77 IDX-PAS                  PIC 9(05) VALUE ZEROES.
       01     TABELA-PAS.
              02 PASSAGEIRO-TAB    OCCURS 10000 TIMES.
                 03 RESERVA-PAS-TAB    PIC 9(06).
                 03 SEQUENCIA-PAS-TAB  PIC 9(02).
                 03 NOME-PAS-TAB       PIC X(30).
                 03 CPF-PAS-TAB        PIC 9(11).
                 03 DOCUMENTO-PAS-TAB  PIC X(15).
                 03 NASCIMENTO-PAS-TAB PIC 9(08).
                 03 PARENTESCO-PAS-TAB PIC X(10).

       01     CAB-MANI-01.
              02 FILLER     PIC X(20) VALUE SPACES.
              02 FILLER PIC X(40) VALUE
                 "MANIFESTO DE EMBARQUE - TURISMAR".
              02 FILLER     PIC X(20) VALUE SPACES.

       01     CAB-MANI-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(09) VALUE "DESTINO: ".
              02 VAR-DESTINO-CAB   PIC X(20).
              02 FILLER            PIC X(04) VALUE SPACES.
              02 FILLER            PIC X(09) VALUE "PARTIDA: ".
              02 VAR-DATA-CAB      PIC 9999/99/99.
              02 FILLER            PIC X(26) VALUE SPACES.

       01     CAB-MANI-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(03) VALUE "SQ ".
              02 FILLER            PIC X(29) VALUE "NOME".
              02 FILLER            PIC X(16) VALUE "CPF/DOCUMENTO".
              02 FILLER            PIC X(11) VALUE "NASCIMENTO".
              02 FILLER            PIC X(11) VALUE "PARENTESCO".
              02 FILLER            PIC X(05) VALUE "CAT.".

       01     CAB-RESERVA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "RESERVA ".
              02 VAR-NUMERO-RES    PIC 9(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-DESTINO-RES   PIC X(20).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(10) VALUE "COMPRADOR ".
              02 VAR-COMPRADOR-RES PIC X(30).

       01     DETALHE-PAS.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-SEQUENCIA-PAS PIC 9(02).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-NOME-PAS      PIC X(28).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DOCUMENTO-PAS PIC X(15).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-NASCIMENTO-PAS PIC 9999/99/99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-PARENTESCO-PAS PIC X(10).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-CATEGORIA-PAS PIC X(03).
              02 FILLER            PIC X(02) VALUE SPACES.

       01     ROD-RESERVA.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Passageiros da reserva   :".
              02 VAR-PAS-RESERVA   PIC ZZ9.
              02 FILLER            PIC X(45) VALUE SPACES.

       01     AVISO-SEM-PASSAGEIRO.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "*** NENHUM PASSAGEIRO DIGITADO - COMPLETAR NO EX58".
              02 FILLER            PIC X(25) VALUE SPACES.

       01     ROD-MANI-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reservas no manifesto    :".
              02 VAR-RESERVAS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-MANI-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Passageiros              :".
              02 VAR-PASSAGEIROS   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-MANI-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "  Adultos                :".
              02 VAR-ADULTOS       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-MANI-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "  Criancas (2 a 11 anos) :".
              02 VAR-CRIANCAS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-MANI-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "  Bebes (ate 1 ano)      :".
              02 VAR-BEBES         PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-MANI-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reservas sem passageiros :".
              02 VAR-SEM-PASSAGEIRO PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-MANI-07.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Canceladas (fora)        :".
              02 VAR-CANCELADAS    PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX105.
              PERFORM INICIO.
              PERFORM IMPRIME-RESERVA
                      VARYING IDX-SEL FROM 1 BY 1
                      UNTIL IDX-SEL GREATER THAN TOTAL-SEL.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-CONV FROM DATE YYYYMMDD.
              PERFORM SOMA-UM-DIA.
              MOVE DATA-CONV-NUM TO DATA-BASE.
              PERFORM LER-PARM-MANI.
              PERFORM CARREGA-RESERVAS.
              PERFORM CARREGA-PASSAGEIROS.
              OPEN INPUT  CADOK
                   OUTPUT MANIFEST
                          RELMANI.
              WRITE REG-REL FROM CAB-MANI-01 AFTER ADVANCING 1 LINE.
              IF DESTINO-BASE EQUAL SPACES
                     MOVE "(TODOS)" TO VAR-DESTINO-CAB
              ELSE
                     MOVE DESTINO-BASE TO VAR-DESTINO-CAB.
              MOVE DATA-BASE TO VAR-DATA-CAB.
              WRITE REG-REL FROM CAB-MANI-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-MANI-03 AFTER ADVANCING 2 LINES.

      * Ausente, vale amanha para todos os destinos; data zerada
      * tambem.
       LER-PARM-MANI.
              OPEN INPUT PARM-MANI.
              READ PARM-MANI
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     MOVE DESTINO-PARM TO DESTINO-BASE
                     IF DATA-PARTIDA-PARM GREATER THAN ZEROES
                            MOVE DATA-PARTIDA-PARM TO DATA-BASE
                     END-IF
              END-IF.
              CLOSE PARM-MANI.

       SOMA-UM-DIA.
              ADD 1 TO DIA-CONV.
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
              IF DIA-CONV GREATER THAN DIAS-NO-MES
                     MOVE 1 TO DIA-CONV
                     ADD 1 TO MES-CONV
                     IF MES-CONV GREATER THAN 12
                            MOVE 1 TO MES-CONV
                            ADD 1 TO ANO-CONV
                     END-IF
              END-IF.

      * Tabela cheia deixaria passageiros fora do manifesto -
      * parar e sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX105: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " MANIFESTO NAO EMITIDO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       ABORTA-PASSAGEIROS-CHEIA.
              DISPLAY "*** EX105: TABELA DE PASSAGEIROS EXCEDIDA -"
                      " MANIFESTO NAO EMITIDO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

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
              IF DATA-PARTIDA-RESV EQUAL DATA-BASE
                AND (DESTINO-BASE EQUAL SPACES
                     OR DESTINO-RESV EQUAL DESTINO-BASE)
                     IF SITUACAO-RESV EQUAL "C"
                            ADD 1 TO TOTAL-CANCELADAS
                     ELSE
                            PERFORM GUARDA-RESERVA
                     END-IF
              END-IF.

       GUARDA-RESERVA.
              IF TOTAL-SEL NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-SEL.
              MOVE NUMERO-RESV       TO NUMERO-SEL-TAB(TOTAL-SEL).
              MOVE CPF-RESV          TO CPF-SEL-TAB(TOTAL-SEL).
              MOVE DESTINO-RESV      TO DESTINO-SEL-TAB(TOTAL-SEL).
              MOVE DATA-PARTIDA-RESV TO PARTIDA-SEL-TAB(TOTAL-SEL).
              MOVE OPERADORA-RESV    TO OPERADORA-SEL-TAB(TOTAL-SEL).
              MOVE SITUACAO-RESV     TO SITUACAO-SEL-TAB(TOTAL-SEL).

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
              MOVE SEQUENCIA-PAS   TO SEQUENCIA-PAS-TAB(TOTAL-PAS).
              MOVE NOME-PAS        TO NOME-PAS-TAB(TOTAL-PAS).
              MOVE CPF-PAS         TO CPF-PAS-TAB(TOTAL-PAS).
              MOVE DOCUMENTO-PAS   TO DOCUMENTO-PAS-TAB(TOTAL-PAS).
              MOVE NASCIMENTO-PAS  TO NASCIMENTO-PAS-TAB(TOTAL-PAS).
              MOVE PARENTESCO-PAS  TO PARENTESCO-PAS-TAB(TOTAL-PAS).

      * Uma reserva: cabecalho com o comprador, os passageiros na
      * ordem digitada e o total da reserva.
       IMPRIME-RESERVA.
              ADD 1 TO TOTAL-RESERVAS.
              MOVE CPF-SEL-TAB(IDX-SEL) TO CPF2.
              READ CADOK KEY IS CPF2
                     INVALID KEY
                            MOVE "(NAO CADASTRADO)" TO NOME-COMPRADOR
                     NOT INVALID KEY
                            MOVE NOME2 TO NOME-COMPRADOR
              END-READ.
              MOVE NUMERO-SEL-TAB(IDX-SEL)  TO VAR-NUMERO-RES.
              MOVE DESTINO-SEL-TAB(IDX-SEL) TO VAR-DESTINO-RES.
              MOVE NOME-COMPRADOR           TO VAR-COMPRADOR-RES.
              WRITE REG-REL FROM CAB-RESERVA AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO PASSAGEIROS-RESERVA.
              PERFORM VARYING IDX-PAS FROM 1 BY 1
                      UNTIL IDX-PAS GREATER THAN TOTAL-PAS
                      IF RESERVA-PAS-TAB(IDX-PAS) EQUAL
                         NUMERO-SEL-TAB(IDX-SEL)
                             PERFORM IMPRIME-PASSAGEIRO
                      END-IF
              END-PERFORM.
              IF PASSAGEIROS-RESERVA EQUAL ZEROES
                     ADD 1 TO TOTAL-SEM-PASSAGEIRO
                     WRITE REG-REL FROM AVISO-SEM-PASSAGEIRO
                           AFTER ADVANCING 1 LINE
              ELSE
                     MOVE PASSAGEIROS-RESERVA TO VAR-PAS-RESERVA
                     WRITE REG-REL FROM ROD-RESERVA
                           AFTER ADVANCING 1 LINE.

      * Idade na partida pela diferenca das datas AAAAMMDD.
       IMPRIME-PASSAGEIRO.
              ADD 1 TO PASSAGEIROS-RESERVA.
              ADD 1 TO TOTAL-PASSAGEIROS.
              COMPUTE IDADE-PARTIDA =
                      (PARTIDA-SEL-TAB(IDX-SEL)
                       - NASCIMENTO-PAS-TAB(IDX-PAS)) / 10000.
              IF IDADE-PARTIDA LESS THAN 2
                     MOVE "INF" TO CATEGORIA-MAN
                     ADD 1 TO TOTAL-BEBES
              ELSE IF IDADE-PARTIDA LESS THAN 12
                     MOVE "CHD" TO CATEGORIA-MAN
                     ADD 1 TO TOTAL-CRIANCAS
              ELSE
                     MOVE "ADT" TO CATEGORIA-MAN
                     ADD 1 TO TOTAL-ADULTOS.
              MOVE DESTINO-SEL-TAB(IDX-SEL)    TO DESTINO-MAN.
              MOVE PARTIDA-SEL-TAB(IDX-SEL)    TO PARTIDA-MAN.
              MOVE OPERADORA-SEL-TAB(IDX-SEL)  TO OPERADORA-MAN.
              MOVE RESERVA-PAS-TAB(IDX-PAS)    TO RESERVA-MAN.
              MOVE SEQUENCIA-PAS-TAB(IDX-PAS)  TO SEQUENCIA-MAN.
              MOVE NOME-PAS-TAB(IDX-PAS)       TO NOME-MAN.
              MOVE CPF-PAS-TAB(IDX-PAS)        TO CPF-MAN.
              MOVE DOCUMENTO-PAS-TAB(IDX-PAS)  TO DOCUMENTO-MAN.
              MOVE NASCIMENTO-PAS-TAB(IDX-PAS) TO NASCIMENTO-MAN.
              MOVE PARENTESCO-PAS-TAB(IDX-PAS) TO PARENTESCO-MAN.
              WRITE REG-MAN.
              MOVE SEQUENCIA-MAN  TO VAR-SEQUENCIA-PAS.
              MOVE NOME-MAN       TO VAR-NOME-PAS.
              IF CPF-MAN EQUAL ZEROES
                     MOVE DOCUMENTO-MAN TO VAR-DOCUMENTO-PAS
              ELSE
                     MOVE CPF-MAN TO VAR-DOCUMENTO-PAS.
              MOVE NASCIMENTO-MAN TO VAR-NASCIMENTO-PAS.
              MOVE PARENTESCO-MAN TO VAR-PARENTESCO-PAS.
              MOVE CATEGORIA-MAN  TO VAR-CATEGORIA-PAS.
              WRITE REG-REL FROM DETALHE-PAS AFTER ADVANCING 1 LINE.

       FIM.
              MOVE TOTAL-RESERVAS       TO VAR-RESERVAS.
              MOVE TOTAL-PASSAGEIROS    TO VAR-PASSAGEIROS.
              MOVE TOTAL-ADULTOS        TO VAR-ADULTOS.
              MOVE TOTAL-CRIANCAS       TO VAR-CRIANCAS.
              MOVE TOTAL-BEBES          TO VAR-BEBES.
              MOVE TOTAL-SEM-PASSAGEIRO TO VAR-SEM-PASSAGEIRO.
              MOVE TOTAL-CANCELADAS     TO VAR-CANCELADAS.
              WRITE REG-REL FROM ROD-MANI-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-MANI-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-MANI-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-MANI-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-MANI-05 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-MANI-06 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-MANI-07 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADOK
                    MANIFEST
                    RELMANI.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E105"        TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG       FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL        FROM TIME.
              MOVE   HH-ATUAL          TO HH-RUNLOG.
              MOVE   MM-ATUAL          TO MM-RUNLOG.
              MOVE   SS-ATUAL          TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS       TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-PASSAGEIROS TO TOTAL-GRAVADOS-RUNLOG.
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
