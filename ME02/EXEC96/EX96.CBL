       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX96.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      FOLHA DE OCUPACAO DOS ESPACOS: PARA A DATA DE
      *              PARMEX96.DAT (AAAAMMDD, PADRAO HOJE), IMPRIME EM
      *              RELOCUP AS RESERVAS DO DIA (RESESP.DAT, LANCADAS
      *              PELO EX95) AGRUPADAS POR ESPACO E ORDENADAS PELA
      *              HORA DE INICIO, COM NOME E CAPACIDADE DO ESPACO
      *              VINDOS DO CADASTRO CADESPI.DAT (EX94) - A FOLHA
      *              QUE A PORTARIA CONFERE PARA LIBERAR CADA ESPACO.
      *              MESMO ESQUEMA DA AGENDA DO DIA DO EX68.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-EX96 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESESP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADESP ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-ESP
              FILE STATUS IS CADESP-STATUS.

              SELECT RELOCUP ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-EX96: data desejada da folha.
       FD     PARM-EX96
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMEX96.DAT".
       01     REG-PARM-EX96.
              02 DATA-PARM         PIC 9(08).

      * RESESP: reservas de espaco (copybook), gravadas pelo EX95.
       FD     RESESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESESP.DAT".
       COPY RESERVA.

      * CADESP: cadastro de espacos (EX94) - da nome e capacidade
      * impressos no cabecalho de cada espaco.
       FD     CADESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADESPI.DAT".
       COPY ESPMAST.

       FD     RELOCUP
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
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 FIM-ESP                  PIC X(03) VALUE "NAO".
       77 CADESP-STATUS            PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-DO-DIA             PIC 9(05) VALUE ZEROES.
       77 TOTAL-HORAS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-PESSOAS            PIC 9(07) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

       77 DATA-OCUPACAO            PIC 9(08) VALUE ZEROES.

      * Reservas do dia em memoria, ordenadas por espaco + hora de
      * inicio (bolha, mesmo esquema do EX68).
       77 TOTAL-RES                PIC 9(05) VALUE ZEROES.
       77 IDX-A                    PIC 9(05) VALUE ZEROES.
       77 IDX-B                    PIC 9(05) VALUE ZEROES.
       77 IDX-B-MAIS-1             PIC 9(05) VALUE ZEROES.
       77 LIMITE-TROCA             PIC 9(05) VALUE ZEROES.
       77 FOLHA-TRUNCADA           PIC X(03) VALUE "NAO".
       77 ESPACO-ATUAL             PIC X(03) VALUE HIGH-VALUES.
       01     TABELA-RES.
              02 RES-REG           OCCURS 2000 TIMES.
                 03 CHAVE-RES-TAB.
                    04 ESPACO-RES-TAB      PIC X(03).
                    04 HORA-INICIO-RES-TAB PIC 9(02).
                 03 HORA-FIM-RES-TAB       PIC 9(02).
                 03 SOCIO-RES-TAB          PIC 9(06).
                 03 NOME-RES-TAB           PIC X(30).
                 03 PESSOAS-RES-TAB        PIC 9(04).
                 03 SITUACAO-RES-TAB       PIC X(01).
       01     RES-TMP.
              02 CHAVE-RES-TMP     PIC X(05).
              02 HORA-FIM-RES-TMP  PIC 9(02).
              02 SOCIO-RES-TMP     PIC 9(06).
              02 NOME-RES-TMP      PIC X(30).
              02 PESSOAS-RES-TMP   PIC 9(04).
              02 SITUACAO-RES-TMP  PIC X(01).

      * Nomes e capacidades dos espacos em memoria.
       77 TOTAL-ESP                PIC 9(03) VALUE ZEROES.
       77 IDX-ESP                  PIC 9(03) VALUE ZEROES.
       77 NOME-ESP-ATUAL           PIC X(30) VALUE SPACES.
       77 CAPACIDADE-ESP-ATUAL     PIC 9(04) VALUE ZEROES.
       01     TABELA-ESP.
              02 ESP-REG           OCCURS 200 TIMES.
                 03 CODIGO-ESP-TAB     PIC X(03).
                 03 NOME-ESP-TAB       PIC X(30).
                 03 CAPACIDADE-ESP-TAB PIC 9(04).

       01     CAB-OCP-01.
              02 FILLER     PIC X(22) VALUE SPACES.
              02 FILLER PIC X(36) VALUE
                 "FOLHA DE OCUPACAO DOS ESPACOS".
              02 FILLER     PIC X(22) VALUE SPACES.

       01     CAB-OCP-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE "DATA: ".
              02 VAR-DATA-CAB      PIC 9(08).
              02 FILLER            PIC X(64) VALUE SPACES.

       01     CAB-ESPACO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "ESPACO  ".
              02 VAR-COD-ESP       PIC X(03).
              02 FILLER            PIC X(03) VALUE " - ".
              02 VAR-NOME-ESP      PIC X(30).
              02 FILLER            PIC X(13) VALUE "  CAPACIDADE ".
              02 VAR-CAPACIDADE    PIC ZZZ9.
              02 FILLER            PIC X(17) VALUE SPACES.

       01     DETALHE-OCP.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-INICIO-DET    PIC 99.
              02 FILLER            PIC X(05) VALUE ":00 -".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-FIM-DET       PIC 99.
              02 FILLER            PIC X(03) VALUE ":00".
              02 FILLER            PIC X(08) VALUE "  SOCIO ".
              02 VAR-SOCIO-DET     PIC 999.999.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-NOME-DET      PIC X(25).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-PESSOAS-DET   PIC ZZZ9.
              02 FILLER            PIC X(04) VALUE " PES".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-SITUACAO-DET  PIC X(08).
              02 FILLER            PIC X(02) VALUE SPACES.

       01     ROD-OCP-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reservas do dia          :".
              02 VAR-TOTAL-DIA     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-OCP-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Horas reservadas         :".
              02 VAR-TOTAL-HORAS   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-OCP-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Pessoas esperadas        :".
              02 VAR-TOTAL-PESSOAS PIC ZZZZZZ9.
              02 FILLER            PIC X(41) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX96.
              PERFORM INICIO.
              PERFORM ORDENA-RESERVAS.
              PERFORM IMPRIME-OCUPACAO.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM LER-PARAMETRO.
              PERFORM CARREGA-ESPACOS.
              PERFORM CARREGA-RESERVAS-DIA.
              OPEN OUTPUT RELOCUP.
              WRITE REG-REL FROM CAB-OCP-01 AFTER ADVANCING 1 LINE.
              MOVE DATA-OCUPACAO TO VAR-DATA-CAB.
              WRITE REG-REL FROM CAB-OCP-02 AFTER ADVANCING 2 LINES.

       LER-PARAMETRO.
              OPEN INPUT PARM-EX96.
              READ PARM-EX96
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO" AND DATA-PARM
                 GREATER THAN ZEROES
                     MOVE DATA-PARM TO DATA-OCUPACAO
              ELSE
                     COMPUTE DATA-OCUPACAO =
                             ANO-HOJE * 10000 + MES-HOJE * 100
                             + DIA-HOJE.
              CLOSE PARM-EX96.

       CARREGA-ESPACOS.
              OPEN INPUT CADESP.
              PERFORM UNTIL FIM-ESP EQUAL "SIM"
                      READ CADESP
                             AT END MOVE "SIM" TO FIM-ESP
                             NOT AT END
                                  IF TOTAL-ESP LESS THAN 200
                                       ADD 1 TO TOTAL-ESP
                                       MOVE CODIGO-ESP TO
                                          CODIGO-ESP-TAB(TOTAL-ESP)
                                       MOVE NOME-ESP TO
                                          NOME-ESP-TAB(TOTAL-ESP)
                                       MOVE CAPACIDADE-ESP TO
                                          CAPACIDADE-ESP-TAB(TOTAL-ESP)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADESP.

       CARREGA-RESERVAS-DIA.
              OPEN INPUT RESESP.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ RESESP
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  IF DATA-USO-RES EQUAL DATA-OCUPACAO
                                       PERFORM GUARDA-RESERVA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE RESESP.

       GUARDA-RESERVA.
              IF TOTAL-RES NOT LESS THAN 2000
                     MOVE "SIM" TO FOLHA-TRUNCADA
              ELSE
                     ADD 1 TO TOTAL-RES
                     ADD 1 TO TOTAL-DO-DIA
                     COMPUTE TOTAL-HORAS = TOTAL-HORAS
                             + HORA-FIM-RES - HORA-INICIO-RES
                     ADD PESSOAS-RES TO TOTAL-PESSOAS
                     MOVE CODIGO-ESPACO-RES
                       TO ESPACO-RES-TAB(TOTAL-RES)
                     MOVE HORA-INICIO-RES
                       TO HORA-INICIO-RES-TAB(TOTAL-RES)
                     MOVE HORA-FIM-RES
                       TO HORA-FIM-RES-TAB(TOTAL-RES)
                     MOVE NUMERO-SOCIO-RES
                       TO SOCIO-RES-TAB(TOTAL-RES)
                     MOVE NOME-SOCIO-RES
                       TO NOME-RES-TAB(TOTAL-RES)
                     MOVE PESSOAS-RES
                       TO PESSOAS-RES-TAB(TOTAL-RES)
                     MOVE SITUACAO-RES
                       TO SITUACAO-RES-TAB(TOTAL-RES).

      * Ordena por espaco + hora de inicio (bolha, mesmo esquema de
      * ORDENA-AGENDA do EX68).
       ORDENA-RESERVAS.
              PERFORM VARYING IDX-A FROM 1 BY 1
                      UNTIL IDX-A NOT LESS THAN TOTAL-RES
                      SUBTRACT IDX-A FROM TOTAL-RES
                               GIVING LIMITE-TROCA
                      PERFORM VARYING IDX-B FROM 1 BY 1
                              UNTIL IDX-B GREATER THAN LIMITE-TROCA
                              ADD 1 TO IDX-B GIVING IDX-B-MAIS-1
                              IF CHAVE-RES-TAB(IDX-B) GREATER THAN
                                 CHAVE-RES-TAB(IDX-B-MAIS-1)
                                    PERFORM TROCA-RESERVAS
                              END-IF
                      END-PERFORM
              END-PERFORM.

       TROCA-RESERVAS.
              MOVE RES-REG(IDX-B)        TO RES-TMP.
              MOVE RES-REG(IDX-B-MAIS-1) TO RES-REG(IDX-B).
              MOVE RES-TMP               TO RES-REG(IDX-B-MAIS-1).

      * Quebra por espaco: cabecalho com nome e capacidade do
      * cadastro a cada troca de codigo.
       IMPRIME-OCUPACAO.
              PERFORM IMPRIME-RESERVA
                      VARYING IDX-A FROM 1 BY 1
                      UNTIL IDX-A GREATER THAN TOTAL-RES.
              MOVE TOTAL-DO-DIA  TO VAR-TOTAL-DIA.
              WRITE REG-REL FROM ROD-OCP-01 AFTER ADVANCING 3 LINES.
              MOVE TOTAL-HORAS   TO VAR-TOTAL-HORAS.
              WRITE REG-REL FROM ROD-OCP-02 AFTER ADVANCING 1 LINE.
              MOVE TOTAL-PESSOAS TO VAR-TOTAL-PESSOAS.
              WRITE REG-REL FROM ROD-OCP-03 AFTER ADVANCING 1 LINE.

       IMPRIME-RESERVA.
              IF ESPACO-RES-TAB(IDX-A) NOT EQUAL ESPACO-ATUAL
                     MOVE ESPACO-RES-TAB(IDX-A) TO ESPACO-ATUAL
                     PERFORM BUSCA-ESPACO
                     MOVE ESPACO-ATUAL         TO VAR-COD-ESP
                     MOVE NOME-ESP-ATUAL       TO VAR-NOME-ESP
                     MOVE CAPACIDADE-ESP-ATUAL TO VAR-CAPACIDADE
                     WRITE REG-REL FROM CAB-ESPACO
                           AFTER ADVANCING 2 LINES.
              MOVE HORA-INICIO-RES-TAB(IDX-A) TO VAR-INICIO-DET.
              MOVE HORA-FIM-RES-TAB(IDX-A)    TO VAR-FIM-DET.
              MOVE SOCIO-RES-TAB(IDX-A)       TO VAR-SOCIO-DET.
              MOVE NOME-RES-TAB(IDX-A)        TO VAR-NOME-DET.
              MOVE PESSOAS-RES-TAB(IDX-A)     TO VAR-PESSOAS-DET.
              EVALUATE SITUACAO-RES-TAB(IDX-A)
                  WHEN "R" MOVE "A FATURAR" TO VAR-SITUACAO-DET
                  WHEN "F" MOVE "FATURADA"  TO VAR-SITUACAO-DET
                  WHEN "P" MOVE "PAGA"      TO VAR-SITUACAO-DET
                  WHEN OTHER MOVE SPACES    TO VAR-SITUACAO-DET
              END-EVALUATE.
              WRITE REG-REL FROM DETALHE-OCP AFTER ADVANCING 1 LINE.

       BUSCA-ESPACO.
              MOVE SPACES TO NOME-ESP-ATUAL.
              MOVE ZEROES TO CAPACIDADE-ESP-ATUAL.
              PERFORM VARYING IDX-ESP FROM 1 BY 1
                      UNTIL IDX-ESP GREATER THAN TOTAL-ESP
                      IF CODIGO-ESP-TAB(IDX-ESP) EQUAL ESPACO-ATUAL
                             MOVE NOME-ESP-TAB(IDX-ESP)
                               TO NOME-ESP-ATUAL
                             MOVE CAPACIDADE-ESP-TAB(IDX-ESP)
                               TO CAPACIDADE-ESP-ATUAL
                      END-IF
              END-PERFORM.

       FIM.
              IF FOLHA-TRUNCADA EQUAL "SIM"
                     MOVE 4 TO RETURN-CODE.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELOCUP.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX96"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-DO-DIA     TO TOTAL-GRAVADOS-RUNLOG.
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
