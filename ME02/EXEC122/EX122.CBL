       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX122.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      CASOS EM ABERTO DO DIA: IMPRIME EM RELCASOS OS
      *              CASOS DE ATENDIMENTO AINDA NAO FECHADOS
      *              (CASOSAC.DAT, ABERTOS PELO EX121), UMA FOLHA
      *              POR ATENDENTE RESPONSAVEL (NOME DO MESTRE
      *              CADATEN.DAT) ORDENADA PELO PRAZO DE SLA, COM O
      *              NOME DO CLIENTE DO CADOK.DAT E A MARCA VENCIDO
      *              NOS CASOS COM PRAZO ANTERIOR A HOJE - A FOLHA
      *              QUE CADA UM PEGA JUNTO COM A AGENDA DO EX68.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL CASOSAC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUMERO-CASO
              ALTERNATE RECORD KEY IS CPF-CASO WITH DUPLICATES
              FILE STATUS IS CASOSAC-STATUS.

              SELECT OPTIONAL CADOK ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPF2
              ALTERNATE RECORD KEY IS NOME2 WITH DUPLICATES
              FILE STATUS IS CADOK-STATUS.

              SELECT OPTIONAL CADATEN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-ATD
              FILE STATUS IS CADATEN-STATUS.

              SELECT RELCASOS ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * CASOSAC: casos de atendimento (copybook).
       FD     CASOSAC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CASOSAC.DAT".
       COPY CASOMAST.

      * CADOK: cadastro validado de clientes (copybook).
       FD     CADOK
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

      * CADATEN: mestre de atendentes (EX56) - da o nome impresso no
      * cabecalho de cada atendente.
       FD     CADATEN
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADATEN.DAT".
       01     REG-ATD.
              02 CODIGO-ATD        PIC 9(03).
              02 NOME-ATD          PIC X(30).
              02 FILIAL-ATD        PIC 9(02).
              02 ATIVO-ATD         PIC X(01).
              02 MATRICULA-ATD     PIC 9(05).

       FD     RELCASOS
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
       77 FIM-ATD                  PIC X(03) VALUE "NAO".
       77 CASOSAC-STATUS           PIC X(02) VALUE "00".
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 CADATEN-STATUS           PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-ABERTOS            PIC 9(05) VALUE ZEROES.
       77 TOTAL-VENCIDOS           PIC 9(05) VALUE ZEROES.
       77 ABERTOS-ATD              PIC 9(05) VALUE ZEROES.
       77 VENCIDOS-ATD             PIC 9(05) VALUE ZEROES.
       77 DATA-HOJE-NUM            PIC 9(08) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

      * Casos em aberto em memoria, ordenados por atendente + prazo
      * (bolha, mesmo esquema do EX68).
       77 TOTAL-CASO               PIC 9(05) VALUE ZEROES.
       77 IDX-A                    PIC 9(05) VALUE ZEROES.
       77 IDX-B                    PIC 9(05) VALUE ZEROES.
       77 IDX-B-MAIS-1             PIC 9(05) VALUE ZEROES.
       77 LIMITE-TROCA             PIC 9(05) VALUE ZEROES.
       77 CASOS-TRUNCADOS          PIC X(03) VALUE "NAO".
       77 ATENDENTE-ATUAL          PIC 9(03) VALUE 999.
       01     TABELA-CASO.
              02 CASO-REG          OCCURS 2000 TIMES.
                 03 CHAVE-CASO-TAB.
                    04 ATENDENTE-CASO-TAB PIC 9(03).
                    04 PRAZO-CASO-TAB     PIC 9(08).
                 03 NUMERO-CASO-TAB       PIC 9(06).
                 03 CPF-CASO-TAB          PIC 9(11).
                 03 TIPO-CASO-TAB         PIC X(01).
                 03 PRIORIDADE-CASO-TAB   PIC X(01).
                 03 SITUACAO-CASO-TAB     PIC X(01).
                 03 ABERTURA-CASO-TAB     PIC 9(08).
                 03 ASSUNTO-CASO-TAB      PIC X(40).
       01     CASO-TMP             PIC X(79).

      * Nomes dos atendentes em memoria.
       77 TOTAL-ATD                PIC 9(03) VALUE ZEROES.
       77 IDX-ATD                  PIC 9(03) VALUE ZEROES.
       77 NOME-ATD-ATUAL           PIC X(30) VALUE SPACES.
       01     TABELA-ATD.
              02 ATD-REG           OCCURS 200 TIMES.
                 03 CODIGO-ATD-TAB PIC 9(03).
                 03 NOME-ATD-TAB   PIC X(30).

       01     CAB-CASO-01.
              02 FILLER     PIC X(22) VALUE SPACES.
              02 FILLER PIC X(36) VALUE
                 "CASOS EM ABERTO - TURISMAR".
              02 FILLER     PIC X(22) VALUE SPACES.

       01     CAB-CASO-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE "DATA: ".
              02 VAR-DATA-CAB      PIC 9999/99/99.
              02 FILLER            PIC X(62) VALUE SPACES.

       01     CAB-ATENDENTE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(11) VALUE "ATENDENTE  ".
              02 VAR-COD-ATD       PIC 999.
              02 FILLER            PIC X(03) VALUE " - ".
              02 VAR-NOME-ATD      PIC X(30).
              02 FILLER            PIC X(31) VALUE SPACES.

       01     CAB-COLUNAS.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(39) VALUE
                 "CASO   CPF         CLIENTE             ".
              02 FILLER            PIC X(39) VALUE
                 "T P S ABERTURA   PRAZO             ".

       01     CAB-TRACOS.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(76) VALUE ALL "-".
              02 FILLER            PIC X(02) VALUE SPACES.

       01     DETALHE-CASO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NUMERO-DET    PIC 9(06).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-CPF-DET       PIC 9(11).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-NOME-DET      PIC X(19).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-TIPO-DET      PIC X(01).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-PRIORIDADE-DET PIC X(01).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-SITUACAO-DET  PIC X(01).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-ABERTURA-DET  PIC 9999/99/99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-PRAZO-DET     PIC 9999/99/99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-VENCIDO-DET   PIC X(07).
              02 FILLER            PIC X(04) VALUE SPACES.

       01     DETALHE-ASSUNTO.
              02 FILLER            PIC X(09) VALUE SPACES.
              02 FILLER            PIC X(09) VALUE "ASSUNTO: ".
              02 VAR-ASSUNTO-DET   PIC X(40).
              02 FILLER            PIC X(22) VALUE SPACES.

       01     ROD-CASO-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Casos em aberto          :".
              02 VAR-ABERTOS-ROD   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CASO-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Com prazo vencido        :".
              02 VAR-VENCIDOS-ROD  PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CASO-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Total de casos em aberto :".
              02 VAR-TOTAL-ABERTOS PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CASO-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Total com prazo vencido  :".
              02 VAR-TOTAL-VENCIDOS PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX122.
              PERFORM INICIO.
              PERFORM ORDENA-CASOS.
              PERFORM IMPRIME-CASOS.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              PERFORM CARREGA-ATENDENTES.
              PERFORM CARREGA-CASOS-ABERTOS.
              OPEN INPUT  CADOK.
              OPEN OUTPUT RELCASOS.

       CARREGA-ATENDENTES.
              OPEN INPUT CADATEN.
              PERFORM UNTIL FIM-ATD EQUAL "SIM"
                      READ CADATEN
                             AT END MOVE "SIM" TO FIM-ATD
                             NOT AT END
                                  IF TOTAL-ATD LESS THAN 200
                                       ADD 1 TO TOTAL-ATD
                                       MOVE CODIGO-ATD TO
                                          CODIGO-ATD-TAB(TOTAL-ATD)
                                       MOVE NOME-ATD TO
                                          NOME-ATD-TAB(TOTAL-ATD)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADATEN.

       CARREGA-CASOS-ABERTOS.
              OPEN INPUT CASOSAC.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ CASOSAC NEXT RECORD
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  IF SITUACAO-CASO NOT EQUAL "F"
                                       PERFORM GUARDA-CASO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CASOSAC.

       GUARDA-CASO.
              IF TOTAL-CASO NOT LESS THAN 2000
                     MOVE "SIM" TO CASOS-TRUNCADOS
              ELSE
                     ADD 1 TO TOTAL-CASO
                     MOVE ATENDENTE-CASO
                       TO ATENDENTE-CASO-TAB(TOTAL-CASO)
                     MOVE DATA-PRAZO-CASO
                       TO PRAZO-CASO-TAB(TOTAL-CASO)
                     MOVE NUMERO-CASO TO NUMERO-CASO-TAB(TOTAL-CASO)
                     MOVE CPF-CASO    TO CPF-CASO-TAB(TOTAL-CASO)
                     MOVE TIPO-CASO   TO TIPO-CASO-TAB(TOTAL-CASO)
                     MOVE PRIORIDADE-CASO
                       TO PRIORIDADE-CASO-TAB(TOTAL-CASO)
                     MOVE SITUACAO-CASO
                       TO SITUACAO-CASO-TAB(TOTAL-CASO)
                     MOVE DATA-ABERTURA-CASO
                       TO ABERTURA-CASO-TAB(TOTAL-CASO)
                     MOVE ASSUNTO-CASO
                       TO ASSUNTO-CASO-TAB(TOTAL-CASO).

      * Ordena por atendente + prazo (bolha, mesmo esquema de
      * ORDENA-AGENDA do EX68).
       ORDENA-CASOS.
              PERFORM VARYING IDX-A FROM 1 BY 1
                      UNTIL IDX-A NOT LESS THAN TOTAL-CASO
                      SUBTRACT IDX-A FROM TOTAL-CASO
                               GIVING LIMITE-TROCA
                      PERFORM VARYING IDX-B FROM 1 BY 1
                              UNTIL IDX-B GREATER THAN LIMITE-TROCA
                              ADD 1 TO IDX-B GIVING IDX-B-MAIS-1
                              IF CHAVE-CASO-TAB(IDX-B) GREATER THAN
                                 CHAVE-CASO-TAB(IDX-B-MAIS-1)
                                    PERFORM TROCA-CASOS
                              END-IF
                      END-PERFORM
              END-PERFORM.

       TROCA-CASOS.
              MOVE CASO-REG(IDX-B)        TO CASO-TMP.
              MOVE CASO-REG(IDX-B-MAIS-1) TO CASO-REG(IDX-B).
              MOVE CASO-TMP               TO CASO-REG(IDX-B-MAIS-1).

      * Quebra por atendente: folha nova, com o nome do mestre, a
      * cada troca de codigo; rodape do atendente antes da troca.
       IMPRIME-CASOS.
              PERFORM IMPRIME-CASO
                      VARYING IDX-A FROM 1 BY 1
                      UNTIL IDX-A GREATER THAN TOTAL-CASO.
              IF TOTAL-CASO GREATER THAN ZEROES
                     PERFORM RODAPE-ATENDENTE.
              MOVE TOTAL-ABERTOS  TO VAR-TOTAL-ABERTOS.
              MOVE TOTAL-VENCIDOS TO VAR-TOTAL-VENCIDOS.
              WRITE REG-REL FROM ROD-CASO-03 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-CASO-04 AFTER ADVANCING 1 LINE.

       IMPRIME-CASO.
              IF ATENDENTE-CASO-TAB(IDX-A) NOT EQUAL ATENDENTE-ATUAL
                     IF IDX-A GREATER THAN 1
                            PERFORM RODAPE-ATENDENTE
                     END-IF
                     MOVE ATENDENTE-CASO-TAB(IDX-A)
                       TO ATENDENTE-ATUAL
                     PERFORM CABECALHO-ATENDENTE.
              MOVE NUMERO-CASO-TAB(IDX-A) TO VAR-NUMERO-DET.
              MOVE CPF-CASO-TAB(IDX-A)    TO VAR-CPF-DET.
              MOVE SPACES                 TO VAR-NOME-DET.
              MOVE CPF-CASO-TAB(IDX-A)    TO CPF2.
              READ CADOK KEY IS CPF2
                     NOT INVALID KEY
                            MOVE NOME2 TO VAR-NOME-DET
              END-READ.
              MOVE TIPO-CASO-TAB(IDX-A)       TO VAR-TIPO-DET.
              MOVE PRIORIDADE-CASO-TAB(IDX-A) TO VAR-PRIORIDADE-DET.
              MOVE SITUACAO-CASO-TAB(IDX-A)   TO VAR-SITUACAO-DET.
              MOVE ABERTURA-CASO-TAB(IDX-A)   TO VAR-ABERTURA-DET.
              MOVE PRAZO-CASO-TAB(IDX-A)      TO VAR-PRAZO-DET.
              MOVE SPACES                     TO VAR-VENCIDO-DET.
              ADD 1 TO ABERTOS-ATD TOTAL-ABERTOS.
              IF PRAZO-CASO-TAB(IDX-A) LESS THAN DATA-HOJE-NUM
                     MOVE "VENCIDO" TO VAR-VENCIDO-DET
                     ADD 1 TO VENCIDOS-ATD TOTAL-VENCIDOS.
              WRITE REG-REL FROM DETALHE-CASO AFTER ADVANCING 1 LINE.
              MOVE ASSUNTO-CASO-TAB(IDX-A) TO VAR-ASSUNTO-DET.
              WRITE REG-REL FROM DETALHE-ASSUNTO
                    AFTER ADVANCING 1 LINE.

       CABECALHO-ATENDENTE.
              PERFORM BUSCA-NOME-ATENDENTE.
              WRITE REG-REL FROM CAB-CASO-01 AFTER ADVANCING PAGE.
              MOVE DATA-HOJE-NUM TO VAR-DATA-CAB.
              WRITE REG-REL FROM CAB-CASO-02 AFTER ADVANCING 2 LINES.
              MOVE ATENDENTE-ATUAL TO VAR-COD-ATD.
              MOVE NOME-ATD-ATUAL  TO VAR-NOME-ATD.
              WRITE REG-REL FROM CAB-ATENDENTE
                    AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-TRACOS  AFTER ADVANCING 1 LINE.
              MOVE ZEROES TO ABERTOS-ATD VENCIDOS-ATD.

       RODAPE-ATENDENTE.
              MOVE ABERTOS-ATD  TO VAR-ABERTOS-ROD.
              MOVE VENCIDOS-ATD TO VAR-VENCIDOS-ROD.
              WRITE REG-REL FROM ROD-CASO-01 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM ROD-CASO-02 AFTER ADVANCING 1 LINE.

       BUSCA-NOME-ATENDENTE.
              MOVE SPACES TO NOME-ATD-ATUAL.
              PERFORM VARYING IDX-ATD FROM 1 BY 1
                      UNTIL IDX-ATD GREATER THAN TOTAL-ATD
                      IF CODIGO-ATD-TAB(IDX-ATD) EQUAL ATENDENTE-ATUAL
                             MOVE NOME-ATD-TAB(IDX-ATD)
                               TO NOME-ATD-ATUAL
                      END-IF
              END-PERFORM.

       FIM.
              IF CASOS-TRUNCADOS EQUAL "SIM"
                     MOVE 4 TO RETURN-CODE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADOK
                    RELCASOS.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E122"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-ABERTOS    TO TOTAL-GRAVADOS-RUNLOG.
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
