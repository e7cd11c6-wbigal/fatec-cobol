       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX103.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      APURACAO MENSAL DAS COMISSOES A RECEBER DAS
      *              OPERADORAS DE TURISMO: PARA CADA RESERVA QUITADA
      *              ("P") DE RESERVAS.DAT COM OPERADORA E PARTIDA
      *              ATE A DATA BASE, AINDA NAO APURADA, CALCULA A
      *              COMISSAO PELO PERCENTUAL DO CADOPERI.DAT (EX102)
      *              E O VENCIMENTO (PARTIDA MAIS O PRAZO DA
      *              OPERADORA) E ACRESCENTA A COMISREC.DAT, QUE A
      *              CONCILIACAO DO EX104 BAIXA CONTRA O EXTRATO DA
      *              OPERADORA. IMPRIME EM RELCOMIS AS COMISSOES
      *              APURADAS E, POR OPERADORA, O APURADO NA EXECUCAO
      *              E O SALDO TOTAL A RECEBER. DATA BASE VEM DE
      *              PARMCOMI.DAT; AUSENTE, HOJE.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-COMI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADOPER ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-OPE
              FILE STATUS IS CADOPER-STATUS.

              SELECT OPTIONAL COMISREC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COMISREC-STATUS.

              SELECT RELCOMIS ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-COMI: data base da apuracao (zero = hoje).
       FD     PARM-COMI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMCOMI.DAT".
       01     REG-PARM-COMI.
              02 DATA-BASE-PARM    PIC 9(08).

      * RESERVAS: reservas de viagem (EX58/EX59, copybook).
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * CADOPER: cadastro de operadoras (copybook).
       FD     CADOPER
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOPERI.DAT".
       COPY OPERMAST.

      * COMISREC: comissoes a receber (copybook); lida para saber o
      * que ja foi apurado e reaberta em EXTEND para as novas.
       FD     COMISREC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "COMISREC.DAT".
       COPY COMISREC.

       FD     RELCOMIS
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
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-COM                  PIC X(03) VALUE "NAO".
       77 CADOPER-STATUS           PIC X(02) VALUE "00".
       77 COMISREC-STATUS          PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-APURADAS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-OPE-DESCONHECIDA   PIC 9(05) VALUE ZEROES.
       77 VALOR-APURADO-TOTAL      PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-ABERTO-TOTAL       PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-ABERTO-ITEM        PIC 9(09)V9(02) VALUE ZEROES.
       77 DATA-BASE                PIC 9(08) VALUE ZEROES.
       77 JA-APURADA               PIC X(03) VALUE "NAO".
       77 OPERADORA-ACHADA         PIC X(03) VALUE "NAO".
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

      * Vencimento: partida mais o prazo da operadora, um dia de
      * cada vez (virada de mes e de ano, fevereiro bissexto).
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
       01 TABELA-DIAS-MES-V.
              02 FILLER            PIC X(24) VALUE
                 "312831303130313130313031".
       01 TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES-V.
              02 DIAS-MES-TAB      PIC 9(02) OCCURS 12 TIMES.

      * Reservas ja apuradas em COMISREC.
       77 TOTAL-COM                PIC 9(05) VALUE ZEROES.
       77 IDX-COM                  PIC 9(05) VALUE ZEROES.
       01     TABELA-COM.
              02 RESV-COM-TAB      PIC 9(06) OCCURS 10000 TIMES.

      * Resumo por operadora.
       77 TOTAL-OPE                PIC 9(03) VALUE ZEROES.
       77 IDX-OPE                  PIC 9(03) VALUE ZEROES.
       77 IDX-OPE-ACHADA           PIC 9(03) VALUE ZEROES.
       01     TABELA-OPE.
              02 OPE-REG           OCCURS 200 TIMES.
                 03 CODIGO-OPE-TAB    PIC X(04).
                 03 QTD-OPE-TAB       PIC 9(05).
                 03 APURADO-OPE-TAB   PIC 9(12)V9(02).
                 03 ABERTO-OPE-TAB    PIC 9(12)V9(02).

       01     CAB-COMI-01.
              02 FILLER     PIC X(15) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "APURACAO DE COMISSOES A RECEBER - OPERADORAS".
              02 FILLER     PIC X(15) VALUE SPACES.

       01     CAB-COMI-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(31)
                 VALUE "PARTIDAS ATE A DATA BASE:     ".
              02 VAR-DATA-CAB      PIC 9999/99/99.
              02 FILLER            PIC X(37) VALUE SPACES.

       01     CAB-COMI-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "RESERVA ".
              02 FILLER            PIC X(06) VALUE "OPER. ".
              02 FILLER            PIC X(12) VALUE "PARTIDA".
              02 FILLER            PIC X(16) VALUE "  VALOR RESERVA ".
              02 FILLER            PIC X(07) VALUE "    % ".
              02 FILLER            PIC X(16) VALUE "       COMISSAO ".
              02 FILLER            PIC X(13) VALUE "VENCIMENTO".

       01     DETALHE-COMI.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NUMERO-DET    PIC 9(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-OPERADORA-DET PIC X(04).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-PARTIDA-DET   PIC 9999/99/99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-VALOR-DET     PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-PERCENT-DET   PIC Z9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-COMISSAO-DET  PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-VENC-DET      PIC 9999/99/99.
              02 FILLER            PIC X(03) VALUE SPACES.

       01     CAB-SECAO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TITULO-SECAO  PIC X(40).
              02 FILLER            PIC X(38) VALUE SPACES.

       01     CAB-OPE-01.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE "OPER. ".
              02 FILLER            PIC X(26) VALUE "NOME".
              02 FILLER            PIC X(07) VALUE "   QTD ".
              02 FILLER            PIC X(16) VALUE "       APURADO  ".
              02 FILLER            PIC X(23) VALUE
                 "  SALDO A RECEBER".

       01     DETALHE-OPE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-CODIGO-OPE    PIC X(04).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME-OPE      PIC X(24).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-QTD-OPE       PIC ZZZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-APURADO-OPE   PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ABERTO-OPE    PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(09) VALUE SPACES.

       01     ROD-COMI-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Comissoes apuradas       :".
              02 VAR-APURADAS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-COMI-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Operadora nao cadastrada :".
              02 VAR-DESCONHECIDA  PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-COMI-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor apurado            :".
              02 VAR-APURADO-TOT   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-COMI-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Saldo total a receber    :".
              02 VAR-ABERTO-TOT    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX103.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-BASE = ANO-HOJE * 10000 + MES-HOJE * 100
                                + DIA-HOJE.
              PERFORM LER-PARM-COMI.
              PERFORM CARREGA-APURADAS.
              OPEN INPUT COMISREC.
              IF COMISREC-STATUS EQUAL "35"
                     CLOSE COMISREC
                     OPEN OUTPUT COMISREC
              ELSE
                     CLOSE COMISREC
                     OPEN EXTEND COMISREC
              END-IF.
              OPEN INPUT  RESERVAS
                          CADOPER
                   OUTPUT RELCOMIS.
              WRITE REG-REL FROM CAB-COMI-01 AFTER ADVANCING 1 LINE.
              MOVE DATA-BASE TO VAR-DATA-CAB.
              WRITE REG-REL FROM CAB-COMI-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-COMI-03 AFTER ADVANCING 2 LINES.
              PERFORM LEITURA.

      * Ausente, vale hoje; campo zerado tambem.
       LER-PARM-COMI.
              OPEN INPUT PARM-COMI.
              READ PARM-COMI
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                AND DATA-BASE-PARM GREATER THAN ZEROES
                     MOVE DATA-BASE-PARM TO DATA-BASE.
              CLOSE PARM-COMI.

      * Tabela cheia faria apurar de novo o que ja foi apurado -
      * parar e sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX103: TABELA DE COMISSOES EXCEDIDA -"
                      " APURACAO NAO EXECUTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * Guarda as reservas ja apuradas e soma o saldo em aberto de
      * cada operadora no resumo.
       CARREGA-APURADAS.
              OPEN INPUT COMISREC.
              PERFORM UNTIL FIM-COM EQUAL "SIM"
                      READ COMISREC
                             AT END MOVE "SIM" TO FIM-COM
                             NOT AT END
                                  PERFORM GUARDA-APURADA
                      END-READ
              END-PERFORM.
              CLOSE COMISREC.

       GUARDA-APURADA.
              IF TOTAL-COM NOT LESS THAN 10000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-COM.
              MOVE NUMERO-RESV-COM TO RESV-COM-TAB(TOTAL-COM).
              IF SITUACAO-COM NOT EQUAL "Q"
                     COMPUTE VALOR-ABERTO-ITEM =
                             VALOR-COM - VALOR-RECEBIDO-COM
                     MOVE OPERADORA-COM TO CODIGO-OPE
                     PERFORM LOCALIZA-OPERADORA
                     IF IDX-OPE-ACHADA GREATER THAN ZEROES
                            ADD VALOR-ABERTO-ITEM TO
                                ABERTO-OPE-TAB(IDX-OPE-ACHADA)
                     END-IF
                     ADD VALOR-ABERTO-ITEM TO VALOR-ABERTO-TOTAL.

       LOCALIZA-OPERADORA.
              MOVE ZEROES TO IDX-OPE-ACHADA.
              PERFORM VARYING IDX-OPE FROM 1 BY 1
                      UNTIL IDX-OPE GREATER THAN TOTAL-OPE
                         OR IDX-OPE-ACHADA GREATER THAN ZEROES
                      IF CODIGO-OPE-TAB(IDX-OPE) EQUAL CODIGO-OPE
                             MOVE IDX-OPE TO IDX-OPE-ACHADA
                      END-IF
              END-PERFORM.
              IF IDX-OPE-ACHADA EQUAL ZEROES
                AND TOTAL-OPE LESS THAN 200
                     ADD 1 TO TOTAL-OPE
                     MOVE TOTAL-OPE  TO IDX-OPE-ACHADA
                     MOVE CODIGO-OPE TO CODIGO-OPE-TAB(IDX-OPE-ACHADA)
                     MOVE ZEROES     TO QTD-OPE-TAB(IDX-OPE-ACHADA)
                     MOVE ZEROES     TO APURADO-OPE-TAB(IDX-OPE-ACHADA)
                     MOVE ZEROES     TO ABERTO-OPE-TAB(IDX-OPE-ACHADA).

       LEITURA.
              READ RESERVAS
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              IF SITUACAO-RESV EQUAL "P"
                AND OPERADORA-RESV NOT EQUAL SPACES
                AND DATA-PARTIDA-RESV NOT GREATER THAN DATA-BASE
                     PERFORM VERIFICA-APURADA
                     IF JA-APURADA EQUAL "NAO"
                            PERFORM APURA-COMISSAO
                     END-IF
              END-IF.
              PERFORM LEITURA.

       VERIFICA-APURADA.
              MOVE "NAO" TO JA-APURADA.
              PERFORM VARYING IDX-COM FROM 1 BY 1
                      UNTIL IDX-COM GREATER THAN TOTAL-COM
                         OR JA-APURADA EQUAL "SIM"
                      IF RESV-COM-TAB(IDX-COM) EQUAL NUMERO-RESV
                             MOVE "SIM" TO JA-APURADA
                      END-IF
              END-PERFORM.

      * Operadora desativada ainda paga as reservas ja vendidas;
      * so a operadora fora do cadastro fica sem apuracao.
       APURA-COMISSAO.
              MOVE "SIM" TO OPERADORA-ACHADA.
              MOVE OPERADORA-RESV TO CODIGO-OPE.
              READ CADOPER KEY IS CODIGO-OPE
                     INVALID KEY
                            MOVE "NAO" TO OPERADORA-ACHADA
              END-READ.
              IF OPERADORA-ACHADA EQUAL "NAO"
                     ADD 1 TO TOTAL-OPE-DESCONHECIDA
              ELSE
                     PERFORM GRAVA-COMISSAO.

       GRAVA-COMISSAO.
              MOVE NUMERO-RESV       TO NUMERO-RESV-COM.
              MOVE OPERADORA-RESV    TO OPERADORA-COM.
              MOVE DATA-PARTIDA-RESV TO DATA-PARTIDA-COM.
              MOVE VALOR-RESV        TO VALOR-RESV-COM.
              MOVE COMISSAO-OPE      TO PERCENTUAL-COM.
              COMPUTE VALOR-COM ROUNDED =
                      VALOR-RESV * COMISSAO-OPE / 100.
              MOVE DATA-PARTIDA-RESV TO DATA-CONV-NUM.
              PERFORM SOMA-UM-DIA PRAZO-OPE TIMES.
              MOVE DATA-CONV-NUM     TO VENCIMENTO-COM.
              MOVE ZEROES            TO VALOR-RECEBIDO-COM.
              MOVE DATA-BASE         TO DATA-APURACAO-COM.
              MOVE "A"               TO SITUACAO-COM.
              WRITE REG-COM.
              ADD 1 TO TOTAL-APURADAS.
              ADD VALOR-COM TO VALOR-APURADO-TOTAL.
              ADD VALOR-COM TO VALOR-ABERTO-TOTAL.
              PERFORM LOCALIZA-OPERADORA.
              IF IDX-OPE-ACHADA GREATER THAN ZEROES
                     ADD 1 TO QTD-OPE-TAB(IDX-OPE-ACHADA)
                     ADD VALOR-COM TO APURADO-OPE-TAB(IDX-OPE-ACHADA)
                     ADD VALOR-COM TO ABERTO-OPE-TAB(IDX-OPE-ACHADA).
              MOVE NUMERO-RESV-COM   TO VAR-NUMERO-DET.
              MOVE OPERADORA-COM     TO VAR-OPERADORA-DET.
              MOVE DATA-PARTIDA-COM  TO VAR-PARTIDA-DET.
              MOVE VALOR-RESV-COM    TO VAR-VALOR-DET.
              MOVE PERCENTUAL-COM    TO VAR-PERCENT-DET.
              MOVE VALOR-COM         TO VAR-COMISSAO-DET.
              MOVE VENCIMENTO-COM    TO VAR-VENC-DET.
              WRITE REG-REL FROM DETALHE-COMI AFTER ADVANCING 1 LINE.

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

       FIM.
              PERFORM IMPRIME-RESUMO.
              PERFORM GRAVA-RUNLOG.
              CLOSE RESERVAS
                    CADOPER
                    COMISREC
                    RELCOMIS.

       IMPRIME-RESUMO.
              MOVE "RESUMO POR OPERADORA" TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-OPE-01 AFTER ADVANCING 2 LINES.
              PERFORM IMPRIME-LINHA-OPE
                      VARYING IDX-OPE FROM 1 BY 1
                      UNTIL IDX-OPE GREATER THAN TOTAL-OPE.
              MOVE TOTAL-APURADAS         TO VAR-APURADAS.
              MOVE TOTAL-OPE-DESCONHECIDA TO VAR-DESCONHECIDA.
              MOVE VALOR-APURADO-TOTAL    TO VAR-APURADO-TOT.
              MOVE VALOR-ABERTO-TOTAL     TO VAR-ABERTO-TOT.
              WRITE REG-REL FROM ROD-COMI-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-COMI-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-COMI-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-COMI-04 AFTER ADVANCING 1 LINE.

       IMPRIME-LINHA-OPE.
              MOVE CODIGO-OPE-TAB(IDX-OPE) TO CODIGO-OPE.
              MOVE SPACES TO NOME-OPE.
              READ CADOPER KEY IS CODIGO-OPE
                     INVALID KEY
                            MOVE "(NAO CADASTRADA)" TO NOME-OPE
              END-READ.
              MOVE CODIGO-OPE-TAB(IDX-OPE)  TO VAR-CODIGO-OPE.
              MOVE NOME-OPE                 TO VAR-NOME-OPE.
              MOVE QTD-OPE-TAB(IDX-OPE)     TO VAR-QTD-OPE.
              MOVE APURADO-OPE-TAB(IDX-OPE) TO VAR-APURADO-OPE.
              MOVE ABERTO-OPE-TAB(IDX-OPE)  TO VAR-ABERTO-OPE.
              WRITE REG-REL FROM DETALHE-OPE AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E103"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-APURADAS   TO TOTAL-GRAVADOS-RUNLOG.
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
