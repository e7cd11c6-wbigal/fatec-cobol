       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX110.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      EXTRATO MENSAL DE PONTOS DE FIDELIDADE: PARA A
      *              COMPETENCIA AAAAMM DO PARMPTOS.DAT (ZERO = MES
      *              ANTERIOR AO DA DATA BASE) RESUME O RAZAO
      *              PONTOS.DAT POR CPF - SALDO ANTERIOR, CREDITOS,
      *              ESTORNOS, RESGATES, EXPIRADOS, SALDO FINAL E O
      *              SEU VALOR EM REAIS - E GRAVA UMA LINHA POR
      *              CLIENTE COM SALDO OU MOVIMENTO NO MES EM
      *              EXTPONTO.DAT, COM NOME E EMAIL DO CADOK.DAT,
      *              PARA O ENVIO PELO EX31 (EMAIL) OU PELO EX63
      *              (ETIQUETAS). O CONTROLE SAI EM RELEXTPT. RODAR
      *              DEPOIS DO EX109 DO FECHAMENTO DO MES.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-PTO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PONTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADOK ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPF2
              ALTERNATE RECORD KEY IS NOME2 WITH DUPLICATES
              FILE STATUS IS CADOK-STATUS.

              SELECT EXTPONTO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELEXTPT ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-PTO: parametro do programa de fidelidade (copybook).
       FD     PARM-PTO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMPTOS.DAT".
       COPY PARMPTOS.

      * PONTOS: razao de pontos de fidelidade (copybook).
       FD     PONTOS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PONTOS.DAT".
       COPY PONTOS.

      * CADOK: cadastro validado de clientes (copybook), consultado
      * por chave para o nome e o email do extrato.
       FD     CADOK
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

      * EXTPONTO: extrato do mes, um cliente por linha (copybook).
       FD     EXTPONTO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "EXTPONTO.DAT".
       COPY EXTPONTO.

       FD     RELEXTPT
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
       77 FIM-PTO                  PIC X(03) VALUE "NAO".
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-EXTRATOS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-CADASTRO       PIC 9(05) VALUE ZEROES.
       77 PONTOS-EM-ABERTO         PIC 9(09) VALUE ZEROES.
       77 VALOR-EM-ABERTO          PIC 9(12)V9(02) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

      * Padroes, substituidos pelos de PARMPTOS.
       77 VALOR-PONTO              PIC 9(01)V9(04) VALUE 0,01.
       01 DATA-BASE-G.
              02 ANO-BASE          PIC 9(04).
              02 MES-BASE          PIC 9(02).
              02 DIA-BASE          PIC 9(02).
       01 DATA-BASE REDEFINES DATA-BASE-G PIC 9(08).
       01 COMPETENCIA-G.
              02 ANO-COMPET        PIC 9(04).
              02 MES-COMPET        PIC 9(02).
       01 COMPETENCIA REDEFINES COMPETENCIA-G PIC 9(06).
       77 PERIODO-MOV              PIC 9(06) VALUE ZEROES.

      * Movimentos do razao acumulados por CPF ate a competencia.
       77 TOTAL-CLI                PIC 9(05) VALUE ZEROES.
       77 IDX-CLI                  PIC 9(05) VALUE ZEROES.
       77 IDX-CLI-ACHADO           PIC 9(05) VALUE ZEROES.
       01     TABELA-CLI.
              02 CLI-REG           OCCURS 2000 TIMES.
                 03 CPF-CLI-TAB       PIC 9(11).
                 03 ANTERIOR-CLI-TAB  PIC S9(09).
                 03 CREDITOS-CLI-TAB  PIC 9(09).
                 03 ESTORNOS-CLI-TAB  PIC 9(09).
                 03 RESGATES-CLI-TAB  PIC 9(09).
                 03 EXPIRADOS-CLI-TAB PIC 9(09).
       77 SALDO-ANTERIOR           PIC S9(09) VALUE ZEROES.
       77 SALDO-FINAL              PIC S9(09) VALUE ZEROES.

       01     CAB-EXTP-01.
              02 FILLER     PIC X(15) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "EXTRATO MENSAL DE PONTOS DE FIDELIDADE".
              02 FILLER     PIC X(15) VALUE SPACES.

       01     CAB-EXTP-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(13) VALUE "COMPETENCIA: ".
              02 VAR-MES-CAB       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-CAB       PIC 9999.
              02 FILLER            PIC X(58) VALUE SPACES.

       01     CAB-EXTP-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(13) VALUE "CPF".
              02 FILLER            PIC X(21) VALUE "NOME".
              02 FILLER            PIC X(11) VALUE "   ANTERIOR".
              02 FILLER            PIC X(11) VALUE "  CREDITOS".
              02 FILLER            PIC X(11) VALUE "   DEBITOS".
              02 FILLER            PIC X(11) VALUE "      SALDO".

       01     DETALHE-EXTP.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-CPF-DET       PIC 9(11).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME-DET      PIC X(20).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-ANTERIOR-DET  PIC Z.ZZZ.ZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-CREDITOS-DET  PIC Z.ZZZ.ZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DEBITOS-DET   PIC Z.ZZZ.ZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-SALDO-DET     PIC Z.ZZZ.ZZ9.
              02 FILLER            PIC X(05) VALUE SPACES.

       01     ROD-EXTP-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Clientes no razao        :".
              02 VAR-CLIENTES      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-EXTP-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Extratos gerados         :".
              02 VAR-EXTRATOS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-EXTP-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "CPF fora do CADOK        :".
              02 VAR-SEM-CAD       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-EXTP-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Pontos em aberto         :".
              02 VAR-EM-ABERTO     PIC ZZZ.ZZZ.ZZZ.ZZ9.
              02 FILLER            PIC X(33) VALUE SPACES.

       01     ROD-EXTP-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor em reais           :".
              02 VAR-VALOR-ABERTO  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX110.
              PERFORM INICIO.
              PERFORM EMITE-EXTRATO
                      VARYING IDX-CLI FROM 1 BY 1
                      UNTIL IDX-CLI GREATER THAN TOTAL-CLI.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-BASE = ANO-HOJE * 10000 + MES-HOJE * 100
                                + DIA-HOJE.
              MOVE ZEROES TO COMPETENCIA.
              PERFORM LER-PARM-PTO.
              IF COMPETENCIA EQUAL ZEROES
                     PERFORM CALCULA-COMPETENCIA.
              PERFORM CARREGA-MOVIMENTOS.
              OPEN INPUT  CADOK
                   OUTPUT EXTPONTO
                   OUTPUT RELEXTPT.
              WRITE REG-REL FROM CAB-EXTP-01 AFTER ADVANCING 1 LINE.
              MOVE MES-COMPET TO VAR-MES-CAB.
              MOVE ANO-COMPET TO VAR-ANO-CAB.
              WRITE REG-REL FROM CAB-EXTP-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-EXTP-03 AFTER ADVANCING 2 LINES.

      * Ausente, valem os padroes; campo zerado tambem.
       LER-PARM-PTO.
              OPEN INPUT PARM-PTO.
              READ PARM-PTO
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     IF VALOR-PONTO-PTO GREATER THAN ZEROES
                            MOVE VALOR-PONTO-PTO TO VALOR-PONTO
                     END-IF
                     IF DATA-BASE-PTO GREATER THAN ZEROES
                            MOVE DATA-BASE-PTO TO DATA-BASE
                     END-IF
                     IF COMPETENCIA-PTO GREATER THAN ZEROES
                            MOVE COMPETENCIA-PTO TO COMPETENCIA
                     END-IF
              END-IF.
              CLOSE PARM-PTO.

      * Mes anterior ao da data base.
       CALCULA-COMPETENCIA.
              IF MES-BASE EQUAL 1
                     COMPUTE ANO-COMPET = ANO-BASE - 1
                     MOVE 12 TO MES-COMPET
              ELSE
                     MOVE ANO-BASE TO ANO-COMPET
                     COMPUTE MES-COMPET = MES-BASE - 1.

      * Tabela cheia deixaria cliente sem extrato - parar e
      * sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX110: TABELA DE 2000 CLIENTES EXCEDIDA -"
                      " EXTRATO NAO EMITIDO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-MOVIMENTOS.
              OPEN INPUT PONTOS.
              PERFORM UNTIL FIM-PTO EQUAL "SIM"
                      READ PONTOS
                             AT END MOVE "SIM" TO FIM-PTO
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  PERFORM ACUMULA-MOVIMENTO
                      END-READ
              END-PERFORM.
              CLOSE PONTOS.

      * Movimento de mes posterior a competencia fica para o
      * proximo extrato; anterior entra no saldo anterior.
       ACUMULA-MOVIMENTO.
              COMPUTE PERIODO-MOV = DATA-PTO / 100.
              IF PERIODO-MOV NOT GREATER THAN COMPETENCIA
                     PERFORM LOCALIZA-CLIENTE
                     IF PERIODO-MOV LESS THAN COMPETENCIA
                            PERFORM SOMA-ANTERIOR
                     ELSE
                            PERFORM SOMA-DO-MES
                     END-IF
              END-IF.

       LOCALIZA-CLIENTE.
              MOVE ZEROES TO IDX-CLI-ACHADO.
              PERFORM VARYING IDX-CLI FROM 1 BY 1
                      UNTIL IDX-CLI GREATER THAN TOTAL-CLI
                         OR IDX-CLI-ACHADO GREATER THAN ZEROES
                      IF CPF-CLI-TAB(IDX-CLI) EQUAL CPF-PTO
                             MOVE IDX-CLI TO IDX-CLI-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-CLI-ACHADO EQUAL ZEROES
                     IF TOTAL-CLI NOT LESS THAN 2000
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-CLI
                     MOVE TOTAL-CLI TO IDX-CLI-ACHADO
                     MOVE CPF-PTO TO CPF-CLI-TAB(TOTAL-CLI)
                     MOVE ZEROES  TO ANTERIOR-CLI-TAB(TOTAL-CLI)
                                     CREDITOS-CLI-TAB(TOTAL-CLI)
                                     ESTORNOS-CLI-TAB(TOTAL-CLI)
                                     RESGATES-CLI-TAB(TOTAL-CLI)
                                     EXPIRADOS-CLI-TAB(TOTAL-CLI)
              END-IF.

       SOMA-ANTERIOR.
              IF TIPO-PTO EQUAL "G" OR TIPO-PTO EQUAL "D"
                     ADD QTD-PTO TO ANTERIOR-CLI-TAB(IDX-CLI-ACHADO)
              ELSE
                     SUBTRACT QTD-PTO
                         FROM ANTERIOR-CLI-TAB(IDX-CLI-ACHADO).

       SOMA-DO-MES.
              EVALUATE TIPO-PTO
                  WHEN "G"
                  WHEN "D"
                       ADD QTD-PTO TO CREDITOS-CLI-TAB(IDX-CLI-ACHADO)
                  WHEN "E"
                       ADD QTD-PTO TO ESTORNOS-CLI-TAB(IDX-CLI-ACHADO)
                  WHEN "R"
                       ADD QTD-PTO TO RESGATES-CLI-TAB(IDX-CLI-ACHADO)
                  WHEN "X"
                       ADD QTD-PTO
                        TO EXPIRADOS-CLI-TAB(IDX-CLI-ACHADO)
              END-EVALUATE.

      * Extrato para quem tem saldo ou movimento no mes; cliente
      * fora do CADOK nao tem para onde ir e so e contado.
       EMITE-EXTRATO.
              MOVE ANTERIOR-CLI-TAB(IDX-CLI) TO SALDO-ANTERIOR.
              IF SALDO-ANTERIOR LESS THAN ZEROES
                     MOVE ZEROES TO SALDO-ANTERIOR.
              COMPUTE SALDO-FINAL = SALDO-ANTERIOR
                                  + CREDITOS-CLI-TAB(IDX-CLI)
                                  - ESTORNOS-CLI-TAB(IDX-CLI)
                                  - RESGATES-CLI-TAB(IDX-CLI)
                                  - EXPIRADOS-CLI-TAB(IDX-CLI).
              IF SALDO-FINAL LESS THAN ZEROES
                     MOVE ZEROES TO SALDO-FINAL.
              IF SALDO-FINAL GREATER THAN ZEROES
                OR CREDITOS-CLI-TAB(IDX-CLI) GREATER THAN ZEROES
                OR ESTORNOS-CLI-TAB(IDX-CLI) GREATER THAN ZEROES
                OR RESGATES-CLI-TAB(IDX-CLI) GREATER THAN ZEROES
                OR EXPIRADOS-CLI-TAB(IDX-CLI) GREATER THAN ZEROES
                     MOVE CPF-CLI-TAB(IDX-CLI) TO CPF2
                     READ CADOK KEY IS CPF2
                            INVALID KEY
                                   ADD 1 TO TOTAL-SEM-CADASTRO
                            NOT INVALID KEY
                                   PERFORM GRAVA-EXTRATO
                     END-READ
              END-IF.

       GRAVA-EXTRATO.
              ADD 1 TO TOTAL-EXTRATOS.
              MOVE CPF-CLI-TAB(IDX-CLI)       TO CPF-EXT.
              MOVE NOME2                      TO NOME-EXT.
              MOVE EMAIL2                     TO EMAIL-EXT.
              MOVE COMPETENCIA                TO COMPETENCIA-EXT.
              MOVE SALDO-ANTERIOR             TO SALDO-ANT-EXT.
              MOVE CREDITOS-CLI-TAB(IDX-CLI)  TO CREDITOS-EXT.
              MOVE ESTORNOS-CLI-TAB(IDX-CLI)  TO ESTORNOS-EXT.
              MOVE RESGATES-CLI-TAB(IDX-CLI)  TO RESGATES-EXT.
              MOVE EXPIRADOS-CLI-TAB(IDX-CLI) TO EXPIRADOS-EXT.
              MOVE SALDO-FINAL                TO SALDO-EXT.
              COMPUTE VALOR-SALDO-EXT ROUNDED = SALDO-EXT * VALOR-PONTO.
              WRITE REG-EXT.
              ADD SALDO-EXT       TO PONTOS-EM-ABERTO.
              ADD VALOR-SALDO-EXT TO VALOR-EM-ABERTO.
              MOVE CPF-EXT        TO VAR-CPF-DET.
              MOVE NOME-EXT       TO VAR-NOME-DET.
              MOVE SALDO-ANT-EXT  TO VAR-ANTERIOR-DET.
              MOVE CREDITOS-EXT   TO VAR-CREDITOS-DET.
              COMPUTE VAR-DEBITOS-DET = ESTORNOS-EXT + RESGATES-EXT
                                      + EXPIRADOS-EXT.
              MOVE SALDO-EXT      TO VAR-SALDO-DET.
              WRITE REG-REL FROM DETALHE-EXTP AFTER ADVANCING 1 LINE.

       FIM.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADOK
                    EXTPONTO
                    RELEXTPT.

       IMPRIME-RODAPE.
              MOVE TOTAL-CLI          TO VAR-CLIENTES.
              MOVE TOTAL-EXTRATOS     TO VAR-EXTRATOS.
              MOVE TOTAL-SEM-CADASTRO TO VAR-SEM-CAD.
              MOVE PONTOS-EM-ABERTO   TO VAR-EM-ABERTO.
              MOVE VALOR-EM-ABERTO    TO VAR-VALOR-ABERTO.
              WRITE REG-REL FROM ROD-EXTP-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-EXTP-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-EXTP-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-EXTP-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-EXTP-05 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E110"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-EXTRATOS   TO TOTAL-GRAVADOS-RUNLOG.
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
