       IDENTIFICATION              DIVISION.

       PROGRAM-ID.          EX-21.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.            APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      REMESSA MENSAL DOS DESCONTOS RECORRENTES POR
      *              CREDOR: LE O MOVIMENTO MOVDESC.DAT GRAVADO PELA
      *              FOLHA (EX05) NA COMPETENCIA (PERIODO DE
      *              PARMEX21.DAT OU O CORRENTE) E IMPRIME, PARA CADA
      *              BANCO OU FORNECEDOR DE BENEFICIO, O QUE FOI
      *              RETIDO DE CADA FUNCIONARIO E O TOTAL A REPASSAR.
      *              EM SEGUIDA LISTA AS PARCELAS QUE NAO COUBERAM NO
      *              LIQUIDO (OU NA MARGEM DO CONSIGNADO) E FORAM
      *              TRANSPORTADAS PARA A COMPETENCIA SEGUINTE, PARA
      *              O RH AVISAR O CREDOR (RELCRED).

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-EX21 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL MOVDESC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELCRED ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARMEX21: competencia da remessa (AAAAMM); ausente ou
      * zerada, vale o mes corrente.
       FD     PARM-EX21
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMEX21.DAT".
       01     REG-PARM.
              02 PERIODO-PARM      PIC 9(06).

      * MOVDESC: movimento dos descontos aplicados pela folha
      * (copybook).
       FD     MOVDESC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "MOVDESC.DAT".
       COPY MOVDESC.

       FD     RELCRED
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77  FIM-PARM     PIC X(03) VALUE "NAO".
       77  FIM-MVD      PIC X(03) VALUE "NAO".
       77  RUNLOG-STATUS PIC X(02) VALUE "00".
       77  TOTAL-LIDOS   PIC 9(05) VALUE ZEROES.
       77  TOTAL-IMPRESSOS PIC 9(05) VALUE ZEROES.
       77  PERIODO-REMESSA PIC 9(06) VALUE ZEROES.
       77  RETIDO-GERAL  PIC 9(09)V9(02) VALUE ZEROES.
       77  PENDENTE-GERAL PIC 9(09)V9(02) VALUE ZEROES.
       01  DATA-HOJE.
              02 ANO-HOJE   PIC 9(04).
              02 MES-HOJE   PIC 9(02).
              02 DIA-HOJE   PIC 9(02).
       01  HORA-ATUAL.
              02 HH-ATUAL   PIC 99.
              02 MM-ATUAL   PIC 99.
              02 SS-ATUAL   PIC 99.
              02 CS-ATUAL   PIC 99.

      * Movimento da competencia em memoria.
       77  TOTAL-MVD    PIC 9(04) VALUE ZEROES.
       77  IDX-MVD      PIC 9(04) VALUE ZEROES.
       01  TABELA-MVD.
              02 MVD-REG   OCCURS 2000 TIMES.
                 03 CODIGO-MVD-TAB      PIC 9(05).
                 03 NOME-MVD-TAB        PIC X(30).
                 03 NATUREZA-MVD-TAB    PIC X(01).
                 03 CREDOR-MVD-TAB      PIC 9(04).
                 03 NOME-CREDOR-MVD-TAB PIC X(20).
                 03 DEVIDO-MVD-TAB      PIC 9(07)V9(02).
                 03 DESCONTADO-MVD-TAB  PIC 9(07)V9(02).
                 03 PENDENTE-MVD-TAB    PIC 9(07)V9(02).

      * Credores na ordem de primeira ocorrencia, com os totais.
       77  TOTAL-CRED   PIC 9(03) VALUE ZEROES.
       77  IDX-CRED     PIC 9(03) VALUE ZEROES.
       77  ACHOU-CRED   PIC X(03) VALUE "NAO".
       01  TABELA-CRED.
              02 CRED-REG  OCCURS 200 TIMES.
                 03 CREDOR-TAB          PIC 9(04).
                 03 NOME-CREDOR-TAB     PIC X(20).
                 03 RETIDO-CRED-TAB     PIC 9(09)V9(02).
                 03 PENDENTE-CRED-TAB   PIC 9(09)V9(02).

       01  CAB-CRED-01.
              02 FILLER     PIC X(14) VALUE SPACES.
              02 FILLER     PIC X(45)
                 VALUE "REMESSA DE DESCONTOS POR CREDOR - COMPETENCIA".
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-PERIODO-CAB PIC 9(06).
              02 FILLER     PIC X(14) VALUE SPACES.

       01  CAB-CRED-02.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(07) VALUE "CREDOR ".
              02 VAR-CREDOR-CAB PIC 9(04).
              02 FILLER     PIC X(03) VALUE " - ".
              02 VAR-NOME-CREDOR-CAB PIC X(20).
              02 FILLER     PIC X(44) VALUE SPACES.

       01  CAB-CRED-03.
              02 FILLER     PIC X(04) VALUE SPACES.
              02 FILLER     PIC X(06) VALUE "CODIGO".
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(04) VALUE "NOME".
              02 FILLER     PIC X(19) VALUE SPACES.
              02 FILLER     PIC X(03) VALUE "NAT".
              02 FILLER     PIC X(04) VALUE SPACES.
              02 FILLER     PIC X(06) VALUE "DEVIDO".
              02 FILLER     PIC X(04) VALUE SPACES.
              02 FILLER     PIC X(06) VALUE "RETIDO".
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(08) VALUE "PENDENTE".
              02 FILLER     PIC X(12) VALUE SPACES.

       01  DETALHE-CRED.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 VAR-CODIGO PIC 9(05).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-NOME   PIC X(22).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-NATUREZA PIC X(01).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-DEVIDO PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-RETIDO PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-PENDENTE PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(12) VALUE SPACES.

       01  LINHA-TOTAL-CRED.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER     PIC X(20) VALUE "TOTAL A REPASSAR....".
              02 VAR-RETIDO-CRED PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(15) VALUE "   TRANSPORTADO".
              02 VAR-PENDENTE-CRED PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(14) VALUE SPACES.

       01  CAB-PEND-01.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(40)
                 VALUE "PARCELAS NAO DESCONTADAS - TRANSPORTADAS".
              02 FILLER     PIC X(38)
                 VALUE " PARA A COMPETENCIA SEGUINTE".

       01  DETALHE-PEND.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 VAR-CODIGO-PEND PIC 9(05).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-NOME-PEND PIC X(22).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-CREDOR-PEND PIC 9(04).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-NOME-CREDOR-PEND PIC X(20).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-VALOR-PEND PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(09) VALUE SPACES.

       01  ROD-CRED-01.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Total retido na folha    :".
              02 VAR-RETIDO-GER PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(35) VALUE SPACES.

       01  ROD-CRED-02.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Total transportado       :".
              02 VAR-PENDENTE-GER PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(35) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX21.
              PERFORM INICIO.
              PERFORM IMPRIME-CREDORES.
              PERFORM IMPRIME-TRANSPORTADOS.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM LER-PARAMETRO.
              PERFORM CARREGA-MOVIMENTO.
              OPEN OUTPUT RELCRED.
              MOVE PERIODO-REMESSA TO VAR-PERIODO-CAB.
              WRITE REG-REL FROM CAB-CRED-01 AFTER ADVANCING 1 LINE.

       LER-PARAMETRO.
              OPEN INPUT PARM-EX21.
              READ PARM-EX21
                     AT END MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO" AND PERIODO-PARM
                 GREATER THAN ZEROES
                     MOVE PERIODO-PARM TO PERIODO-REMESSA
              ELSE
                     COMPUTE PERIODO-REMESSA =
                             ANO-HOJE * 100 + MES-HOJE.
              CLOSE PARM-EX21.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX-21: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * So as linhas da competencia; cada uma ja soma no seu credor.
       CARREGA-MOVIMENTO.
              OPEN INPUT MOVDESC.
              PERFORM UNTIL FIM-MVD EQUAL "SIM"
                      READ MOVDESC
                             AT END MOVE "SIM" TO FIM-MVD
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  IF PERIODO-MVD EQUAL PERIODO-REMESSA
                                       PERFORM GUARDA-MOVIMENTO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE MOVDESC.

       GUARDA-MOVIMENTO.
              IF TOTAL-MVD NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-MVD.
              MOVE CODIGO-MVD      TO CODIGO-MVD-TAB(TOTAL-MVD).
              MOVE NOME-MVD        TO NOME-MVD-TAB(TOTAL-MVD).
              MOVE NATUREZA-MVD    TO NATUREZA-MVD-TAB(TOTAL-MVD).
              MOVE CREDOR-MVD      TO CREDOR-MVD-TAB(TOTAL-MVD).
              MOVE NOME-CREDOR-MVD TO NOME-CREDOR-MVD-TAB(TOTAL-MVD).
              MOVE DEVIDO-MVD      TO DEVIDO-MVD-TAB(TOTAL-MVD).
              MOVE DESCONTADO-MVD  TO DESCONTADO-MVD-TAB(TOTAL-MVD).
              MOVE PENDENTE-MVD    TO PENDENTE-MVD-TAB(TOTAL-MVD).
              PERFORM ACUMULA-CREDOR.

       ACUMULA-CREDOR.
              MOVE "NAO" TO ACHOU-CRED.
              PERFORM VARYING IDX-CRED FROM 1 BY 1
                      UNTIL IDX-CRED GREATER THAN TOTAL-CRED
                         OR ACHOU-CRED EQUAL "SIM"
                      IF CREDOR-TAB(IDX-CRED) EQUAL CREDOR-MVD
                             MOVE "SIM" TO ACHOU-CRED
                             PERFORM SOMA-NO-CREDOR
                      END-IF
              END-PERFORM.
              IF ACHOU-CRED EQUAL "NAO"
                AND TOTAL-CRED LESS THAN 200
                     ADD 1 TO TOTAL-CRED
                     MOVE TOTAL-CRED TO IDX-CRED
                     MOVE CREDOR-MVD TO CREDOR-TAB(TOTAL-CRED)
                     MOVE NOME-CREDOR-MVD
                       TO NOME-CREDOR-TAB(TOTAL-CRED)
                     MOVE ZEROES TO RETIDO-CRED-TAB(TOTAL-CRED)
                     MOVE ZEROES TO PENDENTE-CRED-TAB(TOTAL-CRED)
                     PERFORM SOMA-NO-CREDOR.
              ADD DESCONTADO-MVD TO RETIDO-GERAL.
              ADD PENDENTE-MVD   TO PENDENTE-GERAL.

       SOMA-NO-CREDOR.
              ADD DESCONTADO-MVD TO RETIDO-CRED-TAB(IDX-CRED).
              ADD PENDENTE-MVD   TO PENDENTE-CRED-TAB(IDX-CRED).

      * Um bloco por credor: os funcionarios com desconto no mes e
      * o total a repassar.
       IMPRIME-CREDORES.
              PERFORM VARYING IDX-CRED FROM 1 BY 1
                      UNTIL IDX-CRED GREATER THAN TOTAL-CRED
                      MOVE CREDOR-TAB(IDX-CRED) TO VAR-CREDOR-CAB
                      MOVE NOME-CREDOR-TAB(IDX-CRED)
                        TO VAR-NOME-CREDOR-CAB
                      WRITE REG-REL FROM CAB-CRED-02
                            AFTER ADVANCING 3 LINES
                      WRITE REG-REL FROM CAB-CRED-03
                            AFTER ADVANCING 2 LINES
                      PERFORM VARYING IDX-MVD FROM 1 BY 1
                              UNTIL IDX-MVD GREATER THAN TOTAL-MVD
                              IF CREDOR-MVD-TAB(IDX-MVD) EQUAL
                                 CREDOR-TAB(IDX-CRED)
                                     PERFORM IMPRIME-DETALHE-CREDOR
                              END-IF
                      END-PERFORM
                      MOVE RETIDO-CRED-TAB(IDX-CRED)
                        TO VAR-RETIDO-CRED
                      MOVE PENDENTE-CRED-TAB(IDX-CRED)
                        TO VAR-PENDENTE-CRED
                      WRITE REG-REL FROM LINHA-TOTAL-CRED
                            AFTER ADVANCING 2 LINES
              END-PERFORM.

       IMPRIME-DETALHE-CREDOR.
              MOVE CODIGO-MVD-TAB(IDX-MVD)     TO VAR-CODIGO.
              MOVE NOME-MVD-TAB(IDX-MVD)       TO VAR-NOME.
              MOVE NATUREZA-MVD-TAB(IDX-MVD)   TO VAR-NATUREZA.
              MOVE DEVIDO-MVD-TAB(IDX-MVD)     TO VAR-DEVIDO.
              MOVE DESCONTADO-MVD-TAB(IDX-MVD) TO VAR-RETIDO.
              MOVE PENDENTE-MVD-TAB(IDX-MVD)   TO VAR-PENDENTE.
              WRITE REG-REL FROM DETALHE-CRED AFTER ADVANCING 1 LINE.
              ADD 1 TO TOTAL-IMPRESSOS.

      * Parcelas que nao couberam no liquido/margem do mes.
       IMPRIME-TRANSPORTADOS.
              WRITE REG-REL FROM CAB-PEND-01 AFTER ADVANCING 3 LINES.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.
              PERFORM VARYING IDX-MVD FROM 1 BY 1
                      UNTIL IDX-MVD GREATER THAN TOTAL-MVD
                      IF PENDENTE-MVD-TAB(IDX-MVD) GREATER THAN ZEROES
                             PERFORM IMPRIME-DETALHE-PENDENTE
                      END-IF
              END-PERFORM.

       IMPRIME-DETALHE-PENDENTE.
              MOVE CODIGO-MVD-TAB(IDX-MVD)      TO VAR-CODIGO-PEND.
              MOVE NOME-MVD-TAB(IDX-MVD)        TO VAR-NOME-PEND.
              MOVE CREDOR-MVD-TAB(IDX-MVD)      TO VAR-CREDOR-PEND.
              MOVE NOME-CREDOR-MVD-TAB(IDX-MVD)
                TO VAR-NOME-CREDOR-PEND.
              MOVE PENDENTE-MVD-TAB(IDX-MVD)    TO VAR-VALOR-PEND.
              WRITE REG-REL FROM DETALHE-PEND AFTER ADVANCING 1 LINE.

       FIM.
              MOVE RETIDO-GERAL   TO VAR-RETIDO-GER.
              MOVE PENDENTE-GERAL TO VAR-PENDENTE-GER.
              WRITE REG-REL FROM ROD-CRED-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-CRED-02 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELCRED.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "EX-21"          TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-IMPRESSOS  TO TOTAL-GRAVADOS-RUNLOG.
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
