       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX108.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      REEMBOLSOS DE RESERVAS CANCELADAS: BAIXA EM
      *              REEMBOLS.DAT (ORDENS GRAVADAS PELO EX59 NO
      *              CANCELAMENTO) OS PAGAMENTOS CONFIRMADOS PELA
      *              TESOURARIA EM TRANREEM.DAT, PELO NUMERO DA
      *              RESERVA, E LISTA EM RELREEM O RESULTADO DE CADA
      *              CONFIRMACAO E OS REEMBOLSOS AINDA PENDENTES, COM
      *              OS DIAS DESDE O CANCELAMENTO. CONFIRMACAO DE
      *              ORDEM INEXISTENTE, JA PAGA OU SEM VALOR A
      *              DEVOLVER E RECUSADA NO RELATORIO. REEMBOLS.DAT
      *              E REGRAVADO POR COMPLETO NO FIM.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL TRANREEM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL REEMBOLS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELREEM ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * TRANREEM: confirmacoes de pagamento da tesouraria - numero
      * da reserva cancelada e data do pagamento (zero = hoje).
       FD     TRANREEM
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANREEM.DAT".
       01     REG-TREE.
              02 NUMERO-RESV-TREE  PIC 9(06).
              02 DATA-PAGTO-TREE   PIC 9(08).

      * REEMBOLS: ordens de reembolso (copybook).
       FD     REEMBOLS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "REEMBOLS.DAT".
       COPY REEMBOLS.

       FD     RELREEM
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
       77 FIM-REE                  PIC X(03) VALUE "NAO".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-CONFIRMADOS        PIC 9(05) VALUE ZEROES.
       77 TOTAL-RECUSADOS          PIC 9(05) VALUE ZEROES.
       77 TOTAL-PENDENTES          PIC 9(05) VALUE ZEROES.
       77 VALOR-CONFIRMADO-TOTAL   PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-PENDENTE-TOTAL     PIC 9(12)V9(02) VALUE ZEROES.
       77 DATA-BASE                PIC 9(08) VALUE ZEROES.
       77 DIAS-BASE                PIC 9(07) VALUE ZEROES.
       77 DIAS-PENDENTE            PIC 9(07) VALUE ZEROES.
       77 IDX-ACHADO               PIC 9(05) VALUE ZEROES.
       77 VAR-SITUACAO             PIC X(24) VALUE SPACES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

      * Calendario civil (mesmo calculo do EX81).
       01 DATA-CONV.
              02 ANO-CONV          PIC 9(04).
              02 MES-CONV          PIC 9(02).
              02 DIA-CONV          PIC 9(02).
       01 DATA-CONV-NUM REDEFINES DATA-CONV PIC 9(08).
       77 ANO-CALC                 PIC 9(04) VALUE ZEROES.
       77 MES-CALC                 PIC 9(02) VALUE ZEROES.
       77 DIA-CALC                 PIC 9(02) VALUE ZEROES.
       77 ANO-BISSEXTO             PIC 9(04) VALUE ZEROES.
       77 QUOC-4                   PIC 9(04) VALUE ZEROES.
       77 QUOC-100                 PIC 9(04) VALUE ZEROES.
       77 QUOC-400                 PIC 9(04) VALUE ZEROES.
       77 DIAS-CALC                PIC 9(07) VALUE ZEROES.
       01 TABELA-DIAS-ACUM-V.
              02 FILLER            PIC X(36) VALUE
                 "000031059090120151181212243273304334".
       01 TABELA-DIAS-ACUM REDEFINES TABELA-DIAS-ACUM-V.
              02 DIAS-ACUM-TAB     PIC 9(03) OCCURS 12 TIMES.

      * REEMBOLS inteiro em memoria, regravado no fim.
       77 TOTAL-REE                PIC 9(05) VALUE ZEROES.
       77 IDX-REE                  PIC 9(05) VALUE ZEROES.
       01     TABELA-REE.
              02 REEMBOLSO-TAB     OCCURS 10000 TIMES.
                 03 NUMERO-RESV-TAB    PIC 9(06).
                 03 CPF-TAB            PIC 9(11).
                 03 DESTINO-TAB        PIC X(20).
                 03 DATA-PARTIDA-TAB   PIC 9(08).
                 03 DATA-CANCEL-TAB    PIC 9(08).
                 03 DIAS-ANTEC-TAB     PIC 9(03).
                 03 VALOR-RESV-TAB     PIC 9(09)V9(02).
                 03 VALOR-PAGO-TAB     PIC 9(09)V9(02).
                 03 PERCENTUAL-TAB     PIC 9(03)V9(02).
                 03 MULTA-TAB          PIC 9(09)V9(02).
                 03 RETIDO-TAB         PIC 9(09)V9(02).
                 03 VALOR-TAB          PIC 9(09)V9(02).
                 03 SITUACAO-TAB       PIC X(01).
                 03 DATA-PAGTO-TAB     PIC 9(08).

       01     CAB-REEM-01.
              02 FILLER     PIC X(15) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "REEMBOLSOS DE RESERVAS CANCELADAS".
              02 FILLER     PIC X(15) VALUE SPACES.

       01     CAB-REEM-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(12) VALUE "DATA BASE: ".
              02 VAR-DATA-CAB      PIC 9999/99/99.
              02 FILLER            PIC X(56) VALUE SPACES.

       01     CAB-SECAO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TITULO-SECAO  PIC X(50).
              02 FILLER            PIC X(28) VALUE SPACES.

       01     CAB-CONF-01.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "RESERVA ".
              02 FILLER            PIC X(12) VALUE "DATA PAGTO".
              02 FILLER            PIC X(16) VALUE "      REEMBOLSO ".
              02 FILLER            PIC X(42) VALUE "RESULTADO".

       01     DETALHE-CONF.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NUMERO-CONF   PIC 9(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-DATA-CONF     PIC 9999/99/99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-VALOR-CONF    PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-SITUACAO-CONF PIC X(24).
              02 FILLER            PIC X(18) VALUE SPACES.

       01     CAB-PEND-01.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "RESERVA ".
              02 FILLER            PIC X(13) VALUE "CPF".
              02 FILLER            PIC X(22) VALUE "DESTINO".
              02 FILLER            PIC X(12) VALUE "CANCELADA".
              02 FILLER            PIC X(05) VALUE " DIAS".
              02 FILLER            PIC X(18) VALUE "      REEMBOLSO".

       01     DETALHE-PEND.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NUMERO-PEND   PIC 9(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-CPF-PEND      PIC 9(11).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-DESTINO-PEND  PIC X(20).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-DATA-PEND     PIC 9999/99/99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DIAS-PEND     PIC ZZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-VALOR-PEND    PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(04) VALUE SPACES.

       01     ROD-REEM-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Confirmacoes lidas       :".
              02 VAR-LIDOS         PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-REEM-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reembolsos baixados      :".
              02 VAR-CONFIRMADOS   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-REEM-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Confirmacoes recusadas   :".
              02 VAR-RECUSADOS     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-REEM-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reembolsos pendentes     :".
              02 VAR-PENDENTES     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-REEM-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor pago nesta baixa   :".
              02 VAR-CONFIRMADO-TOT PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-REEM-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor pendente           :".
              02 VAR-PENDENTE-TOT  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX108.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-BASE = ANO-HOJE * 10000 + MES-HOJE * 100
                                + DIA-HOJE.
              MOVE DATA-BASE TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              MOVE DIAS-CALC TO DIAS-BASE.
              PERFORM CARREGA-REEMBOLSOS.
              OPEN INPUT  TRANREEM
                   OUTPUT RELREEM.
              WRITE REG-REL FROM CAB-REEM-01 AFTER ADVANCING 1 LINE.
              MOVE DATA-BASE TO VAR-DATA-CAB.
              WRITE REG-REL FROM CAB-REEM-02 AFTER ADVANCING 2 LINES.
              MOVE "PAGAMENTOS CONFIRMADOS PELA TESOURARIA"
                TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-CONF-01 AFTER ADVANCING 2 LINES.
              PERFORM LEITURA.

      * Tabela cheia perderia ordens na regravacao - parar e
      * sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX108: TABELA DE REEMBOLSOS EXCEDIDA -"
                      " BAIXA NAO EXECUTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-REEMBOLSOS.
              OPEN INPUT REEMBOLS.
              PERFORM UNTIL FIM-REE EQUAL "SIM"
                      READ REEMBOLS
                             AT END MOVE "SIM" TO FIM-REE
                             NOT AT END
                                  PERFORM GUARDA-REEMBOLSO
                      END-READ
              END-PERFORM.
              CLOSE REEMBOLS.

       GUARDA-REEMBOLSO.
              IF TOTAL-REE NOT LESS THAN 10000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-REE.
              MOVE NUMERO-RESV-REE  TO NUMERO-RESV-TAB(TOTAL-REE).
              MOVE CPF-REE          TO CPF-TAB(TOTAL-REE).
              MOVE DESTINO-REE      TO DESTINO-TAB(TOTAL-REE).
              MOVE DATA-PARTIDA-REE TO DATA-PARTIDA-TAB(TOTAL-REE).
              MOVE DATA-CANCEL-REE  TO DATA-CANCEL-TAB(TOTAL-REE).
              MOVE DIAS-ANTEC-REE   TO DIAS-ANTEC-TAB(TOTAL-REE).
              MOVE VALOR-RESV-REE   TO VALOR-RESV-TAB(TOTAL-REE).
              MOVE VALOR-PAGO-REE   TO VALOR-PAGO-TAB(TOTAL-REE).
              MOVE PERCENTUAL-REE   TO PERCENTUAL-TAB(TOTAL-REE).
              MOVE MULTA-REE        TO MULTA-TAB(TOTAL-REE).
              MOVE RETIDO-REE       TO RETIDO-TAB(TOTAL-REE).
              MOVE VALOR-REE        TO VALOR-TAB(TOTAL-REE).
              MOVE SITUACAO-REE     TO SITUACAO-TAB(TOTAL-REE).
              MOVE DATA-PAGTO-REE   TO DATA-PAGTO-TAB(TOTAL-REE).

      * AAAAMMDD de DATA-CONV-NUM em dias corridos; data invalida
      * fica com zero dias.
       CONVERTE-DATA.
              IF MES-CONV LESS THAN 1 OR MES-CONV GREATER THAN 12
                OR DIA-CONV LESS THAN 1 OR DIA-CONV GREATER THAN 31
                     MOVE ZEROES TO DIAS-CALC
              ELSE
                     MOVE ANO-CONV TO ANO-CALC
                     MOVE MES-CONV TO MES-CALC
                     MOVE DIA-CONV TO DIA-CALC
                     PERFORM CALCULA-DIAS-CIVIS.

       CALCULA-DIAS-CIVIS.
              MOVE ANO-CALC TO ANO-BISSEXTO.
              IF MES-CALC NOT GREATER THAN 2
                     SUBTRACT 1 FROM ANO-BISSEXTO.
              DIVIDE ANO-BISSEXTO BY 4   GIVING QUOC-4.
              DIVIDE ANO-BISSEXTO BY 100 GIVING QUOC-100.
              DIVIDE ANO-BISSEXTO BY 400 GIVING QUOC-400.
              COMPUTE DIAS-CALC = ANO-CALC * 365
                                + QUOC-4 - QUOC-100 + QUOC-400
                                + DIAS-ACUM-TAB(MES-CALC)
                                + DIA-CALC.

       LEITURA.
              READ TRANREEM
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

      * A reserva so e cancelada uma vez, mas a ordem pendente tem
      * preferencia caso o arquivo traga mais de uma.
       PRINCIPAL.
              IF DATA-PAGTO-TREE IS NOT NUMERIC
                OR DATA-PAGTO-TREE EQUAL ZEROES
                     MOVE DATA-BASE TO DATA-PAGTO-TREE.
              MOVE ZEROES TO IDX-ACHADO.
              PERFORM VARYING IDX-REE FROM 1 BY 1
                      UNTIL IDX-REE GREATER THAN TOTAL-REE
                      IF NUMERO-RESV-TAB(IDX-REE) EQUAL
                            NUMERO-RESV-TREE
                        AND (IDX-ACHADO EQUAL ZEROES
                          OR SITUACAO-TAB(IDX-REE) EQUAL "P")
                             MOVE IDX-REE TO IDX-ACHADO
                      END-IF
              END-PERFORM.
              MOVE ZEROES TO VAR-VALOR-CONF.
              IF IDX-ACHADO EQUAL ZEROES
                     ADD 1 TO TOTAL-RECUSADOS
                     MOVE "ORDEM NAO ENCONTRADA" TO VAR-SITUACAO
              ELSE IF SITUACAO-TAB(IDX-ACHADO) EQUAL "C"
                     ADD 1 TO TOTAL-RECUSADOS
                     MOVE "REEMBOLSO JA PAGO" TO VAR-SITUACAO
              ELSE IF SITUACAO-TAB(IDX-ACHADO) NOT EQUAL "P"
                     ADD 1 TO TOTAL-RECUSADOS
                     MOVE "NADA A REEMBOLSAR" TO VAR-SITUACAO
              ELSE
                     ADD 1 TO TOTAL-CONFIRMADOS
                     MOVE "C" TO SITUACAO-TAB(IDX-ACHADO)
                     MOVE DATA-PAGTO-TREE TO DATA-PAGTO-TAB(IDX-ACHADO)
                     ADD VALOR-TAB(IDX-ACHADO) TO VALOR-CONFIRMADO-TOTAL
                     MOVE VALOR-TAB(IDX-ACHADO) TO VAR-VALOR-CONF
                     MOVE "REEMBOLSO BAIXADO" TO VAR-SITUACAO.
              MOVE NUMERO-RESV-TREE TO VAR-NUMERO-CONF.
              MOVE DATA-PAGTO-TREE  TO VAR-DATA-CONF.
              MOVE VAR-SITUACAO     TO VAR-SITUACAO-CONF.
              WRITE REG-REL FROM DETALHE-CONF AFTER ADVANCING 1 LINE.
              PERFORM LEITURA.

       FIM.
              PERFORM IMPRIME-PENDENTES.
              PERFORM IMPRIME-RODAPE.
              PERFORM REGRAVA-REEMBOLSOS.
              PERFORM GRAVA-RUNLOG.
              CLOSE TRANREEM
                    RELREEM.

      * Pendentes depois da baixa, na ordem do arquivo (ordem de
      * cancelamento).
       IMPRIME-PENDENTES.
              MOVE "REEMBOLSOS PENDENTES DE PAGAMENTO"
                TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-PEND-01 AFTER ADVANCING 2 LINES.
              PERFORM VARYING IDX-REE FROM 1 BY 1
                      UNTIL IDX-REE GREATER THAN TOTAL-REE
                      IF SITUACAO-TAB(IDX-REE) EQUAL "P"
                             PERFORM IMPRIME-PENDENTE
                      END-IF
              END-PERFORM.

       IMPRIME-PENDENTE.
              ADD 1 TO TOTAL-PENDENTES.
              ADD VALOR-TAB(IDX-REE) TO VALOR-PENDENTE-TOTAL.
              MOVE DATA-CANCEL-TAB(IDX-REE) TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              MOVE ZEROES TO DIAS-PENDENTE.
              IF DIAS-BASE GREATER THAN DIAS-CALC
                     COMPUTE DIAS-PENDENTE = DIAS-BASE - DIAS-CALC.
              MOVE NUMERO-RESV-TAB(IDX-REE) TO VAR-NUMERO-PEND.
              MOVE CPF-TAB(IDX-REE)         TO VAR-CPF-PEND.
              MOVE DESTINO-TAB(IDX-REE)     TO VAR-DESTINO-PEND.
              MOVE DATA-CANCEL-TAB(IDX-REE) TO VAR-DATA-PEND.
              MOVE DIAS-PENDENTE            TO VAR-DIAS-PEND.
              MOVE VALOR-TAB(IDX-REE)       TO VAR-VALOR-PEND.
              WRITE REG-REL FROM DETALHE-PEND AFTER ADVANCING 1 LINE.

       IMPRIME-RODAPE.
              MOVE TOTAL-LIDOS            TO VAR-LIDOS.
              MOVE TOTAL-CONFIRMADOS      TO VAR-CONFIRMADOS.
              MOVE TOTAL-RECUSADOS        TO VAR-RECUSADOS.
              MOVE TOTAL-PENDENTES        TO VAR-PENDENTES.
              MOVE VALOR-CONFIRMADO-TOTAL TO VAR-CONFIRMADO-TOT.
              MOVE VALOR-PENDENTE-TOTAL   TO VAR-PENDENTE-TOT.
              WRITE REG-REL FROM ROD-REEM-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-REEM-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-REEM-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-REEM-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-REEM-05 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-REEM-06 AFTER ADVANCING 1 LINE.

       REGRAVA-REEMBOLSOS.
              OPEN OUTPUT REEMBOLS.
              PERFORM VARYING IDX-REE FROM 1 BY 1
                      UNTIL IDX-REE GREATER THAN TOTAL-REE
                      MOVE NUMERO-RESV-TAB(IDX-REE)
                        TO NUMERO-RESV-REE
                      MOVE CPF-TAB(IDX-REE)          TO CPF-REE
                      MOVE DESTINO-TAB(IDX-REE)      TO DESTINO-REE
                      MOVE DATA-PARTIDA-TAB(IDX-REE)
                        TO DATA-PARTIDA-REE
                      MOVE DATA-CANCEL-TAB(IDX-REE)
                        TO DATA-CANCEL-REE
                      MOVE DIAS-ANTEC-TAB(IDX-REE)   TO DIAS-ANTEC-REE
                      MOVE VALOR-RESV-TAB(IDX-REE)   TO VALOR-RESV-REE
                      MOVE VALOR-PAGO-TAB(IDX-REE)   TO VALOR-PAGO-REE
                      MOVE PERCENTUAL-TAB(IDX-REE)   TO PERCENTUAL-REE
                      MOVE MULTA-TAB(IDX-REE)        TO MULTA-REE
                      MOVE RETIDO-TAB(IDX-REE)       TO RETIDO-REE
                      MOVE VALOR-TAB(IDX-REE)        TO VALOR-REE
                      MOVE SITUACAO-TAB(IDX-REE)     TO SITUACAO-REE
                      MOVE DATA-PAGTO-TAB(IDX-REE)   TO DATA-PAGTO-REE
                      WRITE REG-REE
              END-PERFORM.
              CLOSE REEMBOLS.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E108"        TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG       FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL        FROM TIME.
              MOVE   HH-ATUAL          TO HH-RUNLOG.
              MOVE   MM-ATUAL          TO MM-RUNLOG.
              MOVE   SS-ATUAL          TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS       TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-CONFIRMADOS TO TOTAL-GRAVADOS-RUNLOG.
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
