       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX109.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      APURACAO DOS PONTOS DE FIDELIDADE: PERCORRE
      *              RESERVAS.DAT E ACRESCENTA AO RAZAO PONTOS.DAT O
      *              GANHO DE CADA RESERVA QUITADA PELO EX59 (PONTOS
      *              POR REAL DO PARMPTOS.DAT, COM O BONUS PERCENTUAL
      *              DO DESTINO EM BONUSDES.DAT), O ESTORNO DO GANHO
      *              E A DEVOLUCAO DOS PONTOS RESGATADOS (EX58) DAS
      *              RESERVAS CANCELADAS E A EXPIRACAO DOS LOTES
      *              VENCIDOS NA DATA BASE (RESGATES E EXPIRACOES
      *              CONSOMEM OS LOTES MAIS ANTIGOS PRIMEIRO). OS
      *              MOVIMENTOS GERADOS SAEM EM RELPTOS E O PASSIVO
      *              DE PONTOS EM ABERTO, POR MES DE VENCIMENTO E EM
      *              REAIS, EM RELPASPT PARA O FINANCEIRO. RODAR
      *              DEPOIS DA BAIXA DO EX59.

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

              SELECT OPTIONAL BONUSDES ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PONTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PONTOS-STATUS.

              SELECT RELPTOS ASSIGN TO DISK.

              SELECT RELPASPT ASSIGN TO DISK.

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

      * BONUSDES: bonus percentual de pontos por destino (mesmo
      * texto do DESTINO-RESV), mantido pelo marketing. Destino
      * fora da tabela nao tem bonus.
       FD     BONUSDES
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "BONUSDES.DAT".
       01     REG-BON.
              02 DESTINO-BON       PIC X(20).
              02 PERCENTUAL-BON    PIC 9(03).

      * RESERVAS: reservas de viagem (EX58/EX59, copybook).
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * PONTOS: razao de pontos de fidelidade (copybook).
       FD     PONTOS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PONTOS.DAT".
       COPY PONTOS.

       FD     RELPTOS
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

       FD     RELPASPT
              LABEL RECORD IS OMITTED.
       01     REG-PAS              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 FIM-BON                  PIC X(03) VALUE "NAO".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-PTO                  PIC X(03) VALUE "NAO".
       77 PONTOS-STATUS            PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-GANHOS             PIC 9(05) VALUE ZEROES.
       77 TOTAL-ESTORNOS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-DEVOLUCOES         PIC 9(05) VALUE ZEROES.
       77 TOTAL-EXPIRACOES         PIC 9(05) VALUE ZEROES.
       77 TOTAL-COM-SALDO          PIC 9(05) VALUE ZEROES.
       77 PONTOS-GANHOS            PIC 9(09) VALUE ZEROES.
       77 PONTOS-ESTORNADOS        PIC 9(09) VALUE ZEROES.
       77 PONTOS-DEVOLVIDOS        PIC 9(09) VALUE ZEROES.
       77 PONTOS-EXPIRADOS         PIC 9(09) VALUE ZEROES.
       77 PONTOS-EM-ABERTO         PIC 9(09) VALUE ZEROES.
       77 VALOR-PASSIVO            PIC 9(12)V9(02) VALUE ZEROES.
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
       77 PONTOS-POR-REAL          PIC 9(03)V9(02) VALUE 1.
       77 MESES-VALIDADE           PIC 9(03) VALUE 24.
       77 VALOR-PONTO              PIC 9(01)V9(04) VALUE 0,01.
       01 DATA-BASE-G.
              02 ANO-BASE          PIC 9(04).
              02 MES-BASE          PIC 9(02).
              02 DIA-BASE          PIC 9(02).
       01 DATA-BASE REDEFINES DATA-BASE-G PIC 9(08).

      * Validade dos lotes gerados nesta apuracao: data base mais
      * os meses de validade, no mesmo dia (ate 28).
       77 MESES-CORRIDOS           PIC 9(04) VALUE ZEROES.
       77 QUOC-MES                 PIC 9(03) VALUE ZEROES.
       77 RESTO-MES                PIC 9(02) VALUE ZEROES.
       01 DATA-VALIDADE-G.
              02 ANO-VALIDADE      PIC 9(04).
              02 MES-VALIDADE      PIC 9(02).
              02 DIA-VALIDADE      PIC 9(02).
       01 DATA-VALIDADE REDEFINES DATA-VALIDADE-G PIC 9(08).

      * Bonus por destino em memoria.
       77 TOTAL-BON                PIC 9(03) VALUE ZEROES.
       77 IDX-BON                  PIC 9(03) VALUE ZEROES.
       77 PERCENTUAL-BONUS         PIC 9(03) VALUE ZEROES.
       01     TABELA-BON.
              02 BON-REG           OCCURS 200 TIMES.
                 03 DESTINO-BON-TAB    PIC X(20).
                 03 PERCENTUAL-BON-TAB PIC 9(03).

      * Razao inteiro em memoria, mais os movimentos gerados agora.
       77 TOTAL-MOV                PIC 9(05) VALUE ZEROES.
       77 IDX-MOV                  PIC 9(05) VALUE ZEROES.
       77 IDX-MOV-2                PIC 9(05) VALUE ZEROES.
       01     TABELA-MOV.
              02 MOV-REG           OCCURS 10000 TIMES.
                 03 CPF-MOV-TAB       PIC 9(11).
                 03 DATA-MOV-TAB      PIC 9(08).
                 03 TIPO-MOV-TAB      PIC X(01).
                 03 RESV-MOV-TAB      PIC 9(06).
                 03 QTD-MOV-TAB       PIC 9(07).
                 03 VALIDADE-MOV-TAB  PIC 9(08).
                 03 ESTORNADO-MOV-TAB PIC X(01).

      * Movimentos ja existentes da reserva em exame.
       77 TEM-GANHO                PIC X(03) VALUE "NAO".
       77 TEM-ESTORNO              PIC X(03) VALUE "NAO".
       77 TEM-RESGATE              PIC X(03) VALUE "NAO".
       77 TEM-DEVOLUCAO            PIC X(03) VALUE "NAO".
       77 QTD-GANHO                PIC 9(07) VALUE ZEROES.
       77 QTD-RESGATE              PIC 9(07) VALUE ZEROES.
       77 PONTOS-CALC              PIC 9(07) VALUE ZEROES.

      * Movimento a gravar.
       77 CPF-NOVO                 PIC 9(11) VALUE ZEROES.
       77 TIPO-NOVO                PIC X(01) VALUE SPACES.
       77 RESV-NOVO                PIC 9(06) VALUE ZEROES.
       77 QTD-NOVO                 PIC 9(07) VALUE ZEROES.
       77 VALIDADE-NOVO            PIC 9(08) VALUE ZEROES.

      * Clientes do razao, com o saldo em aberto depois da
      * expiracao.
       77 TOTAL-CLI                PIC 9(05) VALUE ZEROES.
       77 IDX-CLI                  PIC 9(05) VALUE ZEROES.
       77 CLIENTE-ACHADO           PIC X(03) VALUE "NAO".
       77 DEBITOS-CLIENTE          PIC 9(09) VALUE ZEROES.
       77 RESTANTE-LOTE            PIC 9(07) VALUE ZEROES.
       01     TABELA-CLI.
              02 CLI-REG           OCCURS 2000 TIMES.
                 03 CPF-CLI-TAB    PIC 9(11).
                 03 SALDO-CLI-TAB  PIC 9(09).

      * Passivo por mes de vencimento dos lotes (AAAAMM).
       77 PERIODO-LOTE             PIC 9(06) VALUE ZEROES.
       77 TOTAL-VENC               PIC 9(03) VALUE ZEROES.
       77 IDX-VENC                 PIC 9(03) VALUE ZEROES.
       77 IDX-VENC-2               PIC 9(03) VALUE ZEROES.
       77 IDX-VENC-ACHADO          PIC 9(03) VALUE ZEROES.
       77 TROCOU                   PIC X(03) VALUE "NAO".
       01     TABELA-VENC.
              02 VENC-REG          OCCURS 120 TIMES.
                 03 PERIODO-VENC-TAB PIC 9(06).
                 03 PONTOS-VENC-TAB  PIC 9(09).
       01     VENC-TROCA.
              02 PERIODO-TROCA     PIC 9(06).
              02 PONTOS-TROCA      PIC 9(09).
       77 VALOR-VENC               PIC 9(12)V9(02) VALUE ZEROES.

       01     CAB-PTOS-01.
              02 FILLER     PIC X(15) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "APURACAO DE PONTOS DE FIDELIDADE".
              02 FILLER     PIC X(15) VALUE SPACES.

       01     CAB-PTOS-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(12) VALUE "DATA BASE: ".
              02 VAR-DATA-CAB      PIC 9999/99/99.
              02 FILLER            PIC X(56) VALUE SPACES.

       01     CAB-PTOS-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(13) VALUE "CPF".
              02 FILLER            PIC X(08) VALUE "RESERVA ".
              02 FILLER            PIC X(12) VALUE "MOVIMENTO".
              02 FILLER            PIC X(12) VALUE "      PONTOS".
              02 FILLER            PIC X(33) VALUE "  VALIDADE".

       01     DETALHE-PTOS.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-CPF-DET       PIC 9(11).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-RESV-DET      PIC 9(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TIPO-DET      PIC X(10).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-QTD-DET       PIC Z.ZZZ.ZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-VALIDADE-DET  PIC 9999/99/99.
              02 FILLER            PIC X(24) VALUE SPACES.

       01     ROD-PTOS-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reservas lidas           :".
              02 VAR-LIDOS         PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-PTOS-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-DESC-ROD      PIC X(27).
              02 VAR-QTD-ROD       PIC ZZZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-PONTOS-ROD    PIC ZZZ.ZZZ.ZZ9.
              02 FILLER            PIC X(08) VALUE " PONTOS".
              02 FILLER            PIC X(21) VALUE SPACES.

       01     CAB-PAS-01.
              02 FILLER     PIC X(15) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "PASSIVO DE PONTOS DE FIDELIDADE EM ABERTO".
              02 FILLER     PIC X(15) VALUE SPACES.

       01     CAB-PAS-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(12) VALUE "DATA BASE: ".
              02 VAR-DATA-PAS      PIC 9999/99/99.
              02 FILLER            PIC X(20)
                 VALUE "   VALOR DO PONTO: ".
              02 VAR-VALOR-PONTO   PIC 9,9999.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     CAB-PAS-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(14) VALUE "VENCIMENTO".
              02 FILLER            PIC X(16) VALUE "          PONTOS".
              02 FILLER            PIC X(22)
                 VALUE "           VALOR (R$)".
              02 FILLER            PIC X(26) VALUE SPACES.

       01     DETALHE-PAS.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-MES-PAS       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-PAS       PIC 9999.
              02 FILLER            PIC X(07) VALUE SPACES.
              02 VAR-PONTOS-PAS    PIC ZZZ.ZZZ.ZZZ.ZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-VALOR-PAS     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(27) VALUE SPACES.

       01     ROD-PAS-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Clientes com saldo       :".
              02 VAR-COM-SALDO     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-PAS-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Pontos em aberto         :".
              02 VAR-EM-ABERTO     PIC ZZZ.ZZZ.ZZZ.ZZ9.
              02 FILLER            PIC X(33) VALUE SPACES.

       01     ROD-PAS-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Passivo em reais         :".
              02 VAR-PASSIVO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX109.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              CLOSE RESERVAS.
              PERFORM MONTA-CLIENTES.
              PERFORM APURA-CLIENTE
                      VARYING IDX-CLI FROM 1 BY 1
                      UNTIL IDX-CLI GREATER THAN TOTAL-CLI.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-BASE = ANO-HOJE * 10000 + MES-HOJE * 100
                                + DIA-HOJE.
              PERFORM LER-PARM-PTO.
              PERFORM CALCULA-VALIDADE.
              PERFORM CARREGA-BONUS.
              PERFORM CARREGA-MOVIMENTOS.
              OPEN INPUT PONTOS.
              IF PONTOS-STATUS EQUAL "35"
                     CLOSE PONTOS
                     OPEN OUTPUT PONTOS
              ELSE
                     CLOSE PONTOS
                     OPEN EXTEND PONTOS
              END-IF.
              OPEN INPUT  RESERVAS
                   OUTPUT RELPTOS
                   OUTPUT RELPASPT.
              WRITE REG-REL FROM CAB-PTOS-01 AFTER ADVANCING 1 LINE.
              MOVE DATA-BASE TO VAR-DATA-CAB.
              WRITE REG-REL FROM CAB-PTOS-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-PTOS-03 AFTER ADVANCING 2 LINES.
              PERFORM LEITURA.

      * Ausente, valem os padroes; campo zerado tambem.
       LER-PARM-PTO.
              OPEN INPUT PARM-PTO.
              READ PARM-PTO
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     IF PONTOS-POR-REAL-PTO GREATER THAN ZEROES
                            MOVE PONTOS-POR-REAL-PTO TO PONTOS-POR-REAL
                     END-IF
                     IF MESES-VALIDADE-PTO GREATER THAN ZEROES
                            MOVE MESES-VALIDADE-PTO TO MESES-VALIDADE
                     END-IF
                     IF VALOR-PONTO-PTO GREATER THAN ZEROES
                            MOVE VALOR-PONTO-PTO TO VALOR-PONTO
                     END-IF
                     IF DATA-BASE-PTO GREATER THAN ZEROES
                            MOVE DATA-BASE-PTO TO DATA-BASE
                     END-IF
              END-IF.
              CLOSE PARM-PTO.

       CALCULA-VALIDADE.
              COMPUTE MESES-CORRIDOS = MES-BASE - 1 + MESES-VALIDADE.
              DIVIDE MESES-CORRIDOS BY 12
                     GIVING QUOC-MES REMAINDER RESTO-MES.
              COMPUTE ANO-VALIDADE = ANO-BASE + QUOC-MES.
              COMPUTE MES-VALIDADE = RESTO-MES + 1.
              MOVE DIA-BASE TO DIA-VALIDADE.
              IF DIA-VALIDADE GREATER THAN 28
                     MOVE 28 TO DIA-VALIDADE.

      * Tabela cheia daria bonus errado ou pontos em dobro - parar
      * e sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX109: TABELA EXCEDIDA - APURACAO DE"
                      " PONTOS NAO EXECUTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-BONUS.
              OPEN INPUT BONUSDES.
              PERFORM UNTIL FIM-BON EQUAL "SIM"
                      READ BONUSDES
                             AT END MOVE "SIM" TO FIM-BON
                             NOT AT END
                                  PERFORM GUARDA-BONUS
                      END-READ
              END-PERFORM.
              CLOSE BONUSDES.

       GUARDA-BONUS.
              IF TOTAL-BON NOT LESS THAN 200
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-BON.
              MOVE DESTINO-BON TO DESTINO-BON-TAB(TOTAL-BON).
              MOVE ZEROES      TO PERCENTUAL-BON-TAB(TOTAL-BON).
              IF PERCENTUAL-BON IS NUMERIC
                     MOVE PERCENTUAL-BON TO
                          PERCENTUAL-BON-TAB(TOTAL-BON).

       CARREGA-MOVIMENTOS.
              OPEN INPUT PONTOS.
              PERFORM UNTIL FIM-PTO EQUAL "SIM"
                      READ PONTOS
                             AT END MOVE "SIM" TO FIM-PTO
                             NOT AT END
                                  PERFORM GUARDA-MOVIMENTO
                      END-READ
              END-PERFORM.
              CLOSE PONTOS.

       GUARDA-MOVIMENTO.
              IF TOTAL-MOV NOT LESS THAN 10000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-MOV.
              MOVE CPF-PTO         TO CPF-MOV-TAB(TOTAL-MOV).
              MOVE DATA-PTO        TO DATA-MOV-TAB(TOTAL-MOV).
              MOVE TIPO-PTO        TO TIPO-MOV-TAB(TOTAL-MOV).
              MOVE NUMERO-RESV-PTO TO RESV-MOV-TAB(TOTAL-MOV).
              MOVE QTD-PTO         TO QTD-MOV-TAB(TOTAL-MOV).
              MOVE VALIDADE-PTO    TO VALIDADE-MOV-TAB(TOTAL-MOV).
              MOVE "N"             TO ESTORNADO-MOV-TAB(TOTAL-MOV).
              IF TIPO-PTO EQUAL "E"
                     PERFORM MARCA-ESTORNADO.

      * O estorno anula o lote de ganho da mesma reserva.
       MARCA-ESTORNADO.
              PERFORM VARYING IDX-MOV FROM 1 BY 1
                      UNTIL IDX-MOV NOT LESS THAN TOTAL-MOV
                      IF TIPO-MOV-TAB(IDX-MOV) EQUAL "G"
                        AND RESV-MOV-TAB(IDX-MOV) EQUAL
                            RESV-MOV-TAB(TOTAL-MOV)
                             MOVE "S" TO ESTORNADO-MOV-TAB(IDX-MOV)
                      END-IF
              END-PERFORM.

       LEITURA.
              READ RESERVAS
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

      * Quitada sem ganho ganha; cancelada perde o ganho e recebe de
      * volta os pontos resgatados nela - cada um uma vez so.
       PRINCIPAL.
              PERFORM LOCALIZA-MOVIMENTOS.
              IF SITUACAO-RESV EQUAL "P"
                AND TEM-GANHO EQUAL "NAO"
                     PERFORM GERA-GANHO.
              IF SITUACAO-RESV EQUAL "C"
                AND TEM-GANHO EQUAL "SIM"
                AND TEM-ESTORNO EQUAL "NAO"
                     PERFORM GERA-ESTORNO.
              IF SITUACAO-RESV EQUAL "C"
                AND TEM-RESGATE EQUAL "SIM"
                AND TEM-DEVOLUCAO EQUAL "NAO"
                     PERFORM GERA-DEVOLUCAO.
              PERFORM LEITURA.

       LOCALIZA-MOVIMENTOS.
              MOVE "NAO"  TO TEM-GANHO TEM-ESTORNO.
              MOVE "NAO"  TO TEM-RESGATE TEM-DEVOLUCAO.
              MOVE ZEROES TO QTD-GANHO QTD-RESGATE.
              PERFORM VARYING IDX-MOV FROM 1 BY 1
                      UNTIL IDX-MOV GREATER THAN TOTAL-MOV
                      IF RESV-MOV-TAB(IDX-MOV) EQUAL NUMERO-RESV
                             EVALUATE TIPO-MOV-TAB(IDX-MOV)
                                 WHEN "G"
                                      MOVE "SIM" TO TEM-GANHO
                                      ADD QTD-MOV-TAB(IDX-MOV)
                                       TO QTD-GANHO
                                 WHEN "E"
                                      MOVE "SIM" TO TEM-ESTORNO
                                 WHEN "R"
                                      MOVE "SIM" TO TEM-RESGATE
                                      ADD QTD-MOV-TAB(IDX-MOV)
                                       TO QTD-RESGATE
                                 WHEN "D"
                                      MOVE "SIM" TO TEM-DEVOLUCAO
                             END-EVALUATE
                      END-IF
              END-PERFORM.

      * Pontos = valor da reserva x pontos por real, acrescidos do
      * bonus do destino; fracao de ponto e desprezada.
       GERA-GANHO.
              MOVE ZEROES TO PERCENTUAL-BONUS.
              PERFORM VARYING IDX-BON FROM 1 BY 1
                      UNTIL IDX-BON GREATER THAN TOTAL-BON
                      IF DESTINO-BON-TAB(IDX-BON) EQUAL DESTINO-RESV
                             MOVE PERCENTUAL-BON-TAB(IDX-BON)
                               TO PERCENTUAL-BONUS
                      END-IF
              END-PERFORM.
              COMPUTE PONTOS-CALC = VALOR-RESV * PONTOS-POR-REAL
                                  * (100 + PERCENTUAL-BONUS) / 100.
              IF PONTOS-CALC GREATER THAN ZEROES
                     ADD 1 TO TOTAL-GANHOS
                     ADD PONTOS-CALC TO PONTOS-GANHOS
                     MOVE "G"           TO TIPO-NOVO
                     MOVE PONTOS-CALC   TO QTD-NOVO
                     MOVE DATA-VALIDADE TO VALIDADE-NOVO
                     PERFORM GRAVA-MOVIMENTO.

       GERA-ESTORNO.
              ADD 1 TO TOTAL-ESTORNOS.
              ADD QTD-GANHO TO PONTOS-ESTORNADOS.
              MOVE "E"       TO TIPO-NOVO.
              MOVE QTD-GANHO TO QTD-NOVO.
              MOVE ZEROES    TO VALIDADE-NOVO.
              PERFORM GRAVA-MOVIMENTO.
              PERFORM VARYING IDX-MOV FROM 1 BY 1
                      UNTIL IDX-MOV GREATER THAN TOTAL-MOV
                      IF TIPO-MOV-TAB(IDX-MOV) EQUAL "G"
                        AND RESV-MOV-TAB(IDX-MOV) EQUAL NUMERO-RESV
                             MOVE "S" TO ESTORNADO-MOV-TAB(IDX-MOV)
                      END-IF
              END-PERFORM.

      * Os pontos resgatados voltam como lote novo, com validade
      * cheia a partir da data base.
       GERA-DEVOLUCAO.
              ADD 1 TO TOTAL-DEVOLUCOES.
              ADD QTD-RESGATE TO PONTOS-DEVOLVIDOS.
              MOVE "D"           TO TIPO-NOVO.
              MOVE QTD-RESGATE   TO QTD-NOVO.
              MOVE DATA-VALIDADE TO VALIDADE-NOVO.
              PERFORM GRAVA-MOVIMENTO.

      * Grava no razao e acrescenta a tabela, para a expiracao e o
      * passivo enxergarem o movimento.
       GRAVA-MOVIMENTO.
              IF TOTAL-MOV NOT LESS THAN 10000
                     PERFORM ABORTA-TABELA-CHEIA.
              MOVE CPF-RESV      TO CPF-NOVO.
              MOVE NUMERO-RESV   TO RESV-NOVO.
              ADD 1 TO TOTAL-MOV.
              MOVE CPF-NOVO      TO CPF-MOV-TAB(TOTAL-MOV).
              MOVE DATA-BASE     TO DATA-MOV-TAB(TOTAL-MOV).
              MOVE TIPO-NOVO     TO TIPO-MOV-TAB(TOTAL-MOV).
              MOVE RESV-NOVO     TO RESV-MOV-TAB(TOTAL-MOV).
              MOVE QTD-NOVO      TO QTD-MOV-TAB(TOTAL-MOV).
              MOVE VALIDADE-NOVO TO VALIDADE-MOV-TAB(TOTAL-MOV).
              MOVE "N"           TO ESTORNADO-MOV-TAB(TOTAL-MOV).
              PERFORM ESCREVE-MOVIMENTO.

       ESCREVE-MOVIMENTO.
              MOVE CPF-NOVO      TO CPF-PTO.
              MOVE DATA-BASE     TO DATA-PTO.
              MOVE TIPO-NOVO     TO TIPO-PTO.
              MOVE RESV-NOVO     TO NUMERO-RESV-PTO.
              MOVE QTD-NOVO      TO QTD-PTO.
              MOVE VALIDADE-NOVO TO VALIDADE-PTO.
              WRITE REG-PTO.
              MOVE CPF-NOVO      TO VAR-CPF-DET.
              MOVE RESV-NOVO     TO VAR-RESV-DET.
              EVALUATE TIPO-NOVO
                  WHEN "G" MOVE "GANHO"     TO VAR-TIPO-DET
                  WHEN "E" MOVE "ESTORNO"   TO VAR-TIPO-DET
                  WHEN "D" MOVE "DEVOLUCAO" TO VAR-TIPO-DET
                  WHEN "X" MOVE "EXPIRACAO" TO VAR-TIPO-DET
              END-EVALUATE.
              MOVE QTD-NOVO      TO VAR-QTD-DET.
              MOVE VALIDADE-NOVO TO VAR-VALIDADE-DET.
              WRITE REG-REL FROM DETALHE-PTOS AFTER ADVANCING 1 LINE.

      * CPFs distintos do razao, na ordem do primeiro movimento.
       MONTA-CLIENTES.
              PERFORM VARYING IDX-MOV FROM 1 BY 1
                      UNTIL IDX-MOV GREATER THAN TOTAL-MOV
                      MOVE "NAO" TO CLIENTE-ACHADO
                      PERFORM VARYING IDX-CLI FROM 1 BY 1
                              UNTIL IDX-CLI GREATER THAN TOTAL-CLI
                                 OR CLIENTE-ACHADO EQUAL "SIM"
                              IF CPF-CLI-TAB(IDX-CLI) EQUAL
                                    CPF-MOV-TAB(IDX-MOV)
                                     MOVE "SIM" TO CLIENTE-ACHADO
                              END-IF
                      END-PERFORM
                      IF CLIENTE-ACHADO EQUAL "NAO"
                             PERFORM GUARDA-CLIENTE
                      END-IF
              END-PERFORM.

       GUARDA-CLIENTE.
              IF TOTAL-CLI NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-CLI.
              MOVE CPF-MOV-TAB(IDX-MOV) TO CPF-CLI-TAB(TOTAL-CLI).
              MOVE ZEROES               TO SALDO-CLI-TAB(TOTAL-CLI).

      * Resgates e expiracoes ja lancados consomem os lotes do
      * cliente do mais antigo para o mais novo; o que sobra de
      * lote vencido na data base expira agora, o resto e saldo.
       APURA-CLIENTE.
              MOVE ZEROES TO DEBITOS-CLIENTE.
              PERFORM VARYING IDX-MOV FROM 1 BY 1
                      UNTIL IDX-MOV GREATER THAN TOTAL-MOV
                      IF CPF-MOV-TAB(IDX-MOV) EQUAL CPF-CLI-TAB(IDX-CLI)
                        AND (TIPO-MOV-TAB(IDX-MOV) EQUAL "R"
                          OR TIPO-MOV-TAB(IDX-MOV) EQUAL "X")
                             ADD QTD-MOV-TAB(IDX-MOV)
                              TO DEBITOS-CLIENTE
                      END-IF
              END-PERFORM.
              PERFORM VARYING IDX-MOV FROM 1 BY 1
                      UNTIL IDX-MOV GREATER THAN TOTAL-MOV
                      IF CPF-MOV-TAB(IDX-MOV) EQUAL CPF-CLI-TAB(IDX-CLI)
                        AND ((TIPO-MOV-TAB(IDX-MOV) EQUAL "G"
                          AND ESTORNADO-MOV-TAB(IDX-MOV) EQUAL "N")
                          OR TIPO-MOV-TAB(IDX-MOV) EQUAL "D")
                             PERFORM CONSOME-LOTE
                      END-IF
              END-PERFORM.
              IF SALDO-CLI-TAB(IDX-CLI) GREATER THAN ZEROES
                     ADD 1 TO TOTAL-COM-SALDO.

       CONSOME-LOTE.
              MOVE QTD-MOV-TAB(IDX-MOV) TO RESTANTE-LOTE.
              IF DEBITOS-CLIENTE NOT LESS THAN RESTANTE-LOTE
                     SUBTRACT RESTANTE-LOTE FROM DEBITOS-CLIENTE
                     MOVE ZEROES TO RESTANTE-LOTE
              ELSE
                     SUBTRACT DEBITOS-CLIENTE FROM RESTANTE-LOTE
                     MOVE ZEROES TO DEBITOS-CLIENTE.
              IF RESTANTE-LOTE GREATER THAN ZEROES
                     IF VALIDADE-MOV-TAB(IDX-MOV) LESS THAN DATA-BASE
                            PERFORM EXPIRA-LOTE
                     ELSE
                            ADD RESTANTE-LOTE TO SALDO-CLI-TAB(IDX-CLI)
                            PERFORM ACUMULA-PASSIVO
                     END-IF
              END-IF.

       EXPIRA-LOTE.
              ADD 1 TO TOTAL-EXPIRACOES.
              ADD RESTANTE-LOTE TO PONTOS-EXPIRADOS.
              MOVE CPF-MOV-TAB(IDX-MOV)      TO CPF-NOVO.
              MOVE "X"                       TO TIPO-NOVO.
              MOVE RESV-MOV-TAB(IDX-MOV)     TO RESV-NOVO.
              MOVE RESTANTE-LOTE             TO QTD-NOVO.
              MOVE VALIDADE-MOV-TAB(IDX-MOV) TO VALIDADE-NOVO.
              PERFORM ESCREVE-MOVIMENTO.

       ACUMULA-PASSIVO.
              ADD RESTANTE-LOTE TO PONTOS-EM-ABERTO.
              COMPUTE PERIODO-LOTE = VALIDADE-MOV-TAB(IDX-MOV) / 100.
              MOVE ZEROES TO IDX-VENC-ACHADO.
              PERFORM VARYING IDX-VENC FROM 1 BY 1
                      UNTIL IDX-VENC GREATER THAN TOTAL-VENC
                         OR IDX-VENC-ACHADO GREATER THAN ZEROES
                      IF PERIODO-VENC-TAB(IDX-VENC) EQUAL PERIODO-LOTE
                             MOVE IDX-VENC TO IDX-VENC-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-VENC-ACHADO EQUAL ZEROES
                     IF TOTAL-VENC NOT LESS THAN 120
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-VENC
                     MOVE TOTAL-VENC TO IDX-VENC-ACHADO
                     MOVE PERIODO-LOTE
                       TO PERIODO-VENC-TAB(IDX-VENC-ACHADO)
                     MOVE ZEROES TO PONTOS-VENC-TAB(IDX-VENC-ACHADO)
              END-IF.
              ADD RESTANTE-LOTE TO PONTOS-VENC-TAB(IDX-VENC-ACHADO).

       FIM.
              PERFORM IMPRIME-RODAPE.
              PERFORM ORDENA-VENCIMENTOS.
              PERFORM IMPRIME-PASSIVO.
              PERFORM GRAVA-RUNLOG.
              CLOSE PONTOS
                    RELPTOS
                    RELPASPT.

       IMPRIME-RODAPE.
              MOVE TOTAL-LIDOS TO VAR-LIDOS.
              WRITE REG-REL FROM ROD-PTOS-01 AFTER ADVANCING 3 LINES.
              MOVE "Ganhos (reservas quitadas):" TO VAR-DESC-ROD.
              MOVE TOTAL-GANHOS     TO VAR-QTD-ROD.
              MOVE PONTOS-GANHOS    TO VAR-PONTOS-ROD.
              WRITE REG-REL FROM ROD-PTOS-02 AFTER ADVANCING 1 LINE.
              MOVE "Estornos (canceladas)     :" TO VAR-DESC-ROD.
              MOVE TOTAL-ESTORNOS   TO VAR-QTD-ROD.
              MOVE PONTOS-ESTORNADOS TO VAR-PONTOS-ROD.
              WRITE REG-REL FROM ROD-PTOS-02 AFTER ADVANCING 1 LINE.
              MOVE "Resgates devolvidos       :" TO VAR-DESC-ROD.
              MOVE TOTAL-DEVOLUCOES TO VAR-QTD-ROD.
              MOVE PONTOS-DEVOLVIDOS TO VAR-PONTOS-ROD.
              WRITE REG-REL FROM ROD-PTOS-02 AFTER ADVANCING 1 LINE.
              MOVE "Lotes expirados           :" TO VAR-DESC-ROD.
              MOVE TOTAL-EXPIRACOES TO VAR-QTD-ROD.
              MOVE PONTOS-EXPIRADOS TO VAR-PONTOS-ROD.
              WRITE REG-REL FROM ROD-PTOS-02 AFTER ADVANCING 1 LINE.

      * Por mes de vencimento (bolha, mesmo esquema do EX64).
       ORDENA-VENCIMENTOS.
              MOVE "SIM" TO TROCOU.
              PERFORM UNTIL TROCOU EQUAL "NAO"
                      MOVE "NAO" TO TROCOU
                      PERFORM VARYING IDX-VENC FROM 1 BY 1
                              UNTIL IDX-VENC NOT LESS THAN TOTAL-VENC
                              COMPUTE IDX-VENC-2 = IDX-VENC + 1
                              IF PERIODO-VENC-TAB(IDX-VENC) GREATER THAN
                                    PERIODO-VENC-TAB(IDX-VENC-2)
                                     PERFORM TROCA-VENCIMENTOS
                              END-IF
                      END-PERFORM
              END-PERFORM.

       TROCA-VENCIMENTOS.
              MOVE VENC-REG(IDX-VENC)   TO VENC-TROCA.
              MOVE VENC-REG(IDX-VENC-2) TO VENC-REG(IDX-VENC).
              MOVE VENC-TROCA           TO VENC-REG(IDX-VENC-2).
              MOVE "SIM" TO TROCOU.

       IMPRIME-PASSIVO.
              WRITE REG-PAS FROM CAB-PAS-01 AFTER ADVANCING 1 LINE.
              MOVE DATA-BASE   TO VAR-DATA-PAS.
              MOVE VALOR-PONTO TO VAR-VALOR-PONTO.
              WRITE REG-PAS FROM CAB-PAS-02 AFTER ADVANCING 2 LINES.
              WRITE REG-PAS FROM CAB-PAS-03 AFTER ADVANCING 2 LINES.
              PERFORM IMPRIME-LINHA-PASSIVO
                      VARYING IDX-VENC FROM 1 BY 1
                      UNTIL IDX-VENC GREATER THAN TOTAL-VENC.
              COMPUTE VALOR-PASSIVO ROUNDED =
                      PONTOS-EM-ABERTO * VALOR-PONTO.
              MOVE TOTAL-COM-SALDO  TO VAR-COM-SALDO.
              MOVE PONTOS-EM-ABERTO TO VAR-EM-ABERTO.
              MOVE VALOR-PASSIVO    TO VAR-PASSIVO.
              WRITE REG-PAS FROM ROD-PAS-01 AFTER ADVANCING 3 LINES.
              WRITE REG-PAS FROM ROD-PAS-02 AFTER ADVANCING 1 LINE.
              WRITE REG-PAS FROM ROD-PAS-03 AFTER ADVANCING 1 LINE.

       IMPRIME-LINHA-PASSIVO.
              COMPUTE VALOR-VENC ROUNDED =
                      PONTOS-VENC-TAB(IDX-VENC) * VALOR-PONTO.
              MOVE PERIODO-VENC-TAB(IDX-VENC)(5:2) TO VAR-MES-PAS.
              MOVE PERIODO-VENC-TAB(IDX-VENC)(1:4) TO VAR-ANO-PAS.
              MOVE PONTOS-VENC-TAB(IDX-VENC) TO VAR-PONTOS-PAS.
              MOVE VALOR-VENC                TO VAR-VALOR-PAS.
              WRITE REG-PAS FROM DETALHE-PAS AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E109"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              COMPUTE TOTAL-GRAVADOS-RUNLOG =
                      TOTAL-GANHOS + TOTAL-ESTORNOS
                    + TOTAL-DEVOLUCOES + TOTAL-EXPIRACOES.
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
