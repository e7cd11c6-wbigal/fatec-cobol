       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX112.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      APURACAO DE RESPOSTA DAS CAMPANHAS: PARA CADA CPF
      *              DO REGISTRO DE CAMPANHAS (CAMPANHA.DAT, GRAVADO
      *              PELO EX31 - EMAIL - E PELO EX63 - ETIQUETA),
      *              PROCURA VISITAS EM HISTVIS.DAT (EX24) E
      *              RESERVAS EM RESERVAS.DAT FEITAS DENTRO DA
      *              JANELA DE RESPOSTA APOS A DATA DO ENVIO (PADRAO
      *              30 DIAS, PARMATRB.DAT). IMPRIME EM RELATRB, POR
      *              CAMPANHA E CANAL E NO TOTAL DE CADA CANAL, A
      *              TAXA DE RESPOSTA DO GRUPO ALVO CONTRA A DO GRUPO
      *              DE CONTROLE E AS RESERVAS E A RECEITA (RESERVAS
      *              QUITADAS) DO ALVO. RESERVA CANCELADA CONTA COMO
      *              RESPOSTA, MAS NAO COMO RESERVA; CLIENTE EM MAIS
      *              DE UMA CAMPANHA DA O CREDITO A TODAS.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-ATRB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CAMPANHA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL HISTVIS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELATRB ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-ATRB: janela de resposta em dias (zerada vale o padrao)
      * e campanha a apurar (espacos = todas).
       FD     PARM-ATRB
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMATRB.DAT".
       01     REG-PARM-ATRB.
              02 JANELA-PARM       PIC 9(03).
              02 CAMPANHA-PARM     PIC X(08).

      * CAMPANHA: registro de campanhas (EX31/EX63, copybook).
       FD     CAMPANHA
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CAMPANHA.DAT".
       COPY CAMPREG.

      * HISTVIS: mesmo layout gravado pelo EX24 (ME02/EXEC24).
       FD     HISTVIS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "HISTVIS.DAT".
       01     REG-HISTVIS.
              02 CPF-HVIS          PIC 9(11).
              02 DATA-HVIS         PIC 9(08).
              02 ATENDENTE-HVIS    PIC X(20).

      * RESERVAS: reservas de viagem (EX58/EX59, copybook).
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

       FD     RELATRB
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
       77 FIM-CMP                  PIC X(03) VALUE "NAO".
       77 FIM-VIS                  PIC X(03) VALUE "NAO".
       77 FIM-RESV                 PIC X(03) VALUE "NAO".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-VISITAS            PIC 9(05) VALUE ZEROES.
       77 TOTAL-RESERVAS           PIC 9(05) VALUE ZEROES.
       77 TABELA-CHEIA-QUAL        PIC X(14) VALUE SPACES.
       77 JANELA                   PIC 9(03) VALUE 30.
       77 CAMPANHA-FILTRO          PIC X(08) VALUE SPACES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

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

      * Campanhas (codigo + canal) e seus acumulados por grupo.
       77 TOTAL-CAMP               PIC 9(03) VALUE ZEROES.
       77 IDX-CAMP                 PIC 9(03) VALUE ZEROES.
       77 IDX-CAMP-ACHADO          PIC 9(03) VALUE ZEROES.
       01     TABELA-CAMP.
              02 CAMP-REG          OCCURS 200 TIMES.
                 03 ID-CAMP-TAB         PIC X(08).
                 03 CANAL-CAMP-TAB      PIC X(01).
                 03 DATA-CAMP-TAB       PIC 9(08).
                 03 ALVO-CAMP-TAB       PIC 9(05).
                 03 CTRL-CAMP-TAB       PIC 9(05).
                 03 RESP-ALVO-CAMP-TAB  PIC 9(05).
                 03 RESP-CTRL-CAMP-TAB  PIC 9(05).
                 03 RESV-CAMP-TAB       PIC 9(05).
                 03 RECEITA-CAMP-TAB    PIC 9(09)V9(02).

      * Um envio por linha do registro: CPF, campanha, dia do envio
      * em dias corridos, grupo e se respondeu na janela.
       77 TOTAL-ENVIO              PIC 9(05) VALUE ZEROES.
       77 IDX-ENVIO                PIC 9(05) VALUE ZEROES.
       01     TABELA-ENVIO.
              02 ENVIO-REG         OCCURS 10000 TIMES.
                 03 CPF-ENVIO-TAB       PIC 9(11).
                 03 CAMP-ENVIO-TAB      PIC 9(03).
                 03 DIAS-ENVIO-TAB      PIC 9(07).
                 03 GRUPO-ENVIO-TAB     PIC X(01).
                 03 RESPONDEU-ENVIO-TAB PIC X(01).

      * Evento em exame (visita ou reserva) e totais por canal.
       77 CPF-EVENTO               PIC 9(11) VALUE ZEROES.
       77 DIAS-EVENTO              PIC 9(07) VALUE ZEROES.
       77 LIMITE-JANELA            PIC 9(07) VALUE ZEROES.
       77 IDX-CANAL                PIC 9(01) VALUE ZEROES.
       77 TAXA-CALC                PIC 9(03)V9 VALUE ZEROES.
       01     CANAIS-V.
              02 FILLER            PIC X(13) VALUE "EEMAIL       ".
              02 FILLER            PIC X(13) VALUE "PPOSTAL      ".
       01     CANAIS REDEFINES CANAIS-V.
              02 CANAL-REG         OCCURS 2 TIMES.
                 03 CODIGO-CANAL-TAB    PIC X(01).
                 03 NOME-CANAL-TAB      PIC X(12).
       01     TABELA-CANAL.
              02 TOT-CANAL-REG     OCCURS 2 TIMES.
                 03 ALVO-CANAL-TAB      PIC 9(05).
                 03 CTRL-CANAL-TAB      PIC 9(05).
                 03 RESP-ALVO-CANAL-TAB PIC 9(05).
                 03 RESP-CTRL-CANAL-TAB PIC 9(05).
                 03 RESV-CANAL-TAB      PIC 9(05).
                 03 RECEITA-CANAL-TAB   PIC 9(09)V9(02).

       01     CAB-ATRB-01.
              02 FILLER     PIC X(15) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "RESPOSTA DAS CAMPANHAS - TURISMAR".
              02 FILLER     PIC X(15) VALUE SPACES.

       01     CAB-ATRB-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(29)
                 VALUE "JANELA DE RESPOSTA (DIAS):  ".
              02 VAR-JANELA        PIC ZZ9.
              02 FILLER            PIC X(46) VALUE SPACES.

       01     CAB-ATRB-03.
              02 FILLER            PIC X(22) VALUE
                 " CAMPANHA C DATA ENVIO".
              02 FILLER            PIC X(18) VALUE
                 "  ALVO  RESP  TAXA".
              02 FILLER            PIC X(18) VALUE
                 "  CTRL  RESP  TAXA".
              02 FILLER            PIC X(22) VALUE
                 "  RESV       RECEITA".

       01     CAB-SECAO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TITULO-SECAO  PIC X(50).
              02 FILLER            PIC X(28) VALUE SPACES.

       01     DETALHE-CAMP.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-CAMPANHA      PIC X(08).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-CANAL         PIC X(01).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DATA-ENVIO    PIC 9999/99/99.
              02 VAR-NUMEROS.
                 03 FILLER            PIC X(01) VALUE SPACES.
                 03 VAR-ALVO          PIC ZZZZ9.
                 03 FILLER            PIC X(01) VALUE SPACES.
                 03 VAR-RESP-ALVO     PIC ZZZZ9.
                 03 FILLER            PIC X(01) VALUE SPACES.
                 03 VAR-TAXA-ALVO     PIC ZZ9,9.
                 03 FILLER            PIC X(01) VALUE SPACES.
                 03 VAR-CTRL          PIC ZZZZ9.
                 03 FILLER            PIC X(01) VALUE SPACES.
                 03 VAR-RESP-CTRL     PIC ZZZZ9.
                 03 FILLER            PIC X(01) VALUE SPACES.
                 03 VAR-TAXA-CTRL     PIC ZZ9,9.
                 03 FILLER            PIC X(01) VALUE SPACES.
                 03 VAR-RESV          PIC ZZZZ9.
                 03 FILLER            PIC X(01) VALUE SPACES.
                 03 VAR-RECEITA       PIC ZZ.ZZZ.ZZ9,99.
                 03 FILLER            PIC X(02) VALUE SPACES.

       01     DETALHE-CANAL.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE "TOTAL ".
              02 VAR-NOME-CANAL    PIC X(15).
              02 VAR-NUMEROS-CANAL PIC X(58).

       01     ROD-ATRB-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Envios registrados       :".
              02 VAR-LIDOS         PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-ATRB-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Visitas examinadas       :".
              02 VAR-VISITAS       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-ATRB-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reservas examinadas      :".
              02 VAR-RESERVAS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX112.
              PERFORM INICIO.
              PERFORM CONFRONTA-VISITAS.
              PERFORM CONFRONTA-RESERVAS.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              PERFORM LER-PARM-ATRB.
              PERFORM CARREGA-CAMPANHAS.
              OPEN OUTPUT RELATRB.
              WRITE REG-REL FROM CAB-ATRB-01 AFTER ADVANCING 1 LINE.
              MOVE JANELA TO VAR-JANELA.
              WRITE REG-REL FROM CAB-ATRB-02 AFTER ADVANCING 2 LINES.

      * Ausente, valem os padroes; campo zerado tambem.
       LER-PARM-ATRB.
              OPEN INPUT PARM-ATRB.
              READ PARM-ATRB
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     MOVE CAMPANHA-PARM TO CAMPANHA-FILTRO
                     IF JANELA-PARM GREATER THAN ZEROES
                            MOVE JANELA-PARM TO JANELA
                     END-IF
              END-IF.
              CLOSE PARM-ATRB.

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

      * Tabela cheia deixaria envio sem apuracao - parar e
      * sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX112: TABELA DE " TABELA-CHEIA-QUAL
                      " EXCEDIDA - APURACAO NAO EXECUTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-CAMPANHAS.
              OPEN INPUT CAMPANHA.
              PERFORM UNTIL FIM-CMP EQUAL "SIM"
                      READ CAMPANHA
                             AT END MOVE "SIM" TO FIM-CMP
                             NOT AT END
                                  IF CAMPANHA-FILTRO EQUAL SPACES
                                    OR CAMPANHA-CMP EQUAL
                                       CAMPANHA-FILTRO
                                       PERFORM GUARDA-ENVIO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CAMPANHA.

       GUARDA-ENVIO.
              ADD 1 TO TOTAL-LIDOS.
              PERFORM LOCALIZA-CAMPANHA.
              IF GRUPO-CMP EQUAL "C"
                     ADD 1 TO CTRL-CAMP-TAB(IDX-CAMP-ACHADO)
              ELSE
                     ADD 1 TO ALVO-CAMP-TAB(IDX-CAMP-ACHADO).
              IF TOTAL-ENVIO NOT LESS THAN 10000
                     MOVE "ENVIOS" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-ENVIO.
              MOVE DATA-ENVIO-CMP TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              MOVE CPF-CMP         TO CPF-ENVIO-TAB(TOTAL-ENVIO).
              MOVE IDX-CAMP-ACHADO TO CAMP-ENVIO-TAB(TOTAL-ENVIO).
              MOVE DIAS-CALC       TO DIAS-ENVIO-TAB(TOTAL-ENVIO).
              MOVE GRUPO-CMP       TO GRUPO-ENVIO-TAB(TOTAL-ENVIO).
              MOVE "N"             TO RESPONDEU-ENVIO-TAB(TOTAL-ENVIO).

      * Campanha repetida no mesmo canal fica com a primeira data
      * de envio no relatorio; cada envio usa a sua na janela.
       LOCALIZA-CAMPANHA.
              MOVE ZEROES TO IDX-CAMP-ACHADO.
              PERFORM VARYING IDX-CAMP FROM 1 BY 1
                      UNTIL IDX-CAMP GREATER THAN TOTAL-CAMP
                         OR IDX-CAMP-ACHADO GREATER THAN ZEROES
                      IF ID-CAMP-TAB(IDX-CAMP) EQUAL CAMPANHA-CMP
                        AND CANAL-CAMP-TAB(IDX-CAMP) EQUAL CANAL-CMP
                             MOVE IDX-CAMP TO IDX-CAMP-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-CAMP-ACHADO EQUAL ZEROES
                     IF TOTAL-CAMP NOT LESS THAN 200
                            MOVE "CAMPANHAS" TO TABELA-CHEIA-QUAL
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-CAMP
                     MOVE TOTAL-CAMP TO IDX-CAMP-ACHADO
                     MOVE CAMPANHA-CMP   TO ID-CAMP-TAB(TOTAL-CAMP)
                     MOVE CANAL-CMP      TO CANAL-CAMP-TAB(TOTAL-CAMP)
                     MOVE DATA-ENVIO-CMP TO DATA-CAMP-TAB(TOTAL-CAMP)
                     MOVE ZEROES TO ALVO-CAMP-TAB(TOTAL-CAMP)
                                    CTRL-CAMP-TAB(TOTAL-CAMP)
                                    RESP-ALVO-CAMP-TAB(TOTAL-CAMP)
                                    RESP-CTRL-CAMP-TAB(TOTAL-CAMP)
                                    RESV-CAMP-TAB(TOTAL-CAMP)
                                    RECEITA-CAMP-TAB(TOTAL-CAMP)
              END-IF.

       CONFRONTA-VISITAS.
              OPEN INPUT HISTVIS.
              PERFORM UNTIL FIM-VIS EQUAL "SIM"
                      READ HISTVIS
                             AT END MOVE "SIM" TO FIM-VIS
                             NOT AT END
                                  ADD 1 TO TOTAL-VISITAS
                                  MOVE CPF-HVIS  TO CPF-EVENTO
                                  MOVE DATA-HVIS TO DATA-CONV-NUM
                                  PERFORM CONVERTE-DATA
                                  MOVE DIAS-CALC TO DIAS-EVENTO
                                  PERFORM VARYING IDX-ENVIO FROM 1 BY 1
                                    UNTIL IDX-ENVIO GREATER THAN
                                          TOTAL-ENVIO
                                       PERFORM VERIFICA-VISITA
                                  END-PERFORM
                      END-READ
              END-PERFORM.
              CLOSE HISTVIS.

       VERIFICA-VISITA.
              PERFORM VERIFICA-JANELA.
              IF LIMITE-JANELA GREATER THAN ZEROES
                     MOVE "S" TO RESPONDEU-ENVIO-TAB(IDX-ENVIO).

      * Evento do mesmo CPF entre o dia do envio e o fim da janela;
      * fora dela (ou data invalida) LIMITE-JANELA fica zerado.
       VERIFICA-JANELA.
              MOVE ZEROES TO LIMITE-JANELA.
              IF CPF-ENVIO-TAB(IDX-ENVIO) EQUAL CPF-EVENTO
                AND DIAS-EVENTO GREATER THAN ZEROES
                AND DIAS-EVENTO NOT LESS THAN DIAS-ENVIO-TAB(IDX-ENVIO)
                AND DIAS-EVENTO NOT GREATER THAN
                    DIAS-ENVIO-TAB(IDX-ENVIO) + JANELA
                     COMPUTE LIMITE-JANELA = DIAS-ENVIO-TAB(IDX-ENVIO)
                                           + JANELA.

       CONFRONTA-RESERVAS.
              OPEN INPUT RESERVAS.
              PERFORM UNTIL FIM-RESV EQUAL "SIM"
                      READ RESERVAS
                             AT END MOVE "SIM" TO FIM-RESV
                             NOT AT END
                                  ADD 1 TO TOTAL-RESERVAS
                                  MOVE CPF-RESV TO CPF-EVENTO
                                  MOVE DATA-RESERVA-RESV
                                    TO DATA-CONV-NUM
                                  PERFORM CONVERTE-DATA
                                  MOVE DIAS-CALC TO DIAS-EVENTO
                                  PERFORM VARYING IDX-ENVIO FROM 1 BY 1
                                    UNTIL IDX-ENVIO GREATER THAN
                                          TOTAL-ENVIO
                                       PERFORM VERIFICA-RESERVA
                                  END-PERFORM
                      END-READ
              END-PERFORM.
              CLOSE RESERVAS.

      * Reserva na janela e resposta; nao cancelada conta como
      * reserva da campanha e, quitada, como receita - so do alvo.
       VERIFICA-RESERVA.
              PERFORM VERIFICA-JANELA.
              IF LIMITE-JANELA GREATER THAN ZEROES
                     MOVE "S" TO RESPONDEU-ENVIO-TAB(IDX-ENVIO)
                     MOVE CAMP-ENVIO-TAB(IDX-ENVIO) TO IDX-CAMP
                     IF GRUPO-ENVIO-TAB(IDX-ENVIO) NOT EQUAL "C"
                       AND SITUACAO-RESV NOT EQUAL "C"
                            ADD 1 TO RESV-CAMP-TAB(IDX-CAMP)
                            IF SITUACAO-RESV EQUAL "P"
                                   ADD VALOR-RESV
                                    TO RECEITA-CAMP-TAB(IDX-CAMP)
                            END-IF
                     END-IF
              END-IF.

       FIM.
              PERFORM CONTA-RESPOSTAS
                      VARYING IDX-ENVIO FROM 1 BY 1
                      UNTIL IDX-ENVIO GREATER THAN TOTAL-ENVIO.
              PERFORM IMPRIME-CAMPANHAS.
              PERFORM IMPRIME-CANAIS.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELATRB.

       CONTA-RESPOSTAS.
              IF RESPONDEU-ENVIO-TAB(IDX-ENVIO) EQUAL "S"
                     MOVE CAMP-ENVIO-TAB(IDX-ENVIO) TO IDX-CAMP
                     IF GRUPO-ENVIO-TAB(IDX-ENVIO) EQUAL "C"
                            ADD 1 TO RESP-CTRL-CAMP-TAB(IDX-CAMP)
                     ELSE
                            ADD 1 TO RESP-ALVO-CAMP-TAB(IDX-CAMP)
                     END-IF
              END-IF.

       IMPRIME-CAMPANHAS.
              MOVE "RESPOSTA POR CAMPANHA E CANAL" TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-ATRB-03 AFTER ADVANCING 2 LINES.
              MOVE ZEROES TO ALVO-CANAL-TAB(1) ALVO-CANAL-TAB(2)
                             CTRL-CANAL-TAB(1) CTRL-CANAL-TAB(2)
                             RESP-ALVO-CANAL-TAB(1)
                             RESP-ALVO-CANAL-TAB(2)
                             RESP-CTRL-CANAL-TAB(1)
                             RESP-CTRL-CANAL-TAB(2)
                             RESV-CANAL-TAB(1) RESV-CANAL-TAB(2)
                             RECEITA-CANAL-TAB(1)
                             RECEITA-CANAL-TAB(2).
              PERFORM IMPRIME-LINHA-CAMPANHA
                      VARYING IDX-CAMP FROM 1 BY 1
                      UNTIL IDX-CAMP GREATER THAN TOTAL-CAMP.

       IMPRIME-LINHA-CAMPANHA.
              MOVE ID-CAMP-TAB(IDX-CAMP)    TO VAR-CAMPANHA.
              MOVE CANAL-CAMP-TAB(IDX-CAMP) TO VAR-CANAL.
              MOVE DATA-CAMP-TAB(IDX-CAMP)  TO VAR-DATA-ENVIO.
              MOVE ALVO-CAMP-TAB(IDX-CAMP)      TO VAR-ALVO.
              MOVE RESP-ALVO-CAMP-TAB(IDX-CAMP) TO VAR-RESP-ALVO.
              MOVE CTRL-CAMP-TAB(IDX-CAMP)      TO VAR-CTRL.
              MOVE RESP-CTRL-CAMP-TAB(IDX-CAMP) TO VAR-RESP-CTRL.
              MOVE RESV-CAMP-TAB(IDX-CAMP)      TO VAR-RESV.
              MOVE RECEITA-CAMP-TAB(IDX-CAMP)   TO VAR-RECEITA.
              MOVE ZEROES TO TAXA-CALC.
              IF ALVO-CAMP-TAB(IDX-CAMP) GREATER THAN ZEROES
                     COMPUTE TAXA-CALC ROUNDED =
                             RESP-ALVO-CAMP-TAB(IDX-CAMP) * 100
                           / ALVO-CAMP-TAB(IDX-CAMP).
              MOVE TAXA-CALC TO VAR-TAXA-ALVO.
              MOVE ZEROES TO TAXA-CALC.
              IF CTRL-CAMP-TAB(IDX-CAMP) GREATER THAN ZEROES
                     COMPUTE TAXA-CALC ROUNDED =
                             RESP-CTRL-CAMP-TAB(IDX-CAMP) * 100
                           / CTRL-CAMP-TAB(IDX-CAMP).
              MOVE TAXA-CALC TO VAR-TAXA-CTRL.
              WRITE REG-REL FROM DETALHE-CAMP AFTER ADVANCING 1 LINE.
              IF CANAL-CAMP-TAB(IDX-CAMP) EQUAL "P"
                     MOVE 2 TO IDX-CANAL
              ELSE
                     MOVE 1 TO IDX-CANAL.
              ADD ALVO-CAMP-TAB(IDX-CAMP) TO ALVO-CANAL-TAB(IDX-CANAL).
              ADD CTRL-CAMP-TAB(IDX-CAMP) TO CTRL-CANAL-TAB(IDX-CANAL).
              ADD RESP-ALVO-CAMP-TAB(IDX-CAMP)
                TO RESP-ALVO-CANAL-TAB(IDX-CANAL).
              ADD RESP-CTRL-CAMP-TAB(IDX-CAMP)
                TO RESP-CTRL-CANAL-TAB(IDX-CANAL).
              ADD RESV-CAMP-TAB(IDX-CAMP) TO RESV-CANAL-TAB(IDX-CANAL).
              ADD RECEITA-CAMP-TAB(IDX-CAMP)
                TO RECEITA-CANAL-TAB(IDX-CANAL).

       IMPRIME-CANAIS.
              MOVE "RESPOSTA POR CANAL" TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-ATRB-03 AFTER ADVANCING 2 LINES.
              PERFORM IMPRIME-LINHA-CANAL
                      VARYING IDX-CANAL FROM 1 BY 1
                      UNTIL IDX-CANAL GREATER THAN 2.

       IMPRIME-LINHA-CANAL.
              MOVE NOME-CANAL-TAB(IDX-CANAL)      TO VAR-NOME-CANAL.
              MOVE ALVO-CANAL-TAB(IDX-CANAL)      TO VAR-ALVO.
              MOVE RESP-ALVO-CANAL-TAB(IDX-CANAL) TO VAR-RESP-ALVO.
              MOVE CTRL-CANAL-TAB(IDX-CANAL)      TO VAR-CTRL.
              MOVE RESP-CTRL-CANAL-TAB(IDX-CANAL) TO VAR-RESP-CTRL.
              MOVE RESV-CANAL-TAB(IDX-CANAL)      TO VAR-RESV.
              MOVE RECEITA-CANAL-TAB(IDX-CANAL)   TO VAR-RECEITA.
              MOVE ZEROES TO TAXA-CALC.
              IF ALVO-CANAL-TAB(IDX-CANAL) GREATER THAN ZEROES
                     COMPUTE TAXA-CALC ROUNDED =
                             RESP-ALVO-CANAL-TAB(IDX-CANAL) * 100
                           / ALVO-CANAL-TAB(IDX-CANAL).
              MOVE TAXA-CALC TO VAR-TAXA-ALVO.
              MOVE ZEROES TO TAXA-CALC.
              IF CTRL-CANAL-TAB(IDX-CANAL) GREATER THAN ZEROES
                     COMPUTE TAXA-CALC ROUNDED =
                             RESP-CTRL-CANAL-TAB(IDX-CANAL) * 100
                           / CTRL-CANAL-TAB(IDX-CANAL).
              MOVE TAXA-CALC TO VAR-TAXA-CTRL.
              MOVE VAR-NUMEROS TO VAR-NUMEROS-CANAL.
              WRITE REG-REL FROM DETALHE-CANAL AFTER ADVANCING 1 LINE.

       IMPRIME-RODAPE.
              MOVE TOTAL-LIDOS    TO VAR-LIDOS.
              MOVE TOTAL-VISITAS  TO VAR-VISITAS.
              MOVE TOTAL-RESERVAS TO VAR-RESERVAS.
              WRITE REG-REL FROM ROD-ATRB-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-ATRB-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-ATRB-03 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E112"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-CAMP       TO TOTAL-GRAVADOS-RUNLOG.
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
