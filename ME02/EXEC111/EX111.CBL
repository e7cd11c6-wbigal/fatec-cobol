       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX111.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      SEGMENTACAO RFM DOS CLIENTES DO CADOK.DAT: DA A
      *              CADA CPF UMA NOTA DE 0 A 5 DE RECENCIA (DIAS
      *              DESDE A ULTIMA VISITA DE HISTVIS.DAT OU RESERVA
      *              DE RESERVAS.DAT), DE FREQUENCIA (VISITAS MAIS
      *              RESERVAS) E DE VALOR (SOMA DAS RESERVAS
      *              QUITADAS), PELAS FAIXAS DO PARMRFM.DAT, E O
      *              SEGMENTO DA PRIMEIRA REGRA DE SEGRFM.DAT QUE
      *              CASAR COM AS TRES NOTAS (AUSENTE, VALEM CAMPEAO,
      *              FIEL, EM RISCO, CURIOSO E PERDIDO). REGRAVA
      *              SEGCLI.DAT, LIDO PELO EX31 E PELO EX63, E
      *              IMPRIME EM RELRFM O TAMANHO DE CADA SEGMENTO E
      *              A MOVIMENTACAO DOS CLIENTES ENTRE SEGMENTOS
      *              DESDE A APURACAO ANTERIOR.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-RFM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SEGRFM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADOK ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CPF2
              ALTERNATE RECORD KEY IS NOME2 WITH DUPLICATES
              FILE STATUS IS CADOK-STATUS.

              SELECT OPTIONAL HISTVIS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SEGCLI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELRFM ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-RFM: data base (zero = hoje) e as quatro faixas de cada
      * nota, da nota 5 para a 2 (campo zerado vale o padrao):
      * recencia em dias ate (90, 180, 365, 730), frequencia a
      * partir de (10, 6, 3, 2) e valor a partir de (20.000,
      * 10.000, 5.000, 1.000). Abaixo da ultima faixa, nota 1; sem
      * nenhuma visita, reserva ou valor, nota 0.
       FD     PARM-RFM
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMRFM.DAT".
       01     REG-PARM-RFM.
              02 DATA-BASE-PARM    PIC 9(08).
              02 LIMITE-REC-PARM   PIC 9(04) OCCURS 4 TIMES.
              02 LIMITE-FREQ-PARM  PIC 9(03) OCCURS 4 TIMES.
              02 LIMITE-VALOR-PARM PIC 9(07)V9(02) OCCURS 4 TIMES.

      * SEGRFM: regras de segmento, na ordem de prioridade - vale a
      * primeira cujas tres notas caem nas faixas minimo-maximo.
       FD     SEGRFM
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SEGRFM.DAT".
       01     REG-REGRA.
              02 NOME-REGRA        PIC X(10).
              02 REC-MIN-REGRA     PIC 9(01).
              02 REC-MAX-REGRA     PIC 9(01).
              02 FREQ-MIN-REGRA    PIC 9(01).
              02 FREQ-MAX-REGRA    PIC 9(01).
              02 VALOR-MIN-REGRA   PIC 9(01).
              02 VALOR-MAX-REGRA   PIC 9(01).

       FD     CADOK
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

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

      * SEGCLI: segmento de cada cliente (copybook); lido como a
      * apuracao anterior e regravado no fim.
       FD     SEGCLI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SEGCLI.DAT".
       COPY SEGCLI.

       FD     RELRFM
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
       77 FIM-REGRA                PIC X(03) VALUE "NAO".
       77 FIM-OK                   PIC X(03) VALUE "NAO".
       77 FIM-VIS                  PIC X(03) VALUE "NAO".
       77 FIM-RESV                 PIC X(03) VALUE "NAO".
       77 FIM-SEG                  PIC X(03) VALUE "NAO".
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-MUDARAM            PIC 9(05) VALUE ZEROES.
       77 TOTAL-NOVOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-SAIDOS             PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-REGRA          PIC 9(05) VALUE ZEROES.
       77 TABELA-CHEIA-QUAL        PIC X(14) VALUE SPACES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

      * Padroes, substituidos pelos de PARMRFM.
       77 DATA-BASE                PIC 9(08) VALUE ZEROES.
       77 DIAS-BASE                PIC 9(07) VALUE ZEROES.
       77 IDX-FAIXA                PIC 9(01) VALUE ZEROES.
       01 LIMITES-REC-V.
              02 FILLER            PIC X(16) VALUE "0090018003650730".
       01 LIMITES-REC REDEFINES LIMITES-REC-V.
              02 LIMITE-REC        PIC 9(04) OCCURS 4 TIMES.
       01 LIMITES-FREQ-V.
              02 FILLER            PIC X(12) VALUE "010006003002".
       01 LIMITES-FREQ REDEFINES LIMITES-FREQ-V.
              02 LIMITE-FREQ       PIC 9(03) OCCURS 4 TIMES.
       01 LIMITES-VALOR-V.
              02 FILLER            PIC X(36) VALUE
                 "002000000001000000000500000000100000".
       01 LIMITES-VALOR REDEFINES LIMITES-VALOR-V.
              02 LIMITE-VALOR      PIC 9(07)V9(02) OCCURS 4 TIMES.

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

      * Regras de segmento; as padrao valem quando SEGRFM.DAT esta
      * ausente ou vazio.
       77 TOTAL-REGRA              PIC 9(02) VALUE ZEROES.
       77 IDX-REGRA                PIC 9(02) VALUE ZEROES.
       01     REGRAS-PADRAO-V.
              02 FILLER            PIC X(16) VALUE "CAMPEAO   454545".
              02 FILLER            PIC X(16) VALUE "FIEL      351515".
              02 FILLER            PIC X(16) VALUE "EM RISCO  221515".
              02 FILLER            PIC X(16) VALUE "CURIOSO   251500".
              02 FILLER            PIC X(16) VALUE "PERDIDO   010505".
       01     REGRAS-PADRAO REDEFINES REGRAS-PADRAO-V.
              02 REGRA-PADRAO      PIC X(16) OCCURS 5 TIMES.
       01     TABELA-REGRA.
              02 REGRA-REG         OCCURS 20 TIMES.
                 03 NOME-REGRA-TAB      PIC X(10).
                 03 REC-MIN-REGRA-TAB   PIC 9(01).
                 03 REC-MAX-REGRA-TAB   PIC 9(01).
                 03 FREQ-MIN-REGRA-TAB  PIC 9(01).
                 03 FREQ-MAX-REGRA-TAB  PIC 9(01).
                 03 VALOR-MIN-REGRA-TAB PIC 9(01).
                 03 VALOR-MAX-REGRA-TAB PIC 9(01).

      * Atividade por CPF: visitas, reservas, ultima data e valor
      * das reservas quitadas.
       77 TOTAL-ATIV               PIC 9(05) VALUE ZEROES.
       77 IDX-ATIV                 PIC 9(05) VALUE ZEROES.
       77 IDX-ATIV-ACHADO          PIC 9(05) VALUE ZEROES.
       77 CPF-PROCURADO            PIC 9(11) VALUE ZEROES.
       01     TABELA-ATIV.
              02 ATIV-REG          OCCURS 2000 TIMES.
                 03 CPF-ATIV-TAB      PIC 9(11).
                 03 QTD-ATIV-TAB      PIC 9(05).
                 03 ULTIMA-ATIV-TAB   PIC 9(08).
                 03 VALOR-ATIV-TAB    PIC 9(09)V9(02).

      * Apuracao anterior (SEGCLI.DAT antes de regravar).
       77 TOTAL-ANT                PIC 9(05) VALUE ZEROES.
       77 IDX-ANT                  PIC 9(05) VALUE ZEROES.
       77 IDX-ANT-ACHADO           PIC 9(05) VALUE ZEROES.
       77 DATA-ANTERIOR            PIC 9(08) VALUE ZEROES.
       01     TABELA-ANT.
              02 ANT-REG           OCCURS 2000 TIMES.
                 03 CPF-ANT-TAB       PIC 9(11).
                 03 SEGMENTO-ANT-TAB  PIC X(10).
                 03 VISTO-ANT-TAB     PIC X(01).

      * Notas e segmento do cliente em exame.
       77 NOTA-REC                 PIC 9(01) VALUE ZEROES.
       77 NOTA-FREQ                PIC 9(01) VALUE ZEROES.
       77 NOTA-VALOR               PIC 9(01) VALUE ZEROES.
       77 DIAS-REC                 PIC 9(05) VALUE ZEROES.
       77 FREQUENCIA               PIC 9(05) VALUE ZEROES.
       77 VALOR-CLIENTE            PIC 9(09)V9(02) VALUE ZEROES.
       77 ULTIMA-DATA              PIC 9(08) VALUE ZEROES.
       77 SEGMENTO-ATUAL           PIC X(10) VALUE SPACES.
       77 SEGMENTO-ANTERIOR        PIC X(10) VALUE SPACES.

      * Tamanho de cada segmento, atual e anterior.
       77 TOTAL-SEGM               PIC 9(02) VALUE ZEROES.
       77 IDX-SEGM                 PIC 9(02) VALUE ZEROES.
       77 IDX-SEGM-ACHADO          PIC 9(02) VALUE ZEROES.
       77 SEGMENTO-PROCURADO       PIC X(10) VALUE SPACES.
       77 VARIACAO-SEGM            PIC S9(05) VALUE ZEROES.
       01     TABELA-SEGM.
              02 SEGM-REG          OCCURS 30 TIMES.
                 03 NOME-SEGM-TAB     PIC X(10).
                 03 ATUAL-SEGM-TAB    PIC 9(05).
                 03 ANTERIOR-SEGM-TAB PIC 9(05).

      * Movimentacao de segmento (de/para), so quem mudou.
       77 TOTAL-MOVIM              PIC 9(03) VALUE ZEROES.
       77 IDX-MOVIM                PIC 9(03) VALUE ZEROES.
       77 IDX-MOVIM-ACHADO         PIC 9(03) VALUE ZEROES.
       01     TABELA-MOVIM.
              02 MOVIM-REG         OCCURS 200 TIMES.
                 03 DE-MOVIM-TAB      PIC X(10).
                 03 PARA-MOVIM-TAB    PIC X(10).
                 03 QTD-MOVIM-TAB     PIC 9(05).

       01     CAB-RFM-01.
              02 FILLER     PIC X(15) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "SEGMENTACAO RFM DE CLIENTES - TURISMAR".
              02 FILLER     PIC X(15) VALUE SPACES.

       01     CAB-RFM-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(12) VALUE "DATA BASE: ".
              02 VAR-DATA-CAB      PIC 9999/99/99.
              02 FILLER            PIC X(23)
                 VALUE "   APURACAO ANTERIOR: ".
              02 VAR-DATA-ANT      PIC 9999/99/99.
              02 FILLER            PIC X(23) VALUE SPACES.

       01     CAB-SECAO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TITULO-SECAO  PIC X(50).
              02 FILLER            PIC X(28) VALUE SPACES.

       01     CAB-SEGM.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(12) VALUE "SEGMENTO".
              02 FILLER            PIC X(09) VALUE "    ATUAL".
              02 FILLER            PIC X(10) VALUE "  ANTERIOR".
              02 FILLER            PIC X(10) VALUE "  VARIACAO".
              02 FILLER            PIC X(34) VALUE SPACES.

       01     DETALHE-SEGM.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-NOME-SEGM     PIC X(10).
              02 FILLER            PIC X(06) VALUE SPACES.
              02 VAR-ATUAL-SEGM    PIC ZZZZ9.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-ANTERIOR-SEGM PIC ZZZZ9.
              02 FILLER            PIC X(04) VALUE SPACES.
              02 VAR-VARIACAO-SEGM PIC -ZZZZ9.
              02 FILLER            PIC X(34) VALUE SPACES.

       01     DETALHE-MOVIM.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(03) VALUE "DE ".
              02 VAR-DE-MOVIM      PIC X(10).
              02 FILLER            PIC X(07) VALUE " PARA  ".
              02 VAR-PARA-MOVIM    PIC X(10).
              02 FILLER            PIC X(12) VALUE "  CLIENTES: ".
              02 VAR-QTD-MOVIM     PIC ZZZZ9.
              02 FILLER            PIC X(28) VALUE SPACES.

       01     ROD-RFM-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Clientes apurados        :".
              02 VAR-LIDOS         PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RFM-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Mudaram de segmento      :".
              02 VAR-MUDARAM       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RFM-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Novos desde a anterior   :".
              02 VAR-NOVOS         PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RFM-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Sairam do CADOK          :".
              02 VAR-SAIDOS        PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RFM-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Sem regra aplicavel      :".
              02 VAR-SEM-REGRA     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX111.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-OK EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-BASE = ANO-HOJE * 10000 + MES-HOJE * 100
                                + DIA-HOJE.
              PERFORM LER-PARM-RFM.
              MOVE DATA-BASE TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              MOVE DIAS-CALC TO DIAS-BASE.
              PERFORM CARREGA-REGRAS.
              PERFORM CARREGA-VISITAS.
              PERFORM CARREGA-RESERVAS.
              PERFORM CARREGA-ANTERIOR.
              OPEN INPUT  CADOK
                   OUTPUT SEGCLI
                   OUTPUT RELRFM.
              WRITE REG-REL FROM CAB-RFM-01 AFTER ADVANCING 1 LINE.
              MOVE DATA-BASE     TO VAR-DATA-CAB.
              MOVE DATA-ANTERIOR TO VAR-DATA-ANT.
              WRITE REG-REL FROM CAB-RFM-02 AFTER ADVANCING 2 LINES.
              PERFORM LEITURA.

      * Ausente, valem os padroes; campo zerado tambem.
       LER-PARM-RFM.
              OPEN INPUT PARM-RFM.
              READ PARM-RFM
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     IF DATA-BASE-PARM GREATER THAN ZEROES
                            MOVE DATA-BASE-PARM TO DATA-BASE
                     END-IF
                     PERFORM VARYING IDX-FAIXA FROM 1 BY 1
                             UNTIL IDX-FAIXA GREATER THAN 4
                             PERFORM APLICA-FAIXA-PARM
                     END-PERFORM
              END-IF.
              CLOSE PARM-RFM.

       APLICA-FAIXA-PARM.
              IF LIMITE-REC-PARM(IDX-FAIXA) GREATER THAN ZEROES
                     MOVE LIMITE-REC-PARM(IDX-FAIXA)
                       TO LIMITE-REC(IDX-FAIXA).
              IF LIMITE-FREQ-PARM(IDX-FAIXA) GREATER THAN ZEROES
                     MOVE LIMITE-FREQ-PARM(IDX-FAIXA)
                       TO LIMITE-FREQ(IDX-FAIXA).
              IF LIMITE-VALOR-PARM(IDX-FAIXA) GREATER THAN ZEROES
                     MOVE LIMITE-VALOR-PARM(IDX-FAIXA)
                       TO LIMITE-VALOR(IDX-FAIXA).

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

      * Tabela cheia deixaria cliente com segmento errado - parar e
      * sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX111: TABELA DE " TABELA-CHEIA-QUAL
                      " EXCEDIDA - SEGMENTACAO NAO EXECUTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-REGRAS.
              OPEN INPUT SEGRFM.
              PERFORM UNTIL FIM-REGRA EQUAL "SIM"
                      READ SEGRFM
                             AT END MOVE "SIM" TO FIM-REGRA
                             NOT AT END
                                  PERFORM GUARDA-REGRA
                      END-READ
              END-PERFORM.
              CLOSE SEGRFM.
              IF TOTAL-REGRA EQUAL ZEROES
                     PERFORM VARYING IDX-REGRA FROM 1 BY 1
                             UNTIL IDX-REGRA GREATER THAN 5
                             MOVE REGRA-PADRAO(IDX-REGRA)
                               TO REGRA-REG(IDX-REGRA)
                     END-PERFORM
                     MOVE 5 TO TOTAL-REGRA.

       GUARDA-REGRA.
              IF TOTAL-REGRA NOT LESS THAN 20
                     MOVE "REGRAS" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-REGRA.
              MOVE REG-REGRA TO REGRA-REG(TOTAL-REGRA).

       CARREGA-VISITAS.
              OPEN INPUT HISTVIS.
              PERFORM UNTIL FIM-VIS EQUAL "SIM"
                      READ HISTVIS
                             AT END MOVE "SIM" TO FIM-VIS
                             NOT AT END
                                  MOVE CPF-HVIS TO CPF-PROCURADO
                                  PERFORM LOCALIZA-ATIVIDADE
                                  ADD 1 TO QTD-ATIV-TAB(IDX-ATIV-ACHADO)
                                  IF DATA-HVIS GREATER THAN
                                        ULTIMA-ATIV-TAB(IDX-ATIV-ACHADO)
                                       MOVE DATA-HVIS TO
                                       ULTIMA-ATIV-TAB(IDX-ATIV-ACHADO)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE HISTVIS.

      * Toda reserva conta como atividade; so a quitada soma valor.
       CARREGA-RESERVAS.
              OPEN INPUT RESERVAS.
              PERFORM UNTIL FIM-RESV EQUAL "SIM"
                      READ RESERVAS
                             AT END MOVE "SIM" TO FIM-RESV
                             NOT AT END
                                  PERFORM ACUMULA-RESERVA
                      END-READ
              END-PERFORM.
              CLOSE RESERVAS.

       ACUMULA-RESERVA.
              MOVE CPF-RESV TO CPF-PROCURADO.
              PERFORM LOCALIZA-ATIVIDADE.
              ADD 1 TO QTD-ATIV-TAB(IDX-ATIV-ACHADO).
              IF DATA-RESERVA-RESV GREATER THAN
                    ULTIMA-ATIV-TAB(IDX-ATIV-ACHADO)
                     MOVE DATA-RESERVA-RESV
                       TO ULTIMA-ATIV-TAB(IDX-ATIV-ACHADO).
              IF SITUACAO-RESV EQUAL "P"
                     ADD VALOR-RESV TO VALOR-ATIV-TAB(IDX-ATIV-ACHADO).

       LOCALIZA-ATIVIDADE.
              MOVE ZEROES TO IDX-ATIV-ACHADO.
              PERFORM VARYING IDX-ATIV FROM 1 BY 1
                      UNTIL IDX-ATIV GREATER THAN TOTAL-ATIV
                         OR IDX-ATIV-ACHADO GREATER THAN ZEROES
                      IF CPF-ATIV-TAB(IDX-ATIV) EQUAL CPF-PROCURADO
                             MOVE IDX-ATIV TO IDX-ATIV-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-ATIV-ACHADO EQUAL ZEROES
                     IF TOTAL-ATIV NOT LESS THAN 2000
                            MOVE "ATIVIDADE" TO TABELA-CHEIA-QUAL
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-ATIV
                     MOVE TOTAL-ATIV    TO IDX-ATIV-ACHADO
                     MOVE CPF-PROCURADO TO CPF-ATIV-TAB(TOTAL-ATIV)
                     MOVE ZEROES        TO QTD-ATIV-TAB(TOTAL-ATIV)
                                           ULTIMA-ATIV-TAB(TOTAL-ATIV)
                                           VALOR-ATIV-TAB(TOTAL-ATIV)
              END-IF.

      * A apuracao anterior entra na contagem "anterior" de cada
      * segmento antes de SEGCLI.DAT ser regravado.
       CARREGA-ANTERIOR.
              OPEN INPUT SEGCLI.
              PERFORM UNTIL FIM-SEG EQUAL "SIM"
                      READ SEGCLI
                             AT END MOVE "SIM" TO FIM-SEG
                             NOT AT END
                                  PERFORM GUARDA-ANTERIOR
                      END-READ
              END-PERFORM.
              CLOSE SEGCLI.

       GUARDA-ANTERIOR.
              IF TOTAL-ANT NOT LESS THAN 2000
                     MOVE "ANTERIOR" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-ANT.
              MOVE CPF-SEG      TO CPF-ANT-TAB(TOTAL-ANT).
              MOVE SEGMENTO-SEG TO SEGMENTO-ANT-TAB(TOTAL-ANT).
              MOVE "N"          TO VISTO-ANT-TAB(TOTAL-ANT).
              MOVE DATA-SEG     TO DATA-ANTERIOR.
              MOVE SEGMENTO-SEG TO SEGMENTO-PROCURADO.
              PERFORM LOCALIZA-SEGMENTO.
              ADD 1 TO ANTERIOR-SEGM-TAB(IDX-SEGM-ACHADO).

       LEITURA.
              READ CADOK
                     AT END MOVE "SIM" TO FIM-OK
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              PERFORM CALCULA-NOTAS.
              PERFORM CLASSIFICA-CLIENTE.
              PERFORM GRAVA-SEGMENTO.
              PERFORM COMPARA-ANTERIOR.
              PERFORM LEITURA.

       CALCULA-NOTAS.
              MOVE ZEROES TO FREQUENCIA VALOR-CLIENTE ULTIMA-DATA.
              MOVE ZEROES TO DIAS-REC.
              MOVE CPF2 TO CPF-PROCURADO.
              MOVE ZEROES TO IDX-ATIV-ACHADO.
              PERFORM VARYING IDX-ATIV FROM 1 BY 1
                      UNTIL IDX-ATIV GREATER THAN TOTAL-ATIV
                         OR IDX-ATIV-ACHADO GREATER THAN ZEROES
                      IF CPF-ATIV-TAB(IDX-ATIV) EQUAL CPF-PROCURADO
                             MOVE IDX-ATIV TO IDX-ATIV-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-ATIV-ACHADO GREATER THAN ZEROES
                     MOVE QTD-ATIV-TAB(IDX-ATIV-ACHADO)
                       TO FREQUENCIA
                     MOVE ULTIMA-ATIV-TAB(IDX-ATIV-ACHADO)
                       TO ULTIMA-DATA
                     MOVE VALOR-ATIV-TAB(IDX-ATIV-ACHADO)
                       TO VALOR-CLIENTE.
              PERFORM APURA-NOTA-REC.
              PERFORM APURA-NOTA-FREQ.
              PERFORM APURA-NOTA-VALOR.

      * Atividade depois da data base conta como de hoje; recencia
      * alem de 99999 dias fica no teto.
       APURA-NOTA-REC.
              MOVE ZEROES TO NOTA-REC.
              IF ULTIMA-DATA GREATER THAN ZEROES
                     MOVE ULTIMA-DATA TO DATA-CONV-NUM
                     PERFORM CONVERTE-DATA
                     IF DIAS-CALC NOT LESS THAN DIAS-BASE
                            MOVE ZEROES TO DIAS-REC
                     ELSE
                       IF DIAS-BASE - DIAS-CALC GREATER THAN 99999
                            MOVE 99999 TO DIAS-REC
                       ELSE
                            COMPUTE DIAS-REC = DIAS-BASE - DIAS-CALC
                       END-IF
                     END-IF
                     MOVE 1 TO NOTA-REC
                     PERFORM VARYING IDX-FAIXA FROM 4 BY -1
                             UNTIL IDX-FAIXA LESS THAN 1
                             IF DIAS-REC NOT GREATER THAN
                                   LIMITE-REC(IDX-FAIXA)
                                    COMPUTE NOTA-REC = 6 - IDX-FAIXA
                             END-IF
                     END-PERFORM
              END-IF.

       APURA-NOTA-FREQ.
              MOVE ZEROES TO NOTA-FREQ.
              IF FREQUENCIA GREATER THAN ZEROES
                     MOVE 1 TO NOTA-FREQ
                     PERFORM VARYING IDX-FAIXA FROM 4 BY -1
                             UNTIL IDX-FAIXA LESS THAN 1
                             IF FREQUENCIA NOT LESS THAN
                                   LIMITE-FREQ(IDX-FAIXA)
                                    COMPUTE NOTA-FREQ = 6 - IDX-FAIXA
                             END-IF
                     END-PERFORM
              END-IF.

       APURA-NOTA-VALOR.
              MOVE ZEROES TO NOTA-VALOR.
              IF VALOR-CLIENTE GREATER THAN ZEROES
                     MOVE 1 TO NOTA-VALOR
                     PERFORM VARYING IDX-FAIXA FROM 4 BY -1
                             UNTIL IDX-FAIXA LESS THAN 1
                             IF VALOR-CLIENTE NOT LESS THAN
                                   LIMITE-VALOR(IDX-FAIXA)
                                    COMPUTE NOTA-VALOR = 6 - IDX-FAIXA
                             END-IF
                     END-PERFORM
              END-IF.

      * Primeira regra, na ordem do arquivo, com as tres notas
      * dentro das faixas.
       CLASSIFICA-CLIENTE.
              MOVE SPACES TO SEGMENTO-ATUAL.
              PERFORM VARYING IDX-REGRA FROM 1 BY 1
                      UNTIL IDX-REGRA GREATER THAN TOTAL-REGRA
                         OR SEGMENTO-ATUAL NOT EQUAL SPACES
                      IF NOTA-REC NOT LESS THAN
                            REC-MIN-REGRA-TAB(IDX-REGRA)
                        AND NOTA-REC NOT GREATER THAN
                            REC-MAX-REGRA-TAB(IDX-REGRA)
                        AND NOTA-FREQ NOT LESS THAN
                            FREQ-MIN-REGRA-TAB(IDX-REGRA)
                        AND NOTA-FREQ NOT GREATER THAN
                            FREQ-MAX-REGRA-TAB(IDX-REGRA)
                        AND NOTA-VALOR NOT LESS THAN
                            VALOR-MIN-REGRA-TAB(IDX-REGRA)
                        AND NOTA-VALOR NOT GREATER THAN
                            VALOR-MAX-REGRA-TAB(IDX-REGRA)
                             MOVE NOME-REGRA-TAB(IDX-REGRA)
                               TO SEGMENTO-ATUAL
                      END-IF
              END-PERFORM.
              IF SEGMENTO-ATUAL EQUAL SPACES
                     ADD 1 TO TOTAL-SEM-REGRA
                     MOVE "SEM REGRA" TO SEGMENTO-ATUAL.
              MOVE SEGMENTO-ATUAL TO SEGMENTO-PROCURADO.
              PERFORM LOCALIZA-SEGMENTO.
              ADD 1 TO ATUAL-SEGM-TAB(IDX-SEGM-ACHADO).

       GRAVA-SEGMENTO.
              MOVE CPF2           TO CPF-SEG.
              MOVE SEGMENTO-ATUAL TO SEGMENTO-SEG.
              MOVE NOTA-REC       TO NOTA-REC-SEG.
              MOVE NOTA-FREQ      TO NOTA-FREQ-SEG.
              MOVE NOTA-VALOR     TO NOTA-VALOR-SEG.
              MOVE DIAS-REC       TO DIAS-REC-SEG.
              MOVE FREQUENCIA     TO FREQUENCIA-SEG.
              MOVE VALOR-CLIENTE  TO VALOR-SEG.
              MOVE DATA-BASE      TO DATA-SEG.
              WRITE REG-SEG.

      * Cliente sem apuracao anterior e novo; com segmento diferente
      * entra na movimentacao de/para.
       COMPARA-ANTERIOR.
              MOVE ZEROES TO IDX-ANT-ACHADO.
              PERFORM VARYING IDX-ANT FROM 1 BY 1
                      UNTIL IDX-ANT GREATER THAN TOTAL-ANT
                         OR IDX-ANT-ACHADO GREATER THAN ZEROES
                      IF CPF-ANT-TAB(IDX-ANT) EQUAL CPF2
                             MOVE IDX-ANT TO IDX-ANT-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-ANT-ACHADO EQUAL ZEROES
                     ADD 1 TO TOTAL-NOVOS
              ELSE
                     MOVE "S" TO VISTO-ANT-TAB(IDX-ANT-ACHADO)
                     MOVE SEGMENTO-ANT-TAB(IDX-ANT-ACHADO)
                       TO SEGMENTO-ANTERIOR
                     IF SEGMENTO-ANTERIOR NOT EQUAL SEGMENTO-ATUAL
                            ADD 1 TO TOTAL-MUDARAM
                            PERFORM REGISTRA-MOVIMENTACAO
                     END-IF
              END-IF.

       REGISTRA-MOVIMENTACAO.
              MOVE ZEROES TO IDX-MOVIM-ACHADO.
              PERFORM VARYING IDX-MOVIM FROM 1 BY 1
                      UNTIL IDX-MOVIM GREATER THAN TOTAL-MOVIM
                         OR IDX-MOVIM-ACHADO GREATER THAN ZEROES
                      IF DE-MOVIM-TAB(IDX-MOVIM) EQUAL SEGMENTO-ANTERIOR
                        AND PARA-MOVIM-TAB(IDX-MOVIM) EQUAL
                            SEGMENTO-ATUAL
                             MOVE IDX-MOVIM TO IDX-MOVIM-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-MOVIM-ACHADO EQUAL ZEROES
                     IF TOTAL-MOVIM NOT LESS THAN 200
                            MOVE "MOVIMENTACAO" TO TABELA-CHEIA-QUAL
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-MOVIM
                     MOVE TOTAL-MOVIM       TO IDX-MOVIM-ACHADO
                     MOVE SEGMENTO-ANTERIOR TO DE-MOVIM-TAB(TOTAL-MOVIM)
                     MOVE SEGMENTO-ATUAL  TO PARA-MOVIM-TAB(TOTAL-MOVIM)
                     MOVE ZEROES          TO QTD-MOVIM-TAB(TOTAL-MOVIM)
              END-IF.
              ADD 1 TO QTD-MOVIM-TAB(IDX-MOVIM-ACHADO).

       LOCALIZA-SEGMENTO.
              MOVE ZEROES TO IDX-SEGM-ACHADO.
              PERFORM VARYING IDX-SEGM FROM 1 BY 1
                      UNTIL IDX-SEGM GREATER THAN TOTAL-SEGM
                         OR IDX-SEGM-ACHADO GREATER THAN ZEROES
                      IF NOME-SEGM-TAB(IDX-SEGM) EQUAL
                            SEGMENTO-PROCURADO
                             MOVE IDX-SEGM TO IDX-SEGM-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-SEGM-ACHADO EQUAL ZEROES
                     IF TOTAL-SEGM NOT LESS THAN 30
                            MOVE "SEGMENTOS" TO TABELA-CHEIA-QUAL
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-SEGM
                     MOVE TOTAL-SEGM         TO IDX-SEGM-ACHADO
                     MOVE SEGMENTO-PROCURADO
                       TO NOME-SEGM-TAB(TOTAL-SEGM)
                     MOVE ZEROES TO ATUAL-SEGM-TAB(TOTAL-SEGM)
                                    ANTERIOR-SEGM-TAB(TOTAL-SEGM)
              END-IF.

       FIM.
              PERFORM CONTA-SAIDOS.
              PERFORM IMPRIME-SEGMENTOS.
              PERFORM IMPRIME-MOVIMENTACAO.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADOK
                    SEGCLI
                    RELRFM.

      * Da apuracao anterior, quem nao voltou a aparecer no CADOK.
       CONTA-SAIDOS.
              PERFORM VARYING IDX-ANT FROM 1 BY 1
                      UNTIL IDX-ANT GREATER THAN TOTAL-ANT
                      IF VISTO-ANT-TAB(IDX-ANT) EQUAL "N"
                             ADD 1 TO TOTAL-SAIDOS
                      END-IF
              END-PERFORM.

       IMPRIME-SEGMENTOS.
              MOVE "TAMANHO DOS SEGMENTOS" TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-SEGM AFTER ADVANCING 2 LINES.
              PERFORM IMPRIME-LINHA-SEGMENTO
                      VARYING IDX-SEGM FROM 1 BY 1
                      UNTIL IDX-SEGM GREATER THAN TOTAL-SEGM.

       IMPRIME-LINHA-SEGMENTO.
              COMPUTE VARIACAO-SEGM = ATUAL-SEGM-TAB(IDX-SEGM)
                                    - ANTERIOR-SEGM-TAB(IDX-SEGM).
              MOVE NOME-SEGM-TAB(IDX-SEGM)     TO VAR-NOME-SEGM.
              MOVE ATUAL-SEGM-TAB(IDX-SEGM)    TO VAR-ATUAL-SEGM.
              MOVE ANTERIOR-SEGM-TAB(IDX-SEGM) TO VAR-ANTERIOR-SEGM.
              MOVE VARIACAO-SEGM               TO VAR-VARIACAO-SEGM.
              WRITE REG-REL FROM DETALHE-SEGM AFTER ADVANCING 1 LINE.

       IMPRIME-MOVIMENTACAO.
              MOVE "MOVIMENTACAO ENTRE SEGMENTOS DESDE A ANTERIOR"
                TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              PERFORM IMPRIME-LINHA-MOVIMENTACAO
                      VARYING IDX-MOVIM FROM 1 BY 1
                      UNTIL IDX-MOVIM GREATER THAN TOTAL-MOVIM.

       IMPRIME-LINHA-MOVIMENTACAO.
              MOVE DE-MOVIM-TAB(IDX-MOVIM)   TO VAR-DE-MOVIM.
              MOVE PARA-MOVIM-TAB(IDX-MOVIM) TO VAR-PARA-MOVIM.
              MOVE QTD-MOVIM-TAB(IDX-MOVIM)  TO VAR-QTD-MOVIM.
              WRITE REG-REL FROM DETALHE-MOVIM AFTER ADVANCING 1 LINE.

       IMPRIME-RODAPE.
              MOVE TOTAL-LIDOS     TO VAR-LIDOS.
              MOVE TOTAL-MUDARAM   TO VAR-MUDARAM.
              MOVE TOTAL-NOVOS     TO VAR-NOVOS.
              MOVE TOTAL-SAIDOS    TO VAR-SAIDOS.
              MOVE TOTAL-SEM-REGRA TO VAR-SEM-REGRA.
              WRITE REG-REL FROM ROD-RFM-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-RFM-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RFM-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RFM-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RFM-05 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E111"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-GRAVADOS-RUNLOG.
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
