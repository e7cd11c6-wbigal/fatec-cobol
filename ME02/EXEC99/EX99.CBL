       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX99.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      APURACAO OFICIAL DA ASSEMBLEIA PARA A ATA: PARA
      *              A DATA DE PARMEX99.DAT (AAAAMMDD, PADRAO HOJE),
      *              IMPRIME EM RELATA O QUORUM (APTOS DA LISTA DO
      *              EX52 GRAVADOS NO REGISTRO DE PRESENCA, METADE
      *              MAIS UM, PRESENTES E SE A ASSEMBLEIA FOI
      *              INSTALADA), A APURACAO DE CADA ITEM DA PAUTA
      *              (PAUTASSE.DAT) COM OS VOTOS A FAVOR, CONTRA E
      *              ABSTENCOES LANCADOS PELO EX98 (VOTASSE.DAT), OS
      *              PRESENTES QUE NAO VOTARAM E O RESULTADO (APROVADO
      *              COM MAIS VOTOS A FAVOR QUE CONTRA), E A LISTA DE
      *              PRESENCA NA ORDEM DE CHEGADA TIRADA DO REGISTRO
      *              PERMANENTE PRESASSE.DAT (EX97), COM HORA E
      *              OPERADOR - PODE SER REEMITIDA PARA AUDITORIA DE
      *              QUALQUER ASSEMBLEIA PASSADA.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-EX99 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PAUTASSE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PRESASSE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL VOTASSE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELATA ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-EX99: data da assembleia a apurar.
       FD     PARM-EX99
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMEX99.DAT".
       01     REG-PARM-EX99.
              02 DATA-PARM         PIC 9(08).

      * PAUTASSE: itens da pauta por assembleia (copybook).
       FD     PAUTASSE
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PAUTASSE.DAT".
       COPY PAUTASSE.

      * PRESASSE: registro permanente de presenca (EX97).
       FD     PRESASSE
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PRESASSE.DAT".
       COPY PRESASSE.

      * VOTASSE: votos por item e nucleo (EX98).
       FD     VOTASSE
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "VOTASSE.DAT".
       COPY VOTASSE.

       FD     RELATA
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
       77 FIM-PAU                  PIC X(03) VALUE "NAO".
       77 FIM-PRE                  PIC X(03) VALUE "NAO".
       77 FIM-VOT                  PIC X(03) VALUE "NAO".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-APTOS              PIC 9(05) VALUE ZEROES.
       77 QUORUM-MINIMO            PIC 9(05) VALUE ZEROES.
       77 TOTAL-PRESENTES          PIC 9(05) VALUE ZEROES.
       77 TOTAL-VOTOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-VOTOS-ITEM         PIC 9(05) VALUE ZEROES.
       77 NAO-VOTARAM              PIC 9(05) VALUE ZEROES.
       77 VOTOS-FORA-PAUTA         PIC 9(05) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

       77 DATA-ASSEMBLEIA          PIC 9(08) VALUE ZEROES.

      * Pauta da assembleia com a apuracao de cada item.
       77 TOTAL-PAU                PIC 9(03) VALUE ZEROES.
       77 IDX-PAU                  PIC 9(03) VALUE ZEROES.
       77 IDX-PAU-ACHADO           PIC 9(03) VALUE ZEROES.
       01     TABELA-PAU.
              02 PAU-REG           OCCURS 99 TIMES.
                 03 ITEM-PAU-TAB      PIC 9(02).
                 03 DESCRICAO-PAU-TAB PIC X(50).
                 03 FAVOR-PAU-TAB     PIC 9(05).
                 03 CONTRA-PAU-TAB    PIC 9(05).
                 03 ABSTENCAO-PAU-TAB PIC 9(05).

       01     CAB-ATA-01.
              02 FILLER     PIC X(18) VALUE SPACES.
              02 FILLER PIC X(44) VALUE
                 "ASSEMBLEIA - APURACAO OFICIAL PARA A ATA".
              02 FILLER     PIC X(18) VALUE SPACES.

       01     CAB-ATA-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(12) VALUE "ASSEMBLEIA: ".
              02 VAR-DATA-CAB      PIC 9(08).
              02 FILLER            PIC X(58) VALUE SPACES.

       01     CAB-QUORUM.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE "QUORUM".
              02 FILLER            PIC X(72) VALUE SPACES.

       01     LINHA-QUORUM.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-DESC-QUO      PIC X(30).
              02 VAR-QTD-QUO       PIC ZZZZ9.
              02 FILLER            PIC X(40) VALUE SPACES.

       01     LINHA-INSTALADA.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(30)
                 VALUE "Assembleia instalada........:".
              02 VAR-INSTALADA     PIC X(03).
              02 FILLER            PIC X(42) VALUE SPACES.

       01     CAB-ITENS.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "ITEM".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "A FAVOR".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE "CONTRA".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE "ABST. ".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(09) VALUE "NAO VOTOU".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(09) VALUE "RESULTADO".
              02 FILLER            PIC X(27) VALUE SPACES.

       01     DESCRICAO-ITEM.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ITEM-DESC     PIC 99.
              02 FILLER            PIC X(03) VALUE " - ".
              02 VAR-DESCRICAO     PIC X(50).
              02 FILLER            PIC X(23) VALUE SPACES.

       01     DETALHE-ITEM.
              02 FILLER            PIC X(08) VALUE SPACES.
              02 VAR-FAVOR-DET     PIC ZZZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-CONTRA-DET    PIC ZZZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-ABST-DET      PIC ZZZZ9.
              02 FILLER            PIC X(06) VALUE SPACES.
              02 VAR-NAO-VOTOU-DET PIC ZZZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-RESULTADO-DET PIC X(09).
              02 FILLER            PIC X(29) VALUE SPACES.

       01     CAB-PRESENCA-01.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(40)
                 VALUE "LISTA DE PRESENCA (ORDEM DE CHEGADA)".
              02 FILLER            PIC X(38) VALUE SPACES.

       01     CAB-PRESENCA-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "TITULAR".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "NOME".
              02 FILLER            PIC X(28) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "CHEGADA ".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "OPERADOR".
              02 FILLER            PIC X(16) VALUE SPACES.

       01     DETALHE-PRESENCA.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-TITULAR-PRE   PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME-PRE      PIC X(30).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-HORA-PRE      PIC 99.99.99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-OPERADOR-PRE  PIC X(08).
              02 FILLER            PIC X(16) VALUE SPACES.

       01     ROD-ATA-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Votos apurados           :".
              02 VAR-TOTAL-VOTOS   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-ATA-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Votos fora da pauta      :".
              02 VAR-FORA-PAUTA    PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX99.
              PERFORM INICIO.
              PERFORM IMPRIME-QUORUM.
              PERFORM IMPRIME-ITENS.
              PERFORM IMPRIME-PRESENCA.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM LER-PARAMETRO.
              PERFORM CARREGA-PAUTA.
              PERFORM CONTA-PRESENTES.
              PERFORM APURA-VOTOS.
              OPEN OUTPUT RELATA.
              WRITE REG-REL FROM CAB-ATA-01 AFTER ADVANCING 1 LINE.
              MOVE DATA-ASSEMBLEIA TO VAR-DATA-CAB.
              WRITE REG-REL FROM CAB-ATA-02 AFTER ADVANCING 2 LINES.

       LER-PARAMETRO.
              OPEN INPUT PARM-EX99.
              READ PARM-EX99
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO" AND DATA-PARM
                 GREATER THAN ZEROES
                     MOVE DATA-PARM TO DATA-ASSEMBLEIA
              ELSE
                     COMPUTE DATA-ASSEMBLEIA =
                             ANO-HOJE * 10000 + MES-HOJE * 100
                             + DIA-HOJE.
              CLOSE PARM-EX99.

       CARREGA-PAUTA.
              OPEN INPUT PAUTASSE.
              PERFORM UNTIL FIM-PAU EQUAL "SIM"
                      READ PAUTASSE
                             AT END MOVE "SIM" TO FIM-PAU
                             NOT AT END
                                  IF DATA-ASSEM-PAU EQUAL
                                        DATA-ASSEMBLEIA
                                    AND ITEM-PAU GREATER THAN ZEROES
                                    AND TOTAL-PAU LESS THAN 99
                                       ADD 1 TO TOTAL-PAU
                                       MOVE ITEM-PAU TO
                                          ITEM-PAU-TAB(TOTAL-PAU)
                                       MOVE DESCRICAO-PAU TO
                                          DESCRICAO-PAU-TAB(TOTAL-PAU)
                                       MOVE ZEROES TO
                                          FAVOR-PAU-TAB(TOTAL-PAU)
                                          CONTRA-PAU-TAB(TOTAL-PAU)
                                          ABSTENCAO-PAU-TAB(TOTAL-PAU)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PAUTASSE.

      * Presentes da assembleia; o total de aptos vem do proprio
      * registro (lista do EX52 vigente quando a portaria abriu),
      * e nao da APTOS.DAT atual, que pode ja ter sido reemitida.
       CONTA-PRESENTES.
              OPEN INPUT PRESASSE.
              PERFORM UNTIL FIM-PRE EQUAL "SIM"
                      READ PRESASSE
                             AT END MOVE "SIM" TO FIM-PRE
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  IF DATA-ASSEM-PRE EQUAL
                                        DATA-ASSEMBLEIA
                                       ADD 1 TO TOTAL-PRESENTES
                                       MOVE QTD-APTOS-PRE
                                         TO TOTAL-APTOS
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PRESASSE.
              IF TOTAL-APTOS GREATER THAN ZEROES
                     COMPUTE QUORUM-MINIMO = TOTAL-APTOS / 2 + 1.

       APURA-VOTOS.
              OPEN INPUT VOTASSE.
              PERFORM UNTIL FIM-VOT EQUAL "SIM"
                      READ VOTASSE
                             AT END MOVE "SIM" TO FIM-VOT
                             NOT AT END
                                  IF DATA-ASSEM-VOT EQUAL
                                        DATA-ASSEMBLEIA
                                       PERFORM SOMA-VOTO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE VOTASSE.

       SOMA-VOTO.
              MOVE ZEROES TO IDX-PAU-ACHADO.
              PERFORM VARYING IDX-PAU FROM 1 BY 1
                      UNTIL IDX-PAU GREATER THAN TOTAL-PAU
                         OR IDX-PAU-ACHADO GREATER THAN ZEROES
                      IF ITEM-PAU-TAB(IDX-PAU) EQUAL ITEM-VOT
                             MOVE IDX-PAU TO IDX-PAU-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-PAU-ACHADO EQUAL ZEROES
                     ADD 1 TO VOTOS-FORA-PAUTA
              ELSE
                     ADD 1 TO TOTAL-VOTOS
                     EVALUATE VOTO-VOT
                         WHEN "F"
                              ADD 1 TO FAVOR-PAU-TAB(IDX-PAU-ACHADO)
                         WHEN "C"
                              ADD 1 TO CONTRA-PAU-TAB(IDX-PAU-ACHADO)
                         WHEN OTHER
                              ADD 1 TO
                                 ABSTENCAO-PAU-TAB(IDX-PAU-ACHADO)
                     END-EVALUATE.

       IMPRIME-QUORUM.
              WRITE REG-REL FROM CAB-QUORUM AFTER ADVANCING 2 LINES.
              MOVE "Nucleos aptos a votar.......:" TO VAR-DESC-QUO.
              MOVE TOTAL-APTOS TO VAR-QTD-QUO.
              WRITE REG-REL FROM LINHA-QUORUM
                    AFTER ADVANCING 1 LINE.
              MOVE "Quorum minimo (metade + 1)..:" TO VAR-DESC-QUO.
              MOVE QUORUM-MINIMO TO VAR-QTD-QUO.
              WRITE REG-REL FROM LINHA-QUORUM
                    AFTER ADVANCING 1 LINE.
              MOVE "Nucleos presentes...........:" TO VAR-DESC-QUO.
              MOVE TOTAL-PRESENTES TO VAR-QTD-QUO.
              WRITE REG-REL FROM LINHA-QUORUM
                    AFTER ADVANCING 1 LINE.
              IF TOTAL-PRESENTES GREATER THAN ZEROES
                AND TOTAL-PRESENTES NOT LESS THAN QUORUM-MINIMO
                     MOVE "SIM" TO VAR-INSTALADA
              ELSE
                     MOVE "NAO" TO VAR-INSTALADA.
              WRITE REG-REL FROM LINHA-INSTALADA
                    AFTER ADVANCING 1 LINE.

      * Um bloco por item: descricao da pauta e a apuracao. Empate
      * nao aprova.
       IMPRIME-ITENS.
              WRITE REG-REL FROM CAB-ITENS AFTER ADVANCING 3 LINES.
              PERFORM IMPRIME-ITEM
                      VARYING IDX-PAU FROM 1 BY 1
                      UNTIL IDX-PAU GREATER THAN TOTAL-PAU.
              MOVE TOTAL-VOTOS      TO VAR-TOTAL-VOTOS.
              WRITE REG-REL FROM ROD-ATA-01 AFTER ADVANCING 2 LINES.
              MOVE VOTOS-FORA-PAUTA TO VAR-FORA-PAUTA.
              WRITE REG-REL FROM ROD-ATA-02 AFTER ADVANCING 1 LINE.

       IMPRIME-ITEM.
              MOVE ITEM-PAU-TAB(IDX-PAU)      TO VAR-ITEM-DESC.
              MOVE DESCRICAO-PAU-TAB(IDX-PAU) TO VAR-DESCRICAO.
              WRITE REG-REL FROM DESCRICAO-ITEM
                    AFTER ADVANCING 2 LINES.
              COMPUTE TOTAL-VOTOS-ITEM = FAVOR-PAU-TAB(IDX-PAU)
                                       + CONTRA-PAU-TAB(IDX-PAU)
                                       + ABSTENCAO-PAU-TAB(IDX-PAU).
              IF TOTAL-PRESENTES GREATER THAN TOTAL-VOTOS-ITEM
                     SUBTRACT TOTAL-VOTOS-ITEM FROM TOTAL-PRESENTES
                              GIVING NAO-VOTARAM
              ELSE
                     MOVE ZEROES TO NAO-VOTARAM.
              MOVE FAVOR-PAU-TAB(IDX-PAU)     TO VAR-FAVOR-DET.
              MOVE CONTRA-PAU-TAB(IDX-PAU)    TO VAR-CONTRA-DET.
              MOVE ABSTENCAO-PAU-TAB(IDX-PAU) TO VAR-ABST-DET.
              MOVE NAO-VOTARAM                TO VAR-NAO-VOTOU-DET.
              IF FAVOR-PAU-TAB(IDX-PAU) GREATER THAN
                 CONTRA-PAU-TAB(IDX-PAU)
                     MOVE "APROVADO"  TO VAR-RESULTADO-DET
              ELSE
                     MOVE "REJEITADO" TO VAR-RESULTADO-DET.
              WRITE REG-REL FROM DETALHE-ITEM AFTER ADVANCING 1 LINE.

      * Lista de presenca na ordem de gravacao do registro, que e a
      * ordem de chegada na portaria.
       IMPRIME-PRESENCA.
              WRITE REG-REL FROM CAB-PRESENCA-01
                    AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-PRESENCA-02
                    AFTER ADVANCING 2 LINES.
              MOVE "NAO" TO FIM-PRE.
              OPEN INPUT PRESASSE.
              PERFORM UNTIL FIM-PRE EQUAL "SIM"
                      READ PRESASSE
                             AT END MOVE "SIM" TO FIM-PRE
                             NOT AT END
                                  IF DATA-ASSEM-PRE EQUAL
                                        DATA-ASSEMBLEIA
                                       PERFORM IMPRIME-PRESENTE
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PRESASSE.

       IMPRIME-PRESENTE.
              MOVE TITULAR-PRE  TO VAR-TITULAR-PRE.
              MOVE NOME-PRE     TO VAR-NOME-PRE.
              MOVE HORA-PRE     TO VAR-HORA-PRE.
              MOVE OPERADOR-PRE TO VAR-OPERADOR-PRE.
              WRITE REG-REL FROM DETALHE-PRESENCA
                    AFTER ADVANCING 1 LINE.

       FIM.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELATA.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX99"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-PRESENTES  TO TOTAL-GRAVADOS-RUNLOG.
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
