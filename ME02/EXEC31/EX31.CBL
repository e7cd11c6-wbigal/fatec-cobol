      *              RESUMO DE SELECIONADOS/SUPRIMIDOS/DEDUPLICADOS
      *              - A SUPRESSAO PASSA A SER DO SISTEMA, NAO DA
      *              MEMORIA DE QUEM MONTA A CAMPANHA.
      *              COM EXTRATO-PARM "S" A EXTRACAO E A DO EXTRATO
      *              MENSAL DE PONTOS: SO OS CPFS DE EXTPONTO.DAT
      *              (EX110), SEM A JANELA DE VISITA; A FERRAMENTA
      *              DE DISPARO JUNTA OS VALORES PELO EMAIL.
      *              SEGMENTO-PARM PREENCHIDO RESTRINGE AOS CPFS DESSE
      *              SEGMENTO RFM EM SEGCLI.DAT (EX111), ALEM DOS
      *              DEMAIS CRITERIOS.
      *              COM CAMPANHA-PARM INFORMADO, CADA CPF SELECIONADO
      *              E ANOTADO EM CAMPANHA.DAT (EX112 APURA A
      *              RESPOSTA) E PERC-CONTROLE-PARM POR CENTO DELES
      *              (PADRAO 10) FICAM SEM EMAIL, COMO GRUPO DE
      *              CONTROLE.

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL PARM-EX31 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL EXTPONTO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SEGCLI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CAMPANHA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CAMPANHA-STATUS.

              SELECT EMAILS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              02 DATA-CONS         PIC 9(08).

      * PARM-EX31: UF desejada (espacos = todas) e janela de anos da
      * ultima visita (zeros = sem limite, como um EX02 sem PARM);
      * EXTRATO-PARM "S" restringe aos clientes do extrato de
      * pontos (espaco = campanha normal); SEGMENTO-PARM restringe
      * a um segmento RFM do SEGCLI (espacos = todos);
      * CAMPANHA-PARM identifica a campanha no registro (espacos =
      * sem registro) e PERC-CONTROLE-PARM e o percentual do grupo
      * de controle (zerado vale o padrao).
       FD     PARM-EX31
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMEX31.DAT".
              02 ESTADO-PARM       PIC X(02).
              02 ANO-INICIO-PARM   PIC 9(04).
              02 ANO-FIM-PARM      PIC 9(04).
              02 EXTRATO-PARM      PIC X(01).
              02 SEGMENTO-PARM     PIC X(10).
              02 CAMPANHA-PARM     PIC X(08).
              02 PERC-CONTROLE-PARM PIC 9(02).

      * EXTPONTO: extrato mensal de pontos (EX110, copybook).
       FD     EXTPONTO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "EXTPONTO.DAT".
       COPY EXTPONTO.

      * SEGCLI: segmento RFM de cada cliente (EX111, copybook).
       FD     SEGCLI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SEGCLI.DAT".
       COPY SEGCLI.

      * CAMPANHA: registro de campanhas (copybook), acrescido.
       FD     CAMPANHA
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CAMPANHA.DAT".
       COPY CAMPREG.

      * EMAILS: um endereco por linha, pronto para a ferramenta de
      * disparo.
       77 TOTAL-DEDUPLICADOS       PIC 9(05) VALUE ZEROES.
       77 TOTAL-FORA-JANELA        PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-EMAIL          PIC 9(05) VALUE ZEROES.
       77 SO-EXTRATO               PIC X(03) VALUE "NAO".
       77 SEGMENTO-FILTRO          PIC X(10) VALUE SPACES.

      * Campanha informada: grupo de controle por sorteio
      * sistematico (um a cada 100/PERC-CONTROLE na ordem do CADOK).
       77 CAMPANHA-ID              PIC X(08) VALUE SPACES.
       77 CAMPANHA-STATUS          PIC X(02) VALUE "00".
       77 PERC-CONTROLE            PIC 9(02) VALUE 10.
       77 ACUM-CONTROLE            PIC 9(03) VALUE ZEROES.
       77 GRUPO-SORTEADO           PIC X(01) VALUE "A".
       77 DATA-ENVIO               PIC 9(08) VALUE ZEROES.
       77 TOTAL-CONTROLE           PIC 9(05) VALUE ZEROES.

       77 TABELA-CHEIA-QUAL        PIC X(14) VALUE SPACES.

       01     TABELA-REVOG.
              02 CPF-REVOG-TAB     PIC 9(11) OCCURS 2000 TIMES.

      * CPFs do extrato de pontos (EXTPONTO.DAT, EX110).
       77 FIM-EXT                  PIC X(03) VALUE "NAO".
       77 TOTAL-EXTRATO            PIC 9(05) VALUE ZEROES.
       77 IDX-EXT                  PIC 9(05) VALUE ZEROES.
       77 TEM-EXTRATO              PIC X(03) VALUE "NAO".
       77 TOTAL-SEM-EXTRATO        PIC 9(05) VALUE ZEROES.
       01     TABELA-EXTRATO.
              02 CPF-EXT-TAB       PIC 9(11) OCCURS 2000 TIMES.

      * CPFs do segmento pedido (SEGCLI.DAT, EX111).
       77 FIM-SEG                  PIC X(03) VALUE "NAO".
       77 TOTAL-SEGMENTO           PIC 9(05) VALUE ZEROES.
       77 IDX-SEG                  PIC 9(05) VALUE ZEROES.
       77 NO-SEGMENTO              PIC X(03) VALUE "NAO".
       77 TOTAL-FORA-SEGMENTO      PIC 9(05) VALUE ZEROES.
       01     TABELA-SEGMENTO.
              02 CPF-SEG-TAB       PIC 9(11) OCCURS 2000 TIMES.

      * Ano da ultima visita por CPF (CADCLI em memoria).
       77 TOTAL-VISITAS            PIC 9(05) VALUE ZEROES.
       77 IDX-VIS                  PIC 9(05) VALUE ZEROES.
              02 VAR-SEM-CONSENT   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CAMP-07.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Sem extrato de pontos    :".
              02 VAR-SEM-EXTRATO   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CAMP-08.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Fora do segmento         :".
              02 VAR-FORA-SEGMENTO PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CAMP-09.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Grupo de controle        :".
              02 VAR-CONTROLE      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

              PERFORM CARREGA-DESCADASTRO.
              PERFORM CARREGA-CONSENTIMENTO.
              PERFORM CARREGA-VISITAS.
              IF SO-EXTRATO EQUAL "SIM"
                     PERFORM CARREGA-EXTRATO.
              IF SEGMENTO-FILTRO NOT EQUAL SPACES
                     PERFORM CARREGA-SEGMENTO.
              IF CAMPANHA-ID NOT EQUAL SPACES
                     PERFORM ABRE-CAMPANHA.
              OPEN   INPUT  CADOK
                     OUTPUT EMAILS.

                     IF ANO-FIM-PARM GREATER THAN ZEROES
                            MOVE ANO-FIM-PARM TO ANO-FIM
                     END-IF
                     IF EXTRATO-PARM EQUAL "S"
                            MOVE "SIM" TO SO-EXTRATO
                     END-IF
                     MOVE SEGMENTO-PARM TO SEGMENTO-FILTRO
                     MOVE CAMPANHA-PARM TO CAMPANHA-ID
                     IF PERC-CONTROLE-PARM GREATER THAN ZEROES
                            MOVE PERC-CONTROLE-PARM TO PERC-CONTROLE
                     END-IF
              END-IF.
              CLOSE PARM-EX31.

              END-PERFORM.
              CLOSE CONSENT.

       CARREGA-EXTRATO.
              OPEN INPUT EXTPONTO.
              PERFORM UNTIL FIM-EXT EQUAL "SIM"
                      READ EXTPONTO
                             AT END MOVE "SIM" TO FIM-EXT
                             NOT AT END
                                  IF TOTAL-EXTRATO NOT LESS THAN 2000
                                       MOVE "EXTRATO" TO
                                          TABELA-CHEIA-QUAL
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-EXTRATO
                                  MOVE CPF-EXT TO
                                     CPF-EXT-TAB(TOTAL-EXTRATO)
                      END-READ
              END-PERFORM.
              CLOSE EXTPONTO.

      * Acrescenta ao registro de campanhas; mesmo esquema de probe
      * por FILE STATUS "35" do RUNLOG.
       ABRE-CAMPANHA.
              ACCEPT DATA-ENVIO FROM DATE YYYYMMDD.
              OPEN INPUT CAMPANHA.
              IF CAMPANHA-STATUS EQUAL "35"
                     CLOSE CAMPANHA
                     OPEN OUTPUT CAMPANHA
              ELSE
                     CLOSE CAMPANHA
                     OPEN EXTEND CAMPANHA
              END-IF.

      * So os CPFs do segmento pedido entram na tabela.
       CARREGA-SEGMENTO.
              OPEN INPUT SEGCLI.
              PERFORM UNTIL FIM-SEG EQUAL "SIM"
                      READ SEGCLI
                             AT END MOVE "SIM" TO FIM-SEG
                             NOT AT END
                                  IF SEGMENTO-SEG EQUAL SEGMENTO-FILTRO
                                       IF TOTAL-SEGMENTO NOT LESS
                                             THAN 2000
                                            MOVE "SEGMENTO" TO
                                               TABELA-CHEIA-QUAL
                                            PERFORM ABORTA-TABELA-CHEIA
                                       END-IF
                                       ADD 1 TO TOTAL-SEGMENTO
                                       MOVE CPF-SEG TO
                                          CPF-SEG-TAB(TOTAL-SEGMENTO)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE SEGCLI.

       CARREGA-VISITAS.
              OPEN INPUT CADCLI.
              PERFORM UNTIL FIM-CLI EQUAL "SIM"
                                    THRU SELECIONA-CLIENTE-EXIT
              END-READ.

      * Ordem da selecao: UF, recencia de visita (ou, no extrato
      * de pontos, presenca no EXTPONTO), segmento RFM,
      * descadastro, email
      * utilizavel e deduplicacao - o primeiro criterio que
      * barrar decide o contador.
       SELECIONA-CLIENTE.
              IF ESTADO-FILTRO NOT EQUAL SPACES
                AND ESTADO2 NOT EQUAL ESTADO-FILTRO
                     GO TO SELECIONA-CLIENTE-EXIT.
              IF SO-EXTRATO EQUAL "SIM"
                     GO TO SELECIONA-CLIENTE-EXTRATO.
              PERFORM BUSCA-ANO-VISITA.
              IF ACHOU-VISITA EQUAL "NAO"
                OR ANO-VISITA-CLIENTE LESS THAN ANO-INICIO
                OR ANO-VISITA-CLIENTE GREATER THAN ANO-FIM
                     ADD 1 TO TOTAL-FORA-JANELA
                     GO TO SELECIONA-CLIENTE-EXIT.
              GO TO SELECIONA-CLIENTE-SEGMENTO.

       SELECIONA-CLIENTE-EXTRATO.
              PERFORM VERIFICA-EXTRATO.
              IF TEM-EXTRATO EQUAL "NAO"
                     ADD 1 TO TOTAL-SEM-EXTRATO
                     GO TO SELECIONA-CLIENTE-EXIT.

       SELECIONA-CLIENTE-SEGMENTO.
              IF SEGMENTO-FILTRO NOT EQUAL SPACES
                     PERFORM VERIFICA-SEGMENTO
                     IF NO-SEGMENTO EQUAL "NAO"
                            ADD 1 TO TOTAL-FORA-SEGMENTO
                            GO TO SELECIONA-CLIENTE-EXIT.

       SELECIONA-CLIENTE-SUPRESSAO.
              PERFORM VERIFICA-DESCADASTRO.
              IF ESTA-SUPRIMIDO EQUAL "SIM"
                     ADD 1 TO TOTAL-SUPRIMIDOS
                      END-IF
              END-PERFORM.

       VERIFICA-EXTRATO.
              MOVE "NAO" TO TEM-EXTRATO.
              PERFORM VARYING IDX-EXT FROM 1 BY 1
                      UNTIL IDX-EXT GREATER THAN TOTAL-EXTRATO
                      IF CPF-EXT-TAB(IDX-EXT) EQUAL CPF2
                             MOVE "SIM" TO TEM-EXTRATO
                      END-IF
              END-PERFORM.

       VERIFICA-SEGMENTO.
              MOVE "NAO" TO NO-SEGMENTO.
              PERFORM VARYING IDX-SEG FROM 1 BY 1
                      UNTIL IDX-SEG GREATER THAN TOTAL-SEGMENTO
                      IF CPF-SEG-TAB(IDX-SEG) EQUAL CPF2
                             MOVE "SIM" TO NO-SEGMENTO
                      END-IF
              END-PERFORM.

       VERIFICA-DESCADASTRO.
              MOVE "NAO" TO ESTA-SUPRIMIDO.
              PERFORM VARYING IDX-DESCAD FROM 1 BY 1
                      END-IF
              END-PERFORM.

      * O grupo de controle entra na deduplicacao e no registro de
      * campanhas, mas nao recebe o email.
       EMITE-EMAIL.
              IF TOTAL-EMITIDOS NOT LESS THAN 2000
                     MOVE "DEDUPLICACAO" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-EMITIDOS.
              MOVE EMAIL2 TO EMAIL-EMITIDO-TAB(TOTAL-EMITIDOS).
              MOVE "A" TO GRUPO-SORTEADO.
              IF CAMPANHA-ID NOT EQUAL SPACES
                     PERFORM SORTEIA-CONTROLE
                     PERFORM GRAVA-CAMPANHA.
              IF GRUPO-SORTEADO EQUAL "C"
                     ADD 1 TO TOTAL-CONTROLE
              ELSE
                     ADD 1 TO TOTAL-SELECIONADOS
                     MOVE EMAIL2 TO REG-EMAIL
                     WRITE REG-EMAIL.

       SORTEIA-CONTROLE.
              ADD PERC-CONTROLE TO ACUM-CONTROLE.
              IF ACUM-CONTROLE NOT LESS THAN 100
                     SUBTRACT 100 FROM ACUM-CONTROLE
                     MOVE "C" TO GRUPO-SORTEADO.

       GRAVA-CAMPANHA.
              MOVE CAMPANHA-ID    TO CAMPANHA-CMP.
              MOVE "E"            TO CANAL-CMP.
              MOVE DATA-ENVIO     TO DATA-ENVIO-CMP.
              MOVE CPF2           TO CPF-CMP.
              MOVE GRUPO-SORTEADO TO GRUPO-CMP.
              WRITE REG-CMP.

       FIM.
              MOVE TOTAL-SELECIONADOS TO VAR-SELECIONADOS.
              WRITE REG-REL FROM ROD-CAMP-05 AFTER ADVANCING 1 LINE.
              MOVE TOTAL-SEM-CONSENTIMENTO TO VAR-SEM-CONSENT.
              WRITE REG-REL FROM ROD-CAMP-06 AFTER ADVANCING 1 LINE.
              IF SO-EXTRATO EQUAL "SIM"
                     MOVE TOTAL-SEM-EXTRATO TO VAR-SEM-EXTRATO
                     WRITE REG-REL FROM ROD-CAMP-07
                           AFTER ADVANCING 1 LINE.
              IF SEGMENTO-FILTRO NOT EQUAL SPACES
                     MOVE TOTAL-FORA-SEGMENTO TO VAR-FORA-SEGMENTO
                     WRITE REG-REL FROM ROD-CAMP-08
                           AFTER ADVANCING 1 LINE.
              IF CAMPANHA-ID NOT EQUAL SPACES
                     MOVE TOTAL-CONTROLE TO VAR-CONTROLE
                     WRITE REG-REL FROM ROD-CAMP-09
                           AFTER ADVANCING 1 LINE
                     CLOSE CAMPANHA.
              CLOSE CADOK
                    EMAILS
                    RELCAMP.
