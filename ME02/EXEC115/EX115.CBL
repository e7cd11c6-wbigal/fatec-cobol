       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX115.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      EXTRACAO DA PESQUISA DE SATISFACAO POS-VIAGEM:
      *              PARA CADA RESERVA QUITADA DE RESERVAS.DAT CUJO
      *              RETORNO (PARTIDA MAIS A DURACAO DO PACOTE NO
      *              CADPACI.DAT; SEM PACOTE, O PROPRIO DIA DA
      *              PARTIDA) FICOU ENTRE N E M DIAS ANTES DA DATA
      *              BASE (PARMPESQ.DAT: PADRAO HOJE, 5 E 30 DIAS),
      *              SELECIONA OS VIAJANTES DE PASSRESV.DAT (SEM
      *              PASSAGEIROS DIGITADOS, O COMPRADOR) E ACRESCENTA
      *              A PESQENV.DAT UM POR LINHA COM O EMAIL DO CADOK.
      *              SUPRIME, COMO O EX31, O CPF DE DESCAD.DAT E O
      *              QUE REVOGOU O CANAL DE EMAIL EM CONSENT.DAT
      *              (EX62). RESERVA JA PRESENTE EM PESQENV.DAT NAO E
      *              PESQUISADA DE NOVO. AS RESPOSTAS VOLTAM PELO
      *              EX116 E O NPS MENSAL SAI NO EX117.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-PESQ ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PASSRESV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL DESCAD ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CONSENT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PESQENV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PESQENV-STATUS.

              SELECT OPTIONAL CADPAC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-PAC
              FILE STATUS IS CADPAC-STATUS.

              SELECT OPTIONAL CADOK ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPF2
              ALTERNATE RECORD KEY IS NOME2 WITH DUPLICATES
              FILE STATUS IS CADOK-STATUS.

              SELECT RELPESQ ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-PESQ: data base (zero = hoje), dias depois do retorno
      * para pesquisar (zero = 5) e dias depois do retorno em que a
      * viagem deixa de ser pesquisada (zero = 30).
       FD     PARM-PESQ
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMPESQ.DAT".
       01     REG-PARM-PESQ.
              02 DATA-BASE-PARM    PIC 9(08).
              02 DIAS-APOS-PARM    PIC 9(03).
              02 DIAS-LIMITE-PARM  PIC 9(03).

      * RESERVAS: reservas de viagem (EX58/EX59, copybook).
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * PASSRESV: passageiros da reserva (copybook).
       FD     PASSRESV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PASSRESV.DAT".
       COPY PASSRESV.

      * DESCAD: lista de descadastro (opt-out), um CPF por linha.
       FD     DESCAD
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "DESCAD.DAT".
       01     REG-DESCAD.
              02 CPF-DESCAD        PIC 9(11).

      * CONSENT: registro de consentimento por canal (EX62); o canal
      * de email ("E") revogado ("R") suprime o viajante.
       FD     CONSENT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CONSENT.DAT".
       01     REG-CONS.
              02 CHAVE-CONS        PIC 9(11).
              02 CANAL-CONS        PIC X(01).
              02 SITUACAO-CONS     PIC X(01).
              02 DATA-CONS         PIC 9(08).

      * PESQENV: extrato da pesquisa (copybook), lido para saber o
      * que ja foi pesquisado e acrescido dos viajantes de hoje.
       FD     PESQENV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PESQENV.DAT".
       COPY PESQENV.

      * CADPAC: catalogo de pacotes (copybook, EX113), pela duracao.
       FD     CADPAC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY PACMAST.

      * CADOK: cadastro validado de clientes (copybook), pelo nome
      * e o email do viajante.
       FD     CADOK
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

       FD     RELPESQ
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
       77 FIM-RESV                 PIC X(03) VALUE "NAO".
       77 FIM-PAS                  PIC X(03) VALUE "NAO".
       77 FIM-DESCAD               PIC X(03) VALUE "NAO".
       77 FIM-CONS                 PIC X(03) VALUE "NAO".
       77 FIM-PQE                  PIC X(03) VALUE "NAO".
       77 PESQENV-STATUS           PIC X(02) VALUE "00".
       77 CADPAC-STATUS            PIC X(02) VALUE "00".
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-JA-PESQUISADAS     PIC 9(05) VALUE ZEROES.
       77 TOTAL-ENVIADOS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-CPF            PIC 9(05) VALUE ZEROES.
       77 TOTAL-SUPRIMIDOS         PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-CONSENTIMENTO  PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-EMAIL          PIC 9(05) VALUE ZEROES.
       77 DATA-BASE                PIC 9(08) VALUE ZEROES.
       77 DIAS-APOS                PIC 9(03) VALUE 5.
       77 DIAS-LIMITE              PIC 9(03) VALUE 30.
       77 DIAS-BASE                PIC 9(07) VALUE ZEROES.
       77 DIAS-RETORNO             PIC 9(07) VALUE ZEROES.
       77 DIAS-DESDE-RETORNO       PIC S9(07) VALUE ZEROES.
       77 DURACAO-VIAGEM           PIC 9(03) VALUE ZEROES.
       77 CPF-VIAJANTE             PIC 9(11) VALUE ZEROES.
       77 NOME-VIAJANTE            PIC X(30) VALUE SPACES.
       77 ESTA-SUPRIMIDO           PIC X(03) VALUE "NAO".
       77 TABELA-CHEIA-QUAL        PIC X(13) VALUE SPACES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
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

      * Data de retorno: dias corridos de volta a AAAAMMDD, um ano
      * e um mes de cada vez.
       77 DIAS-RESTANTES           PIC 9(07) VALUE ZEROES.
       77 DIAS-NO-MES              PIC 9(02) VALUE ZEROES.
       77 RESTO-4                  PIC 9(03) VALUE ZEROES.
       77 RESTO-100                PIC 9(03) VALUE ZEROES.
       77 RESTO-400                PIC 9(03) VALUE ZEROES.
       77 QUOC-ANO                 PIC 9(04) VALUE ZEROES.
       01 TABELA-DIAS-MES-V.
              02 FILLER            PIC X(24) VALUE
                 "312831303130313130313031".
       01 TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES-V.
              02 DIAS-MES-TAB      PIC 9(02) OCCURS 12 TIMES.

      * Descadastro e revogacoes do canal de email.
       77 TOTAL-DESCAD             PIC 9(05) VALUE ZEROES.
       77 IDX-DESCAD               PIC 9(05) VALUE ZEROES.
       01     TABELA-DESCAD.
              02 CPF-DESCAD-TAB    PIC 9(11) OCCURS 2000 TIMES.
       77 TOTAL-REVOG              PIC 9(05) VALUE ZEROES.
       77 IDX-REVOG                PIC 9(05) VALUE ZEROES.
       01     TABELA-REVOG.
              02 CPF-REVOG-TAB     PIC 9(11) OCCURS 2000 TIMES.

      * Reservas ja pesquisadas, so as enviadas dentro do limite (as
      * mais antigas nao voltam a ser elegiveis).
       77 TOTAL-ENV                PIC 9(05) VALUE ZEROES.
       77 IDX-ENV                  PIC 9(05) VALUE ZEROES.
       77 IDX-ENV-ACHADO           PIC 9(05) VALUE ZEROES.
       77 RESERVA-BUSCA            PIC 9(06) VALUE ZEROES.
       01     TABELA-ENV.
              02 RESERVA-ENV-TAB   PIC 9(06) OCCURS 5000 TIMES.

      * Reservas selecionadas; PASSAGEIROS-SEL-TAB conta os
      * viajantes achados em PASSRESV.
       77 TOTAL-SEL                PIC 9(05) VALUE ZEROES.
       77 IDX-SEL                  PIC 9(05) VALUE ZEROES.
       77 IDX-SEL-ACHADO           PIC 9(05) VALUE ZEROES.
       01     TABELA-SEL.
              02 SEL-REG           OCCURS 2000 TIMES.
                 03 NUMERO-SEL-TAB     PIC 9(06).
                 03 CPF-SEL-TAB        PIC 9(11).
                 03 DESTINO-SEL-TAB    PIC X(20).
                 03 RETORNO-SEL-TAB    PIC 9(08).
                 03 PASSAGEIROS-SEL-TAB PIC 9(03).

       01     CAB-PESQ-01.
              02 FILLER            PIC X(15) VALUE SPACES.
              02 FILLER            PIC X(50) VALUE
                 "PESQUISA DE SATISFACAO POS-VIAGEM - EXTRACAO".
              02 FILLER            PIC X(15) VALUE SPACES.

       01     CAB-PESQ-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(12) VALUE "DATA BASE: ".
              02 VAR-DATA-BASE-CAB PIC 9999/99/99.
              02 FILLER            PIC X(16) VALUE "  RETORNO ENTRE ".
              02 VAR-APOS-CAB      PIC ZZ9.
              02 FILLER            PIC X(03) VALUE " E ".
              02 VAR-LIMITE-CAB    PIC ZZ9.
              02 FILLER            PIC X(15) VALUE " DIAS ATRAS".
              02 FILLER            PIC X(16) VALUE SPACES.

       01     CAB-PESQ-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "RESERVA".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(11) VALUE "RETORNO".
              02 FILLER            PIC X(31) VALUE "VIAJANTE".
              02 FILLER            PIC X(28) VALUE "EMAIL".

       01     DETALHE-PESQ.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NUMERO        PIC 9(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-RETORNO       PIC 9999/99/99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-NOME          PIC X(30).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-EMAIL         PIC X(28).

       01     ROD-PESQ-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reservas no periodo      :".
              02 VAR-RESERVAS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-PESQ-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "  Ja pesquisadas         :".
              02 VAR-JA-PESQUISADAS PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-PESQ-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Viajantes na pesquisa    :".
              02 VAR-ENVIADOS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-PESQ-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Viajantes sem CPF        :".
              02 VAR-SEM-CPF       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-PESQ-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Suprimidos (DESCAD)      :".
              02 VAR-SUPRIMIDOS    PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-PESQ-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Sem consentimento email  :".
              02 VAR-SEM-CONSENT   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-PESQ-07.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Sem email no CADOK       :".
              02 VAR-SEM-EMAIL     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX115.
              PERFORM INICIO.
              PERFORM CARREGA-PASSAGEIROS.
              PERFORM PESQUISA-COMPRADOR
                      VARYING IDX-SEL FROM 1 BY 1
                      UNTIL IDX-SEL GREATER THAN TOTAL-SEL.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-BASE = ANO-HOJE * 10000 + MES-HOJE * 100
                                + DIA-HOJE.
              PERFORM LER-PARM-PESQ.
              MOVE DATA-BASE TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              MOVE DIAS-CALC TO DIAS-BASE.
              PERFORM CARREGA-DESCADASTRO.
              PERFORM CARREGA-CONSENTIMENTO.
              PERFORM CARREGA-ENVIADAS.
              OPEN INPUT CADPAC.
              PERFORM CARREGA-RESERVAS.
              CLOSE CADPAC.
              OPEN INPUT PESQENV.
              IF PESQENV-STATUS EQUAL "35"
                     CLOSE PESQENV
                     OPEN OUTPUT PESQENV
              ELSE
                     CLOSE PESQENV
                     OPEN EXTEND PESQENV
              END-IF.
              OPEN INPUT  CADOK
                   OUTPUT RELPESQ.
              WRITE REG-REL FROM CAB-PESQ-01 AFTER ADVANCING 1 LINE.
              MOVE DATA-BASE   TO VAR-DATA-BASE-CAB.
              MOVE DIAS-APOS   TO VAR-APOS-CAB.
              MOVE DIAS-LIMITE TO VAR-LIMITE-CAB.
              WRITE REG-REL FROM CAB-PESQ-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-PESQ-03 AFTER ADVANCING 2 LINES.

      * Ausente, valem os padroes; campo zerado tambem. Limite
      * menor que o prazo de espera fica igual a ele.
       LER-PARM-PESQ.
              OPEN INPUT PARM-PESQ.
              READ PARM-PESQ
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     IF DATA-BASE-PARM GREATER THAN ZEROES
                            MOVE DATA-BASE-PARM TO DATA-BASE
                     END-IF
                     IF DIAS-APOS-PARM GREATER THAN ZEROES
                            MOVE DIAS-APOS-PARM TO DIAS-APOS
                     END-IF
                     IF DIAS-LIMITE-PARM GREATER THAN ZEROES
                            MOVE DIAS-LIMITE-PARM TO DIAS-LIMITE
                     END-IF
              END-IF.
              CLOSE PARM-PESQ.
              IF DIAS-LIMITE LESS THAN DIAS-APOS
                     MOVE DIAS-APOS TO DIAS-LIMITE.

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

      * Partida mais a duracao, um dia de cada vez (virada de mes
      * e de ano, fevereiro bissexto).
       SOMA-UM-DIA.
              ADD 1 TO DIA-CONV.
              PERFORM CALCULA-DIAS-NO-MES.
              IF DIA-CONV GREATER THAN DIAS-NO-MES
                     MOVE 1 TO DIA-CONV
                     ADD 1 TO MES-CONV
                     IF MES-CONV GREATER THAN 12
                            MOVE 1 TO MES-CONV
                            ADD 1 TO ANO-CONV
                     END-IF
              END-IF.

       CALCULA-DIAS-NO-MES.
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

      * Tabela cheia deixaria viajante sem supressao ou pesquisado
      * duas vezes - parar e sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX115: TABELA DE " TABELA-CHEIA-QUAL
                      " EXCEDIDA - EXTRACAO NAO EXECUTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-DESCADASTRO.
              OPEN INPUT DESCAD.
              PERFORM UNTIL FIM-DESCAD EQUAL "SIM"
                      READ DESCAD
                             AT END MOVE "SIM" TO FIM-DESCAD
                             NOT AT END
                                  IF TOTAL-DESCAD NOT LESS THAN 2000
                                       MOVE "DESCADASTRO" TO
                                          TABELA-CHEIA-QUAL
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-DESCAD
                                  MOVE CPF-DESCAD TO
                                     CPF-DESCAD-TAB(TOTAL-DESCAD)
                      END-READ
              END-PERFORM.
              CLOSE DESCAD.

      * Guarda so as revogacoes vigentes do canal de email.
       CARREGA-CONSENTIMENTO.
              OPEN INPUT CONSENT.
              PERFORM UNTIL FIM-CONS EQUAL "SIM"
                      READ CONSENT
                             AT END MOVE "SIM" TO FIM-CONS
                             NOT AT END
                                  IF CANAL-CONS EQUAL "E"
                                    AND SITUACAO-CONS EQUAL "R"
                                       IF TOTAL-REVOG NOT LESS
                                             THAN 2000
                                            MOVE "CONSENTIMENTO" TO
                                               TABELA-CHEIA-QUAL
                                            PERFORM ABORTA-TABELA-CHEIA
                                       END-IF
                                       ADD 1 TO TOTAL-REVOG
                                       MOVE CHAVE-CONS TO
                                          CPF-REVOG-TAB(TOTAL-REVOG)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CONSENT.

      * Envio mais antigo que o limite e de reserva que ja saiu da
      * janela; nao precisa ficar na tabela.
       CARREGA-ENVIADAS.
              OPEN INPUT PESQENV.
              IF PESQENV-STATUS EQUAL "35"
                     MOVE "SIM" TO FIM-PQE.
              PERFORM UNTIL FIM-PQE EQUAL "SIM"
                      READ PESQENV
                             AT END MOVE "SIM" TO FIM-PQE
                             NOT AT END
                                  PERFORM GUARDA-ENVIADA
                      END-READ
              END-PERFORM.
              CLOSE PESQENV.

       GUARDA-ENVIADA.
              MOVE DATA-ENVIO-PQE TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              IF DIAS-CALC + DIAS-LIMITE NOT LESS THAN DIAS-BASE
                     MOVE NUMERO-RESV-PQE TO RESERVA-BUSCA
                     PERFORM LOCALIZA-ENVIADA
                     IF IDX-ENV-ACHADO EQUAL ZEROES
                            IF TOTAL-ENV NOT LESS THAN 5000
                                   MOVE "PESQUISADAS" TO
                                      TABELA-CHEIA-QUAL
                                   PERFORM ABORTA-TABELA-CHEIA
                            END-IF
                            ADD 1 TO TOTAL-ENV
                            MOVE NUMERO-RESV-PQE
                              TO RESERVA-ENV-TAB(TOTAL-ENV)
                     END-IF
              END-IF.

       LOCALIZA-ENVIADA.
              MOVE ZEROES TO IDX-ENV-ACHADO.
              PERFORM VARYING IDX-ENV FROM 1 BY 1
                      UNTIL IDX-ENV GREATER THAN TOTAL-ENV
                         OR IDX-ENV-ACHADO GREATER THAN ZEROES
                      IF RESERVA-ENV-TAB(IDX-ENV) EQUAL RESERVA-BUSCA
                             MOVE IDX-ENV TO IDX-ENV-ACHADO
                      END-IF
              END-PERFORM.

       CARREGA-RESERVAS.
              OPEN INPUT RESERVAS.
              PERFORM UNTIL FIM-RESV EQUAL "SIM"
                      READ RESERVAS
                             AT END MOVE "SIM" TO FIM-RESV
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  IF SITUACAO-RESV EQUAL "P"
                                       PERFORM SELECIONA-RESERVA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE RESERVAS.

      * Retorno entre DIAS-APOS e DIAS-LIMITE dias antes da base.
       SELECIONA-RESERVA.
              PERFORM APURA-DURACAO.
              MOVE DATA-PARTIDA-RESV TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              COMPUTE DIAS-RETORNO = DIAS-CALC + DURACAO-VIAGEM.
              COMPUTE DIAS-DESDE-RETORNO = DIAS-BASE - DIAS-RETORNO.
              IF DIAS-CALC GREATER THAN ZEROES
                AND DIAS-DESDE-RETORNO NOT LESS THAN DIAS-APOS
                AND DIAS-DESDE-RETORNO NOT GREATER THAN DIAS-LIMITE
                     MOVE NUMERO-RESV TO RESERVA-BUSCA
                     PERFORM LOCALIZA-ENVIADA
                     IF IDX-ENV-ACHADO GREATER THAN ZEROES
                            ADD 1 TO TOTAL-JA-PESQUISADAS
                     ELSE
                            PERFORM GUARDA-RESERVA
                     END-IF
              END-IF.

      * Reserva sem pacote, ou pacote fora do catalogo, volta no
      * dia da partida.
       APURA-DURACAO.
              MOVE ZEROES TO DURACAO-VIAGEM.
              IF CODIGO-PACOTE-RESV NOT EQUAL SPACES
                     MOVE CODIGO-PACOTE-RESV TO CODIGO-PAC
                     READ CADPAC KEY IS CODIGO-PAC
                            INVALID KEY
                                   CONTINUE
                            NOT INVALID KEY
                                   IF DURACAO-PAC IS NUMERIC
                                          MOVE DURACAO-PAC
                                            TO DURACAO-VIAGEM
                                   END-IF
                     END-READ
              END-IF.

       GUARDA-RESERVA.
              IF TOTAL-SEL NOT LESS THAN 2000
                     MOVE "RESERVAS" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-SEL.
              MOVE NUMERO-RESV       TO NUMERO-SEL-TAB(TOTAL-SEL).
              MOVE CPF-RESV          TO CPF-SEL-TAB(TOTAL-SEL).
              MOVE DESTINO-RESV      TO DESTINO-SEL-TAB(TOTAL-SEL).
              MOVE ZEROES            TO PASSAGEIROS-SEL-TAB(TOTAL-SEL).
              MOVE DATA-PARTIDA-RESV TO DATA-CONV-NUM.
              PERFORM SOMA-UM-DIA DURACAO-VIAGEM TIMES.
              MOVE DATA-CONV-NUM     TO RETORNO-SEL-TAB(TOTAL-SEL).

       CARREGA-PASSAGEIROS.
              OPEN INPUT PASSRESV.
              PERFORM UNTIL FIM-PAS EQUAL "SIM"
                      READ PASSRESV
                             AT END MOVE "SIM" TO FIM-PAS
                             NOT AT END
                                  PERFORM LOCALIZA-RESERVA
                                  IF IDX-SEL-ACHADO GREATER THAN
                                     ZEROES
                                         PERFORM PESQUISA-PASSAGEIRO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PASSRESV.

       LOCALIZA-RESERVA.
              MOVE ZEROES TO IDX-SEL-ACHADO.
              PERFORM VARYING IDX-SEL FROM 1 BY 1
                      UNTIL IDX-SEL GREATER THAN TOTAL-SEL
                         OR IDX-SEL-ACHADO GREATER THAN ZEROES
                      IF NUMERO-SEL-TAB(IDX-SEL) EQUAL NUMERO-RESV-PAS
                             MOVE IDX-SEL TO IDX-SEL-ACHADO
                      END-IF
              END-PERFORM.

       PESQUISA-PASSAGEIRO.
              MOVE IDX-SEL-ACHADO TO IDX-SEL.
              ADD 1 TO PASSAGEIROS-SEL-TAB(IDX-SEL).
              MOVE CPF-PAS  TO CPF-VIAJANTE.
              MOVE NOME-PAS TO NOME-VIAJANTE.
              PERFORM PESQUISA-VIAJANTE THRU PESQUISA-VIAJANTE-EXIT.

      * Reserva sem passageiro digitado: o comprador e o viajante.
       PESQUISA-COMPRADOR.
              IF PASSAGEIROS-SEL-TAB(IDX-SEL) EQUAL ZEROES
                     MOVE CPF-SEL-TAB(IDX-SEL) TO CPF-VIAJANTE
                     MOVE SPACES TO NOME-VIAJANTE
                     PERFORM PESQUISA-VIAJANTE
                        THRU PESQUISA-VIAJANTE-EXIT.

      * Viajante sem CPF nao tem como honrar o consentimento nem
      * achar o email - fica fora.
       PESQUISA-VIAJANTE.
              IF CPF-VIAJANTE EQUAL ZEROES
                     ADD 1 TO TOTAL-SEM-CPF
                     GO TO PESQUISA-VIAJANTE-EXIT.
              PERFORM VERIFICA-DESCADASTRO.
              IF ESTA-SUPRIMIDO EQUAL "SIM"
                     ADD 1 TO TOTAL-SUPRIMIDOS
                     GO TO PESQUISA-VIAJANTE-EXIT.
              PERFORM VERIFICA-CONSENTIMENTO.
              IF ESTA-SUPRIMIDO EQUAL "SIM"
                     ADD 1 TO TOTAL-SEM-CONSENTIMENTO
                     GO TO PESQUISA-VIAJANTE-EXIT.
              MOVE CPF-VIAJANTE TO CPF2.
              READ CADOK KEY IS CPF2
                     INVALID KEY
                            MOVE SPACES TO EMAIL2
                     NOT INVALID KEY
                            IF NOME-VIAJANTE EQUAL SPACES
                                   MOVE NOME2 TO NOME-VIAJANTE
                            END-IF
              END-READ.
              IF EMAIL2 EQUAL SPACES
                     ADD 1 TO TOTAL-SEM-EMAIL
                     GO TO PESQUISA-VIAJANTE-EXIT.
              PERFORM GRAVA-PESQUISA.
       PESQUISA-VIAJANTE-EXIT.
              EXIT.

       VERIFICA-DESCADASTRO.
              MOVE "NAO" TO ESTA-SUPRIMIDO.
              PERFORM VARYING IDX-DESCAD FROM 1 BY 1
                      UNTIL IDX-DESCAD GREATER THAN TOTAL-DESCAD
                      IF CPF-DESCAD-TAB(IDX-DESCAD) EQUAL CPF-VIAJANTE
                             MOVE "SIM" TO ESTA-SUPRIMIDO
                      END-IF
              END-PERFORM.

       VERIFICA-CONSENTIMENTO.
              MOVE "NAO" TO ESTA-SUPRIMIDO.
              PERFORM VARYING IDX-REVOG FROM 1 BY 1
                      UNTIL IDX-REVOG GREATER THAN TOTAL-REVOG
                      IF CPF-REVOG-TAB(IDX-REVOG) EQUAL CPF-VIAJANTE
                             MOVE "SIM" TO ESTA-SUPRIMIDO
                      END-IF
              END-PERFORM.

       GRAVA-PESQUISA.
              MOVE NUMERO-SEL-TAB(IDX-SEL)  TO NUMERO-RESV-PQE.
              MOVE CPF-VIAJANTE             TO CPF-PQE.
              MOVE NOME-VIAJANTE            TO NOME-PQE.
              MOVE EMAIL2                   TO EMAIL-PQE.
              MOVE DESTINO-SEL-TAB(IDX-SEL) TO DESTINO-PQE.
              MOVE RETORNO-SEL-TAB(IDX-SEL) TO DATA-RETORNO-PQE.
              MOVE DATA-BASE                TO DATA-ENVIO-PQE.
              WRITE REG-PQE.
              ADD 1 TO TOTAL-ENVIADOS.
              MOVE NUMERO-RESV-PQE  TO VAR-NUMERO.
              MOVE DATA-RETORNO-PQE TO VAR-RETORNO.
              MOVE NOME-PQE         TO VAR-NOME.
              MOVE EMAIL-PQE        TO VAR-EMAIL.
              WRITE REG-REL FROM DETALHE-PESQ AFTER ADVANCING 1 LINE.

       FIM.
              COMPUTE VAR-RESERVAS = TOTAL-SEL + TOTAL-JA-PESQUISADAS.
              MOVE TOTAL-JA-PESQUISADAS    TO VAR-JA-PESQUISADAS.
              MOVE TOTAL-ENVIADOS          TO VAR-ENVIADOS.
              MOVE TOTAL-SEM-CPF           TO VAR-SEM-CPF.
              MOVE TOTAL-SUPRIMIDOS        TO VAR-SUPRIMIDOS.
              MOVE TOTAL-SEM-CONSENTIMENTO TO VAR-SEM-CONSENT.
              MOVE TOTAL-SEM-EMAIL         TO VAR-SEM-EMAIL.
              WRITE REG-REL FROM ROD-PESQ-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-PESQ-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-PESQ-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-PESQ-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-PESQ-05 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-PESQ-06 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-PESQ-07 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE PESQENV
                    CADOK
                    RELPESQ.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E115"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-ENVIADOS   TO TOTAL-GRAVADOS-RUNLOG.
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
