       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX121.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      CASOS DE ATENDIMENTO AO CLIENTE (ESTILO DA TELA
      *              DO EX67): RECLAMACOES, PEDIDOS DE ALTERACAO E DE
      *              DOCUMENTOS CORRIAM SOLTOS EM TROCAS DE E-MAIL -
      *              A RECLAMACAO "C" DO EX66 SO COBRE SPAM. A TELA
      *              ABRE O CASO (CPF VALIDADO NO CADOK.DAT COM NOME
      *              ECOADO, RESERVA OPCIONAL CONFERIDA EM
      *              RESERVAS.DAT CONTRA O CPF, TIPO, PRIORIDADE,
      *              ATENDENTE RESPONSAVEL ATIVO NO CADATEN.DAT E
      *              ASSUNTO) COM O NUMERO SEQUENCIAL DE NUMCASO.DAT
      *              (MESMO ESQUEMA DO NUMRESV) E O PRAZO DE SLA DO
      *              TIPO E PRIORIDADE (SLACASO.DAT; AUSENTE, 1, 3 E
      *              7 DIAS PARA ALTA, MEDIA E BAIXA), GRAVANDO-O NO
      *              INDEXADO CASOSAC.DAT. PELO NUMERO, ATUALIZA A
      *              SITUACAO (ABERTO, EM ATENDIMENTO, FECHADO), A
      *              PRIORIDADE (O PRAZO E RECALCULADO A PARTIR DA
      *              ABERTURA) E O RESPONSAVEL. CADA ABERTURA E
      *              ATUALIZACAO, COM A OBSERVACAO DIGITADA, VAI PARA
      *              O HISTORICO HISTCASO.DAT.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL CASOSAC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NUMERO-CASO
              ALTERNATE RECORD KEY IS CPF-CASO WITH DUPLICATES
              FILE STATUS IS CASOSAC-STATUS.

              SELECT OPTIONAL HISTCASO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HISTCASO-STATUS.

              SELECT OPTIONAL NUMCASO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SLACASO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADOK ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPF2
              ALTERNATE RECORD KEY IS NOME2 WITH DUPLICATES
              FILE STATUS IS CADOK-STATUS.

              SELECT OPTIONAL CADATEN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-ATD
              FILE STATUS IS CADATEN-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * CASOSAC: casos de atendimento (copybook).
       FD     CASOSAC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CASOSAC.DAT".
       COPY CASOMAST.

      * HISTCASO: historico dos casos (copybook).
       FD     HISTCASO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "HISTCASO.DAT".
       COPY HISTCASO.

      * NUMCASO: ultimo numero de caso emitido, persistido entre
      * execucoes (mesmo esquema do NUMRESV.DAT do EX58).
       FD     NUMCASO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "NUMCASO.DAT".
       01     REG-NUMCASO.
              02 ULTIMO-CASO-ARQ   PIC 9(06).

      * SLACASO: dias de prazo por tipo e prioridade. TIPO-SLA em
      * branco vale para qualquer tipo da prioridade; a linha do
      * tipo exato prevalece. Ausente ou sem linha que sirva, vale
      * o prazo padrao da prioridade.
       FD     SLACASO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SLACASO.DAT".
       01     REG-SLA.
              02 TIPO-SLA          PIC X(01).
              02 PRIORIDADE-SLA    PIC X(01).
              02 DIAS-SLA          PIC 9(03).

      * RESERVAS: reservas de viagem (EX58/EX59, copybook).
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * CADOK: cadastro validado de clientes (copybook).
       FD     CADOK
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

      * CADATEN: mestre de atendentes (EX56).
       FD     CADATEN
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADATEN.DAT".
       01     REG-ATD.
              02 CODIGO-ATD        PIC 9(03).
              02 NOME-ATD          PIC X(30).
              02 FILIAL-ATD        PIC 9(02).
              02 ATIVO-ATD         PIC X(01).
              02 MATRICULA-ATD     PIC 9(05).

       WORKING-STORAGE      SECTION.

      * Sign-on pela subrotina compartilhada SIGNON.
       77 FUNCAO-EXIGIDA           PIC X(01) VALUE "R".
       77 OPERADOR-SESSAO          PIC X(08) VALUE SPACES.
       77 AUTORIZADO-SUBR          PIC X(01) VALUE "N".
       77 CASOSAC-STATUS           PIC X(02) VALUE "00".
       77 HISTCASO-STATUS          PIC X(02) VALUE "00".
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 CADATEN-STATUS           PIC X(02) VALUE "00".
       77 FIM-DIGITACAO            PIC X(03) VALUE "NAO".
       77 FIM-ABERTURA             PIC X(03) VALUE "NAO".
       77 FIM-ATUALIZACAO          PIC X(03) VALUE "NAO".
       77 FIM-NUM                  PIC X(03) VALUE "NAO".
       77 FIM-SLA                  PIC X(03) VALUE "NAO".
       77 FIM-RESV                 PIC X(03) VALUE "NAO".
       77 CASO-ACHADO              PIC X(03) VALUE "NAO".
       77 NUMERO-ULTIMO            PIC 9(06) VALUE ZEROES.
       77 MENSAGEM-TELA            PIC X(44) VALUE SPACES.
       77 NOME-ECO                 PIC X(30) VALUE SPACES.
       77 NOME-ATD-ECO             PIC X(30) VALUE SPACES.
       77 NUMERO-ECO               PIC 9(06) VALUE ZEROES.
       77 PRAZO-ECO                PIC 9(08) VALUE ZEROES.
       77 SITUACAO-ANTERIOR        PIC X(01) VALUE SPACES.
       77 DATA-HOJE-NUM            PIC 9(08) VALUE ZEROES.
       77 DIAS-PRAZO               PIC 9(03) VALUE ZEROES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Campos de digitacao das telas.
       77 OPCAO-MENU               PIC 9(01) VALUE ZEROES.
       77 CPF-TELA                 PIC 9(11) VALUE ZEROES.
       77 RESERVA-TELA             PIC 9(06) VALUE ZEROES.
       77 TIPO-TELA                PIC X(01) VALUE SPACES.
       77 PRIORIDADE-TELA          PIC X(01) VALUE SPACES.
       77 ATENDENTE-TELA           PIC 9(03) VALUE ZEROES.
       77 ASSUNTO-TELA             PIC X(40) VALUE SPACES.
       77 NUMERO-TELA              PIC 9(06) VALUE ZEROES.
       77 SITUACAO-TELA            PIC X(01) VALUE SPACES.
       77 OBSERVACAO-TELA          PIC X(40) VALUE SPACES.

      * Prazo: data base mais os dias de SLA, um dia de cada vez
      * (virada de mes e de ano, fevereiro bissexto - mesmo esquema
      * do vencimento do EX103).
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

      * Prazos de SLA em memoria (SLACASO.DAT).
       77 TOTAL-SLA                PIC 9(03) VALUE ZEROES.
       77 IDX-SLA                  PIC 9(03) VALUE ZEROES.
       77 SLA-EXATO                PIC X(03) VALUE "NAO".
       01     TABELA-SLA.
              02 SLA-REG           OCCURS 50 TIMES.
                 03 TIPO-SLA-TAB       PIC X(01).
                 03 PRIORIDADE-SLA-TAB PIC X(01).
                 03 DIAS-SLA-TAB       PIC 9(03).

      * Reservas em memoria (numero e CPF do comprador), para
      * conferir a reserva digitada no caso.
       77 TOTAL-RESV               PIC 9(05) VALUE ZEROES.
       77 IDX-RESV                 PIC 9(05) VALUE ZEROES.
       77 IDX-RESV-ACHADA          PIC 9(05) VALUE ZEROES.
       01     TABELA-RESV.
              02 RESV-REG          OCCURS 10000 TIMES.
                 03 NUMERO-RESV-TAB   PIC 9(06).
                 03 CPF-RESV-TAB      PIC 9(11).

       SCREEN                SECTION.
       01     TELA-MENU.
              05 BLANK SCREEN.
              05 LINE 1  COLUMN 20
                 VALUE "CASOS DE ATENDIMENTO - TURISMAR".
              05 LINE 3  COLUMN 5
                 VALUE "1-ABRIR CASO  2-ATUALIZAR CASO  0-ENCERRAR: ".
              05 LINE 3  COLUMN 50 PIC 9(01)  USING OPCAO-MENU.
              05 LINE 20 COLUMN 5  PIC X(44) FROM MENSAGEM-TELA.

       01     TELA-ABERTURA.
              05 BLANK SCREEN.
              05 LINE 1  COLUMN 20
                 VALUE "ABERTURA DE CASO - TURISMAR".
              05 LINE 3  COLUMN 5  VALUE "CPF (0=VOLTA)..:".
              05 LINE 3  COLUMN 23 PIC 9(11)  USING CPF-TELA.
              05 LINE 4  COLUMN 5  VALUE "CLIENTE........:".
              05 LINE 4  COLUMN 23 PIC X(30)  FROM NOME-ECO.
              05 LINE 5  COLUMN 5  VALUE "RESERVA (0=SEM):".
              05 LINE 5  COLUMN 23 PIC 9(06)  USING RESERVA-TELA.
              05 LINE 6  COLUMN 5  VALUE "TIPO (R/A/D/O).:".
              05 LINE 6  COLUMN 23 PIC X(01)  USING TIPO-TELA.
              05 LINE 6  COLUMN 27
                 VALUE "R-RECLAMACAO A-ALTERACAO D-DOCUMENTO O-OUTROS".
              05 LINE 7  COLUMN 5  VALUE "PRIORID.(A/M/B):".
              05 LINE 7  COLUMN 23 PIC X(01)  USING PRIORIDADE-TELA.
              05 LINE 8  COLUMN 5  VALUE "RESPONSAVEL....:".
              05 LINE 8  COLUMN 23 PIC 9(03)  USING ATENDENTE-TELA.
              05 LINE 8  COLUMN 28 PIC X(30)  FROM NOME-ATD-ECO.
              05 LINE 9  COLUMN 5  VALUE "ASSUNTO........:".
              05 LINE 9  COLUMN 23 PIC X(40)  USING ASSUNTO-TELA.
              05 LINE 11 COLUMN 5  VALUE "ULTIMO CASO....:".
              05 LINE 11 COLUMN 23 PIC 9(06)  FROM NUMERO-ECO.
              05 LINE 11 COLUMN 31 VALUE "PRAZO:".
              05 LINE 11 COLUMN 38 PIC 9999/99/99 FROM PRAZO-ECO.
              05 LINE 20 COLUMN 5  PIC X(44) FROM MENSAGEM-TELA.

       01     TELA-NUMERO.
              05 BLANK SCREEN.
              05 LINE 1  COLUMN 20
                 VALUE "ATUALIZACAO DE CASO - TURISMAR".
              05 LINE 3  COLUMN 5  VALUE "CASO (0=VOLTA).:".
              05 LINE 3  COLUMN 23 PIC 9(06)  USING NUMERO-TELA.
              05 LINE 20 COLUMN 5  PIC X(44) FROM MENSAGEM-TELA.

       01     TELA-CASO.
              05 BLANK SCREEN.
              05 LINE 1  COLUMN 20
                 VALUE "ATUALIZACAO DE CASO - TURISMAR".
              05 LINE 3  COLUMN 5  VALUE "CASO...........:".
              05 LINE 3  COLUMN 23 PIC 9(06)  FROM NUMERO-CASO.
              05 LINE 4  COLUMN 5  VALUE "CPF............:".
              05 LINE 4  COLUMN 23 PIC 9(11)  FROM CPF-CASO.
              05 LINE 4  COLUMN 36 PIC X(30)  FROM NOME-ECO.
              05 LINE 5  COLUMN 5  VALUE "RESERVA........:".
              05 LINE 5  COLUMN 23 PIC 9(06)  FROM NUMERO-RESV-CASO.
              05 LINE 6  COLUMN 5  VALUE "TIPO...........:".
              05 LINE 6  COLUMN 23 PIC X(01)  FROM TIPO-CASO.
              05 LINE 7  COLUMN 5  VALUE "PRIORIDADE.....:".
              05 LINE 7  COLUMN 23 PIC X(01)  FROM PRIORIDADE-CASO.
              05 LINE 8  COLUMN 5  VALUE "RESPONSAVEL....:".
              05 LINE 8  COLUMN 23 PIC 9(03)  FROM ATENDENTE-CASO.
              05 LINE 8  COLUMN 28 PIC X(30)  FROM NOME-ATD-ECO.
              05 LINE 9  COLUMN 5  VALUE "SITUACAO.......:".
              05 LINE 9  COLUMN 23 PIC X(01)  FROM SITUACAO-CASO.
              05 LINE 10 COLUMN 5  VALUE "ABERTURA.......:".
              05 LINE 10 COLUMN 23 PIC 9999/99/99
                 FROM DATA-ABERTURA-CASO.
              05 LINE 10 COLUMN 36 VALUE "PRAZO:".
              05 LINE 10 COLUMN 43 PIC 9999/99/99
                 FROM DATA-PRAZO-CASO.
              05 LINE 11 COLUMN 5  VALUE "ASSUNTO........:".
              05 LINE 11 COLUMN 23 PIC X(40)  FROM ASSUNTO-CASO.
              05 LINE 13 COLUMN 5
                 VALUE "NOVA SITUACAO (A/E/F, BRANCO MANTEM)..:".
              05 LINE 13 COLUMN 46 PIC X(01)  USING SITUACAO-TELA.
              05 LINE 14 COLUMN 5
                 VALUE "NOVA PRIORIDADE (A/M/B, BRANCO MANTEM):".
              05 LINE 14 COLUMN 46 PIC X(01)  USING PRIORIDADE-TELA.
              05 LINE 15 COLUMN 5
                 VALUE "NOVO RESPONSAVEL (0 MANTEM)...........:".
              05 LINE 15 COLUMN 46 PIC 9(03)  USING ATENDENTE-TELA.
              05 LINE 16 COLUMN 5  VALUE "OBSERVACAO:".
              05 LINE 16 COLUMN 17 PIC X(40)  USING OBSERVACAO-TELA.
              05 LINE 20 COLUMN 5  PIC X(44) FROM MENSAGEM-TELA.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX121.
              PERFORM EXIGE-REGISTRO.
              PERFORM INICIO.
              PERFORM ESCOLHE-OPCAO UNTIL FIM-DIGITACAO EQUAL "SIM".
              PERFORM TERMINO.
              STOP RUN.

      * A tela abre casos com dados do CADOK: exige sign-on de
      * perfil registro (ou superior) pela subrotina compartilhada
      * SIGNON; o operador vai para o historico do caso.
       EXIGE-REGISTRO.
              CALL "SIGNON" USING FUNCAO-EXIGIDA OPERADOR-SESSAO
                   AUTORIZADO-SUBR.
              IF AUTORIZADO-SUBR NOT EQUAL "S"
                     DISPLAY "EX121: ACESSO RECUSADO - PERFIL"
                             " REGISTRO EXIGIDO"
                     MOVE 2 TO RETURN-CODE
                     STOP RUN.

      * Continua a numeracao de onde parou e reabre o historico em
      * EXTEND (mesmo probe por FILE STATUS "35" de ABRE-HISTORICO
      * do EX01).
       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              PERFORM LER-ULTIMO-NUMERO.
              PERFORM CARREGA-SLA.
              PERFORM CARREGA-RESERVAS.
              OPEN INPUT HISTCASO.
              IF HISTCASO-STATUS EQUAL "35"
                     CLOSE HISTCASO
                     OPEN OUTPUT HISTCASO
              ELSE
                     CLOSE HISTCASO
                     OPEN EXTEND HISTCASO
              END-IF.
              OPEN I-O   CASOSAC.
              OPEN INPUT CADOK.
              OPEN INPUT CADATEN.

       LER-ULTIMO-NUMERO.
              OPEN INPUT NUMCASO.
              READ NUMCASO
                     AT END MOVE "SIM" TO FIM-NUM.
              IF FIM-NUM EQUAL "NAO"
                     MOVE ULTIMO-CASO-ARQ TO NUMERO-ULTIMO.
              CLOSE NUMCASO.

       CARREGA-SLA.
              OPEN INPUT SLACASO.
              PERFORM UNTIL FIM-SLA EQUAL "SIM"
                      READ SLACASO
                             AT END MOVE "SIM" TO FIM-SLA
                             NOT AT END
                                  IF TOTAL-SLA LESS THAN 50
                                       ADD 1 TO TOTAL-SLA
                                       MOVE TIPO-SLA TO
                                          TIPO-SLA-TAB(TOTAL-SLA)
                                       MOVE PRIORIDADE-SLA TO
                                          PRIORIDADE-SLA-TAB(TOTAL-SLA)
                                       MOVE DIAS-SLA TO
                                          DIAS-SLA-TAB(TOTAL-SLA)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE SLACASO.

      * Tabela cheia recusaria reserva que existe - parar e
      * sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX121: TABELA DE RESERVAS EXCEDIDA -"
                      " TELA NAO INICIADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-RESERVAS.
              OPEN INPUT RESERVAS.
              PERFORM UNTIL FIM-RESV EQUAL "SIM"
                      READ RESERVAS
                             AT END MOVE "SIM" TO FIM-RESV
                             NOT AT END
                                  PERFORM GUARDA-RESERVA
                      END-READ
              END-PERFORM.
              CLOSE RESERVAS.

       GUARDA-RESERVA.
              IF TOTAL-RESV NOT LESS THAN 10000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-RESV.
              MOVE NUMERO-RESV TO NUMERO-RESV-TAB(TOTAL-RESV).
              MOVE CPF-RESV    TO CPF-RESV-TAB(TOTAL-RESV).

       ESCOLHE-OPCAO.
              MOVE ZEROES TO OPCAO-MENU.
              DISPLAY TELA-MENU.
              ACCEPT  TELA-MENU.
              MOVE SPACES TO MENSAGEM-TELA.
              EVALUATE OPCAO-MENU
                  WHEN 0
                     MOVE "SIM" TO FIM-DIGITACAO
                  WHEN 1
                     PERFORM ABRE-CASO
                  WHEN 2
                     PERFORM ATUALIZA-CASO
                  WHEN OTHER
                     MOVE "OPCAO INVALIDA" TO MENSAGEM-TELA
              END-EVALUATE.

      *--------------------------------------------------------------
      * Abertura: a tela volta com o numero e o prazo do caso
      * aberto, pronta para o proximo; CPF zero volta ao menu.
       ABRE-CASO.
              MOVE "NAO" TO FIM-ABERTURA.
              MOVE ZEROES TO NUMERO-ECO PRAZO-ECO.
              PERFORM LIMPA-TELA.
              PERFORM DIGITA-ABERTURA UNTIL FIM-ABERTURA EQUAL "SIM".

       DIGITA-ABERTURA.
              DISPLAY TELA-ABERTURA.
              ACCEPT  TELA-ABERTURA.
              MOVE SPACES TO MENSAGEM-TELA.
              IF CPF-TELA EQUAL ZEROES
                     MOVE "SIM" TO FIM-ABERTURA
              ELSE
                     PERFORM CRITICA-ABERTURA
                     IF MENSAGEM-TELA EQUAL SPACES
                            PERFORM GRAVA-CASO
                     END-IF
              END-IF.

      * Critica imediata: cliente no CADOK (nome ecoado), reserva
      * do proprio cliente, tipo, prioridade, responsavel ativo e
      * assunto.
       CRITICA-ABERTURA.
              MOVE SPACES TO NOME-ECO.
              MOVE CPF-TELA TO CPF2.
              READ CADOK KEY IS CPF2
                     INVALID KEY
                            MOVE "CPF NAO CADASTRADO NO CADOK"
                              TO MENSAGEM-TELA
                     NOT INVALID KEY
                            MOVE NOME2 TO NOME-ECO
              END-READ.
              IF MENSAGEM-TELA EQUAL SPACES
                AND RESERVA-TELA GREATER THAN ZEROES
                     PERFORM LOCALIZA-RESERVA
                     IF IDX-RESV-ACHADA EQUAL ZEROES
                            MOVE "RESERVA NAO ENCONTRADA"
                              TO MENSAGEM-TELA
                     ELSE
                            IF CPF-RESV-TAB(IDX-RESV-ACHADA)
                               NOT EQUAL CPF-TELA
                                   MOVE "RESERVA NAO E DESTE CLIENTE"
                                     TO MENSAGEM-TELA
                            END-IF
                     END-IF
              END-IF.
              IF MENSAGEM-TELA EQUAL SPACES
                     IF TIPO-TELA NOT EQUAL "R"
                       AND TIPO-TELA NOT EQUAL "A"
                       AND TIPO-TELA NOT EQUAL "D"
                       AND TIPO-TELA NOT EQUAL "O"
                            MOVE "TIPO INVALIDO (R/A/D/O)"
                              TO MENSAGEM-TELA
                     ELSE IF PRIORIDADE-TELA NOT EQUAL "A"
                       AND PRIORIDADE-TELA NOT EQUAL "M"
                       AND PRIORIDADE-TELA NOT EQUAL "B"
                            MOVE "PRIORIDADE INVALIDA (A/M/B)"
                              TO MENSAGEM-TELA
                     ELSE IF ASSUNTO-TELA EQUAL SPACES
                            MOVE "ASSUNTO E OBRIGATORIO"
                              TO MENSAGEM-TELA
                     ELSE
                            PERFORM VALIDA-ATENDENTE.

       LOCALIZA-RESERVA.
              MOVE ZEROES TO IDX-RESV-ACHADA.
              PERFORM VARYING IDX-RESV FROM 1 BY 1
                      UNTIL IDX-RESV GREATER THAN TOTAL-RESV
                         OR IDX-RESV-ACHADA GREATER THAN ZEROES
                      IF NUMERO-RESV-TAB(IDX-RESV) EQUAL RESERVA-TELA
                             MOVE IDX-RESV TO IDX-RESV-ACHADA
                      END-IF
              END-PERFORM.

       VALIDA-ATENDENTE.
              MOVE SPACES TO NOME-ATD-ECO.
              MOVE ATENDENTE-TELA TO CODIGO-ATD.
              READ CADATEN KEY IS CODIGO-ATD
                     INVALID KEY
                            MOVE "ATENDENTE NAO ENCONTRADO"
                              TO MENSAGEM-TELA
                     NOT INVALID KEY
                            MOVE NOME-ATD TO NOME-ATD-ECO
                            IF ATIVO-ATD NOT EQUAL "S"
                                   MOVE "ATENDENTE INATIVO"
                                     TO MENSAGEM-TELA
                            END-IF
              END-READ.

       GRAVA-CASO.
              ADD 1 TO NUMERO-ULTIMO.
              MOVE NUMERO-ULTIMO   TO NUMERO-CASO.
              MOVE CPF-TELA        TO CPF-CASO.
              MOVE RESERVA-TELA    TO NUMERO-RESV-CASO.
              MOVE TIPO-TELA       TO TIPO-CASO.
              MOVE PRIORIDADE-TELA TO PRIORIDADE-CASO.
              MOVE ATENDENTE-TELA  TO ATENDENTE-CASO.
              MOVE "A"             TO SITUACAO-CASO.
              MOVE DATA-HOJE-NUM   TO DATA-ABERTURA-CASO.
              MOVE ZEROES          TO DATA-FECHAMENTO-CASO.
              MOVE ASSUNTO-TELA    TO ASSUNTO-CASO.
              PERFORM CALCULA-PRAZO.
              WRITE REG-CASO
                     INVALID KEY
                            MOVE "CASO JA EXISTE - CONFERIR NUMCASO"
                              TO MENSAGEM-TELA
                     NOT INVALID KEY
                            MOVE SPACES TO SITUACAO-ANTERIOR
                            MOVE "ABERTURA" TO OBSERVACAO-TELA
                            PERFORM GRAVA-HISTORICO
                            MOVE NUMERO-CASO     TO NUMERO-ECO
                            MOVE DATA-PRAZO-CASO TO PRAZO-ECO
                            MOVE "CASO ABERTO - PROXIMO CLIENTE"
                              TO MENSAGEM-TELA
                            PERFORM LIMPA-TELA
              END-WRITE.

      * Prazo = abertura + dias de SLA do tipo e prioridade do caso.
       CALCULA-PRAZO.
              PERFORM BUSCA-SLA.
              MOVE DATA-ABERTURA-CASO TO DATA-CONV-NUM.
              PERFORM SOMA-UM-DIA DIAS-PRAZO TIMES.
              MOVE DATA-CONV-NUM TO DATA-PRAZO-CASO.

       BUSCA-SLA.
              EVALUATE PRIORIDADE-CASO
                     WHEN "A" MOVE 1 TO DIAS-PRAZO
                     WHEN "M" MOVE 3 TO DIAS-PRAZO
                     WHEN OTHER MOVE 7 TO DIAS-PRAZO
              END-EVALUATE.
              MOVE "NAO" TO SLA-EXATO.
              PERFORM VARYING IDX-SLA FROM 1 BY 1
                      UNTIL IDX-SLA GREATER THAN TOTAL-SLA
                      IF PRIORIDADE-SLA-TAB(IDX-SLA) EQUAL
                         PRIORIDADE-CASO
                             IF TIPO-SLA-TAB(IDX-SLA) EQUAL TIPO-CASO
                                    MOVE DIAS-SLA-TAB(IDX-SLA)
                                      TO DIAS-PRAZO
                                    MOVE "SIM" TO SLA-EXATO
                             END-IF
                             IF TIPO-SLA-TAB(IDX-SLA) EQUAL SPACES
                               AND SLA-EXATO EQUAL "NAO"
                                    MOVE DIAS-SLA-TAB(IDX-SLA)
                                      TO DIAS-PRAZO
                             END-IF
                      END-IF
              END-PERFORM.

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

      *--------------------------------------------------------------
      * Atualizacao: pelo numero, mostra o caso e aceita a nova
      * situacao, prioridade e responsavel; caso zero volta ao menu.
       ATUALIZA-CASO.
              MOVE "NAO" TO FIM-ATUALIZACAO.
              MOVE ZEROES TO NUMERO-TELA.
              PERFORM DIGITA-NUMERO UNTIL FIM-ATUALIZACAO EQUAL "SIM".

       DIGITA-NUMERO.
              DISPLAY TELA-NUMERO.
              ACCEPT  TELA-NUMERO.
              MOVE SPACES TO MENSAGEM-TELA.
              IF NUMERO-TELA EQUAL ZEROES
                     MOVE "SIM" TO FIM-ATUALIZACAO
              ELSE
                     MOVE "SIM" TO CASO-ACHADO
                     MOVE NUMERO-TELA TO NUMERO-CASO
                     READ CASOSAC KEY IS NUMERO-CASO
                            INVALID KEY
                                   MOVE "NAO" TO CASO-ACHADO
                                   MOVE "CASO NAO ENCONTRADO"
                                     TO MENSAGEM-TELA
                     END-READ
                     IF CASO-ACHADO EQUAL "SIM"
                            PERFORM DIGITA-ATUALIZACAO
                     END-IF
              END-IF.

       DIGITA-ATUALIZACAO.
              MOVE SPACES TO NOME-ECO NOME-ATD-ECO.
              MOVE CPF-CASO TO CPF2.
              READ CADOK KEY IS CPF2
                     NOT INVALID KEY
                            MOVE NOME2 TO NOME-ECO
              END-READ.
              MOVE ATENDENTE-CASO TO CODIGO-ATD.
              READ CADATEN KEY IS CODIGO-ATD
                     NOT INVALID KEY
                            MOVE NOME-ATD TO NOME-ATD-ECO
              END-READ.
              MOVE SPACES TO SITUACAO-TELA PRIORIDADE-TELA
                             OBSERVACAO-TELA.
              MOVE ZEROES TO ATENDENTE-TELA.
              DISPLAY TELA-CASO.
              ACCEPT  TELA-CASO.
              PERFORM CRITICA-ATUALIZACAO.
              IF MENSAGEM-TELA EQUAL SPACES
                     PERFORM APLICA-ATUALIZACAO.

       CRITICA-ATUALIZACAO.
              IF SITUACAO-TELA NOT EQUAL SPACES
                AND SITUACAO-TELA NOT EQUAL "A"
                AND SITUACAO-TELA NOT EQUAL "E"
                AND SITUACAO-TELA NOT EQUAL "F"
                     MOVE "SITUACAO INVALIDA (A/E/F)"
                       TO MENSAGEM-TELA
              ELSE IF PRIORIDADE-TELA NOT EQUAL SPACES
                AND PRIORIDADE-TELA NOT EQUAL "A"
                AND PRIORIDADE-TELA NOT EQUAL "M"
                AND PRIORIDADE-TELA NOT EQUAL "B"
                     MOVE "PRIORIDADE INVALIDA (A/M/B)"
                       TO MENSAGEM-TELA
              ELSE IF SITUACAO-TELA EQUAL SPACES
                AND PRIORIDADE-TELA EQUAL SPACES
                AND ATENDENTE-TELA EQUAL ZEROES
                AND OBSERVACAO-TELA EQUAL SPACES
                     MOVE "NADA A ATUALIZAR" TO MENSAGEM-TELA
              ELSE IF ATENDENTE-TELA GREATER THAN ZEROES
                     PERFORM VALIDA-ATENDENTE.

      * Fechar grava a data de fechamento; reabrir (A ou E) a
      * zera. Nova prioridade recalcula o prazo desde a abertura.
       APLICA-ATUALIZACAO.
              MOVE SITUACAO-CASO TO SITUACAO-ANTERIOR.
              IF SITUACAO-TELA NOT EQUAL SPACES
                     MOVE SITUACAO-TELA TO SITUACAO-CASO
                     IF SITUACAO-TELA EQUAL "F"
                            IF SITUACAO-ANTERIOR NOT EQUAL "F"
                                   MOVE DATA-HOJE-NUM
                                     TO DATA-FECHAMENTO-CASO
                            END-IF
                     ELSE
                            MOVE ZEROES TO DATA-FECHAMENTO-CASO
                     END-IF
              END-IF.
              IF PRIORIDADE-TELA NOT EQUAL SPACES
                AND PRIORIDADE-TELA NOT EQUAL PRIORIDADE-CASO
                     MOVE PRIORIDADE-TELA TO PRIORIDADE-CASO
                     PERFORM CALCULA-PRAZO.
              IF ATENDENTE-TELA GREATER THAN ZEROES
                     MOVE ATENDENTE-TELA TO ATENDENTE-CASO.
              REWRITE REG-CASO
                     INVALID KEY
                            MOVE "ERRO NA REGRAVACAO DO CASO"
                              TO MENSAGEM-TELA
                     NOT INVALID KEY
                            PERFORM GRAVA-HISTORICO
                            MOVE "CASO ATUALIZADO - PROXIMO CASO"
                              TO MENSAGEM-TELA
              END-REWRITE.

       GRAVA-HISTORICO.
              ACCEPT HORA-ATUAL FROM TIME.
              MOVE NUMERO-CASO       TO NUMERO-CASO-HCA.
              MOVE DATA-HOJE-NUM     TO DATA-HCA.
              COMPUTE HORA-HCA = HH-ATUAL * 100 + MM-ATUAL.
              MOVE SITUACAO-ANTERIOR TO SITUACAO-ANT-HCA.
              MOVE SITUACAO-CASO     TO SITUACAO-NOVA-HCA.
              MOVE PRIORIDADE-CASO   TO PRIORIDADE-HCA.
              MOVE ATENDENTE-CASO    TO ATENDENTE-HCA.
              MOVE OPERADOR-SESSAO   TO OPERADOR-HCA.
              MOVE OBSERVACAO-TELA   TO OBSERVACAO-HCA.
              WRITE REG-HCASO.

       LIMPA-TELA.
              MOVE ZEROES TO CPF-TELA RESERVA-TELA ATENDENTE-TELA.
              MOVE SPACES TO TIPO-TELA PRIORIDADE-TELA ASSUNTO-TELA.
              MOVE SPACES TO NOME-ECO NOME-ATD-ECO OBSERVACAO-TELA.

       GRAVA-ULTIMO-NUMERO.
              OPEN OUTPUT NUMCASO.
              MOVE NUMERO-ULTIMO TO ULTIMO-CASO-ARQ.
              WRITE REG-NUMCASO.
              CLOSE NUMCASO.

       TERMINO.
              PERFORM GRAVA-ULTIMO-NUMERO.
              CLOSE CASOSAC
                    HISTCASO
                    CADOK
                    CADATEN.
