       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX98.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      VOTACAO NA ASSEMBLEIA (ESTILO DA TELA DO EX67):
      *              A MESA DIGITA O ITEM DA PAUTA, O TITULAR DO
      *              NUCLEO FAMILIAR E O VOTO ("F" A FAVOR, "C"
      *              CONTRA, "A" ABSTENCAO). O ITEM E CONFERIDO
      *              CONTRA A PAUTA DO DIA (PAUTASSE.DAT) E O NUCLEO
      *              CONTRA O REGISTRO DE PRESENCA DO EX97
      *              (PRESASSE.DAT): SO VOTA NUCLEO PRESENTE, UMA VEZ
      *              POR ITEM. O VOTO ACEITO E ACRESCENTADO A
      *              VOTASSE.DAT E A TELA MOSTRA A PARCIAL DO ITEM. A
      *              APURACAO OFICIAL SAI NA ATA DO EX99.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PAUTASSE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PRESASSE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL VOTASSE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VOTASSE-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PAUTASSE: itens da pauta por assembleia (copybook).
       FD     PAUTASSE
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PAUTASSE.DAT".
       COPY PAUTASSE.

      * PRESASSE: registro de presenca (copybook), gravado pelo EX97.
       FD     PRESASSE
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PRESASSE.DAT".
       COPY PRESASSE.

      * VOTASSE: votos por item e nucleo (copybook).
       FD     VOTASSE
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "VOTASSE.DAT".
       COPY VOTASSE.

       WORKING-STORAGE      SECTION.

      * Sign-on pela subrotina compartilhada SIGNON.
       77 FUNCAO-EXIGIDA           PIC X(01) VALUE "R".
       77 OPERADOR-SESSAO          PIC X(08) VALUE SPACES.
       77 AUTORIZADO-SUBR          PIC X(01) VALUE "N".
       77 VOTASSE-STATUS           PIC X(02) VALUE "00".
       77 FIM-DIGITACAO            PIC X(03) VALUE "NAO".
       77 FIM-PAU                  PIC X(03) VALUE "NAO".
       77 FIM-PRE                  PIC X(03) VALUE "NAO".
       77 FIM-VOT                  PIC X(03) VALUE "NAO".
       77 MENSAGEM-TELA            PIC X(44) VALUE SPACES.
       77 NOME-ECO                 PIC X(30) VALUE SPACES.
       77 DESCRICAO-ECO            PIC X(50) VALUE SPACES.
       77 FAVOR-ECO                PIC 9(05) VALUE ZEROES.
       77 CONTRA-ECO               PIC 9(05) VALUE ZEROES.
       77 ABSTENCAO-ECO            PIC 9(05) VALUE ZEROES.
       77 JA-VOTOU                 PIC X(03) VALUE "NAO".
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       77 DATA-HOJE-NUM            PIC 9(08) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Campos de digitacao da tela.
       77 ITEM-TELA                PIC 9(02) VALUE ZEROES.
       77 TITULAR-TELA             PIC 9(06) VALUE ZEROES.
       77 VOTO-TELA                PIC X(01) VALUE SPACES.

      * Pauta do dia, com a parcial de cada item.
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

      * Nucleos presentes na assembleia do dia (EX97).
       77 TOTAL-PRE                PIC 9(05) VALUE ZEROES.
       77 IDX-PRE                  PIC 9(05) VALUE ZEROES.
       77 IDX-PRE-ACHADO           PIC 9(05) VALUE ZEROES.
       01     TABELA-PRE.
              02 PRE-REG           OCCURS 2000 TIMES.
                 03 TITULAR-PRE-TAB   PIC 9(06).
                 03 NOME-PRE-TAB      PIC X(30).

      * Votos ja lancados hoje (item + titular), carregados de
      * VOTASSE e acrescidos a cada aceite.
       77 TOTAL-VOT                PIC 9(06) VALUE ZEROES.
       77 IDX-VOT                  PIC 9(06) VALUE ZEROES.
       01     TABELA-VOT.
              02 VOT-REG           OCCURS 20000 TIMES.
                 03 ITEM-VOT-TAB      PIC 9(02).
                 03 TITULAR-VOT-TAB   PIC 9(06).

       SCREEN                SECTION.
       01     TELA-VOTACAO.
              05 BLANK SCREEN.
              05 LINE 1  COLUMN 20
                 VALUE "ASSEMBLEIA - VOTACAO POR ITEM".
              05 LINE 2  COLUMN 5  VALUE "OPERADOR.......:".
              05 LINE 2  COLUMN 23 PIC X(08)  FROM OPERADOR-SESSAO.
              05 LINE 3  COLUMN 5  VALUE "ASSEMBLEIA.....:".
              05 LINE 3  COLUMN 23 PIC 9(08)  FROM DATA-HOJE-NUM.
              05 LINE 5  COLUMN 5  VALUE "ITEM (0=FIM)...:".
              05 LINE 5  COLUMN 23 PIC 9(02)  USING ITEM-TELA.
              05 LINE 6  COLUMN 5  VALUE "PAUTA..........:".
              05 LINE 6  COLUMN 23 PIC X(50)  FROM DESCRICAO-ECO.
              05 LINE 7  COLUMN 5  VALUE "TITULAR........:".
              05 LINE 7  COLUMN 23 PIC 9(06)  USING TITULAR-TELA.
              05 LINE 8  COLUMN 5  VALUE "NOME...........:".
              05 LINE 8  COLUMN 23 PIC X(30)  FROM NOME-ECO.
              05 LINE 9  COLUMN 5  VALUE "VOTO (F/C/A)...:".
              05 LINE 9  COLUMN 23 PIC X(01)  USING VOTO-TELA.
              05 LINE 11 COLUMN 5  VALUE "A FAVOR........:".
              05 LINE 11 COLUMN 23 PIC ZZZZ9  FROM FAVOR-ECO.
              05 LINE 12 COLUMN 5  VALUE "CONTRA.........:".
              05 LINE 12 COLUMN 23 PIC ZZZZ9  FROM CONTRA-ECO.
              05 LINE 13 COLUMN 5  VALUE "ABSTENCAO......:".
              05 LINE 13 COLUMN 23 PIC ZZZZ9  FROM ABSTENCAO-ECO.

       01     TELA-MENSAGEM.
              05 LINE 15 COLUMN 5  PIC X(44) FROM MENSAGEM-TELA.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX98.
              PERFORM EXIGE-REGISTRO.
              PERFORM INICIO.
              PERFORM DIGITA UNTIL FIM-DIGITACAO EQUAL "SIM".
              PERFORM TERMINO.
              STOP RUN.

      * O voto entra na ata da assembleia: exige sign-on de perfil
      * registro (ou superior) pela subrotina compartilhada SIGNON.
       EXIGE-REGISTRO.
              CALL "SIGNON" USING FUNCAO-EXIGIDA OPERADOR-SESSAO
                   AUTORIZADO-SUBR.
              IF AUTORIZADO-SUBR NOT EQUAL "S"
                     DISPLAY "EX98: ACESSO RECUSADO - PERFIL"
                             " REGISTRO EXIGIDO"
                     MOVE 2 TO RETURN-CODE
                     STOP RUN.

      * Carrega pauta, presentes e votos ja lancados hoje e reabre
      * VOTASSE em EXTEND (mesmo probe por FILE STATUS "35" de
      * ABRE-HISTORICO do EX01).
       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM = ANO-HOJE * 10000
                                    + MES-HOJE * 100 + DIA-HOJE.
              PERFORM CARREGA-PAUTA.
              IF TOTAL-PAU EQUAL ZEROES
                     DISPLAY "EX98: PAUTA DA ASSEMBLEIA DE HOJE"
                             " AUSENTE EM PAUTASSE.DAT"
                     MOVE 4 TO RETURN-CODE
                     STOP RUN.
              PERFORM CARREGA-PRESENTES.
              PERFORM CARREGA-VOTOS.
              OPEN INPUT VOTASSE.
              IF VOTASSE-STATUS EQUAL "35"
                     CLOSE VOTASSE
                     OPEN OUTPUT VOTASSE
              ELSE
                     CLOSE VOTASSE
                     OPEN EXTEND VOTASSE
              END-IF.

      * Tabela cheia deixaria voto duplicado passar - parar e
      * sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX98: TABELA DE PRESENTES OU VOTOS"
                      " EXCEDIDA - VOTACAO NAO REGISTRADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-PAUTA.
              OPEN INPUT PAUTASSE.
              PERFORM UNTIL FIM-PAU EQUAL "SIM"
                      READ PAUTASSE
                             AT END MOVE "SIM" TO FIM-PAU
                             NOT AT END
                                  IF DATA-ASSEM-PAU EQUAL DATA-HOJE-NUM
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

       CARREGA-PRESENTES.
              OPEN INPUT PRESASSE.
              PERFORM UNTIL FIM-PRE EQUAL "SIM"
                      READ PRESASSE
                             AT END MOVE "SIM" TO FIM-PRE
                             NOT AT END
                                  IF DATA-ASSEM-PRE EQUAL DATA-HOJE-NUM
                                       PERFORM GUARDA-PRESENTE
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PRESASSE.

       GUARDA-PRESENTE.
              IF TOTAL-PRE NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-PRE.
              MOVE TITULAR-PRE TO TITULAR-PRE-TAB(TOTAL-PRE).
              MOVE NOME-PRE    TO NOME-PRE-TAB(TOTAL-PRE).

       CARREGA-VOTOS.
              OPEN INPUT VOTASSE.
              PERFORM UNTIL FIM-VOT EQUAL "SIM"
                      READ VOTASSE
                             AT END MOVE "SIM" TO FIM-VOT
                             NOT AT END
                                  IF DATA-ASSEM-VOT EQUAL DATA-HOJE-NUM
                                       MOVE ITEM-VOT    TO ITEM-TELA
                                       MOVE TITULAR-VOT TO TITULAR-TELA
                                       MOVE VOTO-VOT    TO VOTO-TELA
                                       PERFORM LOCALIZA-ITEM
                                       PERFORM GUARDA-VOTO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE VOTASSE.
              MOVE ZEROES TO ITEM-TELA TITULAR-TELA.
              MOVE SPACES TO VOTO-TELA.

      * Guarda o par item + titular e soma o voto na parcial do item.
       GUARDA-VOTO.
              IF TOTAL-VOT NOT LESS THAN 20000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-VOT.
              MOVE ITEM-TELA    TO ITEM-VOT-TAB(TOTAL-VOT).
              MOVE TITULAR-TELA TO TITULAR-VOT-TAB(TOTAL-VOT).
              IF IDX-PAU-ACHADO GREATER THAN ZEROES
                     EVALUATE VOTO-TELA
                         WHEN "F"
                              ADD 1 TO FAVOR-PAU-TAB(IDX-PAU-ACHADO)
                         WHEN "C"
                              ADD 1 TO CONTRA-PAU-TAB(IDX-PAU-ACHADO)
                         WHEN "A"
                              ADD 1 TO
                                 ABSTENCAO-PAU-TAB(IDX-PAU-ACHADO)
                     END-EVALUATE
              END-IF.

       LOCALIZA-ITEM.
              MOVE ZEROES TO IDX-PAU-ACHADO.
              PERFORM VARYING IDX-PAU FROM 1 BY 1
                      UNTIL IDX-PAU GREATER THAN TOTAL-PAU
                         OR IDX-PAU-ACHADO GREATER THAN ZEROES
                      IF ITEM-PAU-TAB(IDX-PAU) EQUAL ITEM-TELA
                             MOVE IDX-PAU TO IDX-PAU-ACHADO
                      END-IF
              END-PERFORM.

       LOCALIZA-PRESENTE.
              MOVE ZEROES TO IDX-PRE-ACHADO.
              PERFORM VARYING IDX-PRE FROM 1 BY 1
                      UNTIL IDX-PRE GREATER THAN TOTAL-PRE
                         OR IDX-PRE-ACHADO GREATER THAN ZEROES
                      IF TITULAR-PRE-TAB(IDX-PRE) EQUAL TITULAR-TELA
                             MOVE IDX-PRE TO IDX-PRE-ACHADO
                      END-IF
              END-PERFORM.

       VERIFICA-VOTO.
              MOVE "NAO" TO JA-VOTOU.
              PERFORM VARYING IDX-VOT FROM 1 BY 1
                      UNTIL IDX-VOT GREATER THAN TOTAL-VOT
                         OR JA-VOTOU EQUAL "SIM"
                      IF ITEM-VOT-TAB(IDX-VOT) EQUAL ITEM-TELA
                        AND TITULAR-VOT-TAB(IDX-VOT) EQUAL TITULAR-TELA
                             MOVE "SIM" TO JA-VOTOU
                      END-IF
              END-PERFORM.

       DIGITA.
              DISPLAY TELA-VOTACAO.
              ACCEPT  TELA-VOTACAO.
              IF ITEM-TELA EQUAL ZEROES
                     MOVE "SIM" TO FIM-DIGITACAO
              ELSE
                     PERFORM CRITICA-E-GRAVA.

      * Critica imediata: item da pauta do dia, nucleo presente,
      * primeiro voto do nucleo no item e voto F, C ou A.
       CRITICA-E-GRAVA.
              MOVE SPACES TO MENSAGEM-TELA NOME-ECO DESCRICAO-ECO.
              MOVE ZEROES TO FAVOR-ECO CONTRA-ECO ABSTENCAO-ECO.
              PERFORM LOCALIZA-ITEM.
              IF IDX-PAU-ACHADO EQUAL ZEROES
                     MOVE "ITEM FORA DA PAUTA DE HOJE"
                       TO MENSAGEM-TELA
              ELSE
                     PERFORM MOSTRA-PARCIAL.
              IF MENSAGEM-TELA EQUAL SPACES
                     PERFORM LOCALIZA-PRESENTE
                     IF IDX-PRE-ACHADO EQUAL ZEROES
                            MOVE "NUCLEO SEM PRESENCA - RECUSADO"
                              TO MENSAGEM-TELA
                     ELSE
                            MOVE NOME-PRE-TAB(IDX-PRE-ACHADO)
                              TO NOME-ECO
                     END-IF
              END-IF.
              IF MENSAGEM-TELA EQUAL SPACES
                     PERFORM VERIFICA-VOTO
                     IF JA-VOTOU EQUAL "SIM"
                            MOVE "NUCLEO JA VOTOU NESTE ITEM"
                              TO MENSAGEM-TELA
                     END-IF
              END-IF.
              IF MENSAGEM-TELA EQUAL SPACES
                AND VOTO-TELA NOT EQUAL "F"
                AND VOTO-TELA NOT EQUAL "C"
                AND VOTO-TELA NOT EQUAL "A"
                     MOVE "VOTO INVALIDO (F/C/A)" TO MENSAGEM-TELA.
              IF MENSAGEM-TELA EQUAL SPACES
                     PERFORM GRAVA-VOTO
              ELSE
                     DISPLAY TELA-MENSAGEM.

       MOSTRA-PARCIAL.
              MOVE DESCRICAO-PAU-TAB(IDX-PAU-ACHADO) TO DESCRICAO-ECO.
              MOVE FAVOR-PAU-TAB(IDX-PAU-ACHADO)     TO FAVOR-ECO.
              MOVE CONTRA-PAU-TAB(IDX-PAU-ACHADO)    TO CONTRA-ECO.
              MOVE ABSTENCAO-PAU-TAB(IDX-PAU-ACHADO) TO ABSTENCAO-ECO.

       GRAVA-VOTO.
              ACCEPT HORA-ATUAL FROM TIME.
              MOVE DATA-HOJE-NUM   TO DATA-ASSEM-VOT.
              MOVE ITEM-TELA       TO ITEM-VOT.
              MOVE TITULAR-TELA    TO TITULAR-VOT.
              MOVE VOTO-TELA       TO VOTO-VOT.
              COMPUTE HORA-VOT = HH-ATUAL * 10000 + MM-ATUAL * 100
                               + SS-ATUAL.
              MOVE OPERADOR-SESSAO TO OPERADOR-VOT.
              WRITE REG-VOT.
              PERFORM GUARDA-VOTO.
              PERFORM MOSTRA-PARCIAL.
              DISPLAY TELA-VOTACAO.
              MOVE "VOTO REGISTRADO - PROXIMO NUCLEO"
                TO MENSAGEM-TELA.
              DISPLAY TELA-MENSAGEM.
              PERFORM LIMPA-TELA.

      * O item fica na tela para o proximo nucleo votar o mesmo
      * item.
       LIMPA-TELA.
              MOVE ZEROES TO TITULAR-TELA.
              MOVE SPACES TO VOTO-TELA.

       TERMINO.
              CLOSE VOTASSE.
