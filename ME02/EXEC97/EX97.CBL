       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX97.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      REGISTRO DE PRESENCA NA ASSEMBLEIA (ESTILO DA
      *              TELA DO EX67): A PORTARIA DIGITA O TITULAR DE
      *              CADA NUCLEO FAMILIAR QUE CHEGA. O NUCLEO E
      *              CONFERIDO CONTRA A LISTA DE APTOS GRAVADA PELO
      *              EX52 (APTOS.DAT): NUCLEO FORA DA LISTA OU JA
      *              REGISTRADO NA ASSEMBLEIA DO DIA E RECUSADO. A
      *              PRESENCA ACEITA E ACRESCENTADA AO REGISTRO
      *              PERMANENTE PRESASSE.DAT (DATA DA ASSEMBLEIA,
      *              TITULAR, HORA, TOTAL DE APTOS E OPERADOR). A
      *              TELA MOSTRA O QUORUM AO VIVO: PRESENTES CONTRA
      *              METADE MAIS UM DOS APTOS. OS VOTOS POR ITEM SAO
      *              LANCADOS PELO EX98 E A ATA SAI PELO EX99.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL APTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PRESASSE ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRESASSE-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * APTOS: nucleos aptos a votar (copybook), gravados pelo EX52.
       FD     APTOS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "APTOS.DAT".
       COPY APTOS.

      * PRESASSE: registro permanente de presenca (copybook).
       FD     PRESASSE
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PRESASSE.DAT".
       COPY PRESASSE.

       WORKING-STORAGE      SECTION.

      * Sign-on pela subrotina compartilhada SIGNON.
       77 FUNCAO-EXIGIDA           PIC X(01) VALUE "R".
       77 OPERADOR-SESSAO          PIC X(08) VALUE SPACES.
       77 AUTORIZADO-SUBR          PIC X(01) VALUE "N".
       77 PRESASSE-STATUS          PIC X(02) VALUE "00".
       77 FIM-DIGITACAO            PIC X(03) VALUE "NAO".
       77 FIM-APTO                 PIC X(03) VALUE "NAO".
       77 FIM-PRE                  PIC X(03) VALUE "NAO".
       77 MENSAGEM-TELA            PIC X(44) VALUE SPACES.
       77 NOME-ECO                 PIC X(30) VALUE SPACES.
       77 SITUACAO-QUORUM          PIC X(20) VALUE SPACES.
       77 DATA-LISTA               PIC 9(08) VALUE ZEROES.
       77 QUORUM-MINIMO            PIC 9(05) VALUE ZEROES.
       77 TOTAL-PRESENTES          PIC 9(05) VALUE ZEROES.
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

      * Campo de digitacao da tela.
       77 TITULAR-TELA             PIC 9(06) VALUE ZEROES.

      * Lista de aptos do EX52 em memoria; PRESENTE-APTO-TAB "S"
      * quando o nucleo ja foi registrado na assembleia do dia.
       77 TOTAL-APTOS              PIC 9(05) VALUE ZEROES.
       77 IDX-APTO                 PIC 9(05) VALUE ZEROES.
       77 IDX-APTO-ACHADO          PIC 9(05) VALUE ZEROES.
       01     TABELA-APTOS.
              02 APTO-REG          OCCURS 2000 TIMES.
                 03 TITULAR-APTO-TAB  PIC 9(06).
                 03 NOME-APTO-TAB     PIC X(30).
                 03 PRESENTE-APTO-TAB PIC X(01).

       SCREEN                SECTION.
       01     TELA-PRESENCA.
              05 BLANK SCREEN.
              05 LINE 1  COLUMN 20
                 VALUE "ASSEMBLEIA - REGISTRO DE PRESENCA".
              05 LINE 2  COLUMN 5  VALUE "OPERADOR.......:".
              05 LINE 2  COLUMN 23 PIC X(08)  FROM OPERADOR-SESSAO.
              05 LINE 3  COLUMN 5  VALUE "ASSEMBLEIA.....:".
              05 LINE 3  COLUMN 23 PIC 9(08)  FROM DATA-HOJE-NUM.
              05 LINE 4  COLUMN 5  VALUE "LISTA DE APTOS.:".
              05 LINE 4  COLUMN 23 PIC 9(08)  FROM DATA-LISTA.
              05 LINE 6  COLUMN 5  VALUE "TITULAR (0=FIM):".
              05 LINE 6  COLUMN 23 PIC 9(06)  USING TITULAR-TELA.
              05 LINE 7  COLUMN 5  VALUE "NOME...........:".
              05 LINE 7  COLUMN 23 PIC X(30)  FROM NOME-ECO.
              05 LINE 9  COLUMN 5  VALUE "NUCLEOS APTOS..:".
              05 LINE 9  COLUMN 23 PIC ZZZZ9  FROM TOTAL-APTOS.
              05 LINE 10 COLUMN 5  VALUE "QUORUM MINIMO..:".
              05 LINE 10 COLUMN 23 PIC ZZZZ9  FROM QUORUM-MINIMO.
              05 LINE 11 COLUMN 5  VALUE "PRESENTES......:".
              05 LINE 11 COLUMN 23 PIC ZZZZ9  FROM TOTAL-PRESENTES.
              05 LINE 12 COLUMN 5  VALUE "SITUACAO.......:".
              05 LINE 12 COLUMN 23 PIC X(20)  FROM SITUACAO-QUORUM.

       01     TELA-MENSAGEM.
              05 LINE 14 COLUMN 5  PIC X(44) FROM MENSAGEM-TELA.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX97.
              PERFORM EXIGE-REGISTRO.
              PERFORM INICIO.
              PERFORM DIGITA UNTIL FIM-DIGITACAO EQUAL "SIM".
              PERFORM TERMINO.
              STOP RUN.

      * A presenca da direito a voto na assembleia: exige sign-on de
      * perfil registro (ou superior) pela subrotina compartilhada
      * SIGNON.
       EXIGE-REGISTRO.
              CALL "SIGNON" USING FUNCAO-EXIGIDA OPERADOR-SESSAO
                   AUTORIZADO-SUBR.
              IF AUTORIZADO-SUBR NOT EQUAL "S"
                     DISPLAY "EX97: ACESSO RECUSADO - PERFIL"
                             " REGISTRO EXIGIDO"
                     MOVE 2 TO RETURN-CODE
                     STOP RUN.

      * Carrega a lista de aptos e as presencas ja registradas hoje
      * (retomada apos queda da tela) e reabre PRESASSE em EXTEND
      * (mesmo probe por FILE STATUS "35" de ABRE-HISTORICO do EX01).
       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM = ANO-HOJE * 10000
                                    + MES-HOJE * 100 + DIA-HOJE.
              PERFORM CARREGA-APTOS.
              IF TOTAL-APTOS EQUAL ZEROES
                     DISPLAY "EX97: LISTA DE APTOS (APTOS.DAT) AUSENTE"
                             " - EMITIR O ROL PELO EX52"
                     MOVE 4 TO RETURN-CODE
                     STOP RUN.
              COMPUTE QUORUM-MINIMO = TOTAL-APTOS / 2 + 1.
              PERFORM CARREGA-PRESENTES.
              PERFORM APURA-QUORUM.
              OPEN INPUT PRESASSE.
              IF PRESASSE-STATUS EQUAL "35"
                     CLOSE PRESASSE
                     OPEN OUTPUT PRESASSE
              ELSE
                     CLOSE PRESASSE
                     OPEN EXTEND PRESASSE
              END-IF.

      * Lista alem da tabela deixaria nucleo apto de fora - parar e
      * sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX97: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " PRESENCA NAO REGISTRADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-APTOS.
              OPEN INPUT APTOS.
              PERFORM UNTIL FIM-APTO EQUAL "SIM"
                      READ APTOS
                             AT END MOVE "SIM" TO FIM-APTO
                             NOT AT END
                                  IF TOTAL-APTOS NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-APTOS
                                  MOVE DATA-APTO    TO DATA-LISTA
                                  MOVE TITULAR-APTO TO
                                     TITULAR-APTO-TAB(TOTAL-APTOS)
                                  MOVE NOME-APTO TO
                                     NOME-APTO-TAB(TOTAL-APTOS)
                                  MOVE "N" TO
                                     PRESENTE-APTO-TAB(TOTAL-APTOS)
                      END-READ
              END-PERFORM.
              CLOSE APTOS.

       CARREGA-PRESENTES.
              OPEN INPUT PRESASSE.
              PERFORM UNTIL FIM-PRE EQUAL "SIM"
                      READ PRESASSE
                             AT END MOVE "SIM" TO FIM-PRE
                             NOT AT END
                                  IF DATA-ASSEM-PRE EQUAL DATA-HOJE-NUM
                                       MOVE TITULAR-PRE TO TITULAR-TELA
                                       PERFORM LOCALIZA-APTO
                                       PERFORM MARCA-PRESENTE
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PRESASSE.
              MOVE ZEROES TO TITULAR-TELA.

       MARCA-PRESENTE.
              IF IDX-APTO-ACHADO GREATER THAN ZEROES
                     IF PRESENTE-APTO-TAB(IDX-APTO-ACHADO) EQUAL "N"
                            MOVE "S" TO
                               PRESENTE-APTO-TAB(IDX-APTO-ACHADO)
                            ADD 1 TO TOTAL-PRESENTES
                     END-IF
              END-IF.

       LOCALIZA-APTO.
              MOVE ZEROES TO IDX-APTO-ACHADO.
              PERFORM VARYING IDX-APTO FROM 1 BY 1
                      UNTIL IDX-APTO GREATER THAN TOTAL-APTOS
                         OR IDX-APTO-ACHADO GREATER THAN ZEROES
                      IF TITULAR-APTO-TAB(IDX-APTO) EQUAL TITULAR-TELA
                             MOVE IDX-APTO TO IDX-APTO-ACHADO
                      END-IF
              END-PERFORM.

       APURA-QUORUM.
              IF TOTAL-PRESENTES NOT LESS THAN QUORUM-MINIMO
                     MOVE "QUORUM ATINGIDO"   TO SITUACAO-QUORUM
              ELSE
                     MOVE "AGUARDANDO QUORUM" TO SITUACAO-QUORUM.

       DIGITA.
              DISPLAY TELA-PRESENCA.
              ACCEPT  TELA-PRESENCA.
              IF TITULAR-TELA EQUAL ZEROES
                     MOVE "SIM" TO FIM-DIGITACAO
              ELSE
                     PERFORM CRITICA-E-GRAVA.

      * Critica imediata: nucleo na lista de aptos e ainda nao
      * registrado na assembleia do dia.
       CRITICA-E-GRAVA.
              MOVE SPACES TO MENSAGEM-TELA NOME-ECO.
              PERFORM LOCALIZA-APTO.
              IF IDX-APTO-ACHADO EQUAL ZEROES
                     MOVE "NUCLEO NAO APTO A VOTAR - RECUSADO"
                       TO MENSAGEM-TELA
              ELSE
                     MOVE NOME-APTO-TAB(IDX-APTO-ACHADO) TO NOME-ECO
                     IF PRESENTE-APTO-TAB(IDX-APTO-ACHADO) EQUAL "S"
                            MOVE "NUCLEO JA REGISTRADO - RECUSADO"
                              TO MENSAGEM-TELA
                     END-IF
              END-IF.
              IF MENSAGEM-TELA EQUAL SPACES
                     PERFORM GRAVA-PRESENCA
              ELSE
                     DISPLAY TELA-MENSAGEM.

       GRAVA-PRESENCA.
              PERFORM MARCA-PRESENTE.
              PERFORM APURA-QUORUM.
              ACCEPT HORA-ATUAL FROM TIME.
              MOVE DATA-HOJE-NUM  TO DATA-ASSEM-PRE.
              MOVE TITULAR-TELA   TO TITULAR-PRE.
              MOVE NOME-ECO       TO NOME-PRE.
              COMPUTE HORA-PRE = HH-ATUAL * 10000 + MM-ATUAL * 100
                               + SS-ATUAL.
              MOVE TOTAL-APTOS    TO QTD-APTOS-PRE.
              MOVE OPERADOR-SESSAO TO OPERADOR-PRE.
              WRITE REG-PRE.
              DISPLAY TELA-PRESENCA.
              MOVE "PRESENCA REGISTRADA - PROXIMO NUCLEO"
                TO MENSAGEM-TELA.
              DISPLAY TELA-MENSAGEM.
              PERFORM LIMPA-TELA.

       LIMPA-TELA.
              MOVE ZEROES TO TITULAR-TELA.

       TERMINO.
              CLOSE PRESASSE.
