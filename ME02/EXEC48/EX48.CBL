      *              ACRESCENTADO AO CADSOC1.DAT (CODIGO 1, ATRASO
      *              ZERO), PRONTO PARA A POSTAGEM NOTURNA DO EX01 -
      *              ACABANDO COM O EDITOR DE TEXTO QUE ALIMENTAVA O
      *              RELINVAL E O RELDUP. CADA PAGAMENTO ACEITO TAMBEM
      *              VAI PARA O MOVIMENTO DO CAIXA (CAIXAMOV.DAT) COM
      *              O OPERADOR DO SIGN-ON E A SESSAO DE CAIXA EM
      *              ABERTO (DATA + SEQUENCIAL DO DIA, QUE SO AVANCA
      *              DEPOIS DO FECHAMENTO PELO EX93).

      *==============================================================
       ENVIRONMENT          DIVISION.
              RECORD KEY IS NUMERO-SOCIO-MSOC
              FILE STATUS IS CADMSOCI-STATUS.

              SELECT OPTIONAL CAIXAMOV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CAIXAMOV-STATUS.

              SELECT OPTIONAL FECHCAIX ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

      *==============================================================
       DATA                 DIVISION.

              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

      * CAIXAMOV: movimento do caixa, acrescido a cada aceite.
       FD     CAIXAMOV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CAIXAMOV.DAT".
       COPY CAIXAMOV.

      * FECHCAIX: fechamentos do EX93, lidos para saber qual sessao
      * do operador esta aberta hoje.
       FD     FECHCAIX
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "FECHCAIX.DAT".
       COPY FECHCAIX.

       WORKING-STORAGE      SECTION.

      * Sign-on pela subrotina compartilhada SIGNON.
       77 MENSAGEM-TELA            PIC X(44) VALUE SPACES.
       77 NOME-ECO                 PIC X(30) VALUE SPACES.
       77 JA-DIGITADO              PIC X(03) VALUE "NAO".
       77 CAIXAMOV-STATUS          PIC X(02) VALUE "00".
       77 FIM-FCX                  PIC X(03) VALUE "NAO".

      * Sessao de caixa em aberto do operador.
       77 DATA-SESSAO              PIC 9(08) VALUE ZEROES.
       77 SEQ-SESSAO               PIC 9(02) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

      * Campos de digitacao da tela.
       77 NUMERO-TELA              PIC 9(06) VALUE ZEROES.
              05 BLANK SCREEN.
              05 LINE 1  COLUMN 20
                 VALUE "PAGAMENTO NO BALCAO - ASSOCIACAO".
              05 LINE 2  COLUMN 5  VALUE "OPERADOR.....:".
              05 LINE 2  COLUMN 21 PIC X(08)  FROM OPERADOR-SESSAO.
              05 LINE 2  COLUMN 31 VALUE "SESSAO:".
              05 LINE 2  COLUMN 39 PIC 99     FROM SEQ-SESSAO.
              05 LINE 3  COLUMN 5  VALUE "SOCIO (0=FIM):".
              05 LINE 3  COLUMN 21 PIC 9(06)  USING NUMERO-TELA.
              05 LINE 4  COLUMN 5  VALUE "NOME.........:".
      * do EX01).
       INICIO.
              PERFORM CARREGA-DIGITADOS.
              PERFORM ABRE-SESSAO-CAIXA.
              OPEN INPUT CADSOC1.
              IF CADSOC1-STATUS EQUAL "35"
                     CLOSE CADSOC1
              END-IF.
              OPEN INPUT CADMSOCI.

      * A sessao aberta e a seguinte as ja fechadas pelo operador
      * hoje; o movimento do caixa e reaberto em EXTEND (mesmo
      * probe).
       ABRE-SESSAO-CAIXA.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-SESSAO =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              MOVE 1 TO SEQ-SESSAO.
              OPEN INPUT FECHCAIX.
              PERFORM UNTIL FIM-FCX EQUAL "SIM"
                      READ FECHCAIX
                             AT END MOVE "SIM" TO FIM-FCX
                             NOT AT END
                                  IF OPERADOR-FCX EQUAL OPERADOR-SESSAO
                                    AND DATA-SESSAO-FCX EQUAL
                                        DATA-SESSAO
                                    AND SEQ-SESSAO-FCX NOT LESS THAN
                                        SEQ-SESSAO
                                       COMPUTE SEQ-SESSAO =
                                               SEQ-SESSAO-FCX + 1
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE FECHCAIX.
              OPEN INPUT CAIXAMOV.
              IF CAIXAMOV-STATUS EQUAL "35"
                     CLOSE CAIXAMOV
                     OPEN OUTPUT CAIXAMOV
              ELSE
                     CLOSE CAIXAMOV
                     OPEN EXTEND CAIXAMOV
              END-IF.

      * Passa pelo CADSOC1.DAT existente guardando quem ja tem
      * pagamento (codigo 1) digitado neste movimento, para o aviso
      * de duplicidade. Movimento alem da tabela so degrada o aviso.
              MOVE ZEROES           TO DIAS-ATRASO1.
              MOVE FORMA-TELA       TO FORMA-PAGAMENTO1.
              WRITE REG-SOC1.
              PERFORM GRAVA-CAIXAMOV.
              IF TOTAL-DIG LESS THAN 2000
                     ADD 1 TO TOTAL-DIG
                     MOVE NUMERO-TELA TO NUMERO-DIG-TAB(TOTAL-DIG).
              DISPLAY TELA-MENSAGEM.
              PERFORM LIMPA-TELA.

       GRAVA-CAIXAMOV.
              ACCEPT HORA-ATUAL FROM TIME.
              MOVE DATA-SESSAO      TO DATA-SESSAO-CXM.
              MOVE OPERADOR-SESSAO  TO OPERADOR-CXM.
              MOVE SEQ-SESSAO       TO SEQ-SESSAO-CXM.
              COMPUTE HORA-CXM =
                      HH-ATUAL * 10000 + MM-ATUAL * 100 + SS-ATUAL.
              MOVE NUMERO-TELA      TO NUMERO-SOCIO-CXM.
              MOVE VALOR-TELA       TO VALOR-CXM.
              MOVE FORMA-TELA       TO FORMA-CXM.
              WRITE REG-CAIXAMOV.

       LIMPA-TELA.
              MOVE ZEROES TO NUMERO-TELA VALOR-TELA FORMA-TELA.
              MOVE SPACES TO CONFIRMA-TELA NOME-ECO.

       TERMINO.
              CLOSE CADSOC1
                    CADMSOCI
                    CAIXAMOV.
