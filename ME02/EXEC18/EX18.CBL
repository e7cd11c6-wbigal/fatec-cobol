      *              CADSOC1D.DAT E ACRESCIDO EM VEZ DE REGRAVADO,
      *              PARA OS RETORNOS DE MAIS DE UM BANCO SE SOMAREM
      *              NO MESMO POSTING.
      *              DEBITO CONFIRMADO QUE CASA COM TAXA DE RESERVA DE
      *              ESPACO FATURADA POR DEBITO (RESESP.DAT, MESMO
      *              TITULAR E MESMO VALOR DA ORDEM DO EX17) BAIXA A
      *              RESERVA COMO PAGA E NAO VAI PARA O CADSOC1D.DAT -
      *              NAO E MENSALIDADE.

      *==============================================================
       ENVIRONMENT          DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANMAND-STATUS.

              SELECT OPTIONAL RESESP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELRECUS ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              02 OCOR-RECUP-LAY    PIC X(02).
              02 OCOR-ENCER-LAY    PIC X(02).
              02 OCOR-NAUT-LAY     PIC X(02).
              02 POS-NOSSO-LAY     PIC 9(03).
              02 POS-NOSSO-REM-LAY PIC 9(03).

      * CADSOC1D: pagamentos confirmados, no mesmo layout de CADSOC1
      * lido pelo EX01 (codigo 1 = pago, forma 3 = transferencia),
              02 CONTA-TRANM       PIC 9(08).
              02 DATA-AUTORIZ-TRANM PIC 9(08).

      * RESESP: reservas de espaco (EX95); a faturada por debito
      * (MEIO-COBRANCA-RES "D") e baixada pela confirmacao do banco.
       FD     RESESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESESP.DAT".
       COPY RESERVA.

       FD     RELRECUS
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

       77 LIMITE-TENTATIVAS        PIC 9(02) VALUE 3.

      * Reservas de espaco em memoria (imagem do registro, mesmo
      * esquema do EX17), regravadas se alguma taxa foi paga.
       77 FIM-RES                  PIC X(03) VALUE "NAO".
       77 TOTAL-RES                PIC 9(05) VALUE ZEROES.
       77 IDX-RES                  PIC 9(05) VALUE ZEROES.
       77 DEBITO-DE-RESERVA        PIC X(03) VALUE "NAO".
       77 TOTAL-TAXAS-ESP          PIC 9(05) VALUE ZEROES.
       77 DATA-HOJE                PIC 9(08) VALUE ZEROES.
       01     TABELA-RES.
              02 REG-RES-TAB       PIC X(124) OCCURS 2000 TIMES.

      * Totais por codigo de ocorrencia, para o rodape do relatorio
      * de excecoes.
       77 TOTAL-OCORR-01           PIC 9(05) VALUE ZEROES.
              02 VAR-MAND-CANC     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RECUS-10.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Taxas de espaco pagas    :".
              02 VAR-TAXAS-ESP     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RECUS-09.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Banco do retorno         :".
              PERFORM LER-PARM-BANCO.
              PERFORM CARREGA-LAYOUT.
              PERFORM CARREGA-AGENDA.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM CARREGA-RESERVAS.
              OPEN   INPUT  RETDEB
                     OUTPUT RELRECUS.
              PERFORM ABRE-CADSOC1D.
              END-PERFORM.
              CLOSE RETRYDEB.

      * Le RESESP.DAT (reservas do EX95) por completo para a tabela
      * em memoria. Opcional: ausente, nenhum debito e de reserva.
       CARREGA-RESERVAS.
              OPEN INPUT RESESP.
              PERFORM UNTIL FIM-RES EQUAL "SIM"
                      READ RESESP
                             AT END MOVE "SIM" TO FIM-RES
                             NOT AT END
                                  IF TOTAL-RES NOT LESS THAN 2000
                                       PERFORM ABORTA-RESERVAS-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-RES
                                  MOVE REG-RES TO REG-RES-TAB(TOTAL-RES)
                      END-READ
              END-PERFORM.
              CLOSE RESESP.

       ABORTA-RESERVAS-CHEIA.
              DISPLAY "*** RESESP.DAT EXCEDE A TABELA DE 2000"
                      " POSICOES - EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       LEITURA.
              READ RETDEB
                     AT END MOVE "SIM" TO FIM-ARQ

      * Debito confirmado tambem baixa a eventual pendencia de
      * reapresentacao do socio - o banco acabou honrando.
      * Taxa de reserva debitada baixa a reserva em vez de virar
      * pagamento de mensalidade.
       GRAVA-PAGAMENTO.
              ADD 1 TO TOTAL-CONFIRMADOS.
              MOVE "NAO" TO DEBITO-DE-RESERVA.
              PERFORM BAIXA-RESERVA
                      VARYING IDX-RES FROM 1 BY 1
                      UNTIL IDX-RES GREATER THAN TOTAL-RES
                         OR DEBITO-DE-RESERVA EQUAL "SIM".
              IF DEBITO-DE-RESERVA EQUAL "NAO"
                     MOVE 1                 TO CODIGO-PAGAMENTO1D
                     MOVE NUMERO-SOCIO-RET  TO NUMERO-SOCIO1D
                     MOVE NOME-SOCIO-RET    TO NOME-SOCIO1D
                     MOVE VALOR-DEBITO-RET  TO VALOR-PAGAMENTO1D
                     MOVE ZEROES            TO DIAS-ATRASO1D
                     MOVE 3                 TO FORMA-PAGAMENTO1D
                     WRITE REG-SOC1D.
              PERFORM LOCALIZA-AGENDA.
              IF IDX-RTRY-SOCIO GREATER THAN ZEROES
                     MOVE "B" TO SITUACAO-RTRY-TAB(IDX-RTRY-SOCIO).

      * Uma so reserva por debito: a primeira faturada por debito
      * do mesmo titular com o mesmo valor da ordem.
       BAIXA-RESERVA.
              MOVE REG-RES-TAB(IDX-RES) TO REG-RES.
              IF MEIO-COBRANCA-RES EQUAL "D"
                AND SITUACAO-RES EQUAL "F"
                AND TITULAR-RES EQUAL NUMERO-SOCIO-RET
                AND VALOR-RES EQUAL VALOR-DEBITO-RET
                     MOVE "SIM"     TO DEBITO-DE-RESERVA
                     ADD 1          TO TOTAL-TAXAS-ESP
                     MOVE "P"       TO SITUACAO-RES
                     MOVE DATA-HOJE TO DATA-PGTO-RES
                     MOVE REG-RES   TO REG-RES-TAB(IDX-RES).

       REGRAVA-RESERVAS.
              OPEN OUTPUT RESESP.
              PERFORM VARYING IDX-RES FROM 1 BY 1
                      UNTIL IDX-RES GREATER THAN TOTAL-RES
                      MOVE REG-RES-TAB(IDX-RES) TO REG-RES
                      WRITE REG-RES
              END-PERFORM.
              CLOSE RESESP.

      * Ocorrencia diferente da de confirmacao: a recusa
      * recuperavel (saldo insuficiente no convenio original) vai
      * para a agenda de reapresentacao ate o limite; conta

       FIM.
              PERFORM REGRAVA-AGENDA.
              IF TOTAL-TAXAS-ESP GREATER THAN ZEROES
                     PERFORM REGRAVA-RESERVAS.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              IF TOTAL-MANDATOS-CANC GREATER THAN ZEROES
                     AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-RECUS-08
                     AFTER ADVANCING 1 LINE.
              MOVE   TOTAL-TAXAS-ESP     TO VAR-TAXAS-ESP.
              WRITE  REG-REL FROM ROD-RECUS-10
                     AFTER ADVANCING 1 LINE.
              IF BANCO-RUN GREATER THAN ZEROES
                     MOVE BANCO-RUN      TO VAR-BANCO-ROD
                     MOVE NOME-BANCO-RUN TO VAR-NOME-BANCO
