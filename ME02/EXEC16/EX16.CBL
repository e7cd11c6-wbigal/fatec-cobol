      *              CONVENIO ORIGINAL (BANCO 001). COM ACUMULA "S"
      *              NO PARAMETRO, O BANCODEP.DAT E ACRESCIDO EM VEZ
      *              DE REGRAVADO, PARA OS RETORNOS DE MAIS DE UM
      *              BANCO SE SOMAREM NA MESMA NOITE. DETALHE COM
      *              NOSSO-NUMERO DE BOLETO REGISTRADO EM REGBOL.DAT
      *              (EMITIDO PELO EX81) TEM O SOCIO TIRADO DO
      *              REGISTRO DO BOLETO, QUE E BAIXADO COMO PAGO.
      *              BOLETO DE TAXA DE RESERVA DE ESPACO (NOSSO-NUMERO
      *              GUARDADO NA RESERVA DO RESESP.DAT PELO EX81) NAO
      *              VIRA DEPOSITO - NAO E MENSALIDADE: A RESERVA E
      *              REGRAVADA COMO PAGA E O BOLETO E BAIXADO.
      *              SO BOLETO AINDA EMITIDO ("E") E BAIXADO: BOLETO
      *              JA PAGO QUE VOLTA NUM RETORNO REENVIADO PELO
      *              BANCO VAI PARA OS REJEITADOS, SEM NOVO DEPOSITO.

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL BANCOLAY ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL REGBOL ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NOSSO-NUMERO-BOL
              FILE STATUS IS REGBOL-STATUS.

              SELECT BANCODEP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BANCODEP-STATUS.

              SELECT OPTIONAL RESESP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELREJCN ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              02 OCOR-RECUP-LAY    PIC X(02).
              02 OCOR-ENCER-LAY    PIC X(02).
              02 OCOR-NAUT-LAY     PIC X(02).
              02 POS-NOSSO-LAY     PIC 9(03).
              02 POS-NOSSO-REM-LAY PIC 9(03).

      * REGBOL: registro de boletos emitidos pelo EX81, indexado pelo
      * nosso-numero. A liquidacao no retorno muda SITUACAO-BOL de
      * "E" (emitido) para "P" (pago) com a data da baixa.
       FD     REGBOL
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "REGBOL.DAT".
       01     REG-BOL.
              02 NOSSO-NUMERO-BOL  PIC 9(10).
              02 NUMERO-SOCIO-BOL  PIC 9(06).
              02 NOME-SOCIO-BOL    PIC X(30).
              02 VALOR-BOL         PIC 9(09)V9(02).
              02 DATA-VENC-BOL     PIC 9(08).
              02 DATA-EMISSAO-BOL  PIC 9(08).
              02 BANCO-BOL         PIC 9(03).
              02 SITUACAO-BOL      PIC X(01).
              02 DATA-PGTO-BOL     PIC 9(08).

      * BANCODEP: mesmo layout consumido por CARREGA-DEPOSITOS no
      * EX01 (ME02/EXEC01).
              02 NUMERO-SOCIO-DEP      PIC 9(06).
              02 VALOR-DEPOSITO-DEP    PIC 9(09)V9(02).

      * RESESP: reservas de espaco (EX95); a faturada por boleto
      * (MEIO-COBRANCA-RES "B") e baixada pelo nosso-numero.
       FD     RESESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESESP.DAT".
       COPY RESERVA.

       FD     RELREJCN
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 FIM-LAY                  PIC X(03) VALUE "NAO".
       77 BANCODEP-STATUS          PIC X(02) VALUE "00".
       77 REGBOL-STATUS            PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".

      * Layout vigente da execucao: carregado de BANCOLAY.DAT pelo
       77 SEG-DET-RUN              PIC X(01) VALUE "T".
       77 POS-REF-RUN              PIC 9(03) VALUE 58.
       77 POS-VALR-RUN             PIC 9(03) VALUE 77.
      * Nosso-numero do boleto (10 digitos); posicao 000 no cadastro
      * desliga a baixa de boletos para o banco.
       77 POS-NOSSO-RUN            PIC 9(03) VALUE 38.

      * Campos do detalhe extraidos do registro pelo layout vigente.
       77 TIPO-REGISTRO-RET        PIC X(01) VALUE SPACES.
       77 SEGMENTO-RET             PIC X(01) VALUE SPACES.
       77 NUMERO-SOCIO-RET         PIC X(06) VALUE SPACES.
       77 VALOR-RET                PIC X(15) VALUE SPACES.
       77 NOSSO-NUMERO-RET         PIC X(10) VALUE SPACES.
       77 ACHOU-BOLETO             PIC X(03) VALUE "NAO".
       77 TOTAL-BOLETOS-PAGOS      PIC 9(05) VALUE ZEROES.

      * Reservas de espaco em memoria (imagem do registro, mesmo
      * esquema do EX17/EX81), regravadas se alguma taxa foi paga.
       77 FIM-RES                  PIC X(03) VALUE "NAO".
       77 TOTAL-RES                PIC 9(05) VALUE ZEROES.
       77 IDX-RES                  PIC 9(05) VALUE ZEROES.
       77 BOLETO-DE-RESERVA        PIC X(03) VALUE "NAO".
       77 TOTAL-TAXAS-ESP          PIC 9(05) VALUE ZEROES.
       01     TABELA-RES.
              02 REG-RES-TAB       PIC X(124) OCCURS 2000 TIMES.
       77 DATA-HOJE                PIC 9(08) VALUE ZEROES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-IMPORTADOS         PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADOS         PIC 9(05) VALUE ZEROES.
              02 VAR-TOTAL-IGN     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-REJ-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Boletos baixados (pagos) :".
              02 VAR-TOTAL-BOL     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-REJ-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Taxas de espaco pagas    :".
              02 VAR-TOTAL-TAXAS   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

              OPEN   INPUT  RETBANCO
                     OUTPUT RELREJCN.
              PERFORM ABRE-BANCODEP.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM CARREGA-RESERVAS.
              OPEN I-O REGBOL.
              PERFORM LEITURA.

       LER-PARM-BANCO.
              MOVE SEG-DET-LAY    TO SEG-DET-RUN.
              MOVE POS-REF-LAY    TO POS-REF-RUN.
              MOVE POS-VALR-LAY   TO POS-VALR-RUN.
              IF POS-NOSSO-LAY NUMERIC
                     MOVE POS-NOSSO-LAY TO POS-NOSSO-RUN
              ELSE
                     MOVE ZEROES TO POS-NOSSO-RUN.

      * Acumula "S" soma este retorno ao BANCODEP.DAT ja gravado na
      * noite (retornos de mais de um banco); mesmo probe por FILE
                     END-IF
              END-IF.

      * Le RESESP.DAT (reservas do EX95) por completo para a tabela
      * em memoria. Opcional: ausente, nenhum boleto e de reserva.
       CARREGA-RESERVAS.
              OPEN INPUT RESESP.
              PERFORM UNTIL FIM-RES EQUAL "SIM"
                      READ RESESP
                             AT END MOVE "SIM" TO FIM-RES
                             NOT AT END
                                  IF TOTAL-RES NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-RES
                                  MOVE REG-RES TO REG-RES-TAB(TOTAL-RES)
                      END-READ
              END-PERFORM.
              CLOSE RESESP.

      * Tabela cheia deixaria reserva paga sem baixa e a regravacao
      * perderia as excedentes - parar e sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX16: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA, RESERVAS NAO BAIXADAS".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       LEITURA.
              READ RETBANCO
                     AT END MOVE "SIM" TO FIM-ARQ
                     MOVE SEG-DET-RUN TO SEGMENTO-RET.
              MOVE REG-RET(POS-REF-RUN:6)   TO NUMERO-SOCIO-RET.
              MOVE REG-RET(POS-VALR-RUN:15) TO VALOR-RET.
              IF POS-NOSSO-RUN GREATER THAN ZEROES
                     MOVE REG-RET(POS-NOSSO-RUN:10) TO NOSSO-NUMERO-RET
              ELSE
                     MOVE SPACES TO NOSSO-NUMERO-RET.

      * So o detalhe de titulo liquidado (tipo/segmento de detalhe
      * do layout do banco) vira deposito; header, trailer e demais

       VALIDA-DETALHE.
              MOVE SPACES TO MOTIVO-REJEICAO.
              PERFORM CONFERE-BOLETO.
              IF NUMERO-SOCIO-RET NOT NUMERIC
                     MOVE "REFERENCIA NAO NUMERICA" TO MOTIVO-REJEICAO
              ELSE IF NUMERO-SOCIO-RET EQUAL "000000"
              ELSE
                     PERFORM IMPRIME-REJEITADO.

      * Nosso-numero de boleto registrado: o socio e o do registro
      * do boleto (a referencia do retorno e do banco, nao do
      * socio). Sem boleto, vale a referencia como sempre valeu.
      * Boleto ja baixado (retorno reenviado pelo banco) e rejeitado
      * - a baixa de novo lancaria o mesmo pagamento duas vezes.
       CONFERE-BOLETO.
              MOVE "NAO" TO ACHOU-BOLETO.
              IF NOSSO-NUMERO-RET NUMERIC
                AND NOSSO-NUMERO-RET NOT EQUAL "0000000000"
                     MOVE NOSSO-NUMERO-RET TO NOSSO-NUMERO-BOL
                     READ REGBOL KEY IS NOSSO-NUMERO-BOL
                          INVALID KEY
                               MOVE "NAO" TO ACHOU-BOLETO
                          NOT INVALID KEY
                               MOVE "SIM" TO ACHOU-BOLETO
                               MOVE NUMERO-SOCIO-BOL
                                 TO NUMERO-SOCIO-RET
                               IF SITUACAO-BOL NOT EQUAL "E"
                                    MOVE "BOLETO JA BAIXADO"
                                      TO MOTIVO-REJEICAO
                               END-IF
                     END-READ
              END-IF.

      * O retorno carrega 15 digitos de valor; o layout interno de
      * BANCODEP comporta 11. Excedente indica registro corrompido
      * (ou um deposito fora de qualquer realidade da associacao).
              IF VALOR-RET-NUM EQUAL ZEROES
                     MOVE "VALOR ZERADO" TO MOTIVO-REJEICAO.

      * Boleto de taxa de reserva baixa a reserva em vez de gerar
      * deposito (a conciliacao do EX01 e so de mensalidade).
       GRAVA-DEPOSITO.
              MOVE "NAO" TO BOLETO-DE-RESERVA.
              IF ACHOU-BOLETO EQUAL "SIM"
                     PERFORM BAIXA-RESERVA
                             VARYING IDX-RES FROM 1 BY 1
                             UNTIL IDX-RES GREATER THAN TOTAL-RES.
              IF BOLETO-DE-RESERVA EQUAL "NAO"
                     ADD 1 TO TOTAL-IMPORTADOS
                     MOVE NUMERO-SOCIO-RET TO NUMERO-SOCIO-DEP
                     MOVE VALOR-RET-BAIXO  TO VALOR-DEPOSITO-DEP
                     WRITE REG-BANCODEP.
              IF ACHOU-BOLETO EQUAL "SIM"
                     PERFORM BAIXA-BOLETO.

       BAIXA-RESERVA.
              MOVE REG-RES-TAB(IDX-RES) TO REG-RES.
              IF MEIO-COBRANCA-RES EQUAL "B"
                AND SITUACAO-RES EQUAL "F"
                AND NOSSO-NUMERO-RES EQUAL NOSSO-NUMERO-BOL
                     MOVE "SIM"     TO BOLETO-DE-RESERVA
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

       BAIXA-BOLETO.
              ADD 1 TO TOTAL-BOLETOS-PAGOS.
              MOVE "P"       TO SITUACAO-BOL.
              MOVE DATA-HOJE TO DATA-PGTO-BOL.
              REWRITE REG-BOL
                     INVALID KEY
                          DISPLAY "*** EX16: FALHA NA BAIXA DO BOLETO "
                                  NOSSO-NUMERO-BOL
              END-REWRITE.

       IMPRIME-REJEITADO.
              ADD 1 TO TOTAL-REJEITADOS.
                     AFTER ADVANCING 2 LINES.

       FIM.
              IF TOTAL-TAXAS-ESP GREATER THAN ZEROES
                     PERFORM REGRAVA-RESERVAS.
              PERFORM IMPRIME-RODAPE.
              PERFORM VERIFICA-RETURN-CODE.
              PERFORM GRAVA-RUNLOG.
              CLOSE RETBANCO
                    BANCODEP
                    REGBOL
                    RELREJCN.

       IMPRIME-RODAPE.
              WRITE  REG-REL FROM ROD-REJ-01 AFTER ADVANCING 3 LINES.
              WRITE  REG-REL FROM ROD-REJ-02 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-REJ-03 AFTER ADVANCING 1 LINE.
              MOVE   TOTAL-BOLETOS-PAGOS TO VAR-TOTAL-BOL.
              WRITE  REG-REL FROM ROD-REJ-04 AFTER ADVANCING 1 LINE.
              MOVE   TOTAL-TAXAS-ESP   TO VAR-TOTAL-TAXAS.
              WRITE  REG-REL FROM ROD-REJ-05 AFTER ADVANCING 1 LINE.
              IF BANCO-RUN GREATER THAN ZEROES
                     MOVE BANCO-RUN      TO VAR-BANCO-ROD
                     MOVE NOME-BANCO-RUN TO VAR-NOME-BANCO
       VERIFICA-RETURN-CODE.
              MOVE ZEROES TO RETURN-CODE.
              IF TOTAL-LIDOS GREATER THAN ZEROES
                AND TOTAL-IMPORTADOS + TOTAL-TAXAS-ESP EQUAL ZEROES
                     MOVE 1 TO RETURN-CODE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
