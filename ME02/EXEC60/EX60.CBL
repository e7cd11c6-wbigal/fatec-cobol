      *              DESTINO E POR MES DA RESERVA, COM OS TOTAIS DE
      *              RESERVADAS/PAGAS/CANCELADAS - A PRIMEIRA VISAO
      *              DE VENDA QUE OS RELATORIOS DE VISITA E AS
      *              CAMPANHAS DO EX31 PODEM CORRELACIONAR. COM O
      *              PAGAMENTO EM PARCELAS, A RECEITA SE DIVIDE EM
      *              RECEBIDA (VALOR JA PAGO DAS RESERVAS NAO
      *              CANCELADAS) E A RECEBER (SALDO DAS "R" E "S"),
      *              POR DESTINO, POR MES E NO TOTAL. AS MULTAS DE
      *              CANCELAMENTO RETIDAS PELO EX59 (REEMBOLS.DAT)
      *              ENTRAM COMO LINHA PROPRIA DE RECEITA NO TOTAL.

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL REEMBOLS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELRECTA ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK

       FILE                 SECTION.

      * RESERVAS: mesmo layout gravado pelo EX58/EX59 (copybook).
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * REEMBOLS: ordens de reembolso dos cancelamentos, com a
      * multa retida (copybook).
       FD     REEMBOLS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "REEMBOLS.DAT".
       COPY REEMBOLS.

       FD     RELRECTA
              LABEL RECORD IS OMITTED.

       WORKING-STORAGE      SECTION.
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-REE                  PIC X(03) VALUE "NAO".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-RESERVADAS         PIC 9(05) VALUE ZEROES.
       77 TOTAL-SINAL              PIC 9(05) VALUE ZEROES.
       77 TOTAL-PAGAS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-CANCELADAS         PIC 9(05) VALUE ZEROES.
       77 VALOR-RECEITA            PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-A-RECEBER          PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-MULTAS             PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-RECEITA-TOTAL      PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-RECEBIDO-RESV      PIC 9(09)V9(02) VALUE ZEROES.
       77 SALDO-RESV               PIC 9(09)V9(02) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Receita recebida e a receber das reservas nao canceladas por
      * destino e por mes (AAAAMM da data da reserva).
       77 PERIODO-RESERVA          PIC 9(06) VALUE ZEROES.
       77 TOTAL-DEST               PIC 9(03) VALUE ZEROES.
       77 IDX-DEST                 PIC 9(03) VALUE ZEROES.
                 03 DESTINO-DEST-TAB PIC X(20).
                 03 QTD-DEST-TAB     PIC 9(05).
                 03 VALOR-DEST-TAB   PIC 9(12)V9(02).
                 03 RECEBER-DEST-TAB PIC 9(12)V9(02).

       77 TOTAL-MESES              PIC 9(03) VALUE ZEROES.
       77 IDX-MES                  PIC 9(03) VALUE ZEROES.
                 03 PERIODO-MES-TAB PIC 9(06).
                 03 QTD-MES-TAB     PIC 9(05).
                 03 VALOR-MES-TAB   PIC 9(12)V9(02).
                 03 RECEBER-MES-TAB PIC 9(12)V9(02).

       01     CAB-REC-01.
              02 FILLER     PIC X(15) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "RECEITA DE RESERVAS - RECEBIDA E A RECEBER".
              02 FILLER     PIC X(15) VALUE SPACES.

       01     CAB-SECAO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TITULO-SECAO  PIC X(40).
              02 FILLER            PIC X(38) VALUE SPACES.

       01     CAB-COLUNAS.
              02 FILLER            PIC X(38) VALUE SPACES.
              02 FILLER            PIC X(21)
                 VALUE "      RECEBIDA       ".
              02 FILLER            PIC X(21)
                 VALUE "     A RECEBER       ".

       01     DETALHE-DEST.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-DESTINO       PIC X(20).
              02 FILLER            PIC X(07) VALUE " QTD: ".
              02 VAR-QTD-DEST      PIC ZZZZ9.
              02 FILLER            PIC X(04) VALUE SPACES.
              02 VAR-VALOR-DEST    PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(07) VALUE SPACES.
              02 VAR-RECEBER-DEST  PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(07) VALUE SPACES.

       01     DETALHE-MES.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-MES-DET       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-DET       PIC 9999.
              02 FILLER            PIC X(13) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE " QTD: ".
              02 VAR-QTD-MES       PIC ZZZZ9.
              02 FILLER            PIC X(04) VALUE SPACES.
              02 VAR-VALOR-MES     PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(07) VALUE SPACES.
              02 VAR-RECEBER-MES   PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(07) VALUE SPACES.

       01     LINHA-TOTAL.
              02 FILLER            PIC X(05) VALUE SPACES.

       01     LINHA-RECEITA.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-DESC-RECEITA  PIC X(28).
              02 VAR-RECEITA-TOT   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(29) VALUE SPACES.

       PGM-EX60.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM ACUMULA-MULTAS.
              PERFORM IMPRIME-RELATORIO.
              PERFORM FIM.
              STOP RUN.
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

      * Reserva gravada antes do valor pago existir no registro vem
      * com o campo em branco: quitada conta o valor inteiro.
       PRINCIPAL.
              IF VALOR-PAGO-RESV IS NOT NUMERIC
                     MOVE ZEROES TO VALOR-PAGO-RESV.
              MOVE VALOR-PAGO-RESV TO VALOR-RECEBIDO-RESV.
              EVALUATE SITUACAO-RESV
                  WHEN "R" ADD 1 TO TOTAL-RESERVADAS
                           PERFORM ACUMULA-RECEITA
                  WHEN "S" ADD 1 TO TOTAL-SINAL
                           PERFORM ACUMULA-RECEITA
                  WHEN "P" ADD 1 TO TOTAL-PAGAS
                           MOVE VALOR-RESV TO VALOR-RECEBIDO-RESV
                           PERFORM ACUMULA-RECEITA
                  WHEN "C" ADD 1 TO TOTAL-CANCELADAS
              END-EVALUATE.
              PERFORM LEITURA.

       ACUMULA-RECEITA.
              COMPUTE SALDO-RESV = VALOR-RESV - VALOR-RECEBIDO-RESV.
              ADD VALOR-RECEBIDO-RESV TO VALOR-RECEITA.
              ADD SALDO-RESV TO VALOR-A-RECEBER.
              PERFORM ACUMULA-DESTINO.
              PERFORM ACUMULA-MES.

                     MOVE DESTINO-RESV
                       TO DESTINO-DEST-TAB(IDX-DEST-ACHADO)
                     MOVE ZEROES TO QTD-DEST-TAB(IDX-DEST-ACHADO)
                     MOVE ZEROES TO VALOR-DEST-TAB(IDX-DEST-ACHADO)
                     MOVE ZEROES TO RECEBER-DEST-TAB(IDX-DEST-ACHADO).
              IF IDX-DEST-ACHADO GREATER THAN ZEROES
                     ADD 1 TO QTD-DEST-TAB(IDX-DEST-ACHADO)
                     ADD VALOR-RECEBIDO-RESV
                         TO VALOR-DEST-TAB(IDX-DEST-ACHADO)
                     ADD SALDO-RESV
                         TO RECEBER-DEST-TAB(IDX-DEST-ACHADO).

       ACUMULA-MES.
              COMPUTE PERIODO-RESERVA = DATA-RESERVA-RESV / 100.
                     MOVE PERIODO-RESERVA
                       TO PERIODO-MES-TAB(IDX-MES-ACHADO)
                     MOVE ZEROES TO QTD-MES-TAB(IDX-MES-ACHADO)
                     MOVE ZEROES TO VALOR-MES-TAB(IDX-MES-ACHADO)
                     MOVE ZEROES TO RECEBER-MES-TAB(IDX-MES-ACHADO).
              IF IDX-MES-ACHADO GREATER THAN ZEROES
                     ADD 1 TO QTD-MES-TAB(IDX-MES-ACHADO)
                     ADD VALOR-RECEBIDO-RESV
                         TO VALOR-MES-TAB(IDX-MES-ACHADO)
                     ADD SALDO-RESV
                         TO RECEBER-MES-TAB(IDX-MES-ACHADO).

      * Multa retida de cada cancelamento (REEMBOLS.DAT, EX59).
       ACUMULA-MULTAS.
              OPEN INPUT REEMBOLS.
              PERFORM UNTIL FIM-REE EQUAL "SIM"
                      READ REEMBOLS
                             AT END MOVE "SIM" TO FIM-REE
                             NOT AT END
                                  ADD RETIDO-REE TO VALOR-MULTAS
                      END-READ
              END-PERFORM.
              CLOSE REEMBOLS.

       IMPRIME-RELATORIO.
              MOVE "RECEITA POR DESTINO" TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 1 LINE.
              PERFORM IMPRIME-LINHA-DEST
                      VARYING IDX-DEST FROM 1 BY 1
                      UNTIL IDX-DEST GREATER THAN TOTAL-DEST.
              MOVE "RECEITA POR MES DA RESERVA" TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 1 LINE.
              PERFORM IMPRIME-LINHA-MES
                      VARYING IDX-MES FROM 1 BY 1
                      UNTIL IDX-MES GREATER THAN TOTAL-MESES.
              MOVE DESTINO-DEST-TAB(IDX-DEST) TO VAR-DESTINO.
              MOVE QTD-DEST-TAB(IDX-DEST)     TO VAR-QTD-DEST.
              MOVE VALOR-DEST-TAB(IDX-DEST)   TO VAR-VALOR-DEST.
              MOVE RECEBER-DEST-TAB(IDX-DEST) TO VAR-RECEBER-DEST.
              WRITE REG-REL FROM DETALHE-DEST AFTER ADVANCING 1 LINE.

       IMPRIME-LINHA-MES.
              MOVE PERIODO-MES-TAB(IDX-MES)(1:4) TO VAR-ANO-DET.
              MOVE QTD-MES-TAB(IDX-MES)   TO VAR-QTD-MES.
              MOVE VALOR-MES-TAB(IDX-MES) TO VAR-VALOR-MES.
              MOVE RECEBER-MES-TAB(IDX-MES) TO VAR-RECEBER-MES.
              WRITE REG-REL FROM DETALHE-MES AFTER ADVANCING 1 LINE.

       IMPRIME-TOTAIS.
              MOVE "Reservas sem pagamento....: " TO VAR-DESC-TOT.
              MOVE TOTAL-RESERVADAS TO VAR-QTD-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 3 LINES.
              MOVE "Reservas com sinal pago...: " TO VAR-DESC-TOT.
              MOVE TOTAL-SINAL TO VAR-QTD-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "Reservas quitadas.........: " TO VAR-DESC-TOT.
              MOVE TOTAL-PAGAS TO VAR-QTD-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "Reservas canceladas.......: " TO VAR-DESC-TOT.
              MOVE TOTAL-CANCELADAS TO VAR-QTD-TOT.
              WRITE REG-REL FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "Receita recebida..........: " TO VAR-DESC-RECEITA.
              MOVE VALOR-RECEITA TO VAR-RECEITA-TOT.
              WRITE REG-REL FROM LINHA-RECEITA AFTER ADVANCING 1 LINE.
              MOVE "Receita a receber.........: " TO VAR-DESC-RECEITA.
              MOVE VALOR-A-RECEBER TO VAR-RECEITA-TOT.
              WRITE REG-REL FROM LINHA-RECEITA AFTER ADVANCING 1 LINE.
              MOVE "Multas de cancel. retidas.: " TO VAR-DESC-RECEITA.
              MOVE VALOR-MULTAS TO VAR-RECEITA-TOT.
              WRITE REG-REL FROM LINHA-RECEITA AFTER ADVANCING 1 LINE.
              COMPUTE VALOR-RECEITA-TOTAL = VALOR-RECEITA
                                          + VALOR-MULTAS.
              MOVE "Recebida + multas retidas.: " TO VAR-DESC-RECEITA.
              MOVE VALOR-RECEITA-TOTAL TO VAR-RECEITA-TOT.
              WRITE REG-REL FROM LINHA-RECEITA AFTER ADVANCING 1 LINE.

       FIM.
              PERFORM GRAVA-RUNLOG.
