      *              PASSAM A EXCLUIR OS SOCIOS DESTE REGISTRO DO
      *              AGING E DAS CARTAS DE COBRANCA. TRANSACAO SEM
      *              AUTORIZACAO OU COM VALOR ZERADO E RECUSADA NO
      *              MESMO RELATORIO. A BAIXA GRAVADA FICA
      *              PENDENTE DE ENVIO A AGENCIA DE COBRANCA (EX88).
      *              COM O MES CORRENTE FECHADO PELO EX130 (SUBROTINA
      *              PERFECH), TODA TRANSACAO E RECUSADA COM "PERIODO
      *              FECHADO" ATE A REABERTURA DOCUMENTADA.

      *==============================================================
       ENVIRONMENT          DIVISION.

      * PERDAS: registro permanente das baixas por perda, acumulado
      * execucao apos execucao - o EX01 e o EX14 excluem os socios
      * daqui do aging e das cartas. Os campos finais acompanham a
      * cobranca terceirizada (EX88 remessa, EX89 retorno); a baixa
      * nasce nao enviada, com situacao em branco e valores zerados.
       FD     PERDAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PERDAS.DAT".
              02 VALOR-PER         PIC 9(09)V9(02).
              02 DATA-PER          PIC 9(08).
              02 AUTORIZACAO-PER   PIC X(20).
              02 SITUACAO-COB-PER  PIC X(01).
              02 DATA-ENVIO-PER    PIC 9(08).
              02 VALOR-RECUP-PER   PIC 9(09)V9(02).
              02 VALOR-COMIS-PER   PIC 9(09)V9(02).
              02 DATA-RECUP-PER    PIC 9(08).

      * SALDODEV: saldo devedor/credor por socio (EX01); a baixa
      * abate o devedor ate zera-lo.
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       77 DATA-HOJE-NUM            PIC 9(08) VALUE ZEROES.
       77 PERIODO-HOJE             PIC 9(06) VALUE ZEROES.
       77 PERIODO-ENCERRADO        PIC X(01) VALUE "N".

      * Saldos devedor/credor em memoria (mesmo esquema de CARREGA-
      * SALDOS do EX01), regravados por completo no FIM.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              COMPUTE PERIODO-HOJE = ANO-HOJE * 100 + MES-HOJE.
              CALL "PERFECH" USING PERIODO-HOJE PERIODO-ENCERRADO.
              PERFORM CARREGA-SALDOS.
              PERFORM ABRE-PERDAS.
              OPEN   INPUT  BAIXAPER
      * registrada.
       PROCESSA-BAIXA.
              MOVE SPACES TO MOTIVO-RECUSA.
              IF PERIODO-ENCERRADO EQUAL "S"
                     MOVE "PERIODO FECHADO (EX130)" TO MOTIVO-RECUSA
              ELSE IF AUTORIZACAO-BXA EQUAL SPACES
                     MOVE "SEM AUTORIZACAO" TO MOTIVO-RECUSA
              ELSE IF VALOR-BXA EQUAL ZEROES
                     MOVE "VALOR ZERADO" TO MOTIVO-RECUSA
              MOVE VALOR-BXA        TO VALOR-PER.
              MOVE DATA-HOJE-NUM    TO DATA-PER.
              MOVE AUTORIZACAO-BXA  TO AUTORIZACAO-PER.
              MOVE SPACES           TO SITUACAO-COB-PER.
              MOVE ZEROES           TO DATA-ENVIO-PER VALOR-RECUP-PER
                                       VALOR-COMIS-PER DATA-RECUP-PER.
              WRITE REG-PERDA.
              PERFORM ABATE-SALDO-DEVEDOR.
              PERFORM IMPRIME-BAIXA.
