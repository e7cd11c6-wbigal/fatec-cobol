       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX89.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      POSTAGEM DO RETORNO DA AGENCIA DE COBRANCA. LE
      *              COBRARET.DAT (SOCIO + DATA DA PERDA, DATA, VALOR
      *              RECUPERADO E COMISSAO RETIDA PELA AGENCIA) E
      *              LANCA CADA RECUPERACAO NA BAIXA CORRESPONDENTE
      *              DE PERDAS.DAT, ENVIADA PELO EX88: ACUMULA VALOR
      *              RECUPERADO E COMISSAO E MARCA A BAIXA COMO
      *              PARCIALMENTE ("P") OU TOTALMENTE ("T")
      *              RECUPERADA. O VALOR RECUPERADO ENTRA NO EXTRATO
      *              DO SOCIO (HISTSOC.DAT, TIPO "R"); O QUE
      *              ULTRAPASSAR O SALDO DA BAIXA ABATE O SALDO
      *              DEVEDOR DO SOCIO EM SALDODEV.DAT E, ZERADO O
      *              DEVEDOR, VIRA CREDITO. CADA RECUPERACAO VAI
      *              TAMBEM PARA RECUPCOB.DAT, DE ONDE O EX54 TIRA OS
      *              EVENTOS CONTABEIS DE RECUPERACAO E DE COMISSAO.
      *              RETORNO SEM BAIXA ENVIADA, DE BAIXA JA QUITADA,
      *              COM VALOR ZERADO OU COMISSAO MAIOR QUE O VALOR E
      *              RECUSADO NO RELATORIO (RELRECUP).

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT COBRARET ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PERDAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SALDODEV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL HISTSOC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HISTSOC-STATUS.

              SELECT OPTIONAL RECUPCOB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RECUPCOB-STATUS.

              SELECT RELRECUP ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * COBRARET: retorno da agencia - uma linha por recuperacao,
      * identificada pelo socio e pela data da perda da remessa.
       FD     COBRARET
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "COBRARET.DAT".
       01     REG-RETORNO.
              02 NUMERO-SOCIO-RET  PIC 9(06).
              02 DATA-PERDA-RET    PIC 9(08).
              02 DATA-RECUP-RET    PIC 9(08).
              02 VALOR-RECUP-RET   PIC 9(09)V9(02).
              02 VALOR-COMIS-RET   PIC 9(09)V9(02).

      * PERDAS: registro permanente das baixas por perda (EX45), com a
      * situacao da cobranca terceirizada no final (ver EX88).
       FD     PERDAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PERDAS.DAT".
       01     REG-PERDA.
              02 NUMERO-SOCIO-PER  PIC 9(06).
              02 NOME-SOCIO-PER    PIC X(30).
              02 VALOR-PER         PIC 9(09)V9(02).
              02 DATA-PER          PIC 9(08).
              02 AUTORIZACAO-PER   PIC X(20).
              02 SITUACAO-COB-PER  PIC X(01).
              02 DATA-ENVIO-PER    PIC 9(08).
              02 VALOR-RECUP-PER   PIC 9(09)V9(02).
              02 VALOR-COMIS-PER   PIC 9(09)V9(02).
              02 DATA-RECUP-PER    PIC 9(08).

      * SALDODEV: saldo devedor/credor por socio (EX01).
       FD     SALDODEV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SALDODEV.DAT".
       01     REG-SALDODEV.
              02 NUMERO-SOCIO-DEV      PIC 9(06).
              02 SALDO-DEVEDOR-DEV     PIC 9(09)V9(02).
              02 SALDO-CREDOR-DEV      PIC 9(09)V9(02).

      * HISTSOC: extrato de pagamentos do socio (EX01); a
      * recuperacao entra como TIPO-LANC-HIST "R".
       FD     HISTSOC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "HISTSOC.DAT".
       01     REG-HISTSOC.
              02 NUMERO-SOCIO-HIST PIC 9(06).
              02 NOME-SOCIO-HIST   PIC X(30).
              02 VALOR-PGTO-HIST   PIC 9(09)V9(02).
              02 DATA-PGTO-HIST    PIC 9(08).
              02 TIPO-LANC-HIST    PIC X(01).
              02 FORMA-PGTO-HIST   PIC X(01).

      * RECUPCOB: recuperacoes postadas, com a comissao da agencia -
      * fonte dos eventos RECUPERACAO e COMISSAO-COB do EX54.
       FD     RECUPCOB
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RECUPCOB.DAT".
       01     REG-RECUPCOB.
              02 NUMERO-SOCIO-RCB  PIC 9(06).
              02 DATA-PERDA-RCB    PIC 9(08).
              02 DATA-RCB          PIC 9(08).
              02 VALOR-RECUP-RCB   PIC 9(09)V9(02).
              02 VALOR-COMIS-RCB   PIC 9(09)V9(02).

       FD     RELRECUP
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-PER                  PIC X(03) VALUE "NAO".
       77 FIM-DEV                  PIC X(03) VALUE "NAO".
       77 HISTSOC-STATUS           PIC X(02) VALUE "00".
       77 RECUPCOB-STATUS          PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-POSTADOS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-RECUSADOS          PIC 9(05) VALUE ZEROES.
       77 TOTAL-QUITADAS           PIC 9(05) VALUE ZEROES.
       77 VALOR-TOTAL-RECUP        PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-TOTAL-COMIS        PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-TOTAL-SALDO        PIC 9(12)V9(02) VALUE ZEROES.
       77 MOTIVO-RECUSA            PIC X(26) VALUE SPACES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       77 DATA-HOJE-NUM            PIC 9(08) VALUE ZEROES.

      * Divisao de cada recuperacao: o que abate a baixa e o que
      * sobra para o saldo do socio.
       77 SALDO-BAIXA              PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-NA-BAIXA           PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-EXCEDENTE          PIC 9(09)V9(02) VALUE ZEROES.

      * PERDAS.DAT em memoria, regravado por completo no FIM.
       77 TOTAL-PER                PIC 9(05) VALUE ZEROES.
       77 IDX-PER                  PIC 9(05) VALUE ZEROES.
       77 IDX-PERDA                PIC 9(05) VALUE ZEROES.
       01     TABELA-PER.
              02 PER-REG           OCCURS 2000 TIMES.
                 03 NUMERO-SOCIO-PER-TAB PIC 9(06).
                 03 NOME-SOCIO-PER-TAB   PIC X(30).
                 03 VALOR-PER-TAB        PIC 9(09)V9(02).
                 03 DATA-PER-TAB         PIC 9(08).
                 03 AUTORIZACAO-PER-TAB  PIC X(20).
                 03 SITUACAO-COB-PER-TAB PIC X(01).
                 03 DATA-ENVIO-PER-TAB   PIC 9(08).
                 03 VALOR-RECUP-PER-TAB  PIC 9(09)V9(02).
                 03 VALOR-COMIS-PER-TAB  PIC 9(09)V9(02).
                 03 DATA-RECUP-PER-TAB   PIC 9(08).

      * Saldos devedor/credor em memoria (mesmo esquema do EX45),
      * regravados por completo no FIM.
       77 TOTAL-DEV                PIC 9(05) VALUE ZEROES.
       77 IDX-DEV                  PIC 9(05) VALUE ZEROES.
       77 IDX-SALDO                PIC 9(05) VALUE ZEROES.
       01     TABELA-DEV.
              02 DEV-REG           OCCURS 2000 TIMES.
                 03 NUMERO-SOCIO-DEV-TAB PIC 9(06).
                 03 SALDO-DEVEDOR-TAB    PIC 9(09)V9(02).
                 03 SALDO-CREDOR-TAB     PIC 9(09)V9(02).

       01     CAB-01.
              02 FILLER     PIC X(10) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "RETORNO DA AGENCIA DE COBRANCA - RECUPERACOES".
              02 FILLER     PIC X(10) VALUE SPACES.
              02 FILLER     PIC X(05) VALUE "PAG. ".
              02 VAR-PAG    PIC Z9.
              02 FILLER     PIC X(03) VALUE SPACES.

       01     CAB-02.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(09) VALUE "SOCIO".
              02 FILLER     PIC X(11) VALUE "DATA PERDA".
              02 FILLER     PIC X(15) VALUE "    RECUPERADO".
              02 FILLER     PIC X(15) VALUE "      COMISSAO".
              02 FILLER     PIC X(15) VALUE "  P/ SALDO SOC.".
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(11) VALUE "SITUACAO".

       01     DETALHE-REC.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NUMERO-SOCIO-DET  PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 DIA-PERDA-DET     PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 MES-PERDA-DET     PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 ANO-PERDA-DET     PIC 9999.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VALOR-RECUP-DET   PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VALOR-COMIS-DET   PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VALOR-SALDO-DET   PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 SITUACAO-DET      PIC X(11).

       01     DETALHE-RECUSA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NUMERO-SOCIO-REC  PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 DIA-PERDA-REC     PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 MES-PERDA-REC     PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 ANO-PERDA-REC     PIC 9999.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(10) VALUE "RECUSADO: ".
              02 MOTIVO-REC        PIC X(26).
              02 FILLER            PIC X(22) VALUE SPACES.

       01     ROD-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Recuperacoes postadas    :".
              02 VAR-POSTADOS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor total recuperado   :".
              02 VAR-VALOR-RECUP   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Comissao da agencia      :".
              02 VAR-VALOR-COMIS   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Lancado no saldo do socio:".
              02 VAR-VALOR-SALDO   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Baixas quitadas          :".
              02 VAR-QUITADAS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Retornos recusados       :".
              02 VAR-RECUSADOS     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX89.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              PERFORM CARREGA-PERDAS.
              PERFORM CARREGA-SALDOS.
              PERFORM ABRE-HISTORICO.
              PERFORM ABRE-RECUPCOB.
              OPEN   INPUT  COBRARET
                     OUTPUT RELRECUP.
              PERFORM LEITURA.

      * Arquivo persistente maior que a tabela: parar antes de
      * qualquer regravacao (mesmo criterio do EX01).
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX89: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * Registro antigo (sem a situacao da cobranca) entra com os
      * campos da agencia zerados, como no EX88.
       CARREGA-PERDAS.
              OPEN INPUT PERDAS.
              PERFORM UNTIL FIM-PER EQUAL "SIM"
                      READ PERDAS
                             AT END MOVE "SIM" TO FIM-PER
                             NOT AT END
                                  IF TOTAL-PER NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-PER
                                  IF SITUACAO-COB-PER EQUAL SPACES
                                       MOVE ZEROES TO DATA-ENVIO-PER
                                          VALOR-RECUP-PER
                                          VALOR-COMIS-PER
                                          DATA-RECUP-PER
                                  END-IF
                                  MOVE REG-PERDA TO PER-REG(TOTAL-PER)
                      END-READ
              END-PERFORM.
              CLOSE PERDAS.

       CARREGA-SALDOS.
              OPEN INPUT SALDODEV.
              PERFORM UNTIL FIM-DEV EQUAL "SIM"
                      READ SALDODEV
                             AT END MOVE "SIM" TO FIM-DEV
                             NOT AT END
                                  IF TOTAL-DEV NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-DEV
                                  MOVE NUMERO-SOCIO-DEV TO
                                     NUMERO-SOCIO-DEV-TAB(TOTAL-DEV)
                                  MOVE SALDO-DEVEDOR-DEV TO
                                     SALDO-DEVEDOR-TAB(TOTAL-DEV)
                                  MOVE SALDO-CREDOR-DEV TO
                                     SALDO-CREDOR-TAB(TOTAL-DEV)
                      END-READ
              END-PERFORM.
              CLOSE SALDODEV.

      * Se HISTSOC.DAT ainda nao existe, cria vazio; se ja existe,
      * reabre em EXTEND (mesmo esquema de ABRE-HISTORICO do EX01).
       ABRE-HISTORICO.
              OPEN INPUT HISTSOC.
              IF HISTSOC-STATUS EQUAL "35"
                     CLOSE HISTSOC
                     OPEN OUTPUT HISTSOC
              ELSE
                     CLOSE HISTSOC
                     OPEN EXTEND HISTSOC
              END-IF.

       ABRE-RECUPCOB.
              OPEN INPUT RECUPCOB.
              IF RECUPCOB-STATUS EQUAL "35"
                     CLOSE RECUPCOB
                     OPEN OUTPUT RECUPCOB
              ELSE
                     CLOSE RECUPCOB
                     OPEN EXTEND RECUPCOB
              END-IF.

       LEITURA.
              READ COBRARET
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              PERFORM PROCESSA-RETORNO.
              PERFORM LEITURA.

      * A recuperacao so e aceita contra baixa ja enviada a agencia
      * (situacao "E" ou "P") e ainda nao quitada.
       PROCESSA-RETORNO.
              MOVE SPACES TO MOTIVO-RECUSA.
              PERFORM LOCALIZA-PERDA.
              IF VALOR-RECUP-RET EQUAL ZEROES
                     MOVE "VALOR ZERADO" TO MOTIVO-RECUSA
              ELSE IF VALOR-COMIS-RET GREATER THAN VALOR-RECUP-RET
                     MOVE "COMISSAO MAIOR QUE O VALOR" TO MOTIVO-RECUSA
              ELSE IF IDX-PERDA EQUAL ZEROES
                     MOVE "BAIXA NAO LOCALIZADA" TO MOTIVO-RECUSA
              ELSE IF SITUACAO-COB-PER-TAB(IDX-PERDA) EQUAL "T"
                     MOVE "BAIXA JA QUITADA" TO MOTIVO-RECUSA
              ELSE IF SITUACAO-COB-PER-TAB(IDX-PERDA) EQUAL SPACES
                     MOVE "BAIXA NAO ENVIADA" TO MOTIVO-RECUSA.
              IF MOTIVO-RECUSA EQUAL SPACES
                     PERFORM POSTA-RECUPERACAO
              ELSE
                     PERFORM IMPRIME-RECUSA.

       LOCALIZA-PERDA.
              MOVE ZEROES TO IDX-PERDA.
              PERFORM VARYING IDX-PER FROM 1 BY 1
                      UNTIL IDX-PER GREATER THAN TOTAL-PER
                         OR IDX-PERDA GREATER THAN ZEROES
                      IF NUMERO-SOCIO-PER-TAB(IDX-PER) EQUAL
                            NUMERO-SOCIO-RET
                        AND DATA-PER-TAB(IDX-PER) EQUAL DATA-PERDA-RET
                             MOVE IDX-PER TO IDX-PERDA
                      END-IF
              END-PERFORM.

      * Abate primeiro o saldo ainda aberto da baixa; o excedente e
      * dinheiro do socio alem do que foi baixado e vai para
      * SALDODEV.
       POSTA-RECUPERACAO.
              IF DATA-RECUP-RET EQUAL ZEROES
                     MOVE DATA-HOJE-NUM TO DATA-RECUP-RET.
              COMPUTE SALDO-BAIXA = VALOR-PER-TAB(IDX-PERDA)
                                  - VALOR-RECUP-PER-TAB(IDX-PERDA).
              IF VALOR-RECUP-RET GREATER THAN SALDO-BAIXA
                     MOVE SALDO-BAIXA TO VALOR-NA-BAIXA
                     COMPUTE VALOR-EXCEDENTE =
                             VALOR-RECUP-RET - SALDO-BAIXA
              ELSE
                     MOVE VALOR-RECUP-RET TO VALOR-NA-BAIXA
                     MOVE ZEROES TO VALOR-EXCEDENTE.
              ADD VALOR-NA-BAIXA  TO VALOR-RECUP-PER-TAB(IDX-PERDA).
              ADD VALOR-COMIS-RET TO VALOR-COMIS-PER-TAB(IDX-PERDA).
              MOVE DATA-RECUP-RET TO DATA-RECUP-PER-TAB(IDX-PERDA).
              IF VALOR-RECUP-PER-TAB(IDX-PERDA) NOT LESS THAN
                    VALOR-PER-TAB(IDX-PERDA)
                     MOVE "T" TO SITUACAO-COB-PER-TAB(IDX-PERDA)
                     ADD 1 TO TOTAL-QUITADAS
              ELSE
                     MOVE "P" TO SITUACAO-COB-PER-TAB(IDX-PERDA).
              IF VALOR-EXCEDENTE GREATER THAN ZEROES
                     PERFORM LANCA-SALDO-SOCIO.
              PERFORM GRAVA-HISTORICO.
              PERFORM GRAVA-RECUPCOB.
              ADD 1 TO TOTAL-POSTADOS.
              ADD VALOR-RECUP-RET TO VALOR-TOTAL-RECUP.
              ADD VALOR-COMIS-RET TO VALOR-TOTAL-COMIS.
              ADD VALOR-EXCEDENTE TO VALOR-TOTAL-SALDO.
              PERFORM IMPRIME-RECUPERACAO.

      * Excedente abate o saldo devedor (ate zera-lo) e o resto
      * vira credito; socio sem posicao em SALDODEV ganha uma.
       LANCA-SALDO-SOCIO.
              MOVE ZEROES TO IDX-SALDO.
              PERFORM VARYING IDX-DEV FROM 1 BY 1
                      UNTIL IDX-DEV GREATER THAN TOTAL-DEV
                         OR IDX-SALDO GREATER THAN ZEROES
                      IF NUMERO-SOCIO-DEV-TAB(IDX-DEV) EQUAL
                            NUMERO-SOCIO-RET
                             MOVE IDX-DEV TO IDX-SALDO
                      END-IF
              END-PERFORM.
              IF IDX-SALDO EQUAL ZEROES
                     IF TOTAL-DEV NOT LESS THAN 2000
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-DEV
                     MOVE TOTAL-DEV TO IDX-SALDO
                     MOVE NUMERO-SOCIO-RET TO
                          NUMERO-SOCIO-DEV-TAB(IDX-SALDO)
                     MOVE ZEROES TO SALDO-DEVEDOR-TAB(IDX-SALDO)
                                    SALDO-CREDOR-TAB(IDX-SALDO)
              END-IF.
              IF VALOR-EXCEDENTE GREATER THAN
                    SALDO-DEVEDOR-TAB(IDX-SALDO)
                     COMPUTE SALDO-CREDOR-TAB(IDX-SALDO) =
                             SALDO-CREDOR-TAB(IDX-SALDO)
                           + VALOR-EXCEDENTE
                           - SALDO-DEVEDOR-TAB(IDX-SALDO)
                     MOVE ZEROES TO SALDO-DEVEDOR-TAB(IDX-SALDO)
              ELSE
                     SUBTRACT VALOR-EXCEDENTE FROM
                              SALDO-DEVEDOR-TAB(IDX-SALDO)
              END-IF.

      * O valor bruto recuperado entra no extrato do socio - e o que
      * ele pagou; a comissao e despesa do clube com a agencia.
       GRAVA-HISTORICO.
              MOVE   NUMERO-SOCIO-RET     TO NUMERO-SOCIO-HIST.
              MOVE   NOME-SOCIO-PER-TAB(IDX-PERDA) TO NOME-SOCIO-HIST.
              MOVE   VALOR-RECUP-RET      TO VALOR-PGTO-HIST.
              MOVE   DATA-RECUP-RET       TO DATA-PGTO-HIST.
              MOVE   "R"                  TO TIPO-LANC-HIST.
              MOVE   "3"                  TO FORMA-PGTO-HIST.
              WRITE  REG-HISTSOC.

       GRAVA-RECUPCOB.
              MOVE   NUMERO-SOCIO-RET     TO NUMERO-SOCIO-RCB.
              MOVE   DATA-PERDA-RET       TO DATA-PERDA-RCB.
              MOVE   DATA-RECUP-RET       TO DATA-RCB.
              MOVE   VALOR-RECUP-RET      TO VALOR-RECUP-RCB.
              MOVE   VALOR-COMIS-RET      TO VALOR-COMIS-RCB.
              WRITE  REG-RECUPCOB.

       IMPRIME-RECUPERACAO.
              IF CT-LIN GREATER THAN 39
                     PERFORM CABECALHO.
              MOVE NUMERO-SOCIO-RET     TO NUMERO-SOCIO-DET.
              MOVE DATA-PERDA-RET(7:2)  TO DIA-PERDA-DET.
              MOVE DATA-PERDA-RET(5:2)  TO MES-PERDA-DET.
              MOVE DATA-PERDA-RET(1:4)  TO ANO-PERDA-DET.
              MOVE VALOR-RECUP-RET      TO VALOR-RECUP-DET.
              MOVE VALOR-COMIS-RET      TO VALOR-COMIS-DET.
              MOVE VALOR-EXCEDENTE      TO VALOR-SALDO-DET.
              IF SITUACAO-COB-PER-TAB(IDX-PERDA) EQUAL "T"
                     MOVE "QUITADA" TO SITUACAO-DET
              ELSE
                     MOVE "PARCIAL" TO SITUACAO-DET.
              WRITE REG-REL FROM DETALHE-REC AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       IMPRIME-RECUSA.
              ADD 1 TO TOTAL-RECUSADOS.
              IF CT-LIN GREATER THAN 39
                     PERFORM CABECALHO.
              MOVE NUMERO-SOCIO-RET     TO NUMERO-SOCIO-REC.
              MOVE DATA-PERDA-RET(7:2)  TO DIA-PERDA-REC.
              MOVE DATA-PERDA-RET(5:2)  TO MES-PERDA-REC.
              MOVE DATA-PERDA-RET(1:4)  TO ANO-PERDA-REC.
              MOVE MOTIVO-RECUSA        TO MOTIVO-REC.
              WRITE REG-REL FROM DETALHE-RECUSA
                    AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              IF CT-PAG EQUAL 1
                     WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE
              ELSE
                     WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              MOVE 4 TO CT-LIN.

       FIM.
              IF TOTAL-POSTADOS GREATER THAN ZEROES
                     PERFORM REGRAVA-PERDAS
                     PERFORM REGRAVA-SALDOS.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE COBRARET
                    HISTSOC
                    RECUPCOB
                    RELRECUP.

       REGRAVA-PERDAS.
              OPEN OUTPUT PERDAS.
              PERFORM VARYING IDX-PER FROM 1 BY 1
                      UNTIL IDX-PER GREATER THAN TOTAL-PER
                      MOVE PER-REG(IDX-PER) TO REG-PERDA
                      WRITE REG-PERDA
              END-PERFORM.
              CLOSE PERDAS.

       REGRAVA-SALDOS.
              OPEN OUTPUT SALDODEV.
              PERFORM VARYING IDX-DEV FROM 1 BY 1
                      UNTIL IDX-DEV GREATER THAN TOTAL-DEV
                      MOVE NUMERO-SOCIO-DEV-TAB(IDX-DEV) TO
                           NUMERO-SOCIO-DEV
                      MOVE SALDO-DEVEDOR-TAB(IDX-DEV) TO
                           SALDO-DEVEDOR-DEV
                      MOVE SALDO-CREDOR-TAB(IDX-DEV) TO
                           SALDO-CREDOR-DEV
                      WRITE REG-SALDODEV
              END-PERFORM.
              CLOSE SALDODEV.

       IMPRIME-RODAPE.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO.
              MOVE   TOTAL-POSTADOS      TO VAR-POSTADOS.
              MOVE   VALOR-TOTAL-RECUP   TO VAR-VALOR-RECUP.
              MOVE   VALOR-TOTAL-COMIS   TO VAR-VALOR-COMIS.
              MOVE   VALOR-TOTAL-SALDO   TO VAR-VALOR-SALDO.
              MOVE   TOTAL-QUITADAS      TO VAR-QUITADAS.
              MOVE   TOTAL-RECUSADOS     TO VAR-RECUSADOS.
              WRITE  REG-REL FROM ROD-01 AFTER ADVANCING 3 LINES.
              WRITE  REG-REL FROM ROD-02 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-03 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-04 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-05 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-06 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX89"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-POSTADOS   TO TOTAL-GRAVADOS-RUNLOG.
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
