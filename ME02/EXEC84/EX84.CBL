       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX84.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      EMISSAO DE CARTEIRINHAS DE SOCIO: PERCORRE O
      *              MESTRE CADMSOCI.DAT E, PARA CADA SOCIO ATIVO SEM
      *              CARTEIRA VALIDA NO REGISTRO REGCART.DAT (OU COM
      *              A CARTEIRA VENCIDA, OU COM PEDIDO DE REEMISSAO EM
      *              PEDCART.DAT), CONFERE AS MESMAS PENDENCIAS DA
      *              DECLARACAO DE NADA CONSTA DO EX46 - ATRASO EM
      *              ABERTO NO MOVIMENTO (CADSOC1.DAT CODIGO 2),
      *              PARCELA DE NEGOCIACAO ABERTA (PLANNEG.DAT "A") E
      *              SALDO DEVEDOR (SALDODEV.DAT). SEM PENDENCIA,
      *              EMITE A CARTEIRA NUMERADA (SEQUENCIA PERSISTIDA
      *              EM NUMCART.DAT) COM NOME, NUMERO, CATEGORIA,
      *              TITULAR E VALIDADE (FIM DO MES, DAQUI A
      *              PARMEX84.DAT MESES - PADRAO 12), ANULANDO NO
      *              REGISTRO A CARTEIRA ANTERIOR DO SOCIO. COM
      *              PENDENCIA, A CARTEIRA E RECUSADA NO RELATORIO
      *              RELCART.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-EX84 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADMSOC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUMERO-SOCIO-MSOC
              FILE STATUS IS CADMSOC-STATUS.

              SELECT OPTIONAL CADSOC1 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PLANNEG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SALDODEV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PEDCART ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL NUMCART ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL REGCART ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NUMERO-CART
              ALTERNATE RECORD KEY IS NUMERO-SOCIO-CART
                 WITH DUPLICATES
              FILE STATUS IS REGCART-STATUS.

              SELECT CARTEIRAS ASSIGN TO DISK.

              SELECT RELCART ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-EX84: meses de validade da carteira (zero/ausente = 12).
       FD     PARM-EX84
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMEX84.DAT".
       01     REG-PARM-EX84.
              02 MESES-VALIDADE-PARM PIC 9(02).

      * CADMSOC: mestre de socios indexado (CADMSOCI.DAT).
       FD     CADMSOC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

      * CADSOC1: movimento corrente - registro codigo 2 e atraso em
      * aberto (mesma conferencia do EX46).
       FD     CADSOC1
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADSOC1.DAT".
       01     REG-SOC1.
              02 CODIGO-PAGAMENTO1 PIC 9(02).
              02 NUMERO-SOCIO1     PIC 9(06).
              02 NOME-SOCIO1       PIC X(30).
              02 VALOR-PAGAMENTO1  PIC 9(09)V9(02).
              02 DIAS-ATRASO1      PIC 9(03).
              02 FORMA-PAGAMENTO1  PIC 9(01).

      * PLANNEG: parcelas de negociacao - parcela "A" e pendencia.
       FD     PLANNEG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PLANNEG.DAT".
       01     REG-PLAN.
              02 NUMERO-SOCIO-PLAN PIC 9(06).
              02 NOME-SOCIO-PLAN   PIC X(30).
              02 PARCELA-PLAN      PIC 9(02).
              02 TOTAL-PARC-PLAN   PIC 9(02).
              02 DATA-VENC-PLAN    PIC 9(08).
              02 VALOR-PARC-PLAN   PIC 9(09)V9(02).
              02 SITUACAO-PARC     PIC X(01).

      * SALDODEV: saldo devedor/credor por socio (EX01).
       FD     SALDODEV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SALDODEV.DAT".
       01     REG-SALDODEV.
              02 NUMERO-SOCIO-DEV      PIC 9(06).
              02 SALDO-DEVEDOR-DEV     PIC 9(09)V9(02).
              02 SALDO-CREDOR-DEV      PIC 9(09)V9(02).

      * PEDCART: pedidos de reemissao (perda, roubo, dano) - um
      * numero de socio por linha, lancado pelo escritorio.
       FD     PEDCART
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PEDCART.DAT".
       01     REG-PEDCART.
              02 NUMERO-SOCIO-PED  PIC 9(06).

      * NUMCART: ultimo numero de carteira emitido, persistido entre
      * execucoes (mesmo esquema do NUMNCON.DAT do EX46).
       FD     NUMCART
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "NUMCART.DAT".
       01     REG-NUMCART.
              02 ULTIMO-CART-ARQ   PIC 9(08).

      * REGCART: registro de carteiras emitidas.
       FD     REGCART
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "REGCART.DAT".
       COPY CARTMAST.

       FD     CARTEIRAS
              LABEL RECORD IS OMITTED.
       01     REG-CARTEIRA         PIC X(80).

       FD     RELCART
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
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 FIM-SOC1                 PIC X(03) VALUE "NAO".
       77 FIM-PLAN                 PIC X(03) VALUE "NAO".
       77 FIM-DEV                  PIC X(03) VALUE "NAO".
       77 FIM-PED                  PIC X(03) VALUE "NAO".
       77 FIM-NUMCART              PIC X(03) VALUE "NAO".
       77 FIM-CART-SOCIO           PIC X(03) VALUE "NAO".
       77 CADMSOC-STATUS           PIC X(02) VALUE "00".
       77 REGCART-STATUS           PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-EMITIDAS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-REEMITIDAS         PIC 9(05) VALUE ZEROES.
       77 TOTAL-RENOVADAS          PIC 9(05) VALUE ZEROES.
       77 TOTAL-RECUSADAS          PIC 9(05) VALUE ZEROES.
       77 TOTAL-PED-NAO-ATENDIDOS  PIC 9(05) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

      * Validade das carteiras desta execucao: ultimo dia do mes,
      * MESES-VALIDADE meses a frente.
       77 MESES-VALIDADE           PIC 9(02) VALUE 12.
       77 MESES-CORRIDOS           PIC 9(04) VALUE ZEROES.
       77 ANOS-A-SOMAR             PIC 9(04) VALUE ZEROES.
       77 MES-RESTO                PIC 9(02) VALUE ZEROES.
       77 QUOCIENTE-BISSEXTO       PIC 9(04) VALUE ZEROES.
       77 RESTO-BISSEXTO-4         PIC 9(04) VALUE ZEROES.
       77 RESTO-BISSEXTO-100       PIC 9(04) VALUE ZEROES.
       77 RESTO-BISSEXTO-400       PIC 9(04) VALUE ZEROES.
       01 DATA-VALIDADE.
              02 ANO-VALIDADE      PIC 9(04).
              02 MES-VALIDADE      PIC 9(02).
              02 DIA-VALIDADE      PIC 9(02).

      * Carteira corrente do socio no registro e a nova emitida.
       77 NUMERO-CARTEIRA          PIC 9(08) VALUE ZEROES.
       77 CARTEIRA-ATUAL           PIC 9(08) VALUE ZEROES.
       77 VALIDADE-ATUAL           PIC 9(08) VALUE ZEROES.
       77 MOTIVO-EMISSAO           PIC X(03) VALUE SPACES.

      * Socios com pendencia (mesmas tres conferencias do EX46); o
      * primeiro motivo encontrado e o que sai na recusa.
       77 TOTAL-PEND               PIC 9(05) VALUE ZEROES.
       77 IDX-PEND                 PIC 9(05) VALUE ZEROES.
       77 IDX-PEND-ACHADO          PIC 9(05) VALUE ZEROES.
       77 SOCIO-PENDENTE           PIC 9(06) VALUE ZEROES.
       77 MOTIVO-PENDENTE          PIC X(01) VALUE SPACES.
       01     TABELA-PEND.
              02 PEND-REG          OCCURS 2000 TIMES.
                 03 NUMERO-PEND-TAB  PIC 9(06).
                 03 MOTIVO-PEND-TAB  PIC X(01).

      * Pedidos de reemissao; ATENDIDO-PED-TAB marca os que acharam
      * socio ativo no mestre.
       77 TOTAL-PED                PIC 9(05) VALUE ZEROES.
       77 IDX-PED                  PIC 9(05) VALUE ZEROES.
       77 IDX-PED-ACHADO           PIC 9(05) VALUE ZEROES.
       01     TABELA-PED.
              02 PED-REG           OCCURS 500 TIMES.
                 03 NUMERO-PED-TAB   PIC 9(06).
                 03 ATENDIDO-PED-TAB PIC X(03).

       01 LINHA-TIMBRE.
              02 FILLER            PIC X(26) VALUE SPACES.
              02 FILLER            PIC X(28)
                 VALUE "ASSOCIACAO DOS SOCIOS - SEDE".
              02 FILLER            PIC X(26) VALUE SPACES.

       01 LINHA-TITULO-CART.
              02 FILLER            PIC X(22) VALUE SPACES.
              02 FILLER            PIC X(25)
                 VALUE "CARTEIRA DE SOCIO   No. ".
              02 VAR-NUMERO-CART   PIC 99999999.
              02 FILLER            PIC X(25) VALUE SPACES.

       01 LINHA-SOCIO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(10) VALUE "SOCIO....:".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-NUMERO-SOCIO  PIC 999.999.
              02 FILLER            PIC X(03) VALUE " - ".
              02 VAR-NOME-SOCIO    PIC X(30).
              02 FILLER            PIC X(26) VALUE SPACES.

       01 LINHA-CATEGORIA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(10) VALUE "CATEGORIA:".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-CATEGORIA     PIC X(02).
              02 FILLER            PIC X(64) VALUE SPACES.

       01 LINHA-TITULAR.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(10) VALUE "TITULAR..:".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-TITULAR       PIC X(12).
              02 FILLER            PIC X(55) VALUE SPACES.

       01 TITULAR-EDITADO          PIC 999.999.

       01 LINHA-VALIDADE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(10) VALUE "VALIDADE.:".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DIA-VALID     PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-VALID     PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-VALID     PIC 9999.
              02 FILLER            PIC X(57) VALUE SPACES.

       01 LINHA-TRACO.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     CAB-CART-01.
              02 FILLER     PIC X(20) VALUE SPACES.
              02 FILLER PIC X(40) VALUE
                 "EMISSAO DE CARTEIRINHAS DE SOCIO".
              02 FILLER     PIC X(20) VALUE SPACES.

       01     CAB-CART-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "SOCIO".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(30) VALUE "NOME".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "CARTEIRA".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "ANTERIOR".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(20) VALUE "SITUACAO".

       01     DETALHE-CART.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NUMERO-SOCIO-DET  PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NOME-SOCIO-DET    PIC X(30).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 CARTEIRA-DET      PIC ZZZZZZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 ANTERIOR-DET      PIC ZZZZZZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 SITUACAO-DET      PIC X(20).

       01     ROD-CART.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-DESC-ROD      PIC X(30).
              02 VAR-QTD-ROD       PIC ZZZZ9.
              02 FILLER            PIC X(40) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX84.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM LER-PARAMETRO.
              PERFORM CALCULA-VALIDADE.
              PERFORM LER-ULTIMO-NUMERO.
              PERFORM CARREGA-ATRASOS.
              PERFORM CARREGA-PARCELAS.
              PERFORM CARREGA-SALDOS.
              PERFORM CARREGA-PEDIDOS.
              OPEN   I-O    REGCART.
              OPEN   INPUT  CADMSOC
                     OUTPUT CARTEIRAS
                            RELCART.
              WRITE REG-REL FROM CAB-CART-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-CART-02 AFTER ADVANCING 2 LINES.
              PERFORM LEITURA.

       LER-PARAMETRO.
              OPEN INPUT PARM-EX84.
              READ PARM-EX84
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                AND MESES-VALIDADE-PARM GREATER THAN ZEROES
                     MOVE MESES-VALIDADE-PARM TO MESES-VALIDADE.
              CLOSE PARM-EX84.

      * Validade: ultimo dia do mes que fica MESES-VALIDADE meses a
      * frente do mes corrente (fevereiro pela regra gregoriana).
       CALCULA-VALIDADE.
              COMPUTE MESES-CORRIDOS = MES-HOJE - 1 + MESES-VALIDADE.
              DIVIDE MESES-CORRIDOS BY 12 GIVING ANOS-A-SOMAR
                     REMAINDER MES-RESTO.
              COMPUTE ANO-VALIDADE = ANO-HOJE + ANOS-A-SOMAR.
              COMPUTE MES-VALIDADE = MES-RESTO + 1.
              EVALUATE MES-VALIDADE
                  WHEN 4
                  WHEN 6
                  WHEN 9
                  WHEN 11
                     MOVE 30 TO DIA-VALIDADE
                  WHEN 2
                     DIVIDE ANO-VALIDADE BY 4 GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-4
                     DIVIDE ANO-VALIDADE BY 100
                            GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-100
                     DIVIDE ANO-VALIDADE BY 400
                            GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-400
                     IF RESTO-BISSEXTO-4 EQUAL ZEROES
                       AND (RESTO-BISSEXTO-100 NOT EQUAL ZEROES
                         OR RESTO-BISSEXTO-400 EQUAL ZEROES)
                            MOVE 29 TO DIA-VALIDADE
                     ELSE
                            MOVE 28 TO DIA-VALIDADE
                     END-IF
                  WHEN OTHER
                     MOVE 31 TO DIA-VALIDADE
              END-EVALUATE.

      * Le o ultimo numero de carteira emitido, se existir (mesmo
      * esquema de LER-ULTIMO-NUMERO do EX46).
       LER-ULTIMO-NUMERO.
              OPEN INPUT NUMCART.
              READ NUMCART
                     AT END MOVE "SIM" TO FIM-NUMCART.
              IF FIM-NUMCART EQUAL "NAO"
                     MOVE ULTIMO-CART-ARQ TO NUMERO-CARTEIRA.
              CLOSE NUMCART.

       CARREGA-ATRASOS.
              OPEN INPUT CADSOC1.
              PERFORM UNTIL FIM-SOC1 EQUAL "SIM"
                      READ CADSOC1
                             AT END MOVE "SIM" TO FIM-SOC1
                             NOT AT END
                                  IF CODIGO-PAGAMENTO1 EQUAL 2
                                       MOVE NUMERO-SOCIO1
                                         TO SOCIO-PENDENTE
                                       MOVE "A" TO MOTIVO-PENDENTE
                                       PERFORM REGISTRA-PENDENCIA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADSOC1.

       CARREGA-PARCELAS.
              OPEN INPUT PLANNEG.
              PERFORM UNTIL FIM-PLAN EQUAL "SIM"
                      READ PLANNEG
                             AT END MOVE "SIM" TO FIM-PLAN
                             NOT AT END
                                  IF SITUACAO-PARC EQUAL "A"
                                       MOVE NUMERO-SOCIO-PLAN
                                         TO SOCIO-PENDENTE
                                       MOVE "P" TO MOTIVO-PENDENTE
                                       PERFORM REGISTRA-PENDENCIA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PLANNEG.

       CARREGA-SALDOS.
              OPEN INPUT SALDODEV.
              PERFORM UNTIL FIM-DEV EQUAL "SIM"
                      READ SALDODEV
                             AT END MOVE "SIM" TO FIM-DEV
                             NOT AT END
                                  IF SALDO-DEVEDOR-DEV GREATER THAN
                                        ZEROES
                                       MOVE NUMERO-SOCIO-DEV
                                         TO SOCIO-PENDENTE
                                       MOVE "S" TO MOTIVO-PENDENTE
                                       PERFORM REGISTRA-PENDENCIA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE SALDODEV.

       REGISTRA-PENDENCIA.
              PERFORM LOCALIZA-PENDENCIA.
              IF IDX-PEND-ACHADO EQUAL ZEROES
                     IF TOTAL-PEND NOT LESS THAN 2000
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-PEND
                     MOVE SOCIO-PENDENTE  TO NUMERO-PEND-TAB(TOTAL-PEND)
                     MOVE MOTIVO-PENDENTE TO MOTIVO-PEND-TAB(TOTAL-PEND)
              END-IF.

       LOCALIZA-PENDENCIA.
              MOVE ZEROES TO IDX-PEND-ACHADO.
              PERFORM VARYING IDX-PEND FROM 1 BY 1
                      UNTIL IDX-PEND GREATER THAN TOTAL-PEND
                         OR IDX-PEND-ACHADO GREATER THAN ZEROES
                      IF NUMERO-PEND-TAB(IDX-PEND) EQUAL SOCIO-PENDENTE
                             MOVE IDX-PEND TO IDX-PEND-ACHADO
                      END-IF
              END-PERFORM.

       CARREGA-PEDIDOS.
              OPEN INPUT PEDCART.
              PERFORM UNTIL FIM-PED EQUAL "SIM"
                      READ PEDCART
                             AT END MOVE "SIM" TO FIM-PED
                             NOT AT END
                                  IF TOTAL-PED NOT LESS THAN 500
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-PED
                                  MOVE NUMERO-SOCIO-PED
                                    TO NUMERO-PED-TAB(TOTAL-PED)
                                  MOVE "NAO"
                                    TO ATENDIDO-PED-TAB(TOTAL-PED)
                      END-READ
              END-PERFORM.
              CLOSE PEDCART.

      * Tabela cheia deixaria socio pendente sem conferencia (e com
      * carteira emitida) - parar antes de emitir qualquer uma.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX84: TABELA DE PENDENCIAS/PEDIDOS EXCEDIDA"
                      " - EXECUCAO ABORTADA, NENHUMA CARTEIRA EMITIDA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       LEITURA.
              READ CADMSOC
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              IF STATUS-SOCIO-MSOC EQUAL "A"
                     PERFORM AVALIA-SOCIO.
              PERFORM LEITURA.

      * Decide se o socio precisa de carteira nova: sem carteira
      * valida ("NOV"), com a valida ja vencida ("VEN") ou com
      * pedido de reemissao ("REE"). Quem tem carteira valida em dia
      * e sem pedido nao aparece no relatorio.
       AVALIA-SOCIO.
              PERFORM LOCALIZA-PEDIDO.
              PERFORM LOCALIZA-CARTEIRA-VALIDA.
              MOVE SPACES TO MOTIVO-EMISSAO.
              IF CARTEIRA-ATUAL EQUAL ZEROES
                     MOVE "NOV" TO MOTIVO-EMISSAO
              ELSE IF IDX-PED-ACHADO GREATER THAN ZEROES
                     MOVE "REE" TO MOTIVO-EMISSAO
              ELSE IF VALIDADE-ATUAL LESS THAN DATA-HOJE
                     MOVE "VEN" TO MOTIVO-EMISSAO.
              IF IDX-PED-ACHADO GREATER THAN ZEROES
                     MOVE "SIM" TO ATENDIDO-PED-TAB(IDX-PED-ACHADO).
              IF MOTIVO-EMISSAO NOT EQUAL SPACES
                     PERFORM CONFERE-PENDENCIA-SOCIO.

       LOCALIZA-PEDIDO.
              MOVE ZEROES TO IDX-PED-ACHADO.
              PERFORM VARYING IDX-PED FROM 1 BY 1
                      UNTIL IDX-PED GREATER THAN TOTAL-PED
                      IF NUMERO-PED-TAB(IDX-PED) EQUAL
                            NUMERO-SOCIO-MSOC
                             MOVE IDX-PED TO IDX-PED-ACHADO
                      END-IF
              END-PERFORM.

      * Percorre pela chave alternativa as carteiras do socio e
      * guarda a valida (so ha uma: a emissao anula a anterior).
       LOCALIZA-CARTEIRA-VALIDA.
              MOVE ZEROES TO CARTEIRA-ATUAL.
              MOVE ZEROES TO VALIDADE-ATUAL.
              MOVE "NAO"  TO FIM-CART-SOCIO.
              MOVE NUMERO-SOCIO-MSOC TO NUMERO-SOCIO-CART.
              START REGCART KEY IS EQUAL NUMERO-SOCIO-CART
                     INVALID KEY MOVE "SIM" TO FIM-CART-SOCIO
              END-START.
              PERFORM UNTIL FIM-CART-SOCIO EQUAL "SIM"
                      READ REGCART NEXT RECORD
                             AT END MOVE "SIM" TO FIM-CART-SOCIO
                             NOT AT END
                                  IF NUMERO-SOCIO-CART NOT EQUAL
                                        NUMERO-SOCIO-MSOC
                                       MOVE "SIM" TO FIM-CART-SOCIO
                                  ELSE IF SITUACAO-CART EQUAL "V"
                                       MOVE NUMERO-CART
                                         TO CARTEIRA-ATUAL
                                       MOVE DATA-VALIDADE-CART
                                         TO VALIDADE-ATUAL
                                  END-IF
                      END-READ
              END-PERFORM.

      * Mesmo criterio do nada consta (EX46): atraso em aberto,
      * parcela aberta ou saldo devedor recusam a carteira - a
      * anterior, se houver, continua como esta.
       CONFERE-PENDENCIA-SOCIO.
              MOVE NUMERO-SOCIO-MSOC TO SOCIO-PENDENTE.
              PERFORM LOCALIZA-PENDENCIA.
              IF IDX-PEND-ACHADO GREATER THAN ZEROES
                     PERFORM RECUSA-CARTEIRA
              ELSE
                     PERFORM EMITE-CARTEIRA.

       RECUSA-CARTEIRA.
              ADD 1 TO TOTAL-RECUSADAS.
              EVALUATE MOTIVO-PEND-TAB(IDX-PEND-ACHADO)
                  WHEN "A"
                     MOVE "RECUSADA - ATRASO"   TO SITUACAO-DET
                  WHEN "P"
                     MOVE "RECUSADA - PARCELA"  TO SITUACAO-DET
                  WHEN OTHER
                     MOVE "RECUSADA - SALDO DEV" TO SITUACAO-DET
              END-EVALUATE.
              MOVE ZEROES TO CARTEIRA-DET.
              PERFORM IMPRIME-DETALHE.

      * Numera a carteira nova, anula a anterior (motivo "R") e
      * grava o registro antes de imprimir.
       EMITE-CARTEIRA.
              ADD 1 TO NUMERO-CARTEIRA.
              EVALUATE MOTIVO-EMISSAO
                  WHEN "NOV"
                     ADD 1 TO TOTAL-EMITIDAS
                     MOVE "EMITIDA"             TO SITUACAO-DET
                  WHEN "REE"
                     ADD 1 TO TOTAL-REEMITIDAS
                     MOVE "REEMITIDA - PEDIDO"  TO SITUACAO-DET
                  WHEN OTHER
                     ADD 1 TO TOTAL-RENOVADAS
                     MOVE "RENOVADA - VENCIDA"  TO SITUACAO-DET
              END-EVALUATE.
              IF CARTEIRA-ATUAL GREATER THAN ZEROES
                     PERFORM ANULA-CARTEIRA-ANTERIOR.
              PERFORM GRAVA-REGISTRO-CARTEIRA.
              PERFORM IMPRIME-CARTEIRA.
              MOVE NUMERO-CARTEIRA TO CARTEIRA-DET.
              PERFORM IMPRIME-DETALHE.

       ANULA-CARTEIRA-ANTERIOR.
              MOVE CARTEIRA-ATUAL TO NUMERO-CART.
              READ REGCART KEY IS NUMERO-CART
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE "A"       TO SITUACAO-CART
                            MOVE DATA-HOJE TO DATA-ANUL-CART
                            MOVE "R"       TO MOTIVO-ANUL-CART
                            REWRITE REG-CART
              END-READ.

       GRAVA-REGISTRO-CARTEIRA.
              MOVE NUMERO-CARTEIRA   TO NUMERO-CART.
              MOVE NUMERO-SOCIO-MSOC TO NUMERO-SOCIO-CART.
              MOVE DATA-HOJE         TO DATA-EMISSAO-CART.
              MOVE DATA-VALIDADE     TO DATA-VALIDADE-CART.
              MOVE "V"               TO SITUACAO-CART.
              MOVE ZEROES            TO DATA-ANUL-CART.
              MOVE SPACES            TO MOTIVO-ANUL-CART.
              WRITE REG-CART
                     INVALID KEY
                            DISPLAY "*** EX84: CARTEIRA "
                                    NUMERO-CARTEIRA
                                    " JA EXISTE EM REGCART.DAT -"
                                    " CONFERIR NUMCART.DAT"
                            MOVE 4 TO RETURN-CODE
                            STOP RUN
              END-WRITE.

       IMPRIME-CARTEIRA.
              MOVE NUMERO-CARTEIRA   TO VAR-NUMERO-CART.
              MOVE NUMERO-SOCIO-MSOC TO VAR-NUMERO-SOCIO.
              MOVE NOME-SOCIO-MSOC   TO VAR-NOME-SOCIO.
              MOVE CATEGORIA-MSOC    TO VAR-CATEGORIA.
              IF TITULAR-MSOC GREATER THAN ZEROES
                     MOVE TITULAR-MSOC    TO TITULAR-EDITADO
                     MOVE TITULAR-EDITADO TO VAR-TITULAR
              ELSE
                     MOVE "O PROPRIO"     TO VAR-TITULAR.
              MOVE DIA-VALIDADE      TO VAR-DIA-VALID.
              MOVE MES-VALIDADE      TO VAR-MES-VALID.
              MOVE ANO-VALIDADE      TO VAR-ANO-VALID.
              WRITE REG-CARTEIRA FROM LINHA-TIMBRE
                    AFTER ADVANCING 1 LINE.
              WRITE REG-CARTEIRA FROM LINHA-TITULO-CART
                    AFTER ADVANCING 2 LINES.
              WRITE REG-CARTEIRA FROM LINHA-SOCIO
                    AFTER ADVANCING 2 LINES.
              WRITE REG-CARTEIRA FROM LINHA-CATEGORIA
                    AFTER ADVANCING 1 LINE.
              WRITE REG-CARTEIRA FROM LINHA-TITULAR
                    AFTER ADVANCING 1 LINE.
              WRITE REG-CARTEIRA FROM LINHA-VALIDADE
                    AFTER ADVANCING 1 LINE.
              WRITE REG-CARTEIRA FROM LINHA-TRACO
                    AFTER ADVANCING 2 LINES.

       IMPRIME-DETALHE.
              MOVE NUMERO-SOCIO-MSOC TO NUMERO-SOCIO-DET.
              MOVE NOME-SOCIO-MSOC   TO NOME-SOCIO-DET.
              MOVE CARTEIRA-ATUAL    TO ANTERIOR-DET.
              WRITE REG-REL FROM DETALHE-CART AFTER ADVANCING 1 LINE.

      * Pedido de reemissao de socio fora do mestre ou nao ativo nao
      * e atendido - sai no relatorio para o escritorio responder.
       LISTA-PEDIDOS-NAO-ATENDIDOS.
              PERFORM VARYING IDX-PED FROM 1 BY 1
                      UNTIL IDX-PED GREATER THAN TOTAL-PED
                      IF ATENDIDO-PED-TAB(IDX-PED) EQUAL "NAO"
                             ADD 1 TO TOTAL-PED-NAO-ATENDIDOS
                             MOVE NUMERO-PED-TAB(IDX-PED)
                               TO NUMERO-SOCIO-DET
                             MOVE SPACES TO NOME-SOCIO-DET
                             MOVE ZEROES TO CARTEIRA-DET
                             MOVE ZEROES TO ANTERIOR-DET
                             MOVE "PEDIDO - SOC.INATIVO"
                               TO SITUACAO-DET
                             WRITE REG-REL FROM DETALHE-CART
                                   AFTER ADVANCING 1 LINE
                      END-IF
              END-PERFORM.

       FIM.
              PERFORM LISTA-PEDIDOS-NAO-ATENDIDOS.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-ULTIMO-NUMERO.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADMSOC
                    REGCART
                    CARTEIRAS
                    RELCART.

       IMPRIME-RODAPE.
              MOVE "Carteiras emitidas...........:" TO VAR-DESC-ROD.
              MOVE TOTAL-EMITIDAS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-CART AFTER ADVANCING 3 LINES.
              MOVE "Reemitidas a pedido..........:" TO VAR-DESC-ROD.
              MOVE TOTAL-REEMITIDAS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-CART AFTER ADVANCING 1 LINE.
              MOVE "Renovadas por vencimento.....:" TO VAR-DESC-ROD.
              MOVE TOTAL-RENOVADAS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-CART AFTER ADVANCING 1 LINE.
              MOVE "Recusadas por pendencia......:" TO VAR-DESC-ROD.
              MOVE TOTAL-RECUSADAS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-CART AFTER ADVANCING 1 LINE.
              MOVE "Pedidos nao atendidos........:" TO VAR-DESC-ROD.
              MOVE TOTAL-PED-NAO-ATENDIDOS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-CART AFTER ADVANCING 1 LINE.

       GRAVA-ULTIMO-NUMERO.
              OPEN OUTPUT NUMCART.
              MOVE NUMERO-CARTEIRA TO ULTIMO-CART-ARQ.
              WRITE REG-NUMCART.
              CLOSE NUMCART.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX84"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              COMPUTE TOTAL-GRAVADOS-RUNLOG =
                      TOTAL-EMITIDAS + TOTAL-REEMITIDAS
                    + TOTAL-RENOVADAS.
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
