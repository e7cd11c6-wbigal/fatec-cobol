      *              DE NOVO, OU NUMERO INEXISTENTE, E RECUSADA NO
      *              RELATORIO. O ARQUIVO E REGRAVADO POR COMPLETO NO
      *              FIM (LINE SEQUENTIAL NAO PERMITE REWRITE).
      *              PAGAMENTO EM PARCELAS: "A" ABATE O VALOR DA
      *              TRANSACAO DO SALDO DA RESERVA ("S" SINAL PAGO
      *              ENQUANTO HOUVER SALDO, "P" QUITADA QUANDO
      *              ZERA) E DAS PARCELAS DE PARCRESV.DAT EM ORDEM DE
      *              VENCIMENTO; "P" QUITA O SALDO INTEIRO. RESERVA
      *              "R" OU "S" PODE SER PAGA OU CANCELADA; VALOR
      *              ACIMA DO SALDO E RECUSADO. PARCRESV.DAT E
      *              REGRAVADO JUNTO COM RESERVAS.DAT.
      *              CANCELAMENTO: A MULTA SAI DA POLITICA DE
      *              POLCANC.DAT (PERCENTUAL DO VALOR DA RESERVA POR
      *              DIAS DE ANTECEDENCIA DA PARTIDA, OPCIONALMENTE
      *              POR DESTINO E/OU OPERADORA - VALE A LINHA MAIS
      *              ESPECIFICA). A AGENCIA RETEM A MULTA ATE O
      *              LIMITE DO JA PAGO E O RESTANTE VIRA ORDEM DE
      *              REEMBOLSO EM REEMBOLS.DAT, BAIXADA PELO EX108
      *              QUANDO A TESOURARIA PAGA. O DEMONSTRATIVO DO
      *              CANCELAMENTO SAI EM CARTACAN, COM O ENDERECO DO
      *              CADOK.DAT. RESERVA JA QUITADA ("P") TAMBEM
      *              PODE SER CANCELADA (MESMA MULTA E REEMBOLSO); O
      *              EX109 ESTORNA OS PONTOS DE FIDELIDADE DELA.
      *              A QUITACAO GRAVA O DIA EM DATA-QUITACAO-RESV,
      *              PERIODO DO RPS DO EX118; O DEMONSTRATIVO TRAZ A
      *              NFS-E DA RESERVA QUANDO JA EMITIDA (EX119).
      *              RESERVA EM MOEDA ESTRANGEIRA (EX58): O SALDO E
      *              NA MOEDA; CADA PAGAMENTO EM REAIS E CONVERTIDO
      *              PELA COTACAO DO DIA DO PAGAMENTO (CAMBIO.DAT,
      *              EX124) E ACUMULADO EM VALOR-PAGO-MOEDA-RESV. NA
      *              QUITACAO O VALOR EM REAIS DA RESERVA PASSA A SER
      *              O TOTAL EFETIVAMENTE PAGO E AS PARCELAS FICAM
      *              TODAS PAGAS. MOEDA SEM COTACAO E RECUSADA.

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARCRESV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL POLCANC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADOK ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPF2
              ALTERNATE RECORD KEY IS NOME2 WITH DUPLICATES
              FILE STATUS IS CADOK-STATUS.

              SELECT OPTIONAL REEMBOLS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REEMBOLS-STATUS.

              SELECT OPTIONAL CAMBIO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELRESV ASSIGN TO DISK.

              SELECT CARTACAN ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

       FILE                 SECTION.

      * TRANRESV: uma transacao por linha - tipo ("A" pagamento
      * parcial, "P" quitacao do saldo, "C" cancela), numero da
      * reserva e valor pago (so o "A" usa o valor). DATA-TRANR e
      * a data do pedido de cancelamento ou, na reserva em moeda
      * estrangeira, a do pagamento (zero ou em branco = hoje).
       FD     TRANRESV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANRESV.DAT".
       01     REG-TRANR.
              02 TIPO-TRANR        PIC X(01).
              02 NUMERO-TRANR      PIC 9(06).
              02 VALOR-TRANR       PIC 9(09)V9(02).
              02 DATA-TRANR        PIC 9(08).

      * RESERVAS: mesmo layout gravado pelo EX58 (copybook).
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * PARCRESV: cronograma de parcelas gravado pelo EX58.
       FD     PARCRESV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARCRESV.DAT".
       COPY PARCRESV.

      * POLCANC: politica de cancelamento, mantida pela gerencia.
      * DESTINO-POL (mesmo texto do DESTINO-RESV) e OPERADORA-POL
      * em branco valem para qualquer um; DIAS-MIN-POL e a menor
      * antecedencia da partida em que a linha vale. Na reserva,
      * vence a linha de destino e operadora iguais, depois so o
      * destino, so a operadora e a geral; dentro delas, a de maior
      * DIAS-MIN-POL que a antecedencia alcanca.
       FD     POLCANC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "POLCANC.DAT".
       01     REG-POL.
              02 DESTINO-POL       PIC X(20).
              02 OPERADORA-POL     PIC X(04).
              02 DIAS-MIN-POL      PIC 9(03).
              02 PERCENTUAL-POL    PIC 9(03)V9(02).

      * CADOK: cadastro validado de clientes (copybook), consultado
      * por chave para o nome e o endereco do demonstrativo.
       FD     CADOK
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

      * REEMBOLS: ordens de reembolso para a tesouraria (copybook).
       FD     REEMBOLS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "REEMBOLS.DAT".
       COPY REEMBOLS.

      * CAMBIO: tabela de cambio datada (copybook, carga do EX124).
       FD     CAMBIO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CAMBIO.DAT".
       COPY CAMBIO.

       FD     RELRESV
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * CARTACAN: arquivo de impressao, um demonstrativo de
      * cancelamento por pagina.
       FD     CARTACAN
              LABEL RECORD IS OMITTED.
       01     REG-CARTA            PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
       WORKING-STORAGE      SECTION.
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-RESV                 PIC X(03) VALUE "NAO".
       77 FIM-PAR                  PIC X(03) VALUE "NAO".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-PAGAS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-PARCIAIS           PIC 9(05) VALUE ZEROES.
       77 VALOR-RECEBIDO           PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-PAGAMENTO          PIC 9(09)V9(02) VALUE ZEROES.
       77 SALDO-RESERVA            PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-A-ABATER           PIC 9(09)V9(02) VALUE ZEROES.
       77 SALDO-PARCELA            PIC 9(09)V9(02) VALUE ZEROES.
       77 TOTAL-CANCELADAS         PIC 9(05) VALUE ZEROES.
       77 TOTAL-RECUSADAS          PIC 9(05) VALUE ZEROES.
       77 VAR-SITUACAO             PIC X(24) VALUE SPACES.
       77 FIM-POL                  PIC X(03) VALUE "NAO".
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 REEMBOLS-STATUS          PIC X(02) VALUE "00".
       77 TOTAL-SEM-POLITICA       PIC 9(05) VALUE ZEROES.
       77 TOTAL-DEMONSTRATIVOS     PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-CADASTRO       PIC 9(05) VALUE ZEROES.
       77 VALOR-RETIDO-TOTAL       PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-REEMBOLSO-TOTAL    PIC 9(09)V9(02) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

      * Calculo da multa do cancelamento.
       77 DATA-CANCELAMENTO        PIC 9(08) VALUE ZEROES.
       77 DIAS-CANCELAMENTO        PIC 9(07) VALUE ZEROES.
       77 DIAS-ANTECEDENCIA        PIC 9(07) VALUE ZEROES.
       77 PERCENTUAL-MULTA         PIC 9(03)V9(02) VALUE ZEROES.
       77 VALOR-MULTA              PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-RETIDO             PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-REEMBOLSO          PIC 9(09)V9(02) VALUE ZEROES.
       77 POLITICA-ACHADA          PIC X(03) VALUE "NAO".
       77 PONTOS-POL               PIC 9(04) VALUE ZEROES.
       77 MELHOR-PONTOS            PIC 9(04) VALUE ZEROES.
       77 CLIENTE-ACHADO           PIC X(03) VALUE "NAO".

      * Calendario civil (mesmo calculo do EX81).
       01 DATA-CONV.
              02 ANO-CONV          PIC 9(04).
              02 MES-CONV          PIC 9(02).
              02 DIA-CONV          PIC 9(02).
       01 DATA-CONV-NUM REDEFINES DATA-CONV PIC 9(08).
       77 ANO-CALC                 PIC 9(04) VALUE ZEROES.
       77 MES-CALC                 PIC 9(02) VALUE ZEROES.
       77 DIA-CALC                 PIC 9(02) VALUE ZEROES.
       77 ANO-BISSEXTO             PIC 9(04) VALUE ZEROES.
       77 QUOC-4                   PIC 9(04) VALUE ZEROES.
       77 QUOC-100                 PIC 9(04) VALUE ZEROES.
       77 QUOC-400                 PIC 9(04) VALUE ZEROES.
       77 DIAS-CALC                PIC 9(07) VALUE ZEROES.
       01 TABELA-DIAS-ACUM-V.
              02 FILLER            PIC X(36) VALUE
                 "000031059090120151181212243273304334".
       01 TABELA-DIAS-ACUM REDEFINES TABELA-DIAS-ACUM-V.
              02 DIAS-ACUM-TAB     PIC 9(03) OCCURS 12 TIMES.

      * Politica de cancelamento (POLCANC.DAT) em memoria.
       77 TOTAL-POL                PIC 9(03) VALUE ZEROES.
       77 IDX-POL                  PIC 9(03) VALUE ZEROES.
       01     TABELA-POL.
              02 POL-REG           OCCURS 200 TIMES.
                 03 DESTINO-POL-TAB    PIC X(20).
                 03 OPERADORA-POL-TAB  PIC X(04).
                 03 DIAS-POL-TAB       PIC 9(03).
                 03 PERCENTUAL-POL-TAB PIC 9(03)V9(02).

      * Reservas em memoria, regravadas por completo no FIM.
       77 TOTAL-RESV               PIC 9(05) VALUE ZEROES.
                 03 VALOR-RESV-TAB    PIC 9(09)V9(02).
                 03 SITUACAO-RESV-TAB PIC X(01).
                 03 DATA-RESV-TAB     PIC 9(08).
                 03 PAGO-RESV-TAB     PIC 9(09)V9(02).
                 03 OPERADORA-RESV-TAB PIC X(04).
                 03 PACOTE-RESV-TAB   PIC X(06).
                 03 LUGARES-RESV-TAB  PIC 9(02).
                 03 ATENDENTE-RESV-TAB PIC 9(03).
                 03 QUITACAO-RESV-TAB PIC 9(08).
                 03 NFSE-RESV-TAB     PIC 9(08).
                 03 VERIFICA-RESV-TAB PIC X(09).
                 03 MOEDA-RESV-TAB    PIC X(03).
                 03 VALOR-MOEDA-RESV-TAB PIC 9(09)V9(02).
                 03 TAXA-RESV-TAB     PIC 9(03)V9(04).
                 03 PAGO-MOEDA-RESV-TAB PIC 9(09)V9(02).

      * Cotacoes de CAMBIO.DAT em memoria; vale a de maior data da
      * moeda ate o dia do pagamento.
       77 FIM-CAM                  PIC X(03) VALUE "NAO".
       77 TOTAL-CAM                PIC 9(05) VALUE ZEROES.
       77 IDX-CAM                  PIC 9(05) VALUE ZEROES.
       77 DATA-PAGAMENTO           PIC 9(08) VALUE ZEROES.
       77 DATA-TAXA-ACHADA         PIC 9(08) VALUE ZEROES.
       77 TAXA-PAGAMENTO           PIC 9(03)V9(04) VALUE ZEROES.
       77 SALDO-MOEDA              PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-PAGAMENTO-MOEDA    PIC 9(09)V9(02) VALUE ZEROES.
       01     TABELA-CAM.
              02 CAM-REG           OCCURS 5000 TIMES.
                 03 MOEDA-CAM-TAB     PIC X(03).
                 03 DATA-CAM-TAB      PIC 9(08).
                 03 TAXA-CAM-TAB      PIC 9(03)V9(04).

      * Parcelas em memoria, na ordem do arquivo (numero da parcela
      * crescente dentro da reserva), regravadas no FIM.
       77 TOTAL-PAR                PIC 9(05) VALUE ZEROES.
       77 IDX-PAR                  PIC 9(05) VALUE ZEROES.
       01     TABELA-PAR.
              02 PAR-REG           OCCURS 10000 TIMES.
                 03 RESV-PAR-TAB      PIC 9(06).
                 03 NUMERO-PAR-TAB    PIC 9(02).
                 03 VENCIMENTO-PAR-TAB PIC 9(08).
                 03 VALOR-PAR-TAB     PIC 9(09)V9(02).
                 03 PAGO-PAR-TAB      PIC 9(09)V9(02).

       01     CAB-RESV-01.
              02 FILLER     PIC X(17) VALUE SPACES.
              02 TIPO-RESV-DET     PIC X(12).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 SITUACAO-RESV-DET PIC X(24).
              02 FILLER            PIC X(07) VALUE " SALDO ".
              02 SALDO-RESV-DET    PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(03) VALUE SPACES.

       01     ROD-RESV-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reservas quitadas        :".
              02 VAR-PAGAS         PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

              02 VAR-RECUSADAS     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RESV-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Pagamentos parciais      :".
              02 VAR-PARCIAIS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RESV-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor recebido           :".
              02 VAR-RECEBIDO      PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(34) VALUE SPACES.

       01     ROD-RESV-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Multas retidas           :".
              02 VAR-RETIDO        PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(34) VALUE SPACES.

       01     ROD-RESV-07.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reembolsos a pagar       :".
              02 VAR-REEMBOLSO     PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(34) VALUE SPACES.

       01     ROD-RESV-08.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Cancel. sem politica     :".
              02 VAR-SEM-POLITICA  PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RESV-09.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Demonstrativos emitidos  :".
              02 VAR-DEMONSTRATIVOS PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-RESV-10.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "CPF fora do CADOK        :".
              02 VAR-SEM-CAD       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      * Demonstrativo de cancelamento (carta do EX101).
       01 LINHA-TIMBRE.
              02 FILLER            PIC X(27) VALUE SPACES.
              02 FILLER            PIC X(26)
                 VALUE "TURISMAR VIAGENS E TURISMO".
              02 FILLER            PIC X(27) VALUE SPACES.

       01 LINHA-DATA.
              02 FILLER            PIC X(50) VALUE SPACES.
              02 FILLER            PIC X(12)
                 VALUE "SAO PAULO,  ".
              02 VAR-DIA-CARTA     PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-CARTA     PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-CARTA     PIC 9999.
              02 FILLER            PIC X(08) VALUE SPACES.

       01 LINHA-ETIQ-NOME.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME-ETIQ     PIC X(30).
              02 FILLER            PIC X(48) VALUE SPACES.

       01 LINHA-ETIQ-END.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-LOGRADOURO    PIC X(40).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-NUMERO-END    PIC X(06).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-COMPLEMENTO   PIC X(15).
              02 FILLER            PIC X(15) VALUE SPACES.

       01 LINHA-ETIQ-CIDADE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-CIDADE        PIC X(30).
              02 FILLER            PIC X(03) VALUE " - ".
              02 VAR-UF            PIC X(02).
              02 FILLER            PIC X(06) VALUE "  CEP ".
              02 VAR-CEP           PIC 9(08).
              02 FILLER            PIC X(29) VALUE SPACES.

       01 LINHA-TEXTO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TEXTO         PIC X(76).
              02 FILLER            PIC X(02) VALUE SPACES.

       01 LINHA-RESERVA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(26)
                 VALUE "RESERVA................: ".
              02 VAR-NUMERO-CARTA  PIC 9(06).
              02 FILLER            PIC X(03) VALUE " - ".
              02 VAR-DESTINO-CARTA PIC X(20).
              02 FILLER            PIC X(23) VALUE SPACES.

       01 LINHA-NFSE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(26)
                 VALUE "NFS-E..................: ".
              02 VAR-NFSE-CARTA    PIC 9(08).
              02 FILLER            PIC X(16)
                 VALUE " - VERIFICACAO: ".
              02 VAR-VERIFICA-CARTA PIC X(09).
              02 FILLER            PIC X(19) VALUE SPACES.

       01 LINHA-DATA-CARTA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ROTULO-DATA   PIC X(26).
              02 VAR-DIA-DATA      PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-DATA      PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-DATA      PIC 9999.
              02 FILLER            PIC X(42) VALUE SPACES.

       01 LINHA-ANTECEDENCIA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(26)
                 VALUE "DIAS ANTES DA PARTIDA..: ".
              02 VAR-ANTECEDENCIA  PIC ZZZZ9.
              02 FILLER            PIC X(47) VALUE SPACES.

       01 LINHA-PERCENTUAL.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(26)
                 VALUE "MULTA DA POLITICA......: ".
              02 VAR-PERCENTUAL    PIC ZZ9,99.
              02 FILLER            PIC X(02) VALUE " %".
              02 FILLER            PIC X(44) VALUE SPACES.

       01 LINHA-VALOR-CARTA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ROTULO-CARTA  PIC X(26).
              02 VAR-VALOR-CARTA   PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(38) VALUE SPACES.

       01 LINHA-ASSINATURA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(21)
                 VALUE "TURISMAR - FINANCEIRO".
              02 FILLER            PIC X(57) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM CARREGA-RESERVAS.
              PERFORM CARREGA-PARCELAS.
              PERFORM CARREGA-POLITICA.
              PERFORM CARREGA-CAMBIO.
              OPEN INPUT REEMBOLS.
              IF REEMBOLS-STATUS EQUAL "35"
                     CLOSE REEMBOLS
                     OPEN OUTPUT REEMBOLS
              ELSE
                     CLOSE REEMBOLS
                     OPEN EXTEND REEMBOLS
              END-IF.
              OPEN   INPUT  TRANRESV
                            CADOK
                     OUTPUT RELRESV
                            CARTACAN.
              PERFORM LEITURA.

      * Arquivo persistente maior que a tabela: parar antes de
                                          SITUACAO-RESV-TAB(TOTAL-RESV)
                                       MOVE DATA-RESERVA-RESV TO
                                          DATA-RESV-TAB(TOTAL-RESV)
                                       MOVE VALOR-PAGO-RESV TO
                                          PAGO-RESV-TAB(TOTAL-RESV)
                                       PERFORM AJUSTA-PAGO-ANTIGO
                                       MOVE OPERADORA-RESV TO
                                          OPERADORA-RESV-TAB(TOTAL-RESV)
                                       PERFORM GUARDA-PACOTE-RESV
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE RESERVAS.

      * Reserva anterior ao catalogo de pacotes vem sem pacote e
      * sem lugares; anterior ao atendente, sem atendente; anterior
      * a NFS-e, sem data de quitacao e sem nota.
       GUARDA-PACOTE-RESV.
              MOVE CODIGO-PACOTE-RESV TO PACOTE-RESV-TAB(TOTAL-RESV).
              MOVE ZEROES TO LUGARES-RESV-TAB(TOTAL-RESV).
              IF LUGARES-RESV IS NUMERIC
                     MOVE LUGARES-RESV TO LUGARES-RESV-TAB(TOTAL-RESV).
              MOVE ZEROES TO ATENDENTE-RESV-TAB(TOTAL-RESV).
              IF ATENDENTE-RESV IS NUMERIC
                     MOVE ATENDENTE-RESV
                       TO ATENDENTE-RESV-TAB(TOTAL-RESV).
              MOVE ZEROES TO QUITACAO-RESV-TAB(TOTAL-RESV)
                             NFSE-RESV-TAB(TOTAL-RESV).
              MOVE SPACES TO VERIFICA-RESV-TAB(TOTAL-RESV).
              IF DATA-QUITACAO-RESV IS NUMERIC
                     MOVE DATA-QUITACAO-RESV
                       TO QUITACAO-RESV-TAB(TOTAL-RESV).
              IF NFSE-RESV IS NUMERIC
                     MOVE NFSE-RESV TO NFSE-RESV-TAB(TOTAL-RESV)
                     MOVE VERIFICA-NFSE-RESV
                       TO VERIFICA-RESV-TAB(TOTAL-RESV).
              PERFORM GUARDA-MOEDA-RESV.

      * Reserva anterior a moeda estrangeira vem sem os campos: e
      * em reais.
       GUARDA-MOEDA-RESV.
              MOVE SPACES TO MOEDA-RESV-TAB(TOTAL-RESV).
              MOVE ZEROES TO VALOR-MOEDA-RESV-TAB(TOTAL-RESV)
                             TAXA-RESV-TAB(TOTAL-RESV)
                             PAGO-MOEDA-RESV-TAB(TOTAL-RESV).
              IF VALOR-MOEDA-RESV IS NUMERIC
                AND TAXA-RESV IS NUMERIC
                AND VALOR-PAGO-MOEDA-RESV IS NUMERIC
                AND VALOR-MOEDA-RESV GREATER THAN ZEROES
                     MOVE MOEDA-RESV TO MOEDA-RESV-TAB(TOTAL-RESV)
                     MOVE VALOR-MOEDA-RESV
                       TO VALOR-MOEDA-RESV-TAB(TOTAL-RESV)
                     MOVE TAXA-RESV TO TAXA-RESV-TAB(TOTAL-RESV)
                     MOVE VALOR-PAGO-MOEDA-RESV
                       TO PAGO-MOEDA-RESV-TAB(TOTAL-RESV).

      * Reserva gravada antes do valor pago existir no registro vem
      * com o campo em branco: quitada tem o valor inteiro pago.
       AJUSTA-PAGO-ANTIGO.
              IF VALOR-PAGO-RESV IS NOT NUMERIC
                     MOVE ZEROES TO PAGO-RESV-TAB(TOTAL-RESV)
                     IF SITUACAO-RESV EQUAL "P"
                            MOVE VALOR-RESV TO
                                 PAGO-RESV-TAB(TOTAL-RESV)
                     END-IF
              END-IF.

       ABORTA-PARCELAS-CHEIA.
              DISPLAY "*** PARCRESV.DAT EXCEDE A TABELA DE 10000"
                      " POSICOES - EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-PARCELAS.
              OPEN INPUT PARCRESV.
              PERFORM UNTIL FIM-PAR EQUAL "SIM"
                      READ PARCRESV
                             AT END MOVE "SIM" TO FIM-PAR
                             NOT AT END
                                  IF TOTAL-PAR NOT LESS THAN 10000
                                       PERFORM ABORTA-PARCELAS-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-PAR
                                  MOVE NUMERO-RESV-PAR TO
                                       RESV-PAR-TAB(TOTAL-PAR)
                                  MOVE NUMERO-PAR TO
                                       NUMERO-PAR-TAB(TOTAL-PAR)
                                  MOVE VENCIMENTO-PAR TO
                                       VENCIMENTO-PAR-TAB(TOTAL-PAR)
                                  MOVE VALOR-PAR TO
                                       VALOR-PAR-TAB(TOTAL-PAR)
                                  MOVE VALOR-PAGO-PAR TO
                                       PAGO-PAR-TAB(TOTAL-PAR)
                      END-READ
              END-PERFORM.
              CLOSE PARCRESV.

      * Cotacao alem da tabela converteria pagamento pela taxa
      * errada - parar antes de gravar qualquer coisa.
       CARREGA-CAMBIO.
              OPEN INPUT CAMBIO.
              PERFORM UNTIL FIM-CAM EQUAL "SIM"
                      READ CAMBIO
                             AT END MOVE "SIM" TO FIM-CAM
                             NOT AT END
                                  PERFORM GUARDA-COTACAO
                      END-READ
              END-PERFORM.
              CLOSE CAMBIO.

       GUARDA-COTACAO.
              IF TOTAL-CAM NOT LESS THAN 5000
                     DISPLAY "*** CAMBIO.DAT EXCEDE A TABELA DE 5000"
                             " POSICOES - EXECUCAO ABORTADA"
                     MOVE 4 TO RETURN-CODE
                     STOP RUN.
              IF DATA-CAM IS NUMERIC
                AND TAXA-CAM IS NUMERIC
                AND TAXA-CAM GREATER THAN ZEROES
                     ADD 1 TO TOTAL-CAM
                     MOVE MOEDA-CAM TO MOEDA-CAM-TAB(TOTAL-CAM)
                     MOVE DATA-CAM  TO DATA-CAM-TAB(TOTAL-CAM)
                     MOVE TAXA-CAM  TO TAXA-CAM-TAB(TOTAL-CAM).

      * Linha alem da tabela deixaria cancelamento com a multa
      * errada - parar antes de gravar qualquer coisa.
       CARREGA-POLITICA.
              OPEN INPUT POLCANC.
              PERFORM UNTIL FIM-POL EQUAL "SIM"
                      READ POLCANC
                             AT END MOVE "SIM" TO FIM-POL
                             NOT AT END
                                  PERFORM GUARDA-POLITICA
                      END-READ
              END-PERFORM.
              CLOSE POLCANC.

       GUARDA-POLITICA.
              IF TOTAL-POL NOT LESS THAN 200
                     DISPLAY "*** POLCANC.DAT EXCEDE A TABELA DE 200"
                             " POSICOES - EXECUCAO ABORTADA"
                     MOVE 4 TO RETURN-CODE
                     STOP RUN.
              ADD 1 TO TOTAL-POL.
              MOVE DESTINO-POL   TO DESTINO-POL-TAB(TOTAL-POL).
              MOVE OPERADORA-POL TO OPERADORA-POL-TAB(TOTAL-POL).
              MOVE ZEROES        TO DIAS-POL-TAB(TOTAL-POL).
              IF DIAS-MIN-POL IS NUMERIC
                     MOVE DIAS-MIN-POL TO DIAS-POL-TAB(TOTAL-POL).
              MOVE ZEROES        TO PERCENTUAL-POL-TAB(TOTAL-POL).
              IF PERCENTUAL-POL IS NUMERIC
                     MOVE PERCENTUAL-POL TO
                          PERCENTUAL-POL-TAB(TOTAL-POL).

       LEITURA.
              READ TRANRESV
                     AT END MOVE "SIM" TO FIM-ARQ
                             MOVE IDX-RESV TO IDX-RESV-ACHADA
                      END-IF
              END-PERFORM.
              MOVE ZEROES TO SALDO-RESERVA.
              MOVE ZEROES TO TAXA-PAGAMENTO.
              IF IDX-RESV-ACHADA GREATER THAN ZEROES
                     COMPUTE SALDO-RESERVA =
                             VALOR-RESV-TAB(IDX-RESV-ACHADA)
                           - PAGO-RESV-TAB(IDX-RESV-ACHADA)
                     IF MOEDA-RESV-TAB(IDX-RESV-ACHADA)
                        NOT EQUAL SPACES
                            PERFORM SALDO-EM-MOEDA
                     END-IF
              END-IF.
              IF TIPO-TRANR EQUAL "A"
                AND VALOR-TRANR IS NOT NUMERIC
                     MOVE ZEROES TO VALOR-TRANR.
              IF IDX-RESV-ACHADA EQUAL ZEROES
                     ADD 1 TO TOTAL-RECUSADAS
                     MOVE "RESERVA NAO ENCONTRADA" TO VAR-SITUACAO
              ELSE IF SITUACAO-RESV-TAB(IDX-RESV-ACHADA)
                      NOT EQUAL "R"
                AND SITUACAO-RESV-TAB(IDX-RESV-ACHADA)
                      NOT EQUAL "S"
                AND NOT (TIPO-TRANR EQUAL "C"
                     AND SITUACAO-RESV-TAB(IDX-RESV-ACHADA) EQUAL "P")
                     ADD 1 TO TOTAL-RECUSADAS
                     MOVE "RESERVA JA BAIXADA" TO VAR-SITUACAO
              ELSE IF TIPO-TRANR NOT EQUAL "C"
                AND MOEDA-RESV-TAB(IDX-RESV-ACHADA) NOT EQUAL SPACES
                AND TAXA-PAGAMENTO EQUAL ZEROES
                     ADD 1 TO TOTAL-RECUSADAS
                     MOVE "MOEDA SEM COTACAO" TO VAR-SITUACAO
              ELSE IF TIPO-TRANR EQUAL "A"
                AND VALOR-TRANR EQUAL ZEROES
                     ADD 1 TO TOTAL-RECUSADAS
                     MOVE "VALOR NAO INFORMADO" TO VAR-SITUACAO
              ELSE IF TIPO-TRANR EQUAL "A"
                AND VALOR-TRANR GREATER THAN SALDO-RESERVA
                     ADD 1 TO TOTAL-RECUSADAS
                     MOVE "VALOR ACIMA DO SALDO" TO VAR-SITUACAO
              ELSE IF TIPO-TRANR EQUAL "A"
                     MOVE VALOR-TRANR TO VALOR-PAGAMENTO
                     PERFORM REGISTRA-PAGAMENTO
              ELSE IF TIPO-TRANR EQUAL "P"
                     MOVE SALDO-RESERVA TO VALOR-PAGAMENTO
                     PERFORM REGISTRA-PAGAMENTO
              ELSE IF TIPO-TRANR EQUAL "C"
                     PERFORM REGISTRA-CANCELAMENTO
              ELSE
                     ADD 1 TO TOTAL-RECUSADAS
                     MOVE "TIPO-TRANR INVALIDO" TO VAR-SITUACAO.
              PERFORM IMPRIME-RESULTADO.

      * Reserva em moeda estrangeira: o saldo e o da moeda, valido
      * em reais pela cotacao do dia do pagamento.
       SALDO-EM-MOEDA.
              MOVE DATA-HOJE TO DATA-PAGAMENTO.
              IF DATA-TRANR IS NUMERIC
                AND DATA-TRANR GREATER THAN ZEROES
                     MOVE DATA-TRANR TO DATA-PAGAMENTO.
              PERFORM BUSCA-COTACAO.
              COMPUTE SALDO-MOEDA =
                      VALOR-MOEDA-RESV-TAB(IDX-RESV-ACHADA)
                    - PAGO-MOEDA-RESV-TAB(IDX-RESV-ACHADA).
              IF TAXA-PAGAMENTO GREATER THAN ZEROES
                     COMPUTE SALDO-RESERVA ROUNDED =
                             SALDO-MOEDA * TAXA-PAGAMENTO.

       BUSCA-COTACAO.
              MOVE ZEROES TO TAXA-PAGAMENTO DATA-TAXA-ACHADA.
              PERFORM VARYING IDX-CAM FROM 1 BY 1
                      UNTIL IDX-CAM GREATER THAN TOTAL-CAM
                      IF MOEDA-CAM-TAB(IDX-CAM) EQUAL
                         MOEDA-RESV-TAB(IDX-RESV-ACHADA)
                        AND DATA-CAM-TAB(IDX-CAM) NOT GREATER THAN
                            DATA-PAGAMENTO
                        AND DATA-CAM-TAB(IDX-CAM) NOT LESS THAN
                            DATA-TAXA-ACHADA
                             MOVE DATA-CAM-TAB(IDX-CAM)
                               TO DATA-TAXA-ACHADA
                             MOVE TAXA-CAM-TAB(IDX-CAM)
                               TO TAXA-PAGAMENTO
                      END-IF
              END-PERFORM.

      * Soma o pagamento ao ja pago da reserva e abate as parcelas
      * em aberto na ordem do cronograma. Saldo zerado quita.
       REGISTRA-PAGAMENTO.
              IF MOEDA-RESV-TAB(IDX-RESV-ACHADA) NOT EQUAL SPACES
                     PERFORM CONVERTE-PAGAMENTO.
              ADD VALOR-PAGAMENTO TO PAGO-RESV-TAB(IDX-RESV-ACHADA).
              ADD VALOR-PAGAMENTO TO VALOR-RECEBIDO.
              SUBTRACT VALOR-PAGAMENTO FROM SALDO-RESERVA.
              MOVE VALOR-PAGAMENTO TO VALOR-A-ABATER.
              PERFORM VARYING IDX-PAR FROM 1 BY 1
                      UNTIL IDX-PAR GREATER THAN TOTAL-PAR
                         OR VALOR-A-ABATER EQUAL ZEROES
                      IF RESV-PAR-TAB(IDX-PAR) EQUAL NUMERO-TRANR
                             PERFORM ABATE-PARCELA
                      END-IF
              END-PERFORM.
              IF SALDO-RESERVA EQUAL ZEROES
                     ADD 1 TO TOTAL-PAGAS
                     MOVE "P" TO SITUACAO-RESV-TAB(IDX-RESV-ACHADA)
                     MOVE DATA-HOJE
                       TO QUITACAO-RESV-TAB(IDX-RESV-ACHADA)
                     MOVE "QUITADA" TO VAR-SITUACAO
                     IF MOEDA-RESV-TAB(IDX-RESV-ACHADA)
                        NOT EQUAL SPACES
                            PERFORM FECHA-RESERVA-MOEDA
                     END-IF
              ELSE
                     ADD 1 TO TOTAL-PARCIAIS
                     MOVE "S" TO SITUACAO-RESV-TAB(IDX-RESV-ACHADA)
                     MOVE "SINAL PAGO" TO VAR-SITUACAO.

      * Pagamento em reais vira moeda pela cotacao do dia; o que
      * completa o saldo na moeda quita a reserva.
       CONVERTE-PAGAMENTO.
              COMPUTE VALOR-PAGAMENTO-MOEDA ROUNDED =
                      VALOR-PAGAMENTO / TAXA-PAGAMENTO.
              IF VALOR-PAGAMENTO-MOEDA GREATER THAN SALDO-MOEDA
                OR VALOR-PAGAMENTO EQUAL SALDO-RESERVA
                     MOVE SALDO-MOEDA TO VALOR-PAGAMENTO-MOEDA.
              ADD VALOR-PAGAMENTO-MOEDA
                TO PAGO-MOEDA-RESV-TAB(IDX-RESV-ACHADA).
              IF VALOR-PAGAMENTO-MOEDA EQUAL SALDO-MOEDA
                     MOVE VALOR-PAGAMENTO TO SALDO-RESERVA.

      * Quitada na moeda, o valor em reais da reserva e o que foi
      * pago de fato (taxas de cada dia) e nenhuma parcela fica em
      * aberto.
       FECHA-RESERVA-MOEDA.
              MOVE PAGO-RESV-TAB(IDX-RESV-ACHADA)
                TO VALOR-RESV-TAB(IDX-RESV-ACHADA).
              PERFORM VARYING IDX-PAR FROM 1 BY 1
                      UNTIL IDX-PAR GREATER THAN TOTAL-PAR
                      IF RESV-PAR-TAB(IDX-PAR) EQUAL NUMERO-TRANR
                             MOVE VALOR-PAR-TAB(IDX-PAR)
                               TO PAGO-PAR-TAB(IDX-PAR)
                      END-IF
              END-PERFORM.

      * Cancela a reserva, apura multa e reembolso, grava a ordem
      * de reembolso e emite o demonstrativo para o cliente.
       REGISTRA-CANCELAMENTO.
              ADD 1 TO TOTAL-CANCELADAS.
              MOVE "C" TO SITUACAO-RESV-TAB(IDX-RESV-ACHADA).
              PERFORM CALCULA-MULTA.
              PERFORM GRAVA-REEMBOLSO.
              PERFORM GERA-DEMONSTRATIVO.
              IF VALOR-REEMBOLSO GREATER THAN ZEROES
                     MOVE "CANCELADA - A REEMBOLSAR" TO VAR-SITUACAO
              ELSE
                     MOVE "CANCELADA" TO VAR-SITUACAO.

      * Antecedencia = partida - data do pedido (partida ja
      * passada conta zero dias). Sem linha de politica aplicavel,
      * nao ha multa.
       CALCULA-MULTA.
              MOVE DATA-HOJE TO DATA-CANCELAMENTO.
              IF DATA-TRANR IS NUMERIC
                AND DATA-TRANR GREATER THAN ZEROES
                     MOVE DATA-TRANR TO DATA-CANCELAMENTO.
              MOVE DATA-CANCELAMENTO TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              MOVE DIAS-CALC TO DIAS-CANCELAMENTO.
              MOVE PARTIDA-RESV-TAB(IDX-RESV-ACHADA) TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              MOVE ZEROES TO DIAS-ANTECEDENCIA.
              IF DIAS-CALC GREATER THAN DIAS-CANCELAMENTO
                     COMPUTE DIAS-ANTECEDENCIA =
                             DIAS-CALC - DIAS-CANCELAMENTO.
              MOVE "NAO"  TO POLITICA-ACHADA.
              MOVE ZEROES TO MELHOR-PONTOS.
              MOVE ZEROES TO PERCENTUAL-MULTA.
              PERFORM VARYING IDX-POL FROM 1 BY 1
                      UNTIL IDX-POL GREATER THAN TOTAL-POL
                      PERFORM AVALIA-POLITICA
              END-PERFORM.
              IF POLITICA-ACHADA EQUAL "NAO"
                     ADD 1 TO TOTAL-SEM-POLITICA.
              COMPUTE VALOR-MULTA ROUNDED =
                      VALOR-RESV-TAB(IDX-RESV-ACHADA)
                    * PERCENTUAL-MULTA / 100.
              MOVE VALOR-MULTA TO VALOR-RETIDO.
              IF VALOR-RETIDO GREATER THAN
                 PAGO-RESV-TAB(IDX-RESV-ACHADA)
                     MOVE PAGO-RESV-TAB(IDX-RESV-ACHADA)
                       TO VALOR-RETIDO.
              COMPUTE VALOR-REEMBOLSO =
                      PAGO-RESV-TAB(IDX-RESV-ACHADA) - VALOR-RETIDO.
              ADD VALOR-RETIDO    TO VALOR-RETIDO-TOTAL.
              ADD VALOR-REEMBOLSO TO VALOR-REEMBOLSO-TOTAL.

      * Linha aplicavel: destino e operadora iguais ou em branco e
      * antecedencia minima alcancada. Pontua destino (2000) e
      * operadora (1000) acima da antecedencia, para a linha mais
      * especifica vencer e, entre iguais, a de maior DIAS-MIN.
       AVALIA-POLITICA.
              IF (DESTINO-POL-TAB(IDX-POL) EQUAL SPACES
                  OR DESTINO-POL-TAB(IDX-POL) EQUAL
                     DESTINO-RESV-TAB(IDX-RESV-ACHADA))
                AND (OPERADORA-POL-TAB(IDX-POL) EQUAL SPACES
                  OR OPERADORA-POL-TAB(IDX-POL) EQUAL
                     OPERADORA-RESV-TAB(IDX-RESV-ACHADA))
                AND DIAS-POL-TAB(IDX-POL) NOT GREATER THAN
                    DIAS-ANTECEDENCIA
                     MOVE DIAS-POL-TAB(IDX-POL) TO PONTOS-POL
                     IF DESTINO-POL-TAB(IDX-POL) NOT EQUAL SPACES
                            ADD 2000 TO PONTOS-POL
                     END-IF
                     IF OPERADORA-POL-TAB(IDX-POL) NOT EQUAL SPACES
                            ADD 1000 TO PONTOS-POL
                     END-IF
                     IF POLITICA-ACHADA EQUAL "NAO"
                       OR PONTOS-POL GREATER THAN MELHOR-PONTOS
                            MOVE "SIM" TO POLITICA-ACHADA
                            MOVE PONTOS-POL TO MELHOR-PONTOS
                            MOVE PERCENTUAL-POL-TAB(IDX-POL)
                              TO PERCENTUAL-MULTA
                     END-IF
              END-IF.

      * AAAAMMDD de DATA-CONV-NUM em dias corridos; data invalida
      * fica com zero dias.
       CONVERTE-DATA.
              IF MES-CONV LESS THAN 1 OR MES-CONV GREATER THAN 12
                OR DIA-CONV LESS THAN 1 OR DIA-CONV GREATER THAN 31
                     MOVE ZEROES TO DIAS-CALC
              ELSE
                     MOVE ANO-CONV TO ANO-CALC
                     MOVE MES-CONV TO MES-CALC
                     MOVE DIA-CONV TO DIA-CALC
                     PERFORM CALCULA-DIAS-CIVIS.

       CALCULA-DIAS-CIVIS.
              MOVE ANO-CALC TO ANO-BISSEXTO.
              IF MES-CALC NOT GREATER THAN 2
                     SUBTRACT 1 FROM ANO-BISSEXTO.
              DIVIDE ANO-BISSEXTO BY 4   GIVING QUOC-4.
              DIVIDE ANO-BISSEXTO BY 100 GIVING QUOC-100.
              DIVIDE ANO-BISSEXTO BY 400 GIVING QUOC-400.
              COMPUTE DIAS-CALC = ANO-CALC * 365
                                + QUOC-4 - QUOC-100 + QUOC-400
                                + DIAS-ACUM-TAB(MES-CALC)
                                + DIA-CALC.

      * Toda reserva cancelada gera a ordem; sem valor a devolver
      * ela nasce "N" e nao aparece nos pendentes do EX108.
       GRAVA-REEMBOLSO.
              MOVE NUMERO-RESV-TAB(IDX-RESV-ACHADA)
                TO NUMERO-RESV-REE.
              MOVE CPF-RESV-TAB(IDX-RESV-ACHADA)     TO CPF-REE.
              MOVE DESTINO-RESV-TAB(IDX-RESV-ACHADA) TO DESTINO-REE.
              MOVE PARTIDA-RESV-TAB(IDX-RESV-ACHADA)
                TO DATA-PARTIDA-REE.
              MOVE DATA-CANCELAMENTO TO DATA-CANCEL-REE.
              MOVE 999 TO DIAS-ANTEC-REE.
              IF DIAS-ANTECEDENCIA LESS THAN 999
                     MOVE DIAS-ANTECEDENCIA TO DIAS-ANTEC-REE.
              MOVE VALOR-RESV-TAB(IDX-RESV-ACHADA) TO VALOR-RESV-REE.
              MOVE PAGO-RESV-TAB(IDX-RESV-ACHADA)  TO VALOR-PAGO-REE.
              MOVE PERCENTUAL-MULTA TO PERCENTUAL-REE.
              MOVE VALOR-MULTA      TO MULTA-REE.
              MOVE VALOR-RETIDO     TO RETIDO-REE.
              MOVE VALOR-REEMBOLSO  TO VALOR-REE.
              MOVE ZEROES           TO DATA-PAGTO-REE.
              IF VALOR-REEMBOLSO GREATER THAN ZEROES
                     MOVE "P" TO SITUACAO-REE
              ELSE
                     MOVE "N" TO SITUACAO-REE.
              WRITE REG-REE.

      * O demonstrativo sai mesmo sem bloco postal (e entregue no
      * balcao); so CPF fora do CADOK fica sem ele.
       GERA-DEMONSTRATIVO.
              MOVE "SIM" TO CLIENTE-ACHADO.
              MOVE CPF-RESV-TAB(IDX-RESV-ACHADA) TO CPF2.
              READ CADOK KEY IS CPF2
                     INVALID KEY
                            MOVE "NAO" TO CLIENTE-ACHADO
              END-READ.
              IF CLIENTE-ACHADO EQUAL "NAO"
                     ADD 1 TO TOTAL-SEM-CADASTRO
              ELSE
                     PERFORM IMPRIME-DEMONSTRATIVO.

       IMPRIME-DEMONSTRATIVO.
              ADD 1 TO TOTAL-DEMONSTRATIVOS.
              PERFORM IMPRIME-CABECALHO-CARTA.
              MOVE "CONFIRMAMOS O CANCELAMENTO DA RESERVA ABAIXO, COM"
                TO VAR-TEXTO.
              WRITE REG-CARTA FROM LINHA-TEXTO
                    AFTER ADVANCING 2 LINES.
              MOVE "A MULTA PREVISTA NA NOSSA POLITICA DE CANCELAMENTO"
                TO VAR-TEXTO.
              WRITE REG-CARTA FROM LINHA-TEXTO
                    AFTER ADVANCING 1 LINE.
              MOVE "PARA A ANTECEDENCIA DO SEU PEDIDO."
                TO VAR-TEXTO.
              WRITE REG-CARTA FROM LINHA-TEXTO
                    AFTER ADVANCING 1 LINE.
              MOVE NUMERO-RESV-TAB(IDX-RESV-ACHADA)
                TO VAR-NUMERO-CARTA.
              MOVE DESTINO-RESV-TAB(IDX-RESV-ACHADA)
                TO VAR-DESTINO-CARTA.
              WRITE REG-CARTA FROM LINHA-RESERVA
                    AFTER ADVANCING 2 LINES.
              IF NFSE-RESV-TAB(IDX-RESV-ACHADA) GREATER THAN ZEROES
                     MOVE NFSE-RESV-TAB(IDX-RESV-ACHADA)
                       TO VAR-NFSE-CARTA
                     MOVE VERIFICA-RESV-TAB(IDX-RESV-ACHADA)
                       TO VAR-VERIFICA-CARTA
                     WRITE REG-CARTA FROM LINHA-NFSE
                           AFTER ADVANCING 1 LINE.
              MOVE "DATA DA PARTIDA........: " TO VAR-ROTULO-DATA.
              MOVE PARTIDA-RESV-TAB(IDX-RESV-ACHADA) TO DATA-CONV-NUM.
              PERFORM IMPRIME-DATA-CARTA.
              MOVE "DATA DO CANCELAMENTO...: " TO VAR-ROTULO-DATA.
              MOVE DATA-CANCELAMENTO TO DATA-CONV-NUM.
              PERFORM IMPRIME-DATA-CARTA.
              MOVE DIAS-ANTECEDENCIA TO VAR-ANTECEDENCIA.
              WRITE REG-CARTA FROM LINHA-ANTECEDENCIA
                    AFTER ADVANCING 1 LINE.
              MOVE PERCENTUAL-MULTA TO VAR-PERCENTUAL.
              WRITE REG-CARTA FROM LINHA-PERCENTUAL
                    AFTER ADVANCING 1 LINE.
              MOVE "VALOR DA RESERVA.......: " TO VAR-ROTULO-CARTA.
              MOVE VALOR-RESV-TAB(IDX-RESV-ACHADA) TO VAR-VALOR-CARTA.
              WRITE REG-CARTA FROM LINHA-VALOR-CARTA
                    AFTER ADVANCING 2 LINES.
              MOVE "VALOR JA PAGO..........: " TO VAR-ROTULO-CARTA.
              MOVE PAGO-RESV-TAB(IDX-RESV-ACHADA) TO VAR-VALOR-CARTA.
              WRITE REG-CARTA FROM LINHA-VALOR-CARTA
                    AFTER ADVANCING 1 LINE.
              MOVE "MULTA DE CANCELAMENTO..: " TO VAR-ROTULO-CARTA.
              MOVE VALOR-MULTA TO VAR-VALOR-CARTA.
              WRITE REG-CARTA FROM LINHA-VALOR-CARTA
                    AFTER ADVANCING 1 LINE.
              MOVE "MULTA RETIDA...........: " TO VAR-ROTULO-CARTA.
              MOVE VALOR-RETIDO TO VAR-VALOR-CARTA.
              WRITE REG-CARTA FROM LINHA-VALOR-CARTA
                    AFTER ADVANCING 1 LINE.
              MOVE "VALOR A REEMBOLSAR.....: " TO VAR-ROTULO-CARTA.
              MOVE VALOR-REEMBOLSO TO VAR-VALOR-CARTA.
              WRITE REG-CARTA FROM LINHA-VALOR-CARTA
                    AFTER ADVANCING 1 LINE.
              IF VALOR-REEMBOLSO GREATER THAN ZEROES
                     MOVE "O REEMBOLSO SERA PAGO PELA NOSSA TESOURARIA;"
                       TO VAR-TEXTO
                     WRITE REG-CARTA FROM LINHA-TEXTO
                           AFTER ADVANCING 2 LINES
                     MOVE "AGUARDE CONTATO PARA OS DADOS BANCARIOS."
                       TO VAR-TEXTO
                     WRITE REG-CARTA FROM LINHA-TEXTO
                           AFTER ADVANCING 1 LINE
              ELSE
                     MOVE "NAO HA VALOR A REEMBOLSAR."
                       TO VAR-TEXTO
                     WRITE REG-CARTA FROM LINHA-TEXTO
                           AFTER ADVANCING 2 LINES.
              WRITE REG-CARTA FROM LINHA-ASSINATURA
                    AFTER ADVANCING 3 LINES.

       IMPRIME-DATA-CARTA.
              MOVE DIA-CONV TO VAR-DIA-DATA.
              MOVE MES-CONV TO VAR-MES-DATA.
              MOVE ANO-CONV TO VAR-ANO-DATA.
              WRITE REG-CARTA FROM LINHA-DATA-CARTA
                    AFTER ADVANCING 1 LINE.

       IMPRIME-CABECALHO-CARTA.
              MOVE DIA-HOJE     TO VAR-DIA-CARTA.
              MOVE MES-HOJE     TO VAR-MES-CARTA.
              MOVE ANO-HOJE     TO VAR-ANO-CARTA.
              MOVE NOME2        TO VAR-NOME-ETIQ.
              MOVE LOGRADOURO2  TO VAR-LOGRADOURO.
              MOVE NUMERO-END2  TO VAR-NUMERO-END.
              MOVE COMPLEMENTO2 TO VAR-COMPLEMENTO.
              MOVE CIDADE2      TO VAR-CIDADE.
              MOVE ESTADO2      TO VAR-UF.
              MOVE CEP2         TO VAR-CEP.
              IF TOTAL-DEMONSTRATIVOS EQUAL 1
                     WRITE REG-CARTA FROM LINHA-TIMBRE
                           AFTER ADVANCING 1 LINE
              ELSE
                     WRITE REG-CARTA FROM LINHA-TIMBRE
                           AFTER ADVANCING PAGE
              END-IF.
              WRITE REG-CARTA FROM LINHA-DATA
                    AFTER ADVANCING 2 LINES.
              WRITE REG-CARTA FROM LINHA-ETIQ-NOME
                    AFTER ADVANCING 2 LINES.
              WRITE REG-CARTA FROM LINHA-ETIQ-END
                    AFTER ADVANCING 1 LINE.
              WRITE REG-CARTA FROM LINHA-ETIQ-CIDADE
                    AFTER ADVANCING 1 LINE.

       ABATE-PARCELA.
              COMPUTE SALDO-PARCELA = VALOR-PAR-TAB(IDX-PAR)
                                    - PAGO-PAR-TAB(IDX-PAR).
              IF SALDO-PARCELA GREATER THAN VALOR-A-ABATER
                     MOVE VALOR-A-ABATER TO SALDO-PARCELA.
              ADD SALDO-PARCELA TO PAGO-PAR-TAB(IDX-PAR).
              SUBTRACT SALDO-PARCELA FROM VALOR-A-ABATER.

       IMPRIME-RESULTADO.
              IF TOTAL-LIDOS EQUAL 1
                     WRITE REG-REL FROM CAB-RESV-01
                     WRITE REG-REL AFTER ADVANCING 1 LINE.
              MOVE NUMERO-TRANR TO NUMERO-RESV-DET.
              EVALUATE TIPO-TRANR
                  WHEN "A" MOVE "PAGTO PARC. " TO TIPO-RESV-DET
                  WHEN "P" MOVE "QUITACAO    " TO TIPO-RESV-DET
                  WHEN "C" MOVE "CANCELAMENTO" TO TIPO-RESV-DET
                  WHEN OTHER MOVE TIPO-TRANR   TO TIPO-RESV-DET
              END-EVALUATE.
              MOVE VAR-SITUACAO TO SITUACAO-RESV-DET.
              MOVE SALDO-RESERVA TO SALDO-RESV-DET.
              WRITE REG-REL FROM DETALHE-RESV AFTER ADVANCING 1 LINE.

       FIM.
              PERFORM REGRAVA-RESERVAS.
              PERFORM REGRAVA-PARCELAS.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE TRANRESV
                    CADOK
                    REEMBOLS
                    RELRESV
                    CARTACAN.

       REGRAVA-RESERVAS.
              OPEN OUTPUT RESERVAS.
                        TO SITUACAO-RESV
                      MOVE DATA-RESV-TAB(IDX-RESV)
                        TO DATA-RESERVA-RESV
                      MOVE PAGO-RESV-TAB(IDX-RESV)
                        TO VALOR-PAGO-RESV
                      MOVE OPERADORA-RESV-TAB(IDX-RESV)
                        TO OPERADORA-RESV
                      MOVE PACOTE-RESV-TAB(IDX-RESV)
                        TO CODIGO-PACOTE-RESV
                      MOVE LUGARES-RESV-TAB(IDX-RESV)
                        TO LUGARES-RESV
                      MOVE ATENDENTE-RESV-TAB(IDX-RESV)
                        TO ATENDENTE-RESV
                      MOVE QUITACAO-RESV-TAB(IDX-RESV)
                        TO DATA-QUITACAO-RESV
                      MOVE NFSE-RESV-TAB(IDX-RESV)   TO NFSE-RESV
                      MOVE VERIFICA-RESV-TAB(IDX-RESV)
                        TO VERIFICA-NFSE-RESV
                      MOVE MOEDA-RESV-TAB(IDX-RESV)  TO MOEDA-RESV
                      MOVE VALOR-MOEDA-RESV-TAB(IDX-RESV)
                        TO VALOR-MOEDA-RESV
                      MOVE TAXA-RESV-TAB(IDX-RESV)   TO TAXA-RESV
                      MOVE PAGO-MOEDA-RESV-TAB(IDX-RESV)
                        TO VALOR-PAGO-MOEDA-RESV
                      WRITE REG-RESV
              END-PERFORM.
              CLOSE RESERVAS.

       REGRAVA-PARCELAS.
              OPEN OUTPUT PARCRESV.
              PERFORM VARYING IDX-PAR FROM 1 BY 1
                      UNTIL IDX-PAR GREATER THAN TOTAL-PAR
                      MOVE RESV-PAR-TAB(IDX-PAR)   TO NUMERO-RESV-PAR
                      MOVE NUMERO-PAR-TAB(IDX-PAR) TO NUMERO-PAR
                      MOVE VENCIMENTO-PAR-TAB(IDX-PAR)
                        TO VENCIMENTO-PAR
                      MOVE VALOR-PAR-TAB(IDX-PAR)  TO VALOR-PAR
                      MOVE PAGO-PAR-TAB(IDX-PAR)   TO VALOR-PAGO-PAR
                      WRITE REG-PAR
              END-PERFORM.
              CLOSE PARCRESV.

       IMPRIME-RODAPE.
              MOVE TOTAL-PAGAS      TO VAR-PAGAS.
              MOVE TOTAL-CANCELADAS TO VAR-CANCELADAS.
              WRITE REG-REL FROM ROD-RESV-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-RESV-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RESV-03 AFTER ADVANCING 1 LINE.
              MOVE TOTAL-PARCIAIS   TO VAR-PARCIAIS.
              MOVE VALOR-RECEBIDO   TO VAR-RECEBIDO.
              WRITE REG-REL FROM ROD-RESV-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RESV-05 AFTER ADVANCING 1 LINE.
              MOVE VALOR-RETIDO-TOTAL    TO VAR-RETIDO.
              MOVE VALOR-REEMBOLSO-TOTAL TO VAR-REEMBOLSO.
              MOVE TOTAL-SEM-POLITICA    TO VAR-SEM-POLITICA.
              MOVE TOTAL-DEMONSTRATIVOS  TO VAR-DEMONSTRATIVOS.
              MOVE TOTAL-SEM-CADASTRO    TO VAR-SEM-CAD.
              WRITE REG-REL FROM ROD-RESV-06 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RESV-07 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RESV-08 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RESV-09 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RESV-10 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              COMPUTE TOTAL-GRAVADOS-RUNLOG =
                      TOTAL-PAGAS + TOTAL-PARCIAIS + TOTAL-CANCELADAS.
              OPEN INPUT RUNLOG.
              IF RUNLOG-STATUS EQUAL "35"
                     CLOSE RUNLOG
