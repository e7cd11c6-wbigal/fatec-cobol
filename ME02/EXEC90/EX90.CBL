       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX90.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      REGISTRO DO PAGAMENTO ANTECIPADO DA ANUIDADE COM
      *              DESCONTO. ATE AQUI O SOCIO QUE PAGAVA O ANO TODO
      *              EM JANEIRO FICAVA COM O DINHEIRO EM SALDO-
      *              CREDOR-DEV, CONSUMIDO MES A MES PELO EX44 A
      *              PRECO CHEIO, E O DESCONTO PROMETIDO NUNCA
      *              APARECIA. ESTE PROGRAMA LE OS PEDIDOS DA
      *              TESOURARIA (PEDPREP.DAT: SOCIO, ANO, MES
      *              INICIAL, MESES E VALOR RECEBIDO), CALCULA O
      *              VALOR DEVIDO PELA MENSALIDADE TABELADA (MENSAL.
      *              DAT) MENOS O DESCONTO DE PARMPREP.DAT E GRAVA O
      *              REGISTRO DA ANTECIPACAO EM PREPAGO.DAT, COM O
      *              PAGAMENTO NO EXTRATO DO SOCIO (HISTSOC.DAT). OS
      *              MESES COBERTOS SAEM DA REMESSA DO EX17 E CONTAM
      *              COMO PAGOS NO EX01; O EX91 AMORTIZA A RECEITA
      *              MES A MES E O EX44 RESTITUI OS MESES NAO
      *              USUFRUIDOS DE QUEM SE DESLIGA. PEDIDO DE SOCIO
      *              NAO ATIVO, SEM MENSALIDADE, DUPLICADO NO ANO OU
      *              COM VALOR DIFERENTE DO CALCULADO E RECUSADO NO
      *              RELATORIO (RELPREP).

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT PEDPREP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARM-PREP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADMSOCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NUMERO-SOCIO-MSOC
              FILE STATUS IS CADMSOCI-STATUS.

              SELECT OPTIONAL MENSAL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PREPAGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PREPAGO-STATUS.

              SELECT OPTIONAL HISTSOC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HISTSOC-STATUS.

              SELECT RELPREP ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PEDPREP: pedidos de antecipacao recebidos no balcao. Mes
      * inicial zerado vale o mes corrente (ano corrente) ou janeiro
      * (ano seguinte); meses zerado cobre ate dezembro; valor zerado
      * e o valor calculado, cobrado na hora; forma em branco vale
      * dinheiro.
       FD     PEDPREP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PEDPREP.DAT".
       01     REG-PEDPREP.
              02 NUMERO-SOCIO-PED  PIC 9(06).
              02 ANO-PED           PIC 9(04).
              02 MES-INICIO-PED    PIC 9(02).
              02 MESES-PED         PIC 9(02).
              02 VALOR-PAGO-PED    PIC 9(09)V9(02).
              02 FORMA-PGTO-PED    PIC X(01).

      * PARM-PREP: percentual de desconto da antecipacao. Ausente ou
      * zerado, vale o desconto aprovado pela diretoria (VALUE de
      * PERC-DESCONTO abaixo).
       FD     PARM-PREP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMPREP.DAT".
       01     REG-PARM-PREP.
              02 PERC-DESCONTO-PARM PIC 9(02)V9(02).

      * CADMSOCI: mestre de socios indexado, lido por chave.
       FD     CADMSOCI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

      * MENSAL: tabela de mensalidades por socio/categoria (mesma
      * consultada por EX01/EX17).
       FD     MENSAL
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "MENSAL.DAT".
       01     REG-MENSAL.
              02 NUMERO-SOCIO-MENS     PIC 9(06).
              02 CATEGORIA-MENS        PIC X(02).
              02 VALOR-MENSALIDADE-MENS PIC 9(09)V9(02).

      * PREPAGO: registro das antecipacoes, acrescentado a cada
      * pedido aceito.
       FD     PREPAGO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PREPAGO.DAT".
       COPY PREPAGO.

      * HISTSOC: extrato de pagamentos do socio (EX01); o valor
      * antecipado entra como pagamento ("P").
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

       FD     RELPREP
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
       77 FIM-MENSAL               PIC X(03) VALUE "NAO".
       77 FIM-PRE                  PIC X(03) VALUE "NAO".
       77 CADMSOCI-STATUS          PIC X(02) VALUE "00".
       77 PREPAGO-STATUS           PIC X(02) VALUE "00".
       77 HISTSOC-STATUS           PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-ACEITOS            PIC 9(05) VALUE ZEROES.
       77 TOTAL-RECUSADOS          PIC 9(05) VALUE ZEROES.
       77 VALOR-TOTAL-RECEBIDO     PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-TOTAL-DESCONTO     PIC 9(12)V9(02) VALUE ZEROES.
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

       77 PERC-DESCONTO            PIC 9(02)V9(02) VALUE 10,00.

      * Apuracao do pedido corrente.
       77 MES-FIM-PED              PIC 9(02) VALUE ZEROES.
       77 VALOR-CHEIO-PED          PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-CALCULADO          PIC 9(09)V9(02) VALUE ZEROES.

      * Tabela de mensalidades (mesmo esquema de CARREGA-
      * MENSALIDADES do EX01).
       77 TOTAL-MENSAL             PIC 9(05) VALUE ZEROES.
       77 IDX-MENSAL               PIC 9(05) VALUE ZEROES.
       77 ACHOU-MENSAL             PIC X(03) VALUE "NAO".
       77 VALOR-MENSALIDADE        PIC 9(09)V9(02) VALUE ZEROES.
       01     TABELA-MENSAL.
              02 MENSAL-REG        OCCURS 2000 TIMES.
                 03 NUMERO-SOCIO-MENS-TAB PIC 9(06).
                 03 VALOR-MENSAL-TAB      PIC 9(09)V9(02).

      * Antecipacoes ja registradas (socio + ano), para recusar a
      * segunda antecipacao do mesmo ano.
       77 TOTAL-PRE                PIC 9(05) VALUE ZEROES.
       77 IDX-PRE                  PIC 9(05) VALUE ZEROES.
       77 ACHOU-PRE                PIC X(03) VALUE "NAO".
       01     TABELA-PRE.
              02 PRE-REG           OCCURS 2000 TIMES.
                 03 NUMERO-SOCIO-PRE-TAB PIC 9(06).
                 03 ANO-PRE-TAB          PIC 9(04).

       01     CAB-PREP-01.
              02 FILLER     PIC X(14) VALUE SPACES.
              02 FILLER PIC X(52) VALUE
                 "ANTECIPACOES DA ANUIDADE REGISTRADAS - TESOURARIA".
              02 FILLER     PIC X(14) VALUE SPACES.

       01     DETALHE-PREP.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NUMERO-SOCIO-DET  PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NOME-SOCIO-DET    PIC X(24).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 MES-INICIO-DET    PIC 99.
              02 FILLER            PIC X(01) VALUE "-".
              02 MES-FIM-DET       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 ANO-DET           PIC 9999.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VALOR-CHEIO-DET   PIC ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 PERC-DET          PIC Z9,99.
              02 FILLER            PIC X(01) VALUE "%".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VALOR-PAGO-DET    PIC ZZZ.ZZ9,99.
              02 FILLER            PIC X(05) VALUE SPACES.

       01     DETALHE-PREP-RECUSA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NUMERO-SOCIO-REC  PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 ANO-REC           PIC 9999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(10) VALUE "RECUSADO: ".
              02 MOTIVO-REC        PIC X(26).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VALOR-CALC-REC    PIC ZZZ.ZZ9,99.
              02 FILLER            PIC X(16) VALUE SPACES.

       01     ROD-PREP-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Antecipacoes registradas :".
              02 VAR-ACEITOS       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-PREP-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor total recebido     :".
              02 VAR-VALOR-REC     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-PREP-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Desconto concedido       :".
              02 VAR-VALOR-DESC    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-PREP-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Pedidos recusados        :".
              02 VAR-RECUSADOS     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX90.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              PERFORM LER-PARAMETRO.
              PERFORM CARREGA-MENSALIDADES.
              PERFORM CARREGA-PREPAGOS.
              PERFORM ABRE-PREPAGO.
              PERFORM ABRE-HISTORICO.
              OPEN   INPUT  PEDPREP
                            CADMSOCI
                     OUTPUT RELPREP.
              PERFORM LEITURA.

       LER-PARAMETRO.
              OPEN INPUT PARM-PREP.
              READ PARM-PREP
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO" AND PERC-DESCONTO-PARM
                 GREATER THAN ZEROES
                     MOVE PERC-DESCONTO-PARM TO PERC-DESCONTO.
              CLOSE PARM-PREP.

      * Arquivo persistente maior que a tabela: parar antes de
      * qualquer gravacao (mesmo criterio do EX01).
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX90: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM GRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-MENSALIDADES.
              OPEN INPUT MENSAL.
              PERFORM UNTIL FIM-MENSAL EQUAL "SIM"
                      READ MENSAL
                             AT END MOVE "SIM" TO FIM-MENSAL
                             NOT AT END
                                  IF TOTAL-MENSAL NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-MENSAL
                                  MOVE NUMERO-SOCIO-MENS TO
                                     NUMERO-SOCIO-MENS-TAB
                                        (TOTAL-MENSAL)
                                  MOVE VALOR-MENSALIDADE-MENS TO
                                     VALOR-MENSAL-TAB(TOTAL-MENSAL)
                      END-READ
              END-PERFORM.
              CLOSE MENSAL.

       CARREGA-PREPAGOS.
              OPEN INPUT PREPAGO.
              PERFORM UNTIL FIM-PRE EQUAL "SIM"
                      READ PREPAGO
                             AT END MOVE "SIM" TO FIM-PRE
                             NOT AT END
                                  IF TOTAL-PRE NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-PRE
                                  MOVE NUMERO-SOCIO-PRE TO
                                     NUMERO-SOCIO-PRE-TAB(TOTAL-PRE)
                                  MOVE ANO-PRE TO
                                     ANO-PRE-TAB(TOTAL-PRE)
                      END-READ
              END-PERFORM.
              CLOSE PREPAGO.

      * Se PREPAGO.DAT/HISTSOC.DAT ainda nao existem, cria vazios;
      * se ja existem, reabre em EXTEND (mesmo esquema de ABRE-
      * HISTORICO do EX01).
       ABRE-PREPAGO.
              OPEN INPUT PREPAGO.
              IF PREPAGO-STATUS EQUAL "35"
                     CLOSE PREPAGO
                     OPEN OUTPUT PREPAGO
              ELSE
                     CLOSE PREPAGO
                     OPEN EXTEND PREPAGO
              END-IF.

       ABRE-HISTORICO.
              OPEN INPUT HISTSOC.
              IF HISTSOC-STATUS EQUAL "35"
                     CLOSE HISTSOC
                     OPEN OUTPUT HISTSOC
              ELSE
                     CLOSE HISTSOC
                     OPEN EXTEND HISTSOC
              END-IF.

       LEITURA.
              READ PEDPREP
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              PERFORM PROCESSA-PEDIDO.
              PERFORM LEITURA.

       PROCESSA-PEDIDO.
              MOVE SPACES TO MOTIVO-RECUSA.
              MOVE ZEROES TO VALOR-CALCULADO.
              PERFORM COMPLETA-PEDIDO.
              MOVE NUMERO-SOCIO-PED TO NUMERO-SOCIO-MSOC.
              READ CADMSOCI KEY IS NUMERO-SOCIO-MSOC
                     INVALID KEY
                          MOVE "SOCIO NAO CADASTRADO" TO MOTIVO-RECUSA
              END-READ.
              IF MOTIVO-RECUSA EQUAL SPACES
                     PERFORM VALIDA-PEDIDO.
              IF MOTIVO-RECUSA EQUAL SPACES
                     PERFORM CALCULA-VALOR.
              IF MOTIVO-RECUSA EQUAL SPACES
                     PERFORM REGISTRA-ANTECIPACAO
              ELSE
                     PERFORM IMPRIME-RECUSA.

      * Mes inicial e quantidade de meses padrao do pedido.
       COMPLETA-PEDIDO.
              IF MES-INICIO-PED EQUAL ZEROES
                     IF ANO-PED EQUAL ANO-HOJE
                            MOVE MES-HOJE TO MES-INICIO-PED
                     ELSE
                            MOVE 1 TO MES-INICIO-PED
                     END-IF
              END-IF.
              IF MESES-PED EQUAL ZEROES
                AND MES-INICIO-PED NOT GREATER THAN 12
                     COMPUTE MESES-PED = 13 - MES-INICIO-PED.
              COMPUTE MES-FIM-PED = MES-INICIO-PED + MESES-PED - 1.

       VALIDA-PEDIDO.
              IF STATUS-SOCIO-MSOC NOT EQUAL "A"
                     MOVE "SOCIO NAO ATIVO" TO MOTIVO-RECUSA
              ELSE IF ANO-PED LESS THAN ANO-HOJE
                     MOVE "ANO JA ENCERRADO" TO MOTIVO-RECUSA
              ELSE IF MES-INICIO-PED GREATER THAN 12
                   OR MES-FIM-PED GREATER THAN 12
                     MOVE "MESES ALEM DO ANO" TO MOTIVO-RECUSA
              ELSE IF ANO-PED EQUAL ANO-HOJE
                AND MES-INICIO-PED LESS THAN MES-HOJE
                     MOVE "MES INICIAL JA VENCIDO" TO MOTIVO-RECUSA.
              IF MOTIVO-RECUSA EQUAL SPACES
                     PERFORM VERIFICA-DUPLICIDADE
                     IF ACHOU-PRE EQUAL "SIM"
                            MOVE "ANTECIPACAO JA REGISTRADA"
                              TO MOTIVO-RECUSA
                     END-IF
              END-IF.
              IF MOTIVO-RECUSA EQUAL SPACES
                     PERFORM CONSULTA-MENSALIDADE
                     IF ACHOU-MENSAL EQUAL "NAO"
                       OR VALOR-MENSALIDADE EQUAL ZEROES
                            MOVE "SEM MENSALIDADE TABELADA"
                              TO MOTIVO-RECUSA
                     END-IF
              END-IF.

       VERIFICA-DUPLICIDADE.
              MOVE "NAO" TO ACHOU-PRE.
              PERFORM VARYING IDX-PRE FROM 1 BY 1
                      UNTIL IDX-PRE GREATER THAN TOTAL-PRE
                      IF NUMERO-SOCIO-PRE-TAB(IDX-PRE) EQUAL
                            NUMERO-SOCIO-PED
                        AND ANO-PRE-TAB(IDX-PRE) EQUAL ANO-PED
                             MOVE "SIM" TO ACHOU-PRE
                      END-IF
              END-PERFORM.

       CONSULTA-MENSALIDADE.
              MOVE "NAO"   TO ACHOU-MENSAL.
              MOVE ZEROES  TO VALOR-MENSALIDADE.
              PERFORM VARYING IDX-MENSAL FROM 1 BY 1
                      UNTIL IDX-MENSAL GREATER THAN TOTAL-MENSAL
                      IF NUMERO-SOCIO-MENS-TAB(IDX-MENSAL) EQUAL
                            NUMERO-SOCIO-PED
                             MOVE "SIM" TO ACHOU-MENSAL
                             MOVE VALOR-MENSAL-TAB(IDX-MENSAL)
                               TO VALOR-MENSALIDADE
                      END-IF
              END-PERFORM.

      * Devido = mensalidade tabelada x meses, menos o desconto,
      * arredondado ao centavo. Valor informado tem de bater com o
      * calculado - diferenca e erro de balcao, nao credito.
       CALCULA-VALOR.
              COMPUTE VALOR-CHEIO-PED = VALOR-MENSALIDADE * MESES-PED.
              COMPUTE VALOR-CALCULADO ROUNDED =
                      VALOR-CHEIO-PED * (100 - PERC-DESCONTO) / 100.
              IF VALOR-PAGO-PED EQUAL ZEROES
                     MOVE VALOR-CALCULADO TO VALOR-PAGO-PED
              ELSE IF VALOR-PAGO-PED NOT EQUAL VALOR-CALCULADO
                     MOVE "VALOR DIFERE DO CALCULADO" TO MOTIVO-RECUSA.

       REGISTRA-ANTECIPACAO.
              ADD 1 TO TOTAL-ACEITOS.
              ADD VALOR-PAGO-PED TO VALOR-TOTAL-RECEBIDO.
              COMPUTE VALOR-TOTAL-DESCONTO = VALOR-TOTAL-DESCONTO
                    + VALOR-CHEIO-PED - VALOR-PAGO-PED.
              MOVE NUMERO-SOCIO-PED  TO NUMERO-SOCIO-PRE.
              MOVE ANO-PED           TO ANO-PRE.
              MOVE MES-INICIO-PED    TO MES-INICIO-PRE.
              MOVE MESES-PED         TO MESES-PRE.
              MOVE VALOR-MENSALIDADE TO VALOR-MENSAL-PRE.
              MOVE PERC-DESCONTO     TO PERC-DESCONTO-PRE.
              MOVE VALOR-PAGO-PED    TO VALOR-PAGO-PRE.
              MOVE DATA-HOJE-NUM     TO DATA-PGTO-PRE.
              MOVE "A"               TO SITUACAO-PRE.
              MOVE ZEROES            TO MES-ENCERRA-PRE
                                        VALOR-RESTIT-PRE.
              WRITE REG-PREPAGO.
              IF TOTAL-PRE NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-PRE.
              MOVE NUMERO-SOCIO-PED TO NUMERO-SOCIO-PRE-TAB(TOTAL-PRE).
              MOVE ANO-PED          TO ANO-PRE-TAB(TOTAL-PRE).
              PERFORM GRAVA-HISTORICO.
              PERFORM IMPRIME-ANTECIPACAO.

       GRAVA-HISTORICO.
              MOVE   NUMERO-SOCIO-PED     TO NUMERO-SOCIO-HIST.
              MOVE   NOME-SOCIO-MSOC      TO NOME-SOCIO-HIST.
              MOVE   VALOR-PAGO-PED       TO VALOR-PGTO-HIST.
              MOVE   DATA-HOJE-NUM        TO DATA-PGTO-HIST.
              MOVE   "P"                  TO TIPO-LANC-HIST.
              IF FORMA-PGTO-PED EQUAL SPACES
                     MOVE "1"             TO FORMA-PGTO-HIST
              ELSE
                     MOVE FORMA-PGTO-PED  TO FORMA-PGTO-HIST.
              WRITE  REG-HISTSOC.

       IMPRIME-ANTECIPACAO.
              IF TOTAL-ACEITOS + TOTAL-RECUSADOS EQUAL 1
                     WRITE REG-REL FROM CAB-PREP-01
                           AFTER ADVANCING 1 LINE.
              MOVE   NUMERO-SOCIO-PED  TO NUMERO-SOCIO-DET.
              MOVE   NOME-SOCIO-MSOC   TO NOME-SOCIO-DET.
              MOVE   MES-INICIO-PED    TO MES-INICIO-DET.
              MOVE   MES-FIM-PED       TO MES-FIM-DET.
              MOVE   ANO-PED           TO ANO-DET.
              MOVE   VALOR-CHEIO-PED   TO VALOR-CHEIO-DET.
              MOVE   PERC-DESCONTO     TO PERC-DET.
              MOVE   VALOR-PAGO-PED    TO VALOR-PAGO-DET.
              WRITE  REG-REL FROM DETALHE-PREP
                     AFTER ADVANCING 2 LINES.

       IMPRIME-RECUSA.
              ADD 1 TO TOTAL-RECUSADOS.
              IF TOTAL-ACEITOS + TOTAL-RECUSADOS EQUAL 1
                     WRITE REG-REL FROM CAB-PREP-01
                           AFTER ADVANCING 1 LINE.
              MOVE   NUMERO-SOCIO-PED  TO NUMERO-SOCIO-REC.
              MOVE   ANO-PED           TO ANO-REC.
              MOVE   MOTIVO-RECUSA     TO MOTIVO-REC.
              MOVE   VALOR-CALCULADO   TO VALOR-CALC-REC.
              WRITE  REG-REL FROM DETALHE-PREP-RECUSA
                     AFTER ADVANCING 2 LINES.

       FIM.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE PEDPREP
                    CADMSOCI
                    PREPAGO
                    HISTSOC
                    RELPREP.

       IMPRIME-RODAPE.
              MOVE   TOTAL-ACEITOS        TO VAR-ACEITOS.
              MOVE   VALOR-TOTAL-RECEBIDO TO VAR-VALOR-REC.
              MOVE   VALOR-TOTAL-DESCONTO TO VAR-VALOR-DESC.
              MOVE   TOTAL-RECUSADOS      TO VAR-RECUSADOS.
              WRITE  REG-REL FROM ROD-PREP-01 AFTER ADVANCING 3 LINES.
              WRITE  REG-REL FROM ROD-PREP-02 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-PREP-03 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-PREP-04 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX90"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-ACEITOS    TO TOTAL-GRAVADOS-RUNLOG.
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
