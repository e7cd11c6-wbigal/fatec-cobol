              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HISTSOC-STATUS.

              SELECT OPTIONAL MENSCONF ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MENSCONF-STATUS.

              SELECT OPTIONAL SALDOANT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL MENSAL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADCAT ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-CAT
              FILE STATUS IS CADCAT-STATUS.

              SELECT OPTIONAL CREDAPL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PREPAGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PERDAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARMOVRD ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARM-PRAT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESESP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELCTL ASSIGN TO DISK.

      *==============================================================
                     03 MES-PGTO-HIST  PIC 9(02).
                     03 DIA-PGTO-HIST  PIC 9(02).
      * TIPO-LANC-HIST: "P" pagamento postado, "E" lancamento
      * compensatorio de estorno (EX43), "R" recuperacao da agencia
      * de cobranca (EX89). Registros antigos, gravados
      * sem o campo, leem espaco e valem como pagamento.
              02 TIPO-LANC-HIST    PIC X(01).
      * FORMA-PGTO-HIST: canal do pagamento ("1" dinheiro, "2"
      * adquirente de cartao (EX49). Registros antigos leem espaco.
              02 FORMA-PGTO-HIST   PIC X(01).

      * MENSCONF: mensalidade conferida - uma linha por pagamento
      * conferido em CONFERE-MENSALIDADE, com o valor devido (ja
      * proporcional, descontado o credito aplicado e zerado no mes
      * coberto por antecipacao) e o valor pago. E a cobranca que
      * move SALDODEV (parcial para o devedor, excesso para o
      * credor), acumulada execucao apos execucao para a conferencia
      * do saldo do socio (EX92).
       FD     MENSCONF
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "MENSCONF.DAT".
       01     REG-MENSCONF.
              02 NUMERO-SOCIO-MCF  PIC 9(06).
              02 DATA-MCF          PIC 9(08).
              02 VALOR-DEVIDO-MCF  PIC 9(09)V9(02).
              02 VALOR-PAGO-MCF    PIC 9(09)V9(02).

      * SALDOANT: saldo total atrasado (VALOR-TOTAL) da execucao
      * anterior, carregado como checkpoint (mesmo esquema de
      * CKPT-EX06) e regravado no FIM com o saldo desta
              02 CATEGORIA-MENS        PIC X(02).
              02 VALOR-MENSALIDADE-MENS PIC 9(09)V9(02).

      * CADCAT: cadastro de categorias (EX82). Linha de MENSAL.DAT
      * com categoria fora do cadastro nao e usada na conferencia e
      * sai em RELPARC como categoria invalida.
       FD     CADCAT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADCATI.DAT".
       COPY CATMAST.

      * CREDAPL: credito aplicado no ciclo pela aplicacao de saldo
      * credor (EX44); CONFERE-MENSALIDADE desconta esse valor da
      * mensalidade devida antes de classificar o pagamento como
              02 VALOR-APLICADO-CRAP PIC 9(09)V9(02).
              02 DATA-APLICACAO-CRAP PIC 9(08).

      * PREPAGO: antecipacoes da anuidade (EX90). Mes de competencia
      * coberto conta como pago: nada e devido na conferencia e o
      * socio nao e apontado como sem movimento.
       FD     PREPAGO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PREPAGO.DAT".
       COPY PREPAGO.

      * PERDAS: registro permanente das baixas por perda aprovadas
      * pela diretoria (EX45). Socio constante daqui tem a divida
      * baixada como incobravel e sai do aging do RELSOCIO - a linha
              02 DATA-ADESAO-TRANS PIC 9(08).
              02 CATEGORIA-TRANS   PIC X(02).
              02 TITULAR-TRANS     PIC 9(06).
              02 DATA-NASC-TRANS   PIC 9(08).
              02 MOTIVO-TRANS      PIC X(02).
              02 CPF-TRANS         PIC 9(11).

      * RELSUSP: socios suspensos nesta execucao, para a diretoria.
       FD     RELSUSP
              02 AUTORIZA-OVRD     PIC X(01).
              02 MOTIVO-OVRD       PIC X(40).

      * PARM-PRAT: regra da mensalidade proporcional do mes de
      * adesao/desligamento (mesmo parametro da remessa do EX17), para
      * que o pagamento seja conferido contra o valor cobrado.
       FD     PARM-PRAT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMPRAT.DAT".
       COPY PARMPRAT.

      * RESESP: reservas de espaco (EX95). Taxa faturada pelo EX17
      * ou pelo EX81 e nao paga ate o vencimento envelhece junto com
      * as mensalidades atrasadas, no nome do titular pagador.
       FD     RESESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESESP.DAT".
       COPY RESERVA.

      * RELCTL: ocorrencias do controle de periodo nesta execucao
      * (recusas e liberacoes de supervisor).
       FD     RELCTL
       77 CADMSOC-STATUS           PIC X(02) VALUE "00".
       77 FIM-PARM-PAG             PIC X(03) VALUE "NAO".
       77 HISTSOC-STATUS           PIC X(02) VALUE "00".
       77 MENSCONF-STATUS          PIC X(02) VALUE "00".
       77 CADSOC1S-STATUS          PIC X(02) VALUE "00".
       77 CADSOC2-STATUS           PIC X(02) VALUE "00".
       77 RELSOCIO-STATUS          PIC X(02) VALUE "00".
       01     TABELA-MENSAL.
              02 MENSAL-REG        OCCURS 2000 TIMES.
                 03 NUMERO-SOCIO-MENS-TAB PIC 9(06).
                 03 CATEGORIA-MENS-TAB    PIC X(02).
                 03 VALOR-MENSAL-TAB      PIC 9(09)V9(02).

      * Codigos do cadastro de categorias; TOTAL-CAT zero (cadastro
      * ausente ou vazio) dispensa a conferencia de categoria.
       77 CADCAT-STATUS             PIC X(02) VALUE "00".
       77 FIM-CAT                   PIC X(03) VALUE "NAO".
       77 TOTAL-CAT                 PIC 9(05) VALUE ZEROES.
       77 IDX-CAT                   PIC 9(05) VALUE ZEROES.
       77 CATEGORIA-MENSAL          PIC X(02) VALUE SPACES.
       77 CATEGORIA-CADASTRADA      PIC X(03) VALUE "SIM".
       77 TOTAL-MENS-SEM-CAT        PIC 9(05) VALUE ZEROES.
       01     TABELA-CAT.
              02 CODIGO-CAT-TAB    PIC X(02) OCCURS 200 TIMES.

      * Mensalidade proporcional do mes de adesao/desligamento (mesma
      * conta de CALCULA-PRO-RATA do EX17): as datas do socio sao
      * capturadas por AVANCA-MSOC junto com o status.
       77 FIM-PARM-PRAT            PIC X(03) VALUE "NAO".
       77 REGRA-ARRED-RUN          PIC X(01) VALUE "N".
       77 BASE-DIAS-RUN            PIC 9(02) VALUE ZEROES.
       01 COMPETENCIA-RUN.
              02 ANO-COMP-RUN      PIC 9(04).
              02 MES-COMP-RUN      PIC 9(02).
       01 DATA-ADESAO-PRAT.
              02 ANO-ADES-PRAT     PIC 9(04).
              02 MES-ADES-PRAT     PIC 9(02).
              02 DIA-ADES-PRAT     PIC 9(02).
       01 DATA-DESLIG-PRAT.
              02 ANO-DESL-PRAT     PIC 9(04).
              02 MES-DESL-PRAT     PIC 9(02).
              02 DIA-DESL-PRAT     PIC 9(02).
       77 DIAS-MES-COMP            PIC 9(02) VALUE ZEROES.
       77 QUOCIENTE-BISSEXTO       PIC 9(04) VALUE ZEROES.
       77 RESTO-BISSEXTO-4         PIC 9(04) VALUE ZEROES.
       77 RESTO-BISSEXTO-100       PIC 9(04) VALUE ZEROES.
       77 RESTO-BISSEXTO-400       PIC 9(04) VALUE ZEROES.
       77 DIA-INICIO-COB           PIC 9(02) VALUE ZEROES.
       77 DIA-FIM-COB              PIC 9(02) VALUE ZEROES.
       77 DIAS-COBRADOS            PIC 9(02) VALUE ZEROES.
       77 DIAS-BASE                PIC 9(02) VALUE ZEROES.
       77 PRO-RATA                 PIC X(03) VALUE "NAO".
       77 TIPO-PRO-RATA            PIC X(04) VALUE SPACES.
       77 VALOR-CHEIO              PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-PRO-CALC           PIC 9(09)V9(06) VALUE ZEROES.

      * Socios com baixa por perda (PERDAS.DAT, EX45): o registro
      * atrasado deles nao entra no aging nem nos totais - apenas e
      * contado no rodape em linha separada.
                 03 NUMERO-SOCIO-CRAP-TAB PIC 9(06).
                 03 VALOR-CRAP-TAB        PIC 9(09)V9(02).

      * Antecipacoes da anuidade do ano de competencia (PREPAGO.DAT,
      * EX90): socio e faixa de meses cobertos, a mesma consultada
      * pela remessa do EX17.
       77 FIM-PRE                   PIC X(03) VALUE "NAO".
       77 TOTAL-PRE                 PIC 9(05) VALUE ZEROES.
       77 IDX-PRE                   PIC 9(05) VALUE ZEROES.
       77 COBERTO-PRE               PIC X(03) VALUE "NAO".
       77 SOCIO-ANTECIPACAO         PIC 9(06) VALUE ZEROES.
       01     TABELA-PRE.
              02 PRE-REG           OCCURS 2000 TIMES.
                 03 NUMERO-SOCIO-PRE-TAB PIC 9(06).
                 03 MES-INICIO-PRE-TAB   PIC 9(02).
                 03 MES-FIM-PRE-TAB      PIC 9(02).

      * Saldos devedor/credor por socio, carregados de SALDODEV.DAT,
      * atualizados pelas diferencas apuradas em CONFERE-MENSALIDADE
      * e regravados por completo no FIM.
                 03 VALOR-PARC-PLAN-TAB PIC 9(09)V9(02).
                 03 SITUACAO-PLAN-TAB   PIC X(01).

      * Taxas de reserva de espaco vencidas e nao pagas: percorridas
      * depois do movimento, com os dias de atraso contados pelo
      * calendario civil (mesmo calculo de CALCULA-DIAS-CIVIS do
      * EX81) entre o vencimento e hoje. TAXA-ESPACO-EM-CURSO
      * "SIM" tira a taxa da streak de suspensao, que e so de
      * mensalidade.
       77 FIM-RES                  PIC X(03) VALUE "NAO".
       77 TAXA-ESPACO-EM-CURSO     PIC X(03) VALUE "NAO".
       77 TOTAL-TAXAS-ATRASO       PIC 9(05) VALUE ZEROES.
       77 VALOR-TAXAS-ATRASO       PIC 9(12)V9(02) VALUE ZEROES.
       01 DATA-VENC-TAXA.
              02 ANO-VENC-TAXA     PIC 9(04).
              02 MES-VENC-TAXA     PIC 9(02).
              02 DIA-VENC-TAXA     PIC 9(02).
       77 DATA-HOJE-NUM            PIC 9(08) VALUE ZEROES.
       77 ANO-CALC                 PIC 9(04) VALUE ZEROES.
       77 MES-CALC                 PIC 9(02) VALUE ZEROES.
       77 DIA-CALC                 PIC 9(02) VALUE ZEROES.
       77 ANO-BISSEXTO             PIC 9(04) VALUE ZEROES.
       77 QUOC-4                   PIC 9(04) VALUE ZEROES.
       77 QUOC-100                 PIC 9(04) VALUE ZEROES.
       77 QUOC-400                 PIC 9(04) VALUE ZEROES.
       77 DIAS-CALC                PIC 9(07) VALUE ZEROES.
       77 DIAS-HOJE-CALC           PIC 9(07) VALUE ZEROES.
       77 DIAS-ATRASO-TAXA         PIC 9(07) VALUE ZEROES.
       01 TABELA-DIAS-ACUM-V.
              02 FILLER            PIC X(36) VALUE
                 "000031059090120151181212243273304334".
       01 TABELA-DIAS-ACUM REDEFINES TABELA-DIAS-ACUM-V.
              02 DIAS-ACUM-TAB     PIC 9(03) OCCURS 12 TIMES.

      * Agrupamento familiar: o titular do socio corrente e capturado
      * quando AVANCA-MSOC consome o registro do mestre, e os
      * atrasados sao tambem acumulados por nucleo familiar
       77 OVERRIDE-SUPERVISOR      PIC X(03) VALUE "NAO".
       77 MOTIVO-OVERRIDE          PIC X(40) VALUE SPACES.
       77 PERIODO-HOJE             PIC 9(06) VALUE ZEROES.
       77 PERIODO-ENCERRADO        PIC X(01) VALUE "N".
       77 QTD-ARQUIVO              PIC 9(07) VALUE ZEROES.
       77 SOMA-ARQUIVO             PIC 9(12)V9(02) VALUE ZEROES.
       77 JA-PROCESSADO            PIC X(03) VALUE "NAO".
              02 VAR-VALOR-EXCL    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(32) VALUE SPACES.

      * Taxas de reserva de espaco vencidas, ja somadas no aging e
      * no total em aberto acima.
       01     ROD-17.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Taxas de espaco em atraso:".
              02 VAR-TAXAS-ATRASO  PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-18.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor taxas em atraso    :".
              02 VAR-VALOR-TAXAS   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(32) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

      * FINGCTL.DAT (reprocessamento) e recusa postagem em periodo
      * fechado ou diferente do aberto. A liberacao expressa do
      * supervisor (PARMOVRD.DAT) derruba a recusa, e fica logada.
      * Mes encerrado pelo fechamento (EX130, FECHPER.DAT) recusa
      * mesmo com a liberacao: so a reabertura documentada libera.
       VERIFICA-CONTROLE-PERIODO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE PERIODO-HOJE = ANO-HOJE * 100 + MES-HOJE.
              PERFORM CONFERE-PERIODO-ABERTO.
              IF BLOQUEIO-PERIODO EQUAL "SIM"
                     PERFORM CONFERE-OVERRIDE.
              CALL "PERFECH" USING PERIODO-HOJE PERIODO-ENCERRADO.
              IF PERIODO-ENCERRADO EQUAL "S"
                     MOVE "SIM" TO BLOQUEIO-PERIODO
                     MOVE "MES ENCERRADO - EXIGE REABERTURA (EX130)"
                       TO MOTIVO-BLOQUEIO.
              IF BLOQUEIO-PERIODO EQUAL "NAO"
                     CLOSE RELCTL.

              PERFORM LE-DEPOSITO.
              PERFORM LE-MSOC.
              PERFORM CARREGA-MENSALIDADES.
              PERFORM LER-PARM-PRO-RATA.
              PERFORM CARREGA-CATEGORIAS.
              PERFORM CARREGA-CREDITOS.
              PERFORM CARREGA-ANTECIPACOES.
              PERFORM CARREGA-PERDAS.
              PERFORM CARREGA-SALDOS.
              PERFORM CARREGA-PLANOS.
              PERFORM LER-PARAMETRO-PAGINA.
              PERFORM ABRE-HISTORICO.
              PERFORM ABRE-MENSCONF.
              PERFORM LER-SALDO-ANTERIOR.
              MOVE "ABERTURA" TO OPERACAO-ABEND.
              MOVE "CADSOC1S.DAT" TO ARQUIVO-ABEND.
                     OPEN EXTEND HISTSOC
              END-IF.

       ABRE-MENSCONF.
              OPEN INPUT MENSCONF.
              IF MENSCONF-STATUS EQUAL "35"
                     CLOSE MENSCONF
                     OPEN OUTPUT MENSCONF
              ELSE
                     CLOSE MENSCONF
                     OPEN EXTEND MENSCONF
              END-IF.

      * PARM-PAG: se presente e nao-zero, sobrescreve o tamanho de
      * pagina historico deste programa.
       LER-PARAMETRO-PAGINA.
                                       MOVE NUMERO-SOCIO-MENS TO
                                          NUMERO-SOCIO-MENS-TAB
                                             (TOTAL-MENSAL)
                                       MOVE CATEGORIA-MENS TO
                                          CATEGORIA-MENS-TAB
                                             (TOTAL-MENSAL)
                                       MOVE VALOR-MENSALIDADE-MENS TO
                                          VALOR-MENSAL-TAB
                                             (TOTAL-MENSAL)
              END-PERFORM.
              CLOSE MENSAL.

      * Le os codigos de CADCATI.DAT (cadastro de categorias, EX82)
      * para a tabela em memoria. Opcional: ausente, as categorias
      * de MENSAL.DAT nao sao conferidas.
       CARREGA-CATEGORIAS.
              OPEN INPUT CADCAT.
              PERFORM UNTIL FIM-CAT EQUAL "SIM"
                      READ CADCAT
                             AT END MOVE "SIM" TO FIM-CAT
                             NOT AT END
                                  IF TOTAL-CAT NOT LESS THAN 200
                                       MOVE "CADCATI.DAT " TO
                                          ARQUIVO-TABELA-CHEIA
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-CAT
                                  MOVE CODIGO-CAT TO
                                     CODIGO-CAT-TAB(TOTAL-CAT)
                      END-READ
              END-PERFORM.
              CLOSE CADCAT.

      * Le CREDAPL.DAT (creditos aplicados pelo EX44 neste ciclo)
      * para a tabela em memoria. Opcional: ausente, nenhuma
      * mensalidade e descontada.
              END-PERFORM.
              CLOSE CREDAPL.

      * Le PREPAGO.DAT (antecipacoes do EX90) guardando so as do ano
      * de competencia. Opcional: ausente, nenhum mes esta coberto.
       CARREGA-ANTECIPACOES.
              OPEN INPUT PREPAGO.
              PERFORM UNTIL FIM-PRE EQUAL "SIM"
                      READ PREPAGO
                             AT END MOVE "SIM" TO FIM-PRE
                             NOT AT END
                                  IF ANO-PRE EQUAL ANO-COMP-RUN
                                       IF TOTAL-PRE NOT LESS THAN 2000
                                            MOVE "PREPAGO.DAT " TO
                                               ARQUIVO-TABELA-CHEIA
                                            PERFORM ABORTA-TABELA-CHEIA
                                       END-IF
                                       ADD 1 TO TOTAL-PRE
                                       MOVE NUMERO-SOCIO-PRE TO
                                          NUMERO-SOCIO-PRE-TAB
                                             (TOTAL-PRE)
                                       MOVE MES-INICIO-PRE TO
                                          MES-INICIO-PRE-TAB(TOTAL-PRE)
                                       IF SITUACAO-PRE EQUAL "E"
                                            MOVE MES-ENCERRA-PRE TO
                                               MES-FIM-PRE-TAB
                                                  (TOTAL-PRE)
                                       ELSE
                                            COMPUTE MES-FIM-PRE-TAB
                                               (TOTAL-PRE) =
                                               MES-INICIO-PRE +
                                               MESES-PRE - 1
                                       END-IF
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PREPAGO.

      * Le PERDAS.DAT (baixas por perda do EX45) para a tabela de
      * socios excluidos do aging. Opcional: ausente, ninguem e
      * excluido.
                             MOVE TITULAR-MSOC TO TITULAR-CORRENTE
                             MOVE STATUS-SOCIO-MSOC TO
                                  STATUS-SOCIO-CORRENTE
                             MOVE DATA-ADESAO-MSOC TO
                                  DATA-ADESAO-PRAT
                             MOVE DATA-DESLIG-MSOC TO
                                  DATA-DESLIG-PRAT
                      END-IF
                      PERFORM LE-MSOC
              END-PERFORM.

      * Socio desligado (STATUS "D" no mestre) nao tem por que
      * movimentar e deixa de ser apontado; socio com o mes coberto
      * por antecipacao da anuidade tambem nao.
       REPORTA-NUNCA-PAGO.
              MOVE NUMERO-SOCIO-MSOC TO SOCIO-ANTECIPACAO.
              PERFORM VERIFICA-ANTECIPACAO.
              IF STATUS-SOCIO-MSOC NOT EQUAL "D"
                AND COBERTO-PRE EQUAL "NAO"
                     PERFORM GRAVA-NUNCA-PAGO.

      * Mes de competencia dentro da faixa coberta pela antecipacao
      * do socio SOCIO-ANTECIPACAO.
       VERIFICA-ANTECIPACAO.
              MOVE "NAO" TO COBERTO-PRE.
              PERFORM VARYING IDX-PRE FROM 1 BY 1
                      UNTIL IDX-PRE GREATER THAN TOTAL-PRE
                      IF NUMERO-SOCIO-PRE-TAB(IDX-PRE) EQUAL
                            SOCIO-ANTECIPACAO
                        AND MES-INICIO-PRE-TAB(IDX-PRE) NOT GREATER
                            THAN MES-COMP-RUN
                        AND MES-FIM-PRE-TAB(IDX-PRE) NOT LESS THAN
                            MES-COMP-RUN
                             MOVE "SIM" TO COBERTO-PRE
                      END-IF
              END-PERFORM.

       SELECAO.
              IF CODIGO-PAGAMENTO1 EQUAL 1
                     PERFORM VALIDA-PAGAMENTO
      * Confere o pagamento postado contra a mensalidade tabelada do
      * socio: abaixo do devido, a diferenca vai para o saldo devedor
      * (pagamento parcial); acima, vira credito. Socio fora de
      * MENSAL.DAT nao e conferido. No mes de adesao/desligamento o
      * devido e a mensalidade proporcional (a mesma do EX17), e a
      * linha de RELPARC sai marcada como proporcional. Mes coberto
      * por antecipacao da anuidade (EX90) ja esta pago: nada e
      * devido e o pagamento inteiro vira credito.
       CONFERE-MENSALIDADE.
              MOVE "NAO"   TO ACHOU-MENSAL.
              MOVE ZEROES  TO VALOR-MENSALIDADE.
                             MOVE "SIM" TO ACHOU-MENSAL
                             MOVE VALOR-MENSAL-TAB(IDX-MENSAL)
                               TO VALOR-MENSALIDADE
                             MOVE CATEGORIA-MENS-TAB(IDX-MENSAL)
                               TO CATEGORIA-MENSAL
                      END-IF
              END-PERFORM.
              IF ACHOU-MENSAL EQUAL "SIM"
                     PERFORM CONFERE-CATEGORIA-MENSAL
                     IF CATEGORIA-CADASTRADA EQUAL "NAO"
                            MOVE "NAO" TO ACHOU-MENSAL
                            PERFORM REGISTRA-SEM-CATEGORIA
                     END-IF
              END-IF.
              MOVE "NAO" TO PRO-RATA.
              IF ACHOU-MENSAL EQUAL "SIM"
                AND NUMERO-SOCIO1 EQUAL SOCIO-MASTER-CORRENTE
                     PERFORM CALCULA-PRO-RATA.
              IF ACHOU-MENSAL EQUAL "SIM"
                     MOVE NUMERO-SOCIO1 TO SOCIO-ANTECIPACAO
                     PERFORM VERIFICA-ANTECIPACAO
                     IF COBERTO-PRE EQUAL "SIM"
                            MOVE ZEROES TO VALOR-MENSALIDADE
                     END-IF
              END-IF.
              IF ACHOU-MENSAL EQUAL "SIM"
                     PERFORM DESCONTA-CREDITO-APLICADO
                     PERFORM GRAVA-MENSCONF.
              IF ACHOU-MENSAL EQUAL "SIM"
                     IF VALOR-PAGAMENTO1 LESS THAN VALOR-MENSALIDADE
                            PERFORM REGISTRA-PARCIAL
                     END-IF
              END-IF.

      * Competencia da mensalidade: o mes da execucao, salvo
      * PARMPRAT.DAT informar outro.
       LER-PARM-PRO-RATA.
              MOVE ANO-HOJE TO ANO-COMP-RUN.
              MOVE MES-HOJE TO MES-COMP-RUN.
              OPEN INPUT PARM-PRAT.
              READ PARM-PRAT
                     AT END MOVE "SIM" TO FIM-PARM-PRAT.
              IF FIM-PARM-PRAT EQUAL "NAO"
                     IF REGRA-ARRED-PRAT EQUAL "T" OR "S"
                            MOVE REGRA-ARRED-PRAT TO REGRA-ARRED-RUN
                     END-IF
                     IF BASE-DIAS-PRAT EQUAL 30
                            MOVE BASE-DIAS-PRAT TO BASE-DIAS-RUN
                     END-IF
                     IF MES-COMP-PRAT GREATER THAN ZEROES
                       AND MES-COMP-PRAT NOT GREATER THAN 12
                            MOVE COMPETENCIA-PRAT TO COMPETENCIA-RUN
                     END-IF
              END-IF.
              CLOSE PARM-PRAT.
              PERFORM CALCULA-DIAS-MES-COMP.

      * Dias do mes de competencia (fevereiro pela regra gregoriana:
      * divisivel por 4 e nao por 100, ou divisivel por 400).
       CALCULA-DIAS-MES-COMP.
              EVALUATE MES-COMP-RUN
                  WHEN 4
                  WHEN 6
                  WHEN 9
                  WHEN 11
                     MOVE 30 TO DIAS-MES-COMP
                  WHEN 2
                     DIVIDE ANO-COMP-RUN BY 4 GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-4
                     DIVIDE ANO-COMP-RUN BY 100
                            GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-100
                     DIVIDE ANO-COMP-RUN BY 400
                            GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-400
                     IF RESTO-BISSEXTO-4 EQUAL ZEROES
                       AND (RESTO-BISSEXTO-100 NOT EQUAL ZEROES
                         OR RESTO-BISSEXTO-400 EQUAL ZEROES)
                            MOVE 29 TO DIAS-MES-COMP
                     ELSE
                            MOVE 28 TO DIAS-MES-COMP
                     END-IF
                  WHEN OTHER
                     MOVE 31 TO DIAS-MES-COMP
              END-EVALUATE.

      * Mensalidade proporcional aos dias de vinculo no mes de
      * competencia: da adesao, se ocorrida no mes, ate o fim do mes
      * ou ate o desligamento, se ocorrido no mes (dias inclusive).
      * Mes inteiro mantem o valor tabelado. Base 30 (mes comercial)
      * conta o ultimo dia do mes como dia 30.
       CALCULA-PRO-RATA.
              MOVE "NAO"          TO PRO-RATA.
              MOVE SPACES         TO TIPO-PRO-RATA.
              MOVE 1              TO DIA-INICIO-COB.
              MOVE DIAS-MES-COMP  TO DIA-FIM-COB.
              IF DATA-ADESAO-PRAT(1:6) EQUAL COMPETENCIA-RUN
                     MOVE DIA-ADES-PRAT TO DIA-INICIO-COB
                     MOVE "ADES"        TO TIPO-PRO-RATA
              ELSE IF DATA-ADESAO-PRAT(1:6) GREATER THAN
                      COMPETENCIA-RUN
                     MOVE ZEROES        TO DIA-FIM-COB.
              IF DATA-DESLIG-PRAT GREATER THAN ZEROES
                     IF DATA-DESLIG-PRAT(1:6) EQUAL COMPETENCIA-RUN
                            MOVE DIA-DESL-PRAT TO DIA-FIM-COB
                            IF TIPO-PRO-RATA EQUAL "ADES"
                                   MOVE "A+D " TO TIPO-PRO-RATA
                            ELSE
                                   MOVE "DESL" TO TIPO-PRO-RATA
                            END-IF
                     ELSE IF DATA-DESLIG-PRAT(1:6) LESS THAN
                             COMPETENCIA-RUN
                            MOVE ZEROES TO DIA-FIM-COB
                     END-IF
              END-IF.
              IF DIA-INICIO-COB NOT EQUAL 1
                OR DIA-FIM-COB NOT EQUAL DIAS-MES-COMP
                     PERFORM APLICA-PRO-RATA.

       APLICA-PRO-RATA.
              MOVE "SIM"             TO PRO-RATA.
              MOVE VALOR-MENSALIDADE TO VALOR-CHEIO.
              IF BASE-DIAS-RUN EQUAL 30
                     MOVE 30 TO DIAS-BASE
                     IF DIA-FIM-COB EQUAL DIAS-MES-COMP
                       OR DIA-FIM-COB GREATER THAN 30
                            MOVE 30 TO DIA-FIM-COB
                     END-IF
                     IF DIA-INICIO-COB GREATER THAN 30
                            MOVE 30 TO DIA-INICIO-COB
                     END-IF
              ELSE
                     MOVE DIAS-MES-COMP TO DIAS-BASE.
              IF DIA-FIM-COB LESS THAN DIA-INICIO-COB
                     MOVE ZEROES TO DIAS-COBRADOS
              ELSE
                     COMPUTE DIAS-COBRADOS =
                             DIA-FIM-COB - DIA-INICIO-COB + 1.
              EVALUATE REGRA-ARRED-RUN
                  WHEN "T"
                     COMPUTE VALOR-MENSALIDADE =
                             VALOR-CHEIO * DIAS-COBRADOS / DIAS-BASE
                  WHEN "S"
                     COMPUTE VALOR-PRO-CALC =
                             VALOR-CHEIO * DIAS-COBRADOS / DIAS-BASE
                     MOVE VALOR-PRO-CALC TO VALOR-MENSALIDADE
                     IF VALOR-PRO-CALC GREATER THAN VALOR-MENSALIDADE
                            ADD 0,01 TO VALOR-MENSALIDADE
                     END-IF
                  WHEN OTHER
                     COMPUTE VALOR-MENSALIDADE ROUNDED =
                             VALOR-CHEIO * DIAS-COBRADOS / DIAS-BASE
              END-EVALUATE.

      * Valor tabelado sob categoria que nao existe no cadastro nao
      * serve de base para parcial/credito.
       CONFERE-CATEGORIA-MENSAL.
              MOVE "SIM" TO CATEGORIA-CADASTRADA.
              IF TOTAL-CAT GREATER THAN ZEROES
                     MOVE "NAO" TO CATEGORIA-CADASTRADA
                     PERFORM VARYING IDX-CAT FROM 1 BY 1
                             UNTIL IDX-CAT GREATER THAN TOTAL-CAT
                             IF CODIGO-CAT-TAB(IDX-CAT) EQUAL
                                   CATEGORIA-MENSAL
                                    MOVE "SIM" TO CATEGORIA-CADASTRADA
                             END-IF
                     END-PERFORM
              END-IF.

       REGISTRA-SEM-CATEGORIA.
              ADD 1 TO TOTAL-MENS-SEM-CAT.
              MOVE ZEROES TO DIFERENCA-MENSAL.
              MOVE "CAT.INV." TO TIPO-DIF-PARC.
              PERFORM IMPRIME-PARCIAL.

      * Desconta da mensalidade devida o credito que o EX44 ja
      * aplicou para este socio no ciclo - um pagamento menor que a
      * tabela, mas igual ao liquido apos o credito, nao e parcial.
                     END-IF
              END-IF.

       GRAVA-MENSCONF.
              MOVE   NUMERO-SOCIO1        TO NUMERO-SOCIO-MCF.
              MOVE   DATA-HOJE            TO DATA-MCF.
              MOVE   VALOR-MENSALIDADE    TO VALOR-DEVIDO-MCF.
              MOVE   VALOR-PAGAMENTO1     TO VALOR-PAGO-MCF.
              WRITE  REG-MENSCONF.

       REGISTRA-PARCIAL.
              ADD 1 TO TOTAL-PARCIAIS.
              COMPUTE DIFERENCA-MENSAL =
              IF IDX-DEV GREATER THAN ZEROES
                     ADD DIFERENCA-MENSAL TO
                         SALDO-DEVEDOR-TAB(IDX-DEV).
              IF PRO-RATA EQUAL "SIM"
                     MOVE "PARC.PRO" TO TIPO-DIF-PARC
              ELSE
                     MOVE "PARCIAL " TO TIPO-DIF-PARC.
              PERFORM IMPRIME-PARCIAL.

       REGISTRA-CREDITO.
              IF IDX-DEV GREATER THAN ZEROES
                     ADD DIFERENCA-MENSAL TO
                         SALDO-CREDOR-TAB(IDX-DEV).
              IF PRO-RATA EQUAL "SIM"
                     MOVE "CRED.PRO" TO TIPO-DIF-PARC
              ELSE
                     MOVE "CREDITO " TO TIPO-DIF-PARC.
              PERFORM IMPRIME-PARCIAL.

      * Localiza (ou abre) a posicao do socio na tabela de saldos,
                     MOVE ZEROES          TO IDX-DEV.

       IMPRIME-PARCIAL.
              IF TOTAL-PARCIAIS + TOTAL-CREDITOS
                   + TOTAL-MENS-SEM-CAT EQUAL 1
                     WRITE REG-REL-PARC FROM CAB-PARC-01
                           AFTER ADVANCING 1 LINE.
              MOVE   NUMERO-SOCIO1        TO NUMERO-SOCIO-PARC.
      * mesmo arquivo nao conta; entradas repetidas do mesmo socio
      * tambem nao.
       ATUALIZA-STREAK.
              IF TAXA-ESPACO-EM-CURSO EQUAL "SIM"
                     GO TO ATUALIZA-STREAK-EXIT.
              IF NUMERO-SOCIO1 EQUAL ULTIMO-SOCIO-PAGO
                     GO TO ATUALIZA-STREAK-EXIT.
              IF TOTAL-STRK-NOVA GREATER THAN ZEROES
              WRITE  REG-REL FROM ROD-15 AFTER ADVANCING 2 LINES.
              MOVE   VALOR-EXCL-PERDA     TO VAR-VALOR-EXCL.
              WRITE  REG-REL FROM ROD-16 AFTER ADVANCING 1 LINE.
              MOVE   TOTAL-TAXAS-ATRASO   TO VAR-TAXAS-ATRASO.
              WRITE  REG-REL FROM ROD-17 AFTER ADVANCING 2 LINES.
              MOVE   VALOR-TAXAS-ATRASO   TO VAR-VALOR-TAXAS.
              WRITE  REG-REL FROM ROD-18 AFTER ADVANCING 1 LINE.

      * Percentual do total atrasado (com multa) sobre o total
      * faturado no periodo, e variacao do saldo atrasado contra a
                     MOVE "SEM ALTERACAO" TO VAR-TENDENCIA.

       FIM.
              PERFORM ENVELHECE-TAXAS-ESPACO.
              IF TOTAL-PROCESSADOS GREATER THAN ZEROES
                     PERFORM RODAPE
                     PERFORM IMPRIME-RESUMO-FAMILIA.
                    RELNEG
                    RECIBOS
                    RELSUSP
                    HISTSOC
                    MENSCONF.
              MOVE "ENCERRA " TO OPERACAO-ABEND.
              MOVE "CADSOC2.DAT " TO ARQUIVO-ABEND.
              MOVE CADSOC2-STATUS TO STATUS-ABEND.
              PERFORM CONFERE-STATUS-ES.

      * Taxa de reserva faturada ("F") com vencimento ja passado
      * entra no aging como um atraso do titular pagador: mesma
      * faixa, multa, total em aberto e resumo familiar do atraso
      * de mensalidade (socio baixado por perda fica de fora, como
      * la). O movimento ja terminou; a area de CADSOC1S e usada
      * como registro de trabalho. Debito automatico conta como
      * transferencia; boleto cai em "outros".
       ENVELHECE-TAXAS-ESPACO.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              MOVE ANO-HOJE TO ANO-CALC.
              MOVE MES-HOJE TO MES-CALC.
              MOVE DIA-HOJE TO DIA-CALC.
              PERFORM CALCULA-DIAS-CIVIS.
              MOVE DIAS-CALC TO DIAS-HOJE-CALC.
              MOVE "SIM" TO TAXA-ESPACO-EM-CURSO.
              OPEN INPUT RESESP.
              PERFORM UNTIL FIM-RES EQUAL "SIM"
                      READ RESESP
                             AT END MOVE "SIM" TO FIM-RES
                             NOT AT END
                                  IF SITUACAO-RES EQUAL "F"
                                    AND DATA-VENC-RES GREATER THAN
                                        ZEROES
                                    AND DATA-VENC-RES LESS THAN
                                        DATA-HOJE-NUM
                                       PERFORM REGISTRA-TAXA-ATRASO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE RESESP.
              MOVE "NAO" TO TAXA-ESPACO-EM-CURSO.

       REGISTRA-TAXA-ATRASO.
              MOVE DATA-VENC-RES TO DATA-VENC-TAXA.
              MOVE ANO-VENC-TAXA TO ANO-CALC.
              MOVE MES-VENC-TAXA TO MES-CALC.
              MOVE DIA-VENC-TAXA TO DIA-CALC.
              PERFORM CALCULA-DIAS-CIVIS.
              COMPUTE DIAS-ATRASO-TAXA = DIAS-HOJE-CALC - DIAS-CALC.
              IF DIAS-ATRASO-TAXA GREATER THAN 999
                     MOVE 999 TO DIAS-ATRASO-TAXA.
              MOVE 2                TO CODIGO-PAGAMENTO1.
              IF TITULAR-RES GREATER THAN ZEROES
                     MOVE TITULAR-RES      TO NUMERO-SOCIO1
              ELSE
                     MOVE NUMERO-SOCIO-RES TO NUMERO-SOCIO1.
              MOVE NOME-SOCIO-RES   TO NOME-SOCIO1.
              MOVE VALOR-RES        TO VALOR-PAGAMENTO1.
              MOVE DIAS-ATRASO-TAXA TO DIAS-ATRASO1.
              IF MEIO-COBRANCA-RES EQUAL "D"
                     MOVE 3 TO FORMA-PAGAMENTO1
              ELSE
                     MOVE 0 TO FORMA-PAGAMENTO1.
              MOVE NUMERO-SOCIO1    TO SOCIO-MASTER-CORRENTE.
              MOVE ZEROES           TO TITULAR-CORRENTE.
              PERFORM VERIFICA-BAIXA-PERDA.
              IF SOCIO-BAIXADO EQUAL "SIM"
                     ADD 1 TO TOTAL-EXCL-PERDA
                     ADD 1 TO TOTAL-PROCESSADOS
                     ADD VALOR-PAGAMENTO1 TO VALOR-EXCL-PERDA
              ELSE
                     ADD 1 TO TOTAL-TAXAS-ATRASO
                     ADD VALOR-PAGAMENTO1 TO VALOR-TAXAS-ATRASO
                     PERFORM REGISTRA-ATRASO.

      * Dias corridos desde o inicio da era para a data de calculo:
      * 365 por ano, mais os dias de anos bissextos ja completados,
      * mais os dias acumulados ate o mes. Janeiro e fevereiro ainda
      * nao contam o 29/02 do proprio ano.
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

      * Quem atingiu o limite de execucoes consecutivas na faixa 61+
      * e suspenso: transacao "S" gravada em TRANSOC.DAT (aplicada
      * pelo proximo run do EX20) e linha no relatorio da diretoria.
              MOVE ZEROES TO DATA-ADESAO-TRANS.
              MOVE SPACES TO CATEGORIA-TRANS.
              MOVE ZEROES TO TITULAR-TRANS.
              MOVE ZEROES TO DATA-NASC-TRANS.
              MOVE "IN"   TO MOTIVO-TRANS.
              MOVE ZEROES TO CPF-TRANS.
              WRITE REG-TRANS.
              MOVE NUMERO-STRK-NOVA-TAB(IDX-STRK)
                TO NUMERO-SOCIO-SUSP.
              MOVE ZEROES TO DATA-ADESAO-TRANS.
              MOVE SPACES TO CATEGORIA-TRANS.
              MOVE ZEROES TO TITULAR-TRANS.
              MOVE ZEROES TO DATA-NASC-TRANS.
              MOVE "PG"   TO MOTIVO-TRANS.
              MOVE ZEROES TO CPF-TRANS.
              WRITE REG-TRANS.
              MOVE NUMERO-REINT-TAB(IDX-REINT) TO NUMERO-SOCIO-RNT.
              MOVE NOME-REINT-TAB(IDX-REINT)   TO NOME-SOCIO-RNT.
