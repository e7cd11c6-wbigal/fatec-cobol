      *              RESTITUICAO EM ORDREST.DAT. TUDO SAI NO
      *              RELATORIO RELCRED (CREDITOS APLICADOS E
      *              RESTITUICOES EMITIDAS).
      *              ANTECIPACAO DA ANUIDADE (PREPAGO.DAT, EX90) DE
      *              SOCIO DESLIGADO E ENCERRADA: OS MESES NAO
      *              USUFRUIDOS APOS O MES DO DESLIGAMENTO SAO
      *              RESTITUIDOS PELO VALOR EFETIVAMENTE PAGO (COM O
      *              DESCONTO), EM ORDEM DE RESTITUICAO COM MOTIVO
      *              "P". SOCIO COM O MES CORRENTE COBERTO POR
      *              ANTECIPACAO NAO TEM CREDITO APLICADO - NADA E
      *              DEVIDO NO MES. COMO APLICACOES E RESTITUICOES SAO
      *              DATADAS DE HOJE, COM O MES CORRENTE FECHADO PELO
      *              EX130 (SUBROTINA PERFECH) O CREDITO DE CADA SOCIO
      *              E RECUSADO COM "PERIODO FECHADO" NO RELCRED E
      *              NENHUM ARQUIVO E REGRAVADO (CREDAPL.DAT E
      *              ORDREST.DAT DO MES FECHADO FICAM COMO ESTAO) ATE
      *              A REABERTURA DOCUMENTADA.

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL PARM-REST ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PREPAGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELCRED ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK

      * ORDREST: ordens de restituicao para a tesouraria pagar - o
      * credito restituido e zerado em SALDODEV na mesma execucao.
      * MOTIVO-REST: "D" socio desligado, "T" credito acima do
      * teto, "P" meses nao usufruidos de antecipacao da anuidade.
       FD     ORDREST
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "ORDREST.DAT".
       01     REG-PARM-REST.
              02 TETO-CREDITO-PARM PIC 9(09)V9(02).

      * PREPAGO: antecipacoes da anuidade (EX90); regravado no FIM
      * quando alguma e encerrada por desligamento.
       FD     PREPAGO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PREPAGO.DAT".
       COPY PREPAGO.

       FD     RELCRED
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       77 DATA-HOJE-NUM            PIC 9(08) VALUE ZEROES.
       77 PERIODO-HOJE             PIC 9(06) VALUE ZEROES.
       77 PERIODO-ENCERRADO        PIC X(01) VALUE "N".
       77 TOTAL-RECUSADOS          PIC 9(05) VALUE ZEROES.
       77 TEM-ANTEC-ATIVA          PIC X(03) VALUE "NAO".

       77 TETO-CREDITO             PIC 9(09)V9(02) VALUE 500,00.

       77 VALOR-APLICAR            PIC 9(09)V9(02) VALUE ZEROES.
       77 CREDITO-RESIDUAL         PIC 9(09)V9(02) VALUE ZEROES.

      * Antecipacoes da anuidade em memoria, regravadas no FIM se
      * alguma for encerrada.
       77 FIM-PRE                  PIC X(03) VALUE "NAO".
       77 TOTAL-PRE                PIC 9(05) VALUE ZEROES.
       77 IDX-PRE                  PIC 9(05) VALUE ZEROES.
       77 ALTEROU-PRE              PIC X(03) VALUE "NAO".
       77 COBERTO-PRE              PIC X(03) VALUE "NAO".
       77 MES-FIM-PRE              PIC 9(02) VALUE ZEROES.
       77 MES-ULTIMO-USADO         PIC 9(02) VALUE ZEROES.
       77 MESES-NAO-USADOS         PIC 9(02) VALUE ZEROES.
       77 VALOR-RESTIT-ANTEC       PIC 9(09)V9(02) VALUE ZEROES.
       77 TOTAL-REST-ANTEC         PIC 9(05) VALUE ZEROES.
       77 VALOR-TOTAL-REST-ANTEC   PIC 9(12)V9(02) VALUE ZEROES.
       01 DATA-DESLIG-W.
              02 ANO-DESLIG-W      PIC 9(04).
              02 MES-DESLIG-W      PIC 9(02).
              02 DIA-DESLIG-W      PIC 9(02).
       01     TABELA-PRE.
              02 PRE-REG           OCCURS 2000 TIMES.
                 03 NUMERO-SOCIO-PRE-TAB PIC 9(06).
                 03 ANO-PRE-TAB          PIC 9(04).
                 03 MES-INICIO-PRE-TAB   PIC 9(02).
                 03 MESES-PRE-TAB        PIC 9(02).
                 03 VALOR-MENSAL-PRE-TAB PIC 9(09)V9(02).
                 03 PERC-DESCONTO-PRE-TAB PIC 9(02)V9(02).
                 03 VALOR-PAGO-PRE-TAB   PIC 9(09)V9(02).
                 03 DATA-PGTO-PRE-TAB    PIC 9(08).
                 03 SITUACAO-PRE-TAB     PIC X(01).
                 03 MES-ENCERRA-PRE-TAB  PIC 9(02).
                 03 VALOR-RESTIT-PRE-TAB PIC 9(09)V9(02).

       01     CAB-CRED-01.
              02 FILLER     PIC X(14) VALUE SPACES.
              02 FILLER PIC X(52) VALUE
              02 TIPO-CRED-DET     PIC X(12).
              02 FILLER            PIC X(12) VALUE SPACES.

       01     DETALHE-RECUSA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NUMERO-SOCIO-REC  PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NOME-SOCIO-REC    PIC X(30).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 MOTIVO-REC        PIC X(26) VALUE
                 "PERIODO FECHADO (EX130)".
              02 FILLER            PIC X(11) VALUE SPACES.

       01     ROD-CRED-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Creditos aplicados       :".
              02 VAR-VALOR-REST    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-CRED-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Antecipacoes restituidas :".
              02 VAR-REST-ANTEC    PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CRED-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Restituido de antecipacao:".
              02 VAR-VALOR-ANTEC   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-CRED-07.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Recusados (periodo fech.):".
              02 VAR-RECUSADOS     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              COMPUTE PERIODO-HOJE = ANO-HOJE * 100 + MES-HOJE.
              CALL "PERFECH" USING PERIODO-HOJE PERIODO-ENCERRADO.
              PERFORM LER-PARAMETRO.
              PERFORM CARREGA-MENSALIDADES.
              PERFORM CARREGA-SALDOS.
              PERFORM CARREGA-ANTECIPACOES.
              OPEN   INPUT  CADMSOC
                     OUTPUT RELCRED.
              IF PERIODO-ENCERRADO NOT EQUAL "S"
                     OPEN OUTPUT CREDAPL
                          OUTPUT ORDREST.
              PERFORM LEITURA.

       LER-PARAMETRO.
              END-PERFORM.
              CLOSE SALDODEV.

       CARREGA-ANTECIPACOES.
              OPEN INPUT PREPAGO.
              PERFORM UNTIL FIM-PRE EQUAL "SIM"
                      READ PREPAGO
                             AT END MOVE "SIM" TO FIM-PRE
                             NOT AT END
                                  IF TOTAL-PRE NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-PRE
                                  MOVE REG-PREPAGO TO PRE-REG(TOTAL-PRE)
                      END-READ
              END-PERFORM.
              CLOSE PREPAGO.

       LEITURA.
              READ CADMSOC
                     AT END MOVE "SIM" TO FIM-ARQ
              END-READ.

       PRINCIPAL.
              IF PERIODO-ENCERRADO EQUAL "S"
                     PERFORM RECUSA-SOCIO
              ELSE
                     PERFORM TRATA-ANTECIPACOES
                     PERFORM LOCALIZA-CREDITO
                     IF IDX-SALDO GREATER THAN ZEROES
                            PERFORM TRATA-CREDITO
                     END-IF
              END-IF.
              PERFORM LEITURA.

      * Mes corrente fechado pelo EX130: socio que teria credito
      * aplicado/restituido ou antecipacao encerrada sai recusado no
      * relatorio, sem mexer em saldo nem em antecipacao.
       RECUSA-SOCIO.
              PERFORM LOCALIZA-CREDITO.
              MOVE "NAO" TO TEM-ANTEC-ATIVA.
              IF STATUS-SOCIO-MSOC EQUAL "D"
                     PERFORM VARYING IDX-PRE FROM 1 BY 1
                             UNTIL IDX-PRE GREATER THAN TOTAL-PRE
                             IF NUMERO-SOCIO-PRE-TAB(IDX-PRE) EQUAL
                                   NUMERO-SOCIO-MSOC
                               AND SITUACAO-PRE-TAB(IDX-PRE) EQUAL "A"
                                    MOVE "SIM" TO TEM-ANTEC-ATIVA
                             END-IF
                     END-PERFORM
              END-IF.
              IF IDX-SALDO GREATER THAN ZEROES
                OR TEM-ANTEC-ATIVA EQUAL "SIM"
                     PERFORM IMPRIME-RECUSA.

       IMPRIME-RECUSA.
              ADD 1 TO TOTAL-RECUSADOS.
              IF TOTAL-RECUSADOS EQUAL 1
                     WRITE REG-REL FROM CAB-CRED-01
                           AFTER ADVANCING 1 LINE.
              MOVE   NUMERO-SOCIO-MSOC TO NUMERO-SOCIO-REC.
              MOVE   NOME-SOCIO-MSOC   TO NOME-SOCIO-REC.
              WRITE  REG-REL FROM DETALHE-RECUSA
                     AFTER ADVANCING 2 LINES.

       LOCALIZA-CREDITO.
              MOVE ZEROES TO IDX-SALDO.
                      END-IF
              END-PERFORM.

      * Antecipacoes vigentes do socio: desligado encerra cada uma e
      * restitui os meses nao usufruidos; os demais so verificam se
      * o mes corrente esta coberto.
       TRATA-ANTECIPACOES.
              MOVE "NAO" TO COBERTO-PRE.
              PERFORM VARYING IDX-PRE FROM 1 BY 1
                      UNTIL IDX-PRE GREATER THAN TOTAL-PRE
                      IF NUMERO-SOCIO-PRE-TAB(IDX-PRE) EQUAL
                            NUMERO-SOCIO-MSOC
                        AND SITUACAO-PRE-TAB(IDX-PRE) EQUAL "A"
                             PERFORM TRATA-ANTECIPACAO
                      END-IF
              END-PERFORM.

       TRATA-ANTECIPACAO.
              COMPUTE MES-FIM-PRE = MES-INICIO-PRE-TAB(IDX-PRE)
                                  + MESES-PRE-TAB(IDX-PRE) - 1.
              IF STATUS-SOCIO-MSOC EQUAL "D"
                     PERFORM ENCERRA-ANTECIPACAO
              ELSE IF ANO-PRE-TAB(IDX-PRE) EQUAL ANO-HOJE
                AND MES-INICIO-PRE-TAB(IDX-PRE) NOT GREATER
                    THAN MES-HOJE
                AND MES-FIM-PRE NOT LESS THAN MES-HOJE
                     MOVE "SIM" TO COBERTO-PRE.

      * O mes do desligamento conta como usufruido (o EX17 ainda
      * cobra os dias de vinculo dele). Desligamento em ano anterior
      * ao da antecipacao nao usufrui nada; em ano posterior,
      * usufruiu tudo e nao ha o que restituir. A restituicao e
      * proporcional ao valor pago, nao a mensalidade cheia.
       ENCERRA-ANTECIPACAO.
              MOVE DATA-DESLIG-MSOC TO DATA-DESLIG-W.
              IF DATA-DESLIG-MSOC EQUAL ZEROES
                     MOVE ANO-HOJE TO ANO-DESLIG-W
                     MOVE MES-HOJE TO MES-DESLIG-W.
              IF ANO-DESLIG-W LESS THAN ANO-PRE-TAB(IDX-PRE)
                     COMPUTE MES-ULTIMO-USADO =
                             MES-INICIO-PRE-TAB(IDX-PRE) - 1
              ELSE IF ANO-DESLIG-W GREATER THAN ANO-PRE-TAB(IDX-PRE)
                     MOVE MES-FIM-PRE TO MES-ULTIMO-USADO
              ELSE IF MES-DESLIG-W LESS THAN
                      MES-INICIO-PRE-TAB(IDX-PRE)
                     COMPUTE MES-ULTIMO-USADO =
                             MES-INICIO-PRE-TAB(IDX-PRE) - 1
              ELSE IF MES-DESLIG-W GREATER THAN MES-FIM-PRE
                     MOVE MES-FIM-PRE TO MES-ULTIMO-USADO
              ELSE
                     MOVE MES-DESLIG-W TO MES-ULTIMO-USADO.
              COMPUTE MESES-NAO-USADOS = MES-FIM-PRE - MES-ULTIMO-USADO.
              COMPUTE VALOR-RESTIT-ANTEC ROUNDED =
                      VALOR-PAGO-PRE-TAB(IDX-PRE) * MESES-NAO-USADOS
                      / MESES-PRE-TAB(IDX-PRE).
              MOVE "E"              TO SITUACAO-PRE-TAB(IDX-PRE).
              MOVE MES-ULTIMO-USADO TO MES-ENCERRA-PRE-TAB(IDX-PRE).
              MOVE VALOR-RESTIT-ANTEC TO VALOR-RESTIT-PRE-TAB(IDX-PRE).
              MOVE "SIM"            TO ALTEROU-PRE.
              IF VALOR-RESTIT-ANTEC GREATER THAN ZEROES
                     PERFORM EMITE-RESTITUICAO-ANTEC.

       EMITE-RESTITUICAO-ANTEC.
              ADD 1 TO TOTAL-REST-ANTEC.
              ADD VALOR-RESTIT-ANTEC TO VALOR-TOTAL-REST-ANTEC.
              MOVE NUMERO-SOCIO-MSOC  TO NUMERO-SOCIO-REST.
              MOVE NOME-SOCIO-MSOC    TO NOME-SOCIO-REST.
              MOVE VALOR-RESTIT-ANTEC TO VALOR-REST.
              MOVE DATA-HOJE-NUM      TO DATA-REST.
              MOVE "P"                TO MOTIVO-REST.
              WRITE REG-ORDREST.
              MOVE "RESTIT.ANTEC" TO TIPO-CRED-DET.
              MOVE VALOR-RESTIT-ANTEC TO VALOR-DET.
              PERFORM IMPRIME-DETALHE.

      * Socio desligado: todo o credito vira restituicao. Socio ativo
      * ou suspenso: aplica ate a mensalidade devida; sobra acima do
      * teto tambem e restituida. Mes coberto por antecipacao nao
      * tem mensalidade devida a abater.
       TRATA-CREDITO.
              IF STATUS-SOCIO-MSOC EQUAL "D"
                     MOVE SALDO-CREDOR-TAB(IDX-SALDO)
              PERFORM CONSULTA-MENSALIDADE.
              IF ACHOU-MENSAL EQUAL "SIM"
                AND VALOR-MENSALIDADE GREATER THAN ZEROES
                AND COBERTO-PRE EQUAL "NAO"
                     IF SALDO-CREDOR-TAB(IDX-SALDO) LESS THAN
                           VALOR-MENSALIDADE
                            MOVE SALDO-CREDOR-TAB(IDX-SALDO)
              PERFORM IMPRIME-DETALHE.

       IMPRIME-DETALHE.
              IF TOTAL-APLICADOS + TOTAL-RESTITUICOES
                 + TOTAL-REST-ANTEC EQUAL 1
                     WRITE REG-REL FROM CAB-CRED-01
                           AFTER ADVANCING 1 LINE.
              MOVE   NUMERO-SOCIO-MSOC TO NUMERO-SOCIO-DET.
                     AFTER ADVANCING 2 LINES.

       FIM.
              IF PERIODO-ENCERRADO NOT EQUAL "S"
                     PERFORM REGRAVA-SALDOS
                     CLOSE CREDAPL
                           ORDREST.
              IF ALTEROU-PRE EQUAL "SIM"
                     PERFORM REGRAVA-ANTECIPACOES.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADMSOC
                    RELCRED.

       REGRAVA-SALDOS.
              END-PERFORM.
              CLOSE SALDODEV.

       REGRAVA-ANTECIPACOES.
              OPEN OUTPUT PREPAGO.
              PERFORM VARYING IDX-PRE FROM 1 BY 1
                      UNTIL IDX-PRE GREATER THAN TOTAL-PRE
                      MOVE PRE-REG(IDX-PRE) TO REG-PREPAGO
                      WRITE REG-PREPAGO
              END-PERFORM.
              CLOSE PREPAGO.

       IMPRIME-RODAPE.
              MOVE   TOTAL-APLICADOS        TO VAR-APLICADOS.
              MOVE   VALOR-TOTAL-APLICADO   TO VAR-VALOR-APL.
              WRITE  REG-REL FROM ROD-CRED-02 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-CRED-03 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-CRED-04 AFTER ADVANCING 1 LINE.
              MOVE   TOTAL-REST-ANTEC       TO VAR-REST-ANTEC.
              MOVE   VALOR-TOTAL-REST-ANTEC TO VAR-VALOR-ANTEC.
              WRITE  REG-REL FROM ROD-CRED-05 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-CRED-06 AFTER ADVANCING 1 LINE.
              MOVE   TOTAL-RECUSADOS        TO VAR-RECUSADOS.
              WRITE  REG-REL FROM ROD-CRED-07 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
