      *              PARAMETRO VALE O LAYOUT EMBUTIDO DO CONVENIO
      *              ORIGINAL (BANCO 001) E A REMESSA SAI EM
      *              REMDEB.DAT, COMO SEMPRE SAIU.
      *              NO MES DE ADESAO OU DE DESLIGAMENTO A
      *              MENSALIDADE E PROPORCIONAL AOS DIAS DE VINCULO
      *              NO MES DE COMPETENCIA, ARREDONDADA PELA REGRA DE
      *              PARMPRAT.DAT, E CADA UMA SAI DISCRIMINADA EM
      *              RELREM (VALOR CHEIO, DIAS E VALOR COBRADO).
      *              SOCIO COM O MES DE COMPETENCIA COBERTO POR
      *              ANTECIPACAO DA ANUIDADE (PREPAGO.DAT, EX90) JA
      *              PAGOU E NAO ENTRA NA REMESSA; E SO CONTADO NO
      *              RODAPE.
      *              TAXA DE RESERVA DE ESPACO A FATURAR (RESESP.DAT,
      *              EX95) CUJO TITULAR TEM MANDATO ATIVO SAI NA
      *              REMESSA COMO ORDEM PROPRIA, SEPARADA DA
      *              MENSALIDADE, E A RESERVA FICA FATURADA POR DEBITO;
      *              TITULAR SEM MANDATO FICA PARA O BOLETO DO EX81.

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL BANCOLAY ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARM-PRAT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PREPAGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESESP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT REMDEB
              ASSIGN TO DYNAMIC NOME-REMDEB
              ORGANIZATION IS LINE SEQUENTIAL.
      * CADMSOC: mestre de socios indexado (CADMSOCI.DAT, carregado
      * pela conversao EX19 e mantido pelo EX20), o mesmo lido por
      * CARREGA-SOCIOS no EX01. So socio ativo (STATUS "A") entra na
      * remessa - e o desligado no proprio mes de competencia, pelos
      * dias de vinculo; suspensos e demais desligados sao apenas
      * contados.
       FD     CADMSOC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
              02 OCOR-RECUP-LAY    PIC X(02).
              02 OCOR-ENCER-LAY    PIC X(02).
              02 OCOR-NAUT-LAY     PIC X(02).
              02 POS-NOSSO-LAY     PIC 9(03).
              02 POS-NOSSO-REM-LAY PIC 9(03).

      * PARM-PRAT: regra de arredondamento, base de dias e mes de
      * competencia da mensalidade proporcional (mesmo parametro da
      * conferencia de mensalidades do EX01). Ausente, arredonda ao
      * centavo sobre os dias do mes civil da execucao.
       FD     PARM-PRAT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMPRAT.DAT".
       COPY PARMPRAT.

      * PREPAGO: antecipacoes da anuidade (EX90); os meses cobertos
      * ja foram pagos e nao sao debitados.
       FD     PREPAGO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PREPAGO.DAT".
       COPY PREPAGO.

      * RESESP: reservas de espaco (EX95) - a taxa da reserva ainda
      * a faturar vira ordem de debito propria do titular, e a
      * reserva e regravada como faturada por debito.
       FD     RESESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESESP.DAT".
       COPY RESERVA.

      * REMDEB: remessa de debito automatico enviada ao banco - uma
      * ordem por socio (numero, nome, valor e data do debito),
       77 FIM-MENSAL               PIC X(03) VALUE "NAO".
       77 FIM-PARM-BANC            PIC X(03) VALUE "NAO".
       77 FIM-LAY                  PIC X(03) VALUE "NAO".
       77 FIM-PARM-PRAT            PIC X(03) VALUE "NAO".

      * Banco e layout vigentes da execucao: carregados de
      * PARMBANC.DAT/BANCOLAY.DAT; banco zero (sem parametro) usa os
       77 TOTAL-MAND               PIC 9(05) VALUE ZEROES.
       77 IDX-MAND                 PIC 9(05) VALUE ZEROES.
       77 TEM-MANDATO-ATIVO        PIC X(03) VALUE "NAO".
       77 TITULAR-MANDATO          PIC 9(06) VALUE ZEROES.
       77 TOTAL-SEM-MANDATO        PIC 9(05) VALUE ZEROES.
       77 TOTAL-OUTRO-BANCO        PIC 9(05) VALUE ZEROES.
       01     TABELA-MAND.
                 03 NOME-FAM-TAB      PIC X(30).
                 03 VALOR-FAM-TAB     PIC 9(09)V9(02).

      * Mensalidade proporcional: competencia e regra vigentes da
      * execucao (PARMPRAT.DAT), datas de adesao/desligamento do
      * socio corrente e o resultado da conta (dias cobrados sobre a
      * base de dias, valor cheio e valor proporcional).
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
       77 TOTAL-PRO-RATA           PIC 9(05) VALUE ZEROES.
       77 VALOR-ABATIDO-PRO-RATA   PIC 9(12)V9(02) VALUE ZEROES.

      * Antecipacoes da anuidade do ano de competencia em memoria:
      * socio e faixa de meses cobertos (ate o mes de encerramento,
      * se o socio se desligou).
       77 FIM-PRE                  PIC X(03) VALUE "NAO".
       77 TOTAL-PRE                PIC 9(05) VALUE ZEROES.
       77 IDX-PRE                  PIC 9(05) VALUE ZEROES.
       77 COBERTO-PRE              PIC X(03) VALUE "NAO".
       77 TOTAL-COBERTOS           PIC 9(05) VALUE ZEROES.
       01     TABELA-PRE.
              02 PRE-REG           OCCURS 2000 TIMES.
                 03 NUMERO-SOCIO-PRE-TAB PIC 9(06).
                 03 MES-INICIO-PRE-TAB   PIC 9(02).
                 03 MES-FIM-PRE-TAB      PIC 9(02).

      * Reservas de espaco em memoria (imagem do registro, mesmo
      * esquema de REG-CLI-TAB do EX28), regravadas depois de marcar
      * as faturadas nesta remessa.
       77 FIM-RES                  PIC X(03) VALUE "NAO".
       77 TOTAL-RES                PIC 9(05) VALUE ZEROES.
       77 IDX-RES                  PIC 9(05) VALUE ZEROES.
       77 TOTAL-TAXAS-ESP          PIC 9(05) VALUE ZEROES.
       77 VALOR-TAXAS-ESP          PIC 9(12)V9(02) VALUE ZEROES.
       01     TABELA-RES.
              02 REG-RES-TAB       PIC X(124) OCCURS 2000 TIMES.

       01     CAB-REM-01.
              02 FILLER     PIC X(16) VALUE SPACES.
              02 FILLER PIC X(48) VALUE
                 VALUE "SEM MANDATO ATIVO".
              02 FILLER            PIC X(07) VALUE SPACES.

       01     DETALHE-PRO-RATA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NUMERO-SOCIO-PRT  PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NOME-SOCIO-PRT    PIC X(20).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 TIPO-PRT          PIC X(04).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 DIA-PRT           PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 MES-PRT           PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 ANO-PRT           PIC 9999.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 DIAS-PRT          PIC Z9.
              02 FILLER            PIC X(01) VALUE "/".
              02 BASE-PRT          PIC 99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VALOR-CHEIO-PRT   PIC ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VALOR-PRT         PIC ZZZ.ZZ9,99.
              02 FILLER            PIC X(04) VALUE SPACES.

       01     ROD-REM-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Ordens de debito geradas :".
              02 VAR-NOME-BANCO    PIC X(15).
              02 FILLER            PIC X(29) VALUE SPACES.

       01     ROD-REM-10.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Mensalidades proporcionais:".
              02 VAR-PRO-RATA      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-REM-11.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Abatido por proporcional :".
              02 VAR-ABATIDO-PRT   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-REM-12.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Cobertos por antecipacao :".
              02 VAR-COBERTOS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-REM-13.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Taxas de espaco debitadas:".
              02 VAR-TAXAS-ESP     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-REM-14.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor taxas de espaco    :".
              02 VAR-VALOR-TAXAS   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM CALCULA-DATA-DEBITO.
              PERFORM LER-PARM-PRO-RATA.
              PERFORM CARREGA-ANTECIPACOES.
              PERFORM LER-PARM-BANCO.
              PERFORM CARREGA-LAYOUT.
              PERFORM CARREGA-MENSALIDADES.
                     MOVE 1 TO MES-DEBITO
                     ADD 1 TO ANO-DEBITO.

      * Competencia da mensalidade: o mes da execucao, salvo
      * PARMPRAT.DAT informar outro (remessa atrasada/adiantada).
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

       LER-PARM-BANCO.
              OPEN INPUT PARM-BANC.
              READ PARM-BANC
              END-PERFORM.
              CLOSE CREDAPL.

      * Le PREPAGO.DAT (antecipacoes do EX90) guardando so as do ano
      * de competencia. Opcional: ausente, ninguem esta coberto.
       CARREGA-ANTECIPACOES.
              OPEN INPUT PREPAGO.
              PERFORM UNTIL FIM-PRE EQUAL "SIM"
                      READ PREPAGO
                             AT END MOVE "SIM" TO FIM-PRE
                             NOT AT END
                                  IF ANO-PRE EQUAL ANO-COMP-RUN
                                       IF TOTAL-PRE NOT LESS THAN 2000
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

      * Le MANDDEB.DAT (mandatos do EX47) guardando so os mandatos
      * ativos. Opcional: ausente, a remessa sai como sempre saiu -
      * o corte so vale depois que o registro de mandatos for
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

      * Desligado no proprio mes de competencia ainda deve os dias
      * de vinculo do mes (mensalidade proporcional).
       PRINCIPAL.
              IF STATUS-SOCIO-MSOC EQUAL "A"
                     PERFORM GERA-ORDEM
              ELSE IF STATUS-SOCIO-MSOC EQUAL "D"
                AND DATA-DESLIG-MSOC(1:6) EQUAL COMPETENCIA-RUN
                     PERFORM GERA-ORDEM
              ELSE
                     ADD 1 TO TOTAL-INATIVOS.
              PERFORM LEITURA.

       GERA-ORDEM.
              PERFORM VERIFICA-ANTECIPACAO.
              IF COBERTO-PRE EQUAL "NAO"
                     PERFORM CONSULTA-MENSALIDADE.
              IF COBERTO-PRE EQUAL "SIM"
                     ADD 1 TO TOTAL-COBERTOS
              ELSE IF ACHOU-MENSAL EQUAL "SIM"
                     MOVE DATA-ADESAO-MSOC TO DATA-ADESAO-PRAT
                     MOVE DATA-DESLIG-MSOC TO DATA-DESLIG-PRAT
                     PERFORM CALCULA-PRO-RATA
                     IF PRO-RATA EQUAL "SIM"
                            PERFORM IMPRIME-PRO-RATA
                     END-IF
                     PERFORM DESCONTA-CREDITO
                     IF VALOR-MENSALIDADE GREATER THAN ZEROES
                            PERFORM ACUMULA-FAMILIA
              ELSE
                     PERFORM IMPRIME-SEM-TABELA.

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

      * Discrimina em RELREM cada mensalidade proporcional, para a
      * tesouraria responder a reclamacao do socio (data do evento,
      * dias cobrados sobre a base, valor cheio e valor cobrado).
       IMPRIME-PRO-RATA.
              ADD 1 TO TOTAL-PRO-RATA.
              COMPUTE VALOR-ABATIDO-PRO-RATA =
                      VALOR-ABATIDO-PRO-RATA
                    + VALOR-CHEIO - VALOR-MENSALIDADE.
              IF TOTAL-SEM-TABELA + TOTAL-PRO-RATA EQUAL 1
                     WRITE REG-REL FROM CAB-REM-01
                           AFTER ADVANCING 1 LINE.
              MOVE   NUMERO-SOCIO-MSOC TO NUMERO-SOCIO-PRT.
              MOVE   NOME-SOCIO-MSOC   TO NOME-SOCIO-PRT.
              MOVE   TIPO-PRO-RATA     TO TIPO-PRT.
              IF TIPO-PRO-RATA EQUAL "ADES"
                     MOVE DIA-ADES-PRAT TO DIA-PRT
                     MOVE MES-ADES-PRAT TO MES-PRT
                     MOVE ANO-ADES-PRAT TO ANO-PRT
              ELSE
                     MOVE DIA-DESL-PRAT TO DIA-PRT
                     MOVE MES-DESL-PRAT TO MES-PRT
                     MOVE ANO-DESL-PRAT TO ANO-PRT.
              MOVE   DIAS-COBRADOS     TO DIAS-PRT.
              MOVE   DIAS-BASE         TO BASE-PRT.
              MOVE   VALOR-CHEIO       TO VALOR-CHEIO-PRT.
              MOVE   VALOR-MENSALIDADE TO VALOR-PRT.
              WRITE  REG-REL FROM DETALHE-PRO-RATA
                     AFTER ADVANCING 2 LINES.

      * Desconta da mensalidade o credito aplicado pelo EX44 neste
      * ciclo; credito igual ou maior que a mensalidade zera a ordem
      * do socio (nada a debitar).
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * Mes de competencia dentro da faixa coberta pela antecipacao
      * do socio: ja pago.
       VERIFICA-ANTECIPACAO.
              MOVE "NAO" TO COBERTO-PRE.
              PERFORM VARYING IDX-PRE FROM 1 BY 1
                      UNTIL IDX-PRE GREATER THAN TOTAL-PRE
                      IF NUMERO-SOCIO-PRE-TAB(IDX-PRE) EQUAL
                            NUMERO-SOCIO-MSOC
                        AND MES-INICIO-PRE-TAB(IDX-PRE) NOT GREATER
                            THAN MES-COMP-RUN
                        AND MES-FIM-PRE-TAB(IDX-PRE) NOT LESS THAN
                            MES-COMP-RUN
                             MOVE "SIM" TO COBERTO-PRE
                      END-IF
              END-PERFORM.

       CONSULTA-MENSALIDADE.
              MOVE "NAO"   TO ACHOU-MENSAL.
              MOVE ZEROES  TO VALOR-MENSALIDADE.
                      UNTIL IDX-FAMILIA GREATER THAN TOTAL-FAMILIAS.

       GRAVA-ORDEM-FAMILIA.
              MOVE TITULAR-FAM-TAB(IDX-FAMILIA) TO TITULAR-MANDATO.
              PERFORM VERIFICA-MANDATO.
              EVALUATE TEM-MANDATO-ATIVO
                  WHEN "SIM"
      * titular com mandato ativo e debitado - e, com banco
      * selecionado, so o mandato daquele banco ("OUT" = mandato
      * ativo em outro banco, a ordem sai na remessa dele).
      * O titular a verificar vem em TITULAR-MANDATO.
       VERIFICA-MANDATO.
              IF TOTAL-MAND EQUAL ZEROES
                     MOVE "SIM" TO TEM-MANDATO-ATIVO
                     PERFORM VARYING IDX-MAND FROM 1 BY 1
                             UNTIL IDX-MAND GREATER THAN TOTAL-MAND
                             IF NUMERO-MAND-TAB(IDX-MAND) EQUAL
                                   TITULAR-MANDATO
                                    IF BANCO-RUN EQUAL ZEROES
                                      OR BANCO-MAND-TAB(IDX-MAND)
                                         EQUAL BANCO-RUN
                TO REG-REMDEB(POS-DATA-DEB-RUN:8).
              WRITE REG-REMDEB.

      * Taxas de reserva de espaco a faturar (SITUACAO-RES "R"): uma
      * ordem por reserva, separada da mensalidade, no numero do
      * titular pagador - mesmo corte por mandato das familias.
      * Mandato em outro banco fica para a remessa dele; sem mandato
      * fica a faturar para o boleto do EX81.
       COBRA-TAXAS-ESPACO.
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
              PERFORM COBRA-TAXA-RESERVA
                      VARYING IDX-RES FROM 1 BY 1
                      UNTIL IDX-RES GREATER THAN TOTAL-RES.
              IF TOTAL-TAXAS-ESP GREATER THAN ZEROES
                     PERFORM REGRAVA-RESERVAS.

       COBRA-TAXA-RESERVA.
              MOVE REG-RES-TAB(IDX-RES) TO REG-RES.
              IF SITUACAO-RES EQUAL "R"
                AND VALOR-RES GREATER THAN ZEROES
                     MOVE TITULAR-RES TO TITULAR-MANDATO
                     PERFORM VERIFICA-MANDATO
                     IF TEM-MANDATO-ATIVO EQUAL "SIM"
                            ADD 1 TO TOTAL-ORDENS
                            ADD 1 TO TOTAL-TAXAS-ESP
                            ADD VALOR-RES TO VALOR-TOTAL-REMESSA
                            ADD VALOR-RES TO VALOR-TAXAS-ESP
                            MOVE TITULAR-RES    TO NUMERO-ORDEM-W
                            MOVE NOME-SOCIO-RES TO NOME-ORDEM-W
                            MOVE VALOR-RES      TO VALOR-ORDEM-W
                            PERFORM MONTA-GRAVA-ORDEM
                            MOVE "F"            TO SITUACAO-RES
                            MOVE "D"            TO MEIO-COBRANCA-RES
                            MOVE DATA-DEBITO-W  TO DATA-VENC-RES
                            MOVE REG-RES TO REG-RES-TAB(IDX-RES)
                     END-IF
              END-IF.

       REGRAVA-RESERVAS.
              OPEN OUTPUT RESESP.
              PERFORM VARYING IDX-RES FROM 1 BY 1
                      UNTIL IDX-RES GREATER THAN TOTAL-RES
                      MOVE REG-RES-TAB(IDX-RES) TO REG-RES
                      WRITE REG-RES
              END-PERFORM.
              CLOSE RESESP.

       IMPRIME-SEM-MANDATO.
              ADD 1 TO TOTAL-SEM-MANDATO.
              IF TOTAL-SEM-TABELA + TOTAL-PRO-RATA EQUAL ZEROES
                AND TOTAL-SEM-MANDATO EQUAL 1
                     WRITE REG-REL FROM CAB-REM-01
                           AFTER ADVANCING 1 LINE.

       IMPRIME-SEM-TABELA.
              ADD 1 TO TOTAL-SEM-TABELA.
              IF TOTAL-SEM-TABELA + TOTAL-PRO-RATA EQUAL 1
                     WRITE REG-REL FROM CAB-REM-01
                           AFTER ADVANCING 1 LINE.
              MOVE   NUMERO-SOCIO-MSOC TO NUMERO-SOCIO-DET.

       FIM.
              PERFORM GRAVA-ORDENS-FAMILIA.
              PERFORM COBRA-TAXAS-ESPACO.
              PERFORM REAPRESENTA-RECUSADOS.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              WRITE  REG-REL FROM ROD-REM-07 AFTER ADVANCING 1 LINE.
              MOVE   TOTAL-OUTRO-BANCO   TO VAR-OUTRO-BANCO.
              WRITE  REG-REL FROM ROD-REM-08 AFTER ADVANCING 1 LINE.
              MOVE   TOTAL-PRO-RATA      TO VAR-PRO-RATA.
              WRITE  REG-REL FROM ROD-REM-10 AFTER ADVANCING 1 LINE.
              MOVE   VALOR-ABATIDO-PRO-RATA TO VAR-ABATIDO-PRT.
              WRITE  REG-REL FROM ROD-REM-11 AFTER ADVANCING 1 LINE.
              MOVE   TOTAL-COBERTOS      TO VAR-COBERTOS.
              WRITE  REG-REL FROM ROD-REM-12 AFTER ADVANCING 1 LINE.
              MOVE   TOTAL-TAXAS-ESP     TO VAR-TAXAS-ESP.
              WRITE  REG-REL FROM ROD-REM-13 AFTER ADVANCING 1 LINE.
              MOVE   VALOR-TAXAS-ESP     TO VAR-VALOR-TAXAS.
              WRITE  REG-REL FROM ROD-REM-14 AFTER ADVANCING 1 LINE.
              IF BANCO-RUN GREATER THAN ZEROES
                     MOVE BANCO-RUN      TO VAR-BANCO-ROD
                     MOVE NOME-BANCO-RUN TO VAR-NOME-BANCO
