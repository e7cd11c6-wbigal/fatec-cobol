      *              RECUSA ENTREGAR ARQUIVO CUJOS DEBITOS E CREDITOS
      *              NAO FECHEM, E EVENTO COM VALOR SEM CONTA NO
      *              PLANO TAMBEM IMPEDE A ENTREGA (RELCONTAB LISTA O
      *              QUE FALTOU). AS RECUPERACOES DA AGENCIA DE
      *              COBRANCA (RECUPCOB.DAT, EX89) SAEM COMO EVENTOS
      *              PROPRIOS - VALOR RECUPERADO E COMISSAO DA
      *              AGENCIA - E NAO COMO MENSALIDADE. OS ENCARGOS DA
      *              EMPRESA SOBRE A FOLHA (ENCARGOS.DAT, EX-19 ME03)
      *              ENTRAM COMO EVENTOS DE FGTS, INSS PATRONAL + RAT
      *              E TERCEIROS. OS DESCONTOS RECORRENTES RETIDOS
      *              NA FOLHA (MOVDESC.DAT, EX05 ME03 - CONSIGNADO,
      *              BENEFICIOS, SINDICATO) ENTRAM COMO EVENTO PROPRIO
      *              DE CONSIGNACOES A REPASSAR AOS CREDORES. O BRUTO
      *              DA FOLHA, OS ENCARGOS E AS CONSIGNACOES SAEM EM
      *              UM LANCAMENTO POR DEPARTAMENTO, COM O CENTRO DE
      *              CUSTO DO MESTRE DEPTOS.DAT, RATEADOS PELA TABELA
      *              RATEIO.DAT (EX-25 ME03) VIGENTE NO PERIODO - SEM
      *              TABELA, 100% NO DEPARTAMENTO DA FOLHA.
      *              PERIODO JA FECHADO PELO EX130 (SUBROTINA PERFECH)
      *              NAO E REEXPORTADO: O LANCTOS.DAT ENTREGUE NAO E
      *              TOCADO E O RUN TERMINA COM RETURN-CODE 1 ATE A
      *              REABERTURA DOCUMENTADA DO PERIODO.

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL PERDAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RECUPCOB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL FOLHAHIS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL ENCARGOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL MOVDESC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PLANOCTA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RATEIO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL DEPTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT LANCTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

       01     REG-PARM-EX54.
              02 PERIODO-PARM      PIC 9(06).

      * HISTSOC: extrato de pagamentos (EX01/EX43/EX89).
       FD     HISTSOC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "HISTSOC.DAT".
              02 DATA-PER          PIC 9(08).
              02 AUTORIZACAO-PER   PIC X(20).

      * RECUPCOB: recuperacoes da agencia de cobranca postadas pelo
      * EX89, com a comissao retida, filtradas pela data.
       FD     RECUPCOB
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RECUPCOB.DAT".
       01     REG-RECUPCOB.
              02 NUMERO-SOCIO-RCB  PIC 9(06).
              02 DATA-PERDA-RCB    PIC 9(08).
              02 DATA-RCB          PIC 9(08).
              02 VALOR-RECUP-RCB   PIC 9(09)V9(02).
              02 VALOR-COMIS-RCB   PIC 9(09)V9(02).

      * FOLHAHIS: historico da folha (EX05 ME03), um resultado por
      * funcionario por competencia.
       FD     FOLHAHIS
              02 IRRF-FH           PIC 9(07)V9(02).
              02 LIQUIDO-FH        PIC 9(08)V9(02).

      * ENCARGOS: encargos da empresa por funcionario e competencia
      * (EX-19 ME03).
       FD     ENCARGOS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "ENCARGOS.DAT".
       01     REG-ENCARGOS.
              02 CODIGO-ENC        PIC 9(05).
              02 NOME-ENC          PIC X(30).
              02 DEPTO-ENC         PIC 9(02).
              02 PERIODO-ENC       PIC 9(06).
              02 BASE-FGTS-ENC     PIC 9(08)V9(02).
              02 FGTS-ENC          PIC 9(07)V9(02).
              02 BASE-INSS-ENC     PIC 9(08)V9(02).
              02 INSS-EMP-ENC      PIC 9(07)V9(02).
              02 TERCEIROS-ENC     PIC 9(07)V9(02).
              02 IRRF-ENC          PIC 9(07)V9(02).

      * MOVDESC: descontos recorrentes aplicados pela folha por
      * funcionario e competencia (EX-05 ME03, copybook).
       FD     MOVDESC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "MOVDESC.DAT".
       COPY MOVDESC.

      * PLANOCTA: plano de contas parametrizado - codigo do evento e
      * as contas de debito e credito do lancamento.
       FD     PLANOCTA
              02 CONTA-DEB-PLC     PIC 9(06).
              02 CONTA-CRED-PLC    PIC 9(06).

      * RATEIO: tabela de rateio entre departamentos (copybook,
      * EX-25 ME03).
       FD     RATEIO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RATEIO.DAT".
       COPY RATEIO.

      * DEPTOS: mestre de departamentos (layout do EX03 ME03) - o
      * centro de custo do lancamento.
       FD     DEPTOS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "DEPTOS.DAT".
       01     REG-DEPTOS.
              02 CODIGO-DEPTO      PIC 9(02).
              02 NOME-DEPTO        PIC X(20).
              02 CENTRO-CUSTO      PIC 9(04).

      * LANCTOS: arquivo de lancamentos entregue ao contador - um
      * lancamento de partida dobrada por evento com valor no mes;
      * os eventos de custo da folha, um por departamento (DEPTO e
      * CENTRO-CUSTO zerados nos demais).
       FD     LANCTOS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "LANCTOS.DAT".
              02 CONTA-CRED-LCT    PIC 9(06).
              02 VALOR-LCT         PIC 9(12)V9(02).
              02 HISTORICO-LCT     PIC X(30).
              02 DEPTO-LCT         PIC 9(02).
              02 CENTRO-CUSTO-LCT  PIC 9(04).

       FD     RELCONTAB
              LABEL RECORD IS OMITTED.
       77 FIM-HIST                 PIC X(03) VALUE "NAO".
       77 FIM-MLT                  PIC X(03) VALUE "NAO".
       77 FIM-PER                  PIC X(03) VALUE "NAO".
       77 FIM-RCB                  PIC X(03) VALUE "NAO".
       77 FIM-FH                   PIC X(03) VALUE "NAO".
       77 FIM-PLC                  PIC X(03) VALUE "NAO".
       77 FIM-ENC                  PIC X(03) VALUE "NAO".
       77 FIM-MVD                  PIC X(03) VALUE "NAO".
       77 FIM-RAT                  PIC X(03) VALUE "NAO".
       77 FIM-DEPTOS               PIC X(03) VALUE "NAO".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-LANCTOS            PIC 9(05) VALUE ZEROES.

       77 PERIODO-EXPORTE          PIC 9(06) VALUE ZEROES.
       77 PERIODO-REGISTRO         PIC 9(06) VALUE ZEROES.
       77 PERIODO-ENCERRADO        PIC X(01) VALUE "N".

      * Eventos do mes: valores acumulados a partir dos arquivos
      * fonte, um lancamento por evento com valor.
       77 VALOR-ESTORNOS           PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-MULTAS             PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-PERDAS             PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-RECUPERACOES       PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-COMISSOES-COB      PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-FOLHA-INSS         PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-FOLHA-IRRF         PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-FOLHA-LIQ          PIC 9(12)V9(02) VALUE ZEROES.

      * Custo da folha por departamento: bruto, encargos e
      * consignacoes ja rateados, com o centro de custo do mestre.
       77 TOTAL-CC                 PIC 9(02) VALUE ZEROES.
       77 IDX-CC                   PIC 9(02) VALUE ZEROES.
       77 IDX-CC-ACHADO            PIC 9(02) VALUE ZEROES.
       77 DEPTO-BUSCA              PIC 9(02) VALUE ZEROES.
       01     TABELA-CC.
              02 CC-REG            OCCURS 20 TIMES.
                 03 DEPTO-CC-TAB      PIC 9(02).
                 03 CENTRO-CC-TAB     PIC 9(04).
                 03 BRUTO-CC-TAB      PIC 9(12)V9(02).
                 03 FGTS-CC-TAB       PIC 9(12)V9(02).
                 03 INSS-CC-TAB       PIC 9(12)V9(02).
                 03 TERC-CC-TAB       PIC 9(12)V9(02).
                 03 CONSIG-CC-TAB     PIC 9(12)V9(02).

      * Mestre de departamentos em memoria (20 deptos, como no EX03
      * ME03).
       77 TOTAL-MESTRE             PIC 9(02) VALUE ZEROES.
       77 IDX-MESTRE               PIC 9(02) VALUE ZEROES.
       01     TABELA-MESTRE.
              02 MESTRE-REG        OCCURS 20 TIMES.
                 03 CODIGO-MESTRE-TAB PIC 9(02).
                 03 CC-MESTRE-TAB     PIC 9(04).

      * Departamento da folha do periodo por funcionario - o
      * MOVDESC nao traz departamento.
       77 TOTAL-FUNC               PIC 9(04) VALUE ZEROES.
       77 IDX-FUNC                 PIC 9(04) VALUE ZEROES.
       77 IDX-FUNC-ACHADO          PIC 9(04) VALUE ZEROES.
       77 CODIGO-BUSCA             PIC 9(05) VALUE ZEROES.
       01     TABELA-FUNC.
              02 FUNC-REG          OCCURS 2000 TIMES.
                 03 CODIGO-FUNC-TAB   PIC 9(05).
                 03 DEPTO-FUNC-TAB    PIC 9(02).

      * Rateio entre departamentos: as linhas de RATEIO.DAT em
      * memoria e as partes do funcionario da vez (departamento,
      * percentual e valor). A ultima parte leva o saldo, para a
      * soma das partes fechar com o valor rateado.
       77 TOTAL-RAT                PIC 9(04) VALUE ZEROES.
       77 IDX-RAT                  PIC 9(04) VALUE ZEROES.
       77 CODIGO-RATEIO            PIC 9(05) VALUE ZEROES.
       77 DEPTO-RATEIO             PIC 9(02) VALUE ZEROES.
       77 PERIODO-RATEIO           PIC 9(06) VALUE ZEROES.
       77 VIGENCIA-RATEIO          PIC 9(06) VALUE ZEROES.
       77 VALOR-A-RATEAR           PIC 9(10)V9(02) VALUE ZEROES.
       77 SALDO-RATEIO             PIC 9(10)V9(02) VALUE ZEROES.
       77 TOTAL-PARTES             PIC 9(02) VALUE ZEROES.
       77 IDX-PARTE                PIC 9(02) VALUE ZEROES.
       01     TABELA-RAT.
              02 RAT-REG           OCCURS 2000 TIMES.
                 03 CODIGO-RAT-TAB     PIC 9(05).
                 03 VIGENCIA-RAT-TAB   PIC 9(06).
                 03 DEPTO-RAT-TAB      PIC 9(02).
                 03 PERCENTUAL-RAT-TAB PIC 9(03)V9(02).
       01     TABELA-PARTES.
              02 PARTE-REG         OCCURS 20 TIMES.
                 03 DEPTO-PARTE        PIC 9(02).
                 03 PERCENTUAL-PARTE   PIC 9(03)V9(02).
                 03 VALOR-PARTE        PIC 9(10)V9(02).
                 03 IDX-CC-PARTE       PIC 9(02).

      * Plano de contas em memoria.
       77 TOTAL-PLC                PIC 9(02) VALUE ZEROES.
       77 IDX-PLC                  PIC 9(02) VALUE ZEROES.

      * Lancamentos montados em memoria: so vao para o disco depois
      * da conferencia de balanceamento e do plano completo.
       77 TOTAL-LCT                PIC 9(03) VALUE ZEROES.
       77 IDX-LCT                  PIC 9(03) VALUE ZEROES.
       77 VALOR-EVENTO             PIC 9(12)V9(02) VALUE ZEROES.
       77 HISTORICO-EVENTO         PIC X(30) VALUE SPACES.
       77 DEPTO-EVENTO             PIC 9(02) VALUE ZEROES.
       77 CENTRO-CUSTO-EVENTO      PIC 9(04) VALUE ZEROES.
       77 TOTAL-DEBITOS            PIC 9(13)V9(02) VALUE ZEROES.
       77 TOTAL-CREDITOS           PIC 9(13)V9(02) VALUE ZEROES.
       77 EXPORTE-LIBERADO         PIC X(03) VALUE "SIM".
       01     TABELA-LCT.
              02 LCT-REG           OCCURS 150 TIMES.
                 03 CONTA-DEB-LCT-TAB  PIC 9(06).
                 03 CONTA-CRED-LCT-TAB PIC 9(06).
                 03 VALOR-LCT-TAB      PIC 9(12)V9(02).
                 03 HISTORICO-LCT-TAB  PIC X(30).
                 03 DEPTO-LCT-TAB      PIC 9(02).
                 03 CENTRO-CUSTO-LCT-TAB PIC 9(04).

       01     CAB-CTB-01.
              02 FILLER     PIC X(16) VALUE SPACES.
              02 CONTA-CRED-DET    PIC 9(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VALOR-DET         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 CC-DET            PIC X(07).
              02 FILLER            PIC X(05) VALUE SPACES.

       01     CC-EDITADO.
              02 DEPTO-EDIT        PIC 9(02).
              02 FILLER            PIC X(01) VALUE "/".
              02 CENTRO-CUSTO-EDIT PIC 9(04).

       01     LINHA-SEM-CONTA.
              02 FILLER            PIC X(02) VALUE SPACES.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM LER-PARAMETRO.
              PERFORM CARREGA-PLANO-CONTAS.
              PERFORM CARREGA-MESTRE-DEPTOS.
              PERFORM CARREGA-RATEIOS.
              OPEN OUTPUT RELCONTAB.
              WRITE REG-REL FROM CAB-CTB-01 AFTER ADVANCING 1 LINE.

              END-PERFORM.
              CLOSE PLANOCTA.

       CARREGA-MESTRE-DEPTOS.
              OPEN INPUT DEPTOS.
              PERFORM UNTIL FIM-DEPTOS EQUAL "SIM"
                      READ DEPTOS
                             AT END MOVE "SIM" TO FIM-DEPTOS
                             NOT AT END
                                  IF TOTAL-MESTRE LESS THAN 20
                                       ADD 1 TO TOTAL-MESTRE
                                       MOVE CODIGO-DEPTO TO
                                          CODIGO-MESTRE-TAB
                                             (TOTAL-MESTRE)
                                       MOVE CENTRO-CUSTO TO
                                          CC-MESTRE-TAB(TOTAL-MESTRE)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE DEPTOS.

       CARREGA-RATEIOS.
              OPEN INPUT RATEIO.
              PERFORM UNTIL FIM-RAT EQUAL "SIM"
                      READ RATEIO
                             AT END MOVE "SIM" TO FIM-RAT
                             NOT AT END
                                  IF TOTAL-RAT LESS THAN 2000
                                       ADD 1 TO TOTAL-RAT
                                       MOVE CODIGO-RAT TO
                                          CODIGO-RAT-TAB(TOTAL-RAT)
                                       MOVE VIGENCIA-RAT TO
                                          VIGENCIA-RAT-TAB(TOTAL-RAT)
                                       MOVE DEPTO-RAT TO
                                          DEPTO-RAT-TAB(TOTAL-RAT)
                                       MOVE PERCENTUAL-RAT TO
                                          PERCENTUAL-RAT-TAB(TOTAL-RAT)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE RATEIO.

       ACUMULA-EVENTOS.
              PERFORM ACUMULA-POSTAGENS.
              PERFORM ACUMULA-MULTAS.
              PERFORM ACUMULA-PERDAS.
              PERFORM ACUMULA-RECUPERACOES.
              PERFORM ACUMULA-FOLHA.
              PERFORM ACUMULA-ENCARGOS.
              PERFORM ACUMULA-CONSIGNACOES.

       ACUMULA-POSTAGENS.
              OPEN INPUT HISTSOC.
              END-PERFORM.
              CLOSE HISTSOC.

      * Recuperacao da agencia (tipo "R", EX89) nao e mensalidade:
      * entra pelo RECUPCOB em ACUMULA-RECUPERACOES.
       CLASSIFICA-POSTAGEM.
              COMPUTE PERIODO-REGISTRO = DATA-PGTO-HIST / 100.
              IF PERIODO-REGISTRO EQUAL PERIODO-EXPORTE
                AND TIPO-LANC-HIST NOT EQUAL "R"
                     IF TIPO-LANC-HIST EQUAL "E"
                            ADD VALOR-PGTO-HIST TO VALOR-ESTORNOS
                     ELSE IF FORMA-PGTO-HIST EQUAL "1"
              END-PERFORM.
              CLOSE PERDAS.

       ACUMULA-RECUPERACOES.
              OPEN INPUT RECUPCOB.
              PERFORM UNTIL FIM-RCB EQUAL "SIM"
                      READ RECUPCOB
                             AT END MOVE "SIM" TO FIM-RCB
                             NOT AT END
                                  COMPUTE PERIODO-REGISTRO =
                                          DATA-RCB / 100
                                  IF PERIODO-REGISTRO EQUAL
                                        PERIODO-EXPORTE
                                       ADD VALOR-RECUP-RCB
                                           TO VALOR-RECUPERACOES
                                       ADD VALOR-COMIS-RCB
                                           TO VALOR-COMISSOES-COB
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE RECUPCOB.

       ACUMULA-FOLHA.
              OPEN INPUT FOLHAHIS.
              PERFORM UNTIL FIM-FH EQUAL "SIM"
                             AT END MOVE "SIM" TO FIM-FH
                             NOT AT END
                                  IF PERIODO-FH EQUAL PERIODO-EXPORTE
                                       PERFORM RATEIA-FOLHA
                                       ADD INSS-FH
                                           TO VALOR-FOLHA-INSS
                                       ADD IRRF-FH
              END-PERFORM.
              CLOSE FOLHAHIS.

       ACUMULA-ENCARGOS.
              OPEN INPUT ENCARGOS.
              PERFORM UNTIL FIM-ENC EQUAL "SIM"
                      READ ENCARGOS
                             AT END MOVE "SIM" TO FIM-ENC
                             NOT AT END
                                  IF PERIODO-ENC EQUAL PERIODO-EXPORTE
                                       PERFORM RATEIA-ENCARGOS
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE ENCARGOS.

       ACUMULA-CONSIGNACOES.
              OPEN INPUT MOVDESC.
              PERFORM UNTIL FIM-MVD EQUAL "SIM"
                      READ MOVDESC
                             AT END MOVE "SIM" TO FIM-MVD
                             NOT AT END
                                  IF PERIODO-MVD EQUAL PERIODO-EXPORTE
                                       PERFORM RATEIA-CONSIGNACAO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE MOVDESC.

      * Bruto do funcionario nos departamentos do rateio; guarda o
      * departamento da folha para as consignacoes.
       RATEIA-FOLHA.
              MOVE CODIGO-FH       TO CODIGO-RATEIO.
              MOVE DEPTO-FH        TO DEPTO-RATEIO.
              MOVE PERIODO-EXPORTE TO PERIODO-RATEIO.
              PERFORM MONTA-RATEIO.
              MOVE BRUTO-FH TO VALOR-A-RATEAR.
              PERFORM RATEIA-VALOR.
              PERFORM VARYING IDX-PARTE FROM 1 BY 1
                      UNTIL IDX-PARTE GREATER THAN TOTAL-PARTES
                      IF IDX-CC-PARTE(IDX-PARTE) GREATER THAN ZEROES
                             ADD VALOR-PARTE(IDX-PARTE) TO
                                 BRUTO-CC-TAB(IDX-CC-PARTE(IDX-PARTE))
                      END-IF
              END-PERFORM.
              MOVE CODIGO-FH TO CODIGO-BUSCA.
              PERFORM LOCALIZA-FUNCIONARIO.
              IF IDX-FUNC-ACHADO EQUAL ZEROES
                AND TOTAL-FUNC LESS THAN 2000
                     ADD 1 TO TOTAL-FUNC
                     MOVE CODIGO-FH TO CODIGO-FUNC-TAB(TOTAL-FUNC)
                     MOVE DEPTO-FH  TO DEPTO-FUNC-TAB(TOTAL-FUNC).

       RATEIA-ENCARGOS.
              MOVE CODIGO-ENC      TO CODIGO-RATEIO.
              MOVE DEPTO-ENC       TO DEPTO-RATEIO.
              MOVE PERIODO-EXPORTE TO PERIODO-RATEIO.
              PERFORM MONTA-RATEIO.
              MOVE FGTS-ENC TO VALOR-A-RATEAR.
              PERFORM RATEIA-VALOR.
              PERFORM VARYING IDX-PARTE FROM 1 BY 1
                      UNTIL IDX-PARTE GREATER THAN TOTAL-PARTES
                      IF IDX-CC-PARTE(IDX-PARTE) GREATER THAN ZEROES
                             ADD VALOR-PARTE(IDX-PARTE) TO
                                 FGTS-CC-TAB(IDX-CC-PARTE(IDX-PARTE))
                      END-IF
              END-PERFORM.
              MOVE INSS-EMP-ENC TO VALOR-A-RATEAR.
              PERFORM RATEIA-VALOR.
              PERFORM VARYING IDX-PARTE FROM 1 BY 1
                      UNTIL IDX-PARTE GREATER THAN TOTAL-PARTES
                      IF IDX-CC-PARTE(IDX-PARTE) GREATER THAN ZEROES
                             ADD VALOR-PARTE(IDX-PARTE) TO
                                 INSS-CC-TAB(IDX-CC-PARTE(IDX-PARTE))
                      END-IF
              END-PERFORM.
              MOVE TERCEIROS-ENC TO VALOR-A-RATEAR.
              PERFORM RATEIA-VALOR.
              PERFORM VARYING IDX-PARTE FROM 1 BY 1
                      UNTIL IDX-PARTE GREATER THAN TOTAL-PARTES
                      IF IDX-CC-PARTE(IDX-PARTE) GREATER THAN ZEROES
                             ADD VALOR-PARTE(IDX-PARTE) TO
                                 TERC-CC-TAB(IDX-CC-PARTE(IDX-PARTE))
                      END-IF
              END-PERFORM.

      * Consignacao sem folha no periodo (nao deveria haver) fica no
      * departamento 00.
       RATEIA-CONSIGNACAO.
              MOVE CODIGO-MVD TO CODIGO-BUSCA.
              PERFORM LOCALIZA-FUNCIONARIO.
              MOVE CODIGO-MVD      TO CODIGO-RATEIO.
              IF IDX-FUNC-ACHADO GREATER THAN ZEROES
                     MOVE DEPTO-FUNC-TAB(IDX-FUNC-ACHADO)
                       TO DEPTO-RATEIO
              ELSE
                     MOVE ZEROES TO DEPTO-RATEIO.
              MOVE PERIODO-EXPORTE TO PERIODO-RATEIO.
              PERFORM MONTA-RATEIO.
              MOVE DESCONTADO-MVD TO VALOR-A-RATEAR.
              PERFORM RATEIA-VALOR.
              PERFORM VARYING IDX-PARTE FROM 1 BY 1
                      UNTIL IDX-PARTE GREATER THAN TOTAL-PARTES
                      IF IDX-CC-PARTE(IDX-PARTE) GREATER THAN ZEROES
                             ADD VALOR-PARTE(IDX-PARTE) TO
                                 CONSIG-CC-TAB(IDX-CC-PARTE(IDX-PARTE))
                      END-IF
              END-PERFORM.

       LOCALIZA-FUNCIONARIO.
              MOVE ZEROES TO IDX-FUNC-ACHADO.
              PERFORM VARYING IDX-FUNC FROM 1 BY 1
                      UNTIL IDX-FUNC GREATER THAN TOTAL-FUNC
                         OR IDX-FUNC-ACHADO GREATER THAN ZEROES
                      IF CODIGO-FUNC-TAB(IDX-FUNC) EQUAL CODIGO-BUSCA
                             MOVE IDX-FUNC TO IDX-FUNC-ACHADO
                      END-IF
              END-PERFORM.

      * Partes do funcionario no periodo: a tabela de maior
      * vigencia nao posterior ao periodo; sem tabela, uma parte
      * so - 100% no departamento da folha. Cada parte ja sai com a
      * posicao do departamento na tabela de custo.
       MONTA-RATEIO.
              MOVE ZEROES TO VIGENCIA-RATEIO TOTAL-PARTES.
              PERFORM VARYING IDX-RAT FROM 1 BY 1
                      UNTIL IDX-RAT GREATER THAN TOTAL-RAT
                      IF CODIGO-RAT-TAB(IDX-RAT) EQUAL CODIGO-RATEIO
                        AND VIGENCIA-RAT-TAB(IDX-RAT) NOT GREATER
                            THAN PERIODO-RATEIO
                        AND VIGENCIA-RAT-TAB(IDX-RAT) GREATER THAN
                            VIGENCIA-RATEIO
                             MOVE VIGENCIA-RAT-TAB(IDX-RAT)
                               TO VIGENCIA-RATEIO
                      END-IF
              END-PERFORM.
              IF VIGENCIA-RATEIO GREATER THAN ZEROES
                     PERFORM VARYING IDX-RAT FROM 1 BY 1
                             UNTIL IDX-RAT GREATER THAN TOTAL-RAT
                             IF CODIGO-RAT-TAB(IDX-RAT) EQUAL
                                   CODIGO-RATEIO
                               AND VIGENCIA-RAT-TAB(IDX-RAT) EQUAL
                                   VIGENCIA-RATEIO
                               AND TOTAL-PARTES LESS THAN 20
                                    ADD 1 TO TOTAL-PARTES
                                    MOVE DEPTO-RAT-TAB(IDX-RAT)
                                      TO DEPTO-PARTE(TOTAL-PARTES)
                                    MOVE PERCENTUAL-RAT-TAB(IDX-RAT)
                                      TO PERCENTUAL-PARTE(TOTAL-PARTES)
                             END-IF
                     END-PERFORM.
              IF TOTAL-PARTES EQUAL ZEROES
                     MOVE 1 TO TOTAL-PARTES
                     MOVE DEPTO-RATEIO TO DEPTO-PARTE(1)
                     MOVE 100 TO PERCENTUAL-PARTE(1).
              PERFORM VARYING IDX-PARTE FROM 1 BY 1
                      UNTIL IDX-PARTE GREATER THAN TOTAL-PARTES
                      MOVE DEPTO-PARTE(IDX-PARTE) TO DEPTO-BUSCA
                      PERFORM LOCALIZA-CENTRO-CUSTO
                      MOVE IDX-CC-ACHADO TO IDX-CC-PARTE(IDX-PARTE)
              END-PERFORM.

       RATEIA-VALOR.
              MOVE VALOR-A-RATEAR TO SALDO-RATEIO.
              PERFORM VARYING IDX-PARTE FROM 1 BY 1
                      UNTIL IDX-PARTE GREATER THAN TOTAL-PARTES
                      IF IDX-PARTE EQUAL TOTAL-PARTES
                             MOVE SALDO-RATEIO TO VALOR-PARTE(IDX-PARTE)
                      ELSE
                             COMPUTE VALOR-PARTE(IDX-PARTE) ROUNDED =
                                     VALOR-A-RATEAR
                                     * PERCENTUAL-PARTE(IDX-PARTE) / 100
                             IF VALOR-PARTE(IDX-PARTE) GREATER THAN
                                   SALDO-RATEIO
                                    MOVE SALDO-RATEIO
                                      TO VALOR-PARTE(IDX-PARTE)
                             END-IF
                             SUBTRACT VALOR-PARTE(IDX-PARTE)
                                 FROM SALDO-RATEIO
                      END-IF
              END-PERFORM.

      * Posicao do departamento na tabela de custo (ordem de
      * primeira ocorrencia), com o centro de custo do mestre -
      * departamento fora do mestre sai com centro 0000.
       LOCALIZA-CENTRO-CUSTO.
              MOVE ZEROES TO IDX-CC-ACHADO.
              PERFORM VARYING IDX-CC FROM 1 BY 1
                      UNTIL IDX-CC GREATER THAN TOTAL-CC
                         OR IDX-CC-ACHADO GREATER THAN ZEROES
                      IF DEPTO-CC-TAB(IDX-CC) EQUAL DEPTO-BUSCA
                             MOVE IDX-CC TO IDX-CC-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-CC-ACHADO EQUAL ZEROES
                AND TOTAL-CC LESS THAN 20
                     ADD 1 TO TOTAL-CC
                     MOVE TOTAL-CC TO IDX-CC-ACHADO
                     MOVE DEPTO-BUSCA TO DEPTO-CC-TAB(TOTAL-CC)
                     MOVE ZEROES TO CENTRO-CC-TAB(TOTAL-CC)
                                    BRUTO-CC-TAB(TOTAL-CC)
                                    FGTS-CC-TAB(TOTAL-CC)
                                    INSS-CC-TAB(TOTAL-CC)
                                    TERC-CC-TAB(TOTAL-CC)
                                    CONSIG-CC-TAB(TOTAL-CC)
                     PERFORM VARYING IDX-MESTRE FROM 1 BY 1
                             UNTIL IDX-MESTRE GREATER THAN TOTAL-MESTRE
                             IF CODIGO-MESTRE-TAB(IDX-MESTRE) EQUAL
                                   DEPTO-BUSCA
                                    MOVE CC-MESTRE-TAB(IDX-MESTRE)
                                      TO CENTRO-CC-TAB(TOTAL-CC)
                             END-IF
                     END-PERFORM.

      * Um lancamento por evento com valor no mes - os eventos de
      * custo da folha, um por departamento; evento sem conta no
      * plano marca a falta e trava a entrega.
       MONTA-LANCAMENTOS.
              MOVE "MENS-DINHEIR" TO EVENTO-BUSCA.
              MOVE VALOR-MENS-DINHEIRO TO VALOR-EVENTO.
              MOVE VALOR-PERDAS TO VALOR-EVENTO.
              MOVE "BAIXAS POR PERDA" TO HISTORICO-EVENTO.
              PERFORM MONTA-LANCAMENTO-EVENTO.
              MOVE "RECUPERACAO " TO EVENTO-BUSCA.
              MOVE VALOR-RECUPERACOES TO VALOR-EVENTO.
              MOVE "RECUPERACAO DE PERDAS" TO HISTORICO-EVENTO.
              PERFORM MONTA-LANCAMENTO-EVENTO.
              MOVE "COMISSAO-COB" TO EVENTO-BUSCA.
              MOVE VALOR-COMISSOES-COB TO VALOR-EVENTO.
              MOVE "COMISSAO AGENCIA DE COBRANCA" TO HISTORICO-EVENTO.
              PERFORM MONTA-LANCAMENTO-EVENTO.
              MOVE "FOLHA-BRUTO " TO EVENTO-BUSCA.
              MOVE "FOLHA - SALARIOS BRUTOS" TO HISTORICO-EVENTO.
              PERFORM VARYING IDX-CC FROM 1 BY 1
                      UNTIL IDX-CC GREATER THAN TOTAL-CC
                      MOVE BRUTO-CC-TAB(IDX-CC) TO VALOR-EVENTO
                      PERFORM MONTA-LANCAMENTO-DEPTO
              END-PERFORM.
              MOVE "FOLHA-INSS  " TO EVENTO-BUSCA.
              MOVE VALOR-FOLHA-INSS TO VALOR-EVENTO.
              MOVE "FOLHA - INSS RETIDO" TO HISTORICO-EVENTO.
              MOVE VALOR-FOLHA-LIQ TO VALOR-EVENTO.
              MOVE "FOLHA - LIQUIDOS A PAGAR" TO HISTORICO-EVENTO.
              PERFORM MONTA-LANCAMENTO-EVENTO.
              MOVE "FOLHA-CONSIG" TO EVENTO-BUSCA.
              MOVE "FOLHA - CONSIGNACOES RETIDAS" TO HISTORICO-EVENTO.
              PERFORM VARYING IDX-CC FROM 1 BY 1
                      UNTIL IDX-CC GREATER THAN TOTAL-CC
                      MOVE CONSIG-CC-TAB(IDX-CC) TO VALOR-EVENTO
                      PERFORM MONTA-LANCAMENTO-DEPTO
              END-PERFORM.
              MOVE "ENCG-FGTS   " TO EVENTO-BUSCA.
              MOVE "ENCARGOS - FGTS" TO HISTORICO-EVENTO.
              PERFORM VARYING IDX-CC FROM 1 BY 1
                      UNTIL IDX-CC GREATER THAN TOTAL-CC
                      MOVE FGTS-CC-TAB(IDX-CC) TO VALOR-EVENTO
                      PERFORM MONTA-LANCAMENTO-DEPTO
              END-PERFORM.
              MOVE "ENCG-INSS   " TO EVENTO-BUSCA.
              MOVE "ENCARGOS - INSS PATRONAL+RAT" TO HISTORICO-EVENTO.
              PERFORM VARYING IDX-CC FROM 1 BY 1
                      UNTIL IDX-CC GREATER THAN TOTAL-CC
                      MOVE INSS-CC-TAB(IDX-CC) TO VALOR-EVENTO
                      PERFORM MONTA-LANCAMENTO-DEPTO
              END-PERFORM.
              MOVE "ENCG-TERC   " TO EVENTO-BUSCA.
              MOVE "ENCARGOS - TERCEIROS" TO HISTORICO-EVENTO.
              PERFORM VARYING IDX-CC FROM 1 BY 1
                      UNTIL IDX-CC GREATER THAN TOTAL-CC
                      MOVE TERC-CC-TAB(IDX-CC) TO VALOR-EVENTO
                      PERFORM MONTA-LANCAMENTO-DEPTO
              END-PERFORM.

       MONTA-LANCAMENTO-DEPTO.
              MOVE DEPTO-CC-TAB(IDX-CC)  TO DEPTO-EVENTO.
              MOVE CENTRO-CC-TAB(IDX-CC) TO CENTRO-CUSTO-EVENTO.
              PERFORM MONTA-LANCAMENTO-EVENTO.
              MOVE ZEROES TO DEPTO-EVENTO CENTRO-CUSTO-EVENTO.

       MONTA-LANCAMENTO-EVENTO.
              IF VALOR-EVENTO GREATER THAN ZEROES
              MOVE CONTA-CRED-ACHADA TO CONTA-CRED-LCT-TAB(TOTAL-LCT).
              MOVE VALOR-EVENTO      TO VALOR-LCT-TAB(TOTAL-LCT).
              MOVE HISTORICO-EVENTO  TO HISTORICO-LCT-TAB(TOTAL-LCT).
              MOVE DEPTO-EVENTO      TO DEPTO-LCT-TAB(TOTAL-LCT).
              MOVE CENTRO-CUSTO-EVENTO
                TO CENTRO-CUSTO-LCT-TAB(TOTAL-LCT).
              ADD VALOR-EVENTO TO TOTAL-DEBITOS.
              ADD VALOR-EVENTO TO TOTAL-CREDITOS.
              MOVE HISTORICO-EVENTO  TO HISTORICO-DET.
              MOVE CONTA-DEB-ACHADA  TO CONTA-DEB-DET.
              MOVE CONTA-CRED-ACHADA TO CONTA-CRED-DET.
              MOVE VALOR-EVENTO      TO VALOR-DET.
              MOVE SPACES            TO CC-DET.
              IF DEPTO-EVENTO GREATER THAN ZEROES
                OR CENTRO-CUSTO-EVENTO GREATER THAN ZEROES
                     MOVE DEPTO-EVENTO        TO DEPTO-EDIT
                     MOVE CENTRO-CUSTO-EVENTO TO CENTRO-CUSTO-EDIT
                     MOVE CC-EDITADO          TO CC-DET.
              WRITE REG-REL FROM DETALHE-CTB
                    AFTER ADVANCING 2 LINES.

      * Debitos e creditos precisam fechar e nenhum evento pode ter
      * ficado sem conta - senao o arquivo nao e entregue (sai vazio
      * e o run termina com RETURN-CODE 1 para o operador ver).
      * Periodo fechado pelo EX130: nada e regravado - o
      * LANCTOS.DAT entregue no fechamento fica como esta.
       CONFERE-E-ENTREGA.
              IF TOTAL-DEBITOS NOT EQUAL TOTAL-CREDITOS
                     MOVE "NAO" TO EXPORTE-LIBERADO.
              CALL "PERFECH" USING PERIODO-EXPORTE PERIODO-ENCERRADO.
              IF PERIODO-ENCERRADO EQUAL "S"
                     MOVE "EXPORTE RECUSADO - PERIODO FECHADO (EX130)"
                       TO VAR-RESULTADO
                     MOVE 1 TO RETURN-CODE
              ELSE
                     OPEN OUTPUT LANCTOS
                     IF EXPORTE-LIBERADO EQUAL "SIM"
                            PERFORM GRAVA-LANCAMENTOS
                            MOVE
                           "EXPORTE CONFERIDO - LANCTOS.DAT LIBERADO"
                              TO VAR-RESULTADO
                     ELSE
                            MOVE
                           "EXPORTE RECUSADO - LANCTOS.DAT NAO GERADO"
                              TO VAR-RESULTADO
                            MOVE 1 TO RETURN-CODE
                     END-IF
                     CLOSE LANCTOS.
              WRITE REG-REL FROM LINHA-RESULTADO
                    AFTER ADVANCING 2 LINES.

                      MOVE VALOR-LCT-TAB(IDX-LCT) TO VALOR-LCT
                      MOVE HISTORICO-LCT-TAB(IDX-LCT)
                        TO HISTORICO-LCT
                      MOVE DEPTO-LCT-TAB(IDX-LCT) TO DEPTO-LCT
                      MOVE CENTRO-CUSTO-LCT-TAB(IDX-LCT)
                        TO CENTRO-CUSTO-LCT
                      WRITE REG-LANCTO
                      ADD 1 TO TOTAL-LANCTOS
              END-PERFORM.
