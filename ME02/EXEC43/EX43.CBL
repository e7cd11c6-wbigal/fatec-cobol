      *              SAI NO RELATORIO DE ESTORNOS (RELEST) COM CAMPO
      *              DE VISTO; TRANSACAO SEM POSTAGEM CORRESPONDENTE
      *              OU COM RECIBO JA CANCELADO E RECUSADA NO MESMO
      *              RELATORIO. COMO O LANCAMENTO COMPENSATORIO E
      *              DATADO DE HOJE, COM O MES CORRENTE FECHADO PELO
      *              EX130 (SUBROTINA PERFECH) TODA TRANSACAO E
      *              RECUSADA COM "PERIODO FECHADO" ATE A REABERTURA
      *              DOCUMENTADA.

      *==============================================================
       ENVIRONMENT          DIVISION.
       77 TOTAL-RECUSADOS          PIC 9(05) VALUE ZEROES.
       77 VALOR-TOTAL-ESTORNADO    PIC 9(12)V9(02) VALUE ZEROES.
       77 MOTIVO-RECUSA            PIC X(26) VALUE SPACES.
       77 PERIODO-HOJE             PIC 9(06) VALUE ZEROES.
       77 PERIODO-ENCERRADO        PIC X(01) VALUE "N".
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE PERIODO-HOJE = ANO-HOJE * 100 + MES-HOJE.
              CALL "PERFECH" USING PERIODO-HOJE PERIODO-ENCERRADO.
              PERFORM CARREGA-POSTAGENS.
              PERFORM CARREGA-SALDOS.
              PERFORM CARREGA-CANCELADOS.
              PERFORM PROCESSA-ESTORNO.
              PERFORM LEITURA.

      * Confere a transacao: o periodo do lancamento compensatorio
      * (mes corrente) nao pode estar fechado, o recibo nao pode ja
      * estar cancelado e a postagem (socio + valor, ainda nao
      * estornada) precisa existir em CADSOC2.
       PROCESSA-ESTORNO.
              MOVE SPACES TO MOTIVO-RECUSA.
              IF PERIODO-ENCERRADO EQUAL "S"
                     MOVE "PERIODO FECHADO (EX130)" TO MOTIVO-RECUSA
                     PERFORM IMPRIME-RECUSA
              ELSE
                     PERFORM VERIFICA-RECIBO-CANCELADO
                     IF RECIBO-JA-CANCELADO EQUAL "SIM"
                            MOVE "RECIBO JA CANCELADO" TO MOTIVO-RECUSA
                            PERFORM IMPRIME-RECUSA
                     ELSE
                            PERFORM LOCALIZA-POSTAGEM
                            IF IDX-POSTAGEM EQUAL ZEROES
                                   MOVE "POSTAGEM NAO ENCONTRADA"
                                     TO MOTIVO-RECUSA
                                   PERFORM IMPRIME-RECUSA
                            ELSE
                                   PERFORM EFETIVA-ESTORNO
                            END-IF
                     END-IF
              END-IF.

