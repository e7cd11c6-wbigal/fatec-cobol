      *              EM RELCARD OS PAGAMENTOS EM CARTAO AINDA NAO
      *              LIQUIDADOS E AS LIQUIDACOES SEM POSTAGEM
      *              CORRESPONDENTE, COM O TOTAL DE TAXAS RETIDAS.
      *              LIQUIDACAO DATADA DE PERIODO JA FECHADO PELO EX130
      *              (SUBROTINA PERFECH) NAO E CONCILIADA: SAI COMO
      *              REJEITADA COM "PERIODO FECHADO" ATE A REABERTURA
      *              DOCUMENTADA.

      *==============================================================
       ENVIRONMENT          DIVISION.
       77 VALOR-TOTAL-TAXAS        PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-TOTAL-LIQUIDADO    PIC 9(12)V9(02) VALUE ZEROES.
       77 MOTIVO-REJEICAO          PIC X(30) VALUE SPACES.
       77 PERIODO-LIQ              PIC 9(06) VALUE ZEROES.
       77 PERIODO-ENCERRADO        PIC X(01) VALUE "N".
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              ELSE
                     ADD 1 TO TOTAL-IGNORADOS.

      * O periodo da transacao e o da data de liquidacao; periodo
      * fechado pelo EX130 recusa a linha antes de qualquer conferencia.
       VALIDA-DETALHE.
              MOVE SPACES TO MOTIVO-REJEICAO.
              MOVE "N" TO PERIODO-ENCERRADO.
              IF DATA-LIQ-CRD NUMERIC
                     MOVE DATA-LIQ-CRD(1:6) TO PERIODO-LIQ
                     CALL "PERFECH" USING PERIODO-LIQ PERIODO-ENCERRADO.
              IF PERIODO-ENCERRADO EQUAL "S"
                     MOVE "PERIODO FECHADO (EX130)" TO MOTIVO-REJEICAO
              ELSE IF NUMERO-SOCIO-CRD NOT NUMERIC
                     MOVE "REFERENCIA NAO NUMERICA" TO MOTIVO-REJEICAO
              ELSE IF NUMERO-SOCIO-CRD EQUAL "000000"
                     MOVE "REFERENCIA ZERADA" TO MOTIVO-REJEICAO
