      * FECHPER.CPY - registro dos fechamentos de mes da associacao
      * (FECHPER.DAT, sequencial, acumulado), gravado pelo EX130:
      * uma linha por fechamento ("F") ou reabertura documentada
      * ("R") de um periodo AAAAMM. Vale a ultima linha do periodo.
      * Consultado pela subrotina PERFECH, que a postagem (EX01), o
      * estorno (EX43), a aplicacao de creditos (EX44), a baixa por
      * perda (EX45), a conciliacao de cartao (EX49) e o exporte
      * contabil (EX54) chamam para recusar periodo fechado.
      * DOCUMENTO-FPR e MOTIVO-FPR so
      * sao obrigatorios na reabertura; CODIGO-VERIF-FPR e o codigo
      * de verificacao impresso no certificado de fechamento.
       01     REG-FECHPER.
              02 PERIODO-FPR       PIC 9(06).
              02 SITUACAO-FPR      PIC X(01).
              02 DATA-FPR          PIC 9(08).
              02 HORA-FPR          PIC 9(06).
              02 RESPONSAVEL-FPR   PIC X(20).
              02 DOCUMENTO-FPR     PIC X(20).
              02 MOTIVO-FPR        PIC X(30).
              02 CODIGO-VERIF-FPR  PIC 9(06).
