      * PREPAGO.CPY - pagamentos antecipados da anuidade (PREPAGO.DAT,
      * sequencial, um registro por socio e ano), gravado pelo
      * registro de antecipacoes do EX90. Cobre os meses MES-INICIO-
      * PRE a MES-INICIO-PRE + MESES-PRE - 1 do ANO-PRE, pagos de uma
      * vez com PERC-DESCONTO-PRE sobre a mensalidade tabelada
      * (VALOR-MENSAL-PRE). SITUACAO-PRE: "A" vigente, "E" encerrada
      * pelo desligamento do socio - cobertura ate MES-ENCERRA-PRE e
      * os meses nao usufruidos restituidos (VALOR-RESTIT-PRE) pela
      * ordem de restituicao do EX44. Consultado pelo EX17 (socio
      * coberto nao entra na remessa), pelo EX81 (nem recebe boleto),
      * pelo EX01 (mes coberto conta como pago) e pela amortizacao
      * mensal do EX91.
       01     REG-PREPAGO.
              02 NUMERO-SOCIO-PRE  PIC 9(06).
              02 ANO-PRE           PIC 9(04).
              02 MES-INICIO-PRE    PIC 9(02).
              02 MESES-PRE         PIC 9(02).
              02 VALOR-MENSAL-PRE  PIC 9(09)V9(02).
              02 PERC-DESCONTO-PRE PIC 9(02)V9(02).
              02 VALOR-PAGO-PRE    PIC 9(09)V9(02).
              02 DATA-PGTO-PRE     PIC 9(08).
              02 SITUACAO-PRE      PIC X(01).
              02 MES-ENCERRA-PRE   PIC 9(02).
              02 VALOR-RESTIT-PRE  PIC 9(09)V9(02).
