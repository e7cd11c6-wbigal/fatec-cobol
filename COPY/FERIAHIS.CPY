      * FERIAHIS.CPY - historico das ferias pagas (FERIAHIS.DAT,
      * sequencial), acrescido pelo EX-10 (ME03) a cada ferias
      * paga: dias de gozo e dias vendidos (abono pecuniario). Lido
      * pelo EX-22, que abate os dias dos periodos aquisitivos do
      * funcionario do mais antigo para o mais novo, e pelo proprio
      * EX-10 para conferir o saldo de novas ferias.
       01     REG-FHS.
              02 CODIGO-FHS        PIC 9(05).
              02 DATA-INICIO-FHS   PIC 9(08).
              02 DIAS-GOZO-FHS     PIC 9(02).
              02 DIAS-ABONO-FHS    PIC 9(02).
              02 PERIODO-FHS       PIC 9(06).
