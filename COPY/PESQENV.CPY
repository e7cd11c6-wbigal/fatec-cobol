      * PESQENV.CPY - extrato da pesquisa de satisfacao pos-viagem
      * (PESQENV.DAT, sequencial, acrescido pelo EX115): um viajante
      * por linha com a reserva, o destino, a data de retorno e o
      * email do CADOK, pronto para a ferramenta de disparo. O
      * proprio arquivo e o registro de envio: reserva ja presente
      * nele nao e pesquisada de novo.
       01     REG-PQE.
              02 NUMERO-RESV-PQE   PIC 9(06).
              02 CPF-PQE           PIC 9(11).
              02 NOME-PQE          PIC X(30).
              02 EMAIL-PQE         PIC X(30).
              02 DESTINO-PQE       PIC X(20).
              02 DATA-RETORNO-PQE  PIC 9(08).
              02 DATA-ENVIO-PQE    PIC 9(08).
