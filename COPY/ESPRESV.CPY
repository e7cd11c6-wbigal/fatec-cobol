      * ESPRESV.CPY - lista de espera de pacotes (LISTESP.DAT,
      * sequencial, acrescido pelo EX58 quando a saida pedida esta
      * esgotada): pacote, data da saida, cliente, lugares pedidos e
      * data do pedido. SITUACAO-LES "A" aguardando; o EX114 deixa
      * de contar o pedido quando o cliente ja tem reserva ativa
      * naquela saida ou a saida ja passou.
       01     REG-LES.
              02 CODIGO-PAC-LES    PIC X(06).
              02 DATA-SAIDA-LES    PIC 9(08).
              02 CPF-LES           PIC 9(11).
              02 LUGARES-LES       PIC 9(02).
              02 DATA-PEDIDO-LES   PIC 9(08).
              02 SITUACAO-LES      PIC X(01).
