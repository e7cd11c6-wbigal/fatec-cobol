      * PONTOS.CPY - razao de pontos de fidelidade por CPF
      * (PONTOS.DAT, sequencial, so acrescimos, em ordem
      * cronologica). Cada linha e um movimento:
      * TIPO-PTO "G" ganho na reserva quitada (EX109), "D"
      * devolucao dos pontos resgatados em reserva cancelada
      * (EX109), "E" estorno do ganho de reserva cancelada (EX109),
      * "R" resgate como desconto em nova reserva (EX58), "X"
      * expiracao (EX109). "G" e "D" formam lotes com VALIDADE-PTO;
      * "R" e "X" consomem os lotes mais antigos primeiro; "E"
      * anula o lote "G" da mesma reserva. Saldo = G + D - E - R - X.
       01     REG-PTO.
              02 CPF-PTO           PIC 9(11).
              02 DATA-PTO          PIC 9(08).
              02 TIPO-PTO          PIC X(01).
              02 NUMERO-RESV-PTO   PIC 9(06).
              02 QTD-PTO           PIC 9(07).
              02 VALIDADE-PTO      PIC 9(08).
