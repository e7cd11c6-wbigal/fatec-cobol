      * RESVMAST.CPY - reservas de viagem da agencia (RESERVAS.DAT,
      * sequencial, uma linha por reserva), lancadas pela tela do
      * EX58 e baixadas pelo EX59. Antes repetido em cada programa;
      * centralizado aqui quando o valor ja pago (VALOR-PAGO-RESV)
      * foi acrescentado para o pagamento em parcelas, para EX58/
      * EX59/EX60/EX64/EX101/EX103 nao divergirem de layout.
      * SITUACAO-RESV: "R" reservada, nada pago; "S" sinal pago
      * (pagamento parcial, saldo em aberto); "P" quitada; "C"
      * cancelada. Saldo devedor = VALOR-RESV - VALOR-PAGO-RESV.
      * O cronograma de parcelas fica em PARCRESV.DAT (PARCRESV.CPY).
      * OPERADORA-RESV: operadora do pacote (CADOPERI.DAT, EX102),
      * base da comissao a receber do EX103; em branco, pacote
      * proprio, sem comissao.
      * CODIGO-PACOTE-RESV: pacote do catalogo CADPACI.DAT (EX113)
      * vendido pelo EX58, com LUGARES-RESV assentos na saida de
      * DATA-PARTIDA-RESV; reserva anterior ao catalogo vem com os
      * dois em branco.
      * ATENDENTE-RESV: codigo do atendente que vendeu (CADATEN.DAT,
      * EX56), base do NPS por atendente do EX117; zero na reserva
      * anterior ao campo.
      * DATA-QUITACAO-RESV: dia em que o EX59 quitou a reserva ("P"),
      * periodo do RPS do EX118; zero ou em branco na quitada antes
      * do campo, que nao entra em RPS. NFSE-RESV e VERIFICA-NFSE-
      * RESV: NFS-e emitida pela prefeitura sobre o RPS da reserva,
      * gravadas pelo retorno do EX119; zero/branco, sem nota.
      * MOEDA-RESV: moeda do pacote internacional (PACMAST); em
      * branco, reserva em reais. VALOR-MOEDA-RESV e o preco na
      * moeda e TAXA-RESV a cotacao do dia da reserva (CAMBIO.CPY)
      * que deu VALOR-RESV; VALOR-PAGO-MOEDA-RESV acumula cada
      * pagamento do EX59 convertido pela cotacao do dia em que foi
      * recebido. Base da exposicao e do resultado cambial do EX125.
       01     REG-RESV.
              02 NUMERO-RESV       PIC 9(06).
              02 CPF-RESV          PIC 9(11).
              02 DESTINO-RESV      PIC X(20).
              02 DATA-PARTIDA-RESV PIC 9(08).
              02 VALOR-RESV        PIC 9(09)V9(02).
              02 SITUACAO-RESV     PIC X(01).
              02 DATA-RESERVA-RESV PIC 9(08).
              02 VALOR-PAGO-RESV   PIC 9(09)V9(02).
              02 OPERADORA-RESV    PIC X(04).
              02 CODIGO-PACOTE-RESV PIC X(06).
              02 LUGARES-RESV      PIC 9(02).
              02 ATENDENTE-RESV    PIC 9(03).
              02 DATA-QUITACAO-RESV PIC 9(08).
              02 NFSE-RESV         PIC 9(08).
              02 VERIFICA-NFSE-RESV PIC X(09).
              02 MOEDA-RESV        PIC X(03).
              02 VALOR-MOEDA-RESV  PIC 9(09)V9(02).
              02 TAXA-RESV         PIC 9(03)V9(04).
              02 VALOR-PAGO-MOEDA-RESV PIC 9(09)V9(02).
