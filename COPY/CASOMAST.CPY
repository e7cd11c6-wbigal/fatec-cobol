      * CASOMAST.CPY - casos de atendimento ao cliente (CASOSAC.DAT,
      * indexado por NUMERO-CASO, chave alternativa CPF-CASO com
      * duplicatas), abertos e atualizados pela tela do EX121 e
      * lidos pelos relatorios EX122 (casos abertos do dia) e EX123
      * (mensal de SLA) e pela consulta de cliente do EX11.
      * NUMERO-RESV-CASO: reserva do cliente a que o caso se refere
      * (RESERVAS.DAT); zero, caso sem reserva.
      * TIPO-CASO "R" reclamacao, "A" alteracao de reserva, "D"
      * pedido de documento, "O" outros. PRIORIDADE-CASO "A" alta,
      * "M" media, "B" baixa. ATENDENTE-CASO: responsavel atual
      * (CADATEN.DAT, EX56).
      * SITUACAO-CASO "A" aberto, "E" em atendimento, "F" fechado.
      * DATA-PRAZO-CASO: abertura mais os dias de SLA do tipo e da
      * prioridade (SLACASO.DAT); DATA-FECHAMENTO-CASO zero enquanto
      * o caso nao fecha. As mudancas ficam em HISTCASO.DAT.
       01     REG-CASO.
              02 NUMERO-CASO       PIC 9(06).
              02 CPF-CASO          PIC 9(11).
              02 NUMERO-RESV-CASO  PIC 9(06).
              02 TIPO-CASO         PIC X(01).
              02 PRIORIDADE-CASO   PIC X(01).
              02 ATENDENTE-CASO    PIC 9(03).
              02 SITUACAO-CASO     PIC X(01).
              02 DATA-ABERTURA-CASO PIC 9(08).
              02 DATA-PRAZO-CASO   PIC 9(08).
              02 DATA-FECHAMENTO-CASO PIC 9(08).
              02 ASSUNTO-CASO      PIC X(40).
