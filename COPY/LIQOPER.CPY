      * LIQOPER.CPY - liquidacoes das reservas em moeda estrangeira
      * com a operadora (LIQOPER.DAT, sequencial, uma linha por
      * liquidacao), recebidas do financeiro. VALOR-MOEDA-LIQ e o
      * valor remetido na moeda da reserva e TAXA-LIQ a taxa do
      * contrato de cambio (reais por unidade). O EX125 compara com
      * a taxa da reserva para apurar o ganho ou a perda cambial;
      * reserva sem liquidacao ate o fim do mes e exposicao aberta.
       01     REG-LIQ.
              02 NUMERO-RESV-LIQ   PIC 9(06).
              02 DATA-LIQ          PIC 9(08).
              02 VALOR-MOEDA-LIQ   PIC 9(09)V9(02).
              02 TAXA-LIQ          PIC 9(03)V9(04).
