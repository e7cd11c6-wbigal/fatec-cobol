      * PARCRESV.CPY - cronograma de parcelas das reservas de viagem
      * (PARCRESV.DAT, sequencial, uma linha por parcela), gerado
      * pela tela do EX58 junto com a reserva: parcela 01 e o sinal,
      * as demais dividem o restante em vencimentos mensais ate a
      * partida. Os pagamentos do EX59 abatem as parcelas em ordem
      * (VALOR-PAGO-PAR); parcela com saldo e vencimento passado
      * esta em atraso (relatorio de saldos do EX101).
       01     REG-PAR.
              02 NUMERO-RESV-PAR   PIC 9(06).
              02 NUMERO-PAR        PIC 9(02).
              02 VENCIMENTO-PAR    PIC 9(08).
              02 VALOR-PAR         PIC 9(09)V9(02).
              02 VALOR-PAGO-PAR    PIC 9(09)V9(02).
