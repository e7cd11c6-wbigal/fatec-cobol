      * REEMBOLS.CPY - ordens de reembolso de reservas canceladas
      * (REEMBOLS.DAT, sequencial, uma linha por cancelamento),
      * gravadas pelo EX59 no cancelamento e baixadas pelo EX108
      * quando a tesouraria confirma o pagamento. A multa vem da
      * politica de POLCANC.DAT pelos dias de antecedencia da
      * partida; RETIDO-REE = menor entre a multa e o ja pago
      * (receita de multas do EX60); VALOR-REE = pago - retido.
      * SITUACAO-REE: "P" reembolso pendente; "C" pago, confirmado
      * pela tesouraria em DATA-PAGTO-REE; "N" nada a devolver.
       01     REG-REE.
              02 NUMERO-RESV-REE   PIC 9(06).
              02 CPF-REE           PIC 9(11).
              02 DESTINO-REE       PIC X(20).
              02 DATA-PARTIDA-REE  PIC 9(08).
              02 DATA-CANCEL-REE   PIC 9(08).
              02 DIAS-ANTEC-REE    PIC 9(03).
              02 VALOR-RESV-REE    PIC 9(09)V9(02).
              02 VALOR-PAGO-REE    PIC 9(09)V9(02).
              02 PERCENTUAL-REE    PIC 9(03)V9(02).
              02 MULTA-REE         PIC 9(09)V9(02).
              02 RETIDO-REE        PIC 9(09)V9(02).
              02 VALOR-REE         PIC 9(09)V9(02).
              02 SITUACAO-REE      PIC X(01).
              02 DATA-PAGTO-REE    PIC 9(08).
