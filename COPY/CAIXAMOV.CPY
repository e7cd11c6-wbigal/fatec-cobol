      * CAIXAMOV.CPY - movimento do caixa do balcao (CAIXAMOV.DAT,
      * sequencial, acumulado): uma linha por pagamento aceito na
      * tela do EX48, carimbada com o operador do sign-on e a sessao
      * de caixa (data de abertura + operador + sequencial do dia).
      * A sessao so muda depois de fechada pelo EX93, que soma aqui
      * o esperado por forma de pagamento para o boletim de caixa.
       01     REG-CAIXAMOV.
              02 DATA-SESSAO-CXM   PIC 9(08).
              02 OPERADOR-CXM      PIC X(08).
              02 SEQ-SESSAO-CXM    PIC 9(02).
              02 HORA-CXM          PIC 9(06).
              02 NUMERO-SOCIO-CXM  PIC 9(06).
              02 VALOR-CXM         PIC 9(09)V9(02).
              02 FORMA-CXM         PIC 9(01).
