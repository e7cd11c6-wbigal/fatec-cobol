      * MENSALU.CPY: layout de uma linha do contas a receber de
      * mensalidades escolares (MENSALU.DAT), gravado pelo
      * faturamento mensal (EX20 do ME01) - um titulo por aluno e
      * mes de referencia, com o vencimento e a situacao do
      * recebimento.
       01     REG-MENSALU.
              02     NUMERO-MEN           PIC 9(05).
              02     ANO-MES-MEN          PIC 9(06).
              02     NOME-MEN             PIC X(20).
              02     QTD-DISC-MEN         PIC 9(02).
              02     HORAS-MEN            PIC 9(03).
              02     VALOR-MEN            PIC 9(07)V99.
              02     VENCIMENTO-MEN       PIC 9(08).
      * SITUACAO-MEN: "A" em aberto, "P" pago.
              02     SITUACAO-MEN         PIC X(01).
              02     VALOR-PAGO-MEN       PIC 9(07)V99.
              02     DATA-PAGTO-MEN       PIC 9(08).
      * Valor cheio das disciplinas e o desconto de bolsa aplicado
      * (VALOR-MEN = VALOR-BRUTO-MEN - DESCONTO-MEN).
              02     VALOR-BRUTO-MEN      PIC 9(07)V99.
              02     DESCONTO-MEN         PIC 9(07)V99.
