      * COMISFUN.CPY - movimento de comissao de vendas para a folha
      * (COMISFUN.DAT, sequencial), acrescido pelo EX120 (ME02) e
      * lido pelo EX-05 (ME03), que precifica cada linha do periodo
      * da folha como evento do holerite. Uma linha por funcionario
      * e tipo em cada apuracao: TIPO-CMF "C" comissao sobre as
      * vendas quitadas no periodo (provento), "E" estorno de
      * comissao de venda cancelada (desconto).
       01     REG-CMF.
              02 CODIGO-CMF        PIC 9(05).
              02 PERIODO-CMF       PIC 9(06).
              02 TIPO-CMF          PIC X(01).
              02 VALOR-CMF         PIC 9(07)V9(02).
