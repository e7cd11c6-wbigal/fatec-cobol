      * EXTPONTO.CPY - extrato mensal de pontos de fidelidade
      * (EXTPONTO.DAT, sequencial, um cliente por linha), gravado
      * pelo EX110 para a competencia AAAAMM e lido pelo EX31
      * (emails, juncao pelo EMAIL-EXT) e pelo EX63 (etiquetas)
      * quando pedido o envio so dos extratos. Creditos = ganhos
      * mais devolucoes; SALDO-EXT = anterior + creditos - estornos
      * - resgates - expirados; VALOR-SALDO-EXT em reais pelo
      * valor do ponto do PARMPTOS.
       01     REG-EXT.
              02 CPF-EXT           PIC 9(11).
              02 NOME-EXT          PIC X(30).
              02 EMAIL-EXT         PIC X(30).
              02 COMPETENCIA-EXT   PIC 9(06).
              02 SALDO-ANT-EXT     PIC 9(09).
              02 CREDITOS-EXT      PIC 9(09).
              02 ESTORNOS-EXT      PIC 9(09).
              02 RESGATES-EXT      PIC 9(09).
              02 EXPIRADOS-EXT     PIC 9(09).
              02 SALDO-EXT         PIC 9(09).
              02 VALOR-SALDO-EXT   PIC 9(09)V9(02).
