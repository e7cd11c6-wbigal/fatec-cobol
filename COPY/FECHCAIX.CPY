      * FECHCAIX.CPY - registro de fechamentos de caixa (FECHCAIX.
      * DAT, sequencial, acumulado), gravado pelo EX93: uma linha
      * por sessao fechada, com o esperado (CAIXAMOV.DAT) e o
      * declarado pelo operador para cada forma de pagamento (1
      * dinheiro, 2 cartao, 3 transferencia). QUEBRA-FCX soma as
      * diferencas por forma, sem sinal; TIPO-QUEBRA-FCX: "F" falta,
      * "S" sobra, "T" troca de forma (total confere, formas nao),
      * espaco confere. ALERTA-FCX "S" quando a quebra passa da
      * tolerancia em vigor - estes entram na sintese do EX40. O
      * EX48 conta aqui as sessoes ja fechadas do operador no dia
      * para abrir a seguinte.
       01     REG-FECHCAIX.
              02 DATA-SESSAO-FCX   PIC 9(08).
              02 OPERADOR-FCX      PIC X(08).
              02 SEQ-SESSAO-FCX    PIC 9(02).
              02 DATA-FCX          PIC 9(08).
              02 HORA-FCX          PIC 9(06).
              02 FORMA-FCX         OCCURS 3 TIMES.
                 03 QTDE-FCX          PIC 9(05).
                 03 ESPERADO-FCX      PIC 9(09)V9(02).
                 03 DECLARADO-FCX     PIC 9(09)V9(02).
              02 QUEBRA-FCX        PIC 9(09)V9(02).
              02 TIPO-QUEBRA-FCX   PIC X(01).
              02 ALERTA-FCX        PIC X(01).
              02 TOLERANCIA-FCX    PIC 9(05)V9(02).
