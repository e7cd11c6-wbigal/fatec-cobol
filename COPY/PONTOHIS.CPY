      * PONTOHIS.CPY - historico do ponto precificado (PONTOHIS.DAT,
      * sequencial), acrescido pela folha mensal EX-05 (ME03) com o
      * ponto de cada funcionario e a competencia em que entrou.
      * Lido pelas diferencas retroativas EX-23 para reprecificar
      * as horas de meses ja pagos; num reprocessamento da mesma
      * competencia vale o ultimo registro gravado.
       01     REG-PHS.
              02 CODIGO-PHS        PIC 9(05).
              02 PERIODO-PHS       PIC 9(06).
              02 HORAS50-PHS       PIC 9(03).
              02 HORAS100-PHS      PIC 9(03).
              02 HORASNOT-PHS      PIC 9(03).
              02 FALTAS-PHS        PIC 9(02).
