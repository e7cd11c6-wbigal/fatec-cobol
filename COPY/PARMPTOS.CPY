      * PARMPTOS.CPY - parametro do programa de fidelidade
      * (PARMPTOS.DAT), compartilhado pelo resgate na tela do EX58,
      * pela apuracao do EX109 e pelo extrato do EX110, para o
      * ponto valer o mesmo em todos. Campo zerado vale o padrao:
      * PONTOS-POR-REAL-PTO 1 ponto por real pago; MESES-VALIDADE-
      * PTO 24 meses; VALOR-PONTO-PTO R$ 0,0100 por ponto no
      * resgate e no passivo; DATA-BASE-PTO hoje; COMPETENCIA-PTO
      * (AAAAMM do extrato) o mes anterior ao da data base.
       01     REG-PARM-PTO.
              02 PONTOS-POR-REAL-PTO     PIC 9(03)V9(02).
              02 MESES-VALIDADE-PTO      PIC 9(03).
              02 VALOR-PONTO-PTO         PIC 9(01)V9(04).
              02 DATA-BASE-PTO           PIC 9(08).
              02 COMPETENCIA-PTO         PIC 9(06).
