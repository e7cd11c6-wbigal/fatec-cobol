      * RATEIO.CPY - tabela de rateio do custo do funcionario entre
      * departamentos (RATEIO.DAT, sequencial), mantida pelo EX-25
      * (ME03) a partir de TRANRAT.DAT. Uma linha por funcionario +
      * vigencia + departamento; as linhas de uma mesma vigencia
      * somam 100,00%. VIGENCIA-RAT e a competencia (AAAAMM) a
      * partir da qual a tabela vale - para uma competencia, vale a
      * maior vigencia nao posterior a ela. Funcionario sem tabela
      * vigente fica 100% no departamento da folha. Lido pelo EX-05
      * (totais e orcamento por depto), EX-15 (custo da folha por
      * departamento) e EX54 ME02 (lancamentos por centro de custo).
       01     REG-RAT.
              02 CODIGO-RAT        PIC 9(05).
              02 VIGENCIA-RAT      PIC 9(06).
              02 DEPTO-RAT         PIC 9(02).
              02 PERCENTUAL-RAT    PIC 9(03)V9(02).
