      * PAUTACTL.CPY: layout de uma linha do controle de emissao e
      * devolucao das pautas (PAUTACTL.DAT) - uma folha (disciplina
      * + termo) por linha, gravada pelo EX17 do ME01 na ordem do
      * professor e baixada pelo EX18 quando a folha volta aplicada.
       01     REG-PAUTACTL.
              02     DISCIPLINA-PCT       PIC X(08).
              02     TERMO-PCT            PIC 9(02).
              02     CODIGO-PROF-PCT      PIC 9(05).
              02     NOME-PROF-PCT        PIC X(20).
              02     QTD-LINHAS-PCT       PIC 9(04).
              02     DATA-EMISSAO-PCT     PIC 9(08).
              02     PRAZO-PCT            PIC 9(08).
      * SITUACAO-PCT: "E" emitida (aguardando), "D" devolvida e
      * aplicada.
              02     SITUACAO-PCT         PIC X(01).
              02     DATA-DEVOLUCAO-PCT   PIC 9(08).
