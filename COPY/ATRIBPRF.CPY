      * ATRIBPRF.CPY: layout de uma linha das atribuicoes de turma
      * (ATRIBPRF.DAT) - qual professor da a disciplina no termo.
      * Uma linha por turma (disciplina + termo), mantida pelo EX25
      * do ME01; lida pela emissao das pautas (EX17) e pela carga
      * horaria (EX26).
       01     REG-ATRIB.
              02     DISCIPLINA-ATR       PIC X(08).
              02     TERMO-ATR            PIC 9(02).
              02     CODIGO-PROF-ATR      PIC 9(05).
