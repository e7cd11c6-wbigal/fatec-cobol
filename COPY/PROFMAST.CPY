      * PROFMAST.CPY: layout de uma linha do cadastro de professores
      * (PROFMAST.DAT), mantido pelo EX25 do ME01 junto com as
      * atribuicoes de turma (ATRIBPRF.DAT).
       01     REG-PROF.
              02     CODIGO-PROF          PIC 9(05).
              02     NOME-PROF            PIC X(20).
      * REGIME-PROF: "I" integral, "P" parcial, "H" horista.
              02     REGIME-PROF          PIC X(01).
      * Limite de horas-aula semanais do contrato (carga do EX26).
              02     LIMITE-HORAS-PROF    PIC 9(02).
      * SITUACAO-PROF: "A" ativo, "I" inativo.
              02     SITUACAO-PROF        PIC X(01).
