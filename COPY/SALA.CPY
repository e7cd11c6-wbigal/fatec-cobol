      * SALA.CPY: layout de uma linha do cadastro de salas de aula
      * (SALA.DAT), mantido pelo EX23 do ME01 junto com a grade
      * horaria (GRADE.DAT) que ocupa as salas.
       01     REG-SALA.
              02     CODIGO-SALA          PIC X(06).
              02     DESCRICAO-SALA       PIC X(20).
      * TIPO-SALA: "T" teorica, "L" laboratorio, "A" auditorio.
              02     TIPO-SALA            PIC X(01).
              02     CAPACIDADE-SALA      PIC 9(03).
