      * GRADE.CPY: layout de uma linha da grade horaria (GRADE.DAT)
      * - um bloco de aulas seguidas de uma turma (disciplina +
      * termo) num dia da semana, com sala e professor. Mantida pelo
      * EX23 do ME01, impressa pelo EX24 e conferida pelo EX14 na
      * captura das sessoes.
       01     REG-GRADE.
              02     DISCIPLINA-GRD       PIC X(08).
              02     TERMO-GRD            PIC 9(02).
      * DIA-SEMANA-GRD: 2 segunda ... 7 sabado (1 domingo, sem aula).
              02     DIA-SEMANA-GRD       PIC 9(01).
      * Hora de inicio (07 a 22) e quantidade de aulas de uma hora
      * seguidas; a soma das aulas da turma na semana e a carga
      * HORAS-DISC do CADDISC.DAT.
              02     HORA-INI-GRD         PIC 9(02).
              02     QTD-AULAS-GRD        PIC 9(01).
              02     SALA-GRD             PIC X(06).
              02     PROFESSOR-GRD        PIC X(20).
