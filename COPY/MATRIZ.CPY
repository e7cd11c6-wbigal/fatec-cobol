      * MATRIZ.CPY: layout de uma linha da matriz curricular
      * (MATRIZ.DAT, sequencial, digitada pela coordenacao) - as
      * disciplinas do CADDISC.DAT que o curso exige para o diploma.
      * Lida pela auditoria curricular (EX32 do ME01), cujo resultado
      * o EX06 exige limpo antes de gravar o concluinte.
       01     REG-MATRIZ.
              02     CURSO-MTZ            PIC 9(08).
      * TIPO-MTZ: "C" linha do curso (nome e minimo de horas
      * eletivas, sem disciplina), "O" disciplina obrigatoria, "E"
      * disciplina eletiva.
              02     TIPO-MTZ             PIC X(01).
              02     DISCIPLINA-MTZ       PIC X(08).
      * So na linha "C": horas (carga HORAS-DISC do CADDISC) que o
      * aluno precisa somar em eletivas aprovadas.
              02     MIN-ELETIVAS-MTZ     PIC 9(04).
              02     NOME-CURSO-MTZ       PIC X(30).
