      * DADOSALU.CPY: layout de uma linha do cadastro complementar do
      * aluno (DADOSALU.DAT), digitado pela secretaria a partir da
      * ficha de matricula - os dados pessoais que o CADALU nao
      * guarda e que o Censo da Educacao Superior exige (EX31 do
      * ME01). Um registro por aluno.
       01     REG-DADOSALU.
              02     NUMERO-DAD           PIC 9(05).
              02     CPF-DAD              PIC 9(11).
      * Data de nascimento (AAAAMMDD).
              02     NASCIMENTO-DAD       PIC 9(08).
      * SEXO-DAD: "M" masculino, "F" feminino.
              02     SEXO-DAD             PIC X(01).
      * NACIONALIDADE-DAD: "1" brasileira, "2" brasileira nascido no
      * exterior ou naturalizado, "3" estrangeira.
              02     NACIONALIDADE-DAD    PIC X(01).
      * Semestre de ingresso no curso: ano e semestre (AAAAS).
              02     INGRESSO-DAD.
                     03  ANO-INGRESSO-DAD PIC 9(04).
                     03  SEM-INGRESSO-DAD PIC 9(01).
