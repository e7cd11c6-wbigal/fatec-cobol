      * PESSOA.CPY - registro do indice de pessoas (PESSOAS.DAT,
      * indexado por CHAVE-PES), recriado toda noite pelo EX128 a
      * partir dos cadastros que guardam CPF: clientes (CADOK),
      * socios (CADMSOCI), funcionarios (CADFUNCI) e alunos
      * (CADALU). Uma linha por CPF e ligacao - o aluno entra uma
      * vez, nao uma por matricula. Lido pela consulta de pessoas
      * (EX129) e pela eliminacao LGPD (EX28), que chegam a todos
      * os cadastros da pessoa lendo a partir do CPF (START pela
      * chave com ORIGEM-PES/CHAVE-ORIGEM-PES em LOW-VALUES).
       01     REG-PESSOA.
              02 CHAVE-PES.
                     03 CPF-PES           PIC 9(11).
      * ORIGEM-PES: "C" cliente (CADOK), "S" socio (CADMSOCI),
      * "F" funcionario (CADFUNCI), "A" aluno (CADALU).
                     03 ORIGEM-PES        PIC X(01).
      * CHAVE-ORIGEM-PES: chave do registro no cadastro de origem,
      * alinhada a esquerda (CPF do cliente, numero do socio,
      * codigo do funcionario, numero do aluno).
                     03 CHAVE-ORIGEM-PES  PIC X(11).
              02 NOME-PES          PIC X(30).
      * SITUACAO-PES: status no cadastro de origem ("A"/"S"/"D" do
      * socio, "A"/"D" do funcionario, status da matricula do
      * aluno); branco no cliente, que nao tem status.
              02 SITUACAO-PES      PIC X(01).
              02 DATA-INDICE-PES   PIC 9(08).
