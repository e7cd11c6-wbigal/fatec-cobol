      * CENSO.CPY: layout fixo do arquivo de exportacao para o Censo
      * da Educacao Superior (CENSO.DAT, gravado pelo EX31 do ME01),
      * 100 posicoes por linha. TIPO-REG-CEN diz qual visao do corpo
      * vale: "40" cabecalho da IES/curso, "41" aluno (vinculo com o
      * curso no ano de referencia), "42" disciplina do aluno (logo
      * apos o "41" dele), "49" trailer com as quantidades.
       01     REG-CENSO.
              02     TIPO-REG-CEN         PIC X(02).
              02     CORPO-CEN            PIC X(98).
              02     CORPO-IES-CEN        REDEFINES CORPO-CEN.
                     03  ANO-IES-CEN      PIC 9(04).
                     03  CODIGO-IES-CEN   PIC 9(08).
                     03  CURSO-IES-CEN    PIC 9(08).
                     03  FILLER           PIC X(78).
              02     CORPO-ALUNO-CEN      REDEFINES CORPO-CEN.
                     03  NUMERO-ALUNO-CEN PIC 9(05).
                     03  CPF-CEN          PIC 9(11).
                     03  NOME-CEN         PIC X(20).
      * Nascimento no formato do censo (DDMMAAAA).
                     03  NASCIMENTO-CEN.
                         04  DIA-NASC-CEN PIC 9(02).
                         04  MES-NASC-CEN PIC 9(02).
                         04  ANO-NASC-CEN PIC 9(04).
      * SEXO-CEN: 1 feminino, 2 masculino. NACIONALIDADE-CEN: 1, 2
      * ou 3 como no cadastro complementar.
                     03  SEXO-CEN         PIC 9(01).
                     03  NACIONALIDADE-CEN PIC 9(01).
                     03  CURSO-CEN        PIC 9(08).
      * SITUACAO-CEN: 2 cursando, 3 matricula trancada, 4
      * desvinculado do curso, 5 transferido para outro curso, 6
      * formado.
                     03  SITUACAO-CEN     PIC 9(01).
                     03  INGRESSO-CEN     PIC 9(05).
                     03  TERMOS-CEN       PIC 9(02).
                     03  QTD-DISC-CEN     PIC 9(03).
      * Carga horaria integralizada (disciplinas aprovadas ou
      * aproveitadas).
                     03  CARGA-CEN        PIC 9(05).
                     03  FILLER           PIC X(28).
              02     CORPO-DISC-CEN       REDEFINES CORPO-CEN.
                     03  NUMERO-DISC-ALU-CEN PIC 9(05).
                     03  CODIGO-DISC-CEN  PIC X(08).
                     03  TERMO-DISC-CEN   PIC 9(02).
                     03  HORAS-DISC-CEN   PIC 9(03).
                     03  MEDIA-DISC-CEN   PIC 9(02)V99.
      * RESULTADO-DISC-CEN: 1 aprovado, 2 reprovado, 3 cursando, 4
      * aproveitamento de estudos.
                     03  RESULTADO-DISC-CEN PIC 9(01).
                     03  FILLER           PIC X(75).
              02     CORPO-TRAILER-CEN    REDEFINES CORPO-CEN.
                     03  QTD-ALUNOS-CEN   PIC 9(06).
                     03  QTD-DISCIPLINAS-CEN PIC 9(07).
                     03  FILLER           PIC X(85).
