      * BOLSA.CPY: layout de uma linha do cadastro de bolsas de
      * estudo (BOLSA.DAT) - uma bolsa por aluno, mantida pelas
      * transacoes do EX21 do ME01, revista a cada fim de termo pelo
      * EX22 e aplicada como desconto no faturamento de
      * mensalidades (EX20).
       01     REG-BOLSA.
              02     NUMERO-BLS           PIC 9(05).
              02     NOME-BLS             PIC X(20).
      * TIPO-BLS: "M" merito, "S" social, "C" convenio, "E" esporte.
              02     TIPO-BLS             PIC X(01).
              02     PERC-BLS             PIC 9(03)V99.
              02     TERMO-INI-BLS        PIC 9(02).
      * Exigencias da bolsa: media minima do termo (0 a 10) e
      * frequencia minima em percentual.
              02     MEDIA-MIN-BLS        PIC 9(02)V99.
              02     FREQ-MIN-BLS         PIC 9(03).
      * SITUACAO-BLS: "A" ativa, "V" em advertencia (ainda vale),
      * "P" perdida na renovacao, "C" cancelada por transacao.
              02     SITUACAO-BLS         PIC X(01).
      * Ultima renovacao apurada: termo e a media e a frequencia
      * que o aluno teve nele.
              02     TERMO-REV-BLS        PIC 9(02).
              02     MEDIA-REV-BLS        PIC 9(02)V99.
              02     FREQ-REV-BLS         PIC 9(03).
