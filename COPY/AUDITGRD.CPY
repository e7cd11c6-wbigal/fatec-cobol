      * AUDITGRD.CPY: layout de uma linha do resultado da auditoria
      * curricular (AUDITGRD.DAT, recriado a cada execucao do EX32
      * do ME01) - um registro por aluno auditado contra a matriz
      * do curso (MATRIZ.DAT). O EX06 so grava em CONCLUI.DAT o
      * aluno com auditoria limpa.
       01     REG-AUDITGRD.
              02     NUMERO-AUD           PIC 9(05).
              02     CURSO-AUD            PIC 9(08).
              02     DATA-AUD             PIC 9(08).
      * RESULTADO-AUD: "L" limpa (todas as obrigatorias e o minimo de
      * eletivas cumpridos), "P" pendente.
              02     RESULTADO-AUD        PIC X(01).
              02     OBRIG-FALTANTES-AUD  PIC 9(03).
              02     HORAS-ELETIVAS-AUD   PIC 9(04).
              02     MIN-ELETIVAS-AUD     PIC 9(04).
