      * MUDSTAT.CPY: layout de uma linha do historico de mudancas de
      * status de matricula (MUDSTAT.DAT, sequencial, so acrescentado
      * pelo EX08 do ME01 a cada trancamento, cancelamento,
      * transferencia e reativacao aplicados - mesmo papel do HISTSTAT
      * do ME02). O CADALU so guarda o status atual; e daqui que o
      * alerta de evasao (EX30) tira o trancamento/reativacao anterior
      * e o censo (EX31) a situacao do aluno no fim do ano.
       01     REG-MUDSTAT.
              02     NUMERO-MUD           PIC 9(05).
              02     DATA-MUD             PIC 9(08).
      * TIPO-MUD: "T" trancamento, "C" cancelamento, "R" reativacao,
      * "X" saida por transferencia para outro curso.
              02     TIPO-MUD             PIC X(01).
      * Matriculas do aluno atingidas pela transacao.
              02     QTD-MATRICULAS-MUD   PIC 9(03).
