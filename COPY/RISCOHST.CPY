      * RISCOHST.CPY: layout de uma linha do historico do alerta de
      * risco de evasao (RISCOHST.DAT, sequencial, so acrescentado
      * pelo EX30 do ME01) - um registro por aluno sinalizado em cada
      * execucao, com a pontuacao e os sinais que a formaram. E por
      * ele que as execucoes seguintes acompanham se quem foi
      * sinalizado (e atendido pela coordenacao) continua no curso.
       01     REG-RISCOHST.
      * Data de referencia da execucao (AAAAMMDD).
              02     DATA-RSC             PIC 9(08).
              02     NUMERO-RSC           PIC 9(05).
              02     NOME-RSC             PIC X(20).
      * Posicao na lista ordenada e pontuacao total.
              02     POSICAO-RSC          PIC 9(04).
              02     PONTOS-RSC           PIC 9(03).
      * Sinais presentes ("S") ou ausentes (espaco): faltas em alta,
      * notas parciais baixas, trancamento/reativacao anterior,
      * pre-requisito reprovado e mensalidade em atraso.
              02     MOTIVOS-RSC.
                     03  FALTAS-RSC       PIC X(01).
                     03  NOTAS-RSC        PIC X(01).
                     03  STATUS-RSC       PIC X(01).
                     03  PREREQ-RSC       PIC X(01).
                     03  MENSAL-RSC       PIC X(01).
