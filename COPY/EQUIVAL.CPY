      * EQUIVAL.CPY: layout de uma linha dos pedidos de aproveitamento
      * de estudos (EQUIVAL.DAT) - disciplina cursada em outra escola
      * que o aluno pede para ser creditada por uma disciplina do
      * CADDISC.DAT. Mantido pelo EX27 do ME01; o pedido aprovado vai
      * ao HISTGPAI.DAT com TERMO 00 (registro de aproveitamento).
       01     REG-EQUIVAL.
              02     NUMERO-EQV           PIC 9(05).
      * Disciplina do CADDISC.DAT que o aproveitamento credita.
              02     DISCIPLINA-EQV       PIC X(08).
              02     INSTITUICAO-EQV      PIC X(30).
              02     DISC-EXTERNA-EQV     PIC X(30).
              02     NOTA-EXTERNA-EQV     PIC 9(02)V99.
      * Carga horaria total cursada na outra escola.
              02     HORAS-EXTERNA-EQV    PIC 9(03).
      * SITUACAO-EQV: "P" pendente, "A" aprovado pelo coordenador
      * (lancado no historico), "N" negado.
              02     SITUACAO-EQV         PIC X(01).
              02     DATA-PEDIDO-EQV      PIC 9(08).
              02     DATA-DECISAO-EQV     PIC 9(08).
              02     MOTIVO-EQV           PIC X(24).
