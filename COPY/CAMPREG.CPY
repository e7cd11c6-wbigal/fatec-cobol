      * CAMPREG.CPY - registro de campanhas (CAMPANHA.DAT,
      * sequencial, acrescido a cada extracao com campanha
      * informada): um CPF por linha com o codigo da campanha, o
      * canal ("E" email pelo EX31, "P" etiqueta postal pelo EX63),
      * a data do envio e o grupo ("A" alvo, recebeu a peca; "C"
      * controle, sorteado na extracao e nao recebeu). Lido pelo
      * EX112 para a apuracao de resposta.
       01     REG-CMP.
              02 CAMPANHA-CMP      PIC X(08).
              02 CANAL-CMP         PIC X(01).
              02 DATA-ENVIO-CMP    PIC 9(08).
              02 CPF-CMP           PIC 9(11).
              02 GRUPO-CMP         PIC X(01).
