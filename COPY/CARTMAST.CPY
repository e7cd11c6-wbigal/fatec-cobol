      * CARTMAST.CPY - registro de carteirinhas de socio emitidas
      * (REGCART.DAT, indexado pelo numero da carteira, com chave
      * alternativa pelo numero do socio), gravado pela emissao do
      * EX84. SITUACAO-CART: "V" valida, "A" anulada. Anulacao:
      * MOTIVO-ANUL-CART "R" reemissao (a nova carteira substitui a
      * anterior), "S" suspensao e "D" desligamento (aplicados pelo
      * EX20). O EX85 lista as anuladas e vencidas para a portaria.
       01     REG-CART.
              02 NUMERO-CART       PIC 9(08).
              02 NUMERO-SOCIO-CART PIC 9(06).
              02 DATA-EMISSAO-CART PIC 9(08).
              02 DATA-VALIDADE-CART.
                     03 ANO-VALID-CART PIC 9(04).
                     03 MES-VALID-CART PIC 9(02).
                     03 DIA-VALID-CART PIC 9(02).
              02 SITUACAO-CART     PIC X(01).
              02 DATA-ANUL-CART    PIC 9(08).
              02 MOTIVO-ANUL-CART  PIC X(01).
