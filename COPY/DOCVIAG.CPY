      * DOCVIAG.CPY - registro de documentos de viagem dos
      * passageiros (CADDOCV.DAT, indexado por CHAVE-DOC), mantido
      * pelo EX106 e conferido antes da partida pelo EX107.
      * TIPO-DOC: "P" passaporte (PAIS-DOC = pais emissor), "V"
      * visto (PAIS-DOC = pais que concedeu o visto). Um
      * passageiro pode ter passaportes de mais de um pais.
       01     REG-DOC.
              02 CHAVE-DOC.
                 03 CPF-DOC        PIC 9(11).
                 03 TIPO-DOC       PIC X(01).
                 03 PAIS-DOC       PIC X(03).
              02 NUMERO-DOC        PIC X(15).
              02 VALIDADE-DOC      PIC 9(08).
