      * APTOS.CPY - lista de nucleos familiares aptos a votar na
      * assembleia (APTOS.DAT, sequencial, um titular por linha),
      * recriada a cada emissao do rol pelo EX52 com os mesmos
      * criterios do rol impresso. DATA-APTO e a data da emissao.
      * Lida pela tela de presenca do EX97.
       01     REG-APTO.
              02 DATA-APTO         PIC 9(08).
              02 TITULAR-APTO      PIC 9(06).
              02 NOME-APTO         PIC X(30).
              02 QTD-APTO          PIC 9(03).
