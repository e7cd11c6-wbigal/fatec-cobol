      * PRESASSE.CPY - registro permanente de presenca nas
      * assembleias (PRESASSE.DAT, sequencial, so acrescido), uma
      * linha por nucleo familiar presente, gravada pela tela do
      * EX97 na chegada do titular. DATA-ASSEM-PRE identifica a
      * assembleia; QTD-APTOS-PRE guarda o total de aptos da lista
      * do EX52 no momento do registro, base do quorum (metade mais
      * um) apurado na ata pelo EX99.
       01     REG-PRE.
              02 DATA-ASSEM-PRE    PIC 9(08).
              02 TITULAR-PRE       PIC 9(06).
              02 NOME-PRE          PIC X(30).
              02 HORA-PRE          PIC 9(06).
              02 QTD-APTOS-PRE     PIC 9(05).
              02 OPERADOR-PRE      PIC X(08).
