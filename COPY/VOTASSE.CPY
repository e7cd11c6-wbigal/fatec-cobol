      * VOTASSE.CPY - votos das assembleias (VOTASSE.DAT, sequencial,
      * so acrescido), um por nucleo familiar presente e item da
      * pauta, gravados pela tela do EX98. VOTO-VOT: "F" a favor,
      * "C" contra, "A" abstencao. Apurados por item na ata do EX99.
       01     REG-VOT.
              02 DATA-ASSEM-VOT    PIC 9(08).
              02 ITEM-VOT          PIC 9(02).
              02 TITULAR-VOT       PIC 9(06).
              02 VOTO-VOT          PIC X(01).
              02 HORA-VOT          PIC 9(06).
              02 OPERADOR-VOT      PIC X(08).
