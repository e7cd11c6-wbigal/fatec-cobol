      * PAUTASSE.CPY - pauta das assembleias (PAUTASSE.DAT,
      * sequencial, preparado pela secretaria), um item por linha:
      * data da assembleia, numero do item e descricao impressa na
      * ata. Lido pela tela de votacao do EX98 e pela ata do EX99.
       01     REG-PAU.
              02 DATA-ASSEM-PAU    PIC 9(08).
              02 ITEM-PAU          PIC 9(02).
              02 DESCRICAO-PAU     PIC X(50).
