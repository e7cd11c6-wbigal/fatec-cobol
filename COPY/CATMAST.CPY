      * CATMAST.CPY - registro do cadastro de categorias de socio
      * (CADCATI.DAT, indexado por CODIGO-CAT), mantido pelo EX82.
      * VOTO-CAT "S" da direito a voto na assembleia (EX52);
      * SO-DEPENDENTE-CAT "S" so admite socio com titular. Idades
      * minima/maxima em anos completos; maxima 000 = sem limite.
      * Dependente que passa da idade maxima migra (EX83) para
      * DESTINO-CAT; EMANCIPA-CAT "S" faz dele titular de si mesmo
      * na migracao.
      * Compartilhado por EX01 (conferencia de mensalidades), EX20
      * (manutencao de socios), EX52 (rol de votantes), EX82 e EX83.
       01     REG-CAT.
              02 CODIGO-CAT        PIC X(02).
              02 DESCRICAO-CAT     PIC X(30).
              02 VOTO-CAT          PIC X(01).
              02 SO-DEPENDENTE-CAT PIC X(01).
              02 IDADE-MIN-CAT     PIC 9(03).
              02 IDADE-MAX-CAT     PIC 9(03).
              02 DESTINO-CAT       PIC X(02).
              02 EMANCIPA-CAT      PIC X(01).
