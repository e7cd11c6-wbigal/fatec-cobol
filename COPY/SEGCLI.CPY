      * SEGCLI.CPY - segmento RFM de cada cliente do CADOK
      * (SEGCLI.DAT, sequencial, um CPF por linha), regravado por
      * inteiro a cada apuracao do EX111 e lido pelo EX31 e pelo
      * EX63 para selecionar um segmento. Notas de 0 a 5: recencia
      * (dias desde a ultima visita ou reserva, 0 = nenhuma),
      * frequencia (visitas + reservas) e valor (reservas
      * quitadas). SEGMENTO-SEG e o nome da regra de SEGRFM.DAT que
      * casou; "SEM REGRA" quando nenhuma casou.
       01     REG-SEG.
              02 CPF-SEG           PIC 9(11).
              02 SEGMENTO-SEG      PIC X(10).
              02 NOTA-REC-SEG      PIC 9(01).
              02 NOTA-FREQ-SEG     PIC 9(01).
              02 NOTA-VALOR-SEG    PIC 9(01).
              02 DIAS-REC-SEG      PIC 9(05).
              02 FREQUENCIA-SEG    PIC 9(05).
              02 VALOR-SEG         PIC 9(09)V9(02).
              02 DATA-SEG          PIC 9(08).
