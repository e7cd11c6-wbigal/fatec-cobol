      * CAMBIO.CPY - tabela de cambio datada (CAMBIO.DAT, sequencial,
      * uma linha por cotacao, em ordem de moeda e data), mantida
      * pela carga do EX124. TAXA-CAM e o valor em reais de uma
      * unidade da moeda (USD, EUR...). A cotacao de um dia e a da
      * maior DATA-CAM da moeda ate aquele dia inclusive: vale para
      * a data da reserva no EX58, a do pagamento no EX59 e o fim
      * do mes na exposicao do EX125.
       01     REG-CAM.
              02 MOEDA-CAM         PIC X(03).
              02 DATA-CAM          PIC 9(08).
              02 TAXA-CAM          PIC 9(03)V9(04).
