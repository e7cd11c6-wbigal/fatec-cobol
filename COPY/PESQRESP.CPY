      * PESQRESP.CPY - respostas aceitas da pesquisa de satisfacao
      * (PESQRESP.DAT, sequencial, acrescido pelo EX116): notas de
      * 0 a 10 (recomendacao, hotel, transporte, atendente) e o
      * comentario, com destino, operadora e atendente da reserva
      * copiados de RESERVAS.DAT na entrada, base do NPS mensal do
      * EX117. DATA-RESPOSTA-PQR e a data da carga.
       01     REG-PQR.
              02 NUMERO-RESV-PQR   PIC 9(06).
              02 DATA-RESPOSTA-PQR PIC 9(08).
              02 NOTA-PQR          PIC 9(02).
              02 NOTA-HOTEL-PQR    PIC 9(02).
              02 NOTA-TRANSP-PQR   PIC 9(02).
              02 NOTA-ATEND-PQR    PIC 9(02).
              02 DESTINO-PQR       PIC X(20).
              02 OPERADORA-PQR     PIC X(04).
              02 ATENDENTE-PQR     PIC 9(03).
              02 COMENTARIO-PQR    PIC X(60).
