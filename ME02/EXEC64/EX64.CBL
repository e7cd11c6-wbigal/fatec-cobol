      *              QUEM ESTA AQUI ATE O ENDERECO SER CORRIGIDO PELA
      *              MANUTENCAO EX08, QUE BAIXA A QUARENTENA. IMPRIME
      *              A FILA DE TRABALHO DE CACA AO ENDERECO EM
      *              RELENDQ, PRIORIZADA POR QUEM NOS DEVE (SALDO DAS
      *              RESERVAS EM ABERTO EM RESERVAS.DAT).

      *==============================================================
              02 MOTIVO-ENDQ       PIC X(02).
              02 DATA-ENDQ         PIC 9(08).

      * RESERVAS: reservas da agencia (EX58/EX59, copybook); o
      * saldo devedor das reservas ainda em aberto ("R" ou "S") do
      * CPF prioriza a fila.
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

       FD     RELENDQ
              LABEL RECORD IS OMITTED.
                             AT END MOVE "SIM" TO FIM-RESV
                             NOT AT END
                                  IF SITUACAO-RESV EQUAL "R"
                                    OR SITUACAO-RESV EQUAL "S"
                                       PERFORM SOMA-DIVIDA
                                  END-IF
                      END-READ
       SOMA-DIVIDA.
              PERFORM VARYING IDX-ENDQ FROM 1 BY 1
                      UNTIL IDX-ENDQ GREATER THAN TOTAL-ENDQ
                      IF VALOR-PAGO-RESV IS NOT NUMERIC
                             MOVE ZEROES TO VALOR-PAGO-RESV
                      END-IF
                      IF CPF-ENDQ-TAB(IDX-ENDQ) EQUAL CPF-RESV
                             COMPUTE DIVIDA-ENDQ-TAB(IDX-ENDQ) =
                                     DIVIDA-ENDQ-TAB(IDX-ENDQ)
                                   + VALOR-RESV - VALOR-PAGO-RESV
                      END-IF
              END-PERFORM.

