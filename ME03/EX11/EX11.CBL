       DATE-COMPILED.
       SECURITY.            APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      REMESSA DE CREDITO DE SALARIOS: O LIQUIDO QUE A
      *              FOLHA (EX05/EX09/EX10/EX18) IMPRIME ERA PAGO POR
      *              ALGUEM DIGITANDO TRANSFERENCIAS NO PORTAL DO
      *              BANCO, UMA A UMA. ESTE PROGRAMA SOMA OS LIQUIDOS
      *              DA COMPETENCIA (FOLHAHIS.DAT, PERIODO DE

       FILE                 SECTION.

      * FOLHAHIS: historico da folha (EX05/EX09/EX10/EX18) - fonte dos
      * liquidos a pagar da competencia.
       FD     FOLHAHIS
              LABEL RECORD ARE STANDARD
