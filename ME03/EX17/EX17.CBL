              02 DATA-ADMISSAO-FUNC PIC 9(08).
              02 STATUS-FUNC       PIC X(01).
              02 DATA-ULT-EVENTO-FUNC PIC 9(08).
              02 CPF-FUNC          PIC 9(11).

      * CADENT: a visao da folha (mesmo layout lido por EX05/EX06/
      * EX08), recriada por inteiro a cada extracao.
