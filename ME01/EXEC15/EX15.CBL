              02     TERMO-ALU     PIC 9(02).
              02     DISCIPLINA-ALU PIC X(08).
              02     STATUS-ALU    PIC X(01).
              02     DATA-STATUS-ALU PIC 9(08).
              02     CPF-ALU       PIC 9(11).

      * PARM-AVISO: percentual de aviso antecipado. Ausente ou
      * zerado, vale 80 (o corte do regimento e 75). Nome proprio
