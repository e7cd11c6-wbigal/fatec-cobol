              02     TERMO-ALU     PIC 9(02).
              02     DISCIPLINA-ALU PIC X(08).
              02     STATUS-ALU    PIC X(01).
              02     DATA-STATUS-ALU PIC 9(08).
              02     CPF-ALU       PIC 9(11).

      * PARM-EX05: mesmos cortes da faixa de exame usados pelo EX05.
       FD     PARM-EX05
