      * deste modulo). Nao-ativo e pulado, em vez de reprovado com
      * zeros.
              02     STATUS-ALUNO-ENT PIC X(01).
      * DATA-STATUS-ENT: data da inclusao ou da ultima mudanca de
      * status (EX08), usada no faturamento de mensalidades.
              02     DATA-STATUS-ENT PIC 9(08).
      * CPF-ENT: CPF do aluno, repetido em todas as suas matriculas
      * (EX08, conferido pela VALCPF); zero = nao informado.
              02     CPF-ENT       PIC 9(11).

       FD     CADATU
              LABEL         RECORD        ARE    STANDARD
