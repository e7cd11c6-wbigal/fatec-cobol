      * DESCFUNC.CPY - registro de descontos recorrentes da folha
      * por funcionario (DESCFUNC.DAT, sequencial), mantido pelo
      * EX-20 (ME03) a partir de TRANDESC.DAT e aplicado pelo EX-05
      * depois dos impostos. Uma linha por funcionario + natureza +
      * credor. NATUREZA-DSC "E" emprestimo consignado, "V" vale-
      * transporte, "S" coparticipacao do plano de saude, "U"
      * contribuicao sindical. FORMA-DSC "V" valor fixo, "P"
      * percentual sobre o salario base. TERMINO-DSC zerado = sem
      * data de termino; PARCELAS-DSC zerado = sem controle de parcelas
      * (o consignado sempre tem). PENDENTE-DSC e o valor que a folha
      * nao conseguiu descontar e transporta para a competencia
      * seguinte; ULT-PERIODO-DSC e a ultima competencia aplicada.
       01     REG-DSC.
              02 CODIGO-DSC        PIC 9(05).
              02 NATUREZA-DSC      PIC X(01).
              02 CREDOR-DSC        PIC 9(04).
              02 NOME-CREDOR-DSC   PIC X(20).
              02 FORMA-DSC         PIC X(01).
              02 VALOR-DSC         PIC 9(05)V9(02).
              02 PERCENTUAL-DSC    PIC 9(02)V9(02).
              02 INICIO-DSC        PIC 9(06).
              02 TERMINO-DSC       PIC 9(06).
              02 PARCELAS-DSC      PIC 9(03).
              02 PENDENTE-DSC      PIC 9(07)V9(02).
              02 ULT-PERIODO-DSC   PIC 9(06).
