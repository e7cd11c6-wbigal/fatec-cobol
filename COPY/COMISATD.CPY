      * COMISATD.CPY - comissoes de venda dos atendentes
      * (COMISATD.DAT, sequencial, uma linha por reserva
      * comissionada), acrescido e regravado pelo EX120 a cada
      * apuracao mensal. PERIODO-CAT: ano/mes (AAAAMM) da quitacao
      * em que a comissao foi paga; MATRICULA-CAT: funcionario do
      * CADFUNCI.DAT (ME03) que a recebeu na folha.
      * SITUACAO-CAT "C" comissionada; "E" estornada - a reserva foi
      * cancelada depois de comissionada e o valor voltou a folha
      * como desconto no periodo PERIODO-ESTORNO-CAT.
       01     REG-CAT.
              02 NUMERO-RESV-CAT   PIC 9(06).
              02 ATENDENTE-CAT     PIC 9(03).
              02 MATRICULA-CAT     PIC 9(05).
              02 PERIODO-CAT       PIC 9(06).
              02 VALOR-RESV-CAT    PIC 9(09)V9(02).
              02 PERCENTUAL-CAT    PIC 9(02)V9(02).
              02 VALOR-CAT         PIC 9(09)V9(02).
              02 SITUACAO-CAT      PIC X(01).
              02 PERIODO-ESTORNO-CAT PIC 9(06).
