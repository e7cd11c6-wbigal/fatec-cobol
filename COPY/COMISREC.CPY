      * COMISREC.CPY - comissoes a receber das operadoras
      * (COMISREC.DAT, sequencial, uma linha por reserva), apuradas
      * pelo EX103 sobre as reservas quitadas cuja viagem ja partiu
      * e conciliadas pelo EX104 contra o extrato da operadora.
      * VENCIMENTO-COM = partida + prazo da operadora. SITUACAO-COM
      * "A" a receber, "M" recebida a menor (saldo em aberto), "Q"
      * quitada.
       01     REG-COM.
              02 NUMERO-RESV-COM   PIC 9(06).
              02 OPERADORA-COM     PIC X(04).
              02 DATA-PARTIDA-COM  PIC 9(08).
              02 VALOR-RESV-COM    PIC 9(09)V9(02).
              02 PERCENTUAL-COM    PIC 9(02)V9(02).
              02 VALOR-COM         PIC 9(09)V9(02).
              02 VENCIMENTO-COM    PIC 9(08).
              02 VALOR-RECEBIDO-COM PIC 9(09)V9(02).
              02 DATA-APURACAO-COM PIC 9(08).
              02 SITUACAO-COM      PIC X(01).
