      * RPSREG.CPY - registro dos RPS (recibo provisorio de servico)
      * emitidos para a NFS-e da prefeitura (RPSREG.DAT, sequencial,
      * uma linha por RPS), acrescido pelo EX118 a cada lote e
      * regravado pelo EX119 com o retorno da prefeitura.
      * TIPO-TOMADOR-RPS "1" CPF do cliente (taxa de agenciamento do
      * pacote proprio), "2" CNPJ da operadora (comissao).
      * SITUACAO-RPS "E" enviado, aguardando retorno; "A" convertido
      * em NFS-e (NFSE-RPS/VERIFICA-RPS); "R" recusado pela
      * prefeitura (MOTIVO-RPS) - a reserva volta ao proximo lote
      * com numero de RPS novo.
       01     REG-RPS.
              02 NUMERO-RPS        PIC 9(08).
              02 SERIE-RPS         PIC X(05).
              02 DATA-EMISSAO-RPS  PIC 9(08).
              02 NUMERO-RESV-RPS   PIC 9(06).
              02 TIPO-TOMADOR-RPS  PIC X(01).
              02 DOC-TOMADOR-RPS   PIC 9(14).
              02 VALOR-SERVICO-RPS PIC 9(09)V9(02).
              02 ALIQUOTA-RPS      PIC 9(02)V9(02).
              02 VALOR-ISS-RPS     PIC 9(09)V9(02).
              02 SITUACAO-RPS      PIC X(01).
              02 NFSE-RPS          PIC 9(08).
              02 VERIFICA-RPS      PIC X(09).
              02 DATA-RETORNO-RPS  PIC 9(08).
              02 MOTIVO-RPS        PIC X(40).
