      * RESERVA.CPY - reservas de espaco pelos socios (RESESP.DAT,
      * sequencial, uma linha por reserva), acrescidas pela tela do
      * EX95. Horas inteiras: HORA-INICIO-RES a HORA-FIM-RES (fim
      * exclusivo, 08 a 10 = duas horas). TITULAR-RES e o pagador
      * (titular do nucleo familiar; o proprio socio quando titular).
      * SITUACAO-RES: "R" reservada, a faturar; "F" faturada - pelo
      * EX17 na remessa de debito (MEIO-COBRANCA-RES "D") ou pelo
      * EX81 em boleto proprio (MEIO-COBRANCA-RES "B", nosso-numero
      * em NOSSO-NUMERO-RES), com vencimento em DATA-VENC-RES; "P"
      * paga - baixada pelo EX18 (debito confirmado) ou pelo EX16
      * (boleto liquidado). Faturada e nao paga apos o vencimento
      * envelhece com as mensalidades no EX01.
       01     REG-RES.
              02 NUMERO-RES        PIC 9(06).
              02 CODIGO-ESPACO-RES PIC X(03).
              02 DATA-USO-RES      PIC 9(08).
              02 HORA-INICIO-RES   PIC 9(02).
              02 HORA-FIM-RES      PIC 9(02).
              02 PESSOAS-RES       PIC 9(04).
              02 NUMERO-SOCIO-RES  PIC 9(06).
              02 NOME-SOCIO-RES    PIC X(30).
              02 TITULAR-RES       PIC 9(06).
              02 CATEGORIA-RES     PIC X(02).
              02 VALOR-RES         PIC 9(09)V9(02).
              02 SITUACAO-RES      PIC X(01).
              02 MEIO-COBRANCA-RES PIC X(01).
              02 DATA-VENC-RES     PIC 9(08).
              02 NOSSO-NUMERO-RES  PIC 9(10).
              02 DATA-PGTO-RES     PIC 9(08).
              02 DATA-REGISTRO-RES PIC 9(08).
              02 OPERADOR-RES      PIC X(08).
