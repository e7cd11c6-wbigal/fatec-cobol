      * AFASTAM.CPY - registro de afastamentos por funcionario
      * (AFASTAM.DAT, sequencial), mantido pelo EX-24 (ME03) a
      * partir de TRANAFAS.DAT. Uma linha por funcionario + data de
      * inicio. TIPO-AFT "D" doenca (auxilio-doenca), "A" acidente
      * do trabalho, "M" licenca-maternidade, "S" licenca sem
      * remuneracao. PREVISTO-AFT e a data prevista de retorno
      * (zerada = indeterminada); RETORNO-AFT e a data efetiva de
      * retorno ao trabalho (zerada = ainda afastado). DOCUMENTO-AFT
      * guarda o CID do atestado, o numero da CAT ou do documento
      * que ampara o afastamento. Lido pelo EX-05 (dias que a
      * empresa nao paga), EX-09 (avos do 13), EX-22 (periodo
      * aquisitivo de ferias) e EX-15 (dias afastados no custo).
       01     REG-AFT.
              02 CODIGO-AFT        PIC 9(05).
              02 TIPO-AFT          PIC X(01).
              02 INICIO-AFT        PIC 9(08).
              02 PREVISTO-AFT      PIC 9(08).
              02 RETORNO-AFT       PIC 9(08).
              02 DOCUMENTO-AFT     PIC X(15).
