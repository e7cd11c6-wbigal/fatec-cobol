      * MOVDESC.CPY - movimento dos descontos recorrentes aplicados
      * pela folha (MOVDESC.DAT, sequencial), acrescido pelo EX-05
      * (ME03) a cada competencia: uma linha por desconto do
      * registro DESCFUNC.DAT com valor devido no mes. DEVIDO-MVD =
      * parcela do mes + pendente transportado; DESCONTADO-MVD o que
      * coube no liquido (e, no consignado, na margem); PENDENTE-MVD
      * o que nao coube e segue para a competencia seguinte. Lido
      * pelo EX-21 (remessa por credor) e pelo EX54 (ME02).
       01     REG-MVD.
              02 CODIGO-MVD        PIC 9(05).
              02 NOME-MVD          PIC X(30).
              02 PERIODO-MVD       PIC 9(06).
              02 NATUREZA-MVD      PIC X(01).
              02 CREDOR-MVD        PIC 9(04).
              02 NOME-CREDOR-MVD   PIC X(20).
              02 DEVIDO-MVD        PIC 9(07)V9(02).
              02 DESCONTADO-MVD    PIC 9(07)V9(02).
              02 PENDENTE-MVD      PIC 9(07)V9(02).
              02 PARCELAS-MVD      PIC 9(03).
