      * os agrupamentos familiares (relatorio de atrasados e
      * cobranca consolidada por nucleo familiar).
              02 TITULAR-MSOC      PIC 9(06).
      * DATA-NASCIMENTO-MSOC: capturada pelo EX20; zero = nao
      * informada. Base da idade conferida contra as idades minima/
      * maxima da categoria (CATMAST) e da migracao de dependentes
      * do EX83.
              02 DATA-NASCIMENTO-MSOC.
                     03 ANO-NASC-MSOC  PIC 9(04).
                     03 MES-NASC-MSOC  PIC 9(02).
                     03 DIA-NASC-MSOC  PIC 9(02).
      * DATA-DESLIG-MSOC: data em que o EX20 aplicou o desligamento
      * ("D"); zerada na reativacao. Base, com DATA-ADESAO-MSOC, da
      * mensalidade proporcional do mes de entrada/saida (EX17 e
      * conferencia de mensalidades do EX01).
              02 DATA-DESLIG-MSOC.
                     03 ANO-DESL-MSOC  PIC 9(04).
                     03 MES-DESL-MSOC  PIC 9(02).
                     03 DIA-DESL-MSOC  PIC 9(02).
      * DATA-STATUS-MSOC/MOTIVO-STATUS-MSOC: data e motivo da ultima
      * mudanca de status aplicada pelo EX20 (cada mudanca tambem
      * vai para o historico HISTSTAT.DAT). Motivos: "VO" saida
      * voluntaria, "IN" inadimplencia, "FA" falecimento, "EX"
      * exclusao, "PG" regularizacao de pagamento, "AD" adesao;
      * brancos = nao informado.
              02 DATA-STATUS-MSOC  PIC 9(08).
              02 MOTIVO-STATUS-MSOC PIC X(02).
      * CPF-MSOC: CPF do socio, capturado e conferido pela subrotina
      * VALCPF no EX20; zero = nao informado. Chave da ligacao com
      * os demais cadastros no indice de pessoas (PESSOAS.DAT).
              02 CPF-MSOC          PIC 9(11).
