      * PACMAST.CPY - registro do catalogo de pacotes de viagem
      * (CADPACI.DAT, indexado por CODIGO-PAC), mantido pelo EX113.
      * Destino, operadora (CADOPERI.DAT) e preco por lugar sao do
      * pacote; cada uma das ate oito saidas tem a data, os
      * assentos cedidos pela operadora, os vendidos e os lugares
      * pedidos na lista de espera. O EX58 soma a venda e a espera
      * na hora; o inventario diario do EX114 reconta os dois a
      * partir de RESERVAS.DAT e LISTESP.DAT (cancelamento do EX59
      * libera o lugar ali). ATIVO-PAC "S" vende, "N" desativado.
      * DURACAO-PAC: dias de viagem, da partida ao retorno (a
      * pesquisa de satisfacao do EX115 conta a partir do retorno).
      * MOEDA-PAC: pacote internacional cotado em moeda estrangeira
      * (USD, EUR...), PRECO-PAC entao nessa moeda; o EX58 converte
      * pela tabela de cambio (CAMBIO.CPY). Em branco, reais.
       01     REG-PAC.
              02 CODIGO-PAC        PIC X(06).
              02 DESTINO-PAC       PIC X(20).
              02 OPERADORA-PAC     PIC X(04).
              02 PRECO-PAC         PIC 9(07)V9(02).
              02 SAIDA-PAC         OCCURS 8 TIMES.
                 03 DATA-SAIDA-PAC    PIC 9(08).
                 03 ASSENTOS-PAC      PIC 9(04).
                 03 VENDIDOS-PAC      PIC 9(04).
                 03 ESPERA-PAC        PIC 9(04).
              02 ATIVO-PAC         PIC X(01).
              02 DURACAO-PAC       PIC 9(03).
              02 MOEDA-PAC         PIC X(03).
