      *              DO NUMRECIBO) E E ACRESCENTADA A RESERVAS.DAT
      *              COM SITUACAO "R" (RESERVADA), PRONTA PARA A
      *              BAIXA DE PAGAMENTOS/CANCELAMENTOS DO EX59 E O
      *              RELATORIO DE RECEITA DO EX60. O ATENDENTE
      *              DIGITA TAMBEM O SINAL E O NUMERO DE PARCELAS DO
      *              RESTANTE; O CRONOGRAMA (SINAL VENCENDO NO DIA,
      *              PARCELAS MENSAIS LIMITADAS A DATA DE PARTIDA) E
      *              ACRESCENTADO A PARCRESV.DAT. A OPERADORA DO
      *              PACOTE (CADOPERI.DAT, EX102) E DIGITADA E
      *              CONFERIDA NA HORA (NOME ECOADO); EM BRANCO E
      *              PACOTE PROPRIO, SEM COMISSAO A RECEBER.
      *              ACEITA A RESERVA, A TELA PEDE OS PASSAGEIROS QUE
      *              VIAJAM NELA (O PRIMEIRO JA VEM COM O COMPRADOR,
      *              "TITULAR"; NOME EM BRANCO ENCERRA), GRAVADOS EM
      *              PASSRESV.DAT PARA O MANIFESTO DO EX105.
      *              O CLIENTE PODE RESGATAR PONTOS DE FIDELIDADE
      *              COMO DESCONTO: O SALDO DO RAZAO PONTOS.DAT E
      *              ECOADO, OS PONTOS DIGITADOS VALEM O VALOR DO
      *              PONTO DO PARMPTOS.DAT E A RESERVA, O SINAL E O
      *              CRONOGRAMA FICAM PELO VALOR LIQUIDO; O RESGATE
      *              ("R") E ACRESCENTADO AO RAZAO (EXPIRACAO E
      *              DEVOLUCAO SAO LANCADAS PELO EX109).
      *              A VENDA E PELO CODIGO DO PACOTE DO CATALOGO
      *              CADPACI.DAT (EX113): DESTINO, OPERADORA E PRECO
      *              POR LUGAR VEM DO PACOTE, A PARTIDA TEM DE SER UMA
      *              DAS SAIDAS DELE E OS LUGARES PEDIDOS SAO BAIXADOS
      *              DOS ASSENTOS DA SAIDA. SAIDA ESGOTADA NAO VENDE:
      *              O ATENDENTE OFERECE A LISTA DE ESPERA
      *              (LISTESP.DAT), LIDA PELO INVENTARIO DO EX114.
      *              O CODIGO DO ATENDENTE QUE VENDE (CADATEN.DAT,
      *              EX56) E DIGITADO UMA VEZ, CONFERIDO A CADA
      *              RESERVA (ATIVO, NOME ECOADO) E GRAVADO NELA.
      *              PACOTE INTERNACIONAL TEM O PRECO EM MOEDA
      *              ESTRANGEIRA: O VALOR NA MOEDA E CONVERTIDO EM
      *              REAIS PELA COTACAO DO DIA DA RESERVA NA TABELA
      *              DE CAMBIO CAMBIO.DAT (EX124); MOEDA SEM COTACAO
      *              NAO VENDE. MOEDA, VALOR NA MOEDA E TAXA FICAM
      *              GRAVADOS NA RESERVA.

      *==============================================================
       ENVIRONMENT          DIVISION.
              ALTERNATE RECORD KEY IS NOME2 WITH DUPLICATES
              FILE STATUS IS CADOK-STATUS.

              SELECT OPTIONAL CADOPER ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-OPE
              FILE STATUS IS CADOPER-STATUS.

              SELECT OPTIONAL CADPAC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-PAC
              FILE STATUS IS CADPAC-STATUS.

              SELECT OPTIONAL CADATEN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-ATD
              FILE STATUS IS CADATEN-STATUS.

              SELECT OPTIONAL CAMBIO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL LISTESP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LISTESP-STATUS.

              SELECT OPTIONAL NUMRESV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARCRESV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARCRESV-STATUS.

              SELECT OPTIONAL PASSRESV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PASSRESV-STATUS.

              SELECT OPTIONAL PARM-PTO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PONTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PONTOS-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * RESERVAS: uma reserva por linha (copybook). Gravada "R"
      * reservada, sem nada pago; o EX59 baixa pagamentos e
      * cancelamentos.
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * CADOK: cadastro validado de clientes (copybook), consultado
      * por chave para ecoar o nome.
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

      * CADOPER: cadastro de operadoras (copybook), consultado por
      * chave para ecoar o nome e recusar operadora desativada.
       FD     CADOPER
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOPERI.DAT".
       COPY OPERMAST.

      * CADPAC: catalogo de pacotes (copybook), lido pelo codigo e
      * regravado com os lugares vendidos ou pedidos em espera.
       FD     CADPAC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY PACMAST.

      * CADATEN: mestre de atendentes (EX56), consultado por chave
      * para ecoar o nome e recusar atendente desativado.
       FD     CADATEN
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADATEN.DAT".
       01     REG-ATD.
              02 CODIGO-ATD        PIC 9(03).
              02 NOME-ATD          PIC X(30).
              02 FILIAL-ATD        PIC 9(02).
              02 ATIVO-ATD         PIC X(01).
              02 MATRICULA-ATD     PIC 9(05).

      * LISTESP: lista de espera das saidas esgotadas (copybook).
       FD     LISTESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "LISTESP.DAT".
       COPY ESPRESV.

      * CAMBIO: tabela de cambio datada (copybook, carga do EX124),
      * lida inteira a cada reserva de pacote em moeda estrangeira.
       FD     CAMBIO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CAMBIO.DAT".
       COPY CAMBIO.

      * NUMRESV: ultimo numero de reserva emitido, persistido entre
      * execucoes (mesmo esquema do NUMRECIBO.DAT do EX01).
       FD     NUMRESV
       01     REG-NUMRESV.
              02 ULTIMO-RESV-ARQ   PIC 9(06).

      * PARCRESV: cronograma de parcelas da reserva (copybook).
       FD     PARCRESV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARCRESV.DAT".
       COPY PARCRESV.

      * PASSRESV: passageiros da reserva (copybook).
       FD     PASSRESV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PASSRESV.DAT".
       COPY PASSRESV.

      * PARM-PTO: parametro do programa de fidelidade (copybook),
      * lido so pelo valor do ponto.
       FD     PARM-PTO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMPTOS.DAT".
       COPY PARMPTOS.

      * PONTOS: razao de pontos de fidelidade (copybook), lido para
      * o saldo do cliente e acrescido do resgate.
       FD     PONTOS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PONTOS.DAT".
       COPY PONTOS.

       WORKING-STORAGE      SECTION.

      * Sign-on pela subrotina compartilhada SIGNON.
       77 AUTORIZADO-SUBR          PIC X(01) VALUE "N".
       77 RESERVAS-STATUS          PIC X(02) VALUE "00".
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 PARCRESV-STATUS          PIC X(02) VALUE "00".
       77 CADOPER-STATUS           PIC X(02) VALUE "00".
       77 PASSRESV-STATUS          PIC X(02) VALUE "00".
       77 PONTOS-STATUS            PIC X(02) VALUE "00".
       77 CADPAC-STATUS            PIC X(02) VALUE "00".
       77 LISTESP-STATUS           PIC X(02) VALUE "00".
       77 CADATEN-STATUS           PIC X(02) VALUE "00".
       77 NOME-ATD-ECO             PIC X(30) VALUE SPACES.
       77 NOME-OPE-ECO             PIC X(30) VALUE SPACES.
       77 FIM-DIGITACAO            PIC X(03) VALUE "NAO".
       77 FIM-NUM                  PIC X(03) VALUE "NAO".
       77 TOTAL-ACEITAS            PIC 9(05) VALUE ZEROES.
       77 DESTINO-TELA             PIC X(20) VALUE SPACES.
       77 DATA-PARTIDA-TELA        PIC 9(08) VALUE ZEROES.
       77 VALOR-TELA               PIC 9(07)V9(02) VALUE ZEROES.
       77 SINAL-TELA               PIC 9(07)V9(02) VALUE ZEROES.
       77 PARCELAS-TELA            PIC 9(02) VALUE ZEROES.
       77 OPERADORA-TELA           PIC X(04) VALUE SPACES.
       77 PONTOS-TELA              PIC 9(07) VALUE ZEROES.
       77 PACOTE-TELA              PIC X(06) VALUE SPACES.
       77 LUGARES-TELA             PIC 9(02) VALUE ZEROES.
       77 RESPOSTA-ESPERA          PIC X(01) VALUE SPACES.
       77 ATENDENTE-TELA           PIC 9(03) VALUE ZEROES.

      * Pacote em moeda estrangeira: valor dos lugares na moeda e a
      * cotacao do dia (a da maior data da moeda ate hoje).
       77 MOEDA-TELA               PIC X(03) VALUE SPACES.
       77 VALOR-MOEDA-TELA         PIC 9(09)V9(02) VALUE ZEROES.
       77 TAXA-TELA                PIC 9(03)V9(04) VALUE ZEROES.
       77 DATA-TAXA-ACHADA         PIC 9(08) VALUE ZEROES.
       77 FIM-CAM                  PIC X(03) VALUE "NAO".

      * Saida do pacote pedida na partida e lugares ainda livres.
       77 IDX-SAIDA                PIC 9(02) VALUE ZEROES.
       77 IDX-SAIDA-ACHADA         PIC 9(02) VALUE ZEROES.
       77 DISPONIVEIS-ECO          PIC 9(04) VALUE ZEROES.
       77 SAIDA-ESGOTADA           PIC X(03) VALUE "NAO".

      * Resgate de pontos: saldo do razao (G + D - E - R - X) e o
      * desconto pelo valor do ponto (padrao R$ 0,01, ou o do
      * PARMPTOS).
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 FIM-PTO                  PIC X(03) VALUE "NAO".
       77 VALOR-PONTO              PIC 9(01)V9(04) VALUE 0,01.
       77 SALDO-PONTOS             PIC S9(09) VALUE ZEROES.
       77 SALDO-PONTOS-ECO         PIC 9(09) VALUE ZEROES.
       77 DESCONTO-PONTOS          PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-LIQUIDO            PIC 9(07)V9(02) VALUE ZEROES.

      * Passageiros: digitados um a um ate o nome vir em branco.
       77 FIM-PASSAGEIROS          PIC X(03) VALUE "NAO".
       77 SEQUENCIA-PASSAGEIRO     PIC 9(02) VALUE ZEROES.
       77 PROXIMA-SEQUENCIA        PIC 9(03) VALUE ZEROES.
       77 MENSAGEM-PAS             PIC X(44) VALUE SPACES.
       77 NOME-PAS-TELA            PIC X(30) VALUE SPACES.
       77 CPF-PAS-TELA             PIC 9(11) VALUE ZEROES.
       77 DOCUMENTO-PAS-TELA       PIC X(15) VALUE SPACES.
       77 NASCIMENTO-PAS-TELA      PIC 9(08) VALUE ZEROES.
       77 PARENTESCO-PAS-TELA      PIC X(10) VALUE SPACES.
       77 CPF-VALIDO-SUBR          PIC X(01) VALUE SPACES.
       77 DIGITO1-OK-SUBR          PIC X(01) VALUE SPACES.
       77 DIGITO2-OK-SUBR          PIC X(01) VALUE SPACES.
       77 DIGITO1-ESPERADO-SUBR    PIC 9(01) VALUE ZEROES.
       77 DIGITO2-ESPERADO-SUBR    PIC 9(01) VALUE ZEROES.

      * Cronograma: o restante (valor menos sinal) dividido em
      * parcelas mensais; a ultima absorve a sobra dos centavos.
      * Vencimento no mesmo dia do mes (ate 28) ou na partida, o
      * que vier primeiro.
       77 NUMERO-PARCELA           PIC 9(02) VALUE ZEROES.
       77 IDX-PARCELA              PIC 9(02) VALUE ZEROES.
       77 VALOR-RESTANTE           PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-PARCELA            PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-ULTIMA             PIC 9(09)V9(02) VALUE ZEROES.
       77 MESES-CORRIDOS           PIC 9(03) VALUE ZEROES.
       77 QUOC-MES                 PIC 9(02) VALUE ZEROES.
       77 RESTO-MES                PIC 9(02) VALUE ZEROES.
       01 DATA-VENC.
              02 ANO-VENC          PIC 9(04).
              02 MES-VENC          PIC 9(02).
              02 DIA-VENC          PIC 9(02).
       01 DATA-VENC-NUM REDEFINES DATA-VENC PIC 9(08).

       SCREEN                SECTION.
       01     TELA-RESERVA.
              05 BLANK SCREEN.
              05 LINE 1  COLUMN 22
                 VALUE "RESERVA DE VIAGEM - TURISMAR".
              05 LINE 2  COLUMN 5  VALUE "ATENDENTE.....:".
              05 LINE 2  COLUMN 22 PIC 9(03)  USING ATENDENTE-TELA.
              05 LINE 2  COLUMN 28 PIC X(30)  FROM NOME-ATD-ECO.
              05 LINE 3  COLUMN 5  VALUE "CPF (0=FIM)...:".
              05 LINE 3  COLUMN 22 PIC 9(11)  USING CPF-TELA.
              05 LINE 4  COLUMN 5  VALUE "CLIENTE.......:".
              05 LINE 4  COLUMN 22 PIC X(30)  FROM NOME-ECO.
              05 LINE 5  COLUMN 5  VALUE "PACOTE........:".
              05 LINE 5  COLUMN 22 PIC X(06)  USING PACOTE-TELA.
              05 LINE 5  COLUMN 30 PIC X(20)  FROM DESTINO-TELA.
              05 LINE 6  COLUMN 5  VALUE "PARTIDA (AMD).:".
              05 LINE 6  COLUMN 22 PIC 9(08)  USING DATA-PARTIDA-TELA.
              05 LINE 7  COLUMN 5  VALUE "VALOR.........:".
              05 LINE 7  COLUMN 22 PIC 9(07)V9(02) FROM VALOR-TELA.
              05 LINE 7  COLUMN 36 VALUE "LUGARES:".
              05 LINE 7  COLUMN 45 PIC 9(02)  USING LUGARES-TELA.
              05 LINE 7  COLUMN 50 VALUE "MOEDA:".
              05 LINE 7  COLUMN 57 PIC X(03)  FROM MOEDA-TELA.
              05 LINE 7  COLUMN 61 PIC 9(09)V9(02)
                 FROM VALOR-MOEDA-TELA.
              05 LINE 8  COLUMN 5  VALUE "SINAL.........:".
              05 LINE 8  COLUMN 22 PIC 9(07)V9(02) USING SINAL-TELA.
              05 LINE 8  COLUMN 50 VALUE "TAXA.:".
              05 LINE 8  COLUMN 57 PIC 9(03)V9(04) FROM TAXA-TELA.
              05 LINE 9  COLUMN 5  VALUE "PARCELAS......:".
              05 LINE 9  COLUMN 22 PIC 9(02)  USING PARCELAS-TELA.
              05 LINE 10 COLUMN 5  VALUE "OPERADORA.....:".
              05 LINE 10 COLUMN 22 PIC X(04)  FROM OPERADORA-TELA.
              05 LINE 10 COLUMN 28 PIC X(30)  FROM NOME-OPE-ECO.
              05 LINE 11 COLUMN 5  VALUE "PONTOS (RESG.):".
              05 LINE 11 COLUMN 22 PIC 9(07)  USING PONTOS-TELA.
              05 LINE 11 COLUMN 31 VALUE "SALDO:".
              05 LINE 11 COLUMN 38 PIC ZZZ.ZZZ.ZZ9
                 FROM SALDO-PONTOS-ECO.

       01     TELA-MENSAGEM.
              05 LINE 12 COLUMN 5  PIC X(44) FROM MENSAGEM-TELA.

       01     TELA-ESPERA.
              05 LINE 13 COLUMN 5  VALUE "DISPONIVEIS...:".
              05 LINE 13 COLUMN 22 PIC ZZZ9   FROM DISPONIVEIS-ECO.
              05 LINE 13 COLUMN 28 VALUE "LISTA DE ESPERA (S/N):".
              05 LINE 13 COLUMN 51 PIC X(01)  USING RESPOSTA-ESPERA.

       01     TELA-PASSAGEIRO.
              05 LINE 14 COLUMN 5  VALUE "PASSAGEIROS DA RESERVA".
              05 LINE 14 COLUMN 28 PIC 9(06)  FROM NUMERO-RESERVA.
              05 LINE 14 COLUMN 36 VALUE "(NOME EM BRANCO=FIM)".
              05 LINE 15 COLUMN 5  VALUE "SEQUENCIA.....:".
              05 LINE 15 COLUMN 22 PIC 9(03)  FROM PROXIMA-SEQUENCIA.
              05 LINE 16 COLUMN 5  VALUE "NOME..........:".
              05 LINE 16 COLUMN 22 PIC X(30)  USING NOME-PAS-TELA.
              05 LINE 17 COLUMN 5  VALUE "CPF (0=NAO TEM):".
              05 LINE 17 COLUMN 22 PIC 9(11)  USING CPF-PAS-TELA.
              05 LINE 18 COLUMN 5  VALUE "DOCUMENTO.....:".
              05 LINE 18 COLUMN 22 PIC X(15)  USING DOCUMENTO-PAS-TELA.
              05 LINE 19 COLUMN 5  VALUE "NASCIM. (AMD).:".
              05 LINE 19 COLUMN 22 PIC 9(08)  USING NASCIMENTO-PAS-TELA.
              05 LINE 20 COLUMN 5  VALUE "PARENTESCO....:".
              05 LINE 20 COLUMN 22 PIC X(10)  USING PARENTESCO-PAS-TELA.

       01     TELA-MENSAGEM-PAS.
              05 LINE 22 COLUMN 5  PIC X(44) FROM MENSAGEM-PAS.

      *==============================================================
       PROCEDURE            DIVISION.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              PERFORM LER-ULTIMO-NUMERO.
              PERFORM LER-PARM-PTO.
              OPEN INPUT RESERVAS.
              IF RESERVAS-STATUS EQUAL "35"
                     CLOSE RESERVAS
                     CLOSE RESERVAS
                     OPEN EXTEND RESERVAS
              END-IF.
              OPEN INPUT PARCRESV.
              IF PARCRESV-STATUS EQUAL "35"
                     CLOSE PARCRESV
                     OPEN OUTPUT PARCRESV
              ELSE
                     CLOSE PARCRESV
                     OPEN EXTEND PARCRESV
              END-IF.
              OPEN INPUT PASSRESV.
              IF PASSRESV-STATUS EQUAL "35"
                     CLOSE PASSRESV
                     OPEN OUTPUT PASSRESV
              ELSE
                     CLOSE PASSRESV
                     OPEN EXTEND PASSRESV
              END-IF.
              OPEN INPUT CADOK.
              OPEN INPUT CADOPER.
              OPEN I-O   CADPAC.
              OPEN INPUT CADATEN.

       LER-ULTIMO-NUMERO.
              OPEN INPUT NUMRESV.
                     MOVE ULTIMO-RESV-ARQ TO NUMERO-RESERVA.
              CLOSE NUMRESV.

      * Ausente ou zerado, vale o valor do ponto padrao.
       LER-PARM-PTO.
              OPEN INPUT PARM-PTO.
              READ PARM-PTO
                     AT END MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                AND VALOR-PONTO-PTO GREATER THAN ZEROES
                     MOVE VALOR-PONTO-PTO TO VALOR-PONTO.
              CLOSE PARM-PTO.

       DIGITA.
              DISPLAY TELA-RESERVA.
              ACCEPT  TELA-RESERVA.
              ELSE
                     PERFORM CRITICA-E-GRAVA.

      * Critica imediata: atendente ativo no CADATEN e cliente
      * existente no CADOK (nomes ecoados),
      * pacote ativo no catalogo (destino, operadora e valor dos
      * lugares ecoados), partida futura entre as saidas do pacote;
      * sinal nao maior que o valor liquido e no maximo 12 parcelas;
      * pontos resgatados dentro do saldo e sem cobrir o valor
      * inteiro; operadora do pacote, se houver, cadastrada e ativa.
      * Passou tudo, a saida sem lugares oferece a lista de espera.
       CRITICA-E-GRAVA.
              MOVE SPACES TO MENSAGEM-TELA.
              MOVE SPACES TO NOME-ECO.
              MOVE ZEROES TO SALDO-PONTOS SALDO-PONTOS-ECO.
              PERFORM CRITICA-ATENDENTE.
              IF MENSAGEM-TELA EQUAL SPACES
                     PERFORM CRITICA-CLIENTE.
              IF MENSAGEM-TELA EQUAL SPACES
                     PERFORM CRITICA-PACOTE.
              PERFORM CALCULA-DESCONTO.
              IF MENSAGEM-TELA EQUAL SPACES
                     IF VALOR-TELA EQUAL ZEROES
                            MOVE "PACOTE SEM PRECO NO CATALOGO"
                              TO MENSAGEM-TELA
                     ELSE IF DATA-PARTIDA-TELA NOT GREATER THAN
                             DATA-HOJE-NUM
                            MOVE "PARTIDA DEVE SER FUTURA (AAAAMMDD)"
                              TO MENSAGEM-TELA
                     ELSE IF IDX-SAIDA-ACHADA EQUAL ZEROES
                            MOVE "PARTIDA NAO E SAIDA DO PACOTE"
                              TO MENSAGEM-TELA
                     ELSE IF PONTOS-TELA GREATER THAN SALDO-PONTOS-ECO
                            MOVE "PONTOS ACIMA DO SALDO DO CLIENTE"
                              TO MENSAGEM-TELA
                     ELSE IF DESCONTO-PONTOS NOT LESS THAN VALOR-TELA
                            MOVE "DESCONTO DOS PONTOS COBRE O VALOR"
                              TO MENSAGEM-TELA
                     ELSE IF SINAL-TELA GREATER THAN VALOR-LIQUIDO
                            MOVE "SINAL MAIOR QUE O VALOR LIQUIDO"
                              TO MENSAGEM-TELA
                     ELSE IF PARCELAS-TELA GREATER THAN 12
                            MOVE "NO MAXIMO 12 PARCELAS"
                              TO MENSAGEM-TELA.
              IF MENSAGEM-TELA EQUAL SPACES
                AND OPERADORA-TELA NOT EQUAL SPACES
                     PERFORM CRITICA-OPERADORA.
              IF MENSAGEM-TELA EQUAL SPACES
                     PERFORM VERIFICA-LUGARES.
              IF MENSAGEM-TELA NOT EQUAL SPACES
                     DISPLAY TELA-MENSAGEM
              ELSE IF SAIDA-ESGOTADA EQUAL "SIM"
                     PERFORM OFERECE-ESPERA
              ELSE
                     PERFORM GRAVA-RESERVA.

      * O atendente fica na tela de uma reserva para a outra.
       CRITICA-ATENDENTE.
              MOVE SPACES TO NOME-ATD-ECO.
              MOVE ATENDENTE-TELA TO CODIGO-ATD.
              READ CADATEN KEY IS CODIGO-ATD
                     INVALID KEY
                            MOVE "ATENDENTE NAO CADASTRADO"
                              TO MENSAGEM-TELA
                     NOT INVALID KEY
                            MOVE NOME-ATD TO NOME-ATD-ECO
                            IF ATIVO-ATD NOT EQUAL "S"
                                   MOVE "ATENDENTE DESATIVADO"
                                     TO MENSAGEM-TELA
                            END-IF
              END-READ.

       CRITICA-CLIENTE.
              MOVE CPF-TELA TO CPF2.
              READ CADOK KEY IS CPF2
                     INVALID KEY
                              TO MENSAGEM-TELA
                     NOT INVALID KEY
                            MOVE NOME2 TO NOME-ECO
                            PERFORM APURA-SALDO-PONTOS
              END-READ.

      * Destino, operadora e valor (preco por lugar vezes os
      * lugares, um quando zerado) vem do catalogo; a partida
      * digitada localiza a saida. Preco em moeda estrangeira e
      * convertido pela cotacao de hoje.
       CRITICA-PACOTE.
              MOVE SPACES TO DESTINO-TELA OPERADORA-TELA MOEDA-TELA.
              MOVE ZEROES TO VALOR-TELA IDX-SAIDA-ACHADA.
              MOVE ZEROES TO VALOR-MOEDA-TELA TAXA-TELA.
              IF LUGARES-TELA EQUAL ZEROES
                     MOVE 1 TO LUGARES-TELA.
              MOVE PACOTE-TELA TO CODIGO-PAC.
              READ CADPAC KEY IS CODIGO-PAC
                     INVALID KEY
                            MOVE "PACOTE NAO CADASTRADO"
                              TO MENSAGEM-TELA
                     NOT INVALID KEY
                            PERFORM CARREGA-PACOTE
              END-READ.

       CARREGA-PACOTE.
              MOVE DESTINO-PAC   TO DESTINO-TELA.
              MOVE OPERADORA-PAC TO OPERADORA-TELA.
              IF MOEDA-PAC EQUAL SPACES OR MOEDA-PAC EQUAL "BRL"
                     COMPUTE VALOR-TELA = PRECO-PAC * LUGARES-TELA
                             ON SIZE ERROR
                                MOVE ZEROES TO VALOR-TELA
                                MOVE "VALOR DOS LUGARES EXCEDE O LIMITE"
                                  TO MENSAGEM-TELA
                     END-COMPUTE
              ELSE
                     PERFORM CONVERTE-MOEDA.
              IF ATIVO-PAC NOT EQUAL "S"
                     MOVE "PACOTE DESATIVADO" TO MENSAGEM-TELA.
              PERFORM VARYING IDX-SAIDA FROM 1 BY 1
                      UNTIL IDX-SAIDA GREATER THAN 8
                         OR IDX-SAIDA-ACHADA GREATER THAN ZEROES
                      IF DATA-SAIDA-PAC(IDX-SAIDA) EQUAL
                         DATA-PARTIDA-TELA
                        AND DATA-SAIDA-PAC(IDX-SAIDA) GREATER THAN
                            ZEROES
                             MOVE IDX-SAIDA TO IDX-SAIDA-ACHADA
                      END-IF
              END-PERFORM.

       CONVERTE-MOEDA.
              MOVE MOEDA-PAC TO MOEDA-TELA.
              COMPUTE VALOR-MOEDA-TELA = PRECO-PAC * LUGARES-TELA.
              PERFORM BUSCA-COTACAO.
              IF TAXA-TELA EQUAL ZEROES
                     MOVE "MOEDA SEM COTACAO NA DATA" TO MENSAGEM-TELA
              ELSE
                     COMPUTE VALOR-TELA ROUNDED =
                             VALOR-MOEDA-TELA * TAXA-TELA
                             ON SIZE ERROR
                                MOVE ZEROES TO VALOR-TELA
                                MOVE "VALOR DOS LUGARES EXCEDE O LIMITE"
                                  TO MENSAGEM-TELA
                     END-COMPUTE.

      * CAMBIO.DAT vem em ordem de moeda e data, mas a busca nao
      * depende disso: fica a cotacao de maior data ate hoje.
       BUSCA-COTACAO.
              MOVE ZEROES TO TAXA-TELA DATA-TAXA-ACHADA.
              MOVE "NAO"  TO FIM-CAM.
              OPEN INPUT CAMBIO.
              PERFORM LE-COTACAO UNTIL FIM-CAM EQUAL "SIM".
              CLOSE CAMBIO.

       LE-COTACAO.
              READ CAMBIO
                     AT END MOVE "SIM" TO FIM-CAM
                     NOT AT END
                        IF MOEDA-CAM EQUAL MOEDA-TELA
                          AND DATA-CAM NOT GREATER THAN DATA-HOJE-NUM
                          AND DATA-CAM NOT LESS THAN DATA-TAXA-ACHADA
                          AND TAXA-CAM GREATER THAN ZEROES
                               MOVE DATA-CAM TO DATA-TAXA-ACHADA
                               MOVE TAXA-CAM TO TAXA-TELA
                        END-IF
              END-READ.

      * Os vendidos do registro lido ha pouco incluem as vendas
      * anteriores desta mesma sessao.
       VERIFICA-LUGARES.
              MOVE "NAO" TO SAIDA-ESGOTADA.
              MOVE ZEROES TO DISPONIVEIS-ECO.
              IF ASSENTOS-PAC(IDX-SAIDA-ACHADA) GREATER THAN
                 VENDIDOS-PAC(IDX-SAIDA-ACHADA)
                     COMPUTE DISPONIVEIS-ECO =
                             ASSENTOS-PAC(IDX-SAIDA-ACHADA)
                           - VENDIDOS-PAC(IDX-SAIDA-ACHADA).
              IF LUGARES-TELA GREATER THAN DISPONIVEIS-ECO
                     MOVE "SIM" TO SAIDA-ESGOTADA.

      * Sem lugares, nada e gravado em RESERVAS; aceita a espera,
      * o pedido vai para LISTESP e soma na espera da saida.
       OFERECE-ESPERA.
              MOVE "SAIDA ESGOTADA - OFERECA A LISTA DE ESPERA"
                TO MENSAGEM-TELA.
              DISPLAY TELA-MENSAGEM.
              MOVE "N" TO RESPOSTA-ESPERA.
              DISPLAY TELA-ESPERA.
              ACCEPT  TELA-ESPERA.
              IF RESPOSTA-ESPERA EQUAL "S"
                     PERFORM GRAVA-ESPERA
                     MOVE "CLIENTE INCLUIDO NA LISTA DE ESPERA"
                       TO MENSAGEM-TELA
                     PERFORM LIMPA-TELA
              ELSE
                     MOVE "ESPERA RECUSADA - NADA FOI GRAVADO"
                       TO MENSAGEM-TELA.
              DISPLAY TELA-MENSAGEM.

      * Mesmo probe por FILE STATUS "35" de ABRE-HISTORICO do EX01,
      * fechando em seguida.
       GRAVA-ESPERA.
              OPEN INPUT LISTESP.
              IF LISTESP-STATUS EQUAL "35"
                     CLOSE LISTESP
                     OPEN OUTPUT LISTESP
              ELSE
                     CLOSE LISTESP
                     OPEN EXTEND LISTESP
              END-IF.
              MOVE PACOTE-TELA       TO CODIGO-PAC-LES.
              MOVE DATA-PARTIDA-TELA TO DATA-SAIDA-LES.
              MOVE CPF-TELA          TO CPF-LES.
              MOVE LUGARES-TELA      TO LUGARES-LES.
              MOVE DATA-HOJE-NUM     TO DATA-PEDIDO-LES.
              MOVE "A"               TO SITUACAO-LES.
              WRITE REG-LES.
              CLOSE LISTESP.
              ADD LUGARES-TELA TO ESPERA-PAC(IDX-SAIDA-ACHADA).
              REWRITE REG-PAC
                     INVALID KEY
                            DISPLAY "EX58: PACOTE " CODIGO-PAC
                                    " NAO REGRAVADO"
              END-REWRITE.

       BAIXA-LUGARES.
              ADD LUGARES-TELA TO VENDIDOS-PAC(IDX-SAIDA-ACHADA).
              REWRITE REG-PAC
                     INVALID KEY
                            DISPLAY "EX58: PACOTE " CODIGO-PAC
                                    " NAO REGRAVADO"
              END-REWRITE.

      * Saldo do cliente no razao; abre e fecha a cada reserva para
      * enxergar o resgate gravado na anterior. Debito alem dos
      * creditos fica zerado.
       APURA-SALDO-PONTOS.
              MOVE "NAO" TO FIM-PTO.
              OPEN INPUT PONTOS.
              PERFORM UNTIL FIM-PTO EQUAL "SIM"
                      READ PONTOS
                             AT END MOVE "SIM" TO FIM-PTO
                             NOT AT END
                                  IF CPF-PTO EQUAL CPF-TELA
                                       PERFORM SOMA-PONTOS
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PONTOS.
              IF SALDO-PONTOS GREATER THAN ZEROES
                     MOVE SALDO-PONTOS TO SALDO-PONTOS-ECO.

       SOMA-PONTOS.
              IF TIPO-PTO EQUAL "G" OR TIPO-PTO EQUAL "D"
                     ADD QTD-PTO TO SALDO-PONTOS
              ELSE
                     SUBTRACT QTD-PTO FROM SALDO-PONTOS.

       CALCULA-DESCONTO.
              COMPUTE DESCONTO-PONTOS ROUNDED =
                      PONTOS-TELA * VALOR-PONTO.
              MOVE ZEROES TO VALOR-LIQUIDO.
              IF DESCONTO-PONTOS LESS THAN VALOR-TELA
                     COMPUTE VALOR-LIQUIDO =
                             VALOR-TELA - DESCONTO-PONTOS.

       CRITICA-OPERADORA.
              MOVE SPACES TO NOME-OPE-ECO.
              MOVE OPERADORA-TELA TO CODIGO-OPE.
              READ CADOPER KEY IS CODIGO-OPE
                     INVALID KEY
                            MOVE "OPERADORA NAO CADASTRADA"
                              TO MENSAGEM-TELA
                     NOT INVALID KEY
                            MOVE NOME-OPE TO NOME-OPE-ECO
                            IF ATIVO-OPE NOT EQUAL "S"
                                   MOVE "OPERADORA DESATIVADA"
                                     TO MENSAGEM-TELA
                            END-IF
              END-READ.

       GRAVA-RESERVA.
              ADD 1 TO NUMERO-RESERVA.
              MOVE CPF-TELA          TO CPF-RESV.
              MOVE DESTINO-TELA      TO DESTINO-RESV.
              MOVE DATA-PARTIDA-TELA TO DATA-PARTIDA-RESV.
              MOVE VALOR-LIQUIDO     TO VALOR-RESV.
              MOVE "R"               TO SITUACAO-RESV.
              MOVE DATA-HOJE-NUM     TO DATA-RESERVA-RESV.
              MOVE ZEROES            TO VALOR-PAGO-RESV.
              MOVE OPERADORA-TELA    TO OPERADORA-RESV.
              MOVE PACOTE-TELA       TO CODIGO-PACOTE-RESV.
              MOVE LUGARES-TELA      TO LUGARES-RESV.
              MOVE ATENDENTE-TELA    TO ATENDENTE-RESV.
              MOVE ZEROES            TO DATA-QUITACAO-RESV
                                        NFSE-RESV.
              MOVE SPACES            TO VERIFICA-NFSE-RESV.
              MOVE MOEDA-TELA        TO MOEDA-RESV.
              MOVE VALOR-MOEDA-TELA  TO VALOR-MOEDA-RESV.
              MOVE TAXA-TELA         TO TAXA-RESV.
              MOVE ZEROES            TO VALOR-PAGO-MOEDA-RESV.
              WRITE REG-RESV.
              PERFORM BAIXA-LUGARES.
              PERFORM GRAVA-CRONOGRAMA.
              IF PONTOS-TELA GREATER THAN ZEROES
                     PERFORM GRAVA-RESGATE.
              MOVE "RESERVA ACEITA - DIGITE OS PASSAGEIROS"
                TO MENSAGEM-TELA.
              DISPLAY TELA-MENSAGEM.
              PERFORM DIGITA-PASSAGEIROS.
              MOVE "RESERVA ACEITA - PROXIMO CLIENTE"
                TO MENSAGEM-TELA.
              DISPLAY TELA-MENSAGEM.
              PERFORM LIMPA-TELA.

      * Acrescenta o resgate ao razao (mesmo probe por FILE STATUS
      * "35" de ABRE-HISTORICO do EX01), fechando em seguida.
       GRAVA-RESGATE.
              OPEN INPUT PONTOS.
              IF PONTOS-STATUS EQUAL "35"
                     CLOSE PONTOS
                     OPEN OUTPUT PONTOS
              ELSE
                     CLOSE PONTOS
                     OPEN EXTEND PONTOS
              END-IF.
              MOVE CPF-TELA       TO CPF-PTO.
              MOVE DATA-HOJE-NUM  TO DATA-PTO.
              MOVE "R"            TO TIPO-PTO.
              MOVE NUMERO-RESERVA TO NUMERO-RESV-PTO.
              MOVE PONTOS-TELA    TO QTD-PTO.
              MOVE ZEROES         TO VALIDADE-PTO.
              WRITE REG-PTO.
              CLOSE PONTOS.

      * O primeiro passageiro ja vem preenchido com o comprador;
      * se ele nao viaja, o atendente digita por cima.
       DIGITA-PASSAGEIROS.
              MOVE "NAO"     TO FIM-PASSAGEIROS.
              MOVE ZEROES    TO SEQUENCIA-PASSAGEIRO.
              MOVE SPACES    TO MENSAGEM-PAS.
              PERFORM LIMPA-PASSAGEIRO.
              MOVE NOME-ECO  TO NOME-PAS-TELA.
              MOVE CPF-TELA  TO CPF-PAS-TELA.
              MOVE "TITULAR" TO PARENTESCO-PAS-TELA.
              PERFORM DIGITA-PASSAGEIRO
                      UNTIL FIM-PASSAGEIROS EQUAL "SIM".

       DIGITA-PASSAGEIRO.
              COMPUTE PROXIMA-SEQUENCIA = SEQUENCIA-PASSAGEIRO + 1.
              DISPLAY TELA-PASSAGEIRO.
              DISPLAY TELA-MENSAGEM-PAS.
              ACCEPT  TELA-PASSAGEIRO.
              IF NOME-PAS-TELA EQUAL SPACES
                     MOVE "SIM" TO FIM-PASSAGEIROS
              ELSE
                     PERFORM CRITICA-PASSAGEIRO.

      * CPF, quando informado, pela VALCPF; sem CPF, documento
      * obrigatorio. Nascimento ate hoje e parentesco obrigatorios.
       CRITICA-PASSAGEIRO.
              MOVE SPACES TO MENSAGEM-PAS.
              IF CPF-PAS-TELA NOT EQUAL ZEROES
                     CALL "VALCPF" USING CPF-PAS-TELA CPF-VALIDO-SUBR
                          DIGITO1-OK-SUBR DIGITO2-OK-SUBR
                          DIGITO1-ESPERADO-SUBR DIGITO2-ESPERADO-SUBR
                     IF CPF-VALIDO-SUBR NOT EQUAL "S"
                            MOVE "CPF DO PASSAGEIRO INVALIDO"
                              TO MENSAGEM-PAS
                     END-IF
              ELSE
                     IF DOCUMENTO-PAS-TELA EQUAL SPACES
                            MOVE "SEM CPF, DOCUMENTO E OBRIGATORIO"
                              TO MENSAGEM-PAS
                     END-IF
              END-IF.
              IF MENSAGEM-PAS EQUAL SPACES
                     IF NASCIMENTO-PAS-TELA EQUAL ZEROES
                       OR NASCIMENTO-PAS-TELA GREATER THAN
                          DATA-HOJE-NUM
                            MOVE "NASCIMENTO INVALIDO (AAAAMMDD)"
                              TO MENSAGEM-PAS
                     ELSE IF PARENTESCO-PAS-TELA EQUAL SPACES
                            MOVE "PARENTESCO E OBRIGATORIO"
                              TO MENSAGEM-PAS
                     ELSE IF SEQUENCIA-PASSAGEIRO NOT LESS THAN 99
                            MOVE "NO MAXIMO 99 PASSAGEIROS"
                              TO MENSAGEM-PAS.
              IF MENSAGEM-PAS EQUAL SPACES
                     PERFORM GRAVA-PASSAGEIRO.

       GRAVA-PASSAGEIRO.
              ADD 1 TO SEQUENCIA-PASSAGEIRO.
              MOVE NUMERO-RESERVA       TO NUMERO-RESV-PAS.
              MOVE SEQUENCIA-PASSAGEIRO TO SEQUENCIA-PAS.
              MOVE NOME-PAS-TELA        TO NOME-PAS.
              MOVE CPF-PAS-TELA         TO CPF-PAS.
              MOVE DOCUMENTO-PAS-TELA   TO DOCUMENTO-PAS.
              MOVE NASCIMENTO-PAS-TELA  TO NASCIMENTO-PAS.
              MOVE PARENTESCO-PAS-TELA  TO PARENTESCO-PAS.
              WRITE REG-PAS.
              MOVE "PASSAGEIRO GRAVADO - PROXIMO" TO MENSAGEM-PAS.
              PERFORM LIMPA-PASSAGEIRO.

       LIMPA-PASSAGEIRO.
              MOVE SPACES TO NOME-PAS-TELA DOCUMENTO-PAS-TELA.
              MOVE SPACES TO PARENTESCO-PAS-TELA.
              MOVE ZEROES TO CPF-PAS-TELA NASCIMENTO-PAS-TELA.

      * Sinal (se houver) vence no dia; o restante, em uma parcela
      * quando o numero de parcelas vem zerado.
       GRAVA-CRONOGRAMA.
              MOVE ZEROES TO NUMERO-PARCELA.
              IF SINAL-TELA GREATER THAN ZEROES
                     MOVE SINAL-TELA    TO VALOR-PARCELA
                     MOVE DATA-HOJE-NUM TO DATA-VENC-NUM
                     PERFORM GRAVA-PARCELA.
              COMPUTE VALOR-RESTANTE = VALOR-LIQUIDO - SINAL-TELA.
              IF PARCELAS-TELA EQUAL ZEROES
                     MOVE 1 TO PARCELAS-TELA.
              IF VALOR-RESTANTE GREATER THAN ZEROES
                     DIVIDE VALOR-RESTANTE BY PARCELAS-TELA
                            GIVING VALOR-PARCELA
                     COMPUTE VALOR-ULTIMA = VALOR-RESTANTE
                             - VALOR-PARCELA * (PARCELAS-TELA - 1)
                     PERFORM VARYING IDX-PARCELA FROM 1 BY 1
                             UNTIL IDX-PARCELA GREATER THAN
                                   PARCELAS-TELA
                             IF IDX-PARCELA EQUAL PARCELAS-TELA
                                    MOVE VALOR-ULTIMA TO VALOR-PARCELA
                             END-IF
                             PERFORM CALCULA-VENCIMENTO
                             PERFORM GRAVA-PARCELA
                     END-PERFORM
              END-IF.

       CALCULA-VENCIMENTO.
              COMPUTE MESES-CORRIDOS = MES-HOJE + IDX-PARCELA - 1.
              DIVIDE MESES-CORRIDOS BY 12
                     GIVING QUOC-MES REMAINDER RESTO-MES.
              COMPUTE ANO-VENC = ANO-HOJE + QUOC-MES.
              COMPUTE MES-VENC = RESTO-MES + 1.
              MOVE DIA-HOJE TO DIA-VENC.
              IF DIA-VENC GREATER THAN 28
                     MOVE 28 TO DIA-VENC.
              IF DATA-VENC-NUM GREATER THAN DATA-PARTIDA-TELA
                     MOVE DATA-PARTIDA-TELA TO DATA-VENC-NUM.

       GRAVA-PARCELA.
              ADD 1 TO NUMERO-PARCELA.
              MOVE NUMERO-RESERVA TO NUMERO-RESV-PAR.
              MOVE NUMERO-PARCELA TO NUMERO-PAR.
              MOVE DATA-VENC-NUM  TO VENCIMENTO-PAR.
              MOVE VALOR-PARCELA  TO VALOR-PAR.
              MOVE ZEROES         TO VALOR-PAGO-PAR.
              WRITE REG-PAR.

       LIMPA-TELA.
              MOVE ZEROES TO CPF-TELA DATA-PARTIDA-TELA VALOR-TELA.
              MOVE ZEROES TO SINAL-TELA PARCELAS-TELA.
              MOVE ZEROES TO PONTOS-TELA SALDO-PONTOS-ECO.
              MOVE SPACES TO OPERADORA-TELA NOME-OPE-ECO.
              MOVE SPACES TO DESTINO-TELA NOME-ECO.
              MOVE SPACES TO PACOTE-TELA.
              MOVE ZEROES TO LUGARES-TELA.
              MOVE SPACES TO MOEDA-TELA.
              MOVE ZEROES TO VALOR-MOEDA-TELA TAXA-TELA.

       GRAVA-ULTIMO-NUMERO.
              OPEN OUTPUT NUMRESV.
       TERMINO.
              PERFORM GRAVA-ULTIMO-NUMERO.
              CLOSE RESERVAS
                    PARCRESV
                    PASSRESV
                    CADOK
                    CADOPER
                    CADPAC
                    CADATEN.
