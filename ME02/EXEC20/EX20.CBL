      *              SUSPENDE, "R" REATIVA - E IMPRIME O RESULTADO DE
      *              CADA UMA EM RELMSOC. DESLIGAMENTO E SUSPENSAO
      *              MUDAM O STATUS (O REGISTRO PERMANECE PARA
      *              HISTORICO), NUNCA APAGAM O SOCIO. A CATEGORIA
      *              DE INCLUSOES E ALTERACOES E CONFERIDA CONTRA O
      *              CADASTRO DE CATEGORIAS (CADCATI.DAT, EX82):
      *              CODIGO INEXISTENTE, OU CATEGORIA SO DE DEPENDENTE
      *              PARA SOCIO SEM TITULAR, REJEITA A TRANSACAO.
      *              CADASTRO AUSENTE OU VAZIO NAO CONFERE NADA.
      *              COM DATA DE NASCIMENTO INFORMADA, A IDADE DO
      *              SOCIO TAMBEM E CONFERIDA CONTRA AS IDADES MINIMA
      *              E MAXIMA DA CATEGORIA.
      *              SUSPENSAO E DESLIGAMENTO ANULAM A CARTEIRINHA
      *              VALIDA DO SOCIO NO REGISTRO REGCART.DAT (EX84).
      *              TODA INCLUSAO E MUDANCA DE STATUS APLICADA GUARDA
      *              DATA E MOTIVO NO MESTRE E GANHA UMA LINHA NO
      *              HISTORICO HISTSTAT.DAT (ROTATIVIDADE, EX86).
      *              O CPF DO SOCIO VEM NA INCLUSAO OU NA ALTERACAO E
      *              E CONFERIDO PELA SUBROTINA VALCPF: CPF INFORMADO
      *              E INVALIDO REJEITA A TRANSACAO. E A LIGACAO DO
      *              SOCIO NO INDICE DE PESSOAS (EX128).

      *==============================================================
       ENVIRONMENT          DIVISION.
              RECORD KEY IS NUMERO-SOCIO-MSOC
              FILE STATUS IS CADMSOCI-STATUS.

              SELECT OPTIONAL CADCAT ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-CAT
              FILE STATUS IS CADCAT-STATUS.

              SELECT OPTIONAL REGCART ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NUMERO-CART
              ALTERNATE RECORD KEY IS NUMERO-SOCIO-CART
                 WITH DUPLICATES
              FILE STATUS IS REGCART-STATUS.

              SELECT OPTIONAL HISTSTAT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HISTSTAT-STATUS.

              SELECT RELMSOC ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK

      * TRANSOC: uma transacao por linha. TIPO-TRANS "I" inclui (com
      * nome, data de adesao, categoria e titular), "A" altera nome/
      * categoria/titular/nascimento (titular so quando vier maior
      * que zero; titular igual ao proprio numero torna o socio
      * titular de si mesmo, zerando TITULAR-MSOC - a emancipacao do
      * dependente gerada pelo EX83), nascimento so maior que zero,
      * "D" desliga, "S" suspende e "R" reativa pelo numero; nas
      * tres ultimas os demais campos ficam em branco/zero, salvo
      * MOTIVO-TRANS (codigos de MOTIVO-STATUS-MSOC; desligamento
      * sem motivo e tido como saida voluntaria, "VO").
      * CPF-TRANS: so na "I" e na "A"; zero ou em branco = nao
      * informado (na "A", preserva o CPF gravado).
       FD     TRANSOC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANSOC.DAT".
              02 DATA-ADESAO-TRANS PIC 9(08).
              02 CATEGORIA-TRANS   PIC X(02).
              02 TITULAR-TRANS     PIC 9(06).
              02 DATA-NASC-TRANS   PIC 9(08).
              02 MOTIVO-TRANS      PIC X(02).
              02 CPF-TRANS         PIC 9(11).

      * CADMSOCI: mestre de socios indexado (mesmo layout carregado
      * pela conversao EX19).
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

      * CADCAT: cadastro de categorias (EX82), consultado pela
      * chave para validar CATEGORIA-MSOC.
       FD     CADCAT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADCATI.DAT".
       COPY CATMAST.

      * REGCART: registro de carteirinhas (EX84) - a carteira
      * valida do socio suspenso ou desligado e anulada aqui, para
      * sair na relacao de carteiras invalidas da portaria (EX85).
       FD     REGCART
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "REGCART.DAT".
       COPY CARTMAST.

      * HISTSTAT: historico de mudancas de status, acrescentado a
      * cada execucao.
       FD     HISTSTAT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "HISTSTAT.DAT".
       COPY HISTSTAT.

       FD     RELMSOC
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).
       WORKING-STORAGE      SECTION.
       77 CADMSOCI-STATUS          PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 CADCAT-STATUS            PIC X(02) VALUE "00".
       77 REGCART-STATUS           PIC X(02) VALUE "00".
       77 HISTSTAT-STATUS          PIC X(02) VALUE "00".
       77 STATUS-ANTERIOR          PIC X(01) VALUE SPACES.
       77 FIM-CART-SOCIO           PIC X(03) VALUE "NAO".
       77 TOTAL-CART-ANULADAS      PIC 9(05) VALUE ZEROES.
      * CADCAT-VAZIO "SIM": sem cadastro de categorias, a categoria
      * passa sem conferencia, como sempre passou.
       77 CADCAT-VAZIO             PIC X(03) VALUE "NAO".
       77 CATEGORIA-VALIDA         PIC X(03) VALUE "SIM".
       77 IDADE-SOCIO              PIC 9(03) VALUE ZEROES.
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 TOTAL-SUSPENSOES         PIC 9(05) VALUE ZEROES.
       77 TOTAL-REATIVACOES        PIC 9(05) VALUE ZEROES.
       77 TOTAL-REJEITADAS         PIC 9(05) VALUE ZEROES.
      * Conferencia do CPF pela subrotina VALCPF.
       77 CPF-INFORMADO            PIC X(03) VALUE "NAO".
       77 CPF-VALIDO-SUBR          PIC X(01) VALUE SPACES.
       77 DIGITO1-OK-SUBR          PIC X(01) VALUE SPACES.
       77 DIGITO2-OK-SUBR          PIC X(01) VALUE SPACES.
       77 DIGITO1-ESPERADO-SUBR    PIC 9(01) VALUE ZEROES.
       77 DIGITO2-ESPERADO-SUBR    PIC 9(01) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              OPEN   INPUT  TRANSOC
                     I-O    CADMSOCI
                     OUTPUT RELMSOC.
              OPEN   INPUT  CADCAT.
              OPEN   I-O    REGCART.
              PERFORM ABRE-HISTSTAT.
              READ   CADCAT NEXT RECORD
                     AT END MOVE "SIM" TO CADCAT-VAZIO
              END-READ.
              PERFORM LEITURA.

       LEITURA.
              ELSE
                     MOVE "01"              TO CATEGORIA-MSOC.
              MOVE   TITULAR-TRANS   TO TITULAR-MSOC.
              MOVE   DATA-NASC-TRANS TO DATA-NASCIMENTO-MSOC.
              MOVE   ZEROES          TO DATA-DESLIG-MSOC.
              MOVE   DATA-ADESAO-MSOC TO DATA-STATUS-MSOC.
              MOVE   "AD"            TO MOTIVO-STATUS-MSOC.
              MOVE   ZEROES          TO CPF-MSOC.
              PERFORM CONFERE-CPF-TRANS.
              IF CPF-INFORMADO EQUAL "SIM"
                     MOVE CPF-TRANS TO CPF-MSOC.
              IF CPF-INFORMADO EQUAL "SIM"
                AND CPF-VALIDO-SUBR NOT EQUAL "S"
                     MOVE "CPF INVALIDO" TO VAR-SITUACAO
                     MOVE "NAO" TO CATEGORIA-VALIDA
              ELSE
                     PERFORM VALIDA-CATEGORIA.
              IF CATEGORIA-VALIDA EQUAL "SIM"
                     PERFORM GRAVA-INCLUSAO
              ELSE
                     ADD 1 TO TOTAL-REJEITADAS.

      * CPF-TRANS informado (numerico e maior que zero) passa pela
      * subrotina VALCPF; CPF-VALIDO-SUBR "S" = digitos conferem.
       CONFERE-CPF-TRANS.
              MOVE "NAO" TO CPF-INFORMADO.
              MOVE "N"   TO CPF-VALIDO-SUBR.
              IF CPF-TRANS IS NUMERIC
                AND CPF-TRANS GREATER THAN ZEROES
                     MOVE "SIM" TO CPF-INFORMADO
                     CALL "VALCPF" USING CPF-TRANS CPF-VALIDO-SUBR
                          DIGITO1-OK-SUBR DIGITO2-OK-SUBR
                          DIGITO1-ESPERADO-SUBR DIGITO2-ESPERADO-SUBR.

       GRAVA-INCLUSAO.
              WRITE  REG-MSOCI
                     INVALID KEY
                            MOVE "NUMERO JA EXISTE" TO VAR-SITUACAO
                     NOT INVALID KEY
                            MOVE "INCLUIDO"         TO VAR-SITUACAO
                            ADD 1 TO TOTAL-INCLUSOES
                            MOVE SPACES TO STATUS-ANTERIOR
                            PERFORM GRAVA-HISTSTAT
              END-WRITE.

      * Confere CATEGORIA-MSOC (ja com o valor final do registro)
      * contra o cadastro de categorias; VAR-SITUACAO leva o motivo
      * da recusa.
       VALIDA-CATEGORIA.
              MOVE "SIM" TO CATEGORIA-VALIDA.
              IF CADCAT-VAZIO EQUAL "NAO"
                     MOVE CATEGORIA-MSOC TO CODIGO-CAT
                     READ CADCAT KEY IS CODIGO-CAT
                          INVALID KEY
                               MOVE "NAO" TO CATEGORIA-VALIDA
                               MOVE "CATEGORIA INEXISTENTE"
                                 TO VAR-SITUACAO
                          NOT INVALID KEY
                               PERFORM CONFERE-REGRAS-CATEGORIA
                     END-READ
              END-IF.

       CONFERE-REGRAS-CATEGORIA.
              IF SO-DEPENDENTE-CAT EQUAL "S"
                AND TITULAR-MSOC EQUAL ZEROES
                     MOVE "NAO" TO CATEGORIA-VALIDA
                     MOVE "CATEG. SO DEPENDENTE" TO VAR-SITUACAO.
              IF CATEGORIA-VALIDA EQUAL "SIM"
                AND DATA-NASCIMENTO-MSOC GREATER THAN ZEROES
                     PERFORM CALCULA-IDADE
                     IF IDADE-SOCIO LESS THAN IDADE-MIN-CAT
                       OR (IDADE-MAX-CAT GREATER THAN ZEROES
                       AND IDADE-SOCIO GREATER THAN IDADE-MAX-CAT)
                            MOVE "NAO" TO CATEGORIA-VALIDA
                            MOVE "IDADE FORA DA CATEG." TO VAR-SITUACAO
                     END-IF
              END-IF.

      * Idade em anos completos na data do processamento.
       CALCULA-IDADE.
              IF ANO-NASC-MSOC GREATER THAN ANO-HOJE
                     MOVE ZEROES TO IDADE-SOCIO
              ELSE
                     COMPUTE IDADE-SOCIO = ANO-HOJE - ANO-NASC-MSOC
                     IF MES-HOJE LESS THAN MES-NASC-MSOC
                       OR (MES-HOJE EQUAL MES-NASC-MSOC
                       AND DIA-HOJE LESS THAN DIA-NASC-MSOC)
                            IF IDADE-SOCIO GREATER THAN ZEROES
                                   SUBTRACT 1 FROM IDADE-SOCIO
                            END-IF
                     END-IF
              END-IF.

       ALTERAR.
              MOVE   NUMERO-TRANS    TO NUMERO-SOCIO-MSOC.
              READ   CADMSOCI KEY IS NUMERO-SOCIO-MSOC
                     MOVE NOME-TRANS TO NOME-SOCIO-MSOC.
              IF CATEGORIA-TRANS NOT EQUAL SPACES
                     MOVE CATEGORIA-TRANS TO CATEGORIA-MSOC.
              IF TITULAR-TRANS EQUAL NUMERO-TRANS
                     MOVE ZEROES TO TITULAR-MSOC
              ELSE IF TITULAR-TRANS GREATER THAN ZEROES
                     MOVE TITULAR-TRANS TO TITULAR-MSOC.
              IF DATA-NASC-TRANS GREATER THAN ZEROES
                     MOVE DATA-NASC-TRANS TO DATA-NASCIMENTO-MSOC.
              PERFORM CONFERE-CPF-TRANS.
              IF CPF-INFORMADO EQUAL "SIM"
                     MOVE CPF-TRANS TO CPF-MSOC.
      * So nome/CPF alterado nao reconfere a categoria ja gravada.
              IF CPF-INFORMADO EQUAL "SIM"
                AND CPF-VALIDO-SUBR NOT EQUAL "S"
                     MOVE "CPF INVALIDO" TO VAR-SITUACAO
                     MOVE "NAO" TO CATEGORIA-VALIDA
              ELSE IF CATEGORIA-TRANS NOT EQUAL SPACES
                OR TITULAR-TRANS GREATER THAN ZEROES
                OR DATA-NASC-TRANS GREATER THAN ZEROES
                     PERFORM VALIDA-CATEGORIA
              ELSE
                     MOVE "SIM" TO CATEGORIA-VALIDA.
              IF CATEGORIA-VALIDA EQUAL "SIM"
                     PERFORM GRAVA-ALTERACAO
              ELSE
                     ADD 1 TO TOTAL-REJEITADAS.

       GRAVA-ALTERACAO.
              REWRITE REG-MSOCI
                     INVALID KEY
                            MOVE "NUMERO NAO ENCONTRADO"

      * Desligamento, suspensao e reativacao sao a mesma operacao de
      * troca de STATUS; o registro do socio nunca e apagado, para
      * que historico e conferencias continuem enxergando-o. O
      * desligamento guarda a data (mensalidade proporcional do mes
      * de saida no EX17/EX01); a reativacao a limpa. Data e motivo
      * da mudanca ficam no mestre e no historico HISTSTAT.
       MUDA-STATUS.
              MOVE   NUMERO-TRANS    TO NUMERO-SOCIO-MSOC.
              READ   CADMSOCI KEY IS NUMERO-SOCIO-MSOC
              END-READ.

       APLICA-STATUS.
              MOVE STATUS-SOCIO-MSOC TO STATUS-ANTERIOR.
              MOVE DATA-HOJE         TO DATA-STATUS-MSOC.
              MOVE MOTIVO-TRANS      TO MOTIVO-STATUS-MSOC.
              EVALUATE TIPO-TRANS
                  WHEN "D"
                     MOVE "D" TO STATUS-SOCIO-MSOC
                     IF MOTIVO-TRANS EQUAL SPACES
                            MOVE "VO" TO MOTIVO-STATUS-MSOC
                     END-IF
                     MOVE DATA-HOJE TO DATA-DESLIG-MSOC
                     MOVE "DESLIGADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-DESLIGAMENTOS
                  WHEN "S"
                     ADD 1 TO TOTAL-SUSPENSOES
                  WHEN "R"
                     MOVE "A" TO STATUS-SOCIO-MSOC
                     MOVE ZEROES TO DATA-DESLIG-MSOC
                     MOVE "REATIVADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REATIVACOES
              END-EVALUATE.
                     INVALID KEY
                            MOVE "ERRO NA REGRAVACAO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            PERFORM GRAVA-HISTSTAT
                            IF TIPO-TRANS EQUAL "D" OR "S"
                                   PERFORM ANULA-CARTEIRAS
                            END-IF
              END-REWRITE.

      * Anula (motivo = tipo da transacao) toda carteira ainda valida
      * do socio, percorrendo o registro pela chave alternativa.
       ANULA-CARTEIRAS.
              MOVE "NAO"             TO FIM-CART-SOCIO.
              MOVE NUMERO-SOCIO-MSOC TO NUMERO-SOCIO-CART.
              START REGCART KEY IS EQUAL NUMERO-SOCIO-CART
                     INVALID KEY MOVE "SIM" TO FIM-CART-SOCIO
              END-START.
              PERFORM UNTIL FIM-CART-SOCIO EQUAL "SIM"
                      READ REGCART NEXT RECORD
                             AT END MOVE "SIM" TO FIM-CART-SOCIO
                             NOT AT END
                                  IF NUMERO-SOCIO-CART NOT EQUAL
                                        NUMERO-SOCIO-MSOC
                                       MOVE "SIM" TO FIM-CART-SOCIO
                                  ELSE IF SITUACAO-CART EQUAL "V"
                                       PERFORM ANULA-CARTEIRA
                                  END-IF
                      END-READ
              END-PERFORM.

       ANULA-CARTEIRA.
              MOVE "A"        TO SITUACAO-CART.
              MOVE DATA-HOJE  TO DATA-ANUL-CART.
              MOVE TIPO-TRANS TO MOTIVO-ANUL-CART.
              REWRITE REG-CART
                     NOT INVALID KEY ADD 1 TO TOTAL-CART-ANULADAS
              END-REWRITE.

      * Uma linha de historico por inclusao ou mudanca de status
      * efetivamente gravada no mestre.
       GRAVA-HISTSTAT.
              MOVE NUMERO-SOCIO-MSOC  TO NUMERO-SOCIO-HST.
              MOVE DATA-STATUS-MSOC   TO DATA-HST.
              MOVE TIPO-TRANS         TO TIPO-HST.
              MOVE STATUS-ANTERIOR    TO STATUS-ANT-HST.
              MOVE STATUS-SOCIO-MSOC  TO STATUS-NOVO-HST.
              MOVE MOTIVO-STATUS-MSOC TO MOTIVO-HST.
              MOVE CATEGORIA-MSOC     TO CATEGORIA-HST.
              WRITE REG-HSTAT.

      * Mesmo probe por FILE STATUS "35" do GRAVA-RUNLOG.
       ABRE-HISTSTAT.
              OPEN INPUT HISTSTAT.
              IF HISTSTAT-STATUS EQUAL "35"
                     CLOSE HISTSTAT
                     OPEN OUTPUT HISTSTAT
              ELSE
                     CLOSE HISTSTAT
                     OPEN EXTEND HISTSTAT
              END-IF.

       TIPO-INVALIDO.
              MOVE "TIPO-TRANS INVALIDO" TO VAR-SITUACAO.
              ADD 1 TO TOTAL-REJEITADAS.
              PERFORM GRAVA-RUNLOG.
              CLOSE  TRANSOC
                     CADMSOCI
                     CADCAT
                     REGCART
                     HISTSTAT
                     RELMSOC.

       RODAPE.
              MOVE "Transacoes rejeitadas:  " TO VAR-ROD-DESC.
              MOVE TOTAL-REJEITADAS            TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.
              MOVE "Carteirinhas anuladas:  " TO VAR-ROD-DESC.
              MOVE TOTAL-CART-ANULADAS         TO VAR-ROD-QTD.
              WRITE REG-REL FROM DET-RODAPE AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
