      *              RELFUNC. QUEM MUDOU, PARA ONDE E QUANDO PASSA A
      *              SER REGISTRADO NA HORA, NO PROPRIO MESTRE; A
      *              VISAO DA FOLHA (CADENT.DAT) QUE EX05/EX06/EX08
      *              LEEM E EXTRAIDA DAQUI PELO EX-17. O "D" TRAZ O
      *              MOTIVO DO DESLIGAMENTO ("S" SEM JUSTA CAUSA, "P"
      *              PEDIDO DE DEMISSAO, "F" FIM DE CONTRATO, "J"
      *              JUSTA CAUSA), QUE DIRIGE A RESCISAO DO EX-18.
      *              O CPF DO FUNCIONARIO VEM NA ADMISSAO OU NA
      *              TRANSACAO "C" (CORRECAO DE CPF) E E CONFERIDO
      *              PELA SUBROTINA VALCPF: INVALIDO REJEITA A
      *              TRANSACAO. E A LIGACAO DO FUNCIONARIO NO INDICE
      *              DE PESSOAS (EX128 DO ME02).

      *==============================================================
       ENVIRONMENT          DIVISION.

      * TRANFUNC: uma transacao datada por linha. Nas de "T"/"S"/"D"
      * os campos nao envolvidos ficam em branco/zero; a data
      * efetiva e gravada no mestre como a vigencia do evento. O
      * motivo so e preenchido no "D" e e lido de novo pelo EX-18.
      * CPF-TRANF: opcional no "H" (zero/branco = nao informado),
      * obrigatorio no "C".
       FD     TRANFUNC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANFUNC.DAT".
              02 DEPTO-TRANF       PIC 9(02).
              02 SALARIO-TRANF     PIC 9(05)V9(02).
              02 DATA-EFETIVA-TRANF PIC 9(08).
              02 MOTIVO-TRANF      PIC X(01).
              02 CPF-TRANF         PIC 9(11).

      * CADFUNCI: mestre de funcionarios indexado - o registro traz,
      * alem da visao da folha, a data de admissao, o status ("A"
      * ativo, "D" desligado) e a vigencia do ultimo evento aplicado.
      * CPF-FUNC: zero = nao informado.
       FD     CADFUNCI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADFUNCI.DAT".
              02 DATA-ADMISSAO-FUNC PIC 9(08).
              02 STATUS-FUNC       PIC X(01).
              02 DATA-ULT-EVENTO-FUNC PIC 9(08).
              02 CPF-FUNC          PIC 9(11).

       FD     RELFUNC
              LABEL RECORD IS OMITTED.
              02 DIA-HOJE   PIC 9(02).
       77  DATA-HOJE-NUM PIC 9(08) VALUE ZEROES.
       77  DATA-EFETIVA  PIC 9(08) VALUE ZEROES.
       77  TOTAL-CPF-CORRIGIDOS PIC 9(04) VALUE ZEROES.
       77  CPF-INFORMADO PIC X(03) VALUE "NAO".

      * Conferencia do CPF pela subrotina VALCPF.
       77  CPF-VALIDO-SUBR          PIC X(01) VALUE SPACES.
       77  DIGITO1-OK-SUBR          PIC X(01) VALUE SPACES.
       77  DIGITO2-OK-SUBR          PIC X(01) VALUE SPACES.
       77  DIGITO1-ESPERADO-SUBR    PIC 9(01) VALUE ZEROES.
       77  DIGITO2-ESPERADO-SUBR    PIC 9(01) VALUE ZEROES.

       01  CAB-FNC-01.
              02 FILLER     PIC X(18) VALUE SPACES.
                     WHEN "T" PERFORM TRANSFERIR
                     WHEN "S" PERFORM REAJUSTAR
                     WHEN "D" PERFORM DESLIGAR
                     WHEN "C" PERFORM CORRIGIR-CPF
                     WHEN OTHER
                            MOVE "TIPO-TRANF INVALIDO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
              PERFORM LEITURA.

       ADMITIR.
              PERFORM CONFERE-CPF-TRANF.
              IF NOME-TRANF EQUAL SPACES
                OR SALARIO-TRANF EQUAL ZEROES
                     MOVE "NOME/SALARIO OBRIGATORIO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF CPF-INFORMADO EQUAL "SIM"
                AND CPF-VALIDO-SUBR NOT EQUAL "S"
                     MOVE "CPF INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM GRAVA-ADMISSAO.

      * CPF-TRANF informado (numerico e maior que zero) passa pela
      * subrotina VALCPF; CPF-VALIDO-SUBR "S" = digitos conferem.
       CONFERE-CPF-TRANF.
              MOVE "NAO" TO CPF-INFORMADO.
              MOVE "N"   TO CPF-VALIDO-SUBR.
              IF CPF-TRANF NUMERIC
                AND CPF-TRANF GREATER THAN ZEROES
                     MOVE "SIM" TO CPF-INFORMADO
                     CALL "VALCPF" USING CPF-TRANF CPF-VALIDO-SUBR
                          DIGITO1-OK-SUBR DIGITO2-OK-SUBR
                          DIGITO1-ESPERADO-SUBR DIGITO2-ESPERADO-SUBR.

       GRAVA-ADMISSAO.
              MOVE CODIGO-TRANF  TO CODIGO-FUNC.
              MOVE NOME-TRANF    TO NOME-FUNC.
              MOVE DATA-EFETIVA  TO DATA-ADMISSAO-FUNC.
              MOVE "A"           TO STATUS-FUNC.
              MOVE DATA-EFETIVA  TO DATA-ULT-EVENTO-FUNC.
              IF CPF-INFORMADO EQUAL "SIM"
                     MOVE CPF-TRANF TO CPF-FUNC
              ELSE
                     MOVE ZEROES    TO CPF-FUNC.
              WRITE REG-FUNCI
                     INVALID KEY
                            MOVE "CODIGO JA EXISTE" TO VAR-SITUACAO
                     END-REWRITE.

      * Desligamento muda o status; o registro permanece para
      * historico (mesmo criterio do EX20 ME02). Sem motivo valido
      * a rescisao nao teria como ser apurada, entao o "D" e recusado.
       DESLIGAR.
              IF MOTIVO-TRANF NOT EQUAL "S" AND "P" AND "F" AND "J"
                     MOVE "MOTIVO S/P/F/J INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM EFETIVA-DESLIGAMENTO.

       EFETIVA-DESLIGAMENTO.
              MOVE CODIGO-TRANF TO CODIGO-FUNC.
              READ CADFUNCI KEY IS CODIGO-FUNC
                     INVALID KEY
                            END-REWRITE
              END-READ.

      * Correcao de CPF: grava o CPF conferido no mestre, inclusive
      * de funcionario ja desligado (o indice de pessoas liga todos).
      * Nao e evento funcional - a vigencia do ultimo evento fica.
       CORRIGIR-CPF.
              PERFORM CONFERE-CPF-TRANF.
              IF CPF-VALIDO-SUBR NOT EQUAL "S"
                     MOVE "CPF INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM EFETIVA-CORRECAO-CPF.

       EFETIVA-CORRECAO-CPF.
              MOVE CODIGO-TRANF TO CODIGO-FUNC.
              READ CADFUNCI KEY IS CODIGO-FUNC
                     INVALID KEY
                            MOVE "CODIGO NAO ENCONTRADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            MOVE CPF-TRANF TO CPF-FUNC
                            REWRITE REG-FUNCI
                                   INVALID KEY
                                          MOVE "ERRO NA REGRAVACAO"
                                            TO VAR-SITUACAO
                                          ADD 1 TO TOTAL-REJEITADAS
                                   NOT INVALID KEY
                                          MOVE "CPF CORRIGIDO"
                                            TO VAR-SITUACAO
                                          ADD 1 TO
                                             TOTAL-CPF-CORRIGIDOS
                            END-REWRITE
              END-READ.

       IMPRESSAO-TRANS.
              EVALUATE TIPO-TRANF
                     WHEN "H" MOVE "ADMISSAO"    TO VAR-TIPO
                     WHEN "T" MOVE "TRANSFERENC" TO VAR-TIPO
                     WHEN "S" MOVE "REAJUSTE"    TO VAR-TIPO
                     WHEN "D" MOVE "DESLIGAMENTO" TO VAR-TIPO
                     WHEN "C" MOVE "CORRECAO CPF" TO VAR-TIPO
                     WHEN OTHER MOVE TIPO-TRANF  TO VAR-TIPO
              END-EVALUATE.
              MOVE CODIGO-TRANF TO VAR-CODIGO.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              COMPUTE TOTAL-GRAVADOS-RUNLOG =
                     TOTAL-ADMISSOES + TOTAL-TRANSFERENCIAS
                     + TOTAL-REAJUSTES + TOTAL-DESLIGAMENTOS
                     + TOTAL-CPF-CORRIGIDOS.
              OPEN INPUT RUNLOG.
              IF RUNLOG-STATUS EQUAL "35"
                     CLOSE RUNLOG
