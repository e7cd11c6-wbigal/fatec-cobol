      *              ALUNO EM HISTGPAI.DAT; A TRANSACAO "O" E A
      *              INCLUSAO COM LIBERACAO DO COORDENADOR, QUE PULA
      *              SO A CONFERENCIA DE PRE-REQUISITO.
      *              CADA MATRICULA GUARDA A DATA DA ULTIMA MUDANCA
      *              DE STATUS (DATA-STATUS-ALU): A INCLUSAO GRAVA A
      *              DATA DO DIA, E T/C/R GRAVAM A DATA EFETIVA
      *              INFORMADA NA TRANSACAO (DATA-TRANS; ZERO OU EM
      *              BRANCO = DATA DO DIA). E ESSA DATA QUE O
      *              FATURAMENTO DE MENSALIDADES (EX20) CONFRONTA COM
      *              A DATA DE CORTE DO MES.
      *              O APROVEITAMENTO DE ESTUDOS APROVADO PELO EX27
      *              (REGISTRO DE TERMO 00 NO HISTGPAI.DAT) CUMPRE O
      *              PRE-REQUISITO COMO UMA APROVACAO NORMAL.
      *              TODO TRANCAMENTO, CANCELAMENTO E REATIVACAO
      *              APLICADO E ACRESCENTADO AO HISTORICO MUDSTAT.DAT
      *              (ALUNO, DATA EFETIVA, TIPO), QUE O CADALU NAO
      *              GUARDA - BASE DO ALERTA DE EVASAO (EX30).
      *              A TRANSACAO "X" REGISTRA A SAIDA POR TRANSFERENCIA
      *              PARA OUTRO CURSO (STATUS "X" EM TODAS AS
      *              MATRICULAS, COMO O CANCELAMENTO), QUE O CENSO DA
      *              EDUCACAO SUPERIOR (EX31) INFORMA A PARTE DO
      *              DESVINCULADO.
      *              O CPF DO ALUNO (CPF-TRANS) PODE VIR NA INCLUSAO E
      *              NA ALTERACAO; INFORMADO, E CONFERIDO PELA
      *              SUBROTINA VALCPF (INVALIDO REJEITA A TRANSACAO) E
      *              GRAVADO EM TODAS AS MATRICULAS DO ALUNO. A
      *              INCLUSAO SEM CPF HERDA O DAS DEMAIS MATRICULAS.
      *              E A LIGACAO DO ALUNO NO INDICE DE PESSOAS (EX128
      *              DO ME02).

      *==============================================================
       ENVIRONMENT                 DIVISION.
              RECORD KEY    IS            CHAVE-HIST
              FILE STATUS   IS            HISTGPA-STATUS.

              SELECT  OPTIONAL  MUDSTAT    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            MUDSTAT-STATUS.

              SELECT        RELMALU       ASSIGN        TO DISK.

      *==============================================================
       FILE                        SECTION.

      * TRANALU: uma transacao por linha; nas de status (T/C/R) os
      * campos alem do numero ficam em branco/zero, menos a data
      * efetiva da mudanca (DATA-TRANS, AAAAMMDD), opcional.
      * CPF-TRANS so e lido na inclusao e na alteracao ("I"/"O"/
      * "A"); zero ou em branco = nao informado.
       FD     TRANALU
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "TRANALU.DAT".
              02     NOME-TRANS    PIC X(20).
              02     TERMO-TRANS   PIC 9(02).
              02     DISCIPLINA-TRANS PIC X(08).
              02     DATA-TRANS    PIC 9(08).
              02     CPF-TRANS     PIC 9(11).

      * CADALU: mesmo layout lido pelo EX03 (uma matricula por
      * aluno/disciplina), regravado por completo ao final.
      * DATA-STATUS-ALU: data (AAAAMMDD) da inclusao ou da ultima
      * mudanca de status; zero/branco nos registros legados.
      * CPF-ALU: CPF do aluno, o mesmo em todas as suas matriculas;
      * zero/branco = nao informado.
       FD     CADALU
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "CADALU.DAT".
              02     TERMO-ALU     PIC 9(02).
              02     DISCIPLINA-ALU PIC X(08).
              02     STATUS-ALU    PIC X(01).
              02     DATA-STATUS-ALU PIC 9(08).
              02     CPF-ALU       PIC 9(11).

      * CADDISC: mestre de disciplinas (EX12 deste modulo). Com o
      * mestre carregado, a inclusao de matricula exige codigo
                     03     DISCIPLINA-HIST PIC X(08).
              02     MEDIA-HIST    PIC 9(02)V99.

      * MUDSTAT: historico de mudancas de status, so acrescentado.
       FD     MUDSTAT
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "MUDSTAT.DAT".
       COPY MUDSTAT.

       FD     RELMALU
              LABEL         RECORD IS     OMITTED.
       01     REG-REL                     PIC X(80).
       77     VAR-SITUACAO  PIC X(22)     VALUE SPACES.
       77     QTD-ATINGIDAS PIC 9(03)     VALUE ZEROS.
       77     JA-EXISTE     PIC X(03)     VALUE "NAO".
       77     DATA-HOJE     PIC 9(08)     VALUE ZEROS.
       77     DATA-MOVIMENTO PIC 9(08)    VALUE ZEROS.
       77     NOVO-STATUS   PIC X(01)     VALUE SPACE.
       77     MUDSTAT-STATUS PIC X(02)    VALUE "00".

      * Conferencia do CPF pela subrotina VALCPF; CPF-ALUNO e o CPF
      * apurado para a matricula (informado ou herdado).
       77     CPF-VALIDO-SUBR          PIC X(01) VALUE SPACES.
       77     DIGITO1-OK-SUBR          PIC X(01) VALUE SPACES.
       77     DIGITO2-OK-SUBR          PIC X(01) VALUE SPACES.
       77     DIGITO1-ESPERADO-SUBR    PIC 9(01) VALUE ZEROES.
       77     DIGITO2-ESPERADO-SUBR    PIC 9(01) VALUE ZEROES.
       77     CPF-INFORMADO PIC X(03)     VALUE "NAO".
       77     CPF-ALUNO     PIC 9(11)     VALUE ZEROS.
       77     NUMERO-BUSCA-CPF PIC 9(05)  VALUE ZEROS.
       77     IDX-CPF-ALU   PIC 9(04)     VALUE ZEROS.

      * Mestre de disciplinas em memoria (CADDISC.DAT, EX12).
       77     FIM-DISC      PIC X(03)     VALUE "NAO".
                     03     TERMO-ALU-TAB    PIC 9(02).
                     03     DISCIPLINA-ALU-TAB PIC X(08).
                     03     STATUS-ALU-TAB   PIC X(01).
                     03     DATA-STATUS-ALU-TAB PIC 9(08).
                     03     CPF-ALU-TAB      PIC 9(11).

       01     CAB-MALU-01.
              02     FILLER        PIC X(20) VALUE SPACES.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM CARREGA-CADALU.
              PERFORM CARREGA-DISCIPLINAS.
              PERFORM CARREGA-ESPERA.
              PERFORM ABRE-MUDSTAT.
              OPEN INPUT TRANALU
                   OUTPUT RELMALU.
              WRITE REG-REL FROM CAB-MALU-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL AFTER ADVANCING 1 LINE.
              PERFORM LEITURA.

      * O historico de status nunca e regravado, so cresce (mesmo
      * probe por FILE STATUS "35" do registro de diplomas do EX13).
       ABRE-MUDSTAT.
              OPEN INPUT MUDSTAT.
              IF MUDSTAT-STATUS EQUAL "35"
                     CLOSE MUDSTAT
                     OPEN OUTPUT MUDSTAT
              ELSE
                     CLOSE MUDSTAT
                     OPEN EXTEND MUDSTAT
              END-IF.

       CARREGA-CADALU.
              OPEN INPUT CADALU.
              PERFORM UNTIL FIM-ALU EQUAL "SIM"
                                             (TOTAL-ALUNOS)
                                       MOVE STATUS-ALU TO
                                          STATUS-ALU-TAB(TOTAL-ALUNOS)
                                       IF DATA-STATUS-ALU NUMERIC
                                          MOVE DATA-STATUS-ALU TO
                                             DATA-STATUS-ALU-TAB
                                                (TOTAL-ALUNOS)
                                       ELSE
                                          MOVE ZEROS TO
                                             DATA-STATUS-ALU-TAB
                                                (TOTAL-ALUNOS)
                                       END-IF
                                       IF CPF-ALU NUMERIC
                                          MOVE CPF-ALU TO
                                             CPF-ALU-TAB(TOTAL-ALUNOS)
                                       ELSE
                                          MOVE ZEROS TO
                                             CPF-ALU-TAB(TOTAL-ALUNOS)
                                       END-IF
                                  END-IF
                      END-READ
              END-PERFORM.
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * Data efetiva do movimento: a informada na transacao ou,
      * sem ela, a data do dia.
       LEITURA.
              READ TRANALU
                     AT END MOVE "SIM" TO FIM-TRANS
              END-READ.
              IF DATA-TRANS NUMERIC
                AND DATA-TRANS GREATER THAN ZEROS
                     MOVE DATA-TRANS TO DATA-MOVIMENTO
              ELSE
                     MOVE DATA-HOJE  TO DATA-MOVIMENTO.

       PRINCIPAL.
              EVALUATE TIPO-TRANS
                     WHEN "T" PERFORM MUDA-STATUS
                     WHEN "C" PERFORM MUDA-STATUS
                     WHEN "R" PERFORM MUDA-STATUS
                     WHEN "X" PERFORM MUDA-STATUS
                     WHEN OTHER
                            MOVE "TIPO-TRANS INVALIDO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     MOVE "DISCIPLINA INVALIDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO INCLUIR-EXIT.
              PERFORM CONFERE-CPF-TRANS.
              IF CPF-INFORMADO EQUAL "SIM"
                AND CPF-VALIDO-SUBR NOT EQUAL "S"
                     MOVE "CPF INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO INCLUIR-EXIT.
      * Pre-requisito: so a inclusao comum ("I") confere; a "O" e a
      * liberacao expressa do coordenador para a excecao genuina, e
      * sai identificada no relatorio.
                AND OCUPACAO-TURMA NOT LESS THAN CAPACIDADE-TURMA
                     PERFORM ENTRA-NA-ESPERA
                     GO TO INCLUIR-EXIT.
              IF CPF-INFORMADO EQUAL "SIM"
                     MOVE CPF-TRANS TO CPF-ALUNO
              ELSE
                     MOVE NUMERO-TRANS TO NUMERO-BUSCA-CPF
                     PERFORM BUSCA-CPF-ALUNO.
              IF TOTAL-ALUNOS NOT LESS THAN 2000
                     MOVE "CADASTRO LOTADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     MOVE DISCIPLINA-TRANS
                       TO DISCIPLINA-ALU-TAB(TOTAL-ALUNOS)
                     MOVE "A"          TO STATUS-ALU-TAB(TOTAL-ALUNOS)
                     MOVE DATA-HOJE
                       TO DATA-STATUS-ALU-TAB(TOTAL-ALUNOS)
                     MOVE CPF-ALUNO    TO CPF-ALU-TAB(TOTAL-ALUNOS)
                     IF CPF-INFORMADO EQUAL "SIM"
                            PERFORM PROPAGA-CPF-ALUNO
                     END-IF
                     IF TIPO-TRANS EQUAL "O"
                            MOVE "INCLUIDA (LIBERACAO)"
                              TO VAR-SITUACAO
      * Busca o pre-requisito da disciplina no mestre; havendo um, o
      * aluno precisa de registro aprovado (media no corte) da
      * materia pre-requisito no historico indexado, em qualquer
      * termo, ou de aproveitamento de estudos aprovado (TERMO-HIST
      * zero, lancado pelo EX27).
       CONFERE-PREREQUISITO.
              MOVE "SIM"  TO PREREQ-CUMPRIDO.
              MOVE SPACES TO PREREQ-EXIGIDO.
                                  IF NUMERO-HIST EQUAL NUMERO-TRANS
                                    AND DISCIPLINA-HIST EQUAL
                                        PREREQ-EXIGIDO
                                    AND (TERMO-HIST EQUAL ZEROS
                                      OR MEDIA-HIST NOT LESS THAN
                                         MEDIA-APROVACAO)
                                         MOVE "SIM" TO PREREQ-CUMPRIDO
                                  END-IF
                      END-READ
       CONFERE-PREREQUISITO-EXIT.
              EXIT.

      * CPF-TRANS informado (numerico e maior que zero) passa pela
      * subrotina VALCPF; CPF-VALIDO-SUBR "S" = digitos conferem.
       CONFERE-CPF-TRANS.
              MOVE "NAO" TO CPF-INFORMADO.
              MOVE "N"   TO CPF-VALIDO-SUBR.
              IF CPF-TRANS NUMERIC
                AND CPF-TRANS GREATER THAN ZEROS
                     MOVE "SIM" TO CPF-INFORMADO
                     CALL "VALCPF" USING CPF-TRANS CPF-VALIDO-SUBR
                          DIGITO1-OK-SUBR DIGITO2-OK-SUBR
                          DIGITO1-ESPERADO-SUBR DIGITO2-ESPERADO-SUBR.

      * CPF ja gravado nas matriculas do aluno NUMERO-BUSCA-CPF
      * (zero quando nenhuma o tem). Indice proprio: a promocao da
      * fila chama daqui de dentro da varredura por IDX-ALU.
       BUSCA-CPF-ALUNO.
              MOVE ZEROS TO CPF-ALUNO.
              PERFORM VARYING IDX-CPF-ALU FROM 1 BY 1
                      UNTIL IDX-CPF-ALU GREATER THAN TOTAL-ALUNOS
                      IF NUMERO-ALU-TAB(IDX-CPF-ALU) EQUAL
                            NUMERO-BUSCA-CPF
                        AND CPF-ALU-TAB(IDX-CPF-ALU) GREATER THAN ZEROS
                             MOVE CPF-ALU-TAB(IDX-CPF-ALU) TO CPF-ALUNO
                      END-IF
              END-PERFORM.

      * Grava CPF-ALUNO em todas as matriculas do aluno da transacao.
       PROPAGA-CPF-ALUNO.
              PERFORM VARYING IDX-CPF-ALU FROM 1 BY 1
                      UNTIL IDX-CPF-ALU GREATER THAN TOTAL-ALUNOS
                      IF NUMERO-ALU-TAB(IDX-CPF-ALU) EQUAL NUMERO-TRANS
                             MOVE CPF-ALUNO TO CPF-ALU-TAB(IDX-CPF-ALU)
                      END-IF
              END-PERFORM.

      * Alteracao: nome em branco preserva o gravado; CPF informado
      * so e aceito se a VALCPF o conferir.
       ALTERAR-NOME.
              MOVE ZEROS TO QTD-ATINGIDAS.
              PERFORM CONFERE-CPF-TRANS.
              IF CPF-INFORMADO EQUAL "SIM"
                AND CPF-VALIDO-SUBR NOT EQUAL "S"
                     MOVE "CPF INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM APLICA-ALTERACAO.

       APLICA-ALTERACAO.
              PERFORM VARYING IDX-ALU FROM 1 BY 1
                      UNTIL IDX-ALU GREATER THAN TOTAL-ALUNOS
                      IF NUMERO-ALU-TAB(IDX-ALU) EQUAL NUMERO-TRANS
                             IF NOME-TRANS NOT EQUAL SPACES
                                    MOVE NOME-TRANS
                                      TO NOME-ALU-TAB(IDX-ALU)
                             END-IF
                             IF CPF-INFORMADO EQUAL "SIM"
                                    MOVE CPF-TRANS
                                      TO CPF-ALU-TAB(IDX-ALU)
                             END-IF
                             ADD 1 TO QTD-ATINGIDAS
                      END-IF
              END-PERFORM.
                     MOVE "ALUNO NAO ENCONTRADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     IF NOME-TRANS EQUAL SPACES
                            MOVE "CPF ALTERADO" TO VAR-SITUACAO
                     ELSE
                            MOVE "NOME ALTERADO" TO VAR-SITUACAO
                     END-IF
                     ADD 1 TO TOTAL-ALTERACOES.

      * Trancamento ("T"), cancelamento ("C"), transferencia ("X")
      * e reativacao ("R") mudam o status de todas as matriculas do
      * aluno; o registro permanece para historico. A data da
      * mudanca so anda quando o status de fato muda (cancelar de
      * novo uma matricula ja cancelada nao adia a data do
      * cancelamento).
       MUDA-STATUS.
              MOVE ZEROS TO QTD-ATINGIDAS.
              IF TIPO-TRANS EQUAL "R"
                     MOVE "A" TO NOVO-STATUS
              ELSE
                     MOVE TIPO-TRANS TO NOVO-STATUS.
              PERFORM VARYING IDX-ALU FROM 1 BY 1
                      UNTIL IDX-ALU GREATER THAN TOTAL-ALUNOS
                      IF NUMERO-ALU-TAB(IDX-ALU) EQUAL NUMERO-TRANS
                             ADD 1 TO QTD-ATINGIDAS
                             IF STATUS-ALU-TAB(IDX-ALU) NOT EQUAL
                                   NOVO-STATUS
                               AND NOT (NOVO-STATUS EQUAL "A"
                                    AND STATUS-ALU-TAB(IDX-ALU)
                                        EQUAL SPACE)
                                    MOVE DATA-MOVIMENTO TO
                                         DATA-STATUS-ALU-TAB(IDX-ALU)
                             END-IF
                             IF TIPO-TRANS EQUAL "R"
                                    MOVE "A" TO STATUS-ALU-TAB(IDX-ALU)
                             ELSE
                         WHEN "T" MOVE "TRANCADO"  TO VAR-SITUACAO
                         WHEN "C" MOVE "CANCELADO" TO VAR-SITUACAO
                         WHEN "R" MOVE "REATIVADO" TO VAR-SITUACAO
                         WHEN "X" MOVE "TRANSFERIDO" TO VAR-SITUACAO
                     END-EVALUATE
                     PERFORM GRAVA-MUDSTAT
                     ADD 1 TO TOTAL-STATUS.

       GRAVA-MUDSTAT.
              MOVE NUMERO-TRANS   TO NUMERO-MUD.
              MOVE DATA-MOVIMENTO TO DATA-MUD.
              MOVE TIPO-TRANS     TO TIPO-MUD.
              MOVE QTD-ATINGIDAS  TO QTD-MATRICULAS-MUD.
              WRITE REG-MUDSTAT.

      * Vaga aberta por trancamento: a cabeca da fila de espera da
      * mesma disciplina/termo vira matricula ativa na hora, e a
      * promocao sai no relatorio.
              END-PERFORM.

       EFETIVA-PROMOCAO.
              MOVE NUMERO-ESP-TAB(IDX-ESP) TO NUMERO-BUSCA-CPF.
              PERFORM BUSCA-CPF-ALUNO.
              IF TOTAL-ALUNOS LESS THAN 2000
                     ADD 1 TO TOTAL-ALUNOS
                     ADD 1 TO TOTAL-PROMOVIDOS
                     MOVE DISCIPLINA-ESP-TAB(IDX-ESP)
                       TO DISCIPLINA-ALU-TAB(TOTAL-ALUNOS)
                     MOVE "A" TO STATUS-ALU-TAB(TOTAL-ALUNOS)
                     MOVE DATA-MOVIMENTO
                       TO DATA-STATUS-ALU-TAB(TOTAL-ALUNOS)
                     MOVE CPF-ALUNO TO CPF-ALU-TAB(TOTAL-ALUNOS)
                     MOVE "P" TO SITUACAO-ESP-TAB(IDX-ESP).

       IMPRIME-TRANSACAO.
                     WHEN "T" MOVE "TRANCAM." TO VAR-TIPO
                     WHEN "C" MOVE "CANCELAM." TO VAR-TIPO
                     WHEN "R" MOVE "REATIVAC." TO VAR-TIPO
                     WHEN "X" MOVE "TRANSFER." TO VAR-TIPO
                     WHEN OTHER MOVE TIPO-TRANS TO VAR-TIPO
              END-EVALUATE.
              MOVE NUMERO-TRANS TO VAR-NUMERO.
                      MOVE DISCIPLINA-ALU-TAB(IDX-ALU) TO
                           DISCIPLINA-ALU
                      MOVE STATUS-ALU-TAB(IDX-ALU)   TO STATUS-ALU
                      MOVE DATA-STATUS-ALU-TAB(IDX-ALU) TO
                           DATA-STATUS-ALU
                      MOVE CPF-ALU-TAB(IDX-ALU)      TO CPF-ALU
                      WRITE REG-ALU
              END-PERFORM.
              CLOSE CADALU.
              MOVE TOTAL-REJEITADAS TO VAR-REJEITADAS.
              WRITE REG-REL FROM ROD-MALU-01 AFTER ADVANCING 3 LINES.
              CLOSE TRANALU
                    MUDSTAT
                    RELMALU.

      * Regrava a fila de espera so com quem segue esperando, na
