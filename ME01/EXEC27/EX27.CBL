       IDENTIFICATION              DIVISION.
       PROGRAM-ID.          EX27.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      APROVEITAMENTO DE ESTUDOS: O ALUNO QUE VEM DE
      *              OUTRA ESCOLA PEDE QUE UMA DISCIPLINA CURSADA LA
      *              SEJA CREDITADA POR UMA DO CADDISC.DAT - ANTES A
      *              SECRETARIA FORJAVA UMA NOTA NO CADALU.DAT PARA O
      *              ALUNO PASSAR NO PRE-REQUISITO DO EX08, E A NOTA
      *              FORJADA ENTRAVA NO GPA DO EX04. APLICA AS
      *              TRANSACOES DE TRANEQV.DAT CONTRA OS PEDIDOS DO
      *              EQUIVAL.DAT - "S" REGISTRA O PEDIDO (ALUNO,
      *              ESCOLA DE ORIGEM, DISCIPLINA EXTERNA, NOTA, CARGA
      *              HORARIA E A DISCIPLINA DO CADDISC CORRESPONDENTE),
      *              "A" E A APROVACAO DO COORDENADOR E "N" A NEGATIVA,
      *              COM O MOTIVO. O PEDIDO APROVADO E LANCADO NO
      *              HISTORICO INDEXADO HISTGPAI.DAT COMO REGISTRO DE
      *              APROVEITAMENTO (TERMO 00): CUMPRE PRE-REQUISITO
      *              (EX08) E CONTA PARA A FORMATURA (EX06), MAS PELO
      *              REGIMENTO FICA FORA DA MEDIA DO GPA (EX04, EX06,
      *              EX11), E SAI MARCADO NO HISTORICO ESCOLAR DO
      *              EX04. RESULTADO POR TRANSACAO NO RELATORIO
      *              RELEQV.

      *==============================================================
       ENVIRONMENT                 DIVISION.

       CONFIGURATION               SECTION.
              SOURCE-COMPUTER.     IBM-PC.
              OBJECT-COMPUTER.     IBM-PC.
              SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
              SELECT        TRANEQV       ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  EQUIVAL    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADALU     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADDISC    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  HISTGPA    ASSIGN        TO DISK
              ORGANIZATION  IS            INDEXED
              ACCESS MODE   IS            DYNAMIC
              RECORD KEY    IS            CHAVE-HIST
              FILE STATUS   IS            HISTGPA-STATUS.

              SELECT        RELEQV        ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            RUNLOG-STATUS.

      *==============================================================
       DATA                        DIVISION.

       FILE                        SECTION.

      * TRANEQV: uma transacao por linha; "S" traz os dados do pedido,
      * "N" o motivo da negativa, "A" so aluno e disciplina.
       FD     TRANEQV
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "TRANEQV.DAT".
       01     REG-TRANEQV.
              02     TIPO-TEQ      PIC X(01).
              02     NUMERO-TEQ    PIC 9(05).
              02     DISCIPLINA-TEQ PIC X(08).
              02     DADOS-PEDIDO-TEQ.
                     03     INSTITUICAO-TEQ PIC X(30).
                     03     DISC-EXTERNA-TEQ PIC X(30).
                     03     NOTA-EXTERNA-TEQ PIC 9(02)V99.
                     03     HORAS-EXTERNA-TEQ PIC 9(03).
              02     DADOS-DECISAO-TEQ REDEFINES DADOS-PEDIDO-TEQ.
                     03     MOTIVO-TEQ     PIC X(24).
                     03     FILLER         PIC X(43).

      * EQUIVAL: pedidos de aproveitamento, regravados ao final.
       FD     EQUIVAL
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "EQUIVAL.DAT".
       COPY EQUIVAL.

      * CADALU: matriculas (mesmo layout lido pelo EX03); so confirma
      * que o aluno existe.
       FD     CADALU
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "CADALU.DAT".
       01     REG-ALU.
              02     NUMERO-ALU    PIC 9(05).
              02     NOME-ALU      PIC X(20).
              02     NOTA1-ALU     PIC 9(02)V99.
              02     NOTA2-ALU     PIC 9(02)V99.
              02     NOTA3-ALU     PIC 9(02)V99.
              02     TERMO-ALU     PIC 9(02).
              02     DISCIPLINA-ALU PIC X(08).
              02     STATUS-ALU    PIC X(01).
              02     DATA-STATUS-ALU PIC 9(08).
              02     CPF-ALU       PIC 9(11).

      * CADDISC: cadastro de disciplinas (mesmo layout do EX03).
       FD     CADDISC
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "CADDISC.DAT".
       01     REG-DISC.
              02     CODIGO-DISC   PIC X(08).
              02     NOME-DISC     PIC X(30).
              02     TERMO-DISC    PIC 9(02).
              02     HORAS-DISC    PIC 9(02).
              02     ATIVO-DISC    PIC X(01).
              02     PREREQ-DISC   PIC X(08).
              02     CAPACIDADE-DISC PIC 9(03).

      * HISTGPA: historico indexado (HISTGPAI.DAT, EX04/EX10). O
      * aproveitamento aprovado entra com TERMO-HIST zero.
       FD     HISTGPA
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "HISTGPAI.DAT".
       01     REG-HIST.
              02     CHAVE-HIST.
                     03     NUMERO-HIST    PIC 9(05).
                     03     TERMO-HIST     PIC 9(02).
                     03     DISCIPLINA-HIST PIC X(08).
              02     MEDIA-HIST    PIC 9(02)V99.

       FD     RELEQV
              LABEL         RECORD IS     OMITTED.
       01     REG-REL                     PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas que
      * gravam um cadastro ou relatorio de saida.
       FD     RUNLOG
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE             SECTION.
       77     FIM-TRANS     PIC X(03)     VALUE "NAO".
       77     FIM-EQV       PIC X(03)     VALUE "NAO".
       77     FIM-ALU       PIC X(03)     VALUE "NAO".
       77     FIM-DISC      PIC X(03)     VALUE "NAO".
       77     FIM-HIST      PIC X(03)     VALUE "NAO".
       77     HISTGPA-STATUS PIC X(02)    VALUE "00".
       77     RUNLOG-STATUS PIC X(02)     VALUE "00".
       77     TOTAL-LIDOS   PIC 9(05)     VALUE ZEROS.
       77     TOTAL-PEDIDOS PIC 9(04)     VALUE ZEROS.
       77     TOTAL-APROVADOS PIC 9(04)   VALUE ZEROS.
       77     TOTAL-NEGADOS PIC 9(04)     VALUE ZEROS.
       77     TOTAL-REJEITADAS PIC 9(04)  VALUE ZEROS.
       77     VAR-SITUACAO  PIC X(26)     VALUE SPACES.
       77     DATA-HOJE     PIC 9(08)     VALUE ZEROS.
       77     ALUNO-EXISTE  PIC X(03)     VALUE "NAO".
       77     JA-CURSADA    PIC X(03)     VALUE "NAO".
       77     FIM-VARREDURA PIC X(03)     VALUE "NAO".
      * Nota minima de aprovacao (mesmo corte do pre-requisito do
      * EX08): nota externa abaixo dela nao e creditada.
       77     MEDIA-APROVACAO PIC 9(01)V99 VALUE 6,00.
       01     HORA-ATUAL.
              02 HH-ATUAL   PIC 9(02).
              02 MM-ATUAL   PIC 9(02).
              02 SS-ATUAL   PIC 9(02).

      * Pedidos em memoria.
       77     TOTAL-EQV     PIC 9(04)     VALUE ZEROS.
       77     IDX-EQV       PIC 9(04)     VALUE ZEROS.
       77     IDX-EQV-ACHADO PIC 9(04)    VALUE ZEROS.
       01     TABELA-EQUIVAL.
              02     EQV-REG       OCCURS 2000 TIMES.
                     03     NUMERO-EQV-TAB   PIC 9(05).
                     03     DISCIPLINA-EQV-TAB PIC X(08).
                     03     INSTITUICAO-EQV-TAB PIC X(30).
                     03     DISC-EXTERNA-EQV-TAB PIC X(30).
                     03     NOTA-EXTERNA-EQV-TAB PIC 9(02)V99.
                     03     HORAS-EXTERNA-EQV-TAB PIC 9(03).
                     03     SITUACAO-EQV-TAB PIC X(01).
                     03     DATA-PEDIDO-EQV-TAB PIC 9(08).
                     03     DATA-DECISAO-EQV-TAB PIC 9(08).
                     03     MOTIVO-EQV-TAB   PIC X(24).

      * Alunos do CADALU (um numero por aluno basta).
       77     TOTAL-ALUNOS  PIC 9(04)     VALUE ZEROS.
       77     IDX-ALU       PIC 9(04)     VALUE ZEROS.
       01     TABELA-ALUNOS.
              02     ALU-REG       OCCURS 2000 TIMES.
                     03     NUMERO-ALU-TAB   PIC 9(05).

      * Disciplinas do CADDISC.
       77     TOTAL-DISC    PIC 9(03)     VALUE ZEROS.
       77     IDX-DISC      PIC 9(03)     VALUE ZEROS.
       77     IDX-DISC-ACHADA PIC 9(03)   VALUE ZEROS.
       01     TABELA-DISC.
              02     DISC-REG      OCCURS 200 TIMES.
                     03     CODIGO-DISC-TAB  PIC X(08).
                     03     ATIVO-DISC-TAB   PIC X(01).

       01     CAB-EQV-01.
              02     FILLER        PIC X(18) VALUE SPACES.
              02     FILLER        PIC X(44)
                     VALUE "APROVEITAMENTO DE ESTUDOS - PEDIDOS".
              02     FILLER        PIC X(18) VALUE SPACES.

       01     DETALHE-EQV.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-TIPO      PIC X(08).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-NUMERO    PIC 9(05).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-DISCIPLINA PIC X(08).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-NOTA      PIC Z9,99.
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-HORAS     PIC ZZ9.
              02     FILLER        PIC X(02) VALUE "H ".
              02     VAR-SITUACAO-DET PIC X(26).
              02     FILLER        PIC X(17) VALUE SPACES.

       01     DETALHE-ORIGEM.
              02     FILLER        PIC X(11) VALUE SPACES.
              02     VAR-INSTITUICAO PIC X(30).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-DISC-EXTERNA PIC X(30).
              02     FILLER        PIC X(08) VALUE SPACES.

       01     ROD-EQV-01.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Pedidos registrados      :".
              02     VAR-PEDIDOS   PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-EQV-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Aprovados e lancados     :".
              02     VAR-APROVADOS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-EQV-03.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Negados                  :".
              02     VAR-NEGADOS   PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-EQV-04.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Transacoes rejeitadas    :".
              02     VAR-REJEITADAS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE                   DIVISION.

       PGM-EX27.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-TRANS EQUAL "SIM".
              PERFORM REGRAVA-PEDIDOS.
              PERFORM FIM.
              STOP RUN.

      * Se o historico indexado ainda nao existe, cria vazio antes de
      * reabrir em I-O (mesmo esquema do INICIO do EX04).
       INICIO.
              PERFORM CARREGA-PEDIDOS.
              PERFORM CARREGA-ALUNOS.
              PERFORM CARREGA-DISCIPLINAS.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              OPEN INPUT HISTGPA.
              IF HISTGPA-STATUS EQUAL "35"
                     CLOSE HISTGPA
                     OPEN OUTPUT HISTGPA
                     CLOSE HISTGPA
              ELSE
                     CLOSE HISTGPA
              END-IF.
              OPEN I-O HISTGPA.
              OPEN INPUT TRANEQV
                   OUTPUT RELEQV.
              WRITE REG-REL FROM CAB-EQV-01 AFTER ADVANCING 1 LINE.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.
              PERFORM LEITURA.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX27: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-PEDIDOS.
              OPEN INPUT EQUIVAL.
              PERFORM UNTIL FIM-EQV EQUAL "SIM"
                      READ EQUIVAL
                             AT END MOVE "SIM" TO FIM-EQV
                             NOT AT END
                                  IF TOTAL-EQV NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-EQV
                                  MOVE NUMERO-EQV TO
                                     NUMERO-EQV-TAB(TOTAL-EQV)
                                  MOVE DISCIPLINA-EQV TO
                                     DISCIPLINA-EQV-TAB(TOTAL-EQV)
                                  MOVE INSTITUICAO-EQV TO
                                     INSTITUICAO-EQV-TAB(TOTAL-EQV)
                                  MOVE DISC-EXTERNA-EQV TO
                                     DISC-EXTERNA-EQV-TAB(TOTAL-EQV)
                                  MOVE NOTA-EXTERNA-EQV TO
                                     NOTA-EXTERNA-EQV-TAB(TOTAL-EQV)
                                  MOVE HORAS-EXTERNA-EQV TO
                                     HORAS-EXTERNA-EQV-TAB(TOTAL-EQV)
                                  MOVE SITUACAO-EQV TO
                                     SITUACAO-EQV-TAB(TOTAL-EQV)
                                  MOVE DATA-PEDIDO-EQV TO
                                     DATA-PEDIDO-EQV-TAB(TOTAL-EQV)
                                  MOVE DATA-DECISAO-EQV TO
                                     DATA-DECISAO-EQV-TAB(TOTAL-EQV)
                                  MOVE MOTIVO-EQV TO
                                     MOTIVO-EQV-TAB(TOTAL-EQV)
                      END-READ
              END-PERFORM.
              CLOSE EQUIVAL.

       CARREGA-ALUNOS.
              OPEN INPUT CADALU.
              PERFORM UNTIL FIM-ALU EQUAL "SIM"
                      READ CADALU
                             AT END MOVE "SIM" TO FIM-ALU
                             NOT AT END
                                  IF TOTAL-ALUNOS NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-ALUNOS
                                  MOVE NUMERO-ALU TO
                                     NUMERO-ALU-TAB(TOTAL-ALUNOS)
                      END-READ
              END-PERFORM.
              CLOSE CADALU.

       CARREGA-DISCIPLINAS.
              OPEN INPUT CADDISC.
              PERFORM UNTIL FIM-DISC EQUAL "SIM"
                      READ CADDISC
                             AT END MOVE "SIM" TO FIM-DISC
                             NOT AT END
                                  IF TOTAL-DISC LESS THAN 200
                                       ADD 1 TO TOTAL-DISC
                                       MOVE CODIGO-DISC TO
                                          CODIGO-DISC-TAB(TOTAL-DISC)
                                       MOVE ATIVO-DISC TO
                                          ATIVO-DISC-TAB(TOTAL-DISC)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADDISC.

       LEITURA.
              READ TRANEQV
                     AT END MOVE "SIM" TO FIM-TRANS
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              PERFORM LOCALIZA-PEDIDO.
              EVALUATE TIPO-TEQ
                     WHEN "S" PERFORM REGISTRA-PEDIDO
                                      THRU REGISTRA-PEDIDO-EXIT
                     WHEN "A" PERFORM APROVA-PEDIDO
                                      THRU APROVA-PEDIDO-EXIT
                     WHEN "N" PERFORM NEGA-PEDIDO
                                      THRU NEGA-PEDIDO-EXIT
                     WHEN OTHER
                            MOVE "TIPO-TEQ INVALIDO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
              END-EVALUATE.
              PERFORM IMPRIME-TRANSACAO.
              PERFORM LEITURA.

      * Pedido do aluno para a disciplina; pedido negado nao conta
      * (o aluno pode pedir de novo com outra documentacao).
       LOCALIZA-PEDIDO.
              MOVE ZEROS TO IDX-EQV-ACHADO.
              PERFORM VARYING IDX-EQV FROM 1 BY 1
                      UNTIL IDX-EQV GREATER THAN TOTAL-EQV
                      IF NUMERO-EQV-TAB(IDX-EQV) EQUAL NUMERO-TEQ
                        AND DISCIPLINA-EQV-TAB(IDX-EQV) EQUAL
                            DISCIPLINA-TEQ
                        AND SITUACAO-EQV-TAB(IDX-EQV) NOT EQUAL "N"
                             MOVE IDX-EQV TO IDX-EQV-ACHADO
                      END-IF
              END-PERFORM.

       REGISTRA-PEDIDO.
              MOVE "NAO" TO ALUNO-EXISTE.
              PERFORM VARYING IDX-ALU FROM 1 BY 1
                      UNTIL IDX-ALU GREATER THAN TOTAL-ALUNOS
                      IF NUMERO-ALU-TAB(IDX-ALU) EQUAL NUMERO-TEQ
                             MOVE "SIM" TO ALUNO-EXISTE
                      END-IF
              END-PERFORM.
              IF ALUNO-EXISTE EQUAL "NAO"
                     MOVE "ALUNO NAO CADASTRADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO REGISTRA-PEDIDO-EXIT.
              MOVE ZEROS TO IDX-DISC-ACHADA.
              PERFORM VARYING IDX-DISC FROM 1 BY 1
                      UNTIL IDX-DISC GREATER THAN TOTAL-DISC
                      IF CODIGO-DISC-TAB(IDX-DISC) EQUAL DISCIPLINA-TEQ
                        AND ATIVO-DISC-TAB(IDX-DISC) EQUAL "S"
                             MOVE IDX-DISC TO IDX-DISC-ACHADA
                      END-IF
              END-PERFORM.
              IF IDX-DISC-ACHADA EQUAL ZEROS
                     MOVE "DISCIPLINA INEXIST/INATIVA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO REGISTRA-PEDIDO-EXIT.
              IF INSTITUICAO-TEQ EQUAL SPACES
                OR DISC-EXTERNA-TEQ EQUAL SPACES
                     MOVE "ORIGEM NAO INFORMADA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO REGISTRA-PEDIDO-EXIT.
              IF NOTA-EXTERNA-TEQ NOT NUMERIC
                OR NOTA-EXTERNA-TEQ GREATER THAN 10,00
                     MOVE "NOTA FORA DE 0-10" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO REGISTRA-PEDIDO-EXIT.
              IF HORAS-EXTERNA-TEQ NOT NUMERIC
                OR HORAS-EXTERNA-TEQ EQUAL ZEROS
                     MOVE "CARGA HORARIA INVALIDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO REGISTRA-PEDIDO-EXIT.
              IF IDX-EQV-ACHADO GREATER THAN ZEROS
                     MOVE "PEDIDO JA REGISTRADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO REGISTRA-PEDIDO-EXIT.
              PERFORM VERIFICA-JA-CURSADA.
              IF JA-CURSADA EQUAL "SIM"
                     MOVE "DISCIPLINA JA CURSADA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO REGISTRA-PEDIDO-EXIT.
              IF TOTAL-EQV NOT LESS THAN 2000
                     MOVE "CADASTRO LOTADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO REGISTRA-PEDIDO-EXIT.
              ADD 1 TO TOTAL-EQV.
              MOVE NUMERO-TEQ       TO NUMERO-EQV-TAB(TOTAL-EQV).
              MOVE DISCIPLINA-TEQ   TO DISCIPLINA-EQV-TAB(TOTAL-EQV).
              MOVE INSTITUICAO-TEQ  TO INSTITUICAO-EQV-TAB(TOTAL-EQV).
              MOVE DISC-EXTERNA-TEQ TO DISC-EXTERNA-EQV-TAB(TOTAL-EQV).
              MOVE NOTA-EXTERNA-TEQ TO NOTA-EXTERNA-EQV-TAB(TOTAL-EQV).
              MOVE HORAS-EXTERNA-TEQ
                TO HORAS-EXTERNA-EQV-TAB(TOTAL-EQV).
              MOVE "P"              TO SITUACAO-EQV-TAB(TOTAL-EQV).
              MOVE DATA-HOJE        TO DATA-PEDIDO-EQV-TAB(TOTAL-EQV).
              MOVE ZEROS            TO DATA-DECISAO-EQV-TAB(TOTAL-EQV).
              MOVE SPACES           TO MOTIVO-EQV-TAB(TOTAL-EQV).
              MOVE TOTAL-EQV        TO IDX-EQV-ACHADO.
              MOVE "PEDIDO REGISTRADO" TO VAR-SITUACAO.
              ADD 1 TO TOTAL-PEDIDOS.

       REGISTRA-PEDIDO-EXIT.
              EXIT.

      * O aluno ja tem a disciplina aprovada no historico (em algum
      * termo ou por aproveitamento anterior): START pela chave do
      * aluno, como na consulta EX11, e varre os lancamentos dele.
       VERIFICA-JA-CURSADA.
              MOVE "NAO"          TO JA-CURSADA.
              MOVE NUMERO-TEQ     TO NUMERO-HIST.
              MOVE ZEROS          TO TERMO-HIST.
              MOVE SPACES         TO DISCIPLINA-HIST.
              MOVE "NAO"          TO FIM-VARREDURA.
              START HISTGPA KEY IS NOT LESS THAN CHAVE-HIST
                     INVALID KEY
                            MOVE "SIM" TO FIM-VARREDURA
              END-START.
              PERFORM VARRE-HISTORICO
                      UNTIL FIM-VARREDURA EQUAL "SIM".

       VARRE-HISTORICO.
              READ HISTGPA NEXT
                     AT END MOVE "SIM" TO FIM-VARREDURA
                     NOT AT END
                            IF NUMERO-HIST NOT EQUAL NUMERO-TEQ
                                   MOVE "SIM" TO FIM-VARREDURA
                            ELSE
                                   IF DISCIPLINA-HIST EQUAL
                                         DISCIPLINA-TEQ
                                     AND (TERMO-HIST EQUAL ZEROS
                                       OR MEDIA-HIST NOT LESS THAN
                                          MEDIA-APROVACAO)
                                          MOVE "SIM" TO JA-CURSADA
                                   END-IF
                            END-IF
              END-READ.

      * Aprovacao do coordenador: lanca o aproveitamento no historico
      * com TERMO-HIST zero e a nota externa; chave ja existente =
      * aproveitamento ja lancado.
       APROVA-PEDIDO.
              IF IDX-EQV-ACHADO EQUAL ZEROS
                     MOVE "PEDIDO NAO ENCONTRADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO APROVA-PEDIDO-EXIT.
              IF SITUACAO-EQV-TAB(IDX-EQV-ACHADO) NOT EQUAL "P"
                     MOVE "PEDIDO JA DECIDIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO APROVA-PEDIDO-EXIT.
              IF NOTA-EXTERNA-EQV-TAB(IDX-EQV-ACHADO) LESS THAN
                    MEDIA-APROVACAO
                     MOVE "NOTA EXTERNA ABAIXO DO CORTE"
                       TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO APROVA-PEDIDO-EXIT.
              MOVE NUMERO-EQV-TAB(IDX-EQV-ACHADO) TO NUMERO-HIST.
              MOVE ZEROS TO TERMO-HIST.
              MOVE DISCIPLINA-EQV-TAB(IDX-EQV-ACHADO)
                TO DISCIPLINA-HIST.
              MOVE NOTA-EXTERNA-EQV-TAB(IDX-EQV-ACHADO) TO MEDIA-HIST.
              WRITE REG-HIST
                     INVALID KEY
                            MOVE "JA LANCADO NO HISTORICO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                            GO TO APROVA-PEDIDO-EXIT
              END-WRITE.
              MOVE "A"       TO SITUACAO-EQV-TAB(IDX-EQV-ACHADO).
              MOVE DATA-HOJE TO DATA-DECISAO-EQV-TAB(IDX-EQV-ACHADO).
              MOVE "APROVADO E LANCADO" TO VAR-SITUACAO.
              ADD 1 TO TOTAL-APROVADOS.

       APROVA-PEDIDO-EXIT.
              EXIT.

       NEGA-PEDIDO.
              IF IDX-EQV-ACHADO EQUAL ZEROS
                     MOVE "PEDIDO NAO ENCONTRADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO NEGA-PEDIDO-EXIT.
              IF SITUACAO-EQV-TAB(IDX-EQV-ACHADO) NOT EQUAL "P"
                     MOVE "PEDIDO JA DECIDIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO NEGA-PEDIDO-EXIT.
              IF MOTIVO-TEQ EQUAL SPACES
                     MOVE "MOTIVO NAO INFORMADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO NEGA-PEDIDO-EXIT.
              MOVE "N"        TO SITUACAO-EQV-TAB(IDX-EQV-ACHADO).
              MOVE DATA-HOJE  TO DATA-DECISAO-EQV-TAB(IDX-EQV-ACHADO).
              MOVE MOTIVO-TEQ TO MOTIVO-EQV-TAB(IDX-EQV-ACHADO).
              MOVE "PEDIDO NEGADO" TO VAR-SITUACAO.
              ADD 1 TO TOTAL-NEGADOS.

       NEGA-PEDIDO-EXIT.
              EXIT.

      * Linha da transacao; havendo pedido, a nota, a carga e a
      * origem saem do pedido (a aprovacao nao repete os dados).
       IMPRIME-TRANSACAO.
              EVALUATE TIPO-TEQ
                     WHEN "S" MOVE "PEDIDO"   TO VAR-TIPO
                     WHEN "A" MOVE "APROVA"   TO VAR-TIPO
                     WHEN "N" MOVE "NEGA"     TO VAR-TIPO
                     WHEN OTHER MOVE TIPO-TEQ TO VAR-TIPO
              END-EVALUATE.
              MOVE NUMERO-TEQ     TO VAR-NUMERO.
              MOVE DISCIPLINA-TEQ TO VAR-DISCIPLINA.
              MOVE ZEROS          TO VAR-NOTA VAR-HORAS.
              IF IDX-EQV-ACHADO GREATER THAN ZEROS
                     MOVE NOTA-EXTERNA-EQV-TAB(IDX-EQV-ACHADO)
                       TO VAR-NOTA
                     MOVE HORAS-EXTERNA-EQV-TAB(IDX-EQV-ACHADO)
                       TO VAR-HORAS.
              MOVE VAR-SITUACAO   TO VAR-SITUACAO-DET.
              WRITE REG-REL FROM DETALHE-EQV
                    AFTER ADVANCING 1 LINE.
              IF IDX-EQV-ACHADO GREATER THAN ZEROS
                     MOVE INSTITUICAO-EQV-TAB(IDX-EQV-ACHADO)
                       TO VAR-INSTITUICAO
                     MOVE DISC-EXTERNA-EQV-TAB(IDX-EQV-ACHADO)
                       TO VAR-DISC-EXTERNA
                     WRITE REG-REL FROM DETALHE-ORIGEM
                           AFTER ADVANCING 1 LINE.

       REGRAVA-PEDIDOS.
              OPEN OUTPUT EQUIVAL.
              PERFORM VARYING IDX-EQV FROM 1 BY 1
                      UNTIL IDX-EQV GREATER THAN TOTAL-EQV
                      MOVE NUMERO-EQV-TAB(IDX-EQV)   TO NUMERO-EQV
                      MOVE DISCIPLINA-EQV-TAB(IDX-EQV)
                        TO DISCIPLINA-EQV
                      MOVE INSTITUICAO-EQV-TAB(IDX-EQV)
                        TO INSTITUICAO-EQV
                      MOVE DISC-EXTERNA-EQV-TAB(IDX-EQV)
                        TO DISC-EXTERNA-EQV
                      MOVE NOTA-EXTERNA-EQV-TAB(IDX-EQV)
                        TO NOTA-EXTERNA-EQV
                      MOVE HORAS-EXTERNA-EQV-TAB(IDX-EQV)
                        TO HORAS-EXTERNA-EQV
                      MOVE SITUACAO-EQV-TAB(IDX-EQV) TO SITUACAO-EQV
                      MOVE DATA-PEDIDO-EQV-TAB(IDX-EQV)
                        TO DATA-PEDIDO-EQV
                      MOVE DATA-DECISAO-EQV-TAB(IDX-EQV)
                        TO DATA-DECISAO-EQV
                      MOVE MOTIVO-EQV-TAB(IDX-EQV)   TO MOTIVO-EQV
                      WRITE REG-EQUIVAL
              END-PERFORM.
              CLOSE EQUIVAL.

       FIM.
              MOVE TOTAL-PEDIDOS    TO VAR-PEDIDOS.
              MOVE TOTAL-APROVADOS  TO VAR-APROVADOS.
              MOVE TOTAL-NEGADOS    TO VAR-NEGADOS.
              MOVE TOTAL-REJEITADAS TO VAR-REJEITADAS.
              WRITE REG-REL FROM ROD-EQV-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-EQV-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-EQV-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-EQV-04 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE TRANEQV
                    HISTGPA
                    RELEQV.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de INICIO.
       GRAVA-RUNLOG.
              MOVE   "ME01EX27"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-APROVADOS  TO TOTAL-GRAVADOS-RUNLOG.
              OPEN INPUT RUNLOG.
              IF RUNLOG-STATUS EQUAL "35"
                     CLOSE RUNLOG
                     OPEN OUTPUT RUNLOG
              ELSE
                     CLOSE RUNLOG
                     OPEN EXTEND RUNLOG
              END-IF.
              WRITE REG-RUNLOG.
              CLOSE RUNLOG.
