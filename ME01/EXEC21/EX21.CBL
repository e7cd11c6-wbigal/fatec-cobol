       IDENTIFICATION              DIVISION.
       PROGRAM-ID.          EX21.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      MANUTENCAO DO CADASTRO DE BOLSAS DE ESTUDO
      *              (BOLSA.DAT), NOS MOLDES DO EX08 PARA O CADALU:
      *              APLICA AS TRANSACOES DE TRANBOLS.DAT - "I"
      *              CONCEDE A BOLSA AO ALUNO (TIPO, PERCENTUAL DE
      *              DESCONTO, TERMO INICIAL, MEDIA MINIMA E
      *              FREQUENCIA MINIMA), "A" ALTERA AS CONDICOES DA
      *              BOLSA (CAMPO ZERADO/EM BRANCO FICA COMO ESTA),
      *              "C" CANCELA E "R" RESTABELECE A BOLSA PERDIDA OU
      *              CANCELADA (DECISAO DA COORDENACAO) - COM
      *              RELATORIO DE RESULTADO POR TRANSACAO. A
      *              CONCESSAO EXIGE ALUNO COM MATRICULA NO CADALU E
      *              NAO PODE HAVER DUAS BOLSAS VIVAS PARA O MESMO
      *              ALUNO; NOVA CONCESSAO A QUEM PERDEU A BOLSA
      *              SUBSTITUI O REGISTRO ANTIGO.

      *==============================================================
       ENVIRONMENT                 DIVISION.

       CONFIGURATION               SECTION.
              SOURCE-COMPUTER.     IBM-PC.
              OBJECT-COMPUTER.     IBM-PC.
              SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
              SELECT        TRANBOLS      ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  BOLSA      ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADALU     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT        RELMBOLS      ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            RUNLOG-STATUS.

      *==============================================================
       DATA                        DIVISION.

       FILE                        SECTION.

      * TRANBOLS: uma transacao por linha; "C" e "R" so usam o
      * numero do aluno.
       FD     TRANBOLS
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "TRANBOLS.DAT".
       01     REG-TRANBOLS.
              02     TIPO-TRANS    PIC X(01).
              02     NUMERO-TRANS  PIC 9(05).
              02     TIPO-BOLSA-TRANS PIC X(01).
              02     PERC-TRANS    PIC 9(03)V99.
              02     TERMO-INI-TRANS PIC 9(02).
              02     MEDIA-MIN-TRANS PIC 9(02)V99.
              02     FREQ-MIN-TRANS PIC 9(03).

      * BOLSA: cadastro de bolsas, regravado por completo ao final.
       FD     BOLSA
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "BOLSA.DAT".
       COPY BOLSA.

      * CADALU: matriculas (mesmo layout mantido pelo EX08) - so
      * confirma que o aluno existe e da o nome.
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

       FD     RELMBOLS
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
       77     FIM-BLS       PIC X(03)     VALUE "NAO".
       77     FIM-ALU       PIC X(03)     VALUE "NAO".
       77     RUNLOG-STATUS PIC X(02)     VALUE "00".
       77     TOTAL-LIDOS   PIC 9(05)     VALUE ZEROS.
       77     TOTAL-CONCESSOES PIC 9(04)  VALUE ZEROS.
       77     TOTAL-ALTERACOES PIC 9(04)  VALUE ZEROS.
       77     TOTAL-STATUS  PIC 9(04)     VALUE ZEROS.
       77     TOTAL-REJEITADAS PIC 9(04)  VALUE ZEROS.
       77     VAR-SITUACAO  PIC X(24)     VALUE SPACES.
       77     IDX-BLS-ACHADA PIC 9(04)    VALUE ZEROS.
       77     NOME-ACHADO   PIC X(20)     VALUE SPACES.
       77     CONDICOES-OK  PIC X(03)     VALUE "SIM".
       77     FREQ-MIN-PADRAO PIC 9(03)   VALUE 075.
       01     HORA-ATUAL.
              02 HH-ATUAL   PIC 9(02).
              02 MM-ATUAL   PIC 9(02).
              02 SS-ATUAL   PIC 9(02).

      * Cadastro de bolsas em memoria (uma por aluno).
       77     TOTAL-BLS     PIC 9(04)     VALUE ZEROS.
       77     IDX-BLS       PIC 9(04)     VALUE ZEROS.
       01     TABELA-BOLSAS.
              02     BLS-REG       OCCURS 2000 TIMES.
                     03     NUMERO-BLS-TAB   PIC 9(05).
                     03     NOME-BLS-TAB     PIC X(20).
                     03     TIPO-BLS-TAB     PIC X(01).
                     03     PERC-BLS-TAB     PIC 9(03)V99.
                     03     TERMO-INI-BLS-TAB PIC 9(02).
                     03     MEDIA-MIN-BLS-TAB PIC 9(02)V99.
                     03     FREQ-MIN-BLS-TAB PIC 9(03).
                     03     SITUACAO-BLS-TAB PIC X(01).
                     03     TERMO-REV-BLS-TAB PIC 9(02).
                     03     MEDIA-REV-BLS-TAB PIC 9(02)V99.
                     03     FREQ-REV-BLS-TAB PIC 9(03).

      * Alunos do CADALU (numero e nome, sem repetir).
       77     TOTAL-ALUNOS  PIC 9(04)     VALUE ZEROS.
       77     IDX-ALU       PIC 9(04)     VALUE ZEROS.
       01     TABELA-ALUNOS.
              02     ALU-REG       OCCURS 2000 TIMES.
                     03     NUMERO-ALU-TAB   PIC 9(05).
                     03     NOME-ALU-TAB     PIC X(20).

       01     CAB-MBOLS-01.
              02     FILLER        PIC X(20) VALUE SPACES.
              02     FILLER        PIC X(40)
                     VALUE "MANUTENCAO DE BOLSAS - BOLSA.DAT".
              02     FILLER        PIC X(20) VALUE SPACES.

       01     DETALHE-MBOLS.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-TIPO      PIC X(10).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-NUMERO    PIC 9(05).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-NOME      PIC X(20).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-PERC      PIC ZZ9,99.
              02     FILLER        PIC X(01) VALUE "%".
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-SITUACAO-DET PIC X(24).
              02     FILLER        PIC X(04) VALUE SPACES.

       01     ROD-MBOLS-01.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Bolsas concedidas        :".
              02     VAR-CONCESSOES PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-MBOLS-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Transacoes rejeitadas    :".
              02     VAR-REJEITADAS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE                   DIVISION.

       PGM-EX21.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-TRANS EQUAL "SIM".
              PERFORM REGRAVA-BOLSA.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              PERFORM CARREGA-BOLSAS.
              PERFORM CARREGA-ALUNOS.
              OPEN INPUT TRANBOLS
                   OUTPUT RELMBOLS.
              WRITE REG-REL FROM CAB-MBOLS-01 AFTER ADVANCING 1 LINE.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.
              PERFORM LEITURA.

       CARREGA-BOLSAS.
              OPEN INPUT BOLSA.
              PERFORM UNTIL FIM-BLS EQUAL "SIM"
                      READ BOLSA
                             AT END MOVE "SIM" TO FIM-BLS
                             NOT AT END
                                  IF TOTAL-BLS NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-BLS
                                  MOVE NUMERO-BLS TO
                                     NUMERO-BLS-TAB(TOTAL-BLS)
                                  MOVE NOME-BLS TO
                                     NOME-BLS-TAB(TOTAL-BLS)
                                  MOVE TIPO-BLS TO
                                     TIPO-BLS-TAB(TOTAL-BLS)
                                  MOVE PERC-BLS TO
                                     PERC-BLS-TAB(TOTAL-BLS)
                                  MOVE TERMO-INI-BLS TO
                                     TERMO-INI-BLS-TAB(TOTAL-BLS)
                                  MOVE MEDIA-MIN-BLS TO
                                     MEDIA-MIN-BLS-TAB(TOTAL-BLS)
                                  MOVE FREQ-MIN-BLS TO
                                     FREQ-MIN-BLS-TAB(TOTAL-BLS)
                                  MOVE SITUACAO-BLS TO
                                     SITUACAO-BLS-TAB(TOTAL-BLS)
                                  MOVE TERMO-REV-BLS TO
                                     TERMO-REV-BLS-TAB(TOTAL-BLS)
                                  MOVE MEDIA-REV-BLS TO
                                     MEDIA-REV-BLS-TAB(TOTAL-BLS)
                                  MOVE FREQ-REV-BLS TO
                                     FREQ-REV-BLS-TAB(TOTAL-BLS)
                      END-READ
              END-PERFORM.
              CLOSE BOLSA.

      * Um numero por aluno, com o nome da primeira matricula.
       CARREGA-ALUNOS.
              OPEN INPUT CADALU.
              PERFORM UNTIL FIM-ALU EQUAL "SIM"
                      READ CADALU
                             AT END MOVE "SIM" TO FIM-ALU
                             NOT AT END
                                  PERFORM GUARDA-ALUNO
                      END-READ
              END-PERFORM.
              CLOSE CADALU.

       GUARDA-ALUNO.
              MOVE SPACES TO NOME-ACHADO.
              PERFORM VARYING IDX-ALU FROM 1 BY 1
                      UNTIL IDX-ALU GREATER THAN TOTAL-ALUNOS
                      IF NUMERO-ALU-TAB(IDX-ALU) EQUAL NUMERO-ALU
                             MOVE NOME-ALU-TAB(IDX-ALU) TO NOME-ACHADO
                      END-IF
              END-PERFORM.
              IF NOME-ACHADO EQUAL SPACES
                     IF TOTAL-ALUNOS NOT LESS THAN 2000
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-ALUNOS
                     MOVE NUMERO-ALU TO NUMERO-ALU-TAB(TOTAL-ALUNOS)
                     MOVE NOME-ALU   TO NOME-ALU-TAB(TOTAL-ALUNOS).

      * BOLSA.DAT ou CADALU.DAT cresceram alem da tabela: encerra
      * sem regravar nada (a regravacao parcial apagaria bolsas).
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX21: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       LEITURA.
              READ TRANBOLS
                     AT END MOVE "SIM" TO FIM-TRANS
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              PERFORM LOCALIZA-BOLSA.
              MOVE ZEROS TO VAR-PERC.
              EVALUATE TIPO-TRANS
                     WHEN "I" PERFORM CONCEDER
                                      THRU CONCEDER-EXIT
                     WHEN "A" PERFORM ALTERAR
                                      THRU ALTERAR-EXIT
                     WHEN "C" PERFORM MUDA-SITUACAO
                     WHEN "R" PERFORM MUDA-SITUACAO
                     WHEN OTHER
                            MOVE "TIPO-TRANS INVALIDO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
              END-EVALUATE.
              PERFORM IMPRIME-TRANSACAO.
              PERFORM LEITURA.

       LOCALIZA-BOLSA.
              MOVE ZEROS TO IDX-BLS-ACHADA.
              PERFORM VARYING IDX-BLS FROM 1 BY 1
                      UNTIL IDX-BLS GREATER THAN TOTAL-BLS
                      IF NUMERO-BLS-TAB(IDX-BLS) EQUAL NUMERO-TRANS
                             MOVE IDX-BLS TO IDX-BLS-ACHADA
                      END-IF
              END-PERFORM.

      * Concessao: aluno com matricula, sem bolsa viva (ativa ou em
      * advertencia), e condicoes dentro das faixas. Frequencia
      * minima em branco assume os 75% da regra do EX03.
       CONCEDER.
              MOVE SPACES TO NOME-ACHADO.
              PERFORM VARYING IDX-ALU FROM 1 BY 1
                      UNTIL IDX-ALU GREATER THAN TOTAL-ALUNOS
                      IF NUMERO-ALU-TAB(IDX-ALU) EQUAL NUMERO-TRANS
                             MOVE NOME-ALU-TAB(IDX-ALU) TO NOME-ACHADO
                      END-IF
              END-PERFORM.
              IF NOME-ACHADO EQUAL SPACES
                     MOVE "ALUNO SEM MATRICULA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO CONCEDER-EXIT.
              IF IDX-BLS-ACHADA GREATER THAN ZEROS
                AND (SITUACAO-BLS-TAB(IDX-BLS-ACHADA) EQUAL "A"
                  OR SITUACAO-BLS-TAB(IDX-BLS-ACHADA) EQUAL "V")
                     MOVE "ALUNO JA TEM BOLSA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO CONCEDER-EXIT.
              IF FREQ-MIN-TRANS NOT NUMERIC
                OR FREQ-MIN-TRANS EQUAL ZEROS
                     MOVE FREQ-MIN-PADRAO TO FREQ-MIN-TRANS.
              PERFORM CRITICA-CONDICOES.
              IF CONDICOES-OK EQUAL "NAO"
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO CONCEDER-EXIT.
              IF IDX-BLS-ACHADA EQUAL ZEROS
                     IF TOTAL-BLS NOT LESS THAN 2000
                            MOVE "CADASTRO LOTADO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                            GO TO CONCEDER-EXIT
                     END-IF
                     ADD 1 TO TOTAL-BLS
                     MOVE TOTAL-BLS TO IDX-BLS-ACHADA.
              MOVE NUMERO-TRANS   TO NUMERO-BLS-TAB(IDX-BLS-ACHADA).
              MOVE NOME-ACHADO    TO NOME-BLS-TAB(IDX-BLS-ACHADA).
              MOVE TIPO-BOLSA-TRANS TO TIPO-BLS-TAB(IDX-BLS-ACHADA).
              MOVE PERC-TRANS     TO PERC-BLS-TAB(IDX-BLS-ACHADA).
              MOVE TERMO-INI-TRANS
                TO TERMO-INI-BLS-TAB(IDX-BLS-ACHADA).
              MOVE MEDIA-MIN-TRANS
                TO MEDIA-MIN-BLS-TAB(IDX-BLS-ACHADA).
              MOVE FREQ-MIN-TRANS
                TO FREQ-MIN-BLS-TAB(IDX-BLS-ACHADA).
              MOVE "A"            TO SITUACAO-BLS-TAB(IDX-BLS-ACHADA).
              MOVE ZEROS          TO TERMO-REV-BLS-TAB(IDX-BLS-ACHADA)
                                     MEDIA-REV-BLS-TAB(IDX-BLS-ACHADA)
                                     FREQ-REV-BLS-TAB(IDX-BLS-ACHADA).
              MOVE PERC-TRANS     TO VAR-PERC.
              MOVE "CONCEDIDA"    TO VAR-SITUACAO.
              ADD 1 TO TOTAL-CONCESSOES.

       CONCEDER-EXIT.
              EXIT.

      * Faixas das condicoes da bolsa (valem para concessao e para
      * alteracao, ja com os campos efetivos na transacao).
       CRITICA-CONDICOES.
              MOVE "NAO" TO CONDICOES-OK.
              IF TIPO-BOLSA-TRANS NOT EQUAL "M"
                AND TIPO-BOLSA-TRANS NOT EQUAL "S"
                AND TIPO-BOLSA-TRANS NOT EQUAL "C"
                AND TIPO-BOLSA-TRANS NOT EQUAL "E"
                     MOVE "TIPO DE BOLSA INVALIDO" TO VAR-SITUACAO
              ELSE IF PERC-TRANS NOT NUMERIC
                OR PERC-TRANS EQUAL ZEROS
                OR PERC-TRANS GREATER THAN 100,00
                     MOVE "PERCENTUAL INVALIDO" TO VAR-SITUACAO
              ELSE IF TERMO-INI-TRANS NOT NUMERIC
                OR TERMO-INI-TRANS EQUAL ZEROS
                     MOVE "TERMO INICIAL INVALIDO" TO VAR-SITUACAO
              ELSE IF MEDIA-MIN-TRANS NOT NUMERIC
                OR MEDIA-MIN-TRANS GREATER THAN 10,00
                     MOVE "MEDIA MINIMA INVALIDA" TO VAR-SITUACAO
              ELSE IF FREQ-MIN-TRANS NOT NUMERIC
                OR FREQ-MIN-TRANS GREATER THAN 100
                     MOVE "FREQUENCIA MIN. INVALIDA" TO VAR-SITUACAO
              ELSE
                     MOVE "SIM" TO CONDICOES-OK.

      * Alteracao das condicoes: campo zerado ou em branco na
      * transacao mantem o valor atual; o resultado passa pela
      * mesma critica da concessao.
       ALTERAR.
              IF IDX-BLS-ACHADA EQUAL ZEROS
                     MOVE "ALUNO SEM BOLSA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO ALTERAR-EXIT.
              MOVE NOME-BLS-TAB(IDX-BLS-ACHADA) TO NOME-ACHADO.
              IF TIPO-BOLSA-TRANS EQUAL SPACE
                     MOVE TIPO-BLS-TAB(IDX-BLS-ACHADA)
                       TO TIPO-BOLSA-TRANS.
              IF PERC-TRANS NOT NUMERIC OR PERC-TRANS EQUAL ZEROS
                     MOVE PERC-BLS-TAB(IDX-BLS-ACHADA) TO PERC-TRANS.
              IF TERMO-INI-TRANS NOT NUMERIC
                OR TERMO-INI-TRANS EQUAL ZEROS
                     MOVE TERMO-INI-BLS-TAB(IDX-BLS-ACHADA)
                       TO TERMO-INI-TRANS.
              IF MEDIA-MIN-TRANS NOT NUMERIC
                OR MEDIA-MIN-TRANS EQUAL ZEROS
                     MOVE MEDIA-MIN-BLS-TAB(IDX-BLS-ACHADA)
                       TO MEDIA-MIN-TRANS.
              IF FREQ-MIN-TRANS NOT NUMERIC
                OR FREQ-MIN-TRANS EQUAL ZEROS
                     MOVE FREQ-MIN-BLS-TAB(IDX-BLS-ACHADA)
                       TO FREQ-MIN-TRANS.
              PERFORM CRITICA-CONDICOES.
              IF CONDICOES-OK EQUAL "NAO"
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO ALTERAR-EXIT.
              MOVE TIPO-BOLSA-TRANS TO TIPO-BLS-TAB(IDX-BLS-ACHADA).
              MOVE PERC-TRANS     TO PERC-BLS-TAB(IDX-BLS-ACHADA).
              MOVE TERMO-INI-TRANS
                TO TERMO-INI-BLS-TAB(IDX-BLS-ACHADA).
              MOVE MEDIA-MIN-TRANS
                TO MEDIA-MIN-BLS-TAB(IDX-BLS-ACHADA).
              MOVE FREQ-MIN-TRANS
                TO FREQ-MIN-BLS-TAB(IDX-BLS-ACHADA).
              MOVE PERC-TRANS     TO VAR-PERC.
              MOVE "CONDICOES ALTERADAS" TO VAR-SITUACAO.
              ADD 1 TO TOTAL-ALTERACOES.

       ALTERAR-EXIT.
              EXIT.

      * Cancelamento ("C") e restabelecimento ("R"); o restabeleci-
      * mento zera a advertencia e vale so para bolsa fora de vigor.
       MUDA-SITUACAO.
              IF IDX-BLS-ACHADA EQUAL ZEROS
                     MOVE "ALUNO SEM BOLSA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF TIPO-TRANS EQUAL "R"
                AND (SITUACAO-BLS-TAB(IDX-BLS-ACHADA) EQUAL "A"
                  OR SITUACAO-BLS-TAB(IDX-BLS-ACHADA) EQUAL "V")
                     MOVE "BOLSA JA EM VIGOR" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     MOVE NOME-BLS-TAB(IDX-BLS-ACHADA) TO NOME-ACHADO
                     MOVE PERC-BLS-TAB(IDX-BLS-ACHADA) TO VAR-PERC
                     IF TIPO-TRANS EQUAL "C"
                            MOVE "C" TO
                                 SITUACAO-BLS-TAB(IDX-BLS-ACHADA)
                            MOVE "CANCELADA" TO VAR-SITUACAO
                     ELSE
                            MOVE "A" TO
                                 SITUACAO-BLS-TAB(IDX-BLS-ACHADA)
                            MOVE "RESTABELECIDA" TO VAR-SITUACAO
                     END-IF
                     ADD 1 TO TOTAL-STATUS.

       IMPRIME-TRANSACAO.
              EVALUATE TIPO-TRANS
                     WHEN "I" MOVE "CONCESSAO" TO VAR-TIPO
                     WHEN "A" MOVE "ALTERACAO" TO VAR-TIPO
                     WHEN "C" MOVE "CANCELAM." TO VAR-TIPO
                     WHEN "R" MOVE "RESTABEL." TO VAR-TIPO
                     WHEN OTHER MOVE TIPO-TRANS TO VAR-TIPO
              END-EVALUATE.
              MOVE NUMERO-TRANS TO VAR-NUMERO.
              MOVE NOME-ACHADO  TO VAR-NOME.
              MOVE VAR-SITUACAO TO VAR-SITUACAO-DET.
              WRITE REG-REL FROM DETALHE-MBOLS
                    AFTER ADVANCING 1 LINE.
              MOVE SPACES TO NOME-ACHADO.

       REGRAVA-BOLSA.
              OPEN OUTPUT BOLSA.
              PERFORM VARYING IDX-BLS FROM 1 BY 1
                      UNTIL IDX-BLS GREATER THAN TOTAL-BLS
                      MOVE NUMERO-BLS-TAB(IDX-BLS)    TO NUMERO-BLS
                      MOVE NOME-BLS-TAB(IDX-BLS)      TO NOME-BLS
                      MOVE TIPO-BLS-TAB(IDX-BLS)      TO TIPO-BLS
                      MOVE PERC-BLS-TAB(IDX-BLS)      TO PERC-BLS
                      MOVE TERMO-INI-BLS-TAB(IDX-BLS) TO TERMO-INI-BLS
                      MOVE MEDIA-MIN-BLS-TAB(IDX-BLS) TO MEDIA-MIN-BLS
                      MOVE FREQ-MIN-BLS-TAB(IDX-BLS)  TO FREQ-MIN-BLS
                      MOVE SITUACAO-BLS-TAB(IDX-BLS)  TO SITUACAO-BLS
                      MOVE TERMO-REV-BLS-TAB(IDX-BLS) TO TERMO-REV-BLS
                      MOVE MEDIA-REV-BLS-TAB(IDX-BLS) TO MEDIA-REV-BLS
                      MOVE FREQ-REV-BLS-TAB(IDX-BLS)  TO FREQ-REV-BLS
                      WRITE REG-BOLSA
              END-PERFORM.
              CLOSE BOLSA.

       FIM.
              MOVE TOTAL-CONCESSOES TO VAR-CONCESSOES.
              MOVE TOTAL-REJEITADAS TO VAR-REJEITADAS.
              WRITE REG-REL FROM ROD-MBOLS-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-MBOLS-02 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE TRANBOLS
                    RELMBOLS.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" do EX18.
       GRAVA-RUNLOG.
              MOVE   "ME01EX21"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-BLS        TO TOTAL-GRAVADOS-RUNLOG.
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
