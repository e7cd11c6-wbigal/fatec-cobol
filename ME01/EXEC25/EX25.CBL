       IDENTIFICATION              DIVISION.
       PROGRAM-ID.          EX25.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      MANUTENCAO DO CADASTRO DE PROFESSORES
      *              (PROFMAST.DAT) E DAS ATRIBUICOES DE TURMA
      *              (ATRIBPRF.DAT): ATE AQUI O SISTEMA NAO SABIA
      *              QUEM DA O QUE, E AS PAUTAS DO EX17 ERAM
      *              DISTRIBUIDAS NO PALPITE. APLICA AS TRANSACOES DE
      *              TRANPROF.DAT - "P" INCLUI OU ALTERA O PROFESSOR
      *              (NOME, REGIME E LIMITE DE HORAS SEMANAIS DO
      *              CONTRATO), "I" INATIVA O PROFESSOR QUE NAO TEM
      *              MAIS TURMA, "A" ATRIBUI A TURMA (DISCIPLINA DO
      *              CADDISC.DAT + TERMO) AO PROFESSOR ATIVO - A TURMA
      *              TEM UM PROFESSOR SO, E A NOVA ATRIBUICAO TROCA O
      *              ANTERIOR - E "R" RETIRA A ATRIBUICAO. RESULTADO
      *              POR TRANSACAO NO RELATORIO RELMPROF; A CARGA
      *              HORARIA QUE RESULTA SAI PELO EX26.

      *==============================================================
       ENVIRONMENT                 DIVISION.

       CONFIGURATION               SECTION.
              SOURCE-COMPUTER.     IBM-PC.
              OBJECT-COMPUTER.     IBM-PC.
              SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
              SELECT        TRANPROF      ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  PROFMAST   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  ATRIBPRF   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADDISC    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT        RELMPROF      ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            RUNLOG-STATUS.

      *==============================================================
       DATA                        DIVISION.

       FILE                        SECTION.

      * TRANPROF: uma transacao por linha; "P" usa os dados do
      * professor, "A" e "R" a visao de turma, "I" so o codigo.
       FD     TRANPROF
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "TRANPROF.DAT".
       01     REG-TRANPROF.
              02     TIPO-TPR      PIC X(01).
              02     CODIGO-PROF-TPR PIC 9(05).
              02     DADOS-PROF-TPR.
                     03     NOME-PROF-TPR  PIC X(20).
                     03     REGIME-TPR     PIC X(01).
                     03     LIMITE-HORAS-TPR PIC 9(02).
              02     TURMA-TPR     REDEFINES DADOS-PROF-TPR.
                     03     DISCIPLINA-TPR PIC X(08).
                     03     TERMO-TPR      PIC 9(02).
                     03     FILLER         PIC X(13).

      * PROFMAST: cadastro de professores, regravado ao final.
       FD     PROFMAST
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "PROFMAST.DAT".
       COPY PROFMAST.

      * ATRIBPRF: atribuicoes de turma, regravadas ao final.
       FD     ATRIBPRF
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "ATRIBPRF.DAT".
       COPY ATRIBPRF.

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

       FD     RELMPROF
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
       77     FIM-PROF      PIC X(03)     VALUE "NAO".
       77     FIM-ATR       PIC X(03)     VALUE "NAO".
       77     FIM-DISC      PIC X(03)     VALUE "NAO".
       77     RUNLOG-STATUS PIC X(02)     VALUE "00".
       77     TOTAL-LIDOS   PIC 9(05)     VALUE ZEROS.
       77     TOTAL-PROF-GRAV PIC 9(04)   VALUE ZEROS.
       77     TOTAL-INATIVADOS PIC 9(04)  VALUE ZEROS.
       77     TOTAL-ATRIBUIDAS PIC 9(04)  VALUE ZEROS.
       77     TOTAL-RETIRADAS PIC 9(04)   VALUE ZEROS.
       77     TOTAL-REJEITADAS PIC 9(04)  VALUE ZEROS.
       77     VAR-SITUACAO  PIC X(24)     VALUE SPACES.
       77     NOME-ACHADO   PIC X(20)     VALUE SPACES.
       01     HORA-ATUAL.
              02 HH-ATUAL   PIC 9(02).
              02 MM-ATUAL   PIC 9(02).
              02 SS-ATUAL   PIC 9(02).

      * Professores em memoria.
       77     TOTAL-PROF    PIC 9(03)     VALUE ZEROS.
       77     IDX-PROF      PIC 9(03)     VALUE ZEROS.
       77     IDX-PROF-ACHADO PIC 9(03)   VALUE ZEROS.
       01     TABELA-PROF.
              02     PROF-REG      OCCURS 500 TIMES.
                     03     CODIGO-PROF-TAB  PIC 9(05).
                     03     NOME-PROF-TAB    PIC X(20).
                     03     REGIME-PROF-TAB  PIC X(01).
                     03     LIMITE-HORAS-PROF-TAB PIC 9(02).
                     03     SITUACAO-PROF-TAB PIC X(01).

      * Atribuicoes em memoria; SITUACAO "A" viva, "X" retirada (sai
      * na regravacao).
       77     TOTAL-ATR     PIC 9(04)     VALUE ZEROS.
       77     IDX-ATR       PIC 9(04)     VALUE ZEROS.
       77     IDX-ATR-ACHADA PIC 9(04)    VALUE ZEROS.
       01     TABELA-ATRIB.
              02     ATR-REG       OCCURS 1000 TIMES.
                     03     DISCIPLINA-ATR-TAB PIC X(08).
                     03     TERMO-ATR-TAB    PIC 9(02).
                     03     CODIGO-PROF-ATR-TAB PIC 9(05).
                     03     SITUACAO-ATR-TAB PIC X(01).

      * Disciplinas ativas do CADDISC.
       77     TOTAL-DISC    PIC 9(03)     VALUE ZEROS.
       77     IDX-DISC      PIC 9(03)     VALUE ZEROS.
       77     DISC-ATIVA    PIC X(03)     VALUE "NAO".
       01     TABELA-DISC.
              02     DISC-REG      OCCURS 200 TIMES.
                     03     CODIGO-DISC-TAB  PIC X(08).
                     03     ATIVO-DISC-TAB   PIC X(01).

       01     CAB-MPROF-01.
              02     FILLER        PIC X(14) VALUE SPACES.
              02     FILLER        PIC X(52)
                     VALUE "MANUTENCAO DE PROFESSORES E ATRIBUICOES".
              02     FILLER        PIC X(14) VALUE SPACES.

       01     DETALHE-MPROF.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-TIPO      PIC X(10).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-CODIGO    PIC 9(05).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-NOME      PIC X(20).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-TURMA     PIC X(08).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-TERMO     PIC X(02).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-SITUACAO-DET PIC X(24).
              02     FILLER        PIC X(03) VALUE SPACES.

       01     ROD-MPROF-01.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Professores incl./alter. :".
              02     VAR-PROF-GRAV PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-MPROF-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Turmas atribuidas        :".
              02     VAR-ATRIBUIDAS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-MPROF-03.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Atribuicoes retiradas    :".
              02     VAR-RETIRADAS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-MPROF-04.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Transacoes rejeitadas    :".
              02     VAR-REJEITADAS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE                   DIVISION.

       PGM-EX25.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-TRANS EQUAL "SIM".
              PERFORM REGRAVA-PROFESSORES.
              PERFORM REGRAVA-ATRIBUICOES.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              PERFORM CARREGA-PROFESSORES.
              PERFORM CARREGA-ATRIBUICOES.
              PERFORM CARREGA-DISCIPLINAS.
              OPEN INPUT TRANPROF
                   OUTPUT RELMPROF.
              WRITE REG-REL FROM CAB-MPROF-01 AFTER ADVANCING 1 LINE.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.
              PERFORM LEITURA.

      * PROFMAST.DAT ou ATRIBPRF.DAT cresceram alem da tabela:
      * encerra sem regravar nada.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX25: TABELA DE PROFESSORES/ATRIBUICOES"
                      " EXCEDIDA - EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-PROFESSORES.
              OPEN INPUT PROFMAST.
              PERFORM UNTIL FIM-PROF EQUAL "SIM"
                      READ PROFMAST
                             AT END MOVE "SIM" TO FIM-PROF
                             NOT AT END
                                  IF TOTAL-PROF NOT LESS THAN 500
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-PROF
                                  MOVE CODIGO-PROF TO
                                     CODIGO-PROF-TAB(TOTAL-PROF)
                                  MOVE NOME-PROF TO
                                     NOME-PROF-TAB(TOTAL-PROF)
                                  MOVE REGIME-PROF TO
                                     REGIME-PROF-TAB(TOTAL-PROF)
                                  MOVE LIMITE-HORAS-PROF TO
                                     LIMITE-HORAS-PROF-TAB(TOTAL-PROF)
                                  MOVE SITUACAO-PROF TO
                                     SITUACAO-PROF-TAB(TOTAL-PROF)
                      END-READ
              END-PERFORM.
              CLOSE PROFMAST.

       CARREGA-ATRIBUICOES.
              OPEN INPUT ATRIBPRF.
              PERFORM UNTIL FIM-ATR EQUAL "SIM"
                      READ ATRIBPRF
                             AT END MOVE "SIM" TO FIM-ATR
                             NOT AT END
                                  IF TOTAL-ATR NOT LESS THAN 1000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-ATR
                                  MOVE DISCIPLINA-ATR TO
                                     DISCIPLINA-ATR-TAB(TOTAL-ATR)
                                  MOVE TERMO-ATR TO
                                     TERMO-ATR-TAB(TOTAL-ATR)
                                  MOVE CODIGO-PROF-ATR TO
                                     CODIGO-PROF-ATR-TAB(TOTAL-ATR)
                                  MOVE "A" TO
                                     SITUACAO-ATR-TAB(TOTAL-ATR)
                      END-READ
              END-PERFORM.
              CLOSE ATRIBPRF.

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
              READ TRANPROF
                     AT END MOVE "SIM" TO FIM-TRANS
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              PERFORM LOCALIZA-PROFESSOR.
              MOVE SPACES TO NOME-ACHADO.
              IF IDX-PROF-ACHADO GREATER THAN ZEROS
                     MOVE NOME-PROF-TAB(IDX-PROF-ACHADO)
                       TO NOME-ACHADO.
              EVALUATE TIPO-TPR
                     WHEN "P" PERFORM GRAVA-PROFESSOR
                                      THRU GRAVA-PROFESSOR-EXIT
                     WHEN "I" PERFORM INATIVA-PROFESSOR
                                      THRU INATIVA-PROFESSOR-EXIT
                     WHEN "A" PERFORM ATRIBUI-TURMA
                                      THRU ATRIBUI-TURMA-EXIT
                     WHEN "R" PERFORM RETIRA-TURMA
                     WHEN OTHER
                            MOVE "TIPO-TPR INVALIDO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
              END-EVALUATE.
              PERFORM IMPRIME-TRANSACAO.
              PERFORM LEITURA.

       LOCALIZA-PROFESSOR.
              MOVE ZEROS TO IDX-PROF-ACHADO.
              PERFORM VARYING IDX-PROF FROM 1 BY 1
                      UNTIL IDX-PROF GREATER THAN TOTAL-PROF
                      IF CODIGO-PROF-TAB(IDX-PROF) EQUAL
                            CODIGO-PROF-TPR
                             MOVE IDX-PROF TO IDX-PROF-ACHADO
                      END-IF
              END-PERFORM.

      * Inclusao ou alteracao; a alteracao de professor inativo o
      * reativa.
       GRAVA-PROFESSOR.
              IF CODIGO-PROF-TPR NOT NUMERIC
                OR CODIGO-PROF-TPR EQUAL ZEROS
                     MOVE "CODIGO INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO GRAVA-PROFESSOR-EXIT.
              IF NOME-PROF-TPR EQUAL SPACES
                     MOVE "NOME NAO INFORMADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO GRAVA-PROFESSOR-EXIT.
              IF REGIME-TPR NOT EQUAL "I"
                AND REGIME-TPR NOT EQUAL "P"
                AND REGIME-TPR NOT EQUAL "H"
                     MOVE "REGIME INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO GRAVA-PROFESSOR-EXIT.
              IF LIMITE-HORAS-TPR NOT NUMERIC
                OR LIMITE-HORAS-TPR EQUAL ZEROS
                OR LIMITE-HORAS-TPR GREATER THAN 60
                     MOVE "LIMITE DE HORAS INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO GRAVA-PROFESSOR-EXIT.
              IF IDX-PROF-ACHADO EQUAL ZEROS
                     IF TOTAL-PROF NOT LESS THAN 500
                            MOVE "CADASTRO LOTADO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                            GO TO GRAVA-PROFESSOR-EXIT
                     END-IF
                     ADD 1 TO TOTAL-PROF
                     MOVE TOTAL-PROF TO IDX-PROF-ACHADO
                     MOVE "PROFESSOR INCLUIDO" TO VAR-SITUACAO
              ELSE
                     MOVE "PROFESSOR ALTERADO" TO VAR-SITUACAO.
              MOVE CODIGO-PROF-TPR  TO CODIGO-PROF-TAB(IDX-PROF-ACHADO).
              MOVE NOME-PROF-TPR    TO NOME-PROF-TAB(IDX-PROF-ACHADO).
              MOVE REGIME-TPR       TO REGIME-PROF-TAB(IDX-PROF-ACHADO).
              MOVE LIMITE-HORAS-TPR
                TO LIMITE-HORAS-PROF-TAB(IDX-PROF-ACHADO).
              MOVE "A" TO SITUACAO-PROF-TAB(IDX-PROF-ACHADO).
              MOVE NOME-PROF-TPR    TO NOME-ACHADO.
              ADD 1 TO TOTAL-PROF-GRAV.

       GRAVA-PROFESSOR-EXIT.
              EXIT.

      * Professor com turma atribuida nao e inativado: as turmas
      * tem de ir para outro professor antes.
       INATIVA-PROFESSOR.
              IF IDX-PROF-ACHADO EQUAL ZEROS
                     MOVE "PROFESSOR NAO CADASTRADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO INATIVA-PROFESSOR-EXIT.
              MOVE ZEROS TO IDX-ATR-ACHADA.
              PERFORM VARYING IDX-ATR FROM 1 BY 1
                      UNTIL IDX-ATR GREATER THAN TOTAL-ATR
                      IF SITUACAO-ATR-TAB(IDX-ATR) EQUAL "A"
                        AND CODIGO-PROF-ATR-TAB(IDX-ATR) EQUAL
                            CODIGO-PROF-TPR
                             MOVE IDX-ATR TO IDX-ATR-ACHADA
                      END-IF
              END-PERFORM.
              IF IDX-ATR-ACHADA GREATER THAN ZEROS
                     MOVE "PROFESSOR COM TURMAS" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO INATIVA-PROFESSOR-EXIT.
              MOVE "I" TO SITUACAO-PROF-TAB(IDX-PROF-ACHADO).
              MOVE "PROFESSOR INATIVADO" TO VAR-SITUACAO.
              ADD 1 TO TOTAL-INATIVADOS.

       INATIVA-PROFESSOR-EXIT.
              EXIT.

       LOCALIZA-ATRIBUICAO.
              MOVE ZEROS TO IDX-ATR-ACHADA.
              PERFORM VARYING IDX-ATR FROM 1 BY 1
                      UNTIL IDX-ATR GREATER THAN TOTAL-ATR
                         OR IDX-ATR-ACHADA GREATER THAN ZEROS
                      IF SITUACAO-ATR-TAB(IDX-ATR) EQUAL "A"
                        AND DISCIPLINA-ATR-TAB(IDX-ATR) EQUAL
                            DISCIPLINA-TPR
                        AND TERMO-ATR-TAB(IDX-ATR) EQUAL TERMO-TPR
                             MOVE IDX-ATR TO IDX-ATR-ACHADA
                      END-IF
              END-PERFORM.

      * Uma turma, um professor: a atribuicao a turma que ja tem
      * outro professor substitui o anterior.
       ATRIBUI-TURMA.
              IF IDX-PROF-ACHADO EQUAL ZEROS
                     MOVE "PROFESSOR NAO CADASTRADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO ATRIBUI-TURMA-EXIT.
              IF SITUACAO-PROF-TAB(IDX-PROF-ACHADO) NOT EQUAL "A"
                     MOVE "PROFESSOR INATIVO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO ATRIBUI-TURMA-EXIT.
              IF TERMO-TPR NOT NUMERIC OR TERMO-TPR EQUAL ZEROS
                     MOVE "TERMO INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO ATRIBUI-TURMA-EXIT.
              MOVE "NAO" TO DISC-ATIVA.
              PERFORM VARYING IDX-DISC FROM 1 BY 1
                      UNTIL IDX-DISC GREATER THAN TOTAL-DISC
                      IF CODIGO-DISC-TAB(IDX-DISC) EQUAL DISCIPLINA-TPR
                        AND ATIVO-DISC-TAB(IDX-DISC) EQUAL "S"
                             MOVE "SIM" TO DISC-ATIVA
                      END-IF
              END-PERFORM.
              IF DISC-ATIVA EQUAL "NAO"
                     MOVE "DISCIPLINA INEXIST/INATIVA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO ATRIBUI-TURMA-EXIT.
              PERFORM LOCALIZA-ATRIBUICAO.
              IF IDX-ATR-ACHADA GREATER THAN ZEROS
                     IF CODIGO-PROF-ATR-TAB(IDX-ATR-ACHADA) EQUAL
                           CODIGO-PROF-TPR
                            MOVE "TURMA JA ATRIBUIDA" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                            GO TO ATRIBUI-TURMA-EXIT
                     END-IF
                     MOVE CODIGO-PROF-TPR
                       TO CODIGO-PROF-ATR-TAB(IDX-ATR-ACHADA)
                     MOVE "PROFESSOR SUBSTITUIDO" TO VAR-SITUACAO
              ELSE
                     IF TOTAL-ATR NOT LESS THAN 1000
                            MOVE "ATRIBUICOES LOTADAS" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                            GO TO ATRIBUI-TURMA-EXIT
                     END-IF
                     ADD 1 TO TOTAL-ATR
                     MOVE DISCIPLINA-TPR
                       TO DISCIPLINA-ATR-TAB(TOTAL-ATR)
                     MOVE TERMO-TPR      TO TERMO-ATR-TAB(TOTAL-ATR)
                     MOVE CODIGO-PROF-TPR
                       TO CODIGO-PROF-ATR-TAB(TOTAL-ATR)
                     MOVE "A"            TO SITUACAO-ATR-TAB(TOTAL-ATR)
                     MOVE "TURMA ATRIBUIDA" TO VAR-SITUACAO.
              ADD 1 TO TOTAL-ATRIBUIDAS.

       ATRIBUI-TURMA-EXIT.
              EXIT.

       RETIRA-TURMA.
              PERFORM LOCALIZA-ATRIBUICAO.
              IF IDX-ATR-ACHADA EQUAL ZEROS
                     MOVE "TURMA SEM ATRIBUICAO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF CODIGO-PROF-ATR-TAB(IDX-ATR-ACHADA) NOT EQUAL
                      CODIGO-PROF-TPR
                     MOVE "TURMA DE OUTRO PROFESSOR" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     MOVE "X" TO SITUACAO-ATR-TAB(IDX-ATR-ACHADA)
                     MOVE "ATRIBUICAO RETIRADA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-RETIRADAS.

       IMPRIME-TRANSACAO.
              MOVE SPACES TO VAR-TURMA VAR-TERMO.
              EVALUATE TIPO-TPR
                     WHEN "P" MOVE "PROFESSOR" TO VAR-TIPO
                     WHEN "I" MOVE "INATIVACAO" TO VAR-TIPO
                     WHEN "A" MOVE "ATRIBUICAO" TO VAR-TIPO
                     WHEN "R" MOVE "RETIRADA"  TO VAR-TIPO
                     WHEN OTHER MOVE TIPO-TPR  TO VAR-TIPO
              END-EVALUATE.
              IF TIPO-TPR EQUAL "A" OR TIPO-TPR EQUAL "R"
                     MOVE DISCIPLINA-TPR TO VAR-TURMA
                     MOVE TERMO-TPR      TO VAR-TERMO.
              MOVE CODIGO-PROF-TPR TO VAR-CODIGO.
              MOVE NOME-ACHADO     TO VAR-NOME.
              MOVE VAR-SITUACAO    TO VAR-SITUACAO-DET.
              WRITE REG-REL FROM DETALHE-MPROF
                    AFTER ADVANCING 1 LINE.

       REGRAVA-PROFESSORES.
              OPEN OUTPUT PROFMAST.
              PERFORM VARYING IDX-PROF FROM 1 BY 1
                      UNTIL IDX-PROF GREATER THAN TOTAL-PROF
                      MOVE CODIGO-PROF-TAB(IDX-PROF)   TO CODIGO-PROF
                      MOVE NOME-PROF-TAB(IDX-PROF)     TO NOME-PROF
                      MOVE REGIME-PROF-TAB(IDX-PROF)   TO REGIME-PROF
                      MOVE LIMITE-HORAS-PROF-TAB(IDX-PROF)
                        TO LIMITE-HORAS-PROF
                      MOVE SITUACAO-PROF-TAB(IDX-PROF) TO SITUACAO-PROF
                      WRITE REG-PROF
              END-PERFORM.
              CLOSE PROFMAST.

       REGRAVA-ATRIBUICOES.
              OPEN OUTPUT ATRIBPRF.
              PERFORM VARYING IDX-ATR FROM 1 BY 1
                      UNTIL IDX-ATR GREATER THAN TOTAL-ATR
                      IF SITUACAO-ATR-TAB(IDX-ATR) EQUAL "A"
                             MOVE DISCIPLINA-ATR-TAB(IDX-ATR)
                               TO DISCIPLINA-ATR
                             MOVE TERMO-ATR-TAB(IDX-ATR) TO TERMO-ATR
                             MOVE CODIGO-PROF-ATR-TAB(IDX-ATR)
                               TO CODIGO-PROF-ATR
                             WRITE REG-ATRIB
                      END-IF
              END-PERFORM.
              CLOSE ATRIBPRF.

       FIM.
              MOVE TOTAL-PROF-GRAV  TO VAR-PROF-GRAV.
              MOVE TOTAL-ATRIBUIDAS TO VAR-ATRIBUIDAS.
              MOVE TOTAL-RETIRADAS  TO VAR-RETIRADAS.
              MOVE TOTAL-REJEITADAS TO VAR-REJEITADAS.
              WRITE REG-REL FROM ROD-MPROF-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-MPROF-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-MPROF-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-MPROF-04 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE TRANPROF
                    RELMPROF.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" do EX18.
       GRAVA-RUNLOG.
              MOVE   "ME01EX25"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              COMPUTE TOTAL-GRAVADOS-RUNLOG =
                     TOTAL-PROF-GRAV + TOTAL-INATIVADOS
                     + TOTAL-ATRIBUIDAS + TOTAL-RETIRADAS.
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
