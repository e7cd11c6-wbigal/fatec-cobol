      *              NOTAS E A PAUTA VOLTA PELO EX18, QUE CONFERE
      *              LINHA A LINHA CONTRA ESTA EMISSAO ANTES DE
      *              APLICAR.
      *              CADA LINHA LEVA O NOME DO PROFESSOR DA TURMA
      *              (ATRIBPRF.DAT/PROFMAST.DAT, MANTIDOS PELO EX25),
      *              E A EMISSAO GRAVA O CONTROLE PAUTACTL.DAT - UMA
      *              FOLHA POR LINHA, NA ORDEM DO CADASTRO DE
      *              PROFESSORES, COM O PRAZO DE DEVOLUCAO (PRAZO-PARM
      *              DO PARMPAUT.DAT OU, SEM ELE, A EMISSAO MAIS 15
      *              DIAS) - QUE O EX18 BAIXA QUANDO A FOLHA VOLTA. A
      *              LISTA DE DISTRIBUICAO RELDIST DIZ QUAIS FOLHAS
      *              VAO PARA QUEM; TURMA SEM ATRIBUICAO SAI NO FIM,
      *              EM "SEM PROFESSOR ATRIBUIDO".

      *==============================================================
       ENVIRONMENT                 DIVISION.
              SELECT        PAUTANOT      ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  PROFMAST   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  ATRIBPRF   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  PARMPAUT   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT        PAUTACTL      ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT        RELDIST       ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            RUNLOG-STATUS.
              02     TERMO-ALU     PIC 9(02).
              02     DISCIPLINA-ALU PIC X(08).
              02     STATUS-ALU    PIC X(01).
              02     DATA-STATUS-ALU PIC 9(08).
              02     CPF-ALU       PIC 9(11).

       SD     TRAB-PAUTA.
       01     TRAB-PAUTA-REG.
              02     NOTA1-PAU     PIC 9(02)V99.
              02     NOTA2-PAU     PIC 9(02)V99.
              02     NOTA3-PAU     PIC 9(02)V99.
              02     PROFESSOR-PAU PIC X(20).

      * PROFMAST/ATRIBPRF: professores e atribuicoes de turma (EX25).
       FD     PROFMAST
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "PROFMAST.DAT".
       COPY PROFMAST.

       FD     ATRIBPRF
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "ATRIBPRF.DAT".
       COPY ATRIBPRF.

      * PARMPAUT: prazo de devolucao (AAAAMMDD); ausente ou zerado,
      * vale a data da emissao mais 15 dias.
       FD     PARMPAUT
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "PARMPAUT.DAT".
       01     REG-PARM-PAUT.
              02     PRAZO-PARM    PIC 9(08).

      * PAUTACTL: controle de emissao/devolucao, uma folha por linha.
       FD     PAUTACTL
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "PAUTACTL.DAT".
       COPY PAUTACTL.

       FD     RELDIST
              LABEL         RECORD IS     OMITTED.
       01     REG-REL                     PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas que
      * gravam um cadastro ou relatorio de saida.

       WORKING-STORAGE             SECTION.
       77     FIM-ARQ       PIC X(03)     VALUE "NAO".
       77     FIM-PROF      PIC X(03)     VALUE "NAO".
       77     FIM-ATR       PIC X(03)     VALUE "NAO".
       77     FIM-PARM      PIC X(03)     VALUE "NAO".
       77     RUNLOG-STATUS PIC X(02)     VALUE "00".
       77     TOTAL-LIDOS   PIC 9(05)     VALUE ZEROS.
       77     TOTAL-EMITIDAS PIC 9(05)    VALUE ZEROS.
       77     TOTAL-SEM-PROF PIC 9(03)    VALUE ZEROS.
       77     FOLHAS-PROF   PIC 9(03)     VALUE ZEROS.
       77     CODIGO-GRUPO  PIC 9(05)     VALUE ZEROS.
       01     HORA-ATUAL.
              02 HH-ATUAL   PIC 9(02).
              02 MM-ATUAL   PIC 9(02).
              02 SS-ATUAL   PIC 9(02).

      * Data da emissao e prazo de devolucao.
       01     DATA-EMISSAO.
              02     ANO-EMISSAO   PIC 9(04).
              02     MES-EMISSAO   PIC 9(02).
              02     DIA-EMISSAO   PIC 9(02).
       01     DATA-EMISSAO-N REDEFINES DATA-EMISSAO PIC 9(08).
       01     DATA-PRAZO.
              02     ANO-PRAZO     PIC 9(04).
              02     MES-PRAZO     PIC 9(02).
              02     DIA-PRAZO     PIC 9(02).
       01     DATA-PRAZO-N  REDEFINES DATA-PRAZO PIC 9(08).
       77     DIAS-PRAZO    PIC 9(02)     VALUE 15.
       77     CONTA-DIAS    PIC 9(02)     VALUE ZEROS.
       77     DIAS-MES-PRAZO PIC 9(02)    VALUE ZEROS.
       77     QUOCIENTE-BISSEXTO PIC 9(04) VALUE ZEROS.
       77     RESTO-BISSEXTO-4 PIC 9(04)  VALUE ZEROS.
       77     RESTO-BISSEXTO-100 PIC 9(04) VALUE ZEROS.
       77     RESTO-BISSEXTO-400 PIC 9(04) VALUE ZEROS.

      * Professores e atribuicoes em memoria.
       77     TOTAL-PROF    PIC 9(03)     VALUE ZEROS.
       77     IDX-PROF      PIC 9(03)     VALUE ZEROS.
       01     TABELA-PROF.
              02     PROF-REG      OCCURS 500 TIMES.
                     03     CODIGO-PROF-TAB  PIC 9(05).
                     03     NOME-PROF-TAB    PIC X(20).

       77     TOTAL-ATR     PIC 9(04)     VALUE ZEROS.
       77     IDX-ATR       PIC 9(04)     VALUE ZEROS.
       01     TABELA-ATRIB.
              02     ATR-REG       OCCURS 1000 TIMES.
                     03     DISCIPLINA-ATR-TAB PIC X(08).
                     03     TERMO-ATR-TAB    PIC 9(02).
                     03     CODIGO-PROF-ATR-TAB PIC 9(05).

      * Folhas emitidas (disciplina+termo), com o professor e o
      * numero de linhas; codigo zero = turma sem professor.
       77     TOTAL-TURMAS  PIC 9(03)     VALUE ZEROS.
       77     IDX-TURMA     PIC 9(03)     VALUE ZEROS.
       01     TABELA-TURMAS.
              02     TURMA-REG     OCCURS 200 TIMES.
                     03     DISCIPLINA-TUR-TAB PIC X(08).
                     03     TERMO-TUR-TAB    PIC 9(02).
                     03     CODIGO-PROF-TUR-TAB PIC 9(05).
                     03     NOME-PROF-TUR-TAB PIC X(20).
                     03     QTD-LINHAS-TUR-TAB PIC 9(04).

       01     CAB-DIST-01.
              02     FILLER        PIC X(20) VALUE SPACES.
              02     FILLER        PIC X(40)
                     VALUE "LISTA DE DISTRIBUICAO DAS PAUTAS".
              02     FILLER        PIC X(20) VALUE SPACES.

       01     CAB-DIST-02.
              02     FILLER        PIC X(16) VALUE SPACES.
              02     FILLER        PIC X(09) VALUE "EMISSAO: ".
              02     VAR-DIA-EMIS  PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-MES-EMIS  PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-ANO-EMIS  PIC 9999.
              02     FILLER        PIC X(16) VALUE "  DEVOLVER ATE: ".
              02     VAR-DIA-PRAZO PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-MES-PRAZO PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-ANO-PRAZO PIC 9999.
              02     FILLER        PIC X(19) VALUE SPACES.

       01     CAB-PROF-DIST.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(11) VALUE "PROFESSOR: ".
              02     VAR-CODIGO-PROF PIC 9(05).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-NOME-PROF PIC X(20).
              02     FILLER        PIC X(41) VALUE SPACES.

       01     CAB-SEM-PROF.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(78)
                     VALUE "SEM PROFESSOR ATRIBUIDO".

       01     DETALHE-DIST.
              02     FILLER        PIC X(06) VALUE SPACES.
              02     FILLER        PIC X(07) VALUE "FOLHA: ".
              02     VAR-DISC      PIC X(08).
              02     FILLER        PIC X(07) VALUE "  TERMO".
              02     VAR-TERMO     PIC Z9.
              02     FILLER        PIC X(04) VALUE SPACES.
              02     VAR-LINHAS    PIC ZZZ9.
              02     FILLER        PIC X(07) VALUE " ALUNOS".
              02     FILLER        PIC X(35) VALUE SPACES.

       01     TOTAL-PROF-DIST.
              02     FILLER        PIC X(06) VALUE SPACES.
              02     FILLER        PIC X(18) VALUE "TOTAL DE FOLHAS : ".
              02     VAR-FOLHAS-PROF PIC ZZ9.
              02     FILLER        PIC X(53) VALUE SPACES.

       01     ROD-DIST-01.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Folhas emitidas          :".
              02     VAR-TOTAL-FOLHAS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-DIST-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Folhas sem professor     :".
              02     VAR-SEM-PROF  PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE                   DIVISION.

       PGM-EX17.
              PERFORM CARREGA-PROFESSORES.
              PERFORM CARREGA-ATRIBUICOES.
              PERFORM CALCULA-PRAZO.
              PERFORM EMITE-PAUTAS.
              PERFORM GRAVA-CONTROLE.
              PERFORM GRAVA-RUNLOG.
              STOP RUN.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX17: TABELA DE PROFESSORES/ATRIBUICOES/"
                      "TURMAS EXCEDIDA - EXECUCAO ABORTADA".
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
                      END-READ
              END-PERFORM.
              CLOSE ATRIBPRF.

      * Prazo de devolucao: o do PARMPAUT.DAT, ou a data da emissao
      * somada de DIAS-PRAZO dias, um dia de cada vez para virar o
      * mes e o ano no lugar certo.
       CALCULA-PRAZO.
              ACCEPT DATA-EMISSAO-N FROM DATE YYYYMMDD.
              MOVE DATA-EMISSAO-N TO DATA-PRAZO-N.
              OPEN INPUT PARMPAUT.
              READ PARMPAUT
                     AT END MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                AND PRAZO-PARM NUMERIC
                AND PRAZO-PARM GREATER THAN DATA-EMISSAO-N
                     MOVE PRAZO-PARM TO DATA-PRAZO-N
              ELSE
                     PERFORM SOMA-UM-DIA
                             VARYING CONTA-DIAS FROM 1 BY 1
                             UNTIL CONTA-DIAS GREATER THAN DIAS-PRAZO.
              CLOSE PARMPAUT.

       SOMA-UM-DIA.
              PERFORM CALCULA-DIAS-MES-PRAZO.
              IF DIA-PRAZO LESS THAN DIAS-MES-PRAZO
                     ADD 1 TO DIA-PRAZO
              ELSE
                     MOVE 1 TO DIA-PRAZO
                     IF MES-PRAZO LESS THAN 12
                            ADD 1 TO MES-PRAZO
                     ELSE
                            MOVE 1 TO MES-PRAZO
                            ADD 1 TO ANO-PRAZO
                     END-IF
              END-IF.

      * Dias do mes do prazo (fevereiro pela regra gregoriana:
      * divisivel por 4 e nao por 100, ou divisivel por 400).
       CALCULA-DIAS-MES-PRAZO.
              EVALUATE MES-PRAZO
                  WHEN 4
                  WHEN 6
                  WHEN 9
                  WHEN 11
                     MOVE 30 TO DIAS-MES-PRAZO
                  WHEN 2
                     DIVIDE ANO-PRAZO BY 4 GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-4
                     DIVIDE ANO-PRAZO BY 100
                            GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-100
                     DIVIDE ANO-PRAZO BY 400
                            GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-400
                     IF RESTO-BISSEXTO-4 EQUAL ZEROS
                       AND (RESTO-BISSEXTO-100 NOT EQUAL ZEROS
                         OR RESTO-BISSEXTO-400 EQUAL ZEROS)
                            MOVE 29 TO DIAS-MES-PRAZO
                     ELSE
                            MOVE 28 TO DIAS-MES-PRAZO
                     END-IF
                  WHEN OTHER
                     MOVE 31 TO DIAS-MES-PRAZO
              END-EVALUATE.

      * SORT com INPUT/OUTPUT PROCEDURE: seleciona as matriculas
      * ativas, ordena por disciplina/termo/aluno e grava a pauta
      * com as notas zeradas.
                      RETURN TRAB-PAUTA
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  PERFORM ACUMULA-TURMA
                                  ADD 1 TO TOTAL-EMITIDAS
                                  MOVE DISCIPLINA-TP
                                    TO DISCIPLINA-PAU
                                  MOVE ZEROS     TO NOTA1-PAU
                                  MOVE ZEROS     TO NOTA2-PAU
                                  MOVE ZEROS     TO NOTA3-PAU
                                  MOVE NOME-PROF-TUR-TAB
                                       (TOTAL-TURMAS)
                                    TO PROFESSOR-PAU
                                  WRITE REG-PAUTA
                      END-RETURN
              END-PERFORM.
              CLOSE PAUTANOT.

      * A pauta chega ordenada por disciplina/termo: a quebra de
      * turma abre uma folha nova e localiza o professor dela.
       ACUMULA-TURMA.
              IF TOTAL-TURMAS EQUAL ZEROS
                OR DISCIPLINA-TP NOT EQUAL
                   DISCIPLINA-TUR-TAB(TOTAL-TURMAS)
                OR TERMO-TP NOT EQUAL TERMO-TUR-TAB(TOTAL-TURMAS)
                     IF TOTAL-TURMAS NOT LESS THAN 200
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-TURMAS
                     MOVE DISCIPLINA-TP
                       TO DISCIPLINA-TUR-TAB(TOTAL-TURMAS)
                     MOVE TERMO-TP TO TERMO-TUR-TAB(TOTAL-TURMAS)
                     MOVE ZEROS  TO CODIGO-PROF-TUR-TAB(TOTAL-TURMAS)
                     MOVE SPACES TO NOME-PROF-TUR-TAB(TOTAL-TURMAS)
                     MOVE ZEROS  TO QTD-LINHAS-TUR-TAB(TOTAL-TURMAS)
                     PERFORM LOCALIZA-PROFESSOR-TURMA.
              ADD 1 TO QTD-LINHAS-TUR-TAB(TOTAL-TURMAS).

      * Atribuicao a codigo que nao esta no PROFMAST conta como
      * turma sem professor: nao ha nome para por na folha.
       LOCALIZA-PROFESSOR-TURMA.
              PERFORM VARYING IDX-ATR FROM 1 BY 1
                      UNTIL IDX-ATR GREATER THAN TOTAL-ATR
                      IF DISCIPLINA-ATR-TAB(IDX-ATR) EQUAL DISCIPLINA-TP
                        AND TERMO-ATR-TAB(IDX-ATR) EQUAL TERMO-TP
                             PERFORM VARYING IDX-PROF FROM 1 BY 1
                                     UNTIL IDX-PROF GREATER THAN
                                           TOTAL-PROF
                                     IF CODIGO-PROF-TAB(IDX-PROF) EQUAL
                                           CODIGO-PROF-ATR-TAB(IDX-ATR)
                                        MOVE CODIGO-PROF-TAB(IDX-PROF)
                                          TO CODIGO-PROF-TUR-TAB
                                             (TOTAL-TURMAS)
                                        MOVE NOME-PROF-TAB(IDX-PROF)
                                          TO NOME-PROF-TUR-TAB
                                             (TOTAL-TURMAS)
                                     END-IF
                             END-PERFORM
                      END-IF
              END-PERFORM.

      * PAUTACTL.DAT e RELDIST na ordem do cadastro de professores;
      * as folhas sem professor fecham o arquivo e a lista.
       GRAVA-CONTROLE.
              OPEN OUTPUT PAUTACTL
                          RELDIST.
              MOVE DIA-EMISSAO TO VAR-DIA-EMIS.
              MOVE MES-EMISSAO TO VAR-MES-EMIS.
              MOVE ANO-EMISSAO TO VAR-ANO-EMIS.
              MOVE DIA-PRAZO TO VAR-DIA-PRAZO.
              MOVE MES-PRAZO TO VAR-MES-PRAZO.
              MOVE ANO-PRAZO TO VAR-ANO-PRAZO.
              WRITE REG-REL FROM CAB-DIST-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-DIST-02 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-FOLHAS-PROFESSOR
                      VARYING IDX-PROF FROM 1 BY 1
                      UNTIL IDX-PROF GREATER THAN TOTAL-PROF.
              MOVE ZEROS TO CODIGO-GRUPO FOLHAS-PROF.
              PERFORM GRAVA-UMA-FOLHA
                      VARYING IDX-TURMA FROM 1 BY 1
                      UNTIL IDX-TURMA GREATER THAN TOTAL-TURMAS.
              MOVE FOLHAS-PROF TO TOTAL-SEM-PROF.
              IF FOLHAS-PROF GREATER THAN ZEROS
                     MOVE FOLHAS-PROF TO VAR-FOLHAS-PROF
                     WRITE REG-REL FROM TOTAL-PROF-DIST
                           AFTER ADVANCING 1 LINE.
              MOVE TOTAL-TURMAS   TO VAR-TOTAL-FOLHAS.
              MOVE TOTAL-SEM-PROF TO VAR-SEM-PROF.
              WRITE REG-REL FROM ROD-DIST-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-DIST-02 AFTER ADVANCING 1 LINE.
              CLOSE PAUTACTL
                    RELDIST.

       GRAVA-FOLHAS-PROFESSOR.
              MOVE CODIGO-PROF-TAB(IDX-PROF) TO CODIGO-GRUPO.
              MOVE ZEROS TO FOLHAS-PROF.
              PERFORM GRAVA-UMA-FOLHA
                      VARYING IDX-TURMA FROM 1 BY 1
                      UNTIL IDX-TURMA GREATER THAN TOTAL-TURMAS.
              IF FOLHAS-PROF GREATER THAN ZEROS
                     MOVE FOLHAS-PROF TO VAR-FOLHAS-PROF
                     WRITE REG-REL FROM TOTAL-PROF-DIST
                           AFTER ADVANCING 1 LINE.

      * Grava a folha se ela for do grupo (professor) da vez; a
      * primeira folha do grupo imprime o cabecalho dele.
       GRAVA-UMA-FOLHA.
              IF CODIGO-PROF-TUR-TAB(IDX-TURMA) EQUAL CODIGO-GRUPO
                     IF FOLHAS-PROF EQUAL ZEROS
                            PERFORM IMPRIME-CABECALHO-GRUPO
                     END-IF
                     ADD 1 TO FOLHAS-PROF
                     MOVE DISCIPLINA-TUR-TAB(IDX-TURMA)
                       TO DISCIPLINA-PCT VAR-DISC
                     MOVE TERMO-TUR-TAB(IDX-TURMA)
                       TO TERMO-PCT VAR-TERMO
                     MOVE CODIGO-PROF-TUR-TAB(IDX-TURMA)
                       TO CODIGO-PROF-PCT
                     MOVE NOME-PROF-TUR-TAB(IDX-TURMA)
                       TO NOME-PROF-PCT
                     MOVE QTD-LINHAS-TUR-TAB(IDX-TURMA)
                       TO QTD-LINHAS-PCT VAR-LINHAS
                     MOVE DATA-EMISSAO-N TO DATA-EMISSAO-PCT
                     MOVE DATA-PRAZO-N TO PRAZO-PCT
                     MOVE "E"          TO SITUACAO-PCT
                     MOVE ZEROS        TO DATA-DEVOLUCAO-PCT
                     WRITE REG-PAUTACTL
                     WRITE REG-REL FROM DETALHE-DIST
                           AFTER ADVANCING 1 LINE.

       IMPRIME-CABECALHO-GRUPO.
              IF CODIGO-GRUPO EQUAL ZEROS
                     WRITE REG-REL FROM CAB-SEM-PROF
                           AFTER ADVANCING 2 LINES
              ELSE
                     MOVE CODIGO-PROF-TAB(IDX-PROF) TO VAR-CODIGO-PROF
                     MOVE NOME-PROF-TAB(IDX-PROF)   TO VAR-NOME-PROF
                     WRITE REG-REL FROM CAB-PROF-DIST
                           AFTER ADVANCING 2 LINES.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO.
