      *              EM FREQDET.DAT, DOS QUAIS O EX15 DESTE MODULO
      *              APURA O CADFRQ.DAT QUE O EX03 CONSOME. CADA
      *              TRANSACAO SAI COM O RESULTADO EM RELFREQ.
      *              COM A GRADE HORARIA (GRADE.DAT, EX23) CARREGADA,
      *              A SESSAO SO E ACEITA EM DATA VALIDA CUJO DIA DA
      *              SEMANA TEM AULA DA DISCIPLINA NA GRADE; SEM
      *              GRADE.DAT A SESSAO NAO E CONFERIDA.

      *==============================================================
       ENVIRONMENT                 DIVISION.
              SELECT  OPTIONAL  FREQDET    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  GRADE      ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT        RELFREQ       ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              02     TERMO-ALU     PIC 9(02).
              02     DISCIPLINA-ALU PIC X(08).
              02     STATUS-ALU    PIC X(01).
              02     DATA-STATUS-ALU PIC 9(08).
              02     CPF-ALU       PIC 9(11).

      * SESSOES: uma linha por aula dada (disciplina + data),
      * acumulada execucao apos execucao.
              02     DATA-FLT      PIC 9(08).
              02     NUMERO-FLT    PIC 9(05).

      * GRADE: grade horaria mantida pelo EX23 - so disciplina e
      * dia da semana interessam aqui.
       FD     GRADE
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "GRADE.DAT".
       COPY GRADE.

       FD     RELFREQ
              LABEL         RECORD IS     OMITTED.
       01     REG-REL                     PIC X(80).
       77     FIM-CHM       PIC X(03)     VALUE "NAO".
       77     FIM-ALU       PIC X(03)     VALUE "NAO".
       77     FIM-FLT       PIC X(03)     VALUE "NAO".
       77     FIM-GRD       PIC X(03)     VALUE "NAO".
       77     SESSOES-STATUS PIC X(02)    VALUE "00".
       77     RUNLOG-STATUS PIC X(02)     VALUE "00".
       77     TOTAL-LIDOS   PIC 9(05)     VALUE ZEROS.
                     03     NUMERO-MATR-TAB  PIC 9(05).
                     03     DISCIPLINA-MATR-TAB PIC X(08).

      * Dias de aula de cada disciplina na grade horaria.
       77     TOTAL-GRD     PIC 9(04)     VALUE ZEROS.
       77     IDX-GRD       PIC 9(04)     VALUE ZEROS.
       77     DIA-NA-GRADE  PIC X(03)     VALUE "NAO".
       01     TABELA-GRADE.
              02     GRD-REG       OCCURS 1000 TIMES.
                     03     DISCIPLINA-GRD-TAB PIC X(08).
                     03     DIA-SEMANA-GRD-TAB PIC 9(01).

      * Dia da semana da data da sessao (congruencia de Zeller, na
      * numeracao de DIA-SEMANA-GRD: 1 domingo ... 7 sabado).
       01     DATA-SESSAO.
              02     ANO-SESSAO    PIC 9(04).
              02     MES-SESSAO    PIC 9(02).
              02     DIA-SESSAO    PIC 9(02).
       01     DATA-SESSAO-N REDEFINES DATA-SESSAO PIC 9(08).
       77     MES-CALC      PIC 9(02)     VALUE ZEROS.
       77     ANO-CALC      PIC 9(04)     VALUE ZEROS.
       77     SECULO-CALC   PIC 9(02)     VALUE ZEROS.
       77     ANO-SECULO-CALC PIC 9(02)   VALUE ZEROS.
       77     PARCELA-MES   PIC 9(03)     VALUE ZEROS.
       77     PARCELA-ANO   PIC 9(02)     VALUE ZEROS.
       77     PARCELA-SECULO PIC 9(02)    VALUE ZEROS.
       77     SOMA-CALC     PIC 9(04)     VALUE ZEROS.
       77     QUOCIENTE-CALC PIC 9(04)    VALUE ZEROS.
       77     RESTO-CALC    PIC 9(01)     VALUE ZEROS.
       77     DIA-SEMANA-SESSAO PIC 9(01) VALUE ZEROS.

      * Faltas acumuladas em memoria; SITUACAO "A" ativa, "X"
      * estornada (sai na regravacao).
       77     TOTAL-FLT     PIC 9(04)     VALUE ZEROS.
       INICIO.
              PERFORM CARREGA-MATRICULAS.
              PERFORM CARREGA-FALTAS.
              PERFORM CARREGA-GRADE.
              PERFORM ABRE-SESSOES.
              OPEN INPUT CHAMADA
                   OUTPUT RELFREQ.
              END-PERFORM.
              CLOSE FREQDET.

       CARREGA-GRADE.
              OPEN INPUT GRADE.
              PERFORM UNTIL FIM-GRD EQUAL "SIM"
                      READ GRADE
                             AT END MOVE "SIM" TO FIM-GRD
                             NOT AT END
                                  IF TOTAL-GRD LESS THAN 1000
                                       ADD 1 TO TOTAL-GRD
                                       MOVE DISCIPLINA-GRD TO
                                          DISCIPLINA-GRD-TAB(TOTAL-GRD)
                                       MOVE DIA-SEMANA-GRD TO
                                          DIA-SEMANA-GRD-TAB(TOTAL-GRD)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE GRADE.

      * Reabre SESSOES em EXTEND (mesmo probe por FILE STATUS "35"
      * de ABRE-HISTORICO, EX01 ME02) - sessao nunca e estornada por
      * aqui.
              PERFORM IMPRIME-TRANSACAO.
              PERFORM LEITURA.

      * Com a grade carregada, a data tem de ser valida e cair num
      * dia da semana em que a disciplina tem aula.
       REGISTRA-SESSAO.
              IF TOTAL-GRD GREATER THAN ZEROS
                AND DISCIPLINA-CHM NOT EQUAL SPACES
                AND DATA-CHM NOT EQUAL ZEROS
                     PERFORM CONFERE-GRADE.
              IF DISCIPLINA-CHM EQUAL SPACES
                OR DATA-CHM EQUAL ZEROS
                     MOVE "SESSAO SEM DISC/DATA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF TOTAL-GRD GREATER THAN ZEROS
                AND DIA-SEMANA-SESSAO EQUAL ZERO
                     MOVE "DATA DA SESSAO INVALIDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF TOTAL-GRD GREATER THAN ZEROS
                AND DIA-NA-GRADE EQUAL "NAO"
                     MOVE "DIA SEM AULA NA GRADE" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     ADD 1 TO TOTAL-SESSOES-NOVAS
                     MOVE DISCIPLINA-CHM TO DISCIPLINA-SES
                     WRITE REG-SESSAO
                     MOVE "SESSAO REGISTRADA" TO VAR-SITUACAO.

       CONFERE-GRADE.
              MOVE "NAO" TO DIA-NA-GRADE.
              PERFORM CALCULA-DIA-SEMANA
                      THRU CALCULA-DIA-SEMANA-EXIT.
              IF DIA-SEMANA-SESSAO GREATER THAN ZERO
                     PERFORM VARYING IDX-GRD FROM 1 BY 1
                             UNTIL IDX-GRD GREATER THAN TOTAL-GRD
                             IF DISCIPLINA-GRD-TAB(IDX-GRD) EQUAL
                                   DISCIPLINA-CHM
                               AND DIA-SEMANA-GRD-TAB(IDX-GRD) EQUAL
                                   DIA-SEMANA-SESSAO
                                    MOVE "SIM" TO DIA-NA-GRADE
                             END-IF
                     END-PERFORM
              END-IF.

      * Zeller: janeiro e fevereiro contam como meses 13 e 14 do
      * ano anterior; o resto da divisao por 7 da 0 para sabado,
      * 1 para domingo ... 6 para sexta. Data invalida devolve zero.
       CALCULA-DIA-SEMANA.
              MOVE ZERO TO DIA-SEMANA-SESSAO.
              MOVE DATA-CHM TO DATA-SESSAO-N.
              IF MES-SESSAO LESS THAN 1 OR MES-SESSAO GREATER THAN 12
                OR DIA-SESSAO LESS THAN 1
                OR DIA-SESSAO GREATER THAN 31
                OR ANO-SESSAO LESS THAN 1900
                     GO TO CALCULA-DIA-SEMANA-EXIT.
              MOVE MES-SESSAO TO MES-CALC.
              MOVE ANO-SESSAO TO ANO-CALC.
              IF MES-CALC LESS THAN 3
                     ADD 12 TO MES-CALC
                     SUBTRACT 1 FROM ANO-CALC.
              DIVIDE ANO-CALC BY 100 GIVING SECULO-CALC
                     REMAINDER ANO-SECULO-CALC.
              COMPUTE PARCELA-MES = (13 * (MES-CALC + 1)) / 5.
              COMPUTE PARCELA-ANO = ANO-SECULO-CALC / 4.
              COMPUTE PARCELA-SECULO = SECULO-CALC / 4.
              COMPUTE SOMA-CALC = DIA-SESSAO + PARCELA-MES
                      + ANO-SECULO-CALC + PARCELA-ANO
                      + PARCELA-SECULO + (5 * SECULO-CALC).
              DIVIDE SOMA-CALC BY 7 GIVING QUOCIENTE-CALC
                     REMAINDER RESTO-CALC.
              IF RESTO-CALC EQUAL ZERO
                     MOVE 7 TO DIA-SEMANA-SESSAO
              ELSE
                     MOVE RESTO-CALC TO DIA-SEMANA-SESSAO.

       CALCULA-DIA-SEMANA-EXIT.
              EXIT.

      * A falta exige matricula ativa do aluno na disciplina e nao
      * pode ja estar lancada para a mesma sessao.
       LANCA-FALTA.
