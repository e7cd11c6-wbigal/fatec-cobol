       IDENTIFICATION              DIVISION.
       PROGRAM-ID.          EX23.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      MANUTENCAO DO CADASTRO DE SALAS (SALA.DAT) E DA
      *              GRADE HORARIA (GRADE.DAT), QUE ATE AQUI ERA UM
      *              QUADRO NA PAREDE E SO MOSTRAVA O CHOQUE QUANDO
      *              DOIS PROFESSORES ENTRAVAM NA MESMA SALA. APLICA
      *              AS TRANSACOES DE TRANGRD.DAT - "S" INCLUI OU
      *              ALTERA UMA SALA (DESCRICAO, TIPO, CAPACIDADE),
      *              "X" EXCLUI SALA SEM AULA NA GRADE, "I" INCLUI UM
      *              BLOCO DE AULAS DE UMA TURMA (DISCIPLINA + TERMO)
      *              NUM DIA/HORARIO, COM SALA E PROFESSOR, E "E"
      *              EXCLUI O BLOCO. O BLOCO E RECUSADO QUANDO A SALA,
      *              O PROFESSOR OU A PROPRIA TURMA JA TEM AULA EM
      *              HORARIO QUE SE SOBREPOE, QUANDO A CAPACIDADE DA
      *              SALA E MENOR QUE AS MATRICULAS ATIVAS DA TURMA
      *              NO CADALU.DAT, OU QUANDO A CARGA DA TURMA NA
      *              SEMANA PASSARIA DE HORAS-DISC (CADDISC.DAT).
      *              TURMA COM CARGA MENOR QUE HORAS-DISC SAI NO FIM
      *              DO RELATORIO RELGRD COMO GRADE INCOMPLETA (E
      *              RETURN-CODE 4) PARA A COORDENACAO COMPLETAR.

      *==============================================================
       ENVIRONMENT                 DIVISION.

       CONFIGURATION               SECTION.
              SOURCE-COMPUTER.     IBM-PC.
              OBJECT-COMPUTER.     IBM-PC.
              SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
              SELECT        TRANGRD       ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  SALA       ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  GRADE      ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADDISC    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADALU     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT        RELGRD        ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            RUNLOG-STATUS.

      *==============================================================
       DATA                        DIVISION.

       FILE                        SECTION.

      * TRANGRD: uma transacao por linha; "S" e "X" usam a visao de
      * sala, "I" e "E" a de horario ("E" so a chave turma + dia +
      * hora de inicio).
       FD     TRANGRD
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "TRANGRD.DAT".
       01     REG-TRANGRD.
              02     TIPO-TRG      PIC X(01).
              02     HORARIO-TRG.
                     03     DISCIPLINA-TRG PIC X(08).
                     03     TERMO-TRG      PIC 9(02).
                     03     DIA-SEMANA-TRG PIC 9(01).
                     03     HORA-INI-TRG   PIC 9(02).
                     03     QTD-AULAS-TRG  PIC 9(01).
                     03     SALA-TRG       PIC X(06).
                     03     PROFESSOR-TRG  PIC X(20).
              02     DADOS-SALA-TRG REDEFINES HORARIO-TRG.
                     03     CODIGO-SALA-TRG PIC X(06).
                     03     DESCRICAO-SALA-TRG PIC X(20).
                     03     TIPO-SALA-TRG  PIC X(01).
                     03     CAPACIDADE-SALA-TRG PIC 9(03).
                     03     FILLER         PIC X(10).

      * SALA: cadastro de salas, regravado por completo ao final.
       FD     SALA
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "SALA.DAT".
       COPY SALA.

      * GRADE: grade horaria, regravada por completo ao final.
       FD     GRADE
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "GRADE.DAT".
       COPY GRADE.

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

      * CADALU: matriculas (mesmo layout mantido pelo EX08) - so
      * conta as ativas de cada turma.
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

       FD     RELGRD
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
       77     FIM-SALA      PIC X(03)     VALUE "NAO".
       77     FIM-GRD       PIC X(03)     VALUE "NAO".
       77     FIM-DISC      PIC X(03)     VALUE "NAO".
       77     FIM-ALU       PIC X(03)     VALUE "NAO".
       77     RUNLOG-STATUS PIC X(02)     VALUE "00".
       77     TOTAL-LIDOS   PIC 9(05)     VALUE ZEROS.
       77     TOTAL-SALAS-GRAV PIC 9(04)  VALUE ZEROS.
       77     TOTAL-SALAS-EXCL PIC 9(04)  VALUE ZEROS.
       77     TOTAL-INCLUIDOS PIC 9(04)   VALUE ZEROS.
       77     TOTAL-EXCLUIDOS PIC 9(04)   VALUE ZEROS.
       77     TOTAL-REJEITADAS PIC 9(04)  VALUE ZEROS.
       77     TOTAL-INCOMPLETAS PIC 9(04) VALUE ZEROS.
       77     VAR-SITUACAO  PIC X(26)     VALUE SPACES.
       77     HORA-FIM-TRANS PIC 9(02)    VALUE ZEROS.
       77     HORA-FIM-TAB  PIC 9(02)     VALUE ZEROS.
       77     HORAS-PROGRAMADAS PIC 9(03) VALUE ZEROS.
       77     MATRICULADOS  PIC 9(04)     VALUE ZEROS.
       77     SALA-PROCURADA PIC X(06)    VALUE SPACES.
       01     HORA-ATUAL.
              02 HH-ATUAL   PIC 9(02).
              02 MM-ATUAL   PIC 9(02).
              02 SS-ATUAL   PIC 9(02).

      * Nomes dos dias da semana, na numeracao de DIA-SEMANA-GRD.
       01     NOMES-DIAS.
              02     FILLER        PIC X(21)
                     VALUE "DOMSEGTERQUAQUISEXSAB".
       01     TABELA-DIAS   REDEFINES NOMES-DIAS.
              02     NOME-DIA      PIC X(03) OCCURS 7 TIMES.

      * Salas em memoria; SITUACAO "A" ativa, "X" excluida (sai na
      * regravacao).
       77     TOTAL-SALAS   PIC 9(03)     VALUE ZEROS.
       77     IDX-SALA      PIC 9(03)     VALUE ZEROS.
       77     IDX-SALA-ACHADA PIC 9(03)   VALUE ZEROS.
       01     TABELA-SALAS.
              02     SALA-REG      OCCURS 200 TIMES.
                     03     CODIGO-SALA-TAB  PIC X(06).
                     03     DESCRICAO-SALA-TAB PIC X(20).
                     03     TIPO-SALA-TAB    PIC X(01).
                     03     CAPACIDADE-SALA-TAB PIC 9(03).
                     03     SITUACAO-SALA-TAB PIC X(01).

      * Grade em memoria; SITUACAO "A" ativo, "X" excluido.
       77     TOTAL-GRD     PIC 9(04)     VALUE ZEROS.
       77     IDX-GRD       PIC 9(04)     VALUE ZEROS.
       77     IDX-GRD-ACHADA PIC 9(04)    VALUE ZEROS.
       01     TABELA-GRADE.
              02     GRD-REG       OCCURS 1000 TIMES.
                     03     DISCIPLINA-GRD-TAB PIC X(08).
                     03     TERMO-GRD-TAB    PIC 9(02).
                     03     DIA-SEMANA-GRD-TAB PIC 9(01).
                     03     HORA-INI-GRD-TAB PIC 9(02).
                     03     QTD-AULAS-GRD-TAB PIC 9(01).
                     03     SALA-GRD-TAB     PIC X(06).
                     03     PROFESSOR-GRD-TAB PIC X(20).
                     03     SITUACAO-GRD-TAB PIC X(01).

      * Disciplinas (carga semanal e situacao).
       77     TOTAL-DISC    PIC 9(03)     VALUE ZEROS.
       77     IDX-DISC      PIC 9(03)     VALUE ZEROS.
       77     IDX-DISC-ACHADA PIC 9(03)   VALUE ZEROS.
       01     TABELA-DISC.
              02     DISC-REG      OCCURS 200 TIMES.
                     03     CODIGO-DISC-TAB  PIC X(08).
                     03     HORAS-DISC-TAB   PIC 9(02).
                     03     ATIVO-DISC-TAB   PIC X(01).

      * Matriculas ativas por turma (disciplina + termo).
       77     TOTAL-TURMAS  PIC 9(04)     VALUE ZEROS.
       77     IDX-TURMA     PIC 9(04)     VALUE ZEROS.
       77     IDX-TURMA-ACHADA PIC 9(04)  VALUE ZEROS.
       01     TABELA-TURMAS.
              02     TURMA-REG     OCCURS 1000 TIMES.
                     03     DISCIPLINA-TURMA-TAB PIC X(08).
                     03     TERMO-TURMA-TAB  PIC 9(02).
                     03     MATRICULADOS-TAB PIC 9(04).

       01     CAB-GRD-01.
              02     FILLER        PIC X(15) VALUE SPACES.
              02     FILLER        PIC X(50)
                     VALUE "MANUTENCAO DE SALAS E GRADE HORARIA".
              02     FILLER        PIC X(15) VALUE SPACES.

       01     DETALHE-GRD.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-TIPO      PIC X(10).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-CHAVE     PIC X(08).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-TERMO     PIC X(02).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-DIA       PIC X(03).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-HORARIO.
                     03     VAR-HORA-INI  PIC 99.
                     03     FILLER        PIC X(01) VALUE "-".
                     03     VAR-HORA-FIM  PIC 99.
              02     VAR-HORARIO-X REDEFINES VAR-HORARIO PIC X(05).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-SALA      PIC X(06).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-SITUACAO-DET PIC X(26).
              02     FILLER        PIC X(11) VALUE SPACES.

       01     CAB-INCOMPLETAS.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(50)
                     VALUE "TURMAS COM CARGA DIFERENTE DE HORAS-DISC".
              02     FILLER        PIC X(28) VALUE SPACES.

       01     DETALHE-INCOMPLETA.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     VAR-DISC-INC  PIC X(08).
              02     FILLER        PIC X(08) VALUE "  TERMO ".
              02     VAR-TERMO-INC PIC 99.
              02     FILLER        PIC X(14) VALUE "  PROGRAMADAS ".
              02     VAR-PROGRAMADAS PIC ZZ9.
              02     FILLER        PIC X(12) VALUE "  HORAS-DISC".
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-HORAS-DISC PIC Z9.
              02     FILLER        PIC X(25) VALUE SPACES.

       01     ROD-GRD-01.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Salas incluidas/alteradas:".
              02     VAR-SALAS-GRAV PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-GRD-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Horarios incluidos       :".
              02     VAR-INCLUIDOS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-GRD-03.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Horarios excluidos       :".
              02     VAR-EXCLUIDOS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-GRD-04.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Transacoes rejeitadas    :".
              02     VAR-REJEITADAS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-GRD-05.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Turmas com grade incompl.:".
              02     VAR-INCOMPLETAS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE                   DIVISION.

       PGM-EX23.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-TRANS EQUAL "SIM".
              PERFORM REGRAVA-SALAS.
              PERFORM REGRAVA-GRADE.
              PERFORM CONFERE-CARGAS.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              PERFORM CARREGA-SALAS.
              PERFORM CARREGA-GRADE.
              PERFORM CARREGA-DISCIPLINAS.
              PERFORM CARREGA-TURMAS.
              OPEN INPUT TRANGRD
                   OUTPUT RELGRD.
              WRITE REG-REL FROM CAB-GRD-01 AFTER ADVANCING 1 LINE.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.
              PERFORM LEITURA.

      * SALA.DAT ou GRADE.DAT cresceram alem da tabela: encerra sem
      * regravar nada (a regravacao parcial apagaria registros).
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX23: TABELA DE SALAS/GRADE EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-SALAS.
              OPEN INPUT SALA.
              PERFORM UNTIL FIM-SALA EQUAL "SIM"
                      READ SALA
                             AT END MOVE "SIM" TO FIM-SALA
                             NOT AT END
                                  IF TOTAL-SALAS NOT LESS THAN 200
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-SALAS
                                  MOVE CODIGO-SALA TO
                                     CODIGO-SALA-TAB(TOTAL-SALAS)
                                  MOVE DESCRICAO-SALA TO
                                     DESCRICAO-SALA-TAB(TOTAL-SALAS)
                                  MOVE TIPO-SALA TO
                                     TIPO-SALA-TAB(TOTAL-SALAS)
                                  MOVE CAPACIDADE-SALA TO
                                     CAPACIDADE-SALA-TAB(TOTAL-SALAS)
                                  MOVE "A" TO
                                     SITUACAO-SALA-TAB(TOTAL-SALAS)
                      END-READ
              END-PERFORM.
              CLOSE SALA.

       CARREGA-GRADE.
              OPEN INPUT GRADE.
              PERFORM UNTIL FIM-GRD EQUAL "SIM"
                      READ GRADE
                             AT END MOVE "SIM" TO FIM-GRD
                             NOT AT END
                                  IF TOTAL-GRD NOT LESS THAN 1000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-GRD
                                  MOVE DISCIPLINA-GRD TO
                                     DISCIPLINA-GRD-TAB(TOTAL-GRD)
                                  MOVE TERMO-GRD TO
                                     TERMO-GRD-TAB(TOTAL-GRD)
                                  MOVE DIA-SEMANA-GRD TO
                                     DIA-SEMANA-GRD-TAB(TOTAL-GRD)
                                  MOVE HORA-INI-GRD TO
                                     HORA-INI-GRD-TAB(TOTAL-GRD)
                                  MOVE QTD-AULAS-GRD TO
                                     QTD-AULAS-GRD-TAB(TOTAL-GRD)
                                  MOVE SALA-GRD TO
                                     SALA-GRD-TAB(TOTAL-GRD)
                                  MOVE PROFESSOR-GRD TO
                                     PROFESSOR-GRD-TAB(TOTAL-GRD)
                                  MOVE "A" TO
                                     SITUACAO-GRD-TAB(TOTAL-GRD)
                      END-READ
              END-PERFORM.
              CLOSE GRADE.

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
                                       MOVE HORAS-DISC TO
                                          HORAS-DISC-TAB(TOTAL-DISC)
                                       MOVE ATIVO-DISC TO
                                          ATIVO-DISC-TAB(TOTAL-DISC)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADDISC.

      * Conta as matriculas ativas (status "A" ou em branco, como no
      * EX14) de cada turma.
       CARREGA-TURMAS.
              OPEN INPUT CADALU.
              PERFORM UNTIL FIM-ALU EQUAL "SIM"
                      READ CADALU
                             AT END MOVE "SIM" TO FIM-ALU
                             NOT AT END
                                  IF STATUS-ALU EQUAL "A"
                                    OR STATUS-ALU EQUAL SPACE
                                       PERFORM CONTA-MATRICULA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADALU.

       CONTA-MATRICULA.
              MOVE ZEROS TO IDX-TURMA-ACHADA.
              PERFORM VARYING IDX-TURMA FROM 1 BY 1
                      UNTIL IDX-TURMA GREATER THAN TOTAL-TURMAS
                         OR IDX-TURMA-ACHADA GREATER THAN ZEROS
                      IF DISCIPLINA-TURMA-TAB(IDX-TURMA) EQUAL
                            DISCIPLINA-ALU
                        AND TERMO-TURMA-TAB(IDX-TURMA) EQUAL TERMO-ALU
                             MOVE IDX-TURMA TO IDX-TURMA-ACHADA
                      END-IF
              END-PERFORM.
              IF IDX-TURMA-ACHADA EQUAL ZEROS
                AND TOTAL-TURMAS LESS THAN 1000
                     ADD 1 TO TOTAL-TURMAS
                     MOVE TOTAL-TURMAS TO IDX-TURMA-ACHADA
                     MOVE DISCIPLINA-ALU
                       TO DISCIPLINA-TURMA-TAB(TOTAL-TURMAS)
                     MOVE TERMO-ALU TO TERMO-TURMA-TAB(TOTAL-TURMAS)
                     MOVE ZEROS TO MATRICULADOS-TAB(TOTAL-TURMAS).
              IF IDX-TURMA-ACHADA GREATER THAN ZEROS
                     ADD 1 TO MATRICULADOS-TAB(IDX-TURMA-ACHADA).

       LEITURA.
              READ TRANGRD
                     AT END MOVE "SIM" TO FIM-TRANS
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              EVALUATE TIPO-TRG
                     WHEN "S" PERFORM GRAVA-SALA
                                      THRU GRAVA-SALA-EXIT
                     WHEN "X" PERFORM EXCLUI-SALA
                                      THRU EXCLUI-SALA-EXIT
                     WHEN "I" PERFORM INCLUI-HORARIO
                                      THRU INCLUI-HORARIO-EXIT
                     WHEN "E" PERFORM EXCLUI-HORARIO
                     WHEN OTHER
                            MOVE "TIPO-TRG INVALIDO" TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
              END-EVALUATE.
              PERFORM IMPRIME-TRANSACAO.
              PERFORM LEITURA.

      * A visao de sala da transacao redefine a de horario: a sala
      * procurada vem sempre por SALA-PROCURADA.
       LOCALIZA-SALA.
              MOVE ZEROS TO IDX-SALA-ACHADA.
              PERFORM VARYING IDX-SALA FROM 1 BY 1
                      UNTIL IDX-SALA GREATER THAN TOTAL-SALAS
                      IF CODIGO-SALA-TAB(IDX-SALA) EQUAL SALA-PROCURADA
                        AND SITUACAO-SALA-TAB(IDX-SALA) EQUAL "A"
                             MOVE IDX-SALA TO IDX-SALA-ACHADA
                      END-IF
              END-PERFORM.

      * Inclusao ou alteracao de sala; reduzir a capacidade abaixo
      * das matriculas de uma turma ja alocada nela e recusado.
       GRAVA-SALA.
              IF CODIGO-SALA-TRG EQUAL SPACES
                     MOVE "SALA SEM CODIGO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO GRAVA-SALA-EXIT.
              IF TIPO-SALA-TRG NOT EQUAL "T"
                AND TIPO-SALA-TRG NOT EQUAL "L"
                AND TIPO-SALA-TRG NOT EQUAL "A"
                     MOVE "TIPO DE SALA INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO GRAVA-SALA-EXIT.
              IF CAPACIDADE-SALA-TRG NOT NUMERIC
                OR CAPACIDADE-SALA-TRG EQUAL ZEROS
                     MOVE "CAPACIDADE INVALIDA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO GRAVA-SALA-EXIT.
              MOVE CODIGO-SALA-TRG TO SALA-PROCURADA.
              PERFORM LOCALIZA-SALA.
              IF IDX-SALA-ACHADA GREATER THAN ZEROS
                     MOVE ZEROS TO MATRICULADOS
                     PERFORM VARYING IDX-GRD FROM 1 BY 1
                             UNTIL IDX-GRD GREATER THAN TOTAL-GRD
                             IF SITUACAO-GRD-TAB(IDX-GRD) EQUAL "A"
                               AND SALA-GRD-TAB(IDX-GRD) EQUAL
                                   CODIGO-SALA-TRG
                                    PERFORM CONTA-TURMA-GRADE
                             END-IF
                     END-PERFORM
                     IF MATRICULADOS GREATER THAN CAPACIDADE-SALA-TRG
                            MOVE "CAPACIDADE < MATRICULADOS"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                            GO TO GRAVA-SALA-EXIT
                     END-IF
                     MOVE "SALA ALTERADA" TO VAR-SITUACAO
              ELSE
                     IF TOTAL-SALAS NOT LESS THAN 200
                            MOVE "CADASTRO DE SALAS LOTADO"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                            GO TO GRAVA-SALA-EXIT
                     END-IF
                     ADD 1 TO TOTAL-SALAS
                     MOVE TOTAL-SALAS TO IDX-SALA-ACHADA
                     MOVE "A" TO SITUACAO-SALA-TAB(IDX-SALA-ACHADA)
                     MOVE "SALA INCLUIDA" TO VAR-SITUACAO.
              MOVE CODIGO-SALA-TRG TO CODIGO-SALA-TAB(IDX-SALA-ACHADA).
              MOVE DESCRICAO-SALA-TRG
                TO DESCRICAO-SALA-TAB(IDX-SALA-ACHADA).
              MOVE TIPO-SALA-TRG   TO TIPO-SALA-TAB(IDX-SALA-ACHADA).
              MOVE CAPACIDADE-SALA-TRG
                TO CAPACIDADE-SALA-TAB(IDX-SALA-ACHADA).
              ADD 1 TO TOTAL-SALAS-GRAV.

       GRAVA-SALA-EXIT.
              EXIT.

      * Maior numero de matriculados entre as turmas do bloco da
      * grade em IDX-GRD (acumula o maximo em MATRICULADOS).
       CONTA-TURMA-GRADE.
              PERFORM VARYING IDX-TURMA FROM 1 BY 1
                      UNTIL IDX-TURMA GREATER THAN TOTAL-TURMAS
                      IF DISCIPLINA-TURMA-TAB(IDX-TURMA) EQUAL
                            DISCIPLINA-GRD-TAB(IDX-GRD)
                        AND TERMO-TURMA-TAB(IDX-TURMA) EQUAL
                            TERMO-GRD-TAB(IDX-GRD)
                        AND MATRICULADOS-TAB(IDX-TURMA) GREATER THAN
                            MATRICULADOS
                             MOVE MATRICULADOS-TAB(IDX-TURMA)
                               TO MATRICULADOS
                      END-IF
              END-PERFORM.

       EXCLUI-SALA.
              MOVE CODIGO-SALA-TRG TO SALA-PROCURADA.
              PERFORM LOCALIZA-SALA.
              IF IDX-SALA-ACHADA EQUAL ZEROS
                     MOVE "SALA NAO CADASTRADA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO EXCLUI-SALA-EXIT.
              MOVE ZEROS TO IDX-GRD-ACHADA.
              PERFORM VARYING IDX-GRD FROM 1 BY 1
                      UNTIL IDX-GRD GREATER THAN TOTAL-GRD
                      IF SITUACAO-GRD-TAB(IDX-GRD) EQUAL "A"
                        AND SALA-GRD-TAB(IDX-GRD) EQUAL
                            CODIGO-SALA-TRG
                             MOVE IDX-GRD TO IDX-GRD-ACHADA
                      END-IF
              END-PERFORM.
              IF IDX-GRD-ACHADA GREATER THAN ZEROS
                     MOVE "SALA EM USO NA GRADE" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO EXCLUI-SALA-EXIT.
              MOVE "X" TO SITUACAO-SALA-TAB(IDX-SALA-ACHADA).
              MOVE "SALA EXCLUIDA" TO VAR-SITUACAO.
              ADD 1 TO TOTAL-SALAS-EXCL.

       EXCLUI-SALA-EXIT.
              EXIT.

      * Inclusao de um bloco de aulas: campos validos, disciplina
      * ativa, sala cadastrada com capacidade para a turma, sem
      * choque de sala, professor ou turma, e sem passar da carga.
       INCLUI-HORARIO.
              IF DIA-SEMANA-TRG NOT NUMERIC
                OR DIA-SEMANA-TRG LESS THAN 2
                OR DIA-SEMANA-TRG GREATER THAN 7
                     MOVE "DIA DA SEMANA INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO INCLUI-HORARIO-EXIT.
              IF HORA-INI-TRG NOT NUMERIC
                OR QTD-AULAS-TRG NOT NUMERIC
                OR HORA-INI-TRG LESS THAN 07
                OR QTD-AULAS-TRG EQUAL ZEROS
                     MOVE "HORARIO INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO INCLUI-HORARIO-EXIT.
              COMPUTE HORA-FIM-TRANS = HORA-INI-TRG + QTD-AULAS-TRG.
              IF HORA-FIM-TRANS GREATER THAN 23
                     MOVE "HORARIO INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO INCLUI-HORARIO-EXIT.
              IF PROFESSOR-TRG EQUAL SPACES
                     MOVE "PROFESSOR NAO INFORMADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO INCLUI-HORARIO-EXIT.
              MOVE ZEROS TO IDX-DISC-ACHADA.
              PERFORM VARYING IDX-DISC FROM 1 BY 1
                      UNTIL IDX-DISC GREATER THAN TOTAL-DISC
                      IF CODIGO-DISC-TAB(IDX-DISC) EQUAL
                            DISCIPLINA-TRG
                        AND ATIVO-DISC-TAB(IDX-DISC) EQUAL "S"
                             MOVE IDX-DISC TO IDX-DISC-ACHADA
                      END-IF
              END-PERFORM.
              IF IDX-DISC-ACHADA EQUAL ZEROS
                     MOVE "DISCIPLINA INEXIST/INATIVA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO INCLUI-HORARIO-EXIT.
              MOVE SALA-TRG TO SALA-PROCURADA.
              PERFORM LOCALIZA-SALA.
              IF IDX-SALA-ACHADA EQUAL ZEROS
                     MOVE "SALA NAO CADASTRADA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO INCLUI-HORARIO-EXIT.
              PERFORM LOCALIZA-TURMA.
              IF MATRICULADOS GREATER THAN
                    CAPACIDADE-SALA-TAB(IDX-SALA-ACHADA)
                     MOVE "CAPACIDADE < MATRICULADOS" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO INCLUI-HORARIO-EXIT.
              PERFORM VERIFICA-CHOQUES.
              IF VAR-SITUACAO NOT EQUAL SPACES
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO INCLUI-HORARIO-EXIT.
              PERFORM SOMA-CARGA-TURMA.
              IF HORAS-PROGRAMADAS + QTD-AULAS-TRG GREATER THAN
                    HORAS-DISC-TAB(IDX-DISC-ACHADA)
                     MOVE "EXCEDE HORAS-DISC" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO INCLUI-HORARIO-EXIT.
              IF TOTAL-GRD NOT LESS THAN 1000
                     MOVE "GRADE LOTADA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
                     GO TO INCLUI-HORARIO-EXIT.
              ADD 1 TO TOTAL-GRD.
              MOVE DISCIPLINA-TRG TO DISCIPLINA-GRD-TAB(TOTAL-GRD).
              MOVE TERMO-TRG      TO TERMO-GRD-TAB(TOTAL-GRD).
              MOVE DIA-SEMANA-TRG TO DIA-SEMANA-GRD-TAB(TOTAL-GRD).
              MOVE HORA-INI-TRG   TO HORA-INI-GRD-TAB(TOTAL-GRD).
              MOVE QTD-AULAS-TRG  TO QTD-AULAS-GRD-TAB(TOTAL-GRD).
              MOVE SALA-TRG       TO SALA-GRD-TAB(TOTAL-GRD).
              MOVE PROFESSOR-TRG  TO PROFESSOR-GRD-TAB(TOTAL-GRD).
              MOVE "A"            TO SITUACAO-GRD-TAB(TOTAL-GRD).
              MOVE "HORARIO INCLUIDO" TO VAR-SITUACAO.
              ADD 1 TO TOTAL-INCLUIDOS.

       INCLUI-HORARIO-EXIT.
              EXIT.

       LOCALIZA-TURMA.
              MOVE ZEROS TO MATRICULADOS.
              PERFORM VARYING IDX-TURMA FROM 1 BY 1
                      UNTIL IDX-TURMA GREATER THAN TOTAL-TURMAS
                      IF DISCIPLINA-TURMA-TAB(IDX-TURMA) EQUAL
                            DISCIPLINA-TRG
                        AND TERMO-TURMA-TAB(IDX-TURMA) EQUAL TERMO-TRG
                             MOVE MATRICULADOS-TAB(IDX-TURMA)
                               TO MATRICULADOS
                      END-IF
              END-PERFORM.

      * Dois blocos no mesmo dia se sobrepoem quando cada um comeca
      * antes do outro terminar.
       VERIFICA-CHOQUES.
              MOVE SPACES TO VAR-SITUACAO.
              PERFORM VARYING IDX-GRD FROM 1 BY 1
                      UNTIL IDX-GRD GREATER THAN TOTAL-GRD
                         OR VAR-SITUACAO NOT EQUAL SPACES
                      COMPUTE HORA-FIM-TAB = HORA-INI-GRD-TAB(IDX-GRD)
                              + QTD-AULAS-GRD-TAB(IDX-GRD)
                      IF SITUACAO-GRD-TAB(IDX-GRD) EQUAL "A"
                        AND DIA-SEMANA-GRD-TAB(IDX-GRD) EQUAL
                            DIA-SEMANA-TRG
                        AND HORA-INI-GRD-TAB(IDX-GRD) LESS THAN
                            HORA-FIM-TRANS
                        AND HORA-INI-TRG LESS THAN HORA-FIM-TAB
                             IF SALA-GRD-TAB(IDX-GRD) EQUAL SALA-TRG
                                    MOVE "SALA OCUPADA NO HORARIO"
                                      TO VAR-SITUACAO
                             ELSE IF PROFESSOR-GRD-TAB(IDX-GRD) EQUAL
                                   PROFESSOR-TRG
                                    MOVE "PROFESSOR OCUPADO"
                                      TO VAR-SITUACAO
                             ELSE IF DISCIPLINA-GRD-TAB(IDX-GRD)
                                   EQUAL DISCIPLINA-TRG
                               AND TERMO-GRD-TAB(IDX-GRD) EQUAL
                                   TERMO-TRG
                                    MOVE "TURMA JA TEM AULA NA HORA"
                                      TO VAR-SITUACAO
                             END-IF
                             END-IF
                             END-IF
                      END-IF
              END-PERFORM.

       SOMA-CARGA-TURMA.
              MOVE ZEROS TO HORAS-PROGRAMADAS.
              PERFORM VARYING IDX-GRD FROM 1 BY 1
                      UNTIL IDX-GRD GREATER THAN TOTAL-GRD
                      IF SITUACAO-GRD-TAB(IDX-GRD) EQUAL "A"
                        AND DISCIPLINA-GRD-TAB(IDX-GRD) EQUAL
                            DISCIPLINA-TRG
                        AND TERMO-GRD-TAB(IDX-GRD) EQUAL TERMO-TRG
                             ADD QTD-AULAS-GRD-TAB(IDX-GRD)
                               TO HORAS-PROGRAMADAS
                      END-IF
              END-PERFORM.

       EXCLUI-HORARIO.
              MOVE ZEROS TO IDX-GRD-ACHADA.
              PERFORM VARYING IDX-GRD FROM 1 BY 1
                      UNTIL IDX-GRD GREATER THAN TOTAL-GRD
                         OR IDX-GRD-ACHADA GREATER THAN ZEROS
                      IF SITUACAO-GRD-TAB(IDX-GRD) EQUAL "A"
                        AND DISCIPLINA-GRD-TAB(IDX-GRD) EQUAL
                            DISCIPLINA-TRG
                        AND TERMO-GRD-TAB(IDX-GRD) EQUAL TERMO-TRG
                        AND DIA-SEMANA-GRD-TAB(IDX-GRD) EQUAL
                            DIA-SEMANA-TRG
                        AND HORA-INI-GRD-TAB(IDX-GRD) EQUAL
                            HORA-INI-TRG
                             MOVE IDX-GRD TO IDX-GRD-ACHADA
                      END-IF
              END-PERFORM.
              IF IDX-GRD-ACHADA EQUAL ZEROS
                     MOVE "HORARIO NAO ENCONTRADO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     MOVE "X" TO SITUACAO-GRD-TAB(IDX-GRD-ACHADA)
                     MOVE SALA-GRD-TAB(IDX-GRD-ACHADA) TO SALA-TRG
                     MOVE QTD-AULAS-GRD-TAB(IDX-GRD-ACHADA)
                       TO QTD-AULAS-TRG
                     MOVE "HORARIO EXCLUIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-EXCLUIDOS.

       IMPRIME-TRANSACAO.
              MOVE SPACES TO VAR-TERMO VAR-DIA VAR-HORARIO-X VAR-SALA.
              EVALUATE TIPO-TRG
                     WHEN "S" MOVE "SALA"      TO VAR-TIPO
                     WHEN "X" MOVE "EXCL.SALA" TO VAR-TIPO
                     WHEN "I" MOVE "INCLUSAO"  TO VAR-TIPO
                     WHEN "E" MOVE "EXCLUSAO"  TO VAR-TIPO
                     WHEN OTHER MOVE TIPO-TRG  TO VAR-TIPO
              END-EVALUATE.
              IF TIPO-TRG EQUAL "S" OR TIPO-TRG EQUAL "X"
                     MOVE CODIGO-SALA-TRG TO VAR-CHAVE
              ELSE
                     MOVE DISCIPLINA-TRG  TO VAR-CHAVE
                     MOVE TERMO-TRG       TO VAR-TERMO
                     IF DIA-SEMANA-TRG NUMERIC
                       AND DIA-SEMANA-TRG GREATER THAN ZERO
                            MOVE NOME-DIA(DIA-SEMANA-TRG) TO VAR-DIA
                     END-IF
                     IF HORA-INI-TRG NUMERIC
                       AND QTD-AULAS-TRG NUMERIC
                            MOVE HORA-INI-TRG TO VAR-HORA-INI
                            COMPUTE VAR-HORA-FIM =
                                    HORA-INI-TRG + QTD-AULAS-TRG
                     END-IF
                     MOVE SALA-TRG        TO VAR-SALA
              END-IF.
              MOVE VAR-SITUACAO TO VAR-SITUACAO-DET.
              WRITE REG-REL FROM DETALHE-GRD
                    AFTER ADVANCING 1 LINE.

       REGRAVA-SALAS.
              OPEN OUTPUT SALA.
              PERFORM VARYING IDX-SALA FROM 1 BY 1
                      UNTIL IDX-SALA GREATER THAN TOTAL-SALAS
                      IF SITUACAO-SALA-TAB(IDX-SALA) EQUAL "A"
                             MOVE CODIGO-SALA-TAB(IDX-SALA)
                               TO CODIGO-SALA
                             MOVE DESCRICAO-SALA-TAB(IDX-SALA)
                               TO DESCRICAO-SALA
                             MOVE TIPO-SALA-TAB(IDX-SALA) TO TIPO-SALA
                             MOVE CAPACIDADE-SALA-TAB(IDX-SALA)
                               TO CAPACIDADE-SALA
                             WRITE REG-SALA
                      END-IF
              END-PERFORM.
              CLOSE SALA.

       REGRAVA-GRADE.
              OPEN OUTPUT GRADE.
              PERFORM VARYING IDX-GRD FROM 1 BY 1
                      UNTIL IDX-GRD GREATER THAN TOTAL-GRD
                      IF SITUACAO-GRD-TAB(IDX-GRD) EQUAL "A"
                             MOVE DISCIPLINA-GRD-TAB(IDX-GRD)
                               TO DISCIPLINA-GRD
                             MOVE TERMO-GRD-TAB(IDX-GRD) TO TERMO-GRD
                             MOVE DIA-SEMANA-GRD-TAB(IDX-GRD)
                               TO DIA-SEMANA-GRD
                             MOVE HORA-INI-GRD-TAB(IDX-GRD)
                               TO HORA-INI-GRD
                             MOVE QTD-AULAS-GRD-TAB(IDX-GRD)
                               TO QTD-AULAS-GRD
                             MOVE SALA-GRD-TAB(IDX-GRD) TO SALA-GRD
                             MOVE PROFESSOR-GRD-TAB(IDX-GRD)
                               TO PROFESSOR-GRD
                             WRITE REG-GRADE
                      END-IF
              END-PERFORM.
              CLOSE GRADE.

      * Cada turma da grade tem de fechar exatamente HORAS-DISC na
      * semana; a que ficou abaixo (a inclusao ja barra o excesso)
      * e listada. Turma ja listada nao e repetida: so o primeiro
      * bloco de cada turma dispara a conferencia.
       CONFERE-CARGAS.
              WRITE REG-REL FROM CAB-INCOMPLETAS
                    AFTER ADVANCING 3 LINES.
              PERFORM CONFERE-TURMA
                      THRU CONFERE-TURMA-EXIT
                      VARYING IDX-GRD-ACHADA FROM 1 BY 1
                      UNTIL IDX-GRD-ACHADA GREATER THAN TOTAL-GRD.
              IF TOTAL-INCOMPLETAS GREATER THAN ZEROS
                     MOVE 4 TO RETURN-CODE.

       CONFERE-TURMA.
              IF SITUACAO-GRD-TAB(IDX-GRD-ACHADA) NOT EQUAL "A"
                     GO TO CONFERE-TURMA-EXIT.
              MOVE DISCIPLINA-GRD-TAB(IDX-GRD-ACHADA) TO DISCIPLINA-TRG.
              MOVE TERMO-GRD-TAB(IDX-GRD-ACHADA)      TO TERMO-TRG.
              MOVE ZEROS TO IDX-TURMA.
              PERFORM VARYING IDX-GRD FROM 1 BY 1
                      UNTIL IDX-GRD NOT LESS THAN IDX-GRD-ACHADA
                      IF SITUACAO-GRD-TAB(IDX-GRD) EQUAL "A"
                        AND DISCIPLINA-GRD-TAB(IDX-GRD) EQUAL
                            DISCIPLINA-TRG
                        AND TERMO-GRD-TAB(IDX-GRD) EQUAL TERMO-TRG
                             MOVE 1 TO IDX-TURMA
                      END-IF
              END-PERFORM.
              IF IDX-TURMA GREATER THAN ZEROS
                     GO TO CONFERE-TURMA-EXIT.
              PERFORM SOMA-CARGA-TURMA.
              MOVE ZEROS TO VAR-HORAS-DISC.
              MOVE ZEROS TO IDX-DISC-ACHADA.
              PERFORM VARYING IDX-DISC FROM 1 BY 1
                      UNTIL IDX-DISC GREATER THAN TOTAL-DISC
                      IF CODIGO-DISC-TAB(IDX-DISC) EQUAL
                            DISCIPLINA-TRG
                             MOVE IDX-DISC TO IDX-DISC-ACHADA
                      END-IF
              END-PERFORM.
              IF IDX-DISC-ACHADA GREATER THAN ZEROS
                AND HORAS-PROGRAMADAS EQUAL
                    HORAS-DISC-TAB(IDX-DISC-ACHADA)
                     GO TO CONFERE-TURMA-EXIT.
              IF IDX-DISC-ACHADA GREATER THAN ZEROS
                     MOVE HORAS-DISC-TAB(IDX-DISC-ACHADA)
                       TO VAR-HORAS-DISC.
              MOVE DISCIPLINA-TRG    TO VAR-DISC-INC.
              MOVE TERMO-TRG         TO VAR-TERMO-INC.
              MOVE HORAS-PROGRAMADAS TO VAR-PROGRAMADAS.
              WRITE REG-REL FROM DETALHE-INCOMPLETA
                    AFTER ADVANCING 1 LINE.
              ADD 1 TO TOTAL-INCOMPLETAS.

       CONFERE-TURMA-EXIT.
              EXIT.

       FIM.
              MOVE TOTAL-SALAS-GRAV  TO VAR-SALAS-GRAV.
              MOVE TOTAL-INCLUIDOS   TO VAR-INCLUIDOS.
              MOVE TOTAL-EXCLUIDOS   TO VAR-EXCLUIDOS.
              MOVE TOTAL-REJEITADAS  TO VAR-REJEITADAS.
              MOVE TOTAL-INCOMPLETAS TO VAR-INCOMPLETAS.
              WRITE REG-REL FROM ROD-GRD-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-GRD-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-GRD-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-GRD-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-GRD-05 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE TRANGRD
                    RELGRD.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" do EX18.
       GRAVA-RUNLOG.
              MOVE   "ME01EX23"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              COMPUTE TOTAL-GRAVADOS-RUNLOG =
                     TOTAL-SALAS-GRAV + TOTAL-SALAS-EXCL
                     + TOTAL-INCLUIDOS + TOTAL-EXCLUIDOS.
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
