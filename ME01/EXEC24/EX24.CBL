       IDENTIFICATION              DIVISION.
       PROGRAM-ID.          EX24.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      IMPRESSAO DA GRADE HORARIA (GRADE.DAT, MANTIDA
      *              PELO EX23) EM TRES VISOES NO RELATORIO RELHOR:
      *              POR TERMO (O QUADRO DOS ALUNOS), POR SALA (O
      *              QUADRO DA PORTA DA SALA, COM TIPO E CAPACIDADE
      *              DO SALA.DAT) E POR PROFESSOR. CADA VISAO E UM
      *              SORT DA GRADE (MESMO ESQUEMA DE INPUT/OUTPUT
      *              PROCEDURE DO EX17) PELA CHAVE DA VISAO + DIA DA
      *              SEMANA + HORA DE INICIO - UMA PAGINA POR VISAO,
      *              UM QUADRO POR CHAVE COM O TOTAL DE AULAS NA
      *              SEMANA.

      *==============================================================
       ENVIRONMENT                 DIVISION.

       CONFIGURATION               SECTION.
              SOURCE-COMPUTER.     IBM-PC.
              OBJECT-COMPUTER.     IBM-PC.
              SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
              SELECT  OPTIONAL  GRADE      ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  SALA       ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT        TRAB-GRADE    ASSIGN        TO DISK.

              SELECT        RELHOR        ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            RUNLOG-STATUS.

      *==============================================================
       DATA                        DIVISION.

       FILE                        SECTION.

       FD     GRADE
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "GRADE.DAT".
       COPY GRADE.

       FD     SALA
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "SALA.DAT".
       COPY SALA.

      * CHAVE-TG: a chave da visao (termo, sala ou professor) e o
      * dia/hora, para sair cada quadro na ordem da semana.
       SD     TRAB-GRADE.
       01     TRAB-GRADE-REG.
              02     CHAVE-TG.
                     03     QUEBRA-TG     PIC X(20).
                     03     DIA-TG        PIC 9(01).
                     03     HORA-INI-TG   PIC 9(02).
              02     QTD-AULAS-TG  PIC 9(01).
              02     DISCIPLINA-TG PIC X(08).
              02     TERMO-TG      PIC 9(02).
              02     SALA-TG       PIC X(06).
              02     PROFESSOR-TG  PIC X(20).

       FD     RELHOR
              LABEL         RECORD IS     OMITTED.
       01     REG-REL                     PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas que
      * gravam um cadastro ou relatorio de saida.
       FD     RUNLOG
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE             SECTION.
       77     FIM-ARQ       PIC X(03)     VALUE "NAO".
       77     FIM-SALA      PIC X(03)     VALUE "NAO".
       77     RUNLOG-STATUS PIC X(02)     VALUE "00".
       77     TOTAL-LIDOS   PIC 9(05)     VALUE ZEROS.
       77     TOTAL-IMPRESSAS PIC 9(05)   VALUE ZEROS.
       77     AULAS-QUADRO  PIC 9(03)     VALUE ZEROS.
       77     QUEBRA-ANTERIOR PIC X(20)   VALUE SPACES.
       77     PRIMEIRO-QUADRO PIC X(03)   VALUE "SIM".
      * VISAO: "T" por termo, "S" por sala, "P" por professor.
       77     VISAO         PIC X(01)     VALUE SPACE.
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

      * Salas para o cabecalho da visao por sala.
       77     TOTAL-SALAS   PIC 9(03)     VALUE ZEROS.
       77     IDX-SALA      PIC 9(03)     VALUE ZEROS.
       01     TABELA-SALAS.
              02     SALA-REG      OCCURS 200 TIMES.
                     03     CODIGO-SALA-TAB  PIC X(06).
                     03     DESCRICAO-SALA-TAB PIC X(20).
                     03     TIPO-SALA-TAB    PIC X(01).
                     03     CAPACIDADE-SALA-TAB PIC 9(03).

       01     CAB-HOR-01.
              02     FILLER        PIC X(20) VALUE SPACES.
              02     FILLER        PIC X(16) VALUE "GRADE HORARIA - ".
              02     VAR-VISAO     PIC X(20).
              02     FILLER        PIC X(24) VALUE SPACES.

       01     CAB-QUADRO.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-ROTULO    PIC X(11).
              02     VAR-QUEBRA    PIC X(20).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-COMPLEMENTO PIC X(46).

       01     COMPLEMENTO-SALA.
              02     VAR-DESCRICAO PIC X(20).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-TIPO-SALA PIC X(12).
              02     FILLER        PIC X(05) VALUE "CAP. ".
              02     VAR-CAPACIDADE PIC ZZ9.
              02     FILLER        PIC X(05) VALUE SPACES.

       01     CAB-COLUNAS.
              02     FILLER        PIC X(04) VALUE SPACES.
              02     FILLER        PIC X(05) VALUE "DIA".
              02     FILLER        PIC X(08) VALUE "HORARIO".
              02     FILLER        PIC X(11) VALUE "DISCIPLINA".
              02     FILLER        PIC X(07) VALUE "TERMO".
              02     FILLER        PIC X(08) VALUE "SALA".
              02     FILLER        PIC X(37) VALUE "PROFESSOR".

       01     DETALHE-HOR.
              02     FILLER        PIC X(04) VALUE SPACES.
              02     VAR-DIA       PIC X(03).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-HORA-INI  PIC 99.
              02     FILLER        PIC X(01) VALUE "-".
              02     VAR-HORA-FIM  PIC 99.
              02     FILLER        PIC X(03) VALUE SPACES.
              02     VAR-DISCIPLINA PIC X(08).
              02     FILLER        PIC X(04) VALUE SPACES.
              02     VAR-TERMO     PIC 99.
              02     FILLER        PIC X(04) VALUE SPACES.
              02     VAR-SALA      PIC X(06).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-PROFESSOR PIC X(20).
              02     FILLER        PIC X(17) VALUE SPACES.

       01     ROD-QUADRO.
              02     FILLER        PIC X(04) VALUE SPACES.
              02     FILLER        PIC X(20) VALUE "AULAS NA SEMANA:".
              02     VAR-AULAS     PIC ZZ9.
              02     FILLER        PIC X(53) VALUE SPACES.

       01     LINHA-SEM-GRADE.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     FILLER        PIC X(40)
                     VALUE "(GRADE.DAT SEM HORARIOS)".
              02     FILLER        PIC X(35) VALUE SPACES.

      *==============================================================
       PROCEDURE                   DIVISION.

       PGM-EX24.
              PERFORM CARREGA-SALAS.
              OPEN OUTPUT RELHOR.
              MOVE "T" TO VISAO.
              MOVE "POR TERMO" TO VAR-VISAO.
              PERFORM EMITE-VISAO.
              MOVE "S" TO VISAO.
              MOVE "POR SALA" TO VAR-VISAO.
              PERFORM EMITE-VISAO.
              MOVE "P" TO VISAO.
              MOVE "POR PROFESSOR" TO VAR-VISAO.
              PERFORM EMITE-VISAO.
              CLOSE RELHOR.
              PERFORM GRAVA-RUNLOG.
              STOP RUN.

       CARREGA-SALAS.
              OPEN INPUT SALA.
              PERFORM UNTIL FIM-SALA EQUAL "SIM"
                      READ SALA
                             AT END MOVE "SIM" TO FIM-SALA
                             NOT AT END
                                  IF TOTAL-SALAS LESS THAN 200
                                       ADD 1 TO TOTAL-SALAS
                                       MOVE CODIGO-SALA TO
                                          CODIGO-SALA-TAB(TOTAL-SALAS)
                                       MOVE DESCRICAO-SALA TO
                                          DESCRICAO-SALA-TAB
                                             (TOTAL-SALAS)
                                       MOVE TIPO-SALA TO
                                          TIPO-SALA-TAB(TOTAL-SALAS)
                                       MOVE CAPACIDADE-SALA TO
                                          CAPACIDADE-SALA-TAB
                                             (TOTAL-SALAS)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE SALA.

      * Uma visao: SORT da grade pela chave da visao e impressao
      * com quebra por chave.
       EMITE-VISAO.
              WRITE REG-REL FROM CAB-HOR-01 AFTER ADVANCING PAGE.
              MOVE "SIM" TO PRIMEIRO-QUADRO.
              MOVE SPACES TO QUEBRA-ANTERIOR.
              SORT   TRAB-GRADE
                     ASCENDING KEY CHAVE-TG
                     INPUT  PROCEDURE SELECIONA-GRADE
                     OUTPUT PROCEDURE IMPRIME-VISAO.

       SELECIONA-GRADE.
              OPEN INPUT GRADE.
              MOVE "NAO" TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ GRADE
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  PERFORM LIBERA-HORARIO
                      END-READ
              END-PERFORM.
              CLOSE GRADE.

       LIBERA-HORARIO.
              IF VISAO EQUAL "T"
                     ADD 1 TO TOTAL-LIDOS.
              MOVE SPACES TO QUEBRA-TG.
              EVALUATE VISAO
                     WHEN "T" MOVE TERMO-GRD     TO QUEBRA-TG
                     WHEN "S" MOVE SALA-GRD      TO QUEBRA-TG
                     WHEN "P" MOVE PROFESSOR-GRD TO QUEBRA-TG
              END-EVALUATE.
              MOVE DIA-SEMANA-GRD TO DIA-TG.
              MOVE HORA-INI-GRD   TO HORA-INI-TG.
              MOVE QTD-AULAS-GRD  TO QTD-AULAS-TG.
              MOVE DISCIPLINA-GRD TO DISCIPLINA-TG.
              MOVE TERMO-GRD      TO TERMO-TG.
              MOVE SALA-GRD       TO SALA-TG.
              MOVE PROFESSOR-GRD  TO PROFESSOR-TG.
              RELEASE TRAB-GRADE-REG.

       IMPRIME-VISAO.
              MOVE "NAO" TO FIM-ARQ.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      RETURN TRAB-GRADE
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  PERFORM IMPRIME-HORARIO
                      END-RETURN
              END-PERFORM.
              IF PRIMEIRO-QUADRO EQUAL "SIM"
                     WRITE REG-REL FROM LINHA-SEM-GRADE
                           AFTER ADVANCING 2 LINES
              ELSE
                     PERFORM FECHA-QUADRO
              END-IF.

       IMPRIME-HORARIO.
              IF PRIMEIRO-QUADRO EQUAL "SIM"
                OR QUEBRA-TG NOT EQUAL QUEBRA-ANTERIOR
                     IF PRIMEIRO-QUADRO EQUAL "NAO"
                            PERFORM FECHA-QUADRO
                     END-IF
                     PERFORM ABRE-QUADRO
              END-IF.
              MOVE NOME-DIA(DIA-TG) TO VAR-DIA.
              MOVE HORA-INI-TG      TO VAR-HORA-INI.
              COMPUTE VAR-HORA-FIM = HORA-INI-TG + QTD-AULAS-TG.
              MOVE DISCIPLINA-TG    TO VAR-DISCIPLINA.
              MOVE TERMO-TG         TO VAR-TERMO.
              MOVE SALA-TG          TO VAR-SALA.
              MOVE PROFESSOR-TG     TO VAR-PROFESSOR.
              WRITE REG-REL FROM DETALHE-HOR AFTER ADVANCING 1 LINE.
              ADD QTD-AULAS-TG TO AULAS-QUADRO.
              ADD 1 TO TOTAL-IMPRESSAS.

      * Cabecalho do quadro de uma chave; o da sala traz descricao,
      * tipo e capacidade do cadastro.
       ABRE-QUADRO.
              MOVE "NAO"     TO PRIMEIRO-QUADRO.
              MOVE QUEBRA-TG TO QUEBRA-ANTERIOR.
              MOVE ZEROS     TO AULAS-QUADRO.
              MOVE SPACES    TO VAR-COMPLEMENTO.
              MOVE QUEBRA-TG TO VAR-QUEBRA.
              EVALUATE VISAO
                     WHEN "T" MOVE "TERMO    : " TO VAR-ROTULO
                     WHEN "S" MOVE "SALA     : " TO VAR-ROTULO
                              PERFORM MONTA-COMPLEMENTO-SALA
                     WHEN "P" MOVE "PROFESSOR: " TO VAR-ROTULO
              END-EVALUATE.
              WRITE REG-REL FROM CAB-QUADRO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.

       MONTA-COMPLEMENTO-SALA.
              MOVE SPACES TO VAR-DESCRICAO VAR-TIPO-SALA.
              MOVE ZEROS  TO VAR-CAPACIDADE.
              PERFORM VARYING IDX-SALA FROM 1 BY 1
                      UNTIL IDX-SALA GREATER THAN TOTAL-SALAS
                      IF CODIGO-SALA-TAB(IDX-SALA) EQUAL SALA-TG
                             MOVE DESCRICAO-SALA-TAB(IDX-SALA)
                               TO VAR-DESCRICAO
                             MOVE CAPACIDADE-SALA-TAB(IDX-SALA)
                               TO VAR-CAPACIDADE
                             EVALUATE TIPO-SALA-TAB(IDX-SALA)
                                    WHEN "T" MOVE "TEORICA"
                                               TO VAR-TIPO-SALA
                                    WHEN "L" MOVE "LABORATORIO"
                                               TO VAR-TIPO-SALA
                                    WHEN "A" MOVE "AUDITORIO"
                                               TO VAR-TIPO-SALA
                             END-EVALUATE
                      END-IF
              END-PERFORM.
              MOVE COMPLEMENTO-SALA TO VAR-COMPLEMENTO.

       FECHA-QUADRO.
              MOVE AULAS-QUADRO TO VAR-AULAS.
              WRITE REG-REL FROM ROD-QUADRO AFTER ADVANCING 2 LINES.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" do EX18.
       GRAVA-RUNLOG.
              MOVE   "ME01EX24"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-IMPRESSAS  TO TOTAL-GRAVADOS-RUNLOG.
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
