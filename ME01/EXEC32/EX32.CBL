       IDENTIFICATION              DIVISION.
       PROGRAM-ID.          EX32.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      AUDITORIA CURRICULAR (DEGREE AUDIT): O EX06
      *              DECLARAVA CONCLUINTE SO POR TERMOS CURSADOS E GPA,
      *              SEM CONFERIR SE CADA DISCIPLINA OBRIGATORIA DO
      *              CURSO FOI DE FATO APROVADA. CONFRONTA AS
      *              DISCIPLINAS APROVADAS DE CADA ALUNO NO
      *              HISTGPAI.DAT (MEDIA NO MINIMO 6,00, OU REGISTRO DE
      *              APROVEITAMENTO DE TERMO 00 LANCADO PELO EX27) COM
      *              A MATRIZ CURRICULAR DO CURSO (MATRIZ.DAT, COPY
      *              MATRIZ): TODAS AS OBRIGATORIAS E O MINIMO DE HORAS
      *              EM ELETIVAS. O CURSO AUDITADO VEM DE PARMAUDT.DAT
      *              OU, SEM ELE, E O PRIMEIRO CURSO DA MATRIZ. IMPRIME
      *              EM RELAUDT A LISTA DE CONFERENCIA DE CADA ALUNO
      *              (CUMPRIDO/FALTA ITEM A ITEM) E GRAVA O RESULTADO EM
      *              AUDITGRD.DAT (RECRIADO A CADA EXECUCAO), QUE O EX06
      *              EXIGE LIMPO - RODAR ANTES DO EX06.

      *==============================================================
       ENVIRONMENT                 DIVISION.

       CONFIGURATION               SECTION.
              SOURCE-COMPUTER.     IBM-PC.
              OBJECT-COMPUTER.     IBM-PC.
              SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
              SELECT  OPTIONAL  PARMAUDT   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  MATRIZ     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADDISC    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADALU     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  HISTGPA    ASSIGN        TO DISK
              ORGANIZATION  IS  INDEXED
              ACCESS MODE   IS  SEQUENTIAL
              RECORD KEY    IS  CHAVE-HIST
              FILE STATUS   IS  HISTGPA-STATUS.

              SELECT        AUDITGRD      ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT        RELAUDT       ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            RUNLOG-STATUS.

      *==============================================================
       DATA                        DIVISION.

       FILE                        SECTION.

      * PARMAUDT: curso a auditar (zero = primeiro curso da matriz).
       FD     PARMAUDT
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "PARMAUDT.DAT".
       01     REG-PARMAUDT.
              02     CURSO-PRM     PIC 9(08).

      * MATRIZ: matriz curricular do curso.
       FD     MATRIZ
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "MATRIZ.DAT".
       COPY MATRIZ.

      * CADDISC: mestre de disciplinas (EX12) - nome e carga horaria.
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

      * CADALU: so para o nome do aluno na lista de conferencia.
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

      * HISTGPA: historico indexado (HISTGPAI.DAT), lido na ordem da
      * chave - os registros de cada aluno vem juntos.
       FD     HISTGPA
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "HISTGPAI.DAT".
       01     REG-HIST.
              02     CHAVE-HIST.
                     03 NUMERO-HIST   PIC 9(05).
                     03 TERMO-HIST    PIC 9(02).
                     03 DISCIPLINA-HIST PIC X(08).
              02     MEDIA-HIST    PIC 9(02)V99.

      * AUDITGRD: resultado por aluno, lido pelo EX06.
       FD     AUDITGRD
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "AUDITGRD.DAT".
       COPY AUDITGRD.

       FD     RELAUDT
              LABEL         RECORD IS     OMITTED.
       01     REG-REL                     PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas que
      * gravam um cadastro ou relatorio de saida.
       FD     RUNLOG
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE             SECTION.
       77     FIM-PARM      PIC X(03)     VALUE "NAO".
       77     FIM-MTZ       PIC X(03)     VALUE "NAO".
       77     FIM-DISC      PIC X(03)     VALUE "NAO".
       77     FIM-ALU       PIC X(03)     VALUE "NAO".
       77     FIM-HIST      PIC X(03)     VALUE "NAO".
       77     HISTGPA-STATUS PIC X(02)    VALUE "00".
       77     RUNLOG-STATUS PIC X(02)     VALUE "00".
       77     TOTAL-LIDOS   PIC 9(05)     VALUE ZEROS.
       77     TOTAL-GRAVADOS PIC 9(05)    VALUE ZEROS.
       77     DATA-AUDITORIA PIC 9(08)    VALUE ZEROS.
       77     MEDIA-APROVACAO PIC 9(01)V99 VALUE 6,00.
       01     HORA-ATUAL.
              02 HH-ATUAL   PIC 9(02).
              02 MM-ATUAL   PIC 9(02).
              02 SS-ATUAL   PIC 9(02).

      * Curso auditado e a sua linha "C" da matriz.
       77     CURSO-AUDITADO PIC 9(08)    VALUE ZEROS.
       77     NOME-CURSO    PIC X(30)     VALUE SPACES.
       77     MIN-ELETIVAS  PIC 9(04)     VALUE ZEROS.
       77     ACHOU-CURSO   PIC X(03)     VALUE "NAO".

      * Itens da matriz do curso, com nome e carga do mestre.
       77     TOTAL-MATRIZ  PIC 9(03)     VALUE ZEROS.
       77     IDX-MATRIZ    PIC 9(03)     VALUE ZEROS.
       01     TABELA-MATRIZ.
              02     MATRIZ-REG    OCCURS 200 TIMES.
                     03     DISCIPLINA-MTZ-TAB PIC X(08).
                     03     TIPO-MTZ-TAB      PIC X(01).
                     03     NOME-MTZ-TAB      PIC X(30).
                     03     HORAS-MTZ-TAB     PIC 9(02).
                     03     NO-MESTRE-TAB     PIC X(03).

      * Mestre de disciplinas em memoria.
       77     TOTAL-DISC    PIC 9(03)     VALUE ZEROS.
       77     IDX-DISC      PIC 9(03)     VALUE ZEROS.
       01     TABELA-DISC.
              02     DISC-REG      OCCURS 200 TIMES.
                     03     CODIGO-DISC-TAB   PIC X(08).
                     03     NOME-DISC-TAB     PIC X(30).
                     03     HORAS-DISC-TAB    PIC 9(02).

      * Nomes dos alunos (CADALU).
       77     ACHOU-NOME    PIC X(03)     VALUE "NAO".
       77     TOTAL-NOMES   PIC 9(04)     VALUE ZEROS.
       77     IDX-NOME      PIC 9(04)     VALUE ZEROS.
       01     TABELA-NOMES.
              02     NOME-REG      OCCURS 2000 TIMES.
                     03     NUMERO-NOME-TAB   PIC 9(05).
                     03     NOME-ALUNO-TAB    PIC X(20).

      * Disciplinas aprovadas do aluno da vez (quebra por aluno).
       77     ALUNO-ATUAL   PIC 9(05)     VALUE ZEROS.
       77     NOME-ATUAL    PIC X(20)     VALUE SPACES.
       77     TOTAL-APROV   PIC 9(03)     VALUE ZEROS.
       77     IDX-APROV     PIC 9(03)     VALUE ZEROS.
       77     IDX-APROV-ACHADO PIC 9(03)  VALUE ZEROS.
       01     TABELA-APROV.
              02     APROV-REG     OCCURS 150 TIMES.
                     03     CODIGO-APR-TAB    PIC X(08).
                     03     TERMO-APR-TAB     PIC 9(02).
                     03     MEDIA-APR-TAB     PIC 9(02)V99.

       77     OBRIG-FALTANTES PIC 9(03)   VALUE ZEROS.
       77     HORAS-ELETIVAS PIC 9(04)    VALUE ZEROS.
       77     TOTAL-AUDITADOS PIC 9(04)   VALUE ZEROS.
       77     TOTAL-LIMPOS  PIC 9(04)     VALUE ZEROS.
       77     TOTAL-PENDENTES PIC 9(04)   VALUE ZEROS.

       01     COMO-TERMO.
              02     FILLER        PIC X(06) VALUE "TERMO ".
              02     TERMO-COMO    PIC 9(02).
              02     FILLER        PIC X(02) VALUE SPACES.

       01     CAB-AUD-01.
              02     FILLER        PIC X(20) VALUE SPACES.
              02     FILLER        PIC X(40) VALUE
                     "AUDITORIA CURRICULAR PARA O DIPLOMA".
              02     FILLER        PIC X(20) VALUE SPACES.

       01     CAB-AUD-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     FILLER        PIC X(07) VALUE "CURSO: ".
              02     VAR-CURSO     PIC 9(08).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-NOME-CURSO PIC X(30).
              02     FILLER        PIC X(28) VALUE SPACES.

       01     CAB-AUD-03.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     FILLER        PIC X(26) VALUE
                     "MINIMO DE HORAS ELETIVAS: ".
              02     VAR-MIN-CAB   PIC ZZZ9.
              02     FILLER        PIC X(45) VALUE SPACES.

       01     LINHA-AVISO.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     VAR-AVISO     PIC X(60).
              02     FILLER        PIC X(15) VALUE SPACES.

       01     LINHA-ALUNO.
              02     FILLER        PIC X(01) VALUE SPACES.
              02     FILLER        PIC X(07) VALUE "ALUNO: ".
              02     VAR-NUMERO    PIC 9(05).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-NOME      PIC X(20).
              02     FILLER        PIC X(45) VALUE SPACES.

       01     LINHA-ITEM.
              02     FILLER        PIC X(03) VALUE SPACES.
              02     VAR-MARCA     PIC X(05).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-CODIGO    PIC X(08).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-NOME-DISC PIC X(30).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-TIPO      PIC X(08).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-COMO      PIC X(10).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-MEDIA     PIC Z9,99 BLANK WHEN ZERO.
              02     FILLER        PIC X(06) VALUE SPACES.

       01     LINHA-ELETIVAS.
              02     FILLER        PIC X(03) VALUE SPACES.
              02     VAR-MARCA-ELET PIC X(05).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     FILLER        PIC X(19) VALUE
                     "HORAS EM ELETIVAS: ".
              02     VAR-HORAS-ELET PIC ZZZ9.
              02     FILLER        PIC X(11) VALUE " DE MINIMO ".
              02     VAR-MIN-ELET  PIC ZZZ9.
              02     FILLER        PIC X(33) VALUE SPACES.

       01     LINHA-RESULTADO.
              02     FILLER        PIC X(03) VALUE SPACES.
              02     FILLER        PIC X(11) VALUE "RESULTADO: ".
              02     VAR-RESULTADO PIC X(40).
              02     FILLER        PIC X(26) VALUE SPACES.

       01     RESULTADO-PENDENTE.
              02     FILLER        PIC X(11) VALUE "PENDENTE - ".
              02     QTD-PENDENTE-RES PIC Z9.
              02     FILLER        PIC X(27) VALUE
                     " OBRIGATORIA(S) EM FALTA".

       01     ROD-AUD-01.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Alunos auditados         :".
              02     VAR-AUDITADOS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-AUD-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Auditoria limpa          :".
              02     VAR-LIMPOS    PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-AUD-03.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Com pendencia            :".
              02     VAR-PENDENTES PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE                   DIVISION.

       PGM-EX32.
              PERFORM INICIO.
              IF TOTAL-MATRIZ GREATER THAN ZEROS
                     OPEN INPUT HISTGPA
                     PERFORM LER-HISTORICO
                     PERFORM AUDITA-ALUNO
                             UNTIL FIM-HIST EQUAL "SIM"
                     CLOSE HISTGPA
              END-IF.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-AUDITORIA FROM DATE YYYYMMDD.
              PERFORM LER-PARAMETRO.
              PERFORM CARREGA-DISCIPLINAS.
              PERFORM CARREGA-MATRIZ.
              PERFORM CARREGA-NOMES.
              OPEN OUTPUT AUDITGRD
                   OUTPUT RELAUDT.
              MOVE CURSO-AUDITADO TO VAR-CURSO.
              MOVE NOME-CURSO     TO VAR-NOME-CURSO.
              MOVE MIN-ELETIVAS   TO VAR-MIN-CAB.
              WRITE REG-REL FROM CAB-AUD-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-AUD-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-AUD-03 AFTER ADVANCING 1 LINE.
              IF TOTAL-MATRIZ EQUAL ZEROS
                     MOVE "CURSO SEM MATRIZ CURRICULAR EM MATRIZ.DAT -"
                       TO VAR-AVISO
                     WRITE REG-REL FROM LINHA-AVISO
                           AFTER ADVANCING 2 LINES
                     MOVE "NENHUM ALUNO AUDITADO" TO VAR-AVISO
                     WRITE REG-REL FROM LINHA-AVISO
                           AFTER ADVANCING 1 LINE
              ELSE
                     IF ACHOU-CURSO EQUAL "NAO"
                            MOVE
                              "MATRIZ SEM LINHA DO CURSO - MINIMO ZERO"
                              TO VAR-AVISO
                            WRITE REG-REL FROM LINHA-AVISO
                                  AFTER ADVANCING 2 LINES
                     END-IF
                     PERFORM AVISA-FORA-DO-MESTRE
                             VARYING IDX-MATRIZ FROM 1 BY 1
                             UNTIL IDX-MATRIZ GREATER THAN TOTAL-MATRIZ
              END-IF.

       LER-PARAMETRO.
              OPEN INPUT PARMAUDT.
              READ PARMAUDT
                     AT END MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                AND CURSO-PRM NUMERIC
                     MOVE CURSO-PRM TO CURSO-AUDITADO.
              CLOSE PARMAUDT.

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
                                       MOVE NOME-DISC TO
                                          NOME-DISC-TAB(TOTAL-DISC)
                                       MOVE HORAS-DISC TO
                                          HORAS-DISC-TAB(TOTAL-DISC)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADDISC.

      * A matriz guarda so os codigos; nome e carga vem do mestre.
       CARREGA-MATRIZ.
              OPEN INPUT MATRIZ.
              PERFORM UNTIL FIM-MTZ EQUAL "SIM"
                      READ MATRIZ
                             AT END MOVE "SIM" TO FIM-MTZ
                             NOT AT END PERFORM GUARDA-ITEM-MATRIZ
                      END-READ
              END-PERFORM.
              CLOSE MATRIZ.
              PERFORM BUSCA-MESTRE
                      VARYING IDX-MATRIZ FROM 1 BY 1
                      UNTIL IDX-MATRIZ GREATER THAN TOTAL-MATRIZ.

       GUARDA-ITEM-MATRIZ.
              IF CURSO-AUDITADO EQUAL ZEROS
                     MOVE CURSO-MTZ TO CURSO-AUDITADO.
              IF CURSO-MTZ EQUAL CURSO-AUDITADO
                     IF TIPO-MTZ EQUAL "C"
                            MOVE "SIM"            TO ACHOU-CURSO
                            MOVE NOME-CURSO-MTZ   TO NOME-CURSO
                            IF MIN-ELETIVAS-MTZ NUMERIC
                                   MOVE MIN-ELETIVAS-MTZ
                                     TO MIN-ELETIVAS
                            END-IF
                     ELSE
                            IF TIPO-MTZ EQUAL "O" OR TIPO-MTZ EQUAL "E"
                                   PERFORM ACRESCENTA-ITEM
                            END-IF
                     END-IF
              END-IF.

       ACRESCENTA-ITEM.
              IF TOTAL-MATRIZ NOT LESS THAN 200
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-MATRIZ.
              MOVE DISCIPLINA-MTZ TO DISCIPLINA-MTZ-TAB(TOTAL-MATRIZ).
              MOVE TIPO-MTZ       TO TIPO-MTZ-TAB(TOTAL-MATRIZ).
              MOVE SPACES         TO NOME-MTZ-TAB(TOTAL-MATRIZ).
              MOVE ZEROS          TO HORAS-MTZ-TAB(TOTAL-MATRIZ).
              MOVE "NAO"          TO NO-MESTRE-TAB(TOTAL-MATRIZ).

       BUSCA-MESTRE.
              PERFORM VARYING IDX-DISC FROM 1 BY 1
                      UNTIL IDX-DISC GREATER THAN TOTAL-DISC
                      IF CODIGO-DISC-TAB(IDX-DISC) EQUAL
                            DISCIPLINA-MTZ-TAB(IDX-MATRIZ)
                             MOVE NOME-DISC-TAB(IDX-DISC)
                               TO NOME-MTZ-TAB(IDX-MATRIZ)
                             MOVE HORAS-DISC-TAB(IDX-DISC)
                               TO HORAS-MTZ-TAB(IDX-MATRIZ)
                             MOVE "SIM" TO NO-MESTRE-TAB(IDX-MATRIZ)
                      END-IF
              END-PERFORM.

      * Item da matriz fora do mestre: nao impede a auditoria (o
      * historico pode ter a disciplina), mas a coordenacao corrige.
       AVISA-FORA-DO-MESTRE.
              IF NO-MESTRE-TAB(IDX-MATRIZ) EQUAL "NAO"
                     MOVE SPACES TO VAR-AVISO
                     STRING "DISCIPLINA DA MATRIZ FORA DO CADDISC.DAT: "
                            DELIMITED BY SIZE
                            DISCIPLINA-MTZ-TAB(IDX-MATRIZ)
                            DELIMITED BY SIZE
                            INTO VAR-AVISO
                     WRITE REG-REL FROM LINHA-AVISO
                           AFTER ADVANCING 1 LINE.

       CARREGA-NOMES.
              OPEN INPUT CADALU.
              PERFORM UNTIL FIM-ALU EQUAL "SIM"
                      READ CADALU
                             AT END MOVE "SIM" TO FIM-ALU
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  PERFORM GUARDA-NOME
                      END-READ
              END-PERFORM.
              CLOSE CADALU.

       GUARDA-NOME.
              MOVE "NAO" TO ACHOU-NOME.
              PERFORM VARYING IDX-NOME FROM 1 BY 1
                      UNTIL IDX-NOME GREATER THAN TOTAL-NOMES
                         OR ACHOU-NOME EQUAL "SIM"
                      IF NUMERO-NOME-TAB(IDX-NOME) EQUAL NUMERO-ALU
                             MOVE "SIM" TO ACHOU-NOME
                      END-IF
              END-PERFORM.
              IF ACHOU-NOME EQUAL "NAO"
                     IF TOTAL-NOMES NOT LESS THAN 2000
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-NOMES
                     MOVE NUMERO-ALU TO NUMERO-NOME-TAB(TOTAL-NOMES)
                     MOVE NOME-ALU   TO NOME-ALUNO-TAB(TOTAL-NOMES).

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX32: TABELA DE POSICOES EXCEDIDA -"
                      " AUDITORIA CURRICULAR ABORTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       LER-HISTORICO.
              READ HISTGPA
                     AT END MOVE "SIM" TO FIM-HIST.

      * Quebra por aluno: junta as aprovadas do aluno da vez e so
      * entao confere a matriz item a item.
       AUDITA-ALUNO.
              MOVE NUMERO-HIST TO ALUNO-ATUAL.
              MOVE ZEROS TO TOTAL-APROV.
              PERFORM ACUMULA-APROVADA
                      UNTIL FIM-HIST EQUAL "SIM"
                         OR NUMERO-HIST NOT EQUAL ALUNO-ATUAL.
              PERFORM CONFERE-MATRIZ.

       ACUMULA-APROVADA.
              IF TERMO-HIST EQUAL ZEROS
                OR MEDIA-HIST NOT LESS THAN MEDIA-APROVACAO
                     MOVE DISCIPLINA-HIST TO VAR-CODIGO
                     PERFORM LOCALIZA-APROVADA
                     IF IDX-APROV-ACHADO EQUAL ZEROS
                            IF TOTAL-APROV NOT LESS THAN 150
                                   PERFORM ABORTA-TABELA-CHEIA
                            END-IF
                            ADD 1 TO TOTAL-APROV
                            MOVE DISCIPLINA-HIST
                              TO CODIGO-APR-TAB(TOTAL-APROV)
                            MOVE TERMO-HIST
                              TO TERMO-APR-TAB(TOTAL-APROV)
                            MOVE MEDIA-HIST
                              TO MEDIA-APR-TAB(TOTAL-APROV)
                     END-IF
              END-IF.
              PERFORM LER-HISTORICO.

       LOCALIZA-APROVADA.
              MOVE ZEROS TO IDX-APROV-ACHADO.
              PERFORM VARYING IDX-APROV FROM 1 BY 1
                      UNTIL IDX-APROV GREATER THAN TOTAL-APROV
                         OR IDX-APROV-ACHADO GREATER THAN ZEROS
                      IF CODIGO-APR-TAB(IDX-APROV) EQUAL VAR-CODIGO
                             MOVE IDX-APROV TO IDX-APROV-ACHADO
                      END-IF
              END-PERFORM.

       CONFERE-MATRIZ.
              ADD 1 TO TOTAL-AUDITADOS.
              MOVE ZEROS TO OBRIG-FALTANTES HORAS-ELETIVAS.
              MOVE SPACES TO NOME-ATUAL.
              PERFORM VARYING IDX-NOME FROM 1 BY 1
                      UNTIL IDX-NOME GREATER THAN TOTAL-NOMES
                      IF NUMERO-NOME-TAB(IDX-NOME) EQUAL ALUNO-ATUAL
                             MOVE NOME-ALUNO-TAB(IDX-NOME)
                               TO NOME-ATUAL
                      END-IF
              END-PERFORM.
              MOVE ALUNO-ATUAL TO VAR-NUMERO.
              MOVE NOME-ATUAL  TO VAR-NOME.
              WRITE REG-REL FROM LINHA-ALUNO AFTER ADVANCING 2 LINES.
              PERFORM CONFERE-ITEM
                      VARYING IDX-MATRIZ FROM 1 BY 1
                      UNTIL IDX-MATRIZ GREATER THAN TOTAL-MATRIZ.
              IF HORAS-ELETIVAS NOT LESS THAN MIN-ELETIVAS
                     MOVE "OK"    TO VAR-MARCA-ELET
              ELSE
                     MOVE "FALTA" TO VAR-MARCA-ELET.
              MOVE HORAS-ELETIVAS TO VAR-HORAS-ELET.
              MOVE MIN-ELETIVAS   TO VAR-MIN-ELET.
              WRITE REG-REL FROM LINHA-ELETIVAS AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RESULTADO.

      * Obrigatoria sai sempre (OK ou FALTA); eletiva so quando
      * aprovada - a falta de eletiva e medida pelas horas.
       CONFERE-ITEM.
              MOVE DISCIPLINA-MTZ-TAB(IDX-MATRIZ) TO VAR-CODIGO.
              PERFORM LOCALIZA-APROVADA.
              MOVE NOME-MTZ-TAB(IDX-MATRIZ) TO VAR-NOME-DISC.
              IF TIPO-MTZ-TAB(IDX-MATRIZ) EQUAL "O"
                     MOVE "OBRIGAT." TO VAR-TIPO
              ELSE
                     MOVE "ELETIVA"  TO VAR-TIPO.
              IF IDX-APROV-ACHADO GREATER THAN ZEROS
                     MOVE "OK" TO VAR-MARCA
                     IF TERMO-APR-TAB(IDX-APROV-ACHADO) EQUAL ZEROS
                            MOVE "APROVEIT." TO VAR-COMO
                     ELSE
                            MOVE TERMO-APR-TAB(IDX-APROV-ACHADO)
                              TO TERMO-COMO
                            MOVE COMO-TERMO TO VAR-COMO
                     END-IF
                     MOVE MEDIA-APR-TAB(IDX-APROV-ACHADO) TO VAR-MEDIA
                     IF TIPO-MTZ-TAB(IDX-MATRIZ) EQUAL "E"
                            ADD HORAS-MTZ-TAB(IDX-MATRIZ)
                             TO HORAS-ELETIVAS
                     END-IF
                     WRITE REG-REL FROM LINHA-ITEM
                           AFTER ADVANCING 1 LINE
              ELSE
                     IF TIPO-MTZ-TAB(IDX-MATRIZ) EQUAL "O"
                            ADD 1 TO OBRIG-FALTANTES
                            MOVE "FALTA" TO VAR-MARCA
                            MOVE SPACES  TO VAR-COMO
                            MOVE ZEROS   TO VAR-MEDIA
                            WRITE REG-REL FROM LINHA-ITEM
                                  AFTER ADVANCING 1 LINE
                     END-IF
              END-IF.

       GRAVA-RESULTADO.
              MOVE ALUNO-ATUAL    TO NUMERO-AUD.
              MOVE CURSO-AUDITADO TO CURSO-AUD.
              MOVE DATA-AUDITORIA TO DATA-AUD.
              MOVE OBRIG-FALTANTES TO OBRIG-FALTANTES-AUD.
              MOVE HORAS-ELETIVAS TO HORAS-ELETIVAS-AUD.
              MOVE MIN-ELETIVAS   TO MIN-ELETIVAS-AUD.
              IF OBRIG-FALTANTES EQUAL ZEROS
                AND HORAS-ELETIVAS NOT LESS THAN MIN-ELETIVAS
                     MOVE "L" TO RESULTADO-AUD
                     ADD 1 TO TOTAL-LIMPOS
                     MOVE "AUDITORIA LIMPA" TO VAR-RESULTADO
              ELSE
                     MOVE "P" TO RESULTADO-AUD
                     ADD 1 TO TOTAL-PENDENTES
                     IF OBRIG-FALTANTES GREATER THAN ZEROS
                            MOVE OBRIG-FALTANTES TO QTD-PENDENTE-RES
                            MOVE RESULTADO-PENDENTE TO VAR-RESULTADO
                     ELSE
                            MOVE "PENDENTE - HORAS ELETIVAS ABAIXO"
                              TO VAR-RESULTADO
                     END-IF
              END-IF.
              WRITE REG-AUDITGRD.
              ADD 1 TO TOTAL-GRAVADOS.
              WRITE REG-REL FROM LINHA-RESULTADO
                    AFTER ADVANCING 1 LINE.

       FIM.
              MOVE TOTAL-AUDITADOS TO VAR-AUDITADOS.
              WRITE REG-REL FROM ROD-AUD-01 AFTER ADVANCING 3 LINES.
              MOVE TOTAL-LIMPOS TO VAR-LIMPOS.
              WRITE REG-REL FROM ROD-AUD-02 AFTER ADVANCING 1 LINE.
              MOVE TOTAL-PENDENTES TO VAR-PENDENTES.
              WRITE REG-REL FROM ROD-AUD-03 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE AUDITGRD
                    RELAUDT.
              IF TOTAL-MATRIZ EQUAL ZEROS
                     MOVE 4 TO RETURN-CODE.

      * Acrescenta uma linha ao log de execucoes compartilhado (probe
      * por FILE STATUS "35", como nos demais programas do modulo).
       GRAVA-RUNLOG.
              MOVE   "ME01EX32"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-GRAVADOS   TO TOTAL-GRAVADOS-RUNLOG.
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
