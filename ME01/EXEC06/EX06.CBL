      *              TERMO A TERMO QUE DISPARARAM O ALERTA PARA O
      *              COORDENADOR. OS TRES CORTES VEM DO ARQUIVO DE
      *              PARAMETROS PARMGRAD.DAT.
      *              O APROVEITAMENTO DE ESTUDOS APROVADO PELO EX27
      *              (REGISTRO DE TERMO 00) CONTA PARA A FORMATURA: A
      *              MATERIA APROVEITADA MARCA COMO CURSADO O TERMO DA
      *              GRADE EM QUE ELA FICA NO MESTRE CADDISC.DAT, MAS
      *              A NOTA EXTERNA NAO ENTRA NO GPA NEM NA MEDIA DE
      *              TERMO DA LISTA DE OBSERVACAO.
      *              SO VAI PARA CONCLUI.DAT QUEM TEM AUDITORIA
      *              CURRICULAR LIMPA NO AUDITGRD.DAT (EX32, RODADO
      *              ANTES): TODAS AS OBRIGATORIAS DA MATRIZ APROVADAS E
      *              O MINIMO DE ELETIVAS. QUEM ATINGE TERMOS E GPA MAS
      *              TEM AUDITORIA PENDENTE, OU NAO FOI AUDITADO, SAI NO
      *              RELATORIO COMO BLOQUEADO, COM O MOTIVO.

      *==============================================================
       ENVIRONMENT                 DIVISION.
              RECORD KEY    IS  CHAVE-HIST
              FILE STATUS   IS  HISTGPA-STATUS.

              SELECT  OPTIONAL  CADDISC    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  PARM-GRAD  ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  AUDITGRD   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT        CONCLUI       ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

                     03 DISCIPLINA-HIST PIC X(08).
              02     MEDIA-HIST    PIC 9(02)V99.

      * CADDISC: mestre de disciplinas (mesmo layout do EX03); da o
      * termo da grade da materia aproveitada.
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

      * PARMGRAD.DAT: termos exigidos para formatura, GPA minimo de
      * formatura e corte de observacao. Ausente, valem os cortes do
      * regimento (4 termos, GPA 6,00, observacao abaixo de 4,00).
              02     GPA-FORMATURA-PARM   PIC 9(02)V99.
              02     GPA-OBSERVACAO-PARM  PIC 9(02)V99.

      * AUDITGRD: resultado da auditoria curricular (EX32).
       FD     AUDITGRD
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "AUDITGRD.DAT".
       COPY AUDITGRD.

      * CONCLUI: concluintes aptos ao processo de diploma.
       FD     CONCLUI
              LABEL         RECORD        ARE    STANDARD
       77     FIM-HIST      PIC X(03)     VALUE "NAO".
       77     HISTGPA-STATUS PIC X(02)    VALUE "00".
       77     FIM-PARM      PIC X(03)     VALUE "NAO".
       77     FIM-DISC      PIC X(03)     VALUE "NAO".
       77     FIM-AUD       PIC X(03)     VALUE "NAO".
       77     TOTAL-CONCLUINTES  PIC 9(03) VALUE ZEROS.
       77     TOTAL-OBSERVACAO   PIC 9(03) VALUE ZEROS.

       77     GPA-OBSERVACAO     PIC 9(02)V99 VALUE 4,00.

      * Acumulacao por aluno: soma e contagem de medias por termo
      * (colunas 1 a 8), para a media de termo e o GPA geral; a
      * contagem de aproveitamentos do termo so marca o termo como
      * cursado.
       77     TOTAL-ALUNOS  PIC 9(03)     VALUE ZEROS.
       77     IDX-ALUNO     PIC 9(03)     VALUE ZEROS.
       77     IDX-ALUNO-ACHADO PIC 9(03)  VALUE ZEROS.
                     03     TERMO-COL OCCURS 8 TIMES.
                            04 SOMA-TERMO-TAB PIC 9(04)V99.
                            04 QTD-TERMO-TAB  PIC 9(03).
                            04 QTD-EQV-TAB    PIC 9(03).

      * Mestre de disciplinas em memoria (codigo e termo da grade).
       77     TOTAL-DISC    PIC 9(03)     VALUE ZEROS.
       77     IDX-DISC      PIC 9(03)     VALUE ZEROS.
       77     TERMO-GRADE   PIC 9(02)     VALUE ZEROS.
       01     TABELA-DISC.
              02     DISC-REG      OCCURS 200 TIMES.
                     03     CODIGO-DISC-TAB  PIC X(08).
                     03     TERMO-DISC-TAB   PIC 9(02).

      * Resultado da auditoria curricular por aluno ("L" limpa, "P"
      * pendente), com as obrigatorias em falta.
       77     TOTAL-AUDITADOS PIC 9(04)   VALUE ZEROS.
       77     IDX-AUD       PIC 9(04)     VALUE ZEROS.
       77     IDX-AUD-ACHADO PIC 9(04)    VALUE ZEROS.
       01     TABELA-AUDITORIA.
              02     AUDITORIA-REG OCCURS 2000 TIMES.
                     03     NUMERO-AUD-TAB    PIC 9(05).
                     03     RESULTADO-AUD-TAB PIC X(01).
                     03     FALTANTES-AUD-TAB PIC 9(03).

       77     MEDIA-TERMO-CALC   PIC 9(02)V99 VALUE ZEROS.
       77     GPA-CALC           PIC 9(02)V99 VALUE ZEROS.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     FILLER        PIC X(04) VALUE "GPA ".
              02     VAR-GPA-C     PIC Z9,99.
              02     FILLER        PIC X(03) VALUE SPACES.
              02     VAR-BLOQUEIO-C PIC X(36) VALUE SPACES.
              02     FILLER        PIC X(03) VALUE SPACES.

       01     BLOQUEIO-FALTANTES.
              02     FILLER        PIC X(11) VALUE "BLOQUEADO: ".
              02     QTD-FALTANTES-BLQ PIC Z9.
              02     FILLER        PIC X(23) VALUE
                     " OBRIGATORIAS EM FALTA".

       01     CAB-OBS-01.
              02     FILLER        PIC X(16) VALUE SPACES.

       INICIO.
              PERFORM LER-PARAMETRO.
              PERFORM CARREGA-DISCIPLINAS.
              PERFORM CARREGA-HISTORICO.
              PERFORM CARREGA-AUDITORIA.
              OPEN OUTPUT CONCLUI
                   OUTPUT RELGRAD.
              WRITE REG-REL FROM CAB-GRAD-01 AFTER ADVANCING 1 LINE.
              END-IF.
              CLOSE PARM-GRAD.

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
                                       MOVE TERMO-DISC TO
                                          TERMO-DISC-TAB(TOTAL-DISC)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADDISC.

       CARREGA-HISTORICO.
              OPEN INPUT HISTGPA.
              PERFORM UNTIL FIM-HIST EQUAL "SIM"
              CLOSE HISTGPA.

       ACUMULA-ALUNO.
              IF TERMO-HIST GREATER THAN 8
                     GO TO ACUMULA-ALUNO-EXIT.
              MOVE ZEROS TO IDX-ALUNO-ACHADO.
              PERFORM VARYING IDX-ALUNO FROM 1 BY 1
                                  (TOTAL-ALUNOS IDX-TERMO)
                             MOVE ZEROS TO QTD-TERMO-TAB
                                  (TOTAL-ALUNOS IDX-TERMO)
                             MOVE ZEROS TO QTD-EQV-TAB
                                  (TOTAL-ALUNOS IDX-TERMO)
                     END-PERFORM.
              IF TERMO-HIST EQUAL ZEROS
                     PERFORM ACUMULA-APROVEITAMENTO
                     GO TO ACUMULA-ALUNO-EXIT.
              IF IDX-ALUNO-ACHADO GREATER THAN ZEROS
                     ADD MEDIA-HIST TO SOMA-TERMO-TAB
                         (IDX-ALUNO-ACHADO TERMO-HIST)
       ACUMULA-ALUNO-EXIT.
              EXIT.

      * Aproveitamento de estudos: conta no termo da grade da materia
      * (mestre CADDISC); materia fora do mestre nao tem termo onde
      * contar e fica de fora.
       ACUMULA-APROVEITAMENTO.
              MOVE ZEROS TO TERMO-GRADE.
              PERFORM VARYING IDX-DISC FROM 1 BY 1
                      UNTIL IDX-DISC GREATER THAN TOTAL-DISC
                      IF CODIGO-DISC-TAB(IDX-DISC) EQUAL
                            DISCIPLINA-HIST
                             MOVE TERMO-DISC-TAB(IDX-DISC)
                               TO TERMO-GRADE
                      END-IF
              END-PERFORM.
              IF TERMO-GRADE GREATER THAN ZEROS
                AND TERMO-GRADE LESS THAN 9
                     ADD 1 TO QTD-EQV-TAB(IDX-ALUNO-ACHADO TERMO-GRADE).

       CARREGA-AUDITORIA.
              OPEN INPUT AUDITGRD.
              PERFORM UNTIL FIM-AUD EQUAL "SIM"
                      READ AUDITGRD
                             AT END MOVE "SIM" TO FIM-AUD
                             NOT AT END PERFORM GUARDA-AUDITORIA
                      END-READ
              END-PERFORM.
              CLOSE AUDITGRD.

       GUARDA-AUDITORIA.
              IF TOTAL-AUDITADOS NOT LESS THAN 2000
                     PERFORM ABORTA-AUDITORIA-CHEIA.
              ADD 1 TO TOTAL-AUDITADOS.
              MOVE NUMERO-AUD    TO NUMERO-AUD-TAB(TOTAL-AUDITADOS).
              MOVE RESULTADO-AUD TO RESULTADO-AUD-TAB(TOTAL-AUDITADOS).
              MOVE OBRIG-FALTANTES-AUD
                TO FALTANTES-AUD-TAB(TOTAL-AUDITADOS).

      * O historico cresceu alem da tabela de alunos: encerra antes
      * de gravar qualquer lista (um concluinte ou um aluno em
      * observacao fora da tabela ficaria silenciosamente de fora).
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * Idem para o resultado da auditoria curricular: um aluno fora
      * da tabela seria bloqueado como nao auditado.
       ABORTA-AUDITORIA-CHEIA.
              DISPLAY "*** AUDITGRD.DAT EXCEDE A TABELA DE 2000"
                      " ALUNOS - EXECUCAO ABORTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       AVALIA-ALUNOS.
              MOVE "C" TO MODO-AVALIACAO.
              PERFORM AVALIA-UM-ALUNO

      * Apura, para o aluno da vez: termos cursados, GPA geral e a
      * maior sequencia de termos consecutivos com media de termo
      * abaixo do corte de observacao. Termo so de aproveitamento
      * conta como cursado, mas nao tem media: nao mexe na sequencia.
       AVALIA-UM-ALUNO.
              MOVE ZEROS TO SOMA-GERAL QTD-GERAL TERMOS-CURSADOS
                            SEQUENCIA-BAIXA MAIOR-SEQUENCIA.
                      UNTIL IDX-TERMO GREATER THAN 8
                      IF QTD-TERMO-TAB(IDX-ALUNO IDX-TERMO)
                            GREATER THAN ZEROS
                        OR QTD-EQV-TAB(IDX-ALUNO IDX-TERMO)
                            GREATER THAN ZEROS
                             ADD 1 TO TERMOS-CURSADOS
                      END-IF
                      IF QTD-TERMO-TAB(IDX-ALUNO IDX-TERMO)
                            GREATER THAN ZEROS
                             ADD SOMA-TERMO-TAB(IDX-ALUNO IDX-TERMO)
                               TO SOMA-GERAL
                             ADD QTD-TERMO-TAB(IDX-ALUNO IDX-TERMO)
              IF MODO-AVALIACAO EQUAL "C"
                AND TERMOS-CURSADOS NOT LESS THAN TERMOS-EXIGIDOS
                AND GPA-CALC NOT LESS THAN GPA-FORMATURA
                     PERFORM CONFERE-AUDITORIA.
              IF MODO-AVALIACAO EQUAL "O"
                AND MAIOR-SEQUENCIA NOT LESS THAN 2
                     PERFORM MARCA-OBSERVACAO.

      * Termos e GPA atingidos: so grava com auditoria limpa; senao
      * a linha sai no relatorio com o motivo do bloqueio.
       CONFERE-AUDITORIA.
              MOVE ZEROS TO IDX-AUD-ACHADO.
              PERFORM VARYING IDX-AUD FROM 1 BY 1
                      UNTIL IDX-AUD GREATER THAN TOTAL-AUDITADOS
                      IF NUMERO-AUD-TAB(IDX-AUD) EQUAL
                            NUMERO-ALU-TAB(IDX-ALUNO)
                             MOVE IDX-AUD TO IDX-AUD-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-AUD-ACHADO EQUAL ZEROS
                     MOVE "BLOQUEADO: SEM AUDITORIA CURRICULAR"
                       TO VAR-BLOQUEIO-C
                     PERFORM IMPRIME-BLOQUEADO
              ELSE
                     IF RESULTADO-AUD-TAB(IDX-AUD-ACHADO) EQUAL "L"
                            PERFORM GRAVA-CONCLUINTE
                     ELSE
                            IF FALTANTES-AUD-TAB(IDX-AUD-ACHADO)
                                  GREATER THAN ZEROS
                                   MOVE FALTANTES-AUD-TAB
                                        (IDX-AUD-ACHADO)
                                     TO QTD-FALTANTES-BLQ
                                   MOVE BLOQUEIO-FALTANTES
                                     TO VAR-BLOQUEIO-C
                            ELSE
                                   MOVE
                                     "BLOQUEADO: FALTAM HORAS ELETIVAS"
                                     TO VAR-BLOQUEIO-C
                            END-IF
                            PERFORM IMPRIME-BLOQUEADO
                     END-IF
              END-IF.

       IMPRIME-BLOQUEADO.
              MOVE NUMERO-ALU-TAB(IDX-ALUNO) TO VAR-NUMERO-C.
              MOVE TERMOS-CURSADOS           TO VAR-TERMOS-C.
              MOVE GPA-CALC                  TO VAR-GPA-C.
              WRITE REG-REL FROM DETALHE-CONCL
                    AFTER ADVANCING 1 LINE.
              MOVE SPACES TO VAR-BLOQUEIO-C.

       GRAVA-CONCLUINTE.
              ADD 1 TO TOTAL-CONCLUINTES.
              MOVE NUMERO-ALU-TAB(IDX-ALUNO) TO NUMERO-CONCL.
