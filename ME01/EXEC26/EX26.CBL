       IDENTIFICATION              DIVISION.
       PROGRAM-ID.          EX26.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      RELATORIO DE CARGA HORARIA DOS PROFESSORES
      *              (RELCARGA). PARA CADA PROFESSOR ATIVO DO
      *              PROFMAST.DAT LISTA AS TURMAS ATRIBUIDAS NO
      *              ATRIBPRF.DAT COM AS HORAS-AULA SEMANAIS DA
      *              DISCIPLINA (HORAS-DISC DO CADDISC.DAT), SOMA A
      *              CARGA E COMPARA COM O LIMITE DO CONTRATO - QUEM
      *              PASSA DO LIMITE SAI MARCADO "SOBRECARGA" E A
      *              EXECUCAO TERMINA COM RETURN-CODE 4. TURMA DE
      *              DISCIPLINA QUE SUMIU DO CADDISC ENTRA COM ZERO
      *              HORAS E MARCADA "DISC. NAO CADASTRADA"; TURMA
      *              ATRIBUIDA A CODIGO QUE NAO ESTA NO CADASTRO SAI
      *              NO FIM, EM "ATRIBUICOES SEM PROFESSOR".

      *==============================================================
       ENVIRONMENT                 DIVISION.

       CONFIGURATION               SECTION.
              SOURCE-COMPUTER.     IBM-PC.
              OBJECT-COMPUTER.     IBM-PC.
              SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
              SELECT  OPTIONAL  PROFMAST   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  ATRIBPRF   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADDISC    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT        RELCARGA      ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            RUNLOG-STATUS.

      *==============================================================
       DATA                        DIVISION.

       FILE                        SECTION.

       FD     PROFMAST
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "PROFMAST.DAT".
       COPY PROFMAST.

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

       FD     RELCARGA
              LABEL         RECORD IS     OMITTED.
       01     REG-REL                     PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas que
      * gravam um cadastro ou relatorio de saida.
       FD     RUNLOG
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE             SECTION.
       77     FIM-PROF      PIC X(03)     VALUE "NAO".
       77     FIM-ATR       PIC X(03)     VALUE "NAO".
       77     FIM-DISC      PIC X(03)     VALUE "NAO".
       77     RUNLOG-STATUS PIC X(02)     VALUE "00".
       77     TOTAL-LIDOS   PIC 9(05)     VALUE ZEROS.
       77     TOTAL-PROF-LISTADOS PIC 9(04) VALUE ZEROS.
       77     TOTAL-SOBRECARGA PIC 9(04)  VALUE ZEROS.
       77     TOTAL-SEM-PROF PIC 9(04)    VALUE ZEROS.
       77     CARGA-PROF    PIC 9(03)     VALUE ZEROS.
       77     TURMAS-PROF   PIC 9(03)     VALUE ZEROS.
       77     PROF-EXISTE   PIC X(03)     VALUE "NAO".
       01     HORA-ATUAL.
              02 HH-ATUAL   PIC 9(02).
              02 MM-ATUAL   PIC 9(02).
              02 SS-ATUAL   PIC 9(02).

       77     TOTAL-PROF    PIC 9(03)     VALUE ZEROS.
       77     IDX-PROF      PIC 9(03)     VALUE ZEROS.
       01     TABELA-PROF.
              02     PROF-REG      OCCURS 500 TIMES.
                     03     CODIGO-PROF-TAB  PIC 9(05).
                     03     NOME-PROF-TAB    PIC X(20).
                     03     REGIME-PROF-TAB  PIC X(01).
                     03     LIMITE-HORAS-PROF-TAB PIC 9(02).
                     03     SITUACAO-PROF-TAB PIC X(01).

       77     TOTAL-ATR     PIC 9(04)     VALUE ZEROS.
       77     IDX-ATR       PIC 9(04)     VALUE ZEROS.
       01     TABELA-ATRIB.
              02     ATR-REG       OCCURS 1000 TIMES.
                     03     DISCIPLINA-ATR-TAB PIC X(08).
                     03     TERMO-ATR-TAB    PIC 9(02).
                     03     CODIGO-PROF-ATR-TAB PIC 9(05).

       77     TOTAL-DISC    PIC 9(03)     VALUE ZEROS.
       77     IDX-DISC      PIC 9(03)     VALUE ZEROS.
       77     IDX-DISC-ACHADA PIC 9(03)   VALUE ZEROS.
       01     TABELA-DISC.
              02     DISC-REG      OCCURS 200 TIMES.
                     03     CODIGO-DISC-TAB  PIC X(08).
                     03     NOME-DISC-TAB    PIC X(30).
                     03     HORAS-DISC-TAB   PIC 9(02).

      * Regime por extenso, na ordem I/P/H de REGIME-PROF.
       01     NOMES-REGIMES.
              02     FILLER        PIC X(09) VALUE "INTEGRAL ".
              02     FILLER        PIC X(09) VALUE "PARCIAL  ".
              02     FILLER        PIC X(09) VALUE "HORISTA  ".
       01     TAB-REGIMES   REDEFINES NOMES-REGIMES.
              02     NOME-REGIME   PIC X(09) OCCURS 3 TIMES.

       01     CAB-CARGA-01.
              02     FILLER        PIC X(21) VALUE SPACES.
              02     FILLER        PIC X(37)
                     VALUE "CARGA HORARIA SEMANAL DOS PROFESSORES".
              02     FILLER        PIC X(22) VALUE SPACES.

       01     CAB-PROF.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-CODIGO    PIC 9(05).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-NOME      PIC X(20).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-REGIME    PIC X(09).
              02     FILLER        PIC X(09) VALUE "  LIMITE ".
              02     VAR-LIMITE    PIC Z9.
              02     FILLER        PIC X(30) VALUE " H/SEMANA".

       01     DETALHE-CARGA.
              02     FILLER        PIC X(06) VALUE SPACES.
              02     VAR-DISCIPLINA PIC X(08).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-TERMO     PIC 9(02).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-NOME-DISC PIC X(30).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-HORAS     PIC Z9.
              02     FILLER        PIC X(02) VALUE " H".
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-OBS       PIC X(21).
              02     FILLER        PIC X(02) VALUE SPACES.

       01     TOTAL-PROF-LINHA.
              02     FILLER        PIC X(06) VALUE SPACES.
              02     FILLER        PIC X(17) VALUE "TOTAL DA CARGA : ".
              02     VAR-CARGA     PIC ZZ9.
              02     FILLER        PIC X(06) VALUE " H EM ".
              02     VAR-TURMAS    PIC ZZ9.
              02     FILLER        PIC X(08) VALUE " TURMAS ".
              02     VAR-ALERTA    PIC X(12).
              02     FILLER        PIC X(25) VALUE SPACES.

       01     CAB-SEM-PROF.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(78)
                     VALUE "ATRIBUICOES SEM PROFESSOR NO CADASTRO".

       01     DETALHE-SEM-PROF.
              02     FILLER        PIC X(06) VALUE SPACES.
              02     VAR-DISC-SP   PIC X(08).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-TERMO-SP  PIC 9(02).
              02     FILLER        PIC X(12) VALUE "  PROFESSOR ".
              02     VAR-CODIGO-SP PIC 9(05).
              02     FILLER        PIC X(46) VALUE SPACES.

       01     ROD-CARGA-01.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Professores listados     :".
              02     VAR-LISTADOS  PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-CARGA-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Em sobrecarga            :".
              02     VAR-SOBRECARGA PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-CARGA-03.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Atribuicoes sem professor:".
              02     VAR-SEM-PROF  PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE                   DIVISION.

       PGM-EX26.
              PERFORM INICIO.
              PERFORM PRINCIPAL VARYING IDX-PROF FROM 1 BY 1
                      UNTIL IDX-PROF GREATER THAN TOTAL-PROF.
              PERFORM ATRIBUICOES-SEM-PROFESSOR.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              PERFORM CARREGA-PROFESSORES.
              PERFORM CARREGA-ATRIBUICOES.
              PERFORM CARREGA-DISCIPLINAS.
              OPEN OUTPUT RELCARGA.
              WRITE REG-REL FROM CAB-CARGA-01 AFTER ADVANCING 1 LINE.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX26: TABELA DE PROFESSORES/ATRIBUICOES"
                      " EXCEDIDA - EXECUCAO ABORTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-PROFESSORES.
              OPEN INPUT PROFMAST.
              PERFORM UNTIL FIM-PROF EQUAL "SIM"
                      READ PROFMAST
                             AT END MOVE "SIM" TO FIM-PROF
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
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
                                  ADD 1 TO TOTAL-LIDOS
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

      * Um quadro por professor ativo: cabecalho, turmas e total.
       PRINCIPAL.
              IF SITUACAO-PROF-TAB(IDX-PROF) EQUAL "A"
                     PERFORM IMPRIME-PROFESSOR.

       IMPRIME-PROFESSOR.
              MOVE CODIGO-PROF-TAB(IDX-PROF) TO VAR-CODIGO.
              MOVE NOME-PROF-TAB(IDX-PROF)   TO VAR-NOME.
              MOVE SPACES TO VAR-REGIME.
              EVALUATE REGIME-PROF-TAB(IDX-PROF)
                     WHEN "I" MOVE NOME-REGIME(1) TO VAR-REGIME
                     WHEN "P" MOVE NOME-REGIME(2) TO VAR-REGIME
                     WHEN "H" MOVE NOME-REGIME(3) TO VAR-REGIME
              END-EVALUATE.
              MOVE LIMITE-HORAS-PROF-TAB(IDX-PROF) TO VAR-LIMITE.
              WRITE REG-REL FROM CAB-PROF AFTER ADVANCING 2 LINES.
              MOVE ZEROS TO CARGA-PROF TURMAS-PROF.
              PERFORM VARYING IDX-ATR FROM 1 BY 1
                      UNTIL IDX-ATR GREATER THAN TOTAL-ATR
                      IF CODIGO-PROF-ATR-TAB(IDX-ATR) EQUAL
                            CODIGO-PROF-TAB(IDX-PROF)
                             PERFORM IMPRIME-TURMA
                      END-IF
              END-PERFORM.
              MOVE CARGA-PROF  TO VAR-CARGA.
              MOVE TURMAS-PROF TO VAR-TURMAS.
              MOVE SPACES TO VAR-ALERTA.
              IF CARGA-PROF GREATER THAN LIMITE-HORAS-PROF-TAB(IDX-PROF)
                     MOVE "SOBRECARGA" TO VAR-ALERTA
                     ADD 1 TO TOTAL-SOBRECARGA
                     MOVE 4 TO RETURN-CODE.
              WRITE REG-REL FROM TOTAL-PROF-LINHA
                    AFTER ADVANCING 1 LINE.
              ADD 1 TO TOTAL-PROF-LISTADOS.

       IMPRIME-TURMA.
              MOVE ZEROS TO IDX-DISC-ACHADA.
              PERFORM VARYING IDX-DISC FROM 1 BY 1
                      UNTIL IDX-DISC GREATER THAN TOTAL-DISC
                      IF CODIGO-DISC-TAB(IDX-DISC) EQUAL
                            DISCIPLINA-ATR-TAB(IDX-ATR)
                             MOVE IDX-DISC TO IDX-DISC-ACHADA
                      END-IF
              END-PERFORM.
              MOVE DISCIPLINA-ATR-TAB(IDX-ATR) TO VAR-DISCIPLINA.
              MOVE TERMO-ATR-TAB(IDX-ATR)      TO VAR-TERMO.
              IF IDX-DISC-ACHADA EQUAL ZEROS
                     MOVE SPACES TO VAR-NOME-DISC
                     MOVE ZEROS  TO VAR-HORAS
                     MOVE "DISC. NAO CADASTRADA" TO VAR-OBS
              ELSE
                     MOVE NOME-DISC-TAB(IDX-DISC-ACHADA)
                       TO VAR-NOME-DISC
                     MOVE HORAS-DISC-TAB(IDX-DISC-ACHADA) TO VAR-HORAS
                     ADD HORAS-DISC-TAB(IDX-DISC-ACHADA) TO CARGA-PROF
                     MOVE SPACES TO VAR-OBS.
              ADD 1 TO TURMAS-PROF.
              WRITE REG-REL FROM DETALHE-CARGA
                    AFTER ADVANCING 1 LINE.

      * Atribuicao cujo codigo nao esta no PROFMAST (cadastro
      * restaurado de copia antiga, por exemplo): sai no fim.
       ATRIBUICOES-SEM-PROFESSOR.
              PERFORM VARYING IDX-ATR FROM 1 BY 1
                      UNTIL IDX-ATR GREATER THAN TOTAL-ATR
                      MOVE "NAO" TO PROF-EXISTE
                      PERFORM VARYING IDX-PROF FROM 1 BY 1
                              UNTIL IDX-PROF GREATER THAN TOTAL-PROF
                              IF CODIGO-PROF-TAB(IDX-PROF) EQUAL
                                    CODIGO-PROF-ATR-TAB(IDX-ATR)
                                     MOVE "SIM" TO PROF-EXISTE
                              END-IF
                      END-PERFORM
                      IF PROF-EXISTE EQUAL "NAO"
                             PERFORM IMPRIME-SEM-PROFESSOR
                      END-IF
              END-PERFORM.

       IMPRIME-SEM-PROFESSOR.
              IF TOTAL-SEM-PROF EQUAL ZEROS
                     WRITE REG-REL FROM CAB-SEM-PROF
                           AFTER ADVANCING 3 LINES.
              MOVE DISCIPLINA-ATR-TAB(IDX-ATR)  TO VAR-DISC-SP.
              MOVE TERMO-ATR-TAB(IDX-ATR)       TO VAR-TERMO-SP.
              MOVE CODIGO-PROF-ATR-TAB(IDX-ATR) TO VAR-CODIGO-SP.
              WRITE REG-REL FROM DETALHE-SEM-PROF
                    AFTER ADVANCING 1 LINE.
              ADD 1 TO TOTAL-SEM-PROF.

       FIM.
              MOVE TOTAL-PROF-LISTADOS TO VAR-LISTADOS.
              MOVE TOTAL-SOBRECARGA    TO VAR-SOBRECARGA.
              MOVE TOTAL-SEM-PROF      TO VAR-SEM-PROF.
              WRITE REG-REL FROM ROD-CARGA-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-CARGA-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-CARGA-03 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELCARGA.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" do EX18.
       GRAVA-RUNLOG.
              MOVE   "ME01EX26"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-PROF-LISTADOS TO TOTAL-GRAVADOS-RUNLOG.
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
