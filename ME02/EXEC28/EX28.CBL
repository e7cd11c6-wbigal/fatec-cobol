      *              REGISTROS ANONIMIZADOS. O HISTORICO DE VISITAS
      *              (HISTVIS.DAT) NAO CARREGA DADOS PESSOAIS ALEM
      *              DO PROPRIO CPF E PERMANECE INTACTO.
      *              AS DEMAIS LIGACOES DO CPF VEM DO INDICE DE
      *              PESSOAS PESSOAS.DAT (EX128): O SOCIO EM
      *              CADMSOCI.DAT (NOME E NASCIMENTO), O FUNCIONARIO
      *              EM CADFUNCI.DAT (NOME) E O ALUNO EM TODAS AS
      *              MATRICULAS DO CADALU.DAT (NOME) SAO ANONIMIZADOS
      *              DO MESMO JEITO, CADA ARQUIVO COM SUA LINHA NO
      *              RELATORIO. VALEM AS LIGACOES DO ULTIMO INDICE
      *              NOTURNO; AS CHAVES SAO TODAS APURADAS, E O
      *              CADALU CARREGADO, ANTES DA PRIMEIRA REGRAVACAO.

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL CADOKLCK ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PESSOAS ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHAVE-PES
              FILE STATUS IS PESSOAS-STATUS.

              SELECT OPTIONAL CADMSOCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NUMERO-SOCIO-MSOC
              FILE STATUS IS CADMSOCI-STATUS.

              SELECT OPTIONAL CADFUNCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-FUNC
              FILE STATUS IS CADFUNCI-STATUS.

              SELECT OPTIONAL CADALU ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELLGPD ASSIGN TO DISK.

      *==============================================================
              02 DATA-LCK          PIC 9(08).
              02 HORA-LCK          PIC 9(06).

      * PESSOAS: indice de pessoas (EX128) - as ligacoes do CPF nos
      * cadastros de socios, funcionarios e alunos.
       FD     PESSOAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PESSOAS.DAT".
       COPY PESSOA.

       FD     CADMSOCI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

      * CADFUNCI: mestre de funcionarios (EX16 do ME03).
       FD     CADFUNCI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADFUNCI.DAT".
       01     REG-FUNCI.
              02 CODIGO-FUNC       PIC 9(05).
              02 NOME-FUNC         PIC X(30).
              02 DEPTO-FUNC        PIC 9(02).
              02 SALARIO-FUNC      PIC 9(05)V9(02).
              02 DATA-ADMISSAO-FUNC PIC 9(08).
              02 STATUS-FUNC       PIC X(01).
              02 DATA-ULT-EVENTO-FUNC PIC 9(08).
              02 CPF-FUNC          PIC 9(11).

      * CADALU: matriculas (EX08 do ME01), uma por aluno/disciplina.
       FD     CADALU
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADALU.DAT".
       01     REG-ALU.
              02 NUMERO-ALU        PIC 9(05).
              02 NOME-ALU          PIC X(20).
              02 NOTA1-ALU         PIC 9(02)V99.
              02 NOTA2-ALU         PIC 9(02)V99.
              02 NOTA3-ALU         PIC 9(02)V99.
              02 TERMO-ALU         PIC 9(02).
              02 DISCIPLINA-ALU    PIC X(08).
              02 STATUS-ALU        PIC X(01).
              02 DATA-STATUS-ALU   PIC 9(08).
              02 CPF-ALU           PIC 9(11).

       FD     RELLGPD
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).
       WORKING-STORAGE      SECTION.
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 LGPDLOG-STATUS           PIC X(02) VALUE "00".
       77 PESSOAS-STATUS           PIC X(02) VALUE "00".
       77 CADMSOCI-STATUS          PIC X(02) VALUE "00".
       77 CADFUNCI-STATUS          PIC X(02) VALUE "00".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 FIM-LCK                  PIC X(03) VALUE "NAO".
       77 REFERENCIA-PEDIDO        PIC X(20) VALUE SPACES.
       77 TOTAL-CADCLI             PIC 9(05) VALUE ZEROES.
       77 TOTAL-CADOK              PIC 9(05) VALUE ZEROES.
       77 TOTAL-CADMSOCI           PIC 9(05) VALUE ZEROES.
       77 TOTAL-CADFUNCI           PIC 9(05) VALUE ZEROES.
       77 TOTAL-CADALU             PIC 9(05) VALUE ZEROES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 CLI-REG           OCCURS 2000 TIMES.
                 03 REG-CLI-TAB    PIC X(194).

      * Chaves do CPF nos cadastros de socios, funcionarios e
      * alunos, apuradas no indice de pessoas (ORIGEM-LIG-TAB com os
      * codigos de ORIGEM-PES). Estourar a tabela ABORTA antes de
      * qualquer regravacao.
       77 FIM-LIGACOES             PIC X(03) VALUE "NAO".
       77 TOTAL-LIGACOES           PIC 9(02) VALUE ZEROES.
       77 IDX-LIG                  PIC 9(02) VALUE ZEROES.
       77 TEM-ALUNO                PIC X(03) VALUE "NAO".
       01     TABELA-LIGACOES.
              02 LIGACAO-REG       OCCURS 20 TIMES.
                 03 ORIGEM-LIG-TAB PIC X(01).
                 03 CHAVE-LIG-TAB  PIC X(11).

      * CADALU em memoria, mesmo criterio do CADCLI: carregado so
      * quando o CPF tem ligacao de aluno.
       77 FIM-ALU                  PIC X(03) VALUE "NAO".
       77 TOTAL-MATRICULAS         PIC 9(05) VALUE ZEROES.
       77 IDX-ALU                  PIC 9(05) VALUE ZEROES.
       01     TABELA-MATRICULAS.
              02 ALU-REG           OCCURS 2000 TIMES.
                 03 REG-ALU-TAB    PIC X(67).

       01     CAB-LGPD-01.
              02 FILLER            PIC X(17) VALUE SPACES.
              02 FILLER            PIC X(46)

       PGM-EX28.
              PERFORM INICIO.
              PERFORM CARREGA-LIGACOES.
              IF TEM-ALUNO EQUAL "SIM"
                     PERFORM CARREGA-CADALU.
              PERFORM ANONIMIZA-CADCLI.
              PERFORM ANONIMIZA-CADOK.
              PERFORM ANONIMIZA-LIGACOES.
              IF TEM-ALUNO EQUAL "SIM"
                     PERFORM REGRAVA-CADALU.
              PERFORM FIM.
              STOP RUN.

              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * Ligacoes do CPF no indice de pessoas: posiciona no inicio
      * das chaves do CPF (origem e chave em LOW-VALUES) e le em
      * sequencia enquanto o CPF for o mesmo. O cliente ja e
      * tratado pelo proprio CPF no CADCLI/CADOK.
       CARREGA-LIGACOES.
              OPEN INPUT PESSOAS.
              MOVE CPF-ELIMINAR TO CPF-PES.
              MOVE LOW-VALUES   TO ORIGEM-PES CHAVE-ORIGEM-PES.
              START PESSOAS KEY IS NOT LESS THAN CHAVE-PES
                     INVALID KEY MOVE "SIM" TO FIM-LIGACOES
              END-START.
              PERFORM UNTIL FIM-LIGACOES EQUAL "SIM"
                      READ PESSOAS NEXT RECORD
                             AT END MOVE "SIM" TO FIM-LIGACOES
                             NOT AT END
                                  IF CPF-PES NOT EQUAL CPF-ELIMINAR
                                       MOVE "SIM" TO FIM-LIGACOES
                                  ELSE IF ORIGEM-PES NOT EQUAL "C"
                                       PERFORM GUARDA-LIGACAO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PESSOAS.

       GUARDA-LIGACAO.
              IF TOTAL-LIGACOES NOT LESS THAN 20
                     DISPLAY "*** CPF COM MAIS DE 20 LIGACOES NO"
                             " INDICE - EXECUCAO ABORTADA SEM REGRAVAR"
                     PERFORM DESTRAVA-CADOK
                     MOVE 4 TO RETURN-CODE
                     STOP RUN.
              ADD 1 TO TOTAL-LIGACOES.
              MOVE ORIGEM-PES       TO ORIGEM-LIG-TAB(TOTAL-LIGACOES).
              MOVE CHAVE-ORIGEM-PES TO CHAVE-LIG-TAB(TOTAL-LIGACOES).
              IF ORIGEM-PES EQUAL "A"
                     MOVE "SIM" TO TEM-ALUNO.

       CARREGA-CADALU.
              OPEN INPUT CADALU.
              PERFORM UNTIL FIM-ALU EQUAL "SIM"
                      READ CADALU
                             AT END MOVE "SIM" TO FIM-ALU
                             NOT AT END PERFORM GUARDA-MATRICULA
                      END-READ
              END-PERFORM.
              CLOSE CADALU.

       GUARDA-MATRICULA.
              IF TOTAL-MATRICULAS NOT LESS THAN 2000
                     DISPLAY "*** CADALU.DAT EXCEDE A TABELA DE 2000"
                             " MATRICULAS - EXECUCAO ABORTADA SEM"
                             " REGRAVAR"
                     PERFORM DESTRAVA-CADOK
                     MOVE 4 TO RETURN-CODE
                     STOP RUN.
              ADD 1 TO TOTAL-MATRICULAS.
              MOVE REG-ALU TO REG-ALU-TAB(TOTAL-MATRICULAS).

      * Socio e funcionario: READ pela chave e REWRITE, como no
      * CADOK; aluno: todas as matriculas do numero, na tabela.
       ANONIMIZA-LIGACOES.
              OPEN I-O CADMSOCI
                       CADFUNCI.
              PERFORM VARYING IDX-LIG FROM 1 BY 1
                      UNTIL IDX-LIG GREATER THAN TOTAL-LIGACOES
                      EVALUATE ORIGEM-LIG-TAB(IDX-LIG)
                          WHEN "S" PERFORM ANONIMIZA-SOCIO
                          WHEN "F" PERFORM ANONIMIZA-FUNCIONARIO
                          WHEN "A" PERFORM ANONIMIZA-ALUNO
                      END-EVALUATE
              END-PERFORM.
              CLOSE CADMSOCI
                    CADFUNCI.

       ANONIMIZA-SOCIO.
              MOVE CHAVE-LIG-TAB(IDX-LIG)(1:6) TO NUMERO-SOCIO-MSOC.
              READ CADMSOCI KEY IS NUMERO-SOCIO-MSOC
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            MOVE NOME-NEUTRO TO NOME-SOCIO-MSOC
                            MOVE ZEROES      TO DATA-NASCIMENTO-MSOC
                            REWRITE REG-MSOCI
                                   INVALID KEY
                                          CONTINUE
                                   NOT INVALID KEY
                                          ADD 1 TO TOTAL-CADMSOCI
                            END-REWRITE
              END-READ.

       ANONIMIZA-FUNCIONARIO.
              MOVE CHAVE-LIG-TAB(IDX-LIG)(1:5) TO CODIGO-FUNC.
              READ CADFUNCI KEY IS CODIGO-FUNC
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            MOVE NOME-NEUTRO TO NOME-FUNC
                            REWRITE REG-FUNCI
                                   INVALID KEY
                                          CONTINUE
                                   NOT INVALID KEY
                                          ADD 1 TO TOTAL-CADFUNCI
                            END-REWRITE
              END-READ.

       ANONIMIZA-ALUNO.
              PERFORM VARYING IDX-ALU FROM 1 BY 1
                      UNTIL IDX-ALU GREATER THAN TOTAL-MATRICULAS
                      MOVE REG-ALU-TAB(IDX-ALU) TO REG-ALU
                      IF NUMERO-ALU EQUAL CHAVE-LIG-TAB(IDX-LIG)(1:5)
                             MOVE NOME-NEUTRO TO NOME-ALU
                             MOVE REG-ALU TO REG-ALU-TAB(IDX-ALU)
                             ADD 1 TO TOTAL-CADALU
                      END-IF
              END-PERFORM.

       REGRAVA-CADALU.
              OPEN OUTPUT CADALU.
              PERFORM VARYING IDX-ALU FROM 1 BY 1
                      UNTIL IDX-ALU GREATER THAN TOTAL-MATRICULAS
                      MOVE REG-ALU-TAB(IDX-ALU) TO REG-ALU
                      WRITE REG-ALU
              END-PERFORM.
              CLOSE CADALU.

      * No CADOK indexado a anonimizacao e um READ pela chave e um
      * REWRITE, preservando CPF, UF e cidade para os agregados.
       ANONIMIZA-CADOK.
                    AFTER ADVANCING 2 LINES.
              MOVE "CADOK.DAT     " TO VAR-ARQ-LGPD.
              MOVE TOTAL-CADOK      TO VAR-QTD-LGPD.
              WRITE REG-REL FROM LINHA-LGPD-ARQ
                    AFTER ADVANCING 1 LINE.
              MOVE "CADMSOCI.DAT  " TO VAR-ARQ-LGPD.
              MOVE TOTAL-CADMSOCI   TO VAR-QTD-LGPD.
              WRITE REG-REL FROM LINHA-LGPD-ARQ
                    AFTER ADVANCING 1 LINE.
              MOVE "CADFUNCI.DAT  " TO VAR-ARQ-LGPD.
              MOVE TOTAL-CADFUNCI   TO VAR-QTD-LGPD.
              WRITE REG-REL FROM LINHA-LGPD-ARQ
                    AFTER ADVANCING 1 LINE.
              MOVE "CADALU.DAT    " TO VAR-ARQ-LGPD.
              MOVE TOTAL-CADALU     TO VAR-QTD-LGPD.
              WRITE REG-REL FROM LINHA-LGPD-ARQ
                    AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-LOG-LGPD.
      * do encarregado - RETURN-CODE 1.
              IF TOTAL-CADCLI EQUAL ZEROES
                AND TOTAL-CADOK EQUAL ZEROES
                AND TOTAL-CADMSOCI EQUAL ZEROES
                AND TOTAL-CADFUNCI EQUAL ZEROES
                AND TOTAL-CADALU EQUAL ZEROES
                     MOVE 1 TO RETURN-CODE.

      * Log persistente das eliminacoes (mesmo probe por FILE
