       IDENTIFICATION              DIVISION.
       PROGRAM-ID.          EX28.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      EMISSAO DE DECLARACOES NUMERADAS: A SECRETARIA
      *              DIGITAVA NUM EDITOR DE TEXTO AS DECLARACOES DE
      *              MATRICULA, DE FREQUENCIA E DE "NADA CONSTA", E NAO
      *              HAVIA COMO RESPONDER A UMA EMPRESA QUE LIGASSE
      *              PARA CONFIRMAR SE UMA DELAS ERA VERDADEIRA. CADA
      *              PEDIDO DE PEDDECL.DAT (TIPO, ALUNO E TERMO; TERMO
      *              ZERO = TERMO ABERTO NO CTLTERMO.DAT OU, SEM
      *              CONTROLE, O ULTIMO TERMO DO ALUNO) E CONFERIDO
      *              CONTRA OS DADOS VIVOS - MATRICULAS DO CADALU.DAT,
      *              FREQUENCIA DO CADFRQ.DAT E SITUACAO DO TERMO NO
      *              CTLTERMO.DAT (EX19) - E, ACEITO, RECEBE O NUMERO
      *              SEQUENCIAL DE NUMDECL.DAT E O CODIGO DE
      *              VERIFICACAO CALCULADO SOBRE O CONTEUDO PELA
      *              SUBROTINA CODVERIF. A DECLARACAO SAI IMPRESSA EM
      *              RELDECL E FICA NO REGISTRO PERMANENTE REGDECL.DAT
      *              (MESMO ESQUEMA DO REGDIPL.DAT DO EX13), CONSULTADO
      *              PELA TELA DE AUTENTICIDADE EX29. "NADA CONSTA" SO
      *              SAI PARA ALUNO COM MATRICULA NO TERMO, NENHUMA
      *              TRANCADA OU CANCELADA E FREQUENCIA, QUANDO HOUVER
      *              REGISTRO, NO MINIMO DE 75% (MESMA REGRA DO EX03).

      *==============================================================
       ENVIRONMENT                 DIVISION.

       CONFIGURATION               SECTION.
              SOURCE-COMPUTER.     IBM-PC.
              OBJECT-COMPUTER.     IBM-PC.
              SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
              SELECT        PEDDECL       ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADALU     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADFRQ     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CTLTERMO   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  REGDECL    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            REGDECL-STATUS.

              SELECT  OPTIONAL  NUMDECL    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT        RELDECL       ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            RUNLOG-STATUS.

      *==============================================================
       DATA                        DIVISION.

       FILE                        SECTION.

      * PEDDECL: pedidos de declaracao do dia (tipo M/F/N, aluno e
      * termo).
       FD     PEDDECL
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "PEDDECL.DAT".
       01     REG-PEDDECL.
              02     TIPO-PED      PIC X(01).
              02     ALUNO-PED     PIC 9(05).
              02     TERMO-PED     PIC 9(02).

      * CADALU: matriculas (mesmo layout lido pelo EX03).
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

      * CADFRQ: frequencia por aluno (aulas dadas e assistidas no
      * termo), mesmo arquivo conferido pelo EX03.
       FD     CADFRQ
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "CADFRQ.DAT".
       01     REG-FRQ.
              02     NUMERO-FRQ    PIC 9(05).
              02     AULAS-DADAS-FRQ      PIC 9(03).
              02     AULAS-ASSISTIDAS-FRQ PIC 9(03).

      * CTLTERMO: controle do ciclo de vida dos termos (EX19).
       FD     CTLTERMO
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "CTLTERMO.DAT".
       01     REG-CTLT.
              02     TERMO-CTLT    PIC 9(02).
              02     SITUACAO-CTLT PIC X(01).

      * REGDECL: registro permanente das declaracoes emitidas;
      * acumulado execucao apos execucao e nunca regravado.
       FD     REGDECL
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "REGDECL.DAT".
       COPY REGDECL.

      * NUMDECL: ultimo numero de declaracao cunhado (mesmo esquema
      * do NUMDIPL do EX13).
       FD     NUMDECL
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "NUMDECL.DAT".
       01     REG-NUMDECL.
              02     ULTIMO-DECL-ARQ PIC 9(06).

       FD     RELDECL
              LABEL         RECORD IS     OMITTED.
       01     REG-REL                     PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas que
      * gravam um cadastro ou relatorio de saida.
       FD     RUNLOG
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE             SECTION.
       77     FIM-PED       PIC X(03)     VALUE "NAO".
       77     FIM-ALU       PIC X(03)     VALUE "NAO".
       77     FIM-FRQ       PIC X(03)     VALUE "NAO".
       77     FIM-CTLT      PIC X(03)     VALUE "NAO".
       77     FIM-NUM       PIC X(03)     VALUE "NAO".
       77     REGDECL-STATUS PIC X(02)    VALUE "00".
       77     RUNLOG-STATUS PIC X(02)     VALUE "00".
       77     TOTAL-LIDOS   PIC 9(04)     VALUE ZEROS.
       77     TOTAL-EMITIDAS PIC 9(04)    VALUE ZEROS.
       77     TOTAL-RECUSADAS PIC 9(04)   VALUE ZEROS.
       77     NUMERO-DECLARACAO PIC 9(06) VALUE ZEROS.
       77     MOTIVO-RECUSA PIC X(30)     VALUE SPACES.
       01     HORA-ATUAL.
              02 HH-ATUAL   PIC 9(02).
              02 MM-ATUAL   PIC 9(02).
              02 SS-ATUAL   PIC 9(02).
       01     DATA-HOJE.
              02 ANO-HOJE   PIC 9(04).
              02 MES-HOJE   PIC 9(02).
              02 DIA-HOJE   PIC 9(02).
       01     DATA-HOJE-N   REDEFINES DATA-HOJE PIC 9(08).

      * Dados apurados para o pedido da vez.
       77     TERMO-DECLARADO PIC 9(02)   VALUE ZEROS.
       77     SITUACAO-TERMO PIC X(01)    VALUE SPACE.
       77     NOME-DECLARADO PIC X(20)    VALUE SPACES.
       77     ALUNO-EXISTE  PIC X(03)     VALUE "NAO".
       77     QTD-ATIVAS    PIC 9(02)     VALUE ZEROS.
       77     QTD-IRREGULARES PIC 9(02)   VALUE ZEROS.
       77     ACHOU-FRQ     PIC X(03)     VALUE "NAO".
       77     DADAS-DECLARADAS PIC 9(03)  VALUE ZEROS.
       77     ASSIST-DECLARADAS PIC 9(03) VALUE ZEROS.
       77     FREQUENCIA-ALUNO PIC 9(03)V99 VALUE ZEROS.
       77     FREQUENCIA-MINIMA PIC 9(03) VALUE 75.
       77     CODIGO-VERIFICACAO PIC 9(06) VALUE ZEROS.

      * Conteudo da declaracao em digitos, entregue a CODVERIF (o
      * tipo e a situacao do termo entram codificados).
       01     BASE-VERIF.
              02     NUMERO-BVF    PIC 9(06).
              02     TIPO-BVF      PIC 9(01).
              02     DATA-BVF      PIC 9(08).
              02     ALUNO-BVF     PIC 9(05).
              02     TERMO-BVF     PIC 9(02).
              02     SITUACAO-BVF  PIC 9(01).
              02     QTD-DISC-BVF  PIC 9(02).
              02     DADAS-BVF     PIC 9(03).
              02     ASSIST-BVF    PIC 9(03).
              02     FREQUENCIA-BVF PIC 9(03)V99.

      * Matriculas do CADALU em memoria.
       77     TOTAL-ALUNOS  PIC 9(04)     VALUE ZEROS.
       77     IDX-ALU       PIC 9(04)     VALUE ZEROS.
       01     TABELA-ALUNOS.
              02     ALU-REG       OCCURS 2000 TIMES.
                     03     NUMERO-ALU-TAB   PIC 9(05).
                     03     NOME-ALU-TAB     PIC X(20).
                     03     TERMO-ALU-TAB    PIC 9(02).
                     03     STATUS-ALU-TAB   PIC X(01).

      * Frequencia do CADFRQ em memoria.
       77     TOTAL-FRQ     PIC 9(04)     VALUE ZEROS.
       77     IDX-FRQ       PIC 9(04)     VALUE ZEROS.
       01     TABELA-FRQ.
              02     FRQ-REG       OCCURS 2000 TIMES.
                     03     NUMERO-FRQ-TAB   PIC 9(05).
                     03     DADAS-FRQ-TAB    PIC 9(03).
                     03     ASSIST-FRQ-TAB   PIC 9(03).

      * Controle de termos (CTLTERMO.DAT) em memoria.
       77     TOTAL-TERMOS-CTL PIC 9(02)  VALUE ZEROS.
       77     IDX-TERMO-CTL PIC 9(02)     VALUE ZEROS.
       01     TABELA-CTLT.
              02     CTLT-REG      OCCURS 20 TIMES.
                     03     TERMO-CTLT-TAB    PIC 9(02).
                     03     SITUACAO-CTLT-TAB PIC X(01).

       01     LINHA-TIMBRE.
              02     FILLER        PIC X(28) VALUE SPACES.
              02     FILLER        PIC X(24)
                     VALUE "FATEC-SP - SECRETARIA".
              02     FILLER        PIC X(28) VALUE SPACES.

       01     LINHA-TITULO.
              02     FILLER        PIC X(14) VALUE SPACES.
              02     VAR-TITULO    PIC X(34).
              02     FILLER        PIC X(04) VALUE "NO. ".
              02     VAR-NUMERO-DECL PIC 999999.
              02     FILLER        PIC X(22) VALUE SPACES.

       01     LINHA-ALUNO.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(23)
                     VALUE "DECLARAMOS QUE O ALUNO ".
              02     VAR-ALUNO     PIC 9(05).
              02     FILLER        PIC X(03) VALUE " - ".
              02     VAR-NOME      PIC X(20).
              02     FILLER        PIC X(27) VALUE SPACES.

       01     LINHA-TEXTO.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-TEXTO     PIC X(78).

       01     TEXTO-MATRICULA.
              02     FILLER        PIC X(26)
                     VALUE "ESTA MATRICULADO NO TERMO ".
              02     VAR-TERMO-M   PIC 99.
              02     FILLER        PIC X(04) VALUE ", EM".
              02     VAR-QTD-DISC-M PIC ZZ9.
              02     FILLER        PIC X(43) VALUE " DISCIPLINA(S).".

       01     TEXTO-FREQUENCIA.
              02     FILLER        PIC X(18)
                     VALUE "TEVE FREQUENCIA DE".
              02     VAR-FREQUENCIA PIC ZZZ9,99.
              02     FILLER        PIC X(02) VALUE "% ".
              02     FILLER        PIC X(01) VALUE "(".
              02     VAR-ASSIST    PIC ZZ9.
              02     FILLER        PIC X(03) VALUE " DE".
              02     VAR-DADAS     PIC ZZZ9.
              02     FILLER        PIC X(17) VALUE " AULAS) NO TERMO ".
              02     VAR-TERMO-F   PIC 99.
              02     FILLER        PIC X(21) VALUE ".".

       01     TEXTO-NADA-CONSTA.
              02     FILLER        PIC X(27)
                     VALUE "NADA CONSTA EM SEU NOME NO ".
              02     FILLER        PIC X(06) VALUE "TERMO ".
              02     VAR-TERMO-N   PIC 99.
              02     FILLER        PIC X(43)
                     VALUE ": MATRICULA REGULAR E FREQUENCIA EM DIA.".

       01     TEXTO-SITUACAO.
              02     FILLER        PIC X(20)
                     VALUE "SITUACAO DO TERMO : ".
              02     VAR-SITUACAO-TERMO PIC X(20).
              02     FILLER        PIC X(38) VALUE SPACES.

       01     LINHA-DATA.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(21)
                     VALUE "DATA DE EMISSAO    : ".
              02     VAR-DIA       PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-MES       PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-ANO       PIC 9999.
              02     FILLER        PIC X(47) VALUE SPACES.

       01     LINHA-CODIGO.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(21)
                     VALUE "CODIGO VERIFICACAO : ".
              02     VAR-CODIGO    PIC 999999.
              02     FILLER        PIC X(51) VALUE
                     "  (CONFIRA PELO NUMERO E CODIGO NA SECRETARIA)".

       01     LINHA-RECUSA.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(18)
                     VALUE "PEDIDO RECUSADO - ".
              02     VAR-TIPO-R    PIC X(01).
              02     FILLER        PIC X(01) VALUE SPACE.
              02     VAR-ALUNO-R   PIC 9(05).
              02     FILLER        PIC X(01) VALUE SPACE.
              02     VAR-TERMO-R   PIC 99.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-MOTIVO-R  PIC X(30).
              02     FILLER        PIC X(18) VALUE SPACES.

       01     ROD-DECL-01.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Declaracoes emitidas     :".
              02     VAR-EMITIDAS  PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-DECL-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Pedidos recusados        :".
              02     VAR-RECUSADAS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE                   DIVISION.

       PGM-EX28.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-PED EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM CARREGA-ALUNOS.
              PERFORM CARREGA-FREQUENCIA.
              PERFORM CARREGA-TERMOS-CTL.
              PERFORM LER-ULTIMO-NUMERO.
              PERFORM ABRE-REGISTRO.
              OPEN INPUT PEDDECL
                   OUTPUT RELDECL.
              PERFORM LEITURA.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX28: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-ALUNOS.
              OPEN INPUT CADALU.
              PERFORM UNTIL FIM-ALU EQUAL "SIM"
                      READ CADALU
                             AT END MOVE "SIM" TO FIM-ALU
                             NOT AT END
                                  IF TOTAL-ALUNOS NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-ALUNOS
                                  MOVE NUMERO-ALU TO
                                     NUMERO-ALU-TAB(TOTAL-ALUNOS)
                                  MOVE NOME-ALU TO
                                     NOME-ALU-TAB(TOTAL-ALUNOS)
                                  MOVE TERMO-ALU TO
                                     TERMO-ALU-TAB(TOTAL-ALUNOS)
                                  MOVE STATUS-ALU TO
                                     STATUS-ALU-TAB(TOTAL-ALUNOS)
                      END-READ
              END-PERFORM.
              CLOSE CADALU.

       CARREGA-FREQUENCIA.
              OPEN INPUT CADFRQ.
              PERFORM UNTIL FIM-FRQ EQUAL "SIM"
                      READ CADFRQ
                             AT END MOVE "SIM" TO FIM-FRQ
                             NOT AT END
                                  IF TOTAL-FRQ NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-FRQ
                                  MOVE NUMERO-FRQ TO
                                     NUMERO-FRQ-TAB(TOTAL-FRQ)
                                  MOVE AULAS-DADAS-FRQ TO
                                     DADAS-FRQ-TAB(TOTAL-FRQ)
                                  MOVE AULAS-ASSISTIDAS-FRQ TO
                                     ASSIST-FRQ-TAB(TOTAL-FRQ)
                      END-READ
              END-PERFORM.
              CLOSE CADFRQ.

       CARREGA-TERMOS-CTL.
              OPEN INPUT CTLTERMO.
              PERFORM UNTIL FIM-CTLT EQUAL "SIM"
                      READ CTLTERMO
                             AT END MOVE "SIM" TO FIM-CTLT
                             NOT AT END
                                  IF TOTAL-TERMOS-CTL LESS THAN 20
                                       ADD 1 TO TOTAL-TERMOS-CTL
                                       MOVE TERMO-CTLT TO
                                          TERMO-CTLT-TAB
                                             (TOTAL-TERMOS-CTL)
                                       MOVE SITUACAO-CTLT TO
                                          SITUACAO-CTLT-TAB
                                             (TOTAL-TERMOS-CTL)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CTLTERMO.

       LER-ULTIMO-NUMERO.
              OPEN INPUT NUMDECL.
              READ NUMDECL
                     AT END MOVE "SIM" TO FIM-NUM.
              IF FIM-NUM EQUAL "NAO"
                     MOVE ULTIMO-DECL-ARQ TO NUMERO-DECLARACAO.
              CLOSE NUMDECL.

      * Reabre o registro em EXTEND para as emissoes desta execucao
      * (mesmo probe por FILE STATUS "35" do EX13) - o registro nunca
      * e regravado, so cresce.
       ABRE-REGISTRO.
              OPEN INPUT REGDECL.
              IF REGDECL-STATUS EQUAL "35"
                     CLOSE REGDECL
                     OPEN OUTPUT REGDECL
              ELSE
                     CLOSE REGDECL
                     OPEN EXTEND REGDECL
              END-IF.

       LEITURA.
              READ PEDDECL
                     AT END MOVE "SIM" TO FIM-PED
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              MOVE SPACES TO MOTIVO-RECUSA.
              PERFORM APURA-PEDIDO THRU APURA-PEDIDO-EXIT.
              IF MOTIVO-RECUSA EQUAL SPACES
                     PERFORM EMITE-DECLARACAO
              ELSE
                     PERFORM IMPRIME-RECUSA.
              PERFORM LEITURA.

      * Confere o pedido contra os dados vivos; a primeira falha vai
      * para MOTIVO-RECUSA e encerra a apuracao.
       APURA-PEDIDO.
              IF TIPO-PED NOT EQUAL "M" AND TIPO-PED NOT EQUAL "F"
                AND TIPO-PED NOT EQUAL "N"
                     MOVE "TIPO DE DECLARACAO INVALIDO" TO MOTIVO-RECUSA
                     GO TO APURA-PEDIDO-EXIT.
              IF ALUNO-PED NOT NUMERIC OR TERMO-PED NOT NUMERIC
                     MOVE "ALUNO/TERMO NAO NUMERICO" TO MOTIVO-RECUSA
                     GO TO APURA-PEDIDO-EXIT.
              PERFORM DEFINE-TERMO.
              PERFORM APURA-MATRICULAS.
              IF ALUNO-EXISTE EQUAL "NAO"
                     MOVE "ALUNO NAO CADASTRADO" TO MOTIVO-RECUSA
                     GO TO APURA-PEDIDO-EXIT.
              PERFORM APURA-FREQUENCIA.
              IF TIPO-PED EQUAL "M"
                AND QTD-ATIVAS EQUAL ZEROS
                     MOVE "SEM MATRICULA ATIVA NO TERMO"
                       TO MOTIVO-RECUSA
                     GO TO APURA-PEDIDO-EXIT.
              IF TIPO-PED EQUAL "F"
                AND (ACHOU-FRQ EQUAL "NAO"
                  OR DADAS-DECLARADAS EQUAL ZEROS)
                     MOVE "SEM REGISTRO DE FREQUENCIA" TO MOTIVO-RECUSA
                     GO TO APURA-PEDIDO-EXIT.
              IF TIPO-PED EQUAL "N"
                AND QTD-ATIVAS EQUAL ZEROS
                AND QTD-IRREGULARES EQUAL ZEROS
                     MOVE "SEM MATRICULA NO TERMO" TO MOTIVO-RECUSA
                     GO TO APURA-PEDIDO-EXIT.
              IF TIPO-PED EQUAL "N"
                AND QTD-IRREGULARES GREATER THAN ZEROS
                     MOVE "MATRICULA TRANCADA/CANCELADA"
                       TO MOTIVO-RECUSA
                     GO TO APURA-PEDIDO-EXIT.
              IF TIPO-PED EQUAL "N"
                AND ACHOU-FRQ EQUAL "SIM"
                AND FREQUENCIA-ALUNO LESS THAN FREQUENCIA-MINIMA
                     MOVE "FREQUENCIA ABAIXO DO MINIMO" TO MOTIVO-RECUSA
                     GO TO APURA-PEDIDO-EXIT.

       APURA-PEDIDO-EXIT.
              EXIT.

      * Termo informado no pedido; zero = termo aberto ou reaberto no
      * controle e, sem controle, o ultimo termo do aluno no CADALU.
       DEFINE-TERMO.
              MOVE TERMO-PED TO TERMO-DECLARADO.
              IF TERMO-DECLARADO EQUAL ZEROS
                     PERFORM VARYING IDX-TERMO-CTL FROM 1 BY 1
                             UNTIL IDX-TERMO-CTL GREATER THAN
                                   TOTAL-TERMOS-CTL
                             IF SITUACAO-CTLT-TAB(IDX-TERMO-CTL)
                                   EQUAL "A"
                               OR SITUACAO-CTLT-TAB(IDX-TERMO-CTL)
                                   EQUAL "R"
                                    MOVE TERMO-CTLT-TAB(IDX-TERMO-CTL)
                                      TO TERMO-DECLARADO
                             END-IF
                     END-PERFORM
              END-IF.
              IF TERMO-DECLARADO EQUAL ZEROS
                     PERFORM VARYING IDX-ALU FROM 1 BY 1
                             UNTIL IDX-ALU GREATER THAN TOTAL-ALUNOS
                             IF NUMERO-ALU-TAB(IDX-ALU) EQUAL ALUNO-PED
                               AND TERMO-ALU-TAB(IDX-ALU) GREATER THAN
                                   TERMO-DECLARADO
                                    MOVE TERMO-ALU-TAB(IDX-ALU)
                                      TO TERMO-DECLARADO
                             END-IF
                     END-PERFORM
              END-IF.
              MOVE SPACE TO SITUACAO-TERMO.
              PERFORM VARYING IDX-TERMO-CTL FROM 1 BY 1
                      UNTIL IDX-TERMO-CTL GREATER THAN TOTAL-TERMOS-CTL
                      IF TERMO-CTLT-TAB(IDX-TERMO-CTL) EQUAL
                            TERMO-DECLARADO
                             MOVE SITUACAO-CTLT-TAB(IDX-TERMO-CTL)
                               TO SITUACAO-TERMO
                      END-IF
              END-PERFORM.

      * Matriculas do aluno no termo: ativas ("A" ou espaco, como no
      * EX03) e irregulares (trancadas ou canceladas).
       APURA-MATRICULAS.
              MOVE "NAO"  TO ALUNO-EXISTE.
              MOVE SPACES TO NOME-DECLARADO.
              MOVE ZEROS  TO QTD-ATIVAS QTD-IRREGULARES.
              PERFORM VARYING IDX-ALU FROM 1 BY 1
                      UNTIL IDX-ALU GREATER THAN TOTAL-ALUNOS
                      IF NUMERO-ALU-TAB(IDX-ALU) EQUAL ALUNO-PED
                             MOVE "SIM" TO ALUNO-EXISTE
                             MOVE NOME-ALU-TAB(IDX-ALU)
                               TO NOME-DECLARADO
                             IF TERMO-ALU-TAB(IDX-ALU) EQUAL
                                   TERMO-DECLARADO
                                    IF STATUS-ALU-TAB(IDX-ALU) EQUAL "A"
                                      OR STATUS-ALU-TAB(IDX-ALU)
                                         EQUAL SPACE
                                           ADD 1 TO QTD-ATIVAS
                                    ELSE
                                           ADD 1 TO QTD-IRREGULARES
                                    END-IF
                             END-IF
                      END-IF
              END-PERFORM.

       APURA-FREQUENCIA.
              MOVE "NAO" TO ACHOU-FRQ.
              MOVE ZEROS TO DADAS-DECLARADAS ASSIST-DECLARADAS
                            FREQUENCIA-ALUNO.
              PERFORM VARYING IDX-FRQ FROM 1 BY 1
                      UNTIL IDX-FRQ GREATER THAN TOTAL-FRQ
                      IF NUMERO-FRQ-TAB(IDX-FRQ) EQUAL ALUNO-PED
                             MOVE "SIM" TO ACHOU-FRQ
                             MOVE DADAS-FRQ-TAB(IDX-FRQ)
                               TO DADAS-DECLARADAS
                             MOVE ASSIST-FRQ-TAB(IDX-FRQ)
                               TO ASSIST-DECLARADAS
                      END-IF
              END-PERFORM.
              IF DADAS-DECLARADAS GREATER THAN ZEROS
                     COMPUTE FREQUENCIA-ALUNO ROUNDED =
                             ASSIST-DECLARADAS * 100 / DADAS-DECLARADAS.

      * Numera, calcula o codigo sobre o conteudo, registra e
      * imprime a declaracao.
       EMITE-DECLARACAO.
              ADD 1 TO NUMERO-DECLARACAO.
              ADD 1 TO TOTAL-EMITIDAS.
              MOVE NUMERO-DECLARACAO TO NUMERO-DECL.
              MOVE TIPO-PED          TO TIPO-DECL.
              MOVE DATA-HOJE-N       TO DATA-EMISSAO-DECL.
              MOVE ALUNO-PED         TO ALUNO-DECL.
              MOVE NOME-DECLARADO    TO NOME-DECL.
              MOVE TERMO-DECLARADO   TO TERMO-DECL.
              MOVE SITUACAO-TERMO    TO SITUACAO-TERMO-DECL.
              MOVE QTD-ATIVAS        TO QTD-DISC-DECL.
              MOVE DADAS-DECLARADAS  TO AULAS-DADAS-DECL.
              MOVE ASSIST-DECLARADAS TO AULAS-ASSIST-DECL.
              MOVE FREQUENCIA-ALUNO  TO FREQUENCIA-DECL.
              PERFORM MONTA-BASE-VERIF.
              CALL "CODVERIF" USING BASE-VERIF CODIGO-VERIFICACAO.
              MOVE CODIGO-VERIFICACAO TO CODIGO-VERIF-DECL.
              WRITE REG-REGDECL.
              PERFORM IMPRIME-DECLARACAO.

      * Mesma montagem da tela EX29, que recalcula o codigo sobre o
      * registro: os campos saem todos do REG-REGDECL.
       MONTA-BASE-VERIF.
              MOVE NUMERO-DECL       TO NUMERO-BVF.
              EVALUATE TIPO-DECL
                     WHEN "M"   MOVE 1 TO TIPO-BVF
                     WHEN "F"   MOVE 2 TO TIPO-BVF
                     WHEN "N"   MOVE 3 TO TIPO-BVF
                     WHEN OTHER MOVE 0 TO TIPO-BVF
              END-EVALUATE.
              MOVE DATA-EMISSAO-DECL TO DATA-BVF.
              MOVE ALUNO-DECL        TO ALUNO-BVF.
              MOVE TERMO-DECL        TO TERMO-BVF.
              EVALUATE SITUACAO-TERMO-DECL
                     WHEN "P"   MOVE 1 TO SITUACAO-BVF
                     WHEN "A"   MOVE 2 TO SITUACAO-BVF
                     WHEN "F"   MOVE 3 TO SITUACAO-BVF
                     WHEN "R"   MOVE 4 TO SITUACAO-BVF
                     WHEN OTHER MOVE 0 TO SITUACAO-BVF
              END-EVALUATE.
              MOVE QTD-DISC-DECL     TO QTD-DISC-BVF.
              MOVE AULAS-DADAS-DECL  TO DADAS-BVF.
              MOVE AULAS-ASSIST-DECL TO ASSIST-BVF.
              MOVE FREQUENCIA-DECL   TO FREQUENCIA-BVF.

       IMPRIME-DECLARACAO.
              IF TOTAL-EMITIDAS EQUAL 1
                     WRITE REG-REL FROM LINHA-TIMBRE
                           AFTER ADVANCING 1 LINE
              ELSE
                     WRITE REG-REL FROM LINHA-TIMBRE
                           AFTER ADVANCING PAGE
              END-IF.
              EVALUATE TIPO-DECL
                     WHEN "M" MOVE "DECLARACAO DE MATRICULA"
                                TO VAR-TITULO
                     WHEN "F" MOVE "DECLARACAO DE FREQUENCIA"
                                TO VAR-TITULO
                     WHEN "N" MOVE "DECLARACAO DE NADA CONSTA"
                                TO VAR-TITULO
              END-EVALUATE.
              MOVE NUMERO-DECL TO VAR-NUMERO-DECL.
              WRITE REG-REL FROM LINHA-TITULO AFTER ADVANCING 2 LINES.
              MOVE ALUNO-DECL TO VAR-ALUNO.
              MOVE NOME-DECL  TO VAR-NOME.
              WRITE REG-REL FROM LINHA-ALUNO AFTER ADVANCING 2 LINES.
              EVALUATE TIPO-DECL
                     WHEN "M"
                            MOVE TERMO-DECL    TO VAR-TERMO-M
                            MOVE QTD-DISC-DECL TO VAR-QTD-DISC-M
                            MOVE TEXTO-MATRICULA TO VAR-TEXTO
                     WHEN "F"
                            MOVE FREQUENCIA-DECL   TO VAR-FREQUENCIA
                            MOVE AULAS-ASSIST-DECL TO VAR-ASSIST
                            MOVE AULAS-DADAS-DECL  TO VAR-DADAS
                            MOVE TERMO-DECL        TO VAR-TERMO-F
                            MOVE TEXTO-FREQUENCIA  TO VAR-TEXTO
                     WHEN "N"
                            MOVE TERMO-DECL TO VAR-TERMO-N
                            MOVE TEXTO-NADA-CONSTA TO VAR-TEXTO
              END-EVALUATE.
              WRITE REG-REL FROM LINHA-TEXTO AFTER ADVANCING 1 LINE.
              EVALUATE SITUACAO-TERMO-DECL
                     WHEN "P" MOVE "PLANEJADO"    TO VAR-SITUACAO-TERMO
                     WHEN "A" MOVE "EM ANDAMENTO" TO VAR-SITUACAO-TERMO
                     WHEN "R" MOVE "REABERTO"     TO VAR-SITUACAO-TERMO
                     WHEN "F" MOVE "ENCERRADO"    TO VAR-SITUACAO-TERMO
                     WHEN OTHER
                            MOVE "NAO CONTROLADO" TO VAR-SITUACAO-TERMO
              END-EVALUATE.
              MOVE TEXTO-SITUACAO TO VAR-TEXTO.
              WRITE REG-REL FROM LINHA-TEXTO AFTER ADVANCING 1 LINE.
              MOVE DIA-HOJE TO VAR-DIA.
              MOVE MES-HOJE TO VAR-MES.
              MOVE ANO-HOJE TO VAR-ANO.
              WRITE REG-REL FROM LINHA-DATA AFTER ADVANCING 2 LINES.
              MOVE CODIGO-VERIF-DECL TO VAR-CODIGO.
              WRITE REG-REL FROM LINHA-CODIGO AFTER ADVANCING 1 LINE.

       IMPRIME-RECUSA.
              ADD 1 TO TOTAL-RECUSADAS.
              MOVE 1             TO RETURN-CODE.
              MOVE TIPO-PED      TO VAR-TIPO-R.
              MOVE ALUNO-PED     TO VAR-ALUNO-R.
              MOVE TERMO-PED     TO VAR-TERMO-R.
              MOVE MOTIVO-RECUSA TO VAR-MOTIVO-R.
              WRITE REG-REL FROM LINHA-RECUSA AFTER ADVANCING 2 LINES.

       FIM.
              PERFORM GRAVA-ULTIMO-NUMERO.
              MOVE TOTAL-EMITIDAS  TO VAR-EMITIDAS.
              MOVE TOTAL-RECUSADAS TO VAR-RECUSADAS.
              WRITE REG-REL FROM ROD-DECL-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-DECL-02 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE PEDDECL
                    REGDECL
                    RELDECL.

       GRAVA-ULTIMO-NUMERO.
              OPEN OUTPUT NUMDECL.
              MOVE NUMERO-DECLARACAO TO ULTIMO-DECL-ARQ.
              WRITE REG-NUMDECL.
              CLOSE NUMDECL.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-REGISTRO.
       GRAVA-RUNLOG.
              MOVE   "ME01EX28"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-EMITIDAS   TO TOTAL-GRAVADOS-RUNLOG.
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
