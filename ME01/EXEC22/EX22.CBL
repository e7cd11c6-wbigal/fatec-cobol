       IDENTIFICATION              DIVISION.
       PROGRAM-ID.          EX22.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      RENOVACAO DAS BOLSAS DE ESTUDO NO FIM DO TERMO:
      *              CADA BOLSA EM VIGOR DO BOLSA.DAT (ATIVA OU EM
      *              ADVERTENCIA, TERMO INICIAL JA ALCANCADO) E
      *              CONFRONTADA COM A MEDIA DO ALUNO NO TERMO
      *              (MEDIA DAS DISCIPLINAS DO TERMO NO HISTGPAI.DAT,
      *              START PELA CHAVE ALUNO+TERMO COMO NA CONSULTA
      *              EX11) E COM A FREQUENCIA DO CADFRQ.DAT (ALUNO SEM
      *              REGISTRO DE FREQUENCIA NAO SOFRE A EXIGENCIA,
      *              MESMA REGRA DO EX03). QUEM CUMPRE AS DUAS
      *              EXIGENCIAS MANTEM A BOLSA (E SAI DE UMA
      *              ADVERTENCIA ANTERIOR); A PRIMEIRA FALHA POE A
      *              BOLSA EM ADVERTENCIA (O DESCONTO CONTINUA), E A
      *              FALHA DE QUEM JA ESTAVA EM ADVERTENCIA FAZ PERDER
      *              A BOLSA. ALUNO SEM NOTAS NO TERMO FICA PENDENTE,
      *              SEM MUDANCA. O TERMO REVISTO VEM DE PARMRBOL.DAT
      *              OU, SEM PARAMETRO, E O ULTIMO TERMO FECHADO NO
      *              CTLTERMO.DAT (EX19); COM O CONTROLE CARREGADO, SO
      *              TERMO FECHADO E REVISTO, E BOLSA JA REVISTA NO
      *              TERMO NAO E REVISTA DE NOVO. O RELATORIO RELRBOLS
      *              LISTA MANTIDAS, ADVERTIDAS, PERDIDAS E PENDENTES
      *              PARA A ASSINATURA DO COORDENADOR.

      *==============================================================
       ENVIRONMENT                 DIVISION.

       CONFIGURATION               SECTION.
              SOURCE-COMPUTER.     IBM-PC.
              OBJECT-COMPUTER.     IBM-PC.
              SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
              SELECT  OPTIONAL  PARMRBOL   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CTLTERMO   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  BOLSA      ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADFRQ     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  HISTGPA    ASSIGN        TO DISK
              ORGANIZATION  IS            INDEXED
              ACCESS MODE   IS            DYNAMIC
              RECORD KEY    IS            CHAVE-HIST
              FILE STATUS   IS            HISTGPA-STATUS.

              SELECT        RELRBOLS      ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            RUNLOG-STATUS.

      *==============================================================
       DATA                        DIVISION.

       FILE                        SECTION.

      * PARMRBOL: termo a rever (opcional).
       FD     PARMRBOL
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "PARMRBOL.DAT".
       01     REG-PARM-RBOL.
              02     TERMO-PARM    PIC 9(02).

      * CTLTERMO: controle do ciclo de vida dos termos (EX19).
       FD     CTLTERMO
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "CTLTERMO.DAT".
       01     REG-CTLT.
              02     TERMO-CTLT    PIC 9(02).
              02     SITUACAO-CTLT PIC X(01).

      * BOLSA: cadastro de bolsas (EX21), regravado por completo com
      * o resultado da renovacao.
       FD     BOLSA
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "BOLSA.DAT".
       COPY BOLSA.

      * CADFRQ: frequencia por aluno no termo (EX15 deste modulo).
       FD     CADFRQ
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "CADFRQ.DAT".
       01     REG-FRQ.
              02     NUMERO-FRQ    PIC 9(05).
              02     AULAS-DADAS-FRQ      PIC 9(03).
              02     AULAS-ASSISTIDAS-FRQ PIC 9(03).

      * HISTGPA: historico indexado (HISTGPAI.DAT, EX04/EX10).
       FD     HISTGPA
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "HISTGPAI.DAT".
       01     REG-HIST.
              02     CHAVE-HIST.
                     03     NUMERO-HIST    PIC 9(05).
                     03     TERMO-HIST     PIC 9(02).
                     03     DISCIPLINA-HIST PIC X(08).
              02     MEDIA-HIST    PIC 9(02)V99.

       FD     RELRBOLS
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
       77     FIM-CTLT      PIC X(03)     VALUE "NAO".
       77     FIM-BLS       PIC X(03)     VALUE "NAO".
       77     FIM-FRQ       PIC X(03)     VALUE "NAO".
       77     FIM-VARREDURA PIC X(03)     VALUE "NAO".
       77     HISTGPA-STATUS PIC X(02)    VALUE "00".
       77     RUNLOG-STATUS PIC X(02)     VALUE "00".
       77     TERMO-REVISTO PIC 9(02)     VALUE ZEROS.
       77     SITUACAO-TERMO PIC X(01)    VALUE SPACE.
       77     TOTAL-REVISTAS PIC 9(05)    VALUE ZEROS.
       77     TOTAL-MANTIDAS PIC 9(05)    VALUE ZEROS.
       77     TOTAL-ADVERTIDAS PIC 9(05)  VALUE ZEROS.
       77     TOTAL-PERDIDAS PIC 9(05)    VALUE ZEROS.
       77     TOTAL-PENDENTES PIC 9(05)   VALUE ZEROS.
       77     TOTAL-JA-REVISTAS PIC 9(05) VALUE ZEROS.
       77     SECAO-IMPRESSA PIC X(01)    VALUE SPACE.
       77     QTD-SECAO     PIC 9(05)     VALUE ZEROS.
       01     HORA-ATUAL.
              02 HH-ATUAL   PIC 9(02).
              02 MM-ATUAL   PIC 9(02).
              02 SS-ATUAL   PIC 9(02).

      * Controle de termos em memoria.
       77     TOTAL-CTLT    PIC 9(03)     VALUE ZEROS.
       77     IDX-CTLT      PIC 9(03)     VALUE ZEROS.
       01     TABELA-CTLT.
              02     CTLT-REG      OCCURS 100 TIMES.
                     03     TERMO-CTLT-TAB   PIC 9(02).
                     03     SITUACAO-CTLT-TAB PIC X(01).

      * Frequencia por aluno (mesmo esquema do EX03).
       77     TOTAL-FRQ     PIC 9(04)     VALUE ZEROS.
       77     IDX-FRQ       PIC 9(04)     VALUE ZEROS.
       77     ACHOU-FRQ     PIC X(03)     VALUE "NAO".
       77     FREQUENCIA-ALUNO PIC 9(03)  VALUE ZEROS.
       01     TABELA-FRQ.
              02     FRQ-REG       OCCURS 2000 TIMES.
                     03     NUMERO-FRQ-TAB   PIC 9(05).
                     03     DADAS-FRQ-TAB    PIC 9(03).
                     03     ASSIST-FRQ-TAB   PIC 9(03).

      * Media do aluno no termo revisto.
       77     QTD-MEDIAS    PIC 9(03)     VALUE ZEROS.
       77     SOMA-MEDIAS   PIC 9(05)V99  VALUE ZEROS.
       77     MEDIA-TERMO   PIC 9(02)V99  VALUE ZEROS.
       77     FALHOU-MEDIA  PIC X(03)     VALUE "NAO".
       77     FALHOU-FREQ   PIC X(03)     VALUE "NAO".

      * Cadastro de bolsas em memoria, com o resultado da revisao:
      * RESULTADO "M" mantida, "V" advertida, "P" perdida, "S" sem
      * notas no termo (pendente); espaco = fora da revisao.
       77     TOTAL-BLS     PIC 9(04)     VALUE ZEROS.
       77     IDX-BLS       PIC 9(04)     VALUE ZEROS.
       01     TABELA-BOLSAS.
              02     BLS-REG       OCCURS 2000 TIMES.
                     03     NUMERO-BLS-TAB   PIC 9(05).
                     03     NOME-BLS-TAB     PIC X(20).
                     03     TIPO-BLS-TAB     PIC X(01).
                     03     PERC-BLS-TAB     PIC 9(03)V99.
                     03     TERMO-INI-BLS-TAB PIC 9(02).
                     03     MEDIA-MIN-BLS-TAB PIC 9(02)V99.
                     03     FREQ-MIN-BLS-TAB PIC 9(03).
                     03     SITUACAO-BLS-TAB PIC X(01).
                     03     TERMO-REV-BLS-TAB PIC 9(02).
                     03     MEDIA-REV-BLS-TAB PIC 9(02)V99.
                     03     FREQ-REV-BLS-TAB PIC 9(03).
                     03     ACHOU-FRQ-TAB    PIC X(01).
                     03     RESULTADO-TAB    PIC X(01).
                     03     MOTIVO-TAB       PIC X(22).

       01     CAB-RBOLS-01.
              02     FILLER        PIC X(16) VALUE SPACES.
              02     FILLER        PIC X(40)
                     VALUE "RENOVACAO DE BOLSAS DE ESTUDO - TERMO ".
              02     VAR-TERMO-CAB PIC 99.
              02     FILLER        PIC X(22) VALUE SPACES.

       01     CAB-SECAO.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-TITULO-SECAO PIC X(40).
              02     FILLER        PIC X(38) VALUE SPACES.

       01     CAB-COLUNAS.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(06) VALUE "ALUNO ".
              02     FILLER        PIC X(21) VALUE "NOME".
              02     FILLER        PIC X(02) VALUE "T".
              02     FILLER        PIC X(07) VALUE "BOLSA% ".
              02     FILLER        PIC X(06) VALUE "M.MIN ".
              02     FILLER        PIC X(06) VALUE "MEDIA ".
              02     FILLER        PIC X(04) VALUE "FMIN".
              02     FILLER        PIC X(04) VALUE "FREQ".
              02     FILLER        PIC X(22) VALUE "MOTIVO".

       01     DETALHE-RBOLS.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-NUMERO    PIC 9(05).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-NOME      PIC X(20).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-TIPO      PIC X(01).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-PERC      PIC ZZ9,99.
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-MEDIA-MIN PIC Z9,99.
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-MEDIA     PIC Z9,99.
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-FREQ-MIN  PIC ZZ9.
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-FREQ      PIC ZZ9.
              02     VAR-FREQ-X    REDEFINES VAR-FREQ PIC X(03).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-MOTIVO    PIC X(22).

       01     LINHA-SECAO-VAZIA.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     FILLER        PIC X(20) VALUE "(NENHUMA)".
              02     FILLER        PIC X(55) VALUE SPACES.

       01     ROD-RBOLS-01.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Bolsas revistas          :".
              02     VAR-REVISTAS  PIC ZZZZ9.
              02     FILLER        PIC X(43) VALUE SPACES.

       01     ROD-RBOLS-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Mantidas                 :".
              02     VAR-MANTIDAS  PIC ZZZZ9.
              02     FILLER        PIC X(43) VALUE SPACES.

       01     ROD-RBOLS-03.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Em advertencia           :".
              02     VAR-ADVERTIDAS PIC ZZZZ9.
              02     FILLER        PIC X(43) VALUE SPACES.

       01     ROD-RBOLS-04.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Perdidas                 :".
              02     VAR-PERDIDAS  PIC ZZZZ9.
              02     FILLER        PIC X(43) VALUE SPACES.

       01     ROD-RBOLS-05.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Pendentes (sem notas)    :".
              02     VAR-PENDENTES PIC ZZZZ9.
              02     FILLER        PIC X(43) VALUE SPACES.

       01     ROD-RBOLS-06.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Ja revistas no termo     :".
              02     VAR-JA-REVISTAS PIC ZZZZ9.
              02     FILLER        PIC X(43) VALUE SPACES.

       01     LINHA-ASSINATURA.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     FILLER        PIC X(35)
                     VALUE "__________________________________".
              02     FILLER        PIC X(05) VALUE SPACES.
              02     FILLER        PIC X(20)
                     VALUE "DATA: ____/____/____".
              02     FILLER        PIC X(15) VALUE SPACES.

       01     LINHA-COORDENADOR.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     FILLER        PIC X(35)
                     VALUE "COORDENADOR(A) DO CURSO".
              02     FILLER        PIC X(40) VALUE SPACES.

      *==============================================================
       PROCEDURE                   DIVISION.

       PGM-EX22.
              PERFORM INICIO.
              PERFORM REVE-BOLSA
                      THRU REVE-BOLSA-EXIT
                      VARYING IDX-BLS FROM 1 BY 1
                      UNTIL IDX-BLS GREATER THAN TOTAL-BLS.
              CLOSE HISTGPA.
              PERFORM REGRAVA-BOLSA.
              PERFORM IMPRIME-RESULTADO.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              PERFORM CARREGA-CTLTERMO.
              PERFORM DEFINE-TERMO.
              PERFORM CARREGA-BOLSAS.
              PERFORM CARREGA-FREQUENCIA.
              OPEN INPUT  HISTGPA
                   OUTPUT RELRBOLS.
              MOVE TERMO-REVISTO TO VAR-TERMO-CAB.
              WRITE REG-REL FROM CAB-RBOLS-01 AFTER ADVANCING 1 LINE.

       CARREGA-CTLTERMO.
              OPEN INPUT CTLTERMO.
              PERFORM UNTIL FIM-CTLT EQUAL "SIM"
                      READ CTLTERMO
                             AT END MOVE "SIM" TO FIM-CTLT
                             NOT AT END
                                  IF TOTAL-CTLT LESS THAN 100
                                       ADD 1 TO TOTAL-CTLT
                                       MOVE TERMO-CTLT TO
                                          TERMO-CTLT-TAB(TOTAL-CTLT)
                                       MOVE SITUACAO-CTLT TO
                                          SITUACAO-CTLT-TAB
                                             (TOTAL-CTLT)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CTLTERMO.

      * Termo do parametro ou, sem ele, o maior termo fechado. Com o
      * controle carregado, termo que nao esta fechado ("F") nao e
      * revisto: as medias ainda podem mudar.
       DEFINE-TERMO.
              OPEN INPUT PARMRBOL.
              READ PARMRBOL
                     AT END MOVE "SIM" TO FIM-PARM
              END-READ.
              IF FIM-PARM EQUAL "NAO"
                AND TERMO-PARM NUMERIC
                     MOVE TERMO-PARM TO TERMO-REVISTO.
              CLOSE PARMRBOL.
              IF TERMO-REVISTO EQUAL ZEROS
                     PERFORM VARYING IDX-CTLT FROM 1 BY 1
                             UNTIL IDX-CTLT GREATER THAN TOTAL-CTLT
                             IF SITUACAO-CTLT-TAB(IDX-CTLT) EQUAL "F"
                               AND TERMO-CTLT-TAB(IDX-CTLT) GREATER
                                   THAN TERMO-REVISTO
                                    MOVE TERMO-CTLT-TAB(IDX-CTLT)
                                      TO TERMO-REVISTO
                             END-IF
                     END-PERFORM
              END-IF.
              IF TERMO-REVISTO EQUAL ZEROS
                     DISPLAY "*** EX22: TERMO A REVER NAO INFORMADO E"
                             " NENHUM TERMO FECHADO NO CTLTERMO.DAT"
                     MOVE 4 TO RETURN-CODE
                     STOP RUN.
              IF TOTAL-CTLT GREATER THAN ZEROS
                     MOVE SPACE TO SITUACAO-TERMO
                     PERFORM VARYING IDX-CTLT FROM 1 BY 1
                             UNTIL IDX-CTLT GREATER THAN TOTAL-CTLT
                             IF TERMO-CTLT-TAB(IDX-CTLT) EQUAL
                                   TERMO-REVISTO
                                    MOVE SITUACAO-CTLT-TAB(IDX-CTLT)
                                      TO SITUACAO-TERMO
                             END-IF
                     END-PERFORM
                     IF SITUACAO-TERMO NOT EQUAL "F"
                            DISPLAY "*** EX22: TERMO " TERMO-REVISTO
                                    " NAO ESTA FECHADO NO CTLTERMO.DAT"
                                    " - RENOVACAO NAO EXECUTADA"
                            MOVE 4 TO RETURN-CODE
                            STOP RUN
                     END-IF
              END-IF.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX22: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-BOLSAS.
              OPEN INPUT BOLSA.
              PERFORM UNTIL FIM-BLS EQUAL "SIM"
                      READ BOLSA
                             AT END MOVE "SIM" TO FIM-BLS
                             NOT AT END
                                  IF TOTAL-BLS NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-BLS
                                  MOVE NUMERO-BLS TO
                                     NUMERO-BLS-TAB(TOTAL-BLS)
                                  MOVE NOME-BLS TO
                                     NOME-BLS-TAB(TOTAL-BLS)
                                  MOVE TIPO-BLS TO
                                     TIPO-BLS-TAB(TOTAL-BLS)
                                  MOVE PERC-BLS TO
                                     PERC-BLS-TAB(TOTAL-BLS)
                                  MOVE TERMO-INI-BLS TO
                                     TERMO-INI-BLS-TAB(TOTAL-BLS)
                                  MOVE MEDIA-MIN-BLS TO
                                     MEDIA-MIN-BLS-TAB(TOTAL-BLS)
                                  MOVE FREQ-MIN-BLS TO
                                     FREQ-MIN-BLS-TAB(TOTAL-BLS)
                                  MOVE SITUACAO-BLS TO
                                     SITUACAO-BLS-TAB(TOTAL-BLS)
                                  MOVE TERMO-REV-BLS TO
                                     TERMO-REV-BLS-TAB(TOTAL-BLS)
                                  MOVE MEDIA-REV-BLS TO
                                     MEDIA-REV-BLS-TAB(TOTAL-BLS)
                                  MOVE FREQ-REV-BLS TO
                                     FREQ-REV-BLS-TAB(TOTAL-BLS)
                                  MOVE SPACE TO
                                     ACHOU-FRQ-TAB(TOTAL-BLS)
                                     RESULTADO-TAB(TOTAL-BLS)
                                  MOVE SPACES TO
                                     MOTIVO-TAB(TOTAL-BLS)
                      END-READ
              END-PERFORM.
              CLOSE BOLSA.

       CARREGA-FREQUENCIA.
              OPEN INPUT CADFRQ.
              PERFORM UNTIL FIM-FRQ EQUAL "SIM"
                      READ CADFRQ
                             AT END MOVE "SIM" TO FIM-FRQ
                             NOT AT END
                                  IF TOTAL-FRQ LESS THAN 2000
                                       ADD 1 TO TOTAL-FRQ
                                       MOVE NUMERO-FRQ TO
                                          NUMERO-FRQ-TAB(TOTAL-FRQ)
                                       MOVE AULAS-DADAS-FRQ TO
                                          DADAS-FRQ-TAB(TOTAL-FRQ)
                                       MOVE AULAS-ASSISTIDAS-FRQ TO
                                          ASSIST-FRQ-TAB(TOTAL-FRQ)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADFRQ.

      * Revisao de uma bolsa: so as em vigor, ja iniciadas e ainda
      * nao revistas no termo.
       REVE-BOLSA.
              IF SITUACAO-BLS-TAB(IDX-BLS) NOT EQUAL "A"
                AND SITUACAO-BLS-TAB(IDX-BLS) NOT EQUAL "V"
                     GO TO REVE-BOLSA-EXIT.
              IF TERMO-INI-BLS-TAB(IDX-BLS) GREATER THAN TERMO-REVISTO
                     GO TO REVE-BOLSA-EXIT.
              IF TERMO-REV-BLS-TAB(IDX-BLS) EQUAL TERMO-REVISTO
                     ADD 1 TO TOTAL-JA-REVISTAS
                     GO TO REVE-BOLSA-EXIT.
              PERFORM APURA-MEDIA-TERMO.
              IF QTD-MEDIAS EQUAL ZEROS
                     MOVE "S" TO RESULTADO-TAB(IDX-BLS)
                     MOVE "SEM NOTAS NO TERMO" TO MOTIVO-TAB(IDX-BLS)
                     ADD 1 TO TOTAL-PENDENTES
                     GO TO REVE-BOLSA-EXIT.
              PERFORM APURA-FREQUENCIA.
              ADD 1 TO TOTAL-REVISTAS.
              MOVE TERMO-REVISTO    TO TERMO-REV-BLS-TAB(IDX-BLS).
              MOVE MEDIA-TERMO      TO MEDIA-REV-BLS-TAB(IDX-BLS).
              MOVE FREQUENCIA-ALUNO TO FREQ-REV-BLS-TAB(IDX-BLS).
              MOVE "NAO" TO FALHOU-MEDIA FALHOU-FREQ.
              IF MEDIA-TERMO LESS THAN MEDIA-MIN-BLS-TAB(IDX-BLS)
                     MOVE "SIM" TO FALHOU-MEDIA.
              IF ACHOU-FRQ EQUAL "SIM"
                AND FREQUENCIA-ALUNO LESS THAN
                    FREQ-MIN-BLS-TAB(IDX-BLS)
                     MOVE "SIM" TO FALHOU-FREQ.
              IF FALHOU-MEDIA EQUAL "SIM" AND FALHOU-FREQ EQUAL "SIM"
                     MOVE "MEDIA E FREQUENCIA" TO MOTIVO-TAB(IDX-BLS)
              ELSE IF FALHOU-MEDIA EQUAL "SIM"
                     MOVE "MEDIA ABAIXO DO MINIMO"
                       TO MOTIVO-TAB(IDX-BLS)
              ELSE IF FALHOU-FREQ EQUAL "SIM"
                     MOVE "FREQUENCIA BAIXA" TO MOTIVO-TAB(IDX-BLS).
              IF FALHOU-MEDIA EQUAL "NAO" AND FALHOU-FREQ EQUAL "NAO"
                     IF SITUACAO-BLS-TAB(IDX-BLS) EQUAL "V"
                            MOVE "SAIU DA ADVERTENCIA"
                              TO MOTIVO-TAB(IDX-BLS)
                     END-IF
                     MOVE "A" TO SITUACAO-BLS-TAB(IDX-BLS)
                     MOVE "M" TO RESULTADO-TAB(IDX-BLS)
                     ADD 1 TO TOTAL-MANTIDAS
              ELSE IF SITUACAO-BLS-TAB(IDX-BLS) EQUAL "V"
                     MOVE "P" TO SITUACAO-BLS-TAB(IDX-BLS)
                     MOVE "P" TO RESULTADO-TAB(IDX-BLS)
                     ADD 1 TO TOTAL-PERDIDAS
              ELSE
                     MOVE "V" TO SITUACAO-BLS-TAB(IDX-BLS)
                     MOVE "V" TO RESULTADO-TAB(IDX-BLS)
                     ADD 1 TO TOTAL-ADVERTIDAS.

       REVE-BOLSA-EXIT.
              EXIT.

      * Posiciona na primeira chave aluno+termo e varre as
      * disciplinas do termo (a chave composta as mantem juntas).
       APURA-MEDIA-TERMO.
              MOVE ZEROS TO QTD-MEDIAS SOMA-MEDIAS MEDIA-TERMO.
              MOVE NUMERO-BLS-TAB(IDX-BLS) TO NUMERO-HIST.
              MOVE TERMO-REVISTO           TO TERMO-HIST.
              MOVE SPACES                  TO DISCIPLINA-HIST.
              MOVE "NAO"                   TO FIM-VARREDURA.
              START HISTGPA KEY IS NOT LESS THAN CHAVE-HIST
                     INVALID KEY
                            MOVE "SIM" TO FIM-VARREDURA
              END-START.
              PERFORM VARRE-LANCAMENTOS
                      UNTIL FIM-VARREDURA EQUAL "SIM".
              IF QTD-MEDIAS GREATER THAN ZEROS
                     DIVIDE SOMA-MEDIAS BY QTD-MEDIAS
                            GIVING MEDIA-TERMO ROUNDED.

       VARRE-LANCAMENTOS.
              READ HISTGPA NEXT
                     AT END MOVE "SIM" TO FIM-VARREDURA
                     NOT AT END
                            IF NUMERO-HIST NOT EQUAL
                                  NUMERO-BLS-TAB(IDX-BLS)
                              OR TERMO-HIST NOT EQUAL TERMO-REVISTO
                                   MOVE "SIM" TO FIM-VARREDURA
                            ELSE
                                   ADD 1 TO QTD-MEDIAS
                                   ADD MEDIA-HIST TO SOMA-MEDIAS
                            END-IF
              END-READ.

      * Percentual de frequencia do aluno; sem registro em
      * CADFRQ.DAT (ou com zero aulas dadas) a exigencia nao se
      * aplica.
       APURA-FREQUENCIA.
              MOVE "NAO"  TO ACHOU-FRQ.
              MOVE ZEROS  TO FREQUENCIA-ALUNO.
              PERFORM VARYING IDX-FRQ FROM 1 BY 1
                      UNTIL IDX-FRQ GREATER THAN TOTAL-FRQ
                      IF NUMERO-FRQ-TAB(IDX-FRQ) EQUAL
                            NUMERO-BLS-TAB(IDX-BLS)
                        AND DADAS-FRQ-TAB(IDX-FRQ) GREATER THAN ZEROS
                             MOVE "SIM" TO ACHOU-FRQ
                             COMPUTE FREQUENCIA-ALUNO ROUNDED =
                                     ASSIST-FRQ-TAB(IDX-FRQ) * 100
                                     / DADAS-FRQ-TAB(IDX-FRQ)
                      END-IF
              END-PERFORM.
              MOVE ACHOU-FRQ TO ACHOU-FRQ-TAB(IDX-BLS).

       REGRAVA-BOLSA.
              OPEN OUTPUT BOLSA.
              PERFORM VARYING IDX-BLS FROM 1 BY 1
                      UNTIL IDX-BLS GREATER THAN TOTAL-BLS
                      MOVE NUMERO-BLS-TAB(IDX-BLS)    TO NUMERO-BLS
                      MOVE NOME-BLS-TAB(IDX-BLS)      TO NOME-BLS
                      MOVE TIPO-BLS-TAB(IDX-BLS)      TO TIPO-BLS
                      MOVE PERC-BLS-TAB(IDX-BLS)      TO PERC-BLS
                      MOVE TERMO-INI-BLS-TAB(IDX-BLS) TO TERMO-INI-BLS
                      MOVE MEDIA-MIN-BLS-TAB(IDX-BLS) TO MEDIA-MIN-BLS
                      MOVE FREQ-MIN-BLS-TAB(IDX-BLS)  TO FREQ-MIN-BLS
                      MOVE SITUACAO-BLS-TAB(IDX-BLS)  TO SITUACAO-BLS
                      MOVE TERMO-REV-BLS-TAB(IDX-BLS) TO TERMO-REV-BLS
                      MOVE MEDIA-REV-BLS-TAB(IDX-BLS) TO MEDIA-REV-BLS
                      MOVE FREQ-REV-BLS-TAB(IDX-BLS)  TO FREQ-REV-BLS
                      WRITE REG-BOLSA
              END-PERFORM.
              CLOSE BOLSA.

      * Uma secao por resultado, na ordem que a coordenacao assina.
       IMPRIME-RESULTADO.
              MOVE "M" TO SECAO-IMPRESSA.
              MOVE "BOLSAS MANTIDAS" TO VAR-TITULO-SECAO.
              PERFORM IMPRIME-SECAO.
              MOVE "V" TO SECAO-IMPRESSA.
              MOVE "BOLSAS EM ADVERTENCIA" TO VAR-TITULO-SECAO.
              PERFORM IMPRIME-SECAO.
              MOVE "P" TO SECAO-IMPRESSA.
              MOVE "BOLSAS PERDIDAS" TO VAR-TITULO-SECAO.
              PERFORM IMPRIME-SECAO.
              MOVE "S" TO SECAO-IMPRESSA.
              MOVE "PENDENTES - SEM NOTAS NO TERMO"
                TO VAR-TITULO-SECAO.
              PERFORM IMPRIME-SECAO.

       IMPRIME-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
              MOVE ZEROS TO QTD-SECAO.
              PERFORM VARYING IDX-BLS FROM 1 BY 1
                      UNTIL IDX-BLS GREATER THAN TOTAL-BLS
                      IF RESULTADO-TAB(IDX-BLS) EQUAL SECAO-IMPRESSA
                             ADD 1 TO QTD-SECAO
                             PERFORM IMPRIME-BOLSA
                      END-IF
              END-PERFORM.
              IF QTD-SECAO EQUAL ZEROS
                     WRITE REG-REL FROM LINHA-SECAO-VAZIA
                           AFTER ADVANCING 1 LINE.

       IMPRIME-BOLSA.
              MOVE NUMERO-BLS-TAB(IDX-BLS)    TO VAR-NUMERO.
              MOVE NOME-BLS-TAB(IDX-BLS)      TO VAR-NOME.
              MOVE TIPO-BLS-TAB(IDX-BLS)      TO VAR-TIPO.
              MOVE PERC-BLS-TAB(IDX-BLS)      TO VAR-PERC.
              MOVE MEDIA-MIN-BLS-TAB(IDX-BLS) TO VAR-MEDIA-MIN.
              MOVE FREQ-MIN-BLS-TAB(IDX-BLS)  TO VAR-FREQ-MIN.
              IF RESULTADO-TAB(IDX-BLS) EQUAL "S"
                     MOVE ZEROS TO VAR-MEDIA
                     MOVE " - " TO VAR-FREQ-X
              ELSE
                     MOVE MEDIA-REV-BLS-TAB(IDX-BLS) TO VAR-MEDIA
                     IF ACHOU-FRQ-TAB(IDX-BLS) EQUAL "S"
                            MOVE FREQ-REV-BLS-TAB(IDX-BLS) TO VAR-FREQ
                     ELSE
                            MOVE " - " TO VAR-FREQ-X
                     END-IF
              END-IF.
              MOVE MOTIVO-TAB(IDX-BLS)        TO VAR-MOTIVO.
              WRITE REG-REL FROM DETALHE-RBOLS
                    AFTER ADVANCING 1 LINE.

       FIM.
              MOVE TOTAL-REVISTAS    TO VAR-REVISTAS.
              MOVE TOTAL-MANTIDAS    TO VAR-MANTIDAS.
              MOVE TOTAL-ADVERTIDAS  TO VAR-ADVERTIDAS.
              MOVE TOTAL-PERDIDAS    TO VAR-PERDIDAS.
              MOVE TOTAL-PENDENTES   TO VAR-PENDENTES.
              MOVE TOTAL-JA-REVISTAS TO VAR-JA-REVISTAS.
              WRITE REG-REL FROM ROD-RBOLS-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-RBOLS-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RBOLS-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RBOLS-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RBOLS-05 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RBOLS-06 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM LINHA-ASSINATURA
                    AFTER ADVANCING 4 LINES.
              WRITE REG-REL FROM LINHA-COORDENADOR
                    AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELRBOLS.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" do EX18.
       GRAVA-RUNLOG.
              MOVE   "ME01EX22"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-BLS        TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-REVISTAS   TO TOTAL-GRAVADOS-RUNLOG.
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
