      *              SEQUENCIAIS DO INDEXADO (JA ORDENADO PELA
      *              CHAVE), AMBOS COM QUEBRA POR ALUNO - SEM TABELA
      *              DE ALUNOS EM MEMORIA NEM TETO DE ALUNOS.
      *              O APROVEITAMENTO DE ESTUDOS APROVADO PELO EX27
      *              (REGISTRO DE TERMO 00 NO HISTGPAI.DAT) FICA FORA
      *              DA MEDIA E DA CONTAGEM DE TERMOS DO GPA - SAI SO
      *              CONTADO NA COLUNA APROV. - E NO HISTORICO ESCOLAR
      *              A MATERIA APROVEITADA SAI MARCADA "*AE", COM NOTA
      *              DE RODAPE.

      *==============================================================
       ENVIRONMENT           DIVISION.
       77     QTD-MEDIAS-GPA PIC 9(03) VALUE ZEROS.
       77     SOMA-MEDIAS-GPA PIC 9(04)V99 VALUE ZEROS.
       77     GPA-CALC      PIC 9(02)V99 VALUE ZEROS.
       77     QTD-EQV-GPA   PIC 9(02) VALUE ZEROS.

      * Montagem do historico escolar por materia: para o aluno da
      * vez, as disciplinas descem pela pagina e os termos (1 a 8)
       77     IDX-DISC-ACHADA PIC 9(02) VALUE ZEROS.
       77     IDX-TERMO-TR  PIC 9(02) VALUE ZEROS.
       77     QUADRO-PARCIAL PIC X(03) VALUE "NAO".
       77     TEM-APROVEITAMENTO PIC X(03) VALUE "NAO".
       01     TABELA-TRANSCRICAO.
              02 DISC-REG   OCCURS 20 TIMES.
                     03 DISCIPLINA-TR-TAB PIC X(08).
                     03 APROVEITADA-TR    PIC X(03).
                     03 MEDIA-TERMO-TR    PIC 9(02)V99
                        OCCURS 8 TIMES.

              02 FILLER     PIC X(36) VALUE
                 "DISCIPLINAS NA TABELA ***".

       01     LINHA-TR-APROVEITAMENTO.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(50) VALUE
                 "*AE = APROVEITAMENTO DE ESTUDOS (FORA DO GPA)".
              02 FILLER     PIC X(28) VALUE SPACES.

       01     CAB-GPA-01.
              02 FILLER     PIC X(18) VALUE SPACES.
              02 FILLER     PIC X(33)
              02 FILLER     PIC X(06) VALUE "TERMOS".
              02 FILLER     PIC X(06) VALUE SPACES.
              02 FILLER     PIC X(03) VALUE "GPA".
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER     PIC X(06) VALUE "APROV.".

       01     DETALHE-GPA.
              02 FILLER          PIC X(05) VALUE SPACES.
              02 VAR-QTD-TERMOS  PIC Z9.
              02 FILLER          PIC X(08) VALUE SPACES.
              02 VAR-GPA         PIC Z9,99.
              02 FILLER          PIC X(08) VALUE SPACES.
              02 VAR-QTD-EQV     PIC Z9.

       01     CAB-TR-01.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(06) VALUE SPACES.

      * A coluna da materia imprime o nome do mestre (CADDISC);
      * codigo fora do mestre sai o proprio codigo. Materia de
      * aproveitamento de estudos sai marcada no fim da linha.
       01     DETALHE-TR.
              02 FILLER        PIC X(02) VALUE SPACES.
              02 VAR-DISC-TR   PIC X(20).
              02 COLUNA-TR OCCURS 8 TIMES.
                 03 VAR-MEDIA-TR PIC Z9,99.
                 03 FILLER       PIC X(01) VALUE SPACE.
              02 FILLER        PIC X(01) VALUE SPACE.
              02 VAR-MARCA-TR  PIC X(05).

      *==============================================================
       PROCEDURE            DIVISION.
      * por aluno - mesma estrutura de IMPRIME-TRANSCRICOES: ao mudar
      * o aluno, a linha acumulada do anterior e impressa. A soma e a
      * contagem de medias dao o GPA; a contagem de termos distintos
      * sai da quebra de termo dentro do aluno. Aproveitamento de
      * estudos (termo 00) so e contado a parte.
       IMPRIME-GPA.
              OPEN OUTPUT RELGPA.
              MOVE "NAO" TO FIM-HIST.
                     MOVE NUMERO-HIST TO ALUNO-GPA
                     MOVE ZEROS TO QTD-TERMOS-GPA ULTIMO-TERMO-GPA
                                   QTD-MEDIAS-GPA SOMA-MEDIAS-GPA
                                   QTD-EQV-GPA
              END-IF.
              IF TERMO-HIST EQUAL ZEROS
                     ADD 1 TO QTD-EQV-GPA
              ELSE
                     PERFORM SOMA-MEDIA-GPA.

       SOMA-MEDIA-GPA.
              ADD 1 TO QTD-MEDIAS-GPA.
              ADD MEDIA-HIST TO SOMA-MEDIAS-GPA.
              IF TERMO-HIST NOT EQUAL ULTIMO-TERMO-GPA
                     ADD 1 TO QTD-TERMOS-GPA
                     MOVE TERMO-HIST TO ULTIMO-TERMO-GPA.

      * Aluno so com aproveitamento ainda nao tem GPA: sai zerado.
       IMPRIME-LINHA-GPA.
              MOVE ZEROS TO GPA-CALC.
              IF QTD-MEDIAS-GPA GREATER THAN ZEROS
                     DIVIDE SOMA-MEDIAS-GPA BY QTD-MEDIAS-GPA
                            GIVING GPA-CALC ROUNDED.
              MOVE   ALUNO-GPA      TO VAR-NUMERO-GPA.
              MOVE   QTD-TERMOS-GPA TO VAR-QTD-TERMOS.
              MOVE   GPA-CALC       TO VAR-GPA.
              MOVE   QTD-EQV-GPA    TO VAR-QTD-EQV.
              WRITE  REG-REL FROM DETALHE-GPA AFTER ADVANCING 1 LINE.

      * Historico escolar por materia: nova varredura sequencial do
                     END-IF
                     MOVE NUMERO-HIST TO ALUNO-CORRENTE
                     MOVE ZEROS TO TOTAL-DISC
                     MOVE "NAO" TO QUADRO-PARCIAL TEM-APROVEITAMENTO
              END-IF.
              MOVE ZEROS TO IDX-DISC-ACHADA.
              PERFORM VARYING IDX-DISC FROM 1 BY 1
                     MOVE TOTAL-DISC TO IDX-DISC-ACHADA
                     MOVE DISCIPLINA-HIST
                       TO DISCIPLINA-TR-TAB(TOTAL-DISC)
                     MOVE "NAO" TO APROVEITADA-TR(TOTAL-DISC)
                     PERFORM VARYING IDX-TERMO-TR FROM 1 BY 1
                             UNTIL IDX-TERMO-TR GREATER THAN 8
                             MOVE ZEROS TO MEDIA-TERMO-TR
                AND TERMO-HIST LESS THAN 9
                     MOVE MEDIA-HIST TO
                          MEDIA-TERMO-TR(IDX-DISC-ACHADA TERMO-HIST).
              IF IDX-DISC-ACHADA GREATER THAN ZEROS
                AND TERMO-HIST EQUAL ZEROS
                     MOVE "SIM" TO APROVEITADA-TR(IDX-DISC-ACHADA)
                     MOVE "SIM" TO TEM-APROVEITAMENTO.

       IMPRIME-UMA-TRANSCRICAO.
              MOVE ALUNO-CORRENTE TO VAR-NUMERO-TR.
              PERFORM IMPRIME-LINHA-TRANSCRICAO
                      VARYING IDX-DISC FROM 1 BY 1
                      UNTIL IDX-DISC GREATER THAN TOTAL-DISC.
              IF TEM-APROVEITAMENTO EQUAL "SIM"
                     WRITE REG-REL FROM LINHA-TR-APROVEITAMENTO
                           AFTER ADVANCING 1 LINE.
              IF QUADRO-PARCIAL EQUAL "SIM"
                     WRITE REG-REL FROM LINHA-TR-PARCIAL
                           AFTER ADVANCING 1 LINE
                      MOVE MEDIA-TERMO-TR(IDX-DISC IDX-TERMO-TR)
                        TO VAR-MEDIA-TR(IDX-TERMO-TR)
              END-PERFORM.
              MOVE SPACES TO VAR-MARCA-TR.
              IF APROVEITADA-TR(IDX-DISC) EQUAL "SIM"
                     MOVE "*AE" TO VAR-MARCA-TR.
              WRITE REG-REL FROM DETALHE-TR AFTER ADVANCING 1 LINE.

       RESOLVE-NOME-DISCIPLINA.
