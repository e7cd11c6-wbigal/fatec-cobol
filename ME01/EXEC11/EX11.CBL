      *              HISTGPAI.DAT (START PELA CHAVE DO ALUNO + READ
      *              NEXT), SEM RODAR O BATCH DO EX04 PARA UMA UNICA
      *              PERGUNTA.
      *              O APROVEITAMENTO DE ESTUDOS (REGISTRO DE TERMO 00,
      *              LANCADO PELO EX27) FICA FORA DO GPA E SAI SO
      *              CONTADO NA TELA.

      *==============================================================
       ENVIRONMENT                 DIVISION.
       77     QTD-MEDIAS    PIC 9(03)     VALUE ZEROS.
       77     SOMA-MEDIAS   PIC 9(04)V99  VALUE ZEROS.
       77     GPA-CALC      PIC 9(02)V99  VALUE ZEROS.
       77     QTD-APROVEITAMENTOS PIC 9(02) VALUE ZEROS.

      * Medias de termo do aluno consultado (media das disciplinas
      * do termo), montadas na varredura.
                 FROM MEDIA-TERMO-TELA(8).
              05 LINE 10 COLUMN 5  VALUE "GPA ACUMULADO: ".
              05 LINE 10 COLUMN 20 PIC X(05) FROM GPA-FMT.
              05 LINE 11 COLUMN 5
                 VALUE "APROVEITAMENTOS (FORA DO GPA): ".
              05 LINE 11 COLUMN 36 PIC Z9 FROM QTD-APROVEITAMENTOS.

       01     TELA-SEM-HISTORICO.
              05 LINE 6  COLUMN 5
              PERFORM VARRE-LANCAMENTOS
                      UNTIL FIM-VARREDURA EQUAL "SIM".
              IF QTD-MEDIAS GREATER THAN ZEROS
                OR QTD-APROVEITAMENTOS GREATER THAN ZEROS
                     PERFORM FORMATA-E-EXIBE
              ELSE
                     DISPLAY TELA-SEM-HISTORICO.

       ZERA-ACUMULADORES.
              MOVE ZEROS TO QTD-MEDIAS SOMA-MEDIAS QTD-APROVEITAMENTOS.
              PERFORM VARYING IDX-TERMO FROM 1 BY 1
                      UNTIL IDX-TERMO GREATER THAN 8
                      MOVE ZEROS TO SOMA-TERMO-TAB(IDX-TERMO)
                            END-IF
              END-READ.

      * Aproveitamento de estudos (termo 00) nao entra no GPA.
       ACUMULA-LANCAMENTO.
              IF TERMO-HIST EQUAL ZEROS
                     ADD 1 TO QTD-APROVEITAMENTOS
              ELSE
                     ADD 1 TO QTD-MEDIAS
                     ADD MEDIA-HIST TO SOMA-MEDIAS.
              IF TERMO-HIST GREATER THAN ZEROS
                AND TERMO-HIST LESS THAN 9
                     ADD MEDIA-HIST TO SOMA-TERMO-TAB(TERMO-HIST)
                               TO MEDIA-TERMO-TELA(IDX-TERMO)
                      END-IF
              END-PERFORM.
              MOVE ZEROS TO GPA-CALC.
              IF QTD-MEDIAS GREATER THAN ZEROS
                     DIVIDE SOMA-MEDIAS BY QTD-MEDIAS
                            GIVING GPA-CALC ROUNDED.
              MOVE GPA-CALC TO GPA-FMT.
              DISPLAY TELA-HISTORICO.

