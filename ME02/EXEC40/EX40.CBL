      *              "ALL CLEAR" QUANDO NENHUMA FONTE DE EXCECAO TEM
      *              CONTEUDO (OS RELATORIOS DE EXCECAO SO GANHAM
      *              LINHAS QUANDO ALGO ACONTECE). E ESSA PAGINA QUE
      *              VAI PARA A MESA DO SUPERVISOR DE MANHA. ENTRAM
      *              TAMBEM, COMO EXCECAO, OS FECHAMENTOS DE CAIXA DO
      *              DIA (FECHCAIX.DAT, EX93) COM QUEBRA ACIMA DA
      *              TOLERANCIA. A VARREDURA SEMANAL DE INTEGRIDADE
      *              ENTRE CADASTROS (EX127) ENTRA PELO SEU RESUMO
      *              RELORFAO, QUE SO TEM LINHAS QUANDO HA ORFAOS.

      *==============================================================
       ENVIRONMENT          DIVISION.
              ASSIGN TO DYNAMIC NOME-ARQ-EXCECAO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL FECHCAIX ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELDIGES ASSIGN TO DISK.

      *==============================================================
              LABEL RECORD ARE STANDARD.
       01     REG-EXCECAO          PIC X(133).

      * FECHCAIX: fechamentos de caixa do balcao (EX93).
       FD     FECHCAIX
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "FECHCAIX.DAT".
       COPY FECHCAIX.

       FD     RELDIGES
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).
       77 MOSTRADAS-FONTE          PIC 9(02) VALUE ZEROES.
       77 TOTAL-EXCECOES           PIC 9(05) VALUE ZEROES.
       77 IDX-AMOSTRA               PIC 9(02) VALUE ZEROES.
       77 FIM-FCX                  PIC X(03) VALUE "NAO".
       77 DATA-HOJE                PIC 9(08) VALUE ZEROES.
       01 AMOSTRAS-FONTE.
              02 AMOSTRA-TAB        PIC X(74) OCCURS 3 TIMES.

              02 FILLER PIC X(13) VALUE "ERELBLACK    ".
              02 FILLER PIC X(13) VALUE "ERELREJD     ".
              02 FILLER PIC X(13) VALUE "ERELRECUS    ".
              02 FILLER PIC X(13) VALUE "ERELORFAO    ".
              02 FILLER PIC X(13) VALUE "IRELOCOR     ".
              02 FILLER PIC X(13) VALUE "IRELARQ      ".
       01 TABELA-FONTES-RED REDEFINES TABELA-FONTES.
              02 FONTE-DEF OCCURS 10 TIMES.
                 03 TIPO-FONTE     PIC X(01).
                 03 NOME-FONTE     PIC X(12).

      * Amostra de quebra de caixa, no espaco de uma linha de
      * amostra.
       01 AMOSTRA-CAIXA.
              02 FILLER            PIC X(05) VALUE "OPER ".
              02 OPERADOR-AMC      PIC X(08).
              02 FILLER            PIC X(08) VALUE " SESSAO ".
              02 SEQ-SESSAO-AMC    PIC 99.
              02 FILLER            PIC X(08) VALUE " QUEBRA ".
              02 QUEBRA-AMC        PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 TIPO-AMC          PIC X(14).
              02 FILLER            PIC X(15) VALUE SPACES.

       01     CAB-DIG-01.
              02 FILLER            PIC X(20) VALUE SPACES.
              02 FILLER            PIC X(40)
              PERFORM INICIO.
              PERFORM SINTETIZA-FONTE
                      VARYING IDX-FONTE FROM 1 BY 1
                      UNTIL IDX-FONTE GREATER THAN 10.
              PERFORM SINTETIZA-CAIXA.
              PERFORM FIM.
              STOP RUN.

                     END-IF
              END-IF.

      * Fechamentos de caixa de hoje com quebra acima da tolerancia
      * (ALERTA-FCX "S", decidido pelo EX93): mesma linha de fonte
      * e amostras, e sempre contam no total que derruba o ALL
      * CLEAR.
       SINTETIZA-CAIXA.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              MOVE ZEROES TO LINHAS-FONTE MOSTRADAS-FONTE.
              OPEN INPUT FECHCAIX.
              PERFORM UNTIL FIM-FCX EQUAL "SIM"
                      READ FECHCAIX
                             AT END MOVE "SIM" TO FIM-FCX
                             NOT AT END
                                  IF DATA-FCX EQUAL DATA-HOJE
                                    AND ALERTA-FCX EQUAL "S"
                                       PERFORM CONTA-QUEBRA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE FECHCAIX.
              MOVE "FECHCAIX"    TO VAR-NOME-FONTE.
              MOVE LINHAS-FONTE  TO VAR-LINHAS-FONTE.
              WRITE REG-REL FROM LINHA-FONTE
                    AFTER ADVANCING 2 LINES.
              PERFORM VARYING IDX-AMOSTRA FROM 1 BY 1
                      UNTIL IDX-AMOSTRA GREATER THAN MOSTRADAS-FONTE
                      MOVE AMOSTRA-TAB(IDX-AMOSTRA) TO VAR-AMOSTRA
                      WRITE REG-REL FROM LINHA-AMOSTRA
                            AFTER ADVANCING 1 LINE
              END-PERFORM.
              ADD LINHAS-FONTE TO TOTAL-EXCECOES.

       CONTA-QUEBRA.
              ADD 1 TO LINHAS-FONTE.
              IF MOSTRADAS-FONTE LESS THAN 3
                     ADD 1 TO MOSTRADAS-FONTE
                     MOVE OPERADOR-FCX   TO OPERADOR-AMC
                     MOVE SEQ-SESSAO-FCX TO SEQ-SESSAO-AMC
                     MOVE QUEBRA-FCX     TO QUEBRA-AMC
                     EVALUATE TIPO-QUEBRA-FCX
                         WHEN "F"   MOVE "FALTA"          TO TIPO-AMC
                         WHEN "S"   MOVE "SOBRA"          TO TIPO-AMC
                         WHEN OTHER MOVE "TROCA DE FORMA" TO TIPO-AMC
                     END-EVALUATE
                     MOVE AMOSTRA-CAIXA TO
                          AMOSTRA-TAB(MOSTRADAS-FONTE)
              END-IF.

       FIM.
              IF TOTAL-EXCECOES EQUAL ZEROES
                     WRITE REG-REL FROM LINHA-ALL-CLEAR
