       IDENTIFICATION              DIVISION.
       PROGRAM-ID.          EX29.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      CONSULTA ONLINE DE AUTENTICIDADE DAS DECLARACOES
      *              EMITIDAS PELO EX28 (ESTILO DA TELA DO EX11): QUANDO
      *              UMA EMPRESA LIGA, A SECRETARIA DIGITA O NUMERO E O
      *              CODIGO DE VERIFICACAO IMPRESSOS NA DECLARACAO E VE
      *              NA HORA SE ELA CONSTA DO REGISTRO REGDECL.DAT. O
      *              CODIGO E RECALCULADO PELA SUBROTINA CODVERIF SOBRE
      *              O CONTEUDO REGISTRADO (REGISTRO ALTERADO A MAO NAO
      *              PASSA), E SO COM NUMERO E CODIGO CONFERIDOS A TELA
      *              MOSTRA A QUEM FOI EMITIDA, QUANDO E COM QUE
      *              CONTEUDO - CODIGO ERRADO NAO EXPOE DADOS DO ALUNO.

      *==============================================================
       ENVIRONMENT                 DIVISION.

       CONFIGURATION               SECTION.
              SOURCE-COMPUTER.     IBM-PC.
              OBJECT-COMPUTER.     IBM-PC.
              SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
              SELECT  OPTIONAL  REGDECL    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

      *==============================================================
       DATA                        DIVISION.

       FILE                        SECTION.

      * REGDECL: registro permanente das declaracoes (EX28).
       FD     REGDECL
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "REGDECL.DAT".
       COPY REGDECL.

       WORKING-STORAGE             SECTION.
       77     FIM-CONSULTA  PIC X(03)     VALUE "NAO".
       77     FIM-REG       PIC X(03)     VALUE "NAO".
       77     ACHOU-DECL    PIC X(03)     VALUE "NAO".
       77     NUMERO-CONSULTA PIC 9(06)   VALUE ZEROS.
       77     CODIGO-CONSULTA PIC 9(06)   VALUE ZEROS.
       77     CODIGO-RECALCULADO PIC 9(06) VALUE ZEROS.
       77     RESULTADO-TELA PIC X(45)    VALUE SPACES.

      * Conteudo da declaracao em digitos, entregue a CODVERIF (mesma
      * montagem da emissao no EX28).
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

      * Campos formatados para a tela.
       01     DATA-EMISSAO-ED.
              02     ANO-ED        PIC 9(04).
              02     MES-ED        PIC 9(02).
              02     DIA-ED        PIC 9(02).
       01     DATA-EMISSAO-ED-N REDEFINES DATA-EMISSAO-ED PIC 9(08).
       01     DATA-TELA.
              02     DIA-TELA      PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     MES-TELA      PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     ANO-TELA      PIC 9999.
       77     TIPO-TELA     PIC X(25)     VALUE SPACES.
       77     SITUACAO-TELA PIC X(14)     VALUE SPACES.
       01     FREQUENCIA-FMT PIC ZZ9,99.

       SCREEN                      SECTION.
       01     TELA-CONSULTA.
              05 BLANK SCREEN.
              05 LINE 2  COLUMN 15
                 VALUE "CONSULTA DE AUTENTICIDADE DE DECLARACAO".
              05 LINE 4  COLUMN 5
                 VALUE "NUMERO (0 para encerrar): ".
              05 LINE 4  COLUMN 32 PIC 9(06)
                 USING NUMERO-CONSULTA.
              05 LINE 5  COLUMN 5
                 VALUE "CODIGO DE VERIFICACAO   : ".
              05 LINE 5  COLUMN 32 PIC 9(06)
                 USING CODIGO-CONSULTA.

       01     TELA-RESULTADO.
              05 LINE 7  COLUMN 5  PIC X(45) FROM RESULTADO-TELA.

       01     TELA-DECLARACAO.
              05 LINE 9  COLUMN 5  VALUE "DOCUMENTO.....: ".
              05 LINE 9  COLUMN 21 PIC X(25) FROM TIPO-TELA.
              05 LINE 10 COLUMN 5  VALUE "ALUNO.........: ".
              05 LINE 10 COLUMN 21 PIC 9(05) FROM ALUNO-DECL.
              05 LINE 10 COLUMN 28 PIC X(20) FROM NOME-DECL.
              05 LINE 11 COLUMN 5  VALUE "EMITIDA EM....: ".
              05 LINE 11 COLUMN 21 PIC X(10) FROM DATA-TELA.
              05 LINE 12 COLUMN 5  VALUE "TERMO.........: ".
              05 LINE 12 COLUMN 21 PIC 99 FROM TERMO-DECL.
              05 LINE 12 COLUMN 25 PIC X(14) FROM SITUACAO-TELA.
              05 LINE 13 COLUMN 5  VALUE "DISCIPLINAS...: ".
              05 LINE 13 COLUMN 21 PIC Z9 FROM QTD-DISC-DECL.
              05 LINE 14 COLUMN 5  VALUE "AULAS.........: ".
              05 LINE 14 COLUMN 21 PIC ZZ9 FROM AULAS-ASSIST-DECL.
              05 LINE 14 COLUMN 25 VALUE "DE".
              05 LINE 14 COLUMN 28 PIC ZZ9 FROM AULAS-DADAS-DECL.
              05 LINE 15 COLUMN 5  VALUE "FREQUENCIA....: ".
              05 LINE 15 COLUMN 21 PIC X(06) FROM FREQUENCIA-FMT.
              05 LINE 15 COLUMN 27 VALUE "%".

      *==============================================================
       PROCEDURE                   DIVISION.

       PGM-EX29.
              PERFORM CONSULTA UNTIL FIM-CONSULTA EQUAL "SIM".
              STOP RUN.

       CONSULTA.
              DISPLAY TELA-CONSULTA.
              ACCEPT  TELA-CONSULTA.
              IF NUMERO-CONSULTA EQUAL ZEROS
                     MOVE "SIM" TO FIM-CONSULTA
              ELSE
                     PERFORM CONFERE-DECLARACAO.

      * O registro e sequencial e so cresce: cada consulta o varre
      * desde o inicio ate achar o numero. O arquivo so e fechado
      * depois da tela montada a partir do registro achado.
       CONFERE-DECLARACAO.
              PERFORM LOCALIZA-DECLARACAO.
              IF ACHOU-DECL EQUAL "NAO"
                     MOVE "DOCUMENTO NAO CONSTA DO REGISTRO"
                       TO RESULTADO-TELA
                     DISPLAY TELA-RESULTADO
              ELSE
                     PERFORM MONTA-BASE-VERIF
                     CALL "CODVERIF" USING BASE-VERIF
                                           CODIGO-RECALCULADO
                     PERFORM MOSTRA-RESULTADO.
              CLOSE REGDECL.

       LOCALIZA-DECLARACAO.
              MOVE "NAO" TO ACHOU-DECL FIM-REG.
              OPEN INPUT REGDECL.
              PERFORM UNTIL FIM-REG EQUAL "SIM"
                      READ REGDECL
                             AT END MOVE "SIM" TO FIM-REG
                             NOT AT END
                                  IF NUMERO-DECL EQUAL NUMERO-CONSULTA
                                       MOVE "SIM" TO ACHOU-DECL
                                       MOVE "SIM" TO FIM-REG
                                  END-IF
                      END-READ
              END-PERFORM.

      * Mesma montagem de MONTA-BASE-VERIF do EX28.
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

       MOSTRA-RESULTADO.
              IF CODIGO-RECALCULADO NOT EQUAL CODIGO-VERIF-DECL
                     MOVE "REGISTRO INCONSISTENTE - VER SECRETARIA"
                       TO RESULTADO-TELA
                     DISPLAY TELA-RESULTADO
              ELSE IF CODIGO-CONSULTA NOT EQUAL CODIGO-VERIF-DECL
                     MOVE "CODIGO NAO CONFERE - DOCUMENTO NAO AUTENTICO"
                       TO RESULTADO-TELA
                     DISPLAY TELA-RESULTADO
              ELSE
                     MOVE "DOCUMENTO AUTENTICO" TO RESULTADO-TELA
                     DISPLAY TELA-RESULTADO
                     PERFORM FORMATA-DECLARACAO
                     DISPLAY TELA-DECLARACAO.

       FORMATA-DECLARACAO.
              EVALUATE TIPO-DECL
                     WHEN "M" MOVE "DECLARACAO DE MATRICULA"
                                TO TIPO-TELA
                     WHEN "F" MOVE "DECLARACAO DE FREQUENCIA"
                                TO TIPO-TELA
                     WHEN "N" MOVE "DECLARACAO DE NADA CONSTA"
                                TO TIPO-TELA
              END-EVALUATE.
              MOVE DATA-EMISSAO-DECL TO DATA-EMISSAO-ED-N.
              MOVE DIA-ED TO DIA-TELA.
              MOVE MES-ED TO MES-TELA.
              MOVE ANO-ED TO ANO-TELA.
              EVALUATE SITUACAO-TERMO-DECL
                     WHEN "P" MOVE "PLANEJADO"    TO SITUACAO-TELA
                     WHEN "A" MOVE "EM ANDAMENTO" TO SITUACAO-TELA
                     WHEN "R" MOVE "REABERTO"     TO SITUACAO-TELA
                     WHEN "F" MOVE "ENCERRADO"    TO SITUACAO-TELA
                     WHEN OTHER
                            MOVE "NAO CONTROLADO" TO SITUACAO-TELA
              END-EVALUATE.
              MOVE FREQUENCIA-DECL TO FREQUENCIA-FMT.
