       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX93.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      FECHAMENTO DO CAIXA DO BALCAO (ESTILO DA TELA DO
      *              EX48): NO FIM DO DIA O OPERADOR, IDENTIFICADO
      *              PELO SIGNON, INFORMA A SESSAO (DATA E SEQUENCIAL,
      *              SUGERIDA A QUE ESTA EM ABERTO) E DECLARA O QUE
      *              CONTOU NA GAVETA POR FORMA DE PAGAMENTO -
      *              DINHEIRO, COMPROVANTES DE CARTAO E DE
      *              TRANSFERENCIA - SEM VER O ESPERADO. O ESPERADO
      *              SAI DO MOVIMENTO DO CAIXA (CAIXAMOV.DAT) GRAVADO
      *              PELO EX48. O BOLETIM DE CAIXA (RELCAIXA) MOSTRA
      *              ESPERADO X DECLARADO POR FORMA E O FECHAMENTO E
      *              GRAVADO EM FECHCAIX.DAT. SESSAO JA FECHADA OU
      *              SEM MOVIMENTO E RECUSADA. QUEBRA ACIMA DA
      *              TOLERANCIA DE PARMCAIX.DAT (AUSENTE OU ZERADA,
      *              R$ 5,00) VAI PARA A SINTESE DA MANHA DO EX40.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-CAIX ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CAIXAMOV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL FECHCAIX ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FECHCAIX-STATUS.

              SELECT RELCAIXA ASSIGN TO DISK.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-CAIX: tolerancia de quebra de caixa, em reais. Ausente
      * ou zerada, vale 5,00.
       FD     PARM-CAIX
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMCAIX.DAT".
       01     REG-PARM-CAIX.
              02 TOLERANCIA-PARM   PIC 9(05)V9(02).

      * CAIXAMOV: movimento do caixa gravado pelo EX48.
       FD     CAIXAMOV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CAIXAMOV.DAT".
       COPY CAIXAMOV.

      * FECHCAIX: registro de fechamentos, acrescido a cada sessao
      * fechada e consultado para barrar o segundo fechamento.
       FD     FECHCAIX
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "FECHCAIX.DAT".
       COPY FECHCAIX.

       FD     RELCAIXA
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

       WORKING-STORAGE      SECTION.

      * Sign-on pela subrotina compartilhada SIGNON.
       77 FUNCAO-EXIGIDA           PIC X(01) VALUE "R".
       77 OPERADOR-SESSAO          PIC X(08) VALUE SPACES.
       77 AUTORIZADO-SUBR          PIC X(01) VALUE "N".
       77 FECHCAIX-STATUS          PIC X(02) VALUE "00".
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 FIM-CXM                  PIC X(03) VALUE "NAO".
       77 FIM-FCX                  PIC X(03) VALUE "NAO".
       77 FIM-DIGITACAO            PIC X(03) VALUE "NAO".
       77 JA-FECHADA               PIC X(03) VALUE "NAO".
       77 MENSAGEM-TELA            PIC X(44) VALUE SPACES.
       77 TOLERANCIA               PIC 9(05)V9(02) VALUE 5,00.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       77 DATA-HOJE-NUM            PIC 9(08) VALUE ZEROES.
       77 HORA-FECHA               PIC 9(06) VALUE ZEROES.

      * Campos de digitacao da tela.
       77 DATA-SESSAO-TELA         PIC 9(08) VALUE ZEROES.
       77 SEQ-TELA                 PIC 9(02) VALUE ZEROES.
       77 DINHEIRO-TELA            PIC 9(07)V9(02) VALUE ZEROES.
       77 CARTAO-TELA              PIC 9(07)V9(02) VALUE ZEROES.
       77 TRANSF-TELA              PIC 9(07)V9(02) VALUE ZEROES.
       77 CONFIRMA-TELA            PIC X(01) VALUE SPACES.

      * Apuracao da sessao por forma de pagamento (1 dinheiro, 2
      * cartao, 3 transferencia).
       77 IDX-FORMA                PIC 9(01) VALUE ZEROES.
       77 TOTAL-MOV-SESSAO         PIC 9(05) VALUE ZEROES.
       01     TABELA-APURACAO.
              02 APURA-REG         OCCURS 3 TIMES.
                 03 QTDE-TAB          PIC 9(05).
                 03 ESPERADO-TAB      PIC 9(09)V9(02).
                 03 DECLARADO-TAB     PIC 9(09)V9(02).
                 03 DIFERENCA-TAB     PIC S9(09)V9(02).
       77 TOTAL-QTDE               PIC 9(05) VALUE ZEROES.
       77 TOTAL-ESPERADO           PIC 9(09)V9(02) VALUE ZEROES.
       77 TOTAL-DECLARADO          PIC 9(09)V9(02) VALUE ZEROES.
       77 DIFERENCA-TOTAL          PIC S9(09)V9(02) VALUE ZEROES.
       77 QUEBRA-SESSAO            PIC 9(09)V9(02) VALUE ZEROES.

       01 TABELA-FORMAS.
              02 FILLER PIC X(18) VALUE "DINHEIRO".
              02 FILLER PIC X(18) VALUE "CARTAO".
              02 FILLER PIC X(18) VALUE "TRANSFERENCIA".
       01 TABELA-FORMAS-RED REDEFINES TABELA-FORMAS.
              02 NOME-FORMA        PIC X(18) OCCURS 3 TIMES.

       01 DATA-EDICAO-W.
              02 ANO-EDICAO-W      PIC 9(04).
              02 MES-EDICAO-W      PIC 9(02).
              02 DIA-EDICAO-W      PIC 9(02).

       01     CAB-01.
              02 FILLER     PIC X(20) VALUE SPACES.
              02 FILLER     PIC X(40) VALUE
                 "BOLETIM DE CAIXA - FECHAMENTO DO BALCAO".
              02 FILLER     PIC X(20) VALUE SPACES.

       01     CAB-02.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(10) VALUE "OPERADOR: ".
              02 OPERADOR-CAB PIC X(08).
              02 FILLER     PIC X(10) VALUE "  SESSAO: ".
              02 DIA-SESSAO-CAB PIC 99.
              02 FILLER     PIC X(01) VALUE "/".
              02 MES-SESSAO-CAB PIC 99.
              02 FILLER     PIC X(01) VALUE "/".
              02 ANO-SESSAO-CAB PIC 9999.
              02 FILLER     PIC X(01) VALUE "-".
              02 SEQ-SESSAO-CAB PIC 99.
              02 FILLER     PIC X(14) VALUE "  FECHADO EM: ".
              02 DIA-FECHA-CAB PIC 99.
              02 FILLER     PIC X(01) VALUE "/".
              02 MES-FECHA-CAB PIC 99.
              02 FILLER     PIC X(01) VALUE "/".
              02 ANO-FECHA-CAB PIC 9999.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 HH-FECHA-CAB PIC 99.
              02 FILLER     PIC X(01) VALUE ":".
              02 MM-FECHA-CAB PIC 99.
              02 FILLER     PIC X(07) VALUE SPACES.

       01     CAB-03.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(20) VALUE "FORMA DE PAGAMENTO".
              02 FILLER     PIC X(07) VALUE "   QTDE".
              02 FILLER     PIC X(14) VALUE "      ESPERADO".
              02 FILLER     PIC X(14) VALUE "     DECLARADO".
              02 FILLER     PIC X(14) VALUE "     DIFERENCA".
              02 FILLER     PIC X(09) VALUE SPACES.

       01     DETALHE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FORMA-DET         PIC X(18).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 QTDE-DET          PIC ZZZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 ESPERADO-DET      PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 DECLARADO-DET     PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 DIFERENCA-DET     PIC -Z.ZZZ.ZZ9,99.
              02 FILLER            PIC X(11) VALUE SPACES.

       01     LINHA-SITUACAO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(10) VALUE "SITUACAO: ".
              02 VAR-SITUACAO      PIC X(50).
              02 FILLER            PIC X(18) VALUE SPACES.

       01     LINHA-TOLERANCIA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(20) VALUE
                 "QUEBRA APURADA    : ".
              02 VAR-QUEBRA        PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(16) VALUE
                 "  TOLERANCIA : ".
              02 VAR-TOLERANCIA    PIC ZZ.ZZ9,99.
              02 FILLER            PIC X(20) VALUE SPACES.

       01     LINHA-ASSINATURA.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(30) VALUE ALL "_".
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(30) VALUE ALL "_".
              02 FILLER            PIC X(10) VALUE SPACES.

       01     LINHA-ASSINATURA-2.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(30) VALUE "OPERADOR".
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(30) VALUE "SUPERVISOR".
              02 FILLER            PIC X(10) VALUE SPACES.

       SCREEN                SECTION.
       01     TELA-FECHAMENTO.
              05 BLANK SCREEN.
              05 LINE 1  COLUMN 20
                 VALUE "FECHAMENTO DO CAIXA DO BALCAO".
              05 LINE 3  COLUMN 5  VALUE "OPERADOR.....:".
              05 LINE 3  COLUMN 21 PIC X(08)  FROM OPERADOR-SESSAO.
              05 LINE 4  COLUMN 5  VALUE "DATA SESSAO..:".
              05 LINE 4  COLUMN 21 PIC 9(08)  USING DATA-SESSAO-TELA.
              05 LINE 4  COLUMN 31 VALUE "(AAAAMMDD)".
              05 LINE 5  COLUMN 5  VALUE "SESSAO (0=FIM):".
              05 LINE 5  COLUMN 21 PIC 9(02)  USING SEQ-TELA.
              05 LINE 7  COLUMN 5  VALUE "DINHEIRO.....:".
              05 LINE 7  COLUMN 21 PIC 9(07)V9(02) USING DINHEIRO-TELA.
              05 LINE 8  COLUMN 5  VALUE "CARTAO.......:".
              05 LINE 8  COLUMN 21 PIC 9(07)V9(02) USING CARTAO-TELA.
              05 LINE 9  COLUMN 5  VALUE "TRANSFERENCIA:".
              05 LINE 9  COLUMN 21 PIC 9(07)V9(02) USING TRANSF-TELA.
              05 LINE 11 COLUMN 5  VALUE "CONFIRMA (S).:".
              05 LINE 11 COLUMN 21 PIC X(01)  USING CONFIRMA-TELA.

       01     TELA-MENSAGEM.
              05 LINE 13 COLUMN 5  PIC X(44) FROM MENSAGEM-TELA.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX93.
              PERFORM EXIGE-REGISTRO.
              PERFORM INICIO.
              PERFORM DIGITA UNTIL FIM-DIGITACAO EQUAL "SIM".
              STOP RUN.

      * O fechamento e do caixa de quem esta identificado: exige
      * sign-on de perfil registro (ou superior) pela subrotina
      * compartilhada SIGNON.
       EXIGE-REGISTRO.
              CALL "SIGNON" USING FUNCAO-EXIGIDA OPERADOR-SESSAO
                   AUTORIZADO-SUBR.
              IF AUTORIZADO-SUBR NOT EQUAL "S"
                     DISPLAY "EX93: ACESSO RECUSADO - PERFIL"
                             " REGISTRO EXIGIDO"
                     MOVE 2 TO RETURN-CODE
                     STOP RUN.

      * Tolerancia e sessao sugerida: hoje, a seguinte as ja
      * fechadas pelo operador (a mesma conta do EX48).
       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              PERFORM LER-PARAMETRO.
              MOVE DATA-HOJE-NUM TO DATA-SESSAO-TELA.
              MOVE 1 TO SEQ-TELA.
              OPEN INPUT FECHCAIX.
              PERFORM UNTIL FIM-FCX EQUAL "SIM"
                      READ FECHCAIX
                             AT END MOVE "SIM" TO FIM-FCX
                             NOT AT END
                                  IF OPERADOR-FCX EQUAL OPERADOR-SESSAO
                                    AND DATA-SESSAO-FCX EQUAL
                                        DATA-HOJE-NUM
                                    AND SEQ-SESSAO-FCX NOT LESS THAN
                                        SEQ-TELA
                                       COMPUTE SEQ-TELA =
                                               SEQ-SESSAO-FCX + 1
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE FECHCAIX.

       LER-PARAMETRO.
              OPEN INPUT PARM-CAIX.
              READ PARM-CAIX
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO" AND TOLERANCIA-PARM
                 GREATER THAN ZEROES
                     MOVE TOLERANCIA-PARM TO TOLERANCIA.
              CLOSE PARM-CAIX.

       DIGITA.
              DISPLAY TELA-FECHAMENTO.
              ACCEPT  TELA-FECHAMENTO.
              IF SEQ-TELA EQUAL ZEROES
                     MOVE "SIM" TO FIM-DIGITACAO
              ELSE
                     PERFORM CRITICA-E-FECHA.

      * Critica: sessao nao fechada antes e com movimento do
      * operador; contagem confirmada com "S". Qualquer recusa volta
      * para a tela com a mensagem e os campos preservados.
       CRITICA-E-FECHA.
              MOVE SPACES TO MENSAGEM-TELA.
              PERFORM VERIFICA-JA-FECHADA.
              IF JA-FECHADA EQUAL "SIM"
                     MOVE "SESSAO JA FECHADA - FECHAMENTO RECUSADO"
                       TO MENSAGEM-TELA
              ELSE
                     PERFORM APURA-ESPERADO
                     IF TOTAL-MOV-SESSAO EQUAL ZEROES
                            MOVE "SESSAO SEM MOVIMENTO NO CAIXA"
                              TO MENSAGEM-TELA
                     ELSE IF CONFIRMA-TELA NOT EQUAL "S"
                            MOVE "CONFIRA A CONTAGEM - S CONFIRMA"
                              TO MENSAGEM-TELA
                     END-IF
              END-IF.
              IF MENSAGEM-TELA EQUAL SPACES
                     PERFORM FECHA-SESSAO
                     MOVE "SIM" TO FIM-DIGITACAO
                     MOVE "CAIXA FECHADO - BOLETIM EMITIDO"
                       TO MENSAGEM-TELA.
              DISPLAY TELA-MENSAGEM.

       VERIFICA-JA-FECHADA.
              MOVE "NAO" TO JA-FECHADA.
              MOVE "NAO" TO FIM-FCX.
              OPEN INPUT FECHCAIX.
              PERFORM UNTIL FIM-FCX EQUAL "SIM"
                      READ FECHCAIX
                             AT END MOVE "SIM" TO FIM-FCX
                             NOT AT END
                                  IF OPERADOR-FCX EQUAL OPERADOR-SESSAO
                                    AND DATA-SESSAO-FCX EQUAL
                                        DATA-SESSAO-TELA
                                    AND SEQ-SESSAO-FCX EQUAL SEQ-TELA
                                       MOVE "SIM" TO JA-FECHADA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE FECHCAIX.

      * Esperado por forma: os pagamentos da sessao no movimento
      * do caixa. Forma fora de 1-3 nao passa pela tela do EX48.
       APURA-ESPERADO.
              INITIALIZE TABELA-APURACAO.
              MOVE ZEROES TO TOTAL-MOV-SESSAO.
              MOVE "NAO" TO FIM-CXM.
              OPEN INPUT CAIXAMOV.
              PERFORM UNTIL FIM-CXM EQUAL "SIM"
                      READ CAIXAMOV
                             AT END MOVE "SIM" TO FIM-CXM
                             NOT AT END
                                  IF OPERADOR-CXM EQUAL OPERADOR-SESSAO
                                    AND DATA-SESSAO-CXM EQUAL
                                        DATA-SESSAO-TELA
                                    AND SEQ-SESSAO-CXM EQUAL SEQ-TELA
                                    AND FORMA-CXM GREATER THAN ZEROES
                                    AND FORMA-CXM LESS THAN 4
                                       ADD 1 TO TOTAL-MOV-SESSAO
                                       ADD 1 TO QTDE-TAB(FORMA-CXM)
                                       ADD VALOR-CXM TO
                                           ESPERADO-TAB(FORMA-CXM)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CAIXAMOV.

       FECHA-SESSAO.
              ACCEPT HORA-ATUAL FROM TIME.
              COMPUTE HORA-FECHA =
                      HH-ATUAL * 10000 + MM-ATUAL * 100 + SS-ATUAL.
              MOVE DINHEIRO-TELA TO DECLARADO-TAB(1).
              MOVE CARTAO-TELA   TO DECLARADO-TAB(2).
              MOVE TRANSF-TELA   TO DECLARADO-TAB(3).
              MOVE ZEROES TO TOTAL-QTDE TOTAL-ESPERADO TOTAL-DECLARADO
                             QUEBRA-SESSAO.
              PERFORM APURA-DIFERENCA
                      VARYING IDX-FORMA FROM 1 BY 1
                      UNTIL IDX-FORMA GREATER THAN 3.
              COMPUTE DIFERENCA-TOTAL =
                      TOTAL-DECLARADO - TOTAL-ESPERADO.
              PERFORM GRAVA-FECHAMENTO.
              PERFORM IMPRIME-BOLETIM.

       APURA-DIFERENCA.
              COMPUTE DIFERENCA-TAB(IDX-FORMA) =
                      DECLARADO-TAB(IDX-FORMA)
                    - ESPERADO-TAB(IDX-FORMA).
              IF DIFERENCA-TAB(IDX-FORMA) LESS THAN ZEROES
                     SUBTRACT DIFERENCA-TAB(IDX-FORMA)
                         FROM QUEBRA-SESSAO
              ELSE
                     ADD DIFERENCA-TAB(IDX-FORMA) TO QUEBRA-SESSAO.
              ADD QTDE-TAB(IDX-FORMA)      TO TOTAL-QTDE.
              ADD ESPERADO-TAB(IDX-FORMA)  TO TOTAL-ESPERADO.
              ADD DECLARADO-TAB(IDX-FORMA) TO TOTAL-DECLARADO.

      * Acrescenta o fechamento ao registro (mesmo probe por FILE
      * STATUS "35" de ABRE-HISTORICO do EX01).
       GRAVA-FECHAMENTO.
              MOVE DATA-SESSAO-TELA TO DATA-SESSAO-FCX.
              MOVE OPERADOR-SESSAO  TO OPERADOR-FCX.
              MOVE SEQ-TELA         TO SEQ-SESSAO-FCX.
              MOVE DATA-HOJE-NUM    TO DATA-FCX.
              MOVE HORA-FECHA       TO HORA-FCX.
              PERFORM VARYING IDX-FORMA FROM 1 BY 1
                      UNTIL IDX-FORMA GREATER THAN 3
                      MOVE QTDE-TAB(IDX-FORMA) TO QTDE-FCX(IDX-FORMA)
                      MOVE ESPERADO-TAB(IDX-FORMA)
                        TO ESPERADO-FCX(IDX-FORMA)
                      MOVE DECLARADO-TAB(IDX-FORMA)
                        TO DECLARADO-FCX(IDX-FORMA)
              END-PERFORM.
              MOVE QUEBRA-SESSAO    TO QUEBRA-FCX.
              IF QUEBRA-SESSAO EQUAL ZEROES
                     MOVE SPACE TO TIPO-QUEBRA-FCX
              ELSE IF DIFERENCA-TOTAL LESS THAN ZEROES
                     MOVE "F" TO TIPO-QUEBRA-FCX
              ELSE IF DIFERENCA-TOTAL GREATER THAN ZEROES
                     MOVE "S" TO TIPO-QUEBRA-FCX
              ELSE
                     MOVE "T" TO TIPO-QUEBRA-FCX.
              IF QUEBRA-SESSAO GREATER THAN TOLERANCIA
                     MOVE "S" TO ALERTA-FCX
              ELSE
                     MOVE "N" TO ALERTA-FCX.
              MOVE TOLERANCIA       TO TOLERANCIA-FCX.
              OPEN INPUT FECHCAIX.
              IF FECHCAIX-STATUS EQUAL "35"
                     CLOSE FECHCAIX
                     OPEN OUTPUT FECHCAIX
              ELSE
                     CLOSE FECHCAIX
                     OPEN EXTEND FECHCAIX
              END-IF.
              WRITE REG-FECHCAIX.
              CLOSE FECHCAIX.

       IMPRIME-BOLETIM.
              OPEN OUTPUT RELCAIXA.
              WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
              MOVE OPERADOR-SESSAO  TO OPERADOR-CAB.
              MOVE DATA-SESSAO-TELA TO DATA-EDICAO-W.
              MOVE DIA-EDICAO-W     TO DIA-SESSAO-CAB.
              MOVE MES-EDICAO-W     TO MES-SESSAO-CAB.
              MOVE ANO-EDICAO-W     TO ANO-SESSAO-CAB.
              MOVE SEQ-TELA         TO SEQ-SESSAO-CAB.
              MOVE DIA-HOJE         TO DIA-FECHA-CAB.
              MOVE MES-HOJE         TO MES-FECHA-CAB.
              MOVE ANO-HOJE         TO ANO-FECHA-CAB.
              MOVE HH-ATUAL         TO HH-FECHA-CAB.
              MOVE MM-ATUAL         TO MM-FECHA-CAB.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              PERFORM IMPRIME-FORMA
                      VARYING IDX-FORMA FROM 1 BY 1
                      UNTIL IDX-FORMA GREATER THAN 3.
              MOVE "TOTAL"          TO FORMA-DET.
              MOVE TOTAL-QTDE       TO QTDE-DET.
              MOVE TOTAL-ESPERADO   TO ESPERADO-DET.
              MOVE TOTAL-DECLARADO  TO DECLARADO-DET.
              MOVE DIFERENCA-TOTAL  TO DIFERENCA-DET.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 2 LINES.
              MOVE QUEBRA-SESSAO    TO VAR-QUEBRA.
              MOVE TOLERANCIA       TO VAR-TOLERANCIA.
              WRITE REG-REL FROM LINHA-TOLERANCIA
                    AFTER ADVANCING 2 LINES.
              IF QUEBRA-SESSAO EQUAL ZEROES
                     MOVE "CAIXA CONFERE" TO VAR-SITUACAO
              ELSE IF ALERTA-FCX EQUAL "N"
                     MOVE "QUEBRA DENTRO DA TOLERANCIA" TO VAR-SITUACAO
              ELSE
                     MOVE "QUEBRA ACIMA DA TOLERANCIA - VAI A SINTESE"
                       TO VAR-SITUACAO.
              WRITE REG-REL FROM LINHA-SITUACAO
                    AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM LINHA-ASSINATURA
                    AFTER ADVANCING 4 LINES.
              WRITE REG-REL FROM LINHA-ASSINATURA-2
                    AFTER ADVANCING 1 LINE.
              CLOSE RELCAIXA.

       IMPRIME-FORMA.
              MOVE NOME-FORMA(IDX-FORMA)    TO FORMA-DET.
              MOVE QTDE-TAB(IDX-FORMA)      TO QTDE-DET.
              MOVE ESPERADO-TAB(IDX-FORMA)  TO ESPERADO-DET.
              MOVE DECLARADO-TAB(IDX-FORMA) TO DECLARADO-DET.
              MOVE DIFERENCA-TAB(IDX-FORMA) TO DIFERENCA-DET.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
