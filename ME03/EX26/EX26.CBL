       IDENTIFICATION              DIVISION.

       PROGRAM-ID.          EX-26.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.            APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      AUTOCONSULTA DO FUNCIONARIO (ESTILO DAS TELAS DO
      *              EX11/EX53 ME02): A CADA PAGAMENTO O RH REIMPRIMIA
      *              PAGINAS DO HOLERITE PARA RESPONDER "O QUE FOI
      *              DESCONTADO", "QUANTO VEIO DE FERIAS", "QUANTO DE
      *              IRRF NO ANO". A TELA EXIGE SIGN-ON DE PERFIL "F"
      *              (FUNCIONARIO) PELA SUBROTINA SIGNON - O CODIGO
      *              DO OPERADOR "F" E A MATRICULA (EX77 ME02), E A
      *              TELA SO MOSTRA OS DADOS DESSA MATRICULA. MOSTRA
      *              OS SEIS ULTIMOS HOLERITES DE FOLHAHIS.DAT
      *              (MENSAL, 13, FERIAS, RETROATIVO, RESCISAO), O
      *              ACUMULADO DO ANO DIGITADO (BRUTO, INSS, IRRF E
      *              LIQUIDO), OS DEPENDENTES DE DEPENDEN.DAT QUE
      *              ABATEM O IRRF E A CONTA DE CREDITO DE
      *              BANCFUNC.DAT. CADA CONSULTA FICA NO LOG DE
      *              SEGURANCA SEGLOG.DAT (PRESTACAO DE CONTAS LGPD).
      *              SEM MESTRE DE OPERADORES NAO HA MATRICULA
      *              AUTENTICADA, E A TELA NAO ABRE.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL FOLHAHIS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL DEPENDEN ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL BANCFUNC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SEGLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SEGLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * FOLHAHIS: historico da folha (EX05/EX09/EX10/EX18/EX23) - um
      * registro por holerite, em ordem de gravacao.
       FD     FOLHAHIS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "FOLHAHIS.DAT".
       01     REG-FOLHAHIS.
              02 CODIGO-FH         PIC 9(05).
              02 NOME-FH           PIC X(30).
              02 DEPTO-FH          PIC 9(02).
              02 PERIODO-FH        PIC 9(06).
              02 TIPO-FH           PIC X(01).
              02 BRUTO-FH          PIC 9(08)V9(02).
              02 INSS-FH           PIC 9(07)V9(02).
              02 IRRF-FH           PIC 9(07)V9(02).
              02 LIQUIDO-FH        PIC 9(08)V9(02).

      * DEPENDEN: registro de dependentes por funcionario (EX-13);
      * todos abatem a deducao legal da base do IRRF na folha.
       FD     DEPENDEN
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "DEPENDEN.DAT".
       01     REG-DEP.
              02 CODIGO-DEP        PIC 9(05).
              02 NOME-DEP          PIC X(30).
              02 NASCIMENTO-DEP    PIC 9(08).
              02 RELACAO-DEP       PIC X(01).

      * BANCFUNC: dados bancarios por funcionario (EX-11/EX-12).
       FD     BANCFUNC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "BANCFUNC.DAT".
       01     REG-BANCF.
              02 CODIGO-BCF        PIC 9(05).
              02 BANCO-BCF         PIC 9(03).
              02 AGENCIA-BCF       PIC 9(04).
              02 CONTA-BCF         PIC 9(08).

      * SEGLOG: log de seguranca compartilhado com a SIGNON - cada
      * consulta montada vira um evento.
       FD     SEGLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SEGLOG.DAT".
       01     REG-SEGLOG.
              02 DATA-SEG          PIC 9(08).
              02 HORA-SEG          PIC 9(06).
              02 OPERADOR-SEG      PIC X(08).
              02 FUNCAO-SEG        PIC X(01).
              02 EVENTO-SEG        PIC X(20).

       WORKING-STORAGE      SECTION.
       77  FIM-CONSULTA PIC X(03) VALUE "NAO".
       77  FIM-FH       PIC X(03) VALUE "NAO".
       77  FIM-DEP      PIC X(03) VALUE "NAO".
       77  FIM-BCF      PIC X(03) VALUE "NAO".
       77  SEGLOG-STATUS PIC X(02) VALUE "00".
       77  MENSAGEM-TELA PIC X(44) VALUE SPACES.
       01  DATA-HOJE.
              02 ANO-HOJE   PIC 9(04).
              02 MES-HOJE   PIC 9(02).
              02 DIA-HOJE   PIC 9(02).
       01  HORA-ATUAL.
              02 HH-ATUAL   PIC 99.
              02 MM-ATUAL   PIC 99.
              02 SS-ATUAL   PIC 99.
              02 CS-ATUAL   PIC 99.

      * Sign-on de funcionario pela subrotina compartilhada; o
      * codigo do operador "F" traz a matricula nas 5 primeiras
      * posicoes.
       77  FUNCAO-EXIGIDA PIC X(01) VALUE "F".
       77  AUTORIZADO-SUBR PIC X(01) VALUE "N".
       01  OPERADOR-SESSAO.
              02 MATRICULA-SESSAO PIC X(05).
              02 FILLER     PIC X(03).
       77  CODIGO-CONSULTA PIC 9(05) VALUE ZEROES.

      * Campo de digitacao e campos exibidos na tela.
       77  ANO-TELA     PIC 9(04) VALUE ZEROES.
       77  NOME-ECO     PIC X(30) VALUE SPACES.
       77  HOLERITE1-ECO PIC X(67) VALUE SPACES.
       77  HOLERITE2-ECO PIC X(67) VALUE SPACES.
       77  HOLERITE3-ECO PIC X(67) VALUE SPACES.
       77  HOLERITE4-ECO PIC X(67) VALUE SPACES.
       77  HOLERITE5-ECO PIC X(67) VALUE SPACES.
       77  HOLERITE6-ECO PIC X(67) VALUE SPACES.
       77  ACUMULADO-ECO PIC X(67) VALUE SPACES.
       77  QTD-DEP-ECO  PIC Z9 VALUE ZEROES.
       77  DEPENDENTE1-ECO PIC X(50) VALUE SPACES.
       77  DEPENDENTE2-ECO PIC X(50) VALUE SPACES.
       77  DEPENDENTE3-ECO PIC X(50) VALUE SPACES.
       77  DEPENDENTE4-ECO PIC X(50) VALUE SPACES.
       77  CONTA-ECO    PIC X(50) VALUE SPACES.

      * Apuracao da consulta corrente.
       77  QTD-HOLERITES PIC 9(04) VALUE ZEROES.
       77  QTD-DEPENDENTES PIC 9(02) VALUE ZEROES.
       77  BRUTO-ANO    PIC 9(08)V9(02) VALUE ZEROES.
       77  INSS-ANO     PIC 9(06)V9(02) VALUE ZEROES.
       77  IRRF-ANO     PIC 9(06)V9(02) VALUE ZEROES.
       77  LIQUIDO-ANO  PIC 9(08)V9(02) VALUE ZEROES.

      * Linha de um holerite (o historico e cronologico: os seis
      * ultimos lidos prevalecem, girando as posicoes).
       01  LINHA-HOLERITE.
              02 VAR-MES-HOL PIC 99.
              02 FILLER     PIC X(01) VALUE "/".
              02 VAR-ANO-HOL PIC 9999.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-TIPO-HOL PIC X(08).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-BRUTO-HOL PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-INSS-HOL PIC ZZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-IRRF-HOL PIC ZZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-LIQUIDO-HOL PIC ZZ.ZZZ.ZZ9,99.

      * Acumulado do ano, nas mesmas colunas dos holerites.
       01  LINHA-ACUMULADO.
              02 FILLER     PIC X(07) VALUE "ANO".
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-ANO-ACU PIC 9999.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 VAR-BRUTO-ACU PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-INSS-ACU PIC ZZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-IRRF-ACU PIC ZZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-LIQUIDO-ACU PIC ZZ.ZZZ.ZZ9,99.

       01  LINHA-DEPENDENTE.
              02 VAR-NOME-DEP PIC X(30).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-NASC-DEP.
                 03 VAR-DIA-DEP PIC 99.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 VAR-MES-DEP PIC 99.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 VAR-ANO-DEP PIC 9999.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-RELACAO-DEP PIC X(01).
              02 FILLER     PIC X(05) VALUE SPACES.

       01  LINHA-CONTA.
              02 FILLER     PIC X(06) VALUE "BANCO ".
              02 VAR-BANCO  PIC 999.
              02 FILLER     PIC X(10) VALUE "  AGENCIA ".
              02 VAR-AGENCIA PIC 9999.
              02 FILLER     PIC X(08) VALUE "  CONTA ".
              02 VAR-CONTA  PIC 9(08).
              02 FILLER     PIC X(11) VALUE SPACES.

       SCREEN                SECTION.
       01     TELA-CONSULTA.
              05 BLANK SCREEN.
              05 LINE 1  COLUMN 18
                 VALUE "AUTOCONSULTA DO FUNCIONARIO - HOLERITES".
              05 LINE 3  COLUMN 5  VALUE "ANO (0=FIM)..:".
              05 LINE 3  COLUMN 21 PIC 9(04)  USING ANO-TELA.
              05 LINE 3  COLUMN 37 VALUE "MATRICULA:".
              05 LINE 3  COLUMN 48 PIC 9(05)  FROM CODIGO-CONSULTA.
              05 LINE 4  COLUMN 5  VALUE "NOME.........:".
              05 LINE 4  COLUMN 21 PIC X(30)  FROM NOME-ECO.
              05 LINE 6  COLUMN 5
                 VALUE "COMPET.  TIPO             BRUTO      INSS".
              05 LINE 6  COLUMN 48
                 VALUE "      IRRF       LIQUIDO".
              05 LINE 7  COLUMN 5  PIC X(67)  FROM HOLERITE1-ECO.
              05 LINE 8  COLUMN 5  PIC X(67)  FROM HOLERITE2-ECO.
              05 LINE 9  COLUMN 5  PIC X(67)  FROM HOLERITE3-ECO.
              05 LINE 10 COLUMN 5  PIC X(67)  FROM HOLERITE4-ECO.
              05 LINE 11 COLUMN 5  PIC X(67)  FROM HOLERITE5-ECO.
              05 LINE 12 COLUMN 5  PIC X(67)  FROM HOLERITE6-ECO.
              05 LINE 14 COLUMN 5  VALUE "ACUMULADO NO ANO:".
              05 LINE 15 COLUMN 5  PIC X(67)  FROM ACUMULADO-ECO.
              05 LINE 17 COLUMN 5  VALUE "DEPENDENTES IRRF:".
              05 LINE 17 COLUMN 23 PIC X(02)  FROM QTD-DEP-ECO.
              05 LINE 18 COLUMN 8  PIC X(50)  FROM DEPENDENTE1-ECO.
              05 LINE 19 COLUMN 8  PIC X(50)  FROM DEPENDENTE2-ECO.
              05 LINE 20 COLUMN 8  PIC X(50)  FROM DEPENDENTE3-ECO.
              05 LINE 21 COLUMN 8  PIC X(50)  FROM DEPENDENTE4-ECO.
              05 LINE 22 COLUMN 5  VALUE "CONTA CREDITO:".
              05 LINE 22 COLUMN 21 PIC X(50)  FROM CONTA-ECO.

       01     TELA-MENSAGEM.
              05 LINE 24 COLUMN 5  PIC X(44) FROM MENSAGEM-TELA.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX26.
              PERFORM EXIGE-FUNCIONARIO.
              PERFORM INICIO.
              PERFORM CONSULTA UNTIL FIM-CONSULTA EQUAL "SIM".
              STOP RUN.

      * So o perfil "F" entra, e a matricula vem do proprio sign-on:
      * a tela nao aceita digitar outra.
       EXIGE-FUNCIONARIO.
              CALL "SIGNON" USING FUNCAO-EXIGIDA OPERADOR-SESSAO
                   AUTORIZADO-SUBR.
              IF AUTORIZADO-SUBR NOT EQUAL "S"
                OR MATRICULA-SESSAO NOT NUMERIC
                     DISPLAY "EX-26: ACESSO RECUSADO - PERFIL"
                             " FUNCIONARIO EXIGIDO"
                     MOVE 2 TO RETURN-CODE
                     STOP RUN.
              MOVE MATRICULA-SESSAO TO CODIGO-CONSULTA.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              MOVE ANO-HOJE TO ANO-TELA.

       CONSULTA.
              DISPLAY TELA-CONSULTA.
              ACCEPT  TELA-CONSULTA.
              IF ANO-TELA EQUAL ZEROES
                     MOVE "SIM" TO FIM-CONSULTA
              ELSE
                     PERFORM MONTA-CONSULTA.

       MONTA-CONSULTA.
              PERFORM LIMPA-ECOS.
              PERFORM BUSCA-HOLERITES.
              PERFORM BUSCA-DEPENDENTES.
              PERFORM BUSCA-CONTA.
              PERFORM GRAVA-SEGLOG.
              IF QTD-HOLERITES EQUAL ZEROES
                     MOVE "NENHUM HOLERITE PARA A MATRICULA"
                       TO MENSAGEM-TELA
              ELSE
                     MOVE "CONSULTA MONTADA - ANO 0 ENCERRA"
                       TO MENSAGEM-TELA.
              DISPLAY TELA-CONSULTA.
              DISPLAY TELA-MENSAGEM.

      * Uma passada no historico: empilha os holerites da matricula
      * e soma os do ano digitado.
       BUSCA-HOLERITES.
              MOVE "NAO" TO FIM-FH.
              MOVE ZEROES TO QTD-HOLERITES BRUTO-ANO INSS-ANO
                             IRRF-ANO LIQUIDO-ANO.
              OPEN INPUT FOLHAHIS.
              PERFORM UNTIL FIM-FH EQUAL "SIM"
                      READ FOLHAHIS
                             AT END MOVE "SIM" TO FIM-FH
                             NOT AT END
                                  IF CODIGO-FH EQUAL CODIGO-CONSULTA
                                       PERFORM EMPILHA-HOLERITE
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE FOLHAHIS.
              MOVE ANO-TELA    TO VAR-ANO-ACU.
              MOVE BRUTO-ANO   TO VAR-BRUTO-ACU.
              MOVE INSS-ANO    TO VAR-INSS-ACU.
              MOVE IRRF-ANO    TO VAR-IRRF-ACU.
              MOVE LIQUIDO-ANO TO VAR-LIQUIDO-ACU.
              MOVE LINHA-ACUMULADO TO ACUMULADO-ECO.

       EMPILHA-HOLERITE.
              ADD 1 TO QTD-HOLERITES.
              MOVE NOME-FH TO NOME-ECO.
              IF PERIODO-FH(1:4) EQUAL ANO-TELA
                     ADD BRUTO-FH   TO BRUTO-ANO
                     ADD INSS-FH    TO INSS-ANO
                     ADD IRRF-FH    TO IRRF-ANO
                     ADD LIQUIDO-FH TO LIQUIDO-ANO.
              MOVE HOLERITE2-ECO TO HOLERITE1-ECO.
              MOVE HOLERITE3-ECO TO HOLERITE2-ECO.
              MOVE HOLERITE4-ECO TO HOLERITE3-ECO.
              MOVE HOLERITE5-ECO TO HOLERITE4-ECO.
              MOVE HOLERITE6-ECO TO HOLERITE5-ECO.
              MOVE PERIODO-FH(5:2) TO VAR-MES-HOL.
              MOVE PERIODO-FH(1:4) TO VAR-ANO-HOL.
              EVALUATE TIPO-FH
                  WHEN "M" MOVE "MENSAL  " TO VAR-TIPO-HOL
                  WHEN "1" MOVE "13 1A P " TO VAR-TIPO-HOL
                  WHEN "2" MOVE "13 2A P " TO VAR-TIPO-HOL
                  WHEN "F" MOVE "FERIAS  " TO VAR-TIPO-HOL
                  WHEN "R" MOVE "RESCISAO" TO VAR-TIPO-HOL
                  WHEN "D" MOVE "RETROAT." TO VAR-TIPO-HOL
                  WHEN OTHER MOVE TIPO-FH TO VAR-TIPO-HOL
              END-EVALUATE.
              MOVE BRUTO-FH   TO VAR-BRUTO-HOL.
              MOVE INSS-FH    TO VAR-INSS-HOL.
              MOVE IRRF-FH    TO VAR-IRRF-HOL.
              MOVE LIQUIDO-FH TO VAR-LIQUIDO-HOL.
              MOVE LINHA-HOLERITE TO HOLERITE6-ECO.

      * Todos os dependentes da matricula contam para o IRRF (mesmo
      * criterio do EX-05); a tela lista os quatro primeiros.
       BUSCA-DEPENDENTES.
              MOVE "NAO" TO FIM-DEP.
              MOVE ZEROES TO QTD-DEPENDENTES.
              OPEN INPUT DEPENDEN.
              PERFORM UNTIL FIM-DEP EQUAL "SIM"
                      READ DEPENDEN
                             AT END MOVE "SIM" TO FIM-DEP
                             NOT AT END
                                  IF CODIGO-DEP EQUAL CODIGO-CONSULTA
                                       PERFORM LISTA-DEPENDENTE
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE DEPENDEN.
              MOVE QTD-DEPENDENTES TO QTD-DEP-ECO.

       LISTA-DEPENDENTE.
              ADD 1 TO QTD-DEPENDENTES.
              MOVE NOME-DEP            TO VAR-NOME-DEP.
              MOVE NASCIMENTO-DEP(7:2) TO VAR-DIA-DEP.
              MOVE NASCIMENTO-DEP(5:2) TO VAR-MES-DEP.
              MOVE NASCIMENTO-DEP(1:4) TO VAR-ANO-DEP.
              MOVE RELACAO-DEP         TO VAR-RELACAO-DEP.
              EVALUATE QTD-DEPENDENTES
                  WHEN 1 MOVE LINHA-DEPENDENTE TO DEPENDENTE1-ECO
                  WHEN 2 MOVE LINHA-DEPENDENTE TO DEPENDENTE2-ECO
                  WHEN 3 MOVE LINHA-DEPENDENTE TO DEPENDENTE3-ECO
                  WHEN 4 MOVE LINHA-DEPENDENTE TO DEPENDENTE4-ECO
              END-EVALUATE.

       BUSCA-CONTA.
              MOVE "NAO" TO FIM-BCF.
              MOVE "NAO CADASTRADA - PROCURE O RH" TO CONTA-ECO.
              OPEN INPUT BANCFUNC.
              PERFORM UNTIL FIM-BCF EQUAL "SIM"
                      READ BANCFUNC
                             AT END MOVE "SIM" TO FIM-BCF
                             NOT AT END
                                  IF CODIGO-BCF EQUAL CODIGO-CONSULTA
                                       MOVE BANCO-BCF   TO VAR-BANCO
                                       MOVE AGENCIA-BCF TO VAR-AGENCIA
                                       MOVE CONTA-BCF   TO VAR-CONTA
                                       MOVE LINHA-CONTA TO CONTA-ECO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE BANCFUNC.

       LIMPA-ECOS.
              MOVE SPACES TO NOME-ECO MENSAGEM-TELA
                             HOLERITE1-ECO HOLERITE2-ECO HOLERITE3-ECO
                             HOLERITE4-ECO HOLERITE5-ECO HOLERITE6-ECO
                             ACUMULADO-ECO CONTA-ECO
                             DEPENDENTE1-ECO DEPENDENTE2-ECO
                             DEPENDENTE3-ECO DEPENDENTE4-ECO.
              MOVE ZEROES TO QTD-DEP-ECO.

      * Cada consulta montada vira um evento no log de seguranca,
      * com o ano consultado (mesmo probe por FILE STATUS "35" de
      * ABRE-HISTORICO, EX01 ME02).
       GRAVA-SEGLOG.
              OPEN INPUT SEGLOG.
              IF SEGLOG-STATUS EQUAL "35"
                     CLOSE SEGLOG
                     OPEN OUTPUT SEGLOG
              ELSE
                     CLOSE SEGLOG
                     OPEN EXTEND SEGLOG
              END-IF.
              ACCEPT DATA-HOJE  FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL FROM TIME.
              COMPUTE DATA-SEG =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              COMPUTE HORA-SEG =
                      HH-ATUAL * 10000 + MM-ATUAL * 100 + SS-ATUAL.
              MOVE OPERADOR-SESSAO TO OPERADOR-SEG.
              MOVE "F"             TO FUNCAO-SEG.
              MOVE SPACES          TO EVENTO-SEG.
              STRING "HOLERITE ANO " ANO-TELA DELIMITED BY SIZE
                     INTO EVENTO-SEG.
              WRITE REG-SEGLOG.
              CLOSE SEGLOG.
