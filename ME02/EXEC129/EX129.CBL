       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX129.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      CONSULTA DE PESSOAS PELO CPF (ESTILO DA TELA DO
      *              EX53): O ATENDENTE DIGITA O CPF E VE, NUMA SO
      *              TELA, TODAS AS LIGACOES DA PESSOA NO INDICE
      *              PESSOAS.DAT RECRIADO TODA NOITE PELO EX128 -
      *              CLIENTE (CADOK), SOCIO (CADMSOCI), FUNCIONARIO
      *              (CADFUNCI) E ALUNO (CADALU) - COM A CHAVE EM
      *              CADA CADASTRO, O NOME E A SITUACAO, A DATA DO
      *              INDICE E O AVISO DE NOMES DIVERGENTES ENTRE AS
      *              LIGACOES (MESMO CRITERIO DO RELATORIO DO EX128).
      *              O CPF DIGITADO E CONFERIDO PELA SUBROTINA VALCPF
      *              ANTES DA BUSCA.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PESSOAS ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHAVE-PES
              FILE STATUS IS PESSOAS-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PESSOAS: indice de pessoas (EX128), lido a partir do CPF.
       FD     PESSOAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PESSOAS.DAT".
       COPY PESSOA.

       WORKING-STORAGE      SECTION.

      * Sign-on pela subrotina compartilhada SIGNON.
       77 FUNCAO-EXIGIDA           PIC X(01) VALUE "C".
       77 OPERADOR-SESSAO          PIC X(08) VALUE SPACES.
       77 AUTORIZADO-SUBR          PIC X(01) VALUE "N".
       77 PESSOAS-STATUS           PIC X(02) VALUE "00".
       77 FIM-CONSULTA             PIC X(03) VALUE "NAO".
       77 FIM-LIGACOES             PIC X(03) VALUE "NAO".
       77 MENSAGEM-TELA            PIC X(44) VALUE SPACES.

      * Conferencia do CPF pela subrotina VALCPF.
       77 CPF-VALIDO-SUBR          PIC X(01) VALUE SPACES.
       77 DIGITO1-OK-SUBR          PIC X(01) VALUE SPACES.
       77 DIGITO2-OK-SUBR          PIC X(01) VALUE SPACES.
       77 DIGITO1-ESPERADO-SUBR    PIC 9(01) VALUE ZEROES.
       77 DIGITO2-ESPERADO-SUBR    PIC 9(01) VALUE ZEROES.

      * Campo de digitacao e campos exibidos na tela.
       77 CPF-TELA                 PIC 9(11) VALUE ZEROES.
       77 QTD-LIGACOES-ECO         PIC Z9 VALUE ZEROES.
       77 DATA-INDICE-ECO          PIC X(10) VALUE SPACES.
       77 ALERTA-ECO               PIC X(30) VALUE SPACES.
       01     LIGACOES-ECO.
              02 LIGACAO-ECO       PIC X(60) OCCURS 8 TIMES.

      * Apuracao da consulta corrente.
       77 QTD-LIGACOES             PIC 9(02) VALUE ZEROES.
       77 NOME-PRIMEIRA            PIC X(30) VALUE SPACES.
       77 NOMES-DIVERGEM           PIC X(03) VALUE "NAO".

       01 LINHA-LIGACAO.
              02 VAR-ORIGEM-LIG    PIC X(11).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-CHAVE-LIG     PIC X(11).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-NOME-LIG      PIC X(30).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-SITU-LIG      PIC X(05).

       01 DATA-INDICE-TRAB.
              02 VAR-DIA-IND       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-IND       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-IND       PIC 9999.

       SCREEN                SECTION.
       01     TELA-CONSULTA.
              05 BLANK SCREEN.
              05 LINE 1  COLUMN 20
                 VALUE "CONSULTA DE PESSOAS POR CPF".
              05 LINE 3  COLUMN 5  VALUE "CPF (0=FIM)..:".
              05 LINE 3  COLUMN 21 PIC 9(11)  USING CPF-TELA.
              05 LINE 4  COLUMN 5  VALUE "LIGACOES.....:".
              05 LINE 4  COLUMN 21 PIC X(02)  FROM QTD-LIGACOES-ECO.
              05 LINE 4  COLUMN 37 VALUE "INDICE DE:".
              05 LINE 4  COLUMN 48 PIC X(10)  FROM DATA-INDICE-ECO.
              05 LINE 5  COLUMN 21 PIC X(30)  FROM ALERTA-ECO.
              05 LINE 7  COLUMN 5
                 VALUE "CADASTRO    CHAVE       NOME".
              05 LINE 7  COLUMN 60 VALUE "SITUACAO".
              05 LINE 8  COLUMN 5  PIC X(60)  FROM LIGACAO-ECO(1).
              05 LINE 9  COLUMN 5  PIC X(60)  FROM LIGACAO-ECO(2).
              05 LINE 10 COLUMN 5  PIC X(60)  FROM LIGACAO-ECO(3).
              05 LINE 11 COLUMN 5  PIC X(60)  FROM LIGACAO-ECO(4).
              05 LINE 12 COLUMN 5  PIC X(60)  FROM LIGACAO-ECO(5).
              05 LINE 13 COLUMN 5  PIC X(60)  FROM LIGACAO-ECO(6).
              05 LINE 14 COLUMN 5  PIC X(60)  FROM LIGACAO-ECO(7).
              05 LINE 15 COLUMN 5  PIC X(60)  FROM LIGACAO-ECO(8).

       01     TELA-MENSAGEM.
              05 LINE 18 COLUMN 5  PIC X(44) FROM MENSAGEM-TELA.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX129.
              PERFORM EXIGE-CONSULTA.
              PERFORM INICIO.
              PERFORM CONSULTA UNTIL FIM-CONSULTA EQUAL "SIM".
              PERFORM TERMINO.
              STOP RUN.

      * A tela cruza os cadastros pessoais de clientes, socios,
      * funcionarios e alunos: exige sign-on de perfil consulta (ou
      * superior) pela subrotina compartilhada SIGNON.
       EXIGE-CONSULTA.
              CALL "SIGNON" USING FUNCAO-EXIGIDA OPERADOR-SESSAO
                   AUTORIZADO-SUBR.
              IF AUTORIZADO-SUBR NOT EQUAL "S"
                     DISPLAY "EX129: ACESSO RECUSADO - PERFIL"
                             " CONSULTA EXIGIDO"
                     MOVE 2 TO RETURN-CODE
                     STOP RUN.

       INICIO.
              OPEN INPUT PESSOAS.

       CONSULTA.
              DISPLAY TELA-CONSULTA.
              ACCEPT  TELA-CONSULTA.
              IF CPF-TELA EQUAL ZEROES
                     MOVE "SIM" TO FIM-CONSULTA
              ELSE
                     PERFORM MONTA-CONSULTA.

       MONTA-CONSULTA.
              PERFORM LIMPA-ECOS.
              CALL "VALCPF" USING CPF-TELA CPF-VALIDO-SUBR
                   DIGITO1-OK-SUBR DIGITO2-OK-SUBR
                   DIGITO1-ESPERADO-SUBR DIGITO2-ESPERADO-SUBR.
              IF CPF-VALIDO-SUBR NOT EQUAL "S"
                     MOVE "CPF INVALIDO - DIGITOS NAO CONFEREM"
                       TO MENSAGEM-TELA
                     DISPLAY TELA-MENSAGEM
              ELSE
                     PERFORM BUSCA-LIGACOES.

      * Posiciona no inicio das chaves do CPF (origem e chave em
      * LOW-VALUES) e le em sequencia enquanto o CPF for o mesmo.
       BUSCA-LIGACOES.
              MOVE "NAO"      TO FIM-LIGACOES.
              MOVE CPF-TELA   TO CPF-PES.
              MOVE LOW-VALUES TO ORIGEM-PES CHAVE-ORIGEM-PES.
              START PESSOAS KEY IS NOT LESS THAN CHAVE-PES
                     INVALID KEY MOVE "SIM" TO FIM-LIGACOES
              END-START.
              PERFORM UNTIL FIM-LIGACOES EQUAL "SIM"
                      READ PESSOAS NEXT RECORD
                             AT END MOVE "SIM" TO FIM-LIGACOES
                             NOT AT END
                                  IF CPF-PES NOT EQUAL CPF-TELA
                                       MOVE "SIM" TO FIM-LIGACOES
                                  ELSE
                                       PERFORM MOSTRA-LIGACAO
                                  END-IF
                      END-READ
              END-PERFORM.
              MOVE QTD-LIGACOES TO QTD-LIGACOES-ECO.
              IF NOMES-DIVERGEM EQUAL "SIM"
                     MOVE "*** NOMES DIVERGENTES ***" TO ALERTA-ECO.
              IF QTD-LIGACOES EQUAL ZEROES
                     MOVE "CPF SEM LIGACAO NO INDICE DE PESSOAS"
                       TO MENSAGEM-TELA
              ELSE IF QTD-LIGACOES GREATER THAN 8
                     MOVE "MAIS DE 8 LIGACOES - VER RELATORIO EX128"
                       TO MENSAGEM-TELA
              ELSE
                     MOVE "CONSULTA MONTADA - 0 NO CPF ENCERRA"
                       TO MENSAGEM-TELA.
              DISPLAY TELA-CONSULTA.
              DISPLAY TELA-MENSAGEM.

      * Nomes comparados nos 20 primeiros caracteres (o nome do
      * aluno no CADALU tem 20).
       MOSTRA-LIGACAO.
              ADD 1 TO QTD-LIGACOES.
              IF QTD-LIGACOES EQUAL 1
                     MOVE NOME-PES TO NOME-PRIMEIRA
                     MOVE DATA-INDICE-PES(7:2) TO VAR-DIA-IND
                     MOVE DATA-INDICE-PES(5:2) TO VAR-MES-IND
                     MOVE DATA-INDICE-PES(1:4) TO VAR-ANO-IND
                     MOVE DATA-INDICE-TRAB     TO DATA-INDICE-ECO
              ELSE IF NOME-PES(1:20) NOT EQUAL NOME-PRIMEIRA(1:20)
                     MOVE "SIM" TO NOMES-DIVERGEM.
              EVALUATE ORIGEM-PES
                  WHEN "C" MOVE "CLIENTE"     TO VAR-ORIGEM-LIG
                  WHEN "S" MOVE "SOCIO"       TO VAR-ORIGEM-LIG
                  WHEN "F" MOVE "FUNCIONARIO" TO VAR-ORIGEM-LIG
                  WHEN "A" MOVE "ALUNO"       TO VAR-ORIGEM-LIG
                  WHEN OTHER MOVE ORIGEM-PES  TO VAR-ORIGEM-LIG
              END-EVALUATE.
              MOVE CHAVE-ORIGEM-PES TO VAR-CHAVE-LIG.
              MOVE NOME-PES         TO VAR-NOME-LIG.
              EVALUATE TRUE
                  WHEN ORIGEM-PES EQUAL "C"
                       MOVE SPACES  TO VAR-SITU-LIG
                  WHEN SITUACAO-PES EQUAL "A" OR SPACE
                       MOVE "ATIVO" TO VAR-SITU-LIG
                  WHEN SITUACAO-PES EQUAL "S"
                       MOVE "SUSP." TO VAR-SITU-LIG
                  WHEN SITUACAO-PES EQUAL "D"
                       MOVE "DESL." TO VAR-SITU-LIG
                  WHEN SITUACAO-PES EQUAL "T"
                       MOVE "TRANC" TO VAR-SITU-LIG
                  WHEN SITUACAO-PES EQUAL "C"
                       MOVE "CANC." TO VAR-SITU-LIG
                  WHEN SITUACAO-PES EQUAL "X"
                       MOVE "TRANF" TO VAR-SITU-LIG
                  WHEN OTHER
                       MOVE SITUACAO-PES TO VAR-SITU-LIG
              END-EVALUATE.
              IF QTD-LIGACOES NOT GREATER THAN 8
                     MOVE LINHA-LIGACAO TO LIGACAO-ECO(QTD-LIGACOES).

       LIMPA-ECOS.
              MOVE SPACES TO DATA-INDICE-ECO ALERTA-ECO MENSAGEM-TELA
                             LIGACOES-ECO NOME-PRIMEIRA.
              MOVE ZEROES TO QTD-LIGACOES QTD-LIGACOES-ECO.
              MOVE "NAO"  TO NOMES-DIVERGEM.

       TERMINO.
              CLOSE PESSOAS.
