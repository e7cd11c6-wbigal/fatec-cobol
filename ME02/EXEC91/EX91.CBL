       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX91.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      AMORTIZACAO MENSAL DAS ANTECIPACOES DA ANUIDADE
      *              (PREPAGO.DAT, GRAVADO PELO EX90). PARA O MES DE
      *              COMPETENCIA (PARMPRAT.DAT, O MESMO DA REMESSA DO
      *              EX17; ZERADO = MES DA EXECUCAO) LISTA, POR
      *              ANTECIPACAO, OS MESES COBERTOS, A RECEITA
      *              RECONHECIDA NO MES, A RECEITA JA RECONHECIDA NO
      *              ANO E A RECEITA DIFERIDA QUE AINDA RESTA. A
      *              RECEITA DO MES E A DIFERENCA ENTRE O ACUMULADO
      *              ARREDONDADO ATE O MES E O ACUMULADO ATE O MES
      *              ANTERIOR, PARA QUE O ANO FECHE NO CENTAVO COM O
      *              VALOR PAGO. ANTECIPACAO ENCERRADA PELO
      *              DESLIGAMENTO (EX44) AMORTIZA ATE O MES DE
      *              ENCERRAMENTO; O VALOR RESTITUIDO SAI DA RECEITA
      *              E NAO FICA DIFERIDO. ANTECIPACOES DE ANOS JA
      *              ENCERRADOS NAO SAO LISTADAS.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PREPAGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARM-PRAT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELAMORT ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

       FD     PREPAGO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PREPAGO.DAT".
       COPY PREPAGO.

      * PARM-PRAT: so a competencia e usada aqui, para que a
      * amortizacao saia no mesmo mes da remessa do EX17.
       FD     PARM-PRAT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMPRAT.DAT".
       COPY PARMPRAT.

       FD     RELAMORT
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-PARM-PRAT            PIC X(03) VALUE "NAO".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-LISTADOS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-VIGENTES           PIC 9(05) VALUE ZEROES.
       77 TOTAL-ENCERRADAS         PIC 9(05) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       01 COMPETENCIA-RUN.
              02 ANO-COMP-RUN      PIC 9(04).
              02 MES-COMP-RUN      PIC 9(02).

      * Apuracao da antecipacao corrente.
       77 MES-FIM-COB              PIC 9(02) VALUE ZEROES.
       77 MESES-USADOS             PIC 9(02) VALUE ZEROES.
       77 MESES-ATE-MES            PIC 9(02) VALUE ZEROES.
       77 MESES-ATE-ANTERIOR       PIC 9(02) VALUE ZEROES.
       77 RECEITA-TOTAL            PIC 9(09)V9(02) VALUE ZEROES.
       77 ACUMULADO-MES            PIC 9(09)V9(02) VALUE ZEROES.
       77 ACUMULADO-ANTERIOR       PIC 9(09)V9(02) VALUE ZEROES.
       77 RECEITA-MES              PIC 9(09)V9(02) VALUE ZEROES.
       77 SALDO-DIFERIDO           PIC 9(09)V9(02) VALUE ZEROES.
       77 MESES-BASE               PIC 9(02) VALUE ZEROES.

       77 VALOR-TOTAL-PAGO         PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-TOTAL-MES          PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-TOTAL-ACUMULADO    PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-TOTAL-RESTIT       PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-TOTAL-DIFERIDO     PIC 9(12)V9(02) VALUE ZEROES.

       01     CAB-01.
              02 FILLER     PIC X(08) VALUE SPACES.
              02 FILLER PIC X(42) VALUE
                 "AMORTIZACAO DAS ANUIDADES ANTECIPADAS - ".
              02 MES-CAB    PIC 99.
              02 FILLER     PIC X(01) VALUE "/".
              02 ANO-CAB    PIC 9999.
              02 FILLER     PIC X(13) VALUE SPACES.
              02 FILLER     PIC X(05) VALUE "PAG. ".
              02 VAR-PAG    PIC Z9.
              02 FILLER     PIC X(03) VALUE SPACES.

       01     CAB-02.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(09) VALUE "SOCIO".
              02 FILLER     PIC X(11) VALUE "COBERTURA".
              02 FILLER     PIC X(02) VALUE "S ".
              02 FILLER     PIC X(14) VALUE "     PAGO".
              02 FILLER     PIC X(14) VALUE "   NO MES".
              02 FILLER     PIC X(14) VALUE "   NO ANO".
              02 FILLER     PIC X(14) VALUE "  DIFERIDO".

       01     DETALHE-AMORT.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NUMERO-SOCIO-DET  PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 MES-INICIO-DET    PIC 99.
              02 FILLER            PIC X(01) VALUE "-".
              02 MES-FIM-DET       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 ANO-DET           PIC 9999.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 SITUACAO-DET      PIC X(01).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VALOR-PAGO-DET    PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 RECEITA-MES-DET   PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 ACUMULADO-DET     PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 DIFERIDO-DET      PIC ZZ.ZZZ.ZZ9,99.

       01     ROD-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Antecipacoes vigentes    :".
              02 VAR-VIGENTES      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Encerradas (desligamento):".
              02 VAR-ENCERRADAS    PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Total antecipado         :".
              02 VAR-VALOR-PAGO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Receita amortizada no mes:".
              02 VAR-VALOR-MES     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Receita amortizada no ano:".
              02 VAR-VALOR-ACUM    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Restituido a desligados  :".
              02 VAR-VALOR-RESTIT  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-07.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Receita diferida restante:".
              02 VAR-VALOR-DIFER   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX91.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM LER-COMPETENCIA.
              OPEN   INPUT  PREPAGO
                     OUTPUT RELAMORT.
              PERFORM LEITURA.

      * Competencia de PARMPRAT.DAT (zerada ou ausente = mes da
      * execucao), mesma regra de LER-PARM-PRO-RATA do EX17.
       LER-COMPETENCIA.
              MOVE ANO-HOJE TO ANO-COMP-RUN.
              MOVE MES-HOJE TO MES-COMP-RUN.
              OPEN INPUT PARM-PRAT.
              READ PARM-PRAT
                     AT END MOVE "SIM" TO FIM-PARM-PRAT.
              IF FIM-PARM-PRAT EQUAL "NAO"
                AND MES-COMP-PRAT GREATER THAN ZEROES
                AND MES-COMP-PRAT NOT GREATER THAN 12
                     MOVE COMPETENCIA-PRAT TO COMPETENCIA-RUN.
              CLOSE PARM-PRAT.
              MOVE MES-COMP-RUN TO MES-CAB.
              MOVE ANO-COMP-RUN TO ANO-CAB.

       LEITURA.
              READ PREPAGO
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              IF ANO-PRE NOT LESS THAN ANO-COMP-RUN
                AND MESES-PRE GREATER THAN ZEROES
                     PERFORM APURA-AMORTIZACAO
                     PERFORM IMPRIME-DETALHE.
              PERFORM LEITURA.

      * Meses usufruidos: vigente cobre MES-INICIO-PRE a MES-INICIO-
      * PRE + MESES-PRE - 1; encerrada so ate MES-ENCERRA-PRE, e a
      * receita total e o valor pago menos o restituido.
       APURA-AMORTIZACAO.
              IF SITUACAO-PRE EQUAL "E"
                     MOVE MES-ENCERRA-PRE TO MES-FIM-COB
                     COMPUTE RECEITA-TOTAL =
                             VALOR-PAGO-PRE - VALOR-RESTIT-PRE
                     ADD 1 TO TOTAL-ENCERRADAS
                     ADD VALOR-RESTIT-PRE TO VALOR-TOTAL-RESTIT
              ELSE
                     COMPUTE MES-FIM-COB =
                             MES-INICIO-PRE + MESES-PRE - 1
                     MOVE VALOR-PAGO-PRE TO RECEITA-TOTAL
                     ADD 1 TO TOTAL-VIGENTES.
              MOVE ZEROES TO MESES-USADOS.
              IF MES-FIM-COB NOT LESS THAN MES-INICIO-PRE
                     COMPUTE MESES-USADOS =
                             MES-FIM-COB - MES-INICIO-PRE + 1.
              MOVE ZEROES TO MESES-ATE-MES
                             MESES-ATE-ANTERIOR.
              IF ANO-PRE EQUAL ANO-COMP-RUN
                AND MES-COMP-RUN NOT LESS THAN MES-INICIO-PRE
                     COMPUTE MESES-ATE-MES =
                             MES-COMP-RUN - MES-INICIO-PRE + 1
                     COMPUTE MESES-ATE-ANTERIOR = MESES-ATE-MES - 1.
              IF MESES-ATE-MES GREATER THAN MESES-USADOS
                     MOVE MESES-USADOS TO MESES-ATE-MES.
              IF MESES-ATE-ANTERIOR GREATER THAN MESES-USADOS
                     MOVE MESES-USADOS TO MESES-ATE-ANTERIOR.
              MOVE MESES-USADOS TO MESES-BASE.
              IF MESES-BASE EQUAL ZEROES
                     MOVE 1 TO MESES-BASE.
              COMPUTE ACUMULADO-MES ROUNDED =
                      RECEITA-TOTAL * MESES-ATE-MES / MESES-BASE.
              COMPUTE ACUMULADO-ANTERIOR ROUNDED =
                      RECEITA-TOTAL * MESES-ATE-ANTERIOR / MESES-BASE.
              COMPUTE RECEITA-MES = ACUMULADO-MES - ACUMULADO-ANTERIOR.
              COMPUTE SALDO-DIFERIDO = RECEITA-TOTAL - ACUMULADO-MES.
              ADD VALOR-PAGO-PRE TO VALOR-TOTAL-PAGO.
              ADD RECEITA-MES    TO VALOR-TOTAL-MES.
              ADD ACUMULADO-MES  TO VALOR-TOTAL-ACUMULADO.
              ADD SALDO-DIFERIDO TO VALOR-TOTAL-DIFERIDO.

       IMPRIME-DETALHE.
              IF CT-LIN GREATER THAN 39
                     PERFORM CABECALHO.
              ADD    1                 TO TOTAL-LISTADOS.
              MOVE   NUMERO-SOCIO-PRE  TO NUMERO-SOCIO-DET.
              MOVE   MES-INICIO-PRE    TO MES-INICIO-DET.
              MOVE   MES-FIM-COB       TO MES-FIM-DET.
              MOVE   ANO-PRE           TO ANO-DET.
              MOVE   SITUACAO-PRE      TO SITUACAO-DET.
              MOVE   VALOR-PAGO-PRE    TO VALOR-PAGO-DET.
              MOVE   RECEITA-MES       TO RECEITA-MES-DET.
              MOVE   ACUMULADO-MES     TO ACUMULADO-DET.
              MOVE   SALDO-DIFERIDO    TO DIFERIDO-DET.
              WRITE  REG-REL FROM DETALHE-AMORT
                     AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              IF CT-PAG EQUAL 1
                     WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE
              ELSE
                     WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 2 LINES.
              MOVE 4 TO CT-LIN.

       FIM.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE PREPAGO
                    RELAMORT.

       IMPRIME-RODAPE.
              MOVE   TOTAL-VIGENTES        TO VAR-VIGENTES.
              MOVE   TOTAL-ENCERRADAS      TO VAR-ENCERRADAS.
              MOVE   VALOR-TOTAL-PAGO      TO VAR-VALOR-PAGO.
              MOVE   VALOR-TOTAL-MES       TO VAR-VALOR-MES.
              MOVE   VALOR-TOTAL-ACUMULADO TO VAR-VALOR-ACUM.
              MOVE   VALOR-TOTAL-RESTIT    TO VAR-VALOR-RESTIT.
              MOVE   VALOR-TOTAL-DIFERIDO  TO VAR-VALOR-DIFER.
              WRITE  REG-REL FROM ROD-01 AFTER ADVANCING 3 LINES.
              WRITE  REG-REL FROM ROD-02 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-03 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-04 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-05 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-06 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-07 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX91"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-LISTADOS   TO TOTAL-GRAVADOS-RUNLOG.
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
