       IDENTIFICATION              DIVISION.

       PROGRAM-ID.          EX-23.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.            APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      DIFERENCAS SALARIAIS RETROATIVAS: O DISSIDIO E
      *              ASSINADO MESES DEPOIS DA DATA-BASE, O EX06 SO
      *              APLICA O SALARIO NOVO DALI PARA A FRENTE E AS
      *              DIFERENCAS DOS MESES JA PAGOS ERAM CALCULADAS NA
      *              MAO. RODA COM AS MESMAS REGRAS DO REAJUSTE
      *              (PARMAJU.DAT) ANTES DO EX06 REGRAVAR O ROSTER -
      *              O SALARIO DO CADENT.DAT E O SALARIO ANTIGO - E A
      *              COMPETENCIA DE VIGENCIA EM PARMEX23.DAT. PARA
      *              CADA FUNCIONARIO COM REGRA, REFAZ CADA
      *              PAGAMENTO DO FOLHAHIS.DAT DESDE A VIGENCIA
      *              (MENSAL "M" COM AS HORAS DO PONTOHIS.DAT
      *              REPRECIFICADAS, 13 "1"/"2" E FERIAS "F" NA
      *              PROPORCAO DO SALARIO NOVO), RETRIBUTA O BRUTO
      *              NOVO PELAS TABELAS DE FAIXAS (DEPENDENTES SO NA
      *              MENSAL, COMO NO EX05) E TOMA COMO DIFERENCA DE
      *              INSS/IRRF O NOVO MENOS O JA RETIDO NO MES. O
      *              ADIANTAMENTO "1" DE UM ANO CUJA "2" TAMBEM CAIU
      *              NA JANELA JA ESTA NO 13 INTEGRAL DA "2". A SOMA
      *              E PAGA NUM UNICO REGISTRO TIPO "D" NA
      *              COMPETENCIA CORRENTE DO FOLHAHIS.DAT, COM A
      *              AUDITORIA MES A MES (ANTIGO X NOVO) EM RELRETRO.
      *              FUNCIONARIO QUE JA TEM "D" NA COMPETENCIA NAO E
      *              PAGO DE NOVO NUM REPROCESSAMENTO.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT CADENT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT PARM-AJU ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARM-EX23 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL INSSTAB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL IRRFTAB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL DEPENDEN ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARMDEDU ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PONTOHIS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL FOLHAHIS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FOLHAHIS-STATUS.

              SELECT RELRETRO ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * CADENT: visao da folha (mesmo layout do EX05), com o salario
      * ainda anterior ao reajuste.
       FD     CADENT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADENT.DAT".
       01     REG-ENT.
              02 CODIGO            PIC 9(05).
              02 NOME              PIC X(30).
              02 DEPARTAMENTO      PIC 9(02).
              02 SALARIO           PIC 9(05)V9(02).

      * PARMAJU.DAT: as mesmas regras do reajuste em lote (EX06) -
      * departamento (00 = todos), tipo "P"/"F" e o valor.
       FD     PARM-AJU
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMAJU.DAT".
       01     REG-PARM-AJU.
              02 DEPTO-AJU-PARM    PIC 9(02).
              02 TIPO-AJU-PARM     PIC X(01).
              02 VALOR-AJU-PARM    PIC 9(05)V9(02).

      * PARMEX23.DAT: competencia de vigencia do reajuste (AAAAMM).
       FD     PARM-EX23
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMEX23.DAT".
       01     REG-PARM-EX23.
              02 VIGENCIA-PARM     PIC 9(06).

      * INSSTAB/IRRFTAB: mesmas tabelas de faixas da folha mensal.
       FD     INSSTAB
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "INSSTAB.DAT".
       01     REG-INSS.
              02 LIMITE-INSS       PIC 9(05)V9(02).
              02 ALIQUOTA-INSS     PIC 9(02)V9(02).

       FD     IRRFTAB
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "IRRFTAB.DAT".
       01     REG-IRRF.
              02 LIMITE-IRRF       PIC 9(05)V9(02).
              02 ALIQUOTA-IRRF     PIC 9(02)V9(02).
              02 DEDUCAO-IRRF      PIC 9(05)V9(02).

      * DEPENDEN/PARMDEDU: dependentes (EX-13) e deducao legal por
      * dependente, como na folha mensal.
       FD     DEPENDEN
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "DEPENDEN.DAT".
       01     REG-DEP.
              02 CODIGO-DEP        PIC 9(05).
              02 NOME-DEP          PIC X(30).
              02 NASCIMENTO-DEP    PIC 9(08).
              02 RELACAO-DEP       PIC X(01).

       FD     PARMDEDU
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMDEDU.DAT".
       01     REG-PARMDEDU.
              02 DEDUCAO-DEP-PARM  PIC 9(05)V9(02).

      * PONTOHIS: ponto de cada competencia ja paga (EX05,
      * copybook).
       FD     PONTOHIS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PONTOHIS.DAT".
       COPY PONTOHIS.

      * FOLHAHIS: historico permanente da folha (mesmo layout
      * gravado pelo EX05); lido desde a vigencia e depois acrescido
      * do TIPO-FH "D" = diferenca retroativa.
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

       FD     RELRETRO
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77  FIM-ARQ      PIC X(03) VALUE "NAO".
       77  FIM-PARM     PIC X(03) VALUE "NAO".
       77  FIM-VIG      PIC X(03) VALUE "NAO".
       77  FIM-INSS     PIC X(03) VALUE "NAO".
       77  FIM-IRRF     PIC X(03) VALUE "NAO".
       77  FIM-DEP      PIC X(03) VALUE "NAO".
       77  FIM-DEDU     PIC X(03) VALUE "NAO".
       77  FIM-PHS      PIC X(03) VALUE "NAO".
       77  FIM-FH       PIC X(03) VALUE "NAO".
       77  FOLHAHIS-STATUS PIC X(02) VALUE "00".
       77  RUNLOG-STATUS PIC X(02) VALUE "00".
       77  TOTAL-LIDOS   PIC 9(05) VALUE ZEROES.
       77  TOTAL-PAGOS   PIC 9(04) VALUE ZEROES.
       77  TOTAL-JA-PAGOS PIC 9(04) VALUE ZEROES.
       77  PERIODO-FOLHA PIC 9(06) VALUE ZEROES.
       77  VIGENCIA     PIC 9(06) VALUE ZEROES.
       01  DATA-HOJE.
              02 ANO-HOJE   PIC 9(04).
              02 MES-HOJE   PIC 9(02).
              02 DIA-HOJE   PIC 9(02).
       01  HORA-ATUAL.
              02 HH-ATUAL   PIC 99.
              02 MM-ATUAL   PIC 99.
              02 SS-ATUAL   PIC 99.
              02 CS-ATUAL   PIC 99.

      * Regras de reajuste carregadas do parametro (como no EX06).
       77  TOTAL-REGRAS PIC 9(02) VALUE ZEROES.
       77  IDX-REGRA    PIC 9(02) VALUE ZEROES.
       77  REGRA-APLICADA PIC 9(02) VALUE ZEROES.
       01  TABELA-REGRAS.
              02 REGRA-REG OCCURS 20 TIMES.
                 03 DEPTO-REGRA-TAB PIC 9(02).
                 03 TIPO-REGRA-TAB  PIC X(01).
                 03 VALOR-REGRA-TAB PIC 9(05)V9(02).

      * Tabelas de faixas em memoria, com os mesmos defaults da
      * folha mensal quando os arquivos de parametro faltam.
       77  TOTAL-FAIXAS-INSS PIC 9(02) VALUE ZEROES.
       77  TOTAL-FAIXAS-IRRF PIC 9(02) VALUE ZEROES.
       77  IDX-FAIXA    PIC 9(02) VALUE ZEROES.
       01  TABELA-INSS.
              02 FAIXA-INSS-REG OCCURS 10 TIMES.
                 03 LIMITE-INSS-TAB   PIC 9(05)V9(02).
                 03 ALIQUOTA-INSS-TAB PIC 9(02)V9(02).
       01  TABELA-IRRF.
              02 FAIXA-IRRF-REG OCCURS 10 TIMES.
                 03 LIMITE-IRRF-TAB   PIC 9(05)V9(02).
                 03 ALIQUOTA-IRRF-TAB PIC 9(02)V9(02).
                 03 DEDUCAO-IRRF-TAB  PIC 9(05)V9(02).

      * Dependentes por funcionario e a deducao por dependente.
       77  TOTAL-DEP-REG PIC 9(04) VALUE ZEROES.
       77  IDX-DEP      PIC 9(04) VALUE ZEROES.
       77  QTD-DEPENDENTES PIC 9(02) VALUE ZEROES.
       77  DEDUCAO-POR-DEP PIC 9(05)V9(02) VALUE 189,59.
       77  DEDUCAO-DEPENDENTES PIC 9(06)V9(02) VALUE ZEROES.
       01  TABELA-DEP.
              02 DEP-REG   OCCURS 2000 TIMES.
                 03 CODIGO-DEP-TAB PIC 9(05).

      * Ponto das competencias desde a vigencia.
       77  TOTAL-PHS    PIC 9(04) VALUE ZEROES.
       77  IDX-PHS      PIC 9(04) VALUE ZEROES.
       77  IDX-PHS-ACHADO PIC 9(04) VALUE ZEROES.
       01  TABELA-PHS.
              02 PHS-REG   OCCURS 2000 TIMES.
                 03 CODIGO-PHS-TAB   PIC 9(05).
                 03 PERIODO-PHS-TAB  PIC 9(06).
                 03 HORAS50-PHS-TAB  PIC 9(03).
                 03 HORAS100-PHS-TAB PIC 9(03).
                 03 HORASNOT-PHS-TAB PIC 9(03).
                 03 FALTAS-PHS-TAB   PIC 9(02).

      * Pagamentos do historico desde a vigencia, na ordem do
      * arquivo.
       77  TOTAL-FH     PIC 9(04) VALUE ZEROES.
       77  IDX-FH       PIC 9(04) VALUE ZEROES.
       77  IDX-FH-2     PIC 9(04) VALUE ZEROES.
       01  TABELA-FH.
              02 FH-REG    OCCURS 2000 TIMES.
                 03 CODIGO-FH-TAB   PIC 9(05).
                 03 PERIODO-FH-TAB  PIC 9(06).
                 03 TIPO-FH-TAB     PIC X(01).
                 03 BRUTO-FH-TAB    PIC 9(08)V9(02).
                 03 INSS-FH-TAB     PIC 9(07)V9(02).
                 03 IRRF-FH-TAB     PIC 9(07)V9(02).

      * Apuracao do funcionario e do pagamento da vez.
       77  SALARIO-NOVO PIC 9(05)V9(02) VALUE ZEROES.
       77  SALARIO-CALC PIC 9(05)V9(02) VALUE ZEROES.
       77  PARTE-SALARIAL PIC S9(07)V9(02) VALUE ZEROES.
       77  PARTE-ANTIGA PIC S9(07)V9(02) VALUE ZEROES.
       77  VALOR-HORA   PIC 9(04)V9(04) VALUE ZEROES.
       77  VALOR-EXTRA-50 PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-EXTRA-100 PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-NOTURNO PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-FALTAS PIC 9(06)V9(02) VALUE ZEROES.
       77  BRUTO-NOVO   PIC 9(08)V9(02) VALUE ZEROES.
       77  BASE-CALCULO PIC 9(08)V9(02) VALUE ZEROES.
       77  DEDUCAO-APLICADA PIC 9(06)V9(02) VALUE ZEROES.
       77  VALOR-INSS   PIC 9(07)V9(02) VALUE ZEROES.
       77  VALOR-IRRF   PIC 9(07)V9(02) VALUE ZEROES.
       77  BASE-IRRF    PIC S9(08)V9(02) VALUE ZEROES.
       77  IRRF-APURADO PIC X(03) VALUE "NAO".
       77  IRRF-CALC    PIC S9(07)V9(02) VALUE ZEROES.
       77  PISO-FAIXA   PIC 9(08)V9(02) VALUE ZEROES.
       77  TETO-FAIXA   PIC 9(08)V9(02) VALUE ZEROES.
       77  PARCELA-FAIXA PIC 9(08)V9(02) VALUE ZEROES.
       77  INSS-PARCIAL PIC 9(07)V9(04) VALUE ZEROES.
       77  DIF-BRUTO    PIC S9(07)V9(02) VALUE ZEROES.
       77  DIF-INSS     PIC S9(07)V9(02) VALUE ZEROES.
       77  DIF-IRRF     PIC S9(07)V9(02) VALUE ZEROES.
       77  DIF-BRUTO-FUNC PIC S9(07)V9(02) VALUE ZEROES.
       77  DIF-INSS-FUNC PIC S9(07)V9(02) VALUE ZEROES.
       77  DIF-IRRF-FUNC PIC S9(07)V9(02) VALUE ZEROES.
       77  DIF-LIQ-FUNC PIC S9(07)V9(02) VALUE ZEROES.
       77  ANO-PAGAMENTO PIC 9(04) VALUE ZEROES.
       77  NA-SEGUNDA-PARCELA PIC X(03) VALUE "NAO".
       77  JA-PAGO      PIC X(03) VALUE "NAO".
       77  TEM-PAGAMENTO PIC X(03) VALUE "NAO".
       77  BRUTO-GERAL  PIC 9(09)V9(02) VALUE ZEROES.
       77  LIQ-GERAL    PIC 9(09)V9(02) VALUE ZEROES.

       01  CAB-RET-01.
              02 FILLER     PIC X(18) VALUE SPACES.
              02 FILLER     PIC X(44)
                 VALUE "DIFERENCAS SALARIAIS RETROATIVAS - AUDITORIA".
              02 FILLER     PIC X(18) VALUE SPACES.

       01  CAB-RET-02.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(09) VALUE "VIGENCIA ".
              02 VAR-VIGENCIA PIC 9(06).
              02 FILLER     PIC X(26)
                 VALUE "   COMPETENCIA DO PAGTO.: ".
              02 VAR-PERIODO-CAB PIC 9(06).
              02 FILLER     PIC X(31) VALUE SPACES.

       01  CAB-RET-03.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(06) VALUE "COMPET".
              02 FILLER     PIC X(01) VALUE SPACES.
              02 FILLER     PIC X(01) VALUE "T".
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(10) VALUE "BRUTO PAGO".
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(10) VALUE "BRUTO NOVO".
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(10) VALUE "DIF. BRUTO".
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(10) VALUE " DIF. INSS".
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(10) VALUE " DIF. IRRF".
              02 FILLER     PIC X(01) VALUE SPACES.
              02 FILLER     PIC X(09) VALUE "OBS".

       01  LINHA-FUNC.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(12) VALUE "FUNCIONARIO ".
              02 VAR-CODIGO-FUN PIC 9(05).
              02 FILLER     PIC X(03) VALUE " - ".
              02 VAR-NOME-FUN PIC X(30).
              02 FILLER     PIC X(08) VALUE "  DEPTO ".
              02 VAR-DEPTO-FUN PIC 99.
              02 FILLER     PIC X(18) VALUE SPACES.

       01  LINHA-SALARIO.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(17) VALUE "SALARIO ANTERIOR ".
              02 VAR-SAL-ANT PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(08) VALUE "   NOVO ".
              02 VAR-SAL-NOVO PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(09) VALUE "   REGRA ".
              02 VAR-REGRA  PIC X(12).
              02 FILLER     PIC X(14) VALUE SPACES.

       01  DETALHE-RET.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-PERIODO PIC 9(06).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-TIPO   PIC X(01).
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-BRUTO-ANT PIC ZZZ.ZZ9,99.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-BRUTO-NOVO PIC ZZZ.ZZ9,99.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-DIF-BRUTO PIC -ZZ.ZZ9,99.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-DIF-INSS PIC -ZZ.ZZ9,99.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-DIF-IRRF PIC -ZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-OBS    PIC X(09).

       01  LINHA-TOTAL-FUNC.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(34)
                 VALUE "DIFERENCA A PAGAR (TIPO D)".
              02 VAR-TOT-BRUTO PIC -ZZ.ZZ9,99.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-TOT-INSS PIC -ZZ.ZZ9,99.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-TOT-IRRF PIC -ZZ.ZZ9,99.
              02 FILLER     PIC X(10) VALUE SPACES.

       01  LINHA-LIQ-FUNC.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(34)
                 VALUE "LIQUIDO DA DIFERENCA".
              02 VAR-TOT-LIQ PIC -ZZ.ZZ9,99.
              02 FILLER     PIC X(34) VALUE SPACES.

       01  LINHA-MENSAGEM.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-MENSAGEM PIC X(60).
              02 FILLER     PIC X(18) VALUE SPACES.

       01  ROD-RET-01.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Funcionarios com diferenca:".
              02 VAR-PAGOS  PIC ZZZ9.
              02 FILLER     PIC X(44) VALUE SPACES.

       01  ROD-RET-02.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Ja pagos na competencia   :".
              02 VAR-JA-PAGOS PIC ZZZ9.
              02 FILLER     PIC X(44) VALUE SPACES.

       01  ROD-RET-03.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Bruto total da diferenca  :".
              02 VAR-BRUTO-GER PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(35) VALUE SPACES.

       01  ROD-RET-04.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Liquido total da diferenca".
              02 VAR-LIQ-GER PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(35) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX23.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE PERIODO-FOLHA = ANO-HOJE * 100 + MES-HOJE.
              PERFORM LER-VIGENCIA.
              PERFORM CARREGA-REGRAS.
              PERFORM CARREGA-TABELA-INSS.
              PERFORM CARREGA-TABELA-IRRF.
              PERFORM CARREGA-DEPENDENTES.
              PERFORM LER-DEDUCAO.
              PERFORM CARREGA-PONTO-HISTORICO.
              PERFORM CARREGA-HISTORICO-FOLHA.
              PERFORM ABRE-HISTORICO-FOLHA.
              OPEN   INPUT  CADENT
                     OUTPUT RELRETRO.
              MOVE VIGENCIA      TO VAR-VIGENCIA.
              MOVE PERIODO-FOLHA TO VAR-PERIODO-CAB.
              WRITE REG-REL FROM CAB-RET-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-RET-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-RET-03 AFTER ADVANCING 2 LINES.
              PERFORM LEITURA.

      * Sem vigencia valida nao ha o que retroagir: o run para antes
      * de tocar no historico.
       LER-VIGENCIA.
              OPEN INPUT PARM-EX23.
              READ PARM-EX23
                     AT END MOVE "SIM" TO FIM-VIG.
              IF FIM-VIG EQUAL "NAO" AND VIGENCIA-PARM IS NUMERIC
                     MOVE VIGENCIA-PARM TO VIGENCIA.
              CLOSE PARM-EX23.
              IF VIGENCIA EQUAL ZEROES
                OR VIGENCIA GREATER THAN PERIODO-FOLHA
                     DISPLAY "*** EX-23: VIGENCIA AUSENTE OU INVALIDA"
                             " EM PARMEX23.DAT - EXECUCAO ABORTADA"
                     MOVE 4 TO RETURN-CODE
                     STOP RUN.

       CARREGA-REGRAS.
              OPEN INPUT PARM-AJU.
              PERFORM UNTIL FIM-PARM EQUAL "SIM"
                      READ PARM-AJU
                             AT END MOVE "SIM" TO FIM-PARM
                             NOT AT END
                                  IF TOTAL-REGRAS LESS THAN 20
                                       ADD 1 TO TOTAL-REGRAS
                                       MOVE DEPTO-AJU-PARM TO
                                          DEPTO-REGRA-TAB
                                             (TOTAL-REGRAS)
                                       MOVE TIPO-AJU-PARM TO
                                          TIPO-REGRA-TAB(TOTAL-REGRAS)
                                       MOVE VALOR-AJU-PARM TO
                                          VALOR-REGRA-TAB
                                             (TOTAL-REGRAS)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PARM-AJU.

      * Mesmos defaults da virada do ano da folha mensal (EX05).
       CARREGA-TABELA-INSS.
              OPEN INPUT INSSTAB.
              PERFORM UNTIL FIM-INSS EQUAL "SIM"
                      READ INSSTAB
                             AT END MOVE "SIM" TO FIM-INSS
                             NOT AT END
                                  IF TOTAL-FAIXAS-INSS LESS THAN 10
                                       ADD 1 TO TOTAL-FAIXAS-INSS
                                       MOVE LIMITE-INSS TO
                                          LIMITE-INSS-TAB
                                             (TOTAL-FAIXAS-INSS)
                                       MOVE ALIQUOTA-INSS TO
                                          ALIQUOTA-INSS-TAB
                                             (TOTAL-FAIXAS-INSS)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE INSSTAB.
              IF TOTAL-FAIXAS-INSS EQUAL ZEROES
                     MOVE 4 TO TOTAL-FAIXAS-INSS
                     MOVE 1412,00 TO LIMITE-INSS-TAB(1)
                     MOVE 7,50    TO ALIQUOTA-INSS-TAB(1)
                     MOVE 2666,68 TO LIMITE-INSS-TAB(2)
                     MOVE 9,00    TO ALIQUOTA-INSS-TAB(2)
                     MOVE 4000,03 TO LIMITE-INSS-TAB(3)
                     MOVE 12,00   TO ALIQUOTA-INSS-TAB(3)
                     MOVE 7786,02 TO LIMITE-INSS-TAB(4)
                     MOVE 14,00   TO ALIQUOTA-INSS-TAB(4).

       CARREGA-TABELA-IRRF.
              OPEN INPUT IRRFTAB.
              PERFORM UNTIL FIM-IRRF EQUAL "SIM"
                      READ IRRFTAB
                             AT END MOVE "SIM" TO FIM-IRRF
                             NOT AT END
                                  IF TOTAL-FAIXAS-IRRF LESS THAN 10
                                       ADD 1 TO TOTAL-FAIXAS-IRRF
                                       MOVE LIMITE-IRRF TO
                                          LIMITE-IRRF-TAB
                                             (TOTAL-FAIXAS-IRRF)
                                       MOVE ALIQUOTA-IRRF TO
                                          ALIQUOTA-IRRF-TAB
                                             (TOTAL-FAIXAS-IRRF)
                                       MOVE DEDUCAO-IRRF TO
                                          DEDUCAO-IRRF-TAB
                                             (TOTAL-FAIXAS-IRRF)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE IRRFTAB.
              IF TOTAL-FAIXAS-IRRF EQUAL ZEROES
                     MOVE 5 TO TOTAL-FAIXAS-IRRF
                     MOVE 2259,20 TO LIMITE-IRRF-TAB(1)
                     MOVE 0,00    TO ALIQUOTA-IRRF-TAB(1)
                     MOVE 0,00    TO DEDUCAO-IRRF-TAB(1)
                     MOVE 2826,65 TO LIMITE-IRRF-TAB(2)
                     MOVE 7,50    TO ALIQUOTA-IRRF-TAB(2)
                     MOVE 169,44  TO DEDUCAO-IRRF-TAB(2)
                     MOVE 3751,05 TO LIMITE-IRRF-TAB(3)
                     MOVE 15,00   TO ALIQUOTA-IRRF-TAB(3)
                     MOVE 381,44  TO DEDUCAO-IRRF-TAB(3)
                     MOVE 4664,68 TO LIMITE-IRRF-TAB(4)
                     MOVE 22,50   TO ALIQUOTA-IRRF-TAB(4)
                     MOVE 662,77  TO DEDUCAO-IRRF-TAB(4)
                     MOVE 99999,99 TO LIMITE-IRRF-TAB(5)
                     MOVE 27,50   TO ALIQUOTA-IRRF-TAB(5)
                     MOVE 896,00  TO DEDUCAO-IRRF-TAB(5).

       CARREGA-DEPENDENTES.
              OPEN INPUT DEPENDEN.
              PERFORM UNTIL FIM-DEP EQUAL "SIM"
                      READ DEPENDEN
                             AT END MOVE "SIM" TO FIM-DEP
                             NOT AT END
                                  IF TOTAL-DEP-REG LESS THAN 2000
                                       ADD 1 TO TOTAL-DEP-REG
                                       MOVE CODIGO-DEP TO
                                          CODIGO-DEP-TAB(TOTAL-DEP-REG)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE DEPENDEN.

       LER-DEDUCAO.
              OPEN INPUT PARMDEDU.
              READ PARMDEDU
                     AT END MOVE "SIM" TO FIM-DEDU.
              IF FIM-DEDU EQUAL "NAO" AND DEDUCAO-DEP-PARM
                 GREATER THAN ZEROES
                     MOVE DEDUCAO-DEP-PARM TO DEDUCAO-POR-DEP.
              CLOSE PARMDEDU.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX-23: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-PONTO-HISTORICO.
              OPEN INPUT PONTOHIS.
              PERFORM UNTIL FIM-PHS EQUAL "SIM"
                      READ PONTOHIS
                             AT END MOVE "SIM" TO FIM-PHS
                             NOT AT END
                                  IF PERIODO-PHS NOT LESS THAN VIGENCIA
                                       PERFORM GUARDA-PONTO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PONTOHIS.

       GUARDA-PONTO.
              IF TOTAL-PHS NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-PHS.
              MOVE CODIGO-PHS   TO CODIGO-PHS-TAB(TOTAL-PHS).
              MOVE PERIODO-PHS  TO PERIODO-PHS-TAB(TOTAL-PHS).
              MOVE HORAS50-PHS  TO HORAS50-PHS-TAB(TOTAL-PHS).
              MOVE HORAS100-PHS TO HORAS100-PHS-TAB(TOTAL-PHS).
              MOVE HORASNOT-PHS TO HORASNOT-PHS-TAB(TOTAL-PHS).
              MOVE FALTAS-PHS   TO FALTAS-PHS-TAB(TOTAL-PHS).

      * So os pagamentos desde a vigencia interessam; a rescisao
      * "R" fica de fora (quem saiu ja nao esta no roster).
       CARREGA-HISTORICO-FOLHA.
              OPEN INPUT FOLHAHIS.
              PERFORM UNTIL FIM-FH EQUAL "SIM"
                      READ FOLHAHIS
                             AT END MOVE "SIM" TO FIM-FH
                             NOT AT END
                                  IF PERIODO-FH NOT LESS THAN VIGENCIA
                                    AND TIPO-FH NOT EQUAL "R"
                                       PERFORM GUARDA-PAGAMENTO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE FOLHAHIS.

       GUARDA-PAGAMENTO.
              IF TOTAL-FH NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-FH.
              MOVE CODIGO-FH  TO CODIGO-FH-TAB(TOTAL-FH).
              MOVE PERIODO-FH TO PERIODO-FH-TAB(TOTAL-FH).
              MOVE TIPO-FH    TO TIPO-FH-TAB(TOTAL-FH).
              MOVE BRUTO-FH   TO BRUTO-FH-TAB(TOTAL-FH).
              MOVE INSS-FH    TO INSS-FH-TAB(TOTAL-FH).
              MOVE IRRF-FH    TO IRRF-FH-TAB(TOTAL-FH).

      * Se FOLHAHIS.DAT ainda nao existe, cria vazio; se ja existe,
      * reabre em EXTEND (mesmo probe do EX05).
       ABRE-HISTORICO-FOLHA.
              OPEN INPUT FOLHAHIS.
              IF FOLHAHIS-STATUS EQUAL "35"
                     CLOSE FOLHAHIS
                     OPEN OUTPUT FOLHAHIS
              ELSE
                     CLOSE FOLHAHIS
                     OPEN EXTEND FOLHAHIS
              END-IF.

       LEITURA.
              READ CADENT
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              PERFORM APURA-FUNCIONARIO THRU APURA-FUNCIONARIO-EXIT.
              PERFORM LEITURA.

      * Sem regra, sem aumento ou sem pagamento desde a vigencia o
      * funcionario nao sai no relatorio.
       APURA-FUNCIONARIO.
              PERFORM LOCALIZA-REGRA.
              IF REGRA-APLICADA EQUAL ZEROES
                OR SALARIO EQUAL ZEROES
                     GO TO APURA-FUNCIONARIO-EXIT.
              IF TIPO-REGRA-TAB(REGRA-APLICADA) EQUAL "F"
                     COMPUTE SALARIO-NOVO =
                             SALARIO
                             + VALOR-REGRA-TAB(REGRA-APLICADA)
              ELSE
                     COMPUTE SALARIO-NOVO ROUNDED =
                             SALARIO
                             + (SALARIO
                                * VALOR-REGRA-TAB(REGRA-APLICADA)
                                / 100).
              IF SALARIO-NOVO NOT GREATER THAN SALARIO
                     GO TO APURA-FUNCIONARIO-EXIT.
              MOVE "NAO" TO TEM-PAGAMENTO JA-PAGO.
              PERFORM VARYING IDX-FH FROM 1 BY 1
                      UNTIL IDX-FH GREATER THAN TOTAL-FH
                      IF CODIGO-FH-TAB(IDX-FH) EQUAL CODIGO
                             IF TIPO-FH-TAB(IDX-FH) EQUAL "D"
                                    IF PERIODO-FH-TAB(IDX-FH) EQUAL
                                       PERIODO-FOLHA
                                           MOVE "SIM" TO JA-PAGO
                                    END-IF
                             ELSE
                                    MOVE "SIM" TO TEM-PAGAMENTO
                             END-IF
                      END-IF
              END-PERFORM.
              IF TEM-PAGAMENTO EQUAL "NAO"
                     GO TO APURA-FUNCIONARIO-EXIT.
              PERFORM IMPRIME-CABECALHO-FUNC.
              IF JA-PAGO EQUAL "SIM"
                     ADD 1 TO TOTAL-JA-PAGOS
                     MOVE "DIFERENCA JA PAGA NA COMPETENCIA"
                       TO VAR-MENSAGEM
                     WRITE REG-REL FROM LINHA-MENSAGEM
                           AFTER ADVANCING 1 LINE
                     GO TO APURA-FUNCIONARIO-EXIT.
              PERFORM APURA-DEPENDENTES.
              MOVE ZEROES TO DIF-BRUTO-FUNC DIF-INSS-FUNC
                             DIF-IRRF-FUNC.
              PERFORM VARYING IDX-FH FROM 1 BY 1
                      UNTIL IDX-FH GREATER THAN TOTAL-FH
                      IF CODIGO-FH-TAB(IDX-FH) EQUAL CODIGO
                        AND TIPO-FH-TAB(IDX-FH) NOT EQUAL "D"
                             PERFORM REFAZ-PAGAMENTO
                      END-IF
              END-PERFORM.
              PERFORM PAGA-DIFERENCA.

       APURA-FUNCIONARIO-EXIT.
              EXIT.

      * A primeira regra cujo departamento casar (ou a regra 00)
      * aplica, como no EX06.
       LOCALIZA-REGRA.
              MOVE ZEROES TO REGRA-APLICADA.
              PERFORM VARYING IDX-REGRA FROM 1 BY 1
                      UNTIL IDX-REGRA GREATER THAN TOTAL-REGRAS
                         OR REGRA-APLICADA GREATER THAN ZEROES
                      IF DEPTO-REGRA-TAB(IDX-REGRA) EQUAL DEPARTAMENTO
                        OR DEPTO-REGRA-TAB(IDX-REGRA) EQUAL ZEROES
                             MOVE IDX-REGRA TO REGRA-APLICADA
                      END-IF
              END-PERFORM.

       APURA-DEPENDENTES.
              MOVE ZEROES TO QTD-DEPENDENTES.
              PERFORM VARYING IDX-DEP FROM 1 BY 1
                      UNTIL IDX-DEP GREATER THAN TOTAL-DEP-REG
                      IF CODIGO-DEP-TAB(IDX-DEP) EQUAL CODIGO
                             ADD 1 TO QTD-DEPENDENTES
                      END-IF
              END-PERFORM.
              COMPUTE DEDUCAO-DEPENDENTES =
                      QTD-DEPENDENTES * DEDUCAO-POR-DEP.

       IMPRIME-CABECALHO-FUNC.
              MOVE CODIGO       TO VAR-CODIGO-FUN.
              MOVE NOME         TO VAR-NOME-FUN.
              MOVE DEPARTAMENTO TO VAR-DEPTO-FUN.
              WRITE REG-REL FROM LINHA-FUNC AFTER ADVANCING 2 LINES.
              MOVE SALARIO      TO VAR-SAL-ANT.
              MOVE SALARIO-NOVO TO VAR-SAL-NOVO.
              MOVE SPACES       TO VAR-REGRA.
              IF TIPO-REGRA-TAB(REGRA-APLICADA) EQUAL "F"
                     STRING "FIXO "
                            VALOR-REGRA-TAB(REGRA-APLICADA)
                            DELIMITED BY SIZE INTO VAR-REGRA
              ELSE
                     STRING "PERC "
                            VALOR-REGRA-TAB(REGRA-APLICADA)
                            DELIMITED BY SIZE INTO VAR-REGRA.
              WRITE REG-REL FROM LINHA-SALARIO AFTER ADVANCING 1 LINE.

      * Refaz um pagamento do historico com o salario novo: na
      * mensal so a parte salarial (salario + horas - faltas) muda,
      * e as horas da competencia sao reprecificadas como no EX05;
      * 13 e ferias sao proporcionais ao salario. Os impostos novos
      * saem das tabelas sobre o bruto novo.
       REFAZ-PAGAMENTO.
              MOVE SPACES TO VAR-OBS.
              MOVE ZEROES TO DEDUCAO-APLICADA.
              EVALUATE TIPO-FH-TAB(IDX-FH)
                     WHEN "M"
                          PERFORM LOCALIZA-PONTO
                          MOVE SALARIO TO SALARIO-CALC
                          PERFORM PRECIFICA-PARTE-SALARIAL
                          MOVE PARTE-SALARIAL TO PARTE-ANTIGA
                          MOVE SALARIO-NOVO TO SALARIO-CALC
                          PERFORM PRECIFICA-PARTE-SALARIAL
                          COMPUTE BRUTO-NOVO =
                                  BRUTO-FH-TAB(IDX-FH)
                                  + PARTE-SALARIAL - PARTE-ANTIGA
                          MOVE DEDUCAO-DEPENDENTES
                            TO DEDUCAO-APLICADA
                     WHEN "1"
                          PERFORM PROCURA-SEGUNDA-PARCELA
                          IF NA-SEGUNDA-PARCELA EQUAL "SIM"
                               MOVE BRUTO-FH-TAB(IDX-FH) TO BRUTO-NOVO
                               MOVE "NA PARC.2" TO VAR-OBS
                          ELSE
                               COMPUTE BRUTO-NOVO ROUNDED =
                                       BRUTO-FH-TAB(IDX-FH)
                                       * SALARIO-NOVO / SALARIO
                          END-IF
                     WHEN OTHER
                          COMPUTE BRUTO-NOVO ROUNDED =
                                  BRUTO-FH-TAB(IDX-FH)
                                  * SALARIO-NOVO / SALARIO
              END-EVALUATE.
              COMPUTE DIF-BRUTO = BRUTO-NOVO - BRUTO-FH-TAB(IDX-FH).
              IF TIPO-FH-TAB(IDX-FH) EQUAL "1"
                     MOVE ZEROES TO DIF-INSS DIF-IRRF
              ELSE
                     MOVE BRUTO-NOVO TO BASE-CALCULO
                     PERFORM CALCULA-INSS
                     PERFORM CALCULA-IRRF
                     COMPUTE DIF-INSS =
                             VALOR-INSS - INSS-FH-TAB(IDX-FH)
                     COMPUTE DIF-IRRF =
                             VALOR-IRRF - IRRF-FH-TAB(IDX-FH).
              ADD DIF-BRUTO TO DIF-BRUTO-FUNC.
              ADD DIF-INSS  TO DIF-INSS-FUNC.
              ADD DIF-IRRF  TO DIF-IRRF-FUNC.
              PERFORM IMPRIME-LINHA-RETRO.

      * Ultimo ponto gravado para o funcionario na competencia (um
      * reprocessamento da folha grava de novo).
       LOCALIZA-PONTO.
              MOVE ZEROES TO IDX-PHS-ACHADO.
              PERFORM VARYING IDX-PHS FROM 1 BY 1
                      UNTIL IDX-PHS GREATER THAN TOTAL-PHS
                      IF CODIGO-PHS-TAB(IDX-PHS) EQUAL CODIGO
                        AND PERIODO-PHS-TAB(IDX-PHS) EQUAL
                            PERIODO-FH-TAB(IDX-FH)
                             MOVE IDX-PHS TO IDX-PHS-ACHADO
                      END-IF
              END-PERFORM.

      * Mesma precificacao do APURA-PONTO do EX05, sobre
      * SALARIO-CALC.
       PRECIFICA-PARTE-SALARIAL.
              MOVE ZEROES TO VALOR-EXTRA-50 VALOR-EXTRA-100
                             VALOR-NOTURNO VALOR-FALTAS.
              COMPUTE VALOR-HORA ROUNDED = SALARIO-CALC / 220.
              IF IDX-PHS-ACHADO GREATER THAN ZEROES
                     COMPUTE VALOR-EXTRA-50 ROUNDED =
                             HORAS50-PHS-TAB(IDX-PHS-ACHADO)
                             * VALOR-HORA * 1,5
                     COMPUTE VALOR-EXTRA-100 ROUNDED =
                             HORAS100-PHS-TAB(IDX-PHS-ACHADO)
                             * VALOR-HORA * 2
                     COMPUTE VALOR-NOTURNO ROUNDED =
                             HORASNOT-PHS-TAB(IDX-PHS-ACHADO)
                             * VALOR-HORA * 0,2
                     COMPUTE VALOR-FALTAS ROUNDED =
                             FALTAS-PHS-TAB(IDX-PHS-ACHADO)
                             * SALARIO-CALC / 30.
              COMPUTE PARTE-SALARIAL =
                      SALARIO-CALC + VALOR-EXTRA-50 + VALOR-EXTRA-100
                      + VALOR-NOTURNO - VALOR-FALTAS.

      * O adiantamento de um ano cuja segunda parcela tambem caiu
      * na janela ja esta coberto pelo 13 integral da "2".
       PROCURA-SEGUNDA-PARCELA.
              MOVE "NAO" TO NA-SEGUNDA-PARCELA.
              COMPUTE ANO-PAGAMENTO = PERIODO-FH-TAB(IDX-FH) / 100.
              PERFORM VARYING IDX-FH-2 FROM 1 BY 1
                      UNTIL IDX-FH-2 GREATER THAN TOTAL-FH
                      IF CODIGO-FH-TAB(IDX-FH-2) EQUAL CODIGO
                        AND TIPO-FH-TAB(IDX-FH-2) EQUAL "2"
                        AND PERIODO-FH-TAB(IDX-FH-2) / 100
                            EQUAL ANO-PAGAMENTO
                             MOVE "SIM" TO NA-SEGUNDA-PARCELA
                      END-IF
              END-PERFORM.

      * INSS progressivo sobre a base (mesma mecanica do EX05).
       CALCULA-INSS.
              MOVE ZEROES TO VALOR-INSS INSS-PARCIAL PISO-FAIXA.
              PERFORM VARYING IDX-FAIXA FROM 1 BY 1
                      UNTIL IDX-FAIXA GREATER THAN TOTAL-FAIXAS-INSS
                      MOVE LIMITE-INSS-TAB(IDX-FAIXA) TO TETO-FAIXA
                      IF BASE-CALCULO LESS THAN TETO-FAIXA
                             MOVE BASE-CALCULO TO TETO-FAIXA
                      END-IF
                      IF TETO-FAIXA GREATER THAN PISO-FAIXA
                             SUBTRACT PISO-FAIXA FROM TETO-FAIXA
                                      GIVING PARCELA-FAIXA
                             COMPUTE INSS-PARCIAL ROUNDED =
                                     PARCELA-FAIXA
                                     * ALIQUOTA-INSS-TAB(IDX-FAIXA)
                                     / 100
                             ADD INSS-PARCIAL TO VALOR-INSS
                      END-IF
                      MOVE LIMITE-INSS-TAB(IDX-FAIXA) TO PISO-FAIXA
              END-PERFORM.

      * IRRF pela tabela sobre base - INSS - deducao dos
      * dependentes (so na mensal, como no EX05).
       CALCULA-IRRF.
              MOVE ZEROES TO VALOR-IRRF.
              MOVE "NAO"  TO IRRF-APURADO.
              COMPUTE BASE-IRRF = BASE-CALCULO - VALOR-INSS
                      - DEDUCAO-APLICADA.
              IF BASE-IRRF LESS THAN ZEROES
                     MOVE ZEROES TO BASE-IRRF.
              PERFORM VARYING IDX-FAIXA FROM 1 BY 1
                      UNTIL IDX-FAIXA GREATER THAN TOTAL-FAIXAS-IRRF
                         OR IRRF-APURADO EQUAL "SIM"
                      IF BASE-IRRF NOT GREATER THAN
                            LIMITE-IRRF-TAB(IDX-FAIXA)
                        OR IDX-FAIXA EQUAL TOTAL-FAIXAS-IRRF
                             MOVE "SIM" TO IRRF-APURADO
                             COMPUTE IRRF-CALC ROUNDED =
                                     BASE-IRRF
                                     * ALIQUOTA-IRRF-TAB(IDX-FAIXA)
                                     / 100
                                     - DEDUCAO-IRRF-TAB(IDX-FAIXA)
                             IF IRRF-CALC GREATER THAN ZEROES
                                    MOVE IRRF-CALC TO VALOR-IRRF
                             END-IF
                      END-IF
              END-PERFORM.

       IMPRIME-LINHA-RETRO.
              MOVE PERIODO-FH-TAB(IDX-FH) TO VAR-PERIODO.
              MOVE TIPO-FH-TAB(IDX-FH)    TO VAR-TIPO.
              MOVE BRUTO-FH-TAB(IDX-FH)   TO VAR-BRUTO-ANT.
              MOVE BRUTO-NOVO             TO VAR-BRUTO-NOVO.
              MOVE DIF-BRUTO              TO VAR-DIF-BRUTO.
              MOVE DIF-INSS               TO VAR-DIF-INSS.
              MOVE DIF-IRRF               TO VAR-DIF-IRRF.
              WRITE REG-REL FROM DETALHE-RET AFTER ADVANCING 1 LINE.

      * Um unico pagamento "D" na competencia corrente; imposto da
      * diferenca nunca negativo.
       PAGA-DIFERENCA.
              IF DIF-INSS-FUNC LESS THAN ZEROES
                     MOVE ZEROES TO DIF-INSS-FUNC.
              IF DIF-IRRF-FUNC LESS THAN ZEROES
                     MOVE ZEROES TO DIF-IRRF-FUNC.
              COMPUTE DIF-LIQ-FUNC =
                      DIF-BRUTO-FUNC - DIF-INSS-FUNC - DIF-IRRF-FUNC.
              MOVE DIF-BRUTO-FUNC TO VAR-TOT-BRUTO.
              MOVE DIF-INSS-FUNC  TO VAR-TOT-INSS.
              MOVE DIF-IRRF-FUNC  TO VAR-TOT-IRRF.
              WRITE REG-REL FROM LINHA-TOTAL-FUNC
                    AFTER ADVANCING 2 LINES.
              MOVE DIF-LIQ-FUNC   TO VAR-TOT-LIQ.
              WRITE REG-REL FROM LINHA-LIQ-FUNC
                    AFTER ADVANCING 1 LINE.
              IF DIF-BRUTO-FUNC GREATER THAN ZEROES
                     ADD 1 TO TOTAL-PAGOS
                     ADD DIF-BRUTO-FUNC TO BRUTO-GERAL
                     ADD DIF-LIQ-FUNC   TO LIQ-GERAL
                     PERFORM GRAVA-HISTORICO-FOLHA.

       GRAVA-HISTORICO-FOLHA.
              MOVE CODIGO         TO CODIGO-FH.
              MOVE NOME           TO NOME-FH.
              MOVE DEPARTAMENTO   TO DEPTO-FH.
              MOVE PERIODO-FOLHA  TO PERIODO-FH.
              MOVE "D"            TO TIPO-FH.
              MOVE DIF-BRUTO-FUNC TO BRUTO-FH.
              MOVE DIF-INSS-FUNC  TO INSS-FH.
              MOVE DIF-IRRF-FUNC  TO IRRF-FH.
              MOVE DIF-LIQ-FUNC   TO LIQUIDO-FH.
              WRITE REG-FOLHAHIS.

       FIM.
              MOVE TOTAL-PAGOS    TO VAR-PAGOS.
              MOVE TOTAL-JA-PAGOS TO VAR-JA-PAGOS.
              MOVE BRUTO-GERAL    TO VAR-BRUTO-GER.
              MOVE LIQ-GERAL      TO VAR-LIQ-GER.
              WRITE REG-REL FROM ROD-RET-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-RET-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RET-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-RET-04 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADENT
                    RELRETRO
                    FOLHAHIS.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "EX-23"          TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-PAGOS      TO TOTAL-GRAVADOS-RUNLOG.
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
