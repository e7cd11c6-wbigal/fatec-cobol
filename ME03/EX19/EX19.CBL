       IDENTIFICATION              DIVISION.

       PROGRAM-ID.          EX-19.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.            APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      ENCARGOS DO EMPREGADOR SOBRE A FOLHA: O EX05 SO
      *              CALCULA O INSS E O IRRF DO EMPREGADO, E O
      *              CONTADOR APURAVA A PARTE DA EMPRESA POR FORA
      *              TODO MES. PARA A COMPETENCIA DE PARMEX19.DAT
      *              (PADRAO O MES CORRENTE), SOMA FOLHAHIS.DAT POR
      *              FUNCIONARIO (MENSAL "M", 13 "1"/"2", FERIAS
      *              "F", DIFERENCA RETROATIVA "D" DO EX-23) E
      *              APURA O FGTS, O INSS PATRONAL, O RAT E OS
      *              TERCEIROS PELAS ALIQUOTAS DE PARMENCG.DAT. GRAVA
      *              O ARQUIVO DE DEPOSITO DO FGTS (FGTSDEP.DAT,
      *              HEADER/DETALHE/TRAILER EM POSICOES FIXAS), AS
      *              GUIAS DE FGTS, GPS E DARF DO IRRF RETIDO COM OS
      *              VENCIMENTOS (GUIAENCG), O RELATORIO POR
      *              FUNCIONARIO (RELENCG) E ACRESCENTA OS ENCARGOS
      *              DE CADA UM A ENCARGOS.DAT, DE ONDE SAEM OS
      *              EVENTOS DO EXPORTE CONTABIL (EX54 ME02) E O
      *              CUSTO POR DEPARTAMENTO DO EX-15.

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

              SELECT OPTIONAL PARM-EX19 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARMENCG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL ENCARGOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ENCARGOS-STATUS.

              SELECT FGTSDEP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELENCG ASSIGN TO DISK.

              SELECT GUIAENCG ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * FOLHAHIS: historico da folha (EX05/EX09/EX10/EX18) - fonte
      * das bases da competencia.
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

      * PARM-EX19: competencia (AAAAMM) a apurar.
       FD     PARM-EX19
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMEX19.DAT".
       01     REG-PARM-EX19.
              02 PERIODO-PARM      PIC 9(06).

      * PARMENCG: aliquotas dos encargos, dia de vencimento de cada
      * guia no mes seguinte e o CNPJ do empregador. Ausente ou com
      * campo zerado, vale o padrao da virada do ano.
       FD     PARMENCG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMENCG.DAT".
       01     REG-PARMENCG.
              02 ALIQ-FGTS-PARM    PIC 9(02)V9(02).
              02 ALIQ-INSS-PARM    PIC 9(02)V9(02).
              02 ALIQ-RAT-PARM     PIC 9(02)V9(02).
              02 ALIQ-TERC-PARM    PIC 9(02)V9(02).
              02 DIA-FGTS-PARM     PIC 9(02).
              02 DIA-GPS-PARM      PIC 9(02).
              02 DIA-DARF-PARM     PIC 9(02).
              02 CNPJ-PARM         PIC 9(14).

      * ENCARGOS: encargos da empresa por funcionario e competencia
      * (so acrescentado) - lido pelo EX54 ME02 e pelo EX-15.
       FD     ENCARGOS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "ENCARGOS.DAT".
       01     REG-ENCARGOS.
              02 CODIGO-ENC        PIC 9(05).
              02 NOME-ENC          PIC X(30).
              02 DEPTO-ENC         PIC 9(02).
              02 PERIODO-ENC       PIC 9(06).
              02 BASE-FGTS-ENC     PIC 9(08)V9(02).
              02 FGTS-ENC          PIC 9(07)V9(02).
              02 BASE-INSS-ENC     PIC 9(08)V9(02).
              02 INSS-EMP-ENC      PIC 9(07)V9(02).
              02 TERCEIROS-ENC     PIC 9(07)V9(02).
              02 IRRF-ENC          PIC 9(07)V9(02).

      * FGTSDEP: arquivo de deposito do FGTS para o orgao gestor -
      * header "00", um detalhe "30" por trabalhador e trailer "90",
      * todos de 80 posicoes.
       FD     FGTSDEP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "FGTSDEP.DAT".
       01     REG-FGTSDEP-HEADER.
              02 TIPO-FGD-H        PIC X(02).
              02 CNPJ-FGD-H        PIC 9(14).
              02 COMPETENCIA-FGD-H PIC 9(06).
              02 DATA-GERACAO-FGD-H PIC 9(08).
              02 VENCIMENTO-FGD-H  PIC 9(08).
              02 FILLER            PIC X(42).
       01     REG-FGTSDEP-DETALHE.
              02 TIPO-FGD-D        PIC X(02).
              02 CNPJ-FGD-D        PIC 9(14).
              02 CODIGO-FGD-D      PIC 9(05).
              02 NOME-FGD-D        PIC X(30).
              02 REMUNERACAO-FGD-D PIC 9(09)V9(02).
              02 DEPOSITO-FGD-D    PIC 9(07)V9(02).
              02 FILLER            PIC X(09).
       01     REG-FGTSDEP-TRAILER.
              02 TIPO-FGD-T        PIC X(02).
              02 QTD-FGD-T         PIC 9(06).
              02 REMUNERACAO-FGD-T PIC 9(12)V9(02).
              02 DEPOSITO-FGD-T    PIC 9(10)V9(02).
              02 FILLER            PIC X(46).

       FD     RELENCG
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

       FD     GUIAENCG
              LABEL RECORD IS OMITTED.
       01     REG-GUIA             PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77  FIM-FH       PIC X(03) VALUE "NAO".
       77  FIM-PARM     PIC X(03) VALUE "NAO".
       77  FIM-ENCG     PIC X(03) VALUE "NAO".
       77  FIM-ENC      PIC X(03) VALUE "NAO".
       77  COMPETENCIA-APURADA PIC X(03) VALUE "NAO".
       77  RUNLOG-STATUS PIC X(02) VALUE "00".
       77  ENCARGOS-STATUS PIC X(02) VALUE "00".
       77  TOTAL-LIDOS   PIC 9(05) VALUE ZEROES.
       77  TOTAL-GRAVADOS PIC 9(04) VALUE ZEROES.
       01  HORA-ATUAL.
              02 HH-ATUAL   PIC 99.
              02 MM-ATUAL   PIC 99.
              02 SS-ATUAL   PIC 99.
              02 CS-ATUAL   PIC 99.
       01  DATA-HOJE.
              02 ANO-HOJE   PIC 9(04).
              02 MES-HOJE   PIC 9(02).
              02 DIA-HOJE   PIC 9(02).
       77  DATA-HOJE-NUM PIC 9(08) VALUE ZEROES.

       77  PERIODO-ENCARGOS PIC 9(06) VALUE ZEROES.
       01  PERIODO-VENCIMENTO.
              02 ANO-VENC   PIC 9(04).
              02 MES-VENC   PIC 9(02).
       77  DATA-VENC-FGTS PIC 9(08) VALUE ZEROES.
       77  DATA-VENC-GPS  PIC 9(08) VALUE ZEROES.
       77  DATA-VENC-DARF PIC 9(08) VALUE ZEROES.

      * Aliquotas e vencimentos em vigor.
       77  ALIQ-FGTS    PIC 9(02)V9(02) VALUE 8,00.
       77  ALIQ-INSS    PIC 9(02)V9(02) VALUE 20,00.
       77  ALIQ-RAT     PIC 9(02)V9(02) VALUE 2,00.
       77  ALIQ-TERC    PIC 9(02)V9(02) VALUE 5,80.
       77  DIA-FGTS     PIC 9(02) VALUE 20.
       77  DIA-GPS      PIC 9(02) VALUE 20.
       77  DIA-DARF     PIC 9(02) VALUE 20.
       77  CNPJ-EMPRESA PIC 9(14) VALUE ZEROES.

      * Bases e retencoes da competencia por funcionario.
       77  TOTAL-FUNC   PIC 9(04) VALUE ZEROES.
       77  IDX-FUNC     PIC 9(04) VALUE ZEROES.
       77  IDX-FUNC-ACHADO PIC 9(04) VALUE ZEROES.
       01  TABELA-FUNC.
              02 FUNC-REG  OCCURS 2000 TIMES.
                 03 CODIGO-FUNC-TAB PIC 9(05).
                 03 NOME-FUNC-TAB   PIC X(30).
                 03 DEPTO-FUNC-TAB  PIC 9(02).
                 03 BASE-FGTS-FUNC-TAB PIC 9(08)V9(02).
                 03 BASE-INSS-FUNC-TAB PIC 9(08)V9(02).
                 03 INSS-RET-FUNC-TAB  PIC 9(07)V9(02).
                 03 IRRF-RET-FUNC-TAB  PIC 9(07)V9(02).

      * Encargos do funcionario da vez e totais das guias.
       77  ADIANT-13    PIC 9(08)V9(02) VALUE ZEROES.
       77  VALOR-FGTS   PIC 9(07)V9(02) VALUE ZEROES.
       77  VALOR-INSS-EMP PIC 9(07)V9(02) VALUE ZEROES.
       77  VALOR-RAT    PIC 9(07)V9(02) VALUE ZEROES.
       77  VALOR-TERC   PIC 9(07)V9(02) VALUE ZEROES.
       77  TOTAL-BASE-FGTS PIC 9(12)V9(02) VALUE ZEROES.
       77  TOTAL-FGTS   PIC 9(10)V9(02) VALUE ZEROES.
       77  TOTAL-BASE-INSS PIC 9(12)V9(02) VALUE ZEROES.
       77  TOTAL-INSS-EMP PIC 9(10)V9(02) VALUE ZEROES.
       77  TOTAL-RAT    PIC 9(10)V9(02) VALUE ZEROES.
       77  TOTAL-TERC   PIC 9(10)V9(02) VALUE ZEROES.
       77  TOTAL-INSS-RET PIC 9(10)V9(02) VALUE ZEROES.
       77  TOTAL-IRRF-RET PIC 9(10)V9(02) VALUE ZEROES.
       77  TOTAL-GPS    PIC 9(10)V9(02) VALUE ZEROES.

       01  CAB-ENC-01.
              02 FILLER     PIC X(17) VALUE SPACES.
              02 FILLER     PIC X(37)
                 VALUE "ENCARGOS DA FOLHA - COMPETENCIA".
              02 VAR-PERIODO-CAB PIC 9(06).
              02 FILLER     PIC X(20) VALUE SPACES.

       01  CAB-ENC-02.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(24)
                 VALUE "CODIG NOME          DP ".
              02 FILLER     PIC X(22)
                 VALUE " BASE FGTS      FGTS ".
              02 FILLER     PIC X(22)
                 VALUE " BASE INSS  INSS+RAT ".
              02 FILLER     PIC X(10) VALUE " TERCEIROS".

       01  DETALHE-ENC.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-CODIGO PIC 9(05).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-NOME   PIC X(14).
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-DEPTO  PIC 99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-BASE-FGTS PIC ZZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-FGTS   PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 VAR-BASE-INSS PIC ZZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-INSS-EMP PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.
              02 VAR-TERC   PIC ZZ.ZZ9,99.
              02 FILLER     PIC X(01) VALUE SPACES.

       01  ROD-ENC-01.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Funcionarios apurados    :".
              02 VAR-TOTAL-FUNC PIC ZZZZ9.
              02 FILLER     PIC X(43) VALUE SPACES.

       01  LINHA-JA-APURADA.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(45)
                 VALUE "*** COMPETENCIA JA APURADA EM ENCARGOS.DAT -".
              02 FILLER     PIC X(33)
                 VALUE " NADA GRAVADO ***".

      * Guias de recolhimento: um bloco por guia, uma por pagina.
       01  GUIA-TITULO.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 VAR-TITULO-GUIA PIC X(50).
              02 FILLER     PIC X(25) VALUE SPACES.

       01  GUIA-CABECALHO.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 FILLER     PIC X(06) VALUE "CNPJ  ".
              02 VAR-CNPJ-GUIA PIC 9(14).
              02 FILLER     PIC X(15) VALUE "   COMPETENCIA ".
              02 VAR-COMPET-GUIA PIC 9(06).
              02 FILLER     PIC X(14) VALUE "   VENCIMENTO ".
              02 VAR-VENC-GUIA PIC 9(08).
              02 FILLER     PIC X(12) VALUE SPACES.

       01  GUIA-LINHA.
              02 FILLER     PIC X(05) VALUE SPACES.
              02 VAR-ROTULO-GUIA PIC X(30).
              02 VAR-VALOR-GUIA  PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER     PIC X(31) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX19.
              PERFORM INICIO.
              IF COMPETENCIA-APURADA EQUAL "SIM"
                     WRITE REG-REL FROM LINHA-JA-APURADA
                           AFTER ADVANCING 2 LINES
                     MOVE 1 TO RETURN-CODE
              ELSE
                     PERFORM ABRE-ENCARGOS
                     OPEN OUTPUT FGTSDEP
                          OUTPUT GUIAENCG
                     PERFORM GRAVA-HEADER-FGTS
                     PERFORM APURA-FUNCIONARIO
                             VARYING IDX-FUNC FROM 1 BY 1
                             UNTIL IDX-FUNC GREATER THAN TOTAL-FUNC
                     PERFORM GRAVA-TRAILER-FGTS
                     PERFORM EMITE-GUIAS
                     CLOSE ENCARGOS
                           FGTSDEP
                           GUIAENCG.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              PERFORM LER-PARAMETRO.
              PERFORM LER-ALIQUOTAS.
              PERFORM CALCULA-VENCIMENTOS.
              PERFORM CONFERE-COMPETENCIA.
              PERFORM ACUMULA-BASES.
              OPEN OUTPUT RELENCG.
              MOVE PERIODO-ENCARGOS TO VAR-PERIODO-CAB.
              WRITE REG-REL FROM CAB-ENC-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-ENC-02 AFTER ADVANCING 2 LINES.

       LER-PARAMETRO.
              OPEN INPUT PARM-EX19.
              READ PARM-EX19
                     AT END MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO" AND PERIODO-PARM
                 GREATER THAN ZEROES
                     MOVE PERIODO-PARM TO PERIODO-ENCARGOS
              ELSE
                     COMPUTE PERIODO-ENCARGOS =
                             ANO-HOJE * 100 + MES-HOJE.
              CLOSE PARM-EX19.

      * Cada campo zerado mantem o padrao da WORKING-STORAGE.
       LER-ALIQUOTAS.
              OPEN INPUT PARMENCG.
              READ PARMENCG
                     AT END MOVE "SIM" TO FIM-ENCG.
              IF FIM-ENCG EQUAL "NAO"
                     IF ALIQ-FGTS-PARM GREATER THAN ZEROES
                            MOVE ALIQ-FGTS-PARM TO ALIQ-FGTS
                     END-IF
                     IF ALIQ-INSS-PARM GREATER THAN ZEROES
                            MOVE ALIQ-INSS-PARM TO ALIQ-INSS
                     END-IF
                     IF ALIQ-RAT-PARM GREATER THAN ZEROES
                            MOVE ALIQ-RAT-PARM TO ALIQ-RAT
                     END-IF
                     IF ALIQ-TERC-PARM GREATER THAN ZEROES
                            MOVE ALIQ-TERC-PARM TO ALIQ-TERC
                     END-IF
                     IF DIA-FGTS-PARM GREATER THAN ZEROES
                            MOVE DIA-FGTS-PARM TO DIA-FGTS
                     END-IF
                     IF DIA-GPS-PARM GREATER THAN ZEROES
                            MOVE DIA-GPS-PARM TO DIA-GPS
                     END-IF
                     IF DIA-DARF-PARM GREATER THAN ZEROES
                            MOVE DIA-DARF-PARM TO DIA-DARF
                     END-IF
                     MOVE CNPJ-PARM TO CNPJ-EMPRESA
              END-IF.
              CLOSE PARMENCG.

      * As tres guias vencem no mes seguinte ao da competencia.
       CALCULA-VENCIMENTOS.
              MOVE PERIODO-ENCARGOS TO PERIODO-VENCIMENTO.
              IF MES-VENC EQUAL 12
                     ADD 1 TO ANO-VENC
                     MOVE 1 TO MES-VENC
              ELSE
                     ADD 1 TO MES-VENC.
              COMPUTE DATA-VENC-FGTS =
                      ANO-VENC * 10000 + MES-VENC * 100 + DIA-FGTS.
              COMPUTE DATA-VENC-GPS =
                      ANO-VENC * 10000 + MES-VENC * 100 + DIA-GPS.
              COMPUTE DATA-VENC-DARF =
                      ANO-VENC * 10000 + MES-VENC * 100 + DIA-DARF.

      * Competencia ja gravada em ENCARGOS.DAT nao e apurada de novo:
      * dobraria os eventos do EX54 e o custo do EX-15 (o arquivo de
      * deposito e as guias da primeira apuracao ficam intactos).
       CONFERE-COMPETENCIA.
              OPEN INPUT ENCARGOS.
              IF ENCARGOS-STATUS EQUAL "35"
                     MOVE "SIM" TO FIM-ENC.
              PERFORM UNTIL FIM-ENC EQUAL "SIM"
                      READ ENCARGOS
                             AT END MOVE "SIM" TO FIM-ENC
                             NOT AT END
                                  IF PERIODO-ENC EQUAL PERIODO-ENCARGOS
                                       MOVE "SIM"
                                         TO COMPETENCIA-APURADA
                                       MOVE "SIM" TO FIM-ENC
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE ENCARGOS.

      * Se ENCARGOS.DAT ainda nao existe, cria vazio; se ja existe,
      * reabre em EXTEND (mesmo probe do EX05).
       ABRE-ENCARGOS.
              OPEN INPUT ENCARGOS.
              IF ENCARGOS-STATUS EQUAL "35"
                     CLOSE ENCARGOS
                     OPEN OUTPUT ENCARGOS
              ELSE
                     CLOSE ENCARGOS
                     OPEN EXTEND ENCARGOS
              END-IF.

      * Tabela cheia deixaria um funcionario sem deposito - parar
      * antes de emitir arquivo incompleto (mesmo criterio do EX-11).
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX-19: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " ENCARGOS NAO APURADOS".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       ACUMULA-BASES.
              OPEN INPUT FOLHAHIS.
              PERFORM UNTIL FIM-FH EQUAL "SIM"
                      READ FOLHAHIS
                             AT END MOVE "SIM" TO FIM-FH
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  IF PERIODO-FH EQUAL PERIODO-ENCARGOS
                                       PERFORM SOMA-BASES
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE FOLHAHIS.

      * Bases por tipo de resultado: "M" e "F" entram inteiros; a
      * primeira parcela do 13 ("1") so gera FGTS (o INSS do 13 e
      * apurado na segunda, sobre o valor integral); a segunda ("2")
      * gera INSS sobre o 13 integral e FGTS so sobre o que nao foi
      * adiantado. A rescisao ("R") tem o FGTS recolhido em guia
      * propria, mas o INSS e o IRRF retidos dela entram na GPS e no
      * DARF da competencia.
       SOMA-BASES.
              MOVE ZEROES TO IDX-FUNC-ACHADO.
              PERFORM VARYING IDX-FUNC FROM 1 BY 1
                      UNTIL IDX-FUNC GREATER THAN TOTAL-FUNC
                         OR IDX-FUNC-ACHADO GREATER THAN ZEROES
                      IF CODIGO-FUNC-TAB(IDX-FUNC) EQUAL CODIGO-FH
                             MOVE IDX-FUNC TO IDX-FUNC-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-FUNC-ACHADO EQUAL ZEROES
                     IF TOTAL-FUNC NOT LESS THAN 2000
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-FUNC
                     MOVE TOTAL-FUNC TO IDX-FUNC-ACHADO
                     MOVE CODIGO-FH
                       TO CODIGO-FUNC-TAB(IDX-FUNC-ACHADO)
                     MOVE NOME-FH
                       TO NOME-FUNC-TAB(IDX-FUNC-ACHADO)
                     MOVE DEPTO-FH
                       TO DEPTO-FUNC-TAB(IDX-FUNC-ACHADO)
                     MOVE ZEROES
                       TO BASE-FGTS-FUNC-TAB(IDX-FUNC-ACHADO)
                          BASE-INSS-FUNC-TAB(IDX-FUNC-ACHADO)
                          INSS-RET-FUNC-TAB(IDX-FUNC-ACHADO)
                          IRRF-RET-FUNC-TAB(IDX-FUNC-ACHADO).
              EVALUATE TIPO-FH
                     WHEN "M"
                     WHEN "F"
                     WHEN "D"
                          ADD BRUTO-FH TO
                              BASE-FGTS-FUNC-TAB(IDX-FUNC-ACHADO)
                              BASE-INSS-FUNC-TAB(IDX-FUNC-ACHADO)
                     WHEN "1"
                          ADD BRUTO-FH TO
                              BASE-FGTS-FUNC-TAB(IDX-FUNC-ACHADO)
                     WHEN "2"
                          COMPUTE ADIANT-13 = BRUTO-FH - INSS-FH
                                  - IRRF-FH - LIQUIDO-FH
                          ADD BRUTO-FH TO
                              BASE-INSS-FUNC-TAB(IDX-FUNC-ACHADO)
                              BASE-FGTS-FUNC-TAB(IDX-FUNC-ACHADO)
                          SUBTRACT ADIANT-13 FROM
                              BASE-FGTS-FUNC-TAB(IDX-FUNC-ACHADO)
              END-EVALUATE.
              ADD INSS-FH TO INSS-RET-FUNC-TAB(IDX-FUNC-ACHADO).
              ADD IRRF-FH TO IRRF-RET-FUNC-TAB(IDX-FUNC-ACHADO).

       APURA-FUNCIONARIO.
              COMPUTE VALOR-FGTS ROUNDED =
                      BASE-FGTS-FUNC-TAB(IDX-FUNC) * ALIQ-FGTS / 100.
              COMPUTE VALOR-INSS-EMP ROUNDED =
                      BASE-INSS-FUNC-TAB(IDX-FUNC) * ALIQ-INSS / 100.
              COMPUTE VALOR-RAT ROUNDED =
                      BASE-INSS-FUNC-TAB(IDX-FUNC) * ALIQ-RAT / 100.
              COMPUTE VALOR-TERC ROUNDED =
                      BASE-INSS-FUNC-TAB(IDX-FUNC) * ALIQ-TERC / 100.
              ADD BASE-FGTS-FUNC-TAB(IDX-FUNC) TO TOTAL-BASE-FGTS.
              ADD BASE-INSS-FUNC-TAB(IDX-FUNC) TO TOTAL-BASE-INSS.
              ADD VALOR-FGTS     TO TOTAL-FGTS.
              ADD VALOR-INSS-EMP TO TOTAL-INSS-EMP.
              ADD VALOR-RAT      TO TOTAL-RAT.
              ADD VALOR-TERC     TO TOTAL-TERC.
              ADD INSS-RET-FUNC-TAB(IDX-FUNC) TO TOTAL-INSS-RET.
              ADD IRRF-RET-FUNC-TAB(IDX-FUNC) TO TOTAL-IRRF-RET.
              IF VALOR-FGTS GREATER THAN ZEROES
                     PERFORM GRAVA-DETALHE-FGTS.
              PERFORM GRAVA-ENCARGOS.
              PERFORM IMPRIME-LINHA-ENC.

       GRAVA-HEADER-FGTS.
              MOVE SPACES TO REG-FGTSDEP-HEADER.
              MOVE "00"             TO TIPO-FGD-H.
              MOVE CNPJ-EMPRESA     TO CNPJ-FGD-H.
              MOVE PERIODO-ENCARGOS TO COMPETENCIA-FGD-H.
              MOVE DATA-HOJE-NUM    TO DATA-GERACAO-FGD-H.
              MOVE DATA-VENC-FGTS   TO VENCIMENTO-FGD-H.
              WRITE REG-FGTSDEP-HEADER.

       GRAVA-DETALHE-FGTS.
              MOVE SPACES TO REG-FGTSDEP-DETALHE.
              MOVE "30"         TO TIPO-FGD-D.
              MOVE CNPJ-EMPRESA TO CNPJ-FGD-D.
              MOVE CODIGO-FUNC-TAB(IDX-FUNC) TO CODIGO-FGD-D.
              MOVE NOME-FUNC-TAB(IDX-FUNC)   TO NOME-FGD-D.
              MOVE BASE-FGTS-FUNC-TAB(IDX-FUNC) TO REMUNERACAO-FGD-D.
              MOVE VALOR-FGTS   TO DEPOSITO-FGD-D.
              WRITE REG-FGTSDEP-DETALHE.
              ADD 1 TO TOTAL-GRAVADOS.

       GRAVA-TRAILER-FGTS.
              MOVE SPACES TO REG-FGTSDEP-TRAILER.
              MOVE "90"            TO TIPO-FGD-T.
              MOVE TOTAL-GRAVADOS  TO QTD-FGD-T.
              MOVE TOTAL-BASE-FGTS TO REMUNERACAO-FGD-T.
              MOVE TOTAL-FGTS      TO DEPOSITO-FGD-T.
              WRITE REG-FGTSDEP-TRAILER.

      * INSS-EMP-ENC leva a cota patronal mais o RAT; os terceiros
      * vao em separado (contas proprias no plano do EX54).
       GRAVA-ENCARGOS.
              MOVE CODIGO-FUNC-TAB(IDX-FUNC) TO CODIGO-ENC.
              MOVE NOME-FUNC-TAB(IDX-FUNC)   TO NOME-ENC.
              MOVE DEPTO-FUNC-TAB(IDX-FUNC)  TO DEPTO-ENC.
              MOVE PERIODO-ENCARGOS          TO PERIODO-ENC.
              MOVE BASE-FGTS-FUNC-TAB(IDX-FUNC) TO BASE-FGTS-ENC.
              MOVE VALOR-FGTS                TO FGTS-ENC.
              MOVE BASE-INSS-FUNC-TAB(IDX-FUNC) TO BASE-INSS-ENC.
              COMPUTE INSS-EMP-ENC = VALOR-INSS-EMP + VALOR-RAT.
              MOVE VALOR-TERC                TO TERCEIROS-ENC.
              MOVE IRRF-RET-FUNC-TAB(IDX-FUNC) TO IRRF-ENC.
              WRITE REG-ENCARGOS.

       IMPRIME-LINHA-ENC.
              MOVE CODIGO-FUNC-TAB(IDX-FUNC) TO VAR-CODIGO.
              MOVE NOME-FUNC-TAB(IDX-FUNC)   TO VAR-NOME.
              MOVE DEPTO-FUNC-TAB(IDX-FUNC)  TO VAR-DEPTO.
              MOVE BASE-FGTS-FUNC-TAB(IDX-FUNC) TO VAR-BASE-FGTS.
              MOVE VALOR-FGTS   TO VAR-FGTS.
              MOVE BASE-INSS-FUNC-TAB(IDX-FUNC) TO VAR-BASE-INSS.
              COMPUTE VAR-INSS-EMP = VALOR-INSS-EMP + VALOR-RAT.
              MOVE VALOR-TERC   TO VAR-TERC.
              WRITE REG-REL FROM DETALHE-ENC
                    AFTER ADVANCING 1 LINE.

      * FGTS, GPS (segurados + empresa + RAT + terceiros) e DARF do
      * IRRF retido, cada uma numa pagina.
       EMITE-GUIAS.
              MOVE "GUIA DE RECOLHIMENTO DO FGTS" TO VAR-TITULO-GUIA.
              WRITE REG-GUIA FROM GUIA-TITULO AFTER ADVANCING 1 LINE.
              MOVE DATA-VENC-FGTS TO VAR-VENC-GUIA.
              PERFORM IMPRIME-CABECALHO-GUIA.
              MOVE "REMUNERACAO DO MES..........." TO VAR-ROTULO-GUIA.
              MOVE TOTAL-BASE-FGTS TO VAR-VALOR-GUIA.
              WRITE REG-GUIA FROM GUIA-LINHA AFTER ADVANCING 2 LINES.
              MOVE "VALOR DO DEPOSITO............" TO VAR-ROTULO-GUIA.
              MOVE TOTAL-FGTS TO VAR-VALOR-GUIA.
              WRITE REG-GUIA FROM GUIA-LINHA AFTER ADVANCING 1 LINE.
              COMPUTE TOTAL-GPS = TOTAL-INSS-RET + TOTAL-INSS-EMP
                      + TOTAL-RAT + TOTAL-TERC.
              MOVE "GUIA DA PREVIDENCIA SOCIAL - GPS" TO
                   VAR-TITULO-GUIA.
              WRITE REG-GUIA FROM GUIA-TITULO AFTER ADVANCING PAGE.
              MOVE DATA-VENC-GPS TO VAR-VENC-GUIA.
              PERFORM IMPRIME-CABECALHO-GUIA.
              MOVE "INSS DOS SEGURADOS (RETIDO).." TO VAR-ROTULO-GUIA.
              MOVE TOTAL-INSS-RET TO VAR-VALOR-GUIA.
              WRITE REG-GUIA FROM GUIA-LINHA AFTER ADVANCING 2 LINES.
              MOVE "INSS COTA PATRONAL..........." TO VAR-ROTULO-GUIA.
              MOVE TOTAL-INSS-EMP TO VAR-VALOR-GUIA.
              WRITE REG-GUIA FROM GUIA-LINHA AFTER ADVANCING 1 LINE.
              MOVE "RAT.........................." TO VAR-ROTULO-GUIA.
              MOVE TOTAL-RAT TO VAR-VALOR-GUIA.
              WRITE REG-GUIA FROM GUIA-LINHA AFTER ADVANCING 1 LINE.
              MOVE "OUTRAS ENTIDADES (TERCEIROS)." TO VAR-ROTULO-GUIA.
              MOVE TOTAL-TERC TO VAR-VALOR-GUIA.
              WRITE REG-GUIA FROM GUIA-LINHA AFTER ADVANCING 1 LINE.
              MOVE "TOTAL DA GPS................." TO VAR-ROTULO-GUIA.
              MOVE TOTAL-GPS TO VAR-VALOR-GUIA.
              WRITE REG-GUIA FROM GUIA-LINHA AFTER ADVANCING 2 LINES.
              MOVE "DARF - IRRF RETIDO NA FONTE (0561)" TO
                   VAR-TITULO-GUIA.
              WRITE REG-GUIA FROM GUIA-TITULO AFTER ADVANCING PAGE.
              MOVE DATA-VENC-DARF TO VAR-VENC-GUIA.
              PERFORM IMPRIME-CABECALHO-GUIA.
              MOVE "IRRF RETIDO DOS EMPREGADOS..." TO VAR-ROTULO-GUIA.
              MOVE TOTAL-IRRF-RET TO VAR-VALOR-GUIA.
              WRITE REG-GUIA FROM GUIA-LINHA AFTER ADVANCING 2 LINES.

       IMPRIME-CABECALHO-GUIA.
              MOVE CNPJ-EMPRESA     TO VAR-CNPJ-GUIA.
              MOVE PERIODO-ENCARGOS TO VAR-COMPET-GUIA.
              WRITE REG-GUIA FROM GUIA-CABECALHO
                    AFTER ADVANCING 2 LINES.

       FIM.
              MOVE TOTAL-FUNC TO VAR-TOTAL-FUNC.
              WRITE REG-REL FROM ROD-ENC-01 AFTER ADVANCING 3 LINES.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELENCG.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "EX-19"          TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-FUNC       TO TOTAL-GRAVADOS-RUNLOG.
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
