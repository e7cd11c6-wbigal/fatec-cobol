       IDENTIFICATION              DIVISION.
       PROGRAM-ID.          EX20.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      FATURAMENTO MENSAL DE MENSALIDADES A PARTIR DAS
      *              MATRICULAS DO CADALU.DAT: CADA MATRICULA
      *              FATURAVEL DO MES DE REFERENCIA (PARMMENS.DAT;
      *              SEM PARAMETRO, O MES CORRENTE) E PRECIFICADA PELA
      *              CARGA HORARIA DA DISCIPLINA (HORAS-DISC DO
      *              CADDISC.DAT) VEZES O PRECO DA HORA DO TERMO
      *              (PRCHORA.DAT; TERMO 00 = PRECO GERAL), E O
      *              TOTAL E CONSOLIDADO POR ALUNO. GRAVA UM TITULO
      *              POR ALUNO NO CONTAS A RECEBER MENSALU.DAT, COM
      *              VENCIMENTO NO DIA DO PARAMETRO (PADRAO 10) DO
      *              PROPRIO MES, EMITE O CARNE DE COBRANCA (BOLMENS)
      *              E O REGISTRO DO FATURAMENTO (RELMENS).
      *              MATRICULA TRANCADA OU CANCELADA PELO EX08 ANTES
      *              DA DATA DE CORTE DO MES (DIA DE CORTE DO
      *              PARAMETRO, PADRAO 01) NAO E FATURADA; TRANCADA
      *              OU CANCELADA NO CORTE OU DEPOIS AINDA PAGA O MES,
      *              DE MODO QUE O CANCELAMENTO NO MEIO DO TERMO
      *              FATURA SO ATE O MES DO CANCELAMENTO. MATRICULA
      *              INCLUIDA DEPOIS DO FIM DO MES NAO ENTRA NELE.
      *              ALUNO JA FATURADO NO MES DE REFERENCIA NAO E
      *              FATURADO DE NOVO (REPROCESSAMENTO SEGURO).
      *              ALUNO COM BOLSA EM VIGOR NO BOLSA.DAT (ATIVA OU
      *              EM ADVERTENCIA, EX21/EX22) TEM O PERCENTUAL DA
      *              BOLSA DESCONTADO DE CADA DISCIPLINA DE TERMO
      *              IGUAL OU POSTERIOR AO TERMO INICIAL DA BOLSA; O
      *              TITULO GUARDA O VALOR CHEIO E O DESCONTO.

      *==============================================================
       ENVIRONMENT                 DIVISION.

       CONFIGURATION               SECTION.
              SOURCE-COMPUTER.     IBM-PC.
              OBJECT-COMPUTER.     IBM-PC.
              SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
              SELECT  OPTIONAL  PARMMENS   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADALU     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADDISC    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  PRCHORA    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  BOLSA      ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  MENSALU    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            MENSALU-STATUS.

              SELECT        BOLMENS       ASSIGN        TO DISK.

              SELECT        RELMENS       ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            RUNLOG-STATUS.

      *==============================================================
       DATA                        DIVISION.

       FILE                        SECTION.

      * PARMMENS: mes de referencia (AAAAMM), dia de corte e dia de
      * vencimento; campo zerado ou invalido assume o padrao.
       FD     PARMMENS
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "PARMMENS.DAT".
       01     REG-PARM-MENS.
              02     ANO-MES-PARM  PIC 9(06).
              02     DIA-CORTE-PARM PIC 9(02).
              02     DIA-VENC-PARM PIC 9(02).

      * CADALU: matriculas (mesmo layout mantido pelo EX08).
       FD     CADALU
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "CADALU.DAT".
       01     REG-ALU.
              02     NUMERO-ALU    PIC 9(05).
              02     NOME-ALU      PIC X(20).
              02     NOTA1-ALU     PIC 9(02)V99.
              02     NOTA2-ALU     PIC 9(02)V99.
              02     NOTA3-ALU     PIC 9(02)V99.
              02     TERMO-ALU     PIC 9(02).
              02     DISCIPLINA-ALU PIC X(08).
              02     STATUS-ALU    PIC X(01).
              02     DATA-STATUS-ALU PIC 9(08).
              02     CPF-ALU       PIC 9(11).

      * CADDISC: mestre de disciplinas (EX12 deste modulo), fonte da
      * carga horaria.
       FD     CADDISC
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "CADDISC.DAT".
       01     REG-DISC.
              02     CODIGO-DISC   PIC X(08).
              02     NOME-DISC     PIC X(30).
              02     TERMO-DISC    PIC 9(02).
              02     HORAS-DISC    PIC 9(02).
              02     ATIVO-DISC    PIC X(01).
              02     PREREQ-DISC   PIC X(08).
              02     CAPACIDADE-DISC PIC 9(03).

      * PRCHORA: preco da hora-aula por termo; o termo 00 e o preco
      * geral, usado pelos termos sem linha propria.
       FD     PRCHORA
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "PRCHORA.DAT".
       01     REG-PRC.
              02     TERMO-PRC     PIC 9(02).
              02     VALOR-HORA-PRC PIC 9(05)V99.

      * BOLSA: cadastro de bolsas de estudo (EX21 deste modulo).
       FD     BOLSA
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "BOLSA.DAT".
       COPY BOLSA.

      * MENSALU: contas a receber de mensalidades, acrescido a cada
      * execucao.
       FD     MENSALU
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "MENSALU.DAT".
       COPY MENSALU.

       FD     BOLMENS
              LABEL         RECORD IS     OMITTED.
       01     REG-BOL                     PIC X(80).

       FD     RELMENS
              LABEL         RECORD IS     OMITTED.
       01     REG-REL                     PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas que
      * gravam um cadastro ou relatorio de saida.
       FD     RUNLOG
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE             SECTION.
       77     FIM-ALU       PIC X(03)     VALUE "NAO".
       77     FIM-DISC      PIC X(03)     VALUE "NAO".
       77     FIM-PRC       PIC X(03)     VALUE "NAO".
       77     FIM-MEN       PIC X(03)     VALUE "NAO".
       77     FIM-PARM      PIC X(03)     VALUE "NAO".
       77     FIM-BLS       PIC X(03)     VALUE "NAO".
       77     MENSALU-STATUS PIC X(02)    VALUE "00".
       77     RUNLOG-STATUS PIC X(02)     VALUE "00".
       77     TOTAL-LIDOS   PIC 9(05)     VALUE ZEROS.
       77     TOTAL-FATURADAS PIC 9(05)   VALUE ZEROS.
       77     TOTAL-NAO-FATURADAS PIC 9(05) VALUE ZEROS.
       77     TOTAL-REJEITADAS PIC 9(05)  VALUE ZEROS.
       77     TOTAL-TITULOS PIC 9(05)     VALUE ZEROS.
       77     TOTAL-JA-FATURADOS PIC 9(05) VALUE ZEROS.
       77     VALOR-FATURADO PIC 9(09)V99 VALUE ZEROS.
       77     VALOR-DESCONTOS PIC 9(09)V99 VALUE ZEROS.
       01     HORA-ATUAL.
              02 HH-ATUAL   PIC 9(02).
              02 MM-ATUAL   PIC 9(02).
              02 SS-ATUAL   PIC 9(02).

      * Datas do faturamento: corte e fim do mes de referencia (o
      * dia 31 basta como limite superior de qualquer mes) e o
      * vencimento, todas AAAAMMDD.
       01     DATA-HOJE.
              02     ANO-MES-HOJE  PIC 9(06).
              02     DIA-HOJE      PIC 9(02).
       01     DATA-CORTE.
              02     ANO-MES-CORTE.
                     03     ANO-CORTE     PIC 9(04).
                     03     MES-CORTE     PIC 9(02).
              02     DIA-CORTE     PIC 9(02).
       01     DATA-CORTE-N REDEFINES DATA-CORTE PIC 9(08).
       01     DATA-FIM-MES.
              02     ANO-MES-FIM   PIC 9(06).
              02     DIA-FIM       PIC 9(02).
       01     DATA-FIM-MES-N REDEFINES DATA-FIM-MES PIC 9(08).
       01     DATA-VENCIMENTO.
              02     ANO-VENC      PIC 9(04).
              02     MES-VENC      PIC 9(02).
              02     DIA-VENC      PIC 9(02).
       01     DATA-VENCIMENTO-N REDEFINES DATA-VENCIMENTO PIC 9(08).

      * Mestre de disciplinas em memoria (so o necessario ao preco).
       77     TOTAL-DISC-MESTRE PIC 9(03) VALUE ZEROS.
       77     IDX-DISC      PIC 9(03)     VALUE ZEROS.
       01     TABELA-DISC.
              02     DISC-REG      OCCURS 200 TIMES.
                     03     CODIGO-DISC-TAB  PIC X(08).
                     03     HORAS-DISC-TAB   PIC 9(02).

      * Tabela de preco da hora por termo (termo 00 = geral).
       77     TOTAL-PRC     PIC 9(03)     VALUE ZEROS.
       77     IDX-PRC       PIC 9(03)     VALUE ZEROS.
       77     PRECO-GERAL   PIC 9(05)V99  VALUE ZEROS.
       01     TABELA-PRC.
              02     PRC-REG       OCCURS 100 TIMES.
                     03     TERMO-PRC-TAB    PIC 9(02).
                     03     VALOR-HORA-PRC-TAB PIC 9(05)V99.

      * Bolsas em vigor ("A" ativa ou "V" em advertencia).
       77     TOTAL-BLS     PIC 9(04)     VALUE ZEROS.
       77     IDX-BLS       PIC 9(04)     VALUE ZEROS.
       01     TABELA-BOLSAS.
              02     BLS-REG       OCCURS 2000 TIMES.
                     03     NUMERO-BLS-TAB   PIC 9(05).
                     03     PERC-BLS-TAB     PIC 9(03)V99.
                     03     TERMO-INI-BLS-TAB PIC 9(02).

      * Alunos ja faturados no mes de referencia (MENSALU.DAT).
       77     TOTAL-MEN     PIC 9(04)     VALUE ZEROS.
       77     IDX-MEN       PIC 9(04)     VALUE ZEROS.
       01     TABELA-MEN.
              02     MEN-REG       OCCURS 2000 TIMES.
                     03     NUMERO-MEN-TAB   PIC 9(05).

      * Matriculas do CADALU com o veredicto do faturamento:
      * SITUACAO "F" faturavel, "N" nao faturada (trancada/cancelada
      * antes do corte ou incluida depois do mes), "R" rejeitada
      * (sem disciplina no mestre, sem carga horaria ou sem preco).
       77     TOTAL-LIN     PIC 9(04)     VALUE ZEROS.
       77     IDX-LIN       PIC 9(04)     VALUE ZEROS.
       77     HORAS-LINHA   PIC 9(02)     VALUE ZEROS.
       77     PRECO-HORA    PIC 9(05)V99  VALUE ZEROS.
       01     TABELA-LIN.
              02     LIN-REG       OCCURS 2000 TIMES.
                     03     NUMERO-LIN-TAB   PIC 9(05).
                     03     NOME-LIN-TAB     PIC X(20).
                     03     TERMO-LIN-TAB    PIC 9(02).
                     03     DISCIPLINA-LIN-TAB PIC X(08).
                     03     STATUS-LIN-TAB   PIC X(01).
                     03     DATA-STATUS-LIN-TAB PIC 9(08).
                     03     HORAS-LIN-TAB    PIC 9(02).
                     03     PRECO-HORA-LIN-TAB PIC 9(05)V99.
                     03     VALOR-LIN-TAB    PIC 9(07)V99.
                     03     DESCONTO-LIN-TAB PIC 9(07)V99.
                     03     PERC-BLS-LIN-TAB PIC 9(03)V99.
                     03     SITUACAO-LIN-TAB PIC X(01).
                     03     MOTIVO-LIN-TAB   PIC X(24).

      * Consolidacao por aluno, na ordem em que aparecem no CADALU.
       77     TOTAL-ALUNOS  PIC 9(04)     VALUE ZEROS.
       77     IDX-ALU       PIC 9(04)     VALUE ZEROS.
       77     IDX-ALU-ACHADO PIC 9(04)    VALUE ZEROS.
       77     JA-FATURADO   PIC X(03)     VALUE "NAO".
       01     TABELA-ALUNOS.
              02     ALU-REG       OCCURS 2000 TIMES.
                     03     NUMERO-ALU-TAB   PIC 9(05).
                     03     NOME-ALU-TAB     PIC X(20).
                     03     QTD-DISC-ALU-TAB PIC 9(02).
                     03     HORAS-ALU-TAB    PIC 9(03).
                     03     BRUTO-ALU-TAB    PIC 9(07)V99.
                     03     DESCONTO-ALU-TAB PIC 9(07)V99.
                     03     PERC-BLS-ALU-TAB PIC 9(03)V99.
                     03     VALOR-ALU-TAB    PIC 9(07)V99.

      * Registro do faturamento (RELMENS).
       01     CAB-MENS-01.
              02     FILLER        PIC X(16) VALUE SPACES.
              02     FILLER        PIC X(34)
                     VALUE "FATURAMENTO DE MENSALIDADES - MES ".
              02     VAR-MES-CAB   PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-ANO-CAB   PIC 9999.
              02     FILLER        PIC X(23) VALUE SPACES.

       01     CAB-MENS-02.
              02     FILLER        PIC X(16) VALUE SPACES.
              02     FILLER        PIC X(15) VALUE "DATA DE CORTE: ".
              02     VAR-DIA-CORTE-CAB PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-MES-CORTE-CAB PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-ANO-CORTE-CAB PIC 9999.
              02     FILLER        PIC X(14) VALUE "  VENCIMENTO: ".
              02     VAR-DIA-VENC-CAB PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-MES-VENC-CAB PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-ANO-VENC-CAB PIC 9999.
              02     FILLER        PIC X(15) VALUE SPACES.

       01     CAB-MENS-03.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(06) VALUE "ALUNO ".
              02     FILLER        PIC X(21) VALUE "NOME".
              02     FILLER        PIC X(03) VALUE "QTD".
              02     FILLER        PIC X(12) VALUE " VALOR CHEIO".
              02     FILLER        PIC X(11) VALUE " DESC.BOLSA".
              02     FILLER        PIC X(13) VALUE "      A PAGAR".
              02     FILLER        PIC X(01) VALUE SPACES.
              02     FILLER        PIC X(11) VALUE "SITUACAO".

       01     DETALHE-MENS.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-NUMERO    PIC 9(05).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-NOME      PIC X(20).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-QTD-DISC  PIC Z9.
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-BRUTO     PIC Z.ZZZ.ZZ9,99.
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-DESCONTO  PIC ZZZ.ZZ9,99.
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-VALOR     PIC Z.ZZZ.ZZ9,99.
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-SITUACAO  PIC X(11).

       01     CAB-EXCLUIDAS.
              02     FILLER        PIC X(16) VALUE SPACES.
              02     FILLER        PIC X(48)
                     VALUE "MATRICULAS NAO FATURADAS OU REJEITADAS".
              02     FILLER        PIC X(16) VALUE SPACES.

       01     DETALHE-EXCLUIDA.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-NUMERO-EXC PIC 9(05).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-NOME-EXC  PIC X(20).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-DISC-EXC  PIC X(08).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-STATUS-EXC PIC X(01).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-MOTIVO-EXC PIC X(24).
              02     FILLER        PIC X(12) VALUE SPACES.

       01     ROD-MENS-01.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Titulos gravados         :".
              02     VAR-TITULOS   PIC ZZZZ9.
              02     FILLER        PIC X(43) VALUE SPACES.

       01     ROD-MENS-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Alunos ja faturados no mes:".
              02     VAR-JA-FATURADOS PIC ZZZZ9.
              02     FILLER        PIC X(43) VALUE SPACES.

       01     ROD-MENS-03.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Matriculas faturadas     :".
              02     VAR-FATURADAS PIC ZZZZ9.
              02     FILLER        PIC X(43) VALUE SPACES.

       01     ROD-MENS-04.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Matriculas nao faturadas :".
              02     VAR-NAO-FATURADAS PIC ZZZZ9.
              02     FILLER        PIC X(43) VALUE SPACES.

       01     ROD-MENS-05.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Matriculas rejeitadas    :".
              02     VAR-REJEITADAS PIC ZZZZ9.
              02     FILLER        PIC X(43) VALUE SPACES.

       01     ROD-MENS-06.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor total faturado     :".
              02     VAR-VALOR-FATURADO PIC ZZZ.ZZZ.ZZ9,99.
              02     FILLER        PIC X(34) VALUE SPACES.

       01     ROD-MENS-07.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Descontos de bolsa       :".
              02     VAR-VALOR-DESCONTOS PIC ZZZ.ZZZ.ZZ9,99.
              02     FILLER        PIC X(34) VALUE SPACES.

      * Carne de cobranca (BOLMENS): um bloco por aluno faturado.
       01     LINHA-BOL-TRACO.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(76) VALUE ALL "-".
              02     FILLER        PIC X(02) VALUE SPACES.

       01     LINHA-BOL-TITULO.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(40)
                     VALUE "MENSALIDADE ESCOLAR - MES DE REFERENCIA ".
              02     VAR-MES-BOL   PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-ANO-BOL   PIC 9999.
              02     FILLER        PIC X(31) VALUE SPACES.

       01     LINHA-BOL-ALUNO.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(14) VALUE "ALUNO.......: ".
              02     VAR-NUMERO-BOL PIC 9(05).
              02     FILLER        PIC X(03) VALUE " - ".
              02     VAR-NOME-BOL  PIC X(20).
              02     FILLER        PIC X(36) VALUE SPACES.

       01     LINHA-BOL-VENC.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(14) VALUE "VENCIMENTO..: ".
              02     VAR-DIA-VENC-BOL PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-MES-VENC-BOL PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-ANO-VENC-BOL PIC 9999.
              02     FILLER        PIC X(54) VALUE SPACES.

       01     LINHA-BOL-CAB-DISC.
              02     FILLER        PIC X(04) VALUE SPACES.
              02     FILLER        PIC X(12) VALUE "DISCIPLINA  ".
              02     FILLER        PIC X(07) VALUE "TERMO  ".
              02     FILLER        PIC X(07) VALUE "HORAS  ".
              02     FILLER        PIC X(12) VALUE "  VALOR HORA".
              02     FILLER        PIC X(14) VALUE "         VALOR".
              02     FILLER        PIC X(24) VALUE SPACES.

       01     LINHA-BOL-DISC.
              02     FILLER        PIC X(04) VALUE SPACES.
              02     VAR-DISC-BOL  PIC X(08).
              02     FILLER        PIC X(05) VALUE SPACES.
              02     VAR-TERMO-BOL PIC Z9.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     VAR-HORAS-BOL PIC Z9.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     VAR-PRECO-BOL PIC ZZ.ZZ9,99.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-VALOR-DISC-BOL PIC Z.ZZZ.ZZ9,99.
              02     FILLER        PIC X(26) VALUE SPACES.

       01     LINHA-BOL-BRUTO.
              02     FILLER        PIC X(04) VALUE SPACES.
              02     FILLER        PIC X(39)
                     VALUE "VALOR DAS DISCIPLINAS .................".
              02     VAR-BRUTO-BOL PIC Z.ZZZ.ZZ9,99.
              02     FILLER        PIC X(25) VALUE SPACES.

       01     LINHA-BOL-DESCONTO.
              02     FILLER        PIC X(04) VALUE SPACES.
              02     FILLER        PIC X(19)
                     VALUE "DESCONTO DE BOLSA (".
              02     VAR-PERC-BOL  PIC ZZ9,99.
              02     FILLER        PIC X(02) VALUE "%)".
              02     FILLER        PIC X(12) VALUE " ...........".
              02     VAR-DESCONTO-BOL PIC Z.ZZZ.ZZ9,99.
              02     FILLER        PIC X(25) VALUE SPACES.

       01     LINHA-BOL-TOTAL.
              02     FILLER        PIC X(04) VALUE SPACES.
              02     FILLER        PIC X(39)
                     VALUE "TOTAL A PAGAR .........................".
              02     VAR-TOTAL-BOL PIC Z.ZZZ.ZZ9,99.
              02     FILLER        PIC X(25) VALUE SPACES.

      *==============================================================
       PROCEDURE                   DIVISION.

       PGM-EX20.
              PERFORM INICIO.
              PERFORM CLASSIFICA-MATRICULA
                      THRU CLASSIFICA-MATRICULA-EXIT
                      VARYING IDX-LIN FROM 1 BY 1
                      UNTIL IDX-LIN GREATER THAN TOTAL-LIN.
              PERFORM FATURA-ALUNO
                      VARYING IDX-ALU FROM 1 BY 1
                      UNTIL IDX-ALU GREATER THAN TOTAL-ALUNOS.
              PERFORM IMPRIME-EXCLUIDAS.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM LER-PARAMETRO.
              PERFORM CARREGA-DISCIPLINAS.
              PERFORM CARREGA-PRECOS.
              PERFORM CARREGA-BOLSAS.
              PERFORM CARREGA-FATURADOS.
              PERFORM CARREGA-CADALU.
              PERFORM ABRE-MENSALU.
              OPEN OUTPUT BOLMENS
                          RELMENS.
              MOVE MES-CORTE        TO VAR-MES-CAB.
              MOVE ANO-CORTE        TO VAR-ANO-CAB.
              MOVE DIA-CORTE        TO VAR-DIA-CORTE-CAB.
              MOVE MES-CORTE        TO VAR-MES-CORTE-CAB.
              MOVE ANO-CORTE        TO VAR-ANO-CORTE-CAB.
              MOVE DIA-VENC         TO VAR-DIA-VENC-CAB.
              MOVE MES-VENC         TO VAR-MES-VENC-CAB.
              MOVE ANO-VENC         TO VAR-ANO-VENC-CAB.
              WRITE REG-REL FROM CAB-MENS-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-MENS-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-MENS-03 AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.

      * Mes de referencia, dia de corte e dia de vencimento; sem
      * parametro (ou com campo invalido) valem o mes corrente, o
      * dia 01 e o dia 10. O vencimento fica limitado ao dia 28 para
      * existir em qualquer mes.
       LER-PARAMETRO.
              MOVE ANO-MES-HOJE TO ANO-MES-CORTE.
              MOVE 01           TO DIA-CORTE.
              MOVE 10           TO DIA-VENC.
              OPEN INPUT PARMMENS.
              READ PARMMENS
                     AT END MOVE "SIM" TO FIM-PARM
              END-READ.
              IF FIM-PARM EQUAL "NAO"
                     IF ANO-MES-PARM NUMERIC
                       AND ANO-MES-PARM GREATER THAN ZEROS
                            MOVE ANO-MES-PARM TO ANO-MES-CORTE
                     END-IF
                     IF DIA-CORTE-PARM NUMERIC
                       AND DIA-CORTE-PARM GREATER THAN ZEROS
                       AND DIA-CORTE-PARM NOT GREATER THAN 31
                            MOVE DIA-CORTE-PARM TO DIA-CORTE
                     END-IF
                     IF DIA-VENC-PARM NUMERIC
                       AND DIA-VENC-PARM GREATER THAN ZEROS
                       AND DIA-VENC-PARM NOT GREATER THAN 28
                            MOVE DIA-VENC-PARM TO DIA-VENC
                     END-IF
              END-IF.
              CLOSE PARMMENS.
              IF MES-CORTE EQUAL ZEROS OR MES-CORTE GREATER THAN 12
                     MOVE ANO-MES-HOJE TO ANO-MES-CORTE.
              MOVE ANO-MES-CORTE TO ANO-MES-FIM.
              MOVE 31            TO DIA-FIM.
              MOVE ANO-CORTE     TO ANO-VENC.
              MOVE MES-CORTE     TO MES-VENC.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX20: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM FATURAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * Carga horaria por disciplina (mestre do EX12).
       CARREGA-DISCIPLINAS.
              OPEN INPUT CADDISC.
              PERFORM UNTIL FIM-DISC EQUAL "SIM"
                      READ CADDISC
                             AT END MOVE "SIM" TO FIM-DISC
                             NOT AT END
                                  IF TOTAL-DISC-MESTRE LESS THAN 200
                                       ADD 1 TO TOTAL-DISC-MESTRE
                                       MOVE CODIGO-DISC TO
                                          CODIGO-DISC-TAB
                                             (TOTAL-DISC-MESTRE)
                                       MOVE HORAS-DISC TO
                                          HORAS-DISC-TAB
                                             (TOTAL-DISC-MESTRE)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADDISC.

       CARREGA-PRECOS.
              OPEN INPUT PRCHORA.
              PERFORM UNTIL FIM-PRC EQUAL "SIM"
                      READ PRCHORA
                             AT END MOVE "SIM" TO FIM-PRC
                             NOT AT END
                                  IF TERMO-PRC EQUAL ZEROS
                                       MOVE VALOR-HORA-PRC
                                         TO PRECO-GERAL
                                  ELSE IF TOTAL-PRC LESS THAN 100
                                       ADD 1 TO TOTAL-PRC
                                       MOVE TERMO-PRC TO
                                          TERMO-PRC-TAB(TOTAL-PRC)
                                       MOVE VALOR-HORA-PRC TO
                                          VALOR-HORA-PRC-TAB
                                             (TOTAL-PRC)
                                  END-IF
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PRCHORA.

      * So as bolsas em vigor interessam ao faturamento.
       CARREGA-BOLSAS.
              OPEN INPUT BOLSA.
              PERFORM UNTIL FIM-BLS EQUAL "SIM"
                      READ BOLSA
                             AT END MOVE "SIM" TO FIM-BLS
                             NOT AT END
                                  IF SITUACAO-BLS EQUAL "A"
                                    OR SITUACAO-BLS EQUAL "V"
                                       IF TOTAL-BLS NOT LESS THAN 2000
                                          PERFORM ABORTA-TABELA-CHEIA
                                       END-IF
                                       ADD 1 TO TOTAL-BLS
                                       MOVE NUMERO-BLS TO
                                          NUMERO-BLS-TAB(TOTAL-BLS)
                                       MOVE PERC-BLS TO
                                          PERC-BLS-TAB(TOTAL-BLS)
                                       MOVE TERMO-INI-BLS TO
                                          TERMO-INI-BLS-TAB(TOTAL-BLS)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE BOLSA.

      * Alunos que ja tem titulo do mes de referencia no contas a
      * receber: reprocessar o mes nao os fatura duas vezes.
       CARREGA-FATURADOS.
              OPEN INPUT MENSALU.
              PERFORM UNTIL FIM-MEN EQUAL "SIM"
                      READ MENSALU
                             AT END MOVE "SIM" TO FIM-MEN
                             NOT AT END
                                  IF ANO-MES-MEN EQUAL ANO-MES-CORTE
                                       IF TOTAL-MEN NOT LESS THAN 2000
                                          PERFORM ABORTA-TABELA-CHEIA
                                       END-IF
                                       ADD 1 TO TOTAL-MEN
                                       MOVE NUMERO-MEN TO
                                          NUMERO-MEN-TAB(TOTAL-MEN)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE MENSALU.

       CARREGA-CADALU.
              OPEN INPUT CADALU.
              PERFORM UNTIL FIM-ALU EQUAL "SIM"
                      READ CADALU
                             AT END MOVE "SIM" TO FIM-ALU
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  IF TOTAL-LIN NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-LIN
                                  MOVE NUMERO-ALU TO
                                     NUMERO-LIN-TAB(TOTAL-LIN)
                                  MOVE NOME-ALU TO
                                     NOME-LIN-TAB(TOTAL-LIN)
                                  MOVE TERMO-ALU TO
                                     TERMO-LIN-TAB(TOTAL-LIN)
                                  MOVE DISCIPLINA-ALU TO
                                     DISCIPLINA-LIN-TAB(TOTAL-LIN)
                                  MOVE STATUS-ALU TO
                                     STATUS-LIN-TAB(TOTAL-LIN)
                                  IF DATA-STATUS-ALU NUMERIC
                                     MOVE DATA-STATUS-ALU TO
                                        DATA-STATUS-LIN-TAB
                                           (TOTAL-LIN)
                                  ELSE
                                     MOVE ZEROS TO
                                        DATA-STATUS-LIN-TAB
                                           (TOTAL-LIN)
                                  END-IF
                                  MOVE ZEROS TO
                                     HORAS-LIN-TAB(TOTAL-LIN)
                                     PRECO-HORA-LIN-TAB(TOTAL-LIN)
                                     VALOR-LIN-TAB(TOTAL-LIN)
                                     DESCONTO-LIN-TAB(TOTAL-LIN)
                                     PERC-BLS-LIN-TAB(TOTAL-LIN)
                                  MOVE SPACES TO
                                     SITUACAO-LIN-TAB(TOTAL-LIN)
                                     MOTIVO-LIN-TAB(TOTAL-LIN)
                      END-READ
              END-PERFORM.
              CLOSE CADALU.

      * MENSALU.DAT cresce execucao apos execucao: probe por FILE
      * STATUS "35" (mesmo esquema do GRAVA-RUNLOG).
       ABRE-MENSALU.
              OPEN INPUT MENSALU.
              IF MENSALU-STATUS EQUAL "35"
                     CLOSE MENSALU
                     OPEN OUTPUT MENSALU
              ELSE
                     CLOSE MENSALU
                     OPEN EXTEND MENSALU
              END-IF.

      * Veredicto de uma matricula. Ativa ("A"/espaco) fatura, salvo
      * se incluida/reativada depois do fim do mes; trancada ou
      * cancelada so fatura se a mudanca foi no corte ou depois
      * (sem data gravada = mudanca antiga, nao fatura). A faturavel
      * e precificada por horas x preco da hora do termo, recebe o
      * desconto da bolsa e entra na consolidacao do aluno.
       CLASSIFICA-MATRICULA.
              IF STATUS-LIN-TAB(IDX-LIN) EQUAL "A"
                OR STATUS-LIN-TAB(IDX-LIN) EQUAL SPACE
                     IF DATA-STATUS-LIN-TAB(IDX-LIN) GREATER THAN
                           DATA-FIM-MES-N
                            MOVE "MATRICULA APOS O MES"
                              TO MOTIVO-LIN-TAB(IDX-LIN)
                            GO TO CLASSIFICA-NAO-FATURADA
                     END-IF
              ELSE
                     IF DATA-STATUS-LIN-TAB(IDX-LIN) LESS THAN
                           DATA-CORTE-N
                            EVALUATE STATUS-LIN-TAB(IDX-LIN)
                                WHEN "T"
                                     MOVE "TRANCADA ANTES DO CORTE"
                                       TO MOTIVO-LIN-TAB(IDX-LIN)
                                WHEN "C"
                                     MOVE "CANCELADA ANTES DO CORTE"
                                       TO MOTIVO-LIN-TAB(IDX-LIN)
                                WHEN OTHER
                                     MOVE "STATUS NAO FATURAVEL"
                                       TO MOTIVO-LIN-TAB(IDX-LIN)
                            END-EVALUATE
                            GO TO CLASSIFICA-NAO-FATURADA
                     END-IF
              END-IF.
              PERFORM BUSCA-HORAS.
              IF HORAS-LINHA EQUAL ZEROS
                     MOVE "DISCIPLINA SEM HORAS" TO
                          MOTIVO-LIN-TAB(IDX-LIN)
                     GO TO CLASSIFICA-REJEITADA.
              PERFORM BUSCA-PRECO.
              IF PRECO-HORA EQUAL ZEROS
                     MOVE "TERMO SEM PRECO DA HORA" TO
                          MOTIVO-LIN-TAB(IDX-LIN)
                     GO TO CLASSIFICA-REJEITADA.
              MOVE "F"         TO SITUACAO-LIN-TAB(IDX-LIN).
              MOVE HORAS-LINHA TO HORAS-LIN-TAB(IDX-LIN).
              MOVE PRECO-HORA  TO PRECO-HORA-LIN-TAB(IDX-LIN).
              MULTIPLY HORAS-LINHA BY PRECO-HORA
                       GIVING VALOR-LIN-TAB(IDX-LIN).
              PERFORM APLICA-BOLSA.
              PERFORM ACUMULA-ALUNO.
              GO TO CLASSIFICA-MATRICULA-EXIT.

       CLASSIFICA-NAO-FATURADA.
              MOVE "N" TO SITUACAO-LIN-TAB(IDX-LIN).
              ADD 1 TO TOTAL-NAO-FATURADAS.
              GO TO CLASSIFICA-MATRICULA-EXIT.

       CLASSIFICA-REJEITADA.
              MOVE "R" TO SITUACAO-LIN-TAB(IDX-LIN).
              ADD 1 TO TOTAL-REJEITADAS.

       CLASSIFICA-MATRICULA-EXIT.
              EXIT.

      * Carga horaria da disciplina; fora do mestre fica zero.
       BUSCA-HORAS.
              MOVE ZEROS TO HORAS-LINHA.
              PERFORM VARYING IDX-DISC FROM 1 BY 1
                      UNTIL IDX-DISC GREATER THAN TOTAL-DISC-MESTRE
                      IF CODIGO-DISC-TAB(IDX-DISC) EQUAL
                            DISCIPLINA-LIN-TAB(IDX-LIN)
                             MOVE HORAS-DISC-TAB(IDX-DISC)
                               TO HORAS-LINHA
                      END-IF
              END-PERFORM.

      * Preco da hora do termo da matricula; sem linha do termo, o
      * preco geral (termo 00).
       BUSCA-PRECO.
              MOVE PRECO-GERAL TO PRECO-HORA.
              PERFORM VARYING IDX-PRC FROM 1 BY 1
                      UNTIL IDX-PRC GREATER THAN TOTAL-PRC
                      IF TERMO-PRC-TAB(IDX-PRC) EQUAL
                            TERMO-LIN-TAB(IDX-LIN)
                             MOVE VALOR-HORA-PRC-TAB(IDX-PRC)
                               TO PRECO-HORA
                      END-IF
              END-PERFORM.

      * Bolsa em vigor do aluno, valida a partir do termo inicial:
      * desconto = valor da disciplina x percentual da bolsa.
       APLICA-BOLSA.
              PERFORM VARYING IDX-BLS FROM 1 BY 1
                      UNTIL IDX-BLS GREATER THAN TOTAL-BLS
                      IF NUMERO-BLS-TAB(IDX-BLS) EQUAL
                            NUMERO-LIN-TAB(IDX-LIN)
                        AND TERMO-LIN-TAB(IDX-LIN) NOT LESS THAN
                            TERMO-INI-BLS-TAB(IDX-BLS)
                             MOVE PERC-BLS-TAB(IDX-BLS)
                               TO PERC-BLS-LIN-TAB(IDX-LIN)
                             COMPUTE DESCONTO-LIN-TAB(IDX-LIN) ROUNDED
                                   = VALOR-LIN-TAB(IDX-LIN)
                                   * PERC-BLS-TAB(IDX-BLS) / 100
                      END-IF
              END-PERFORM.

       ACUMULA-ALUNO.
              MOVE ZEROS TO IDX-ALU-ACHADO.
              PERFORM VARYING IDX-ALU FROM 1 BY 1
                      UNTIL IDX-ALU GREATER THAN TOTAL-ALUNOS
                         OR IDX-ALU-ACHADO GREATER THAN ZEROS
                      IF NUMERO-ALU-TAB(IDX-ALU) EQUAL
                            NUMERO-LIN-TAB(IDX-LIN)
                             MOVE IDX-ALU TO IDX-ALU-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-ALU-ACHADO EQUAL ZEROS
                     ADD 1 TO TOTAL-ALUNOS
                     MOVE TOTAL-ALUNOS TO IDX-ALU-ACHADO
                     MOVE NUMERO-LIN-TAB(IDX-LIN)
                       TO NUMERO-ALU-TAB(IDX-ALU-ACHADO)
                     MOVE NOME-LIN-TAB(IDX-LIN)
                       TO NOME-ALU-TAB(IDX-ALU-ACHADO)
                     MOVE ZEROS TO QTD-DISC-ALU-TAB(IDX-ALU-ACHADO)
                                   HORAS-ALU-TAB(IDX-ALU-ACHADO)
                                   BRUTO-ALU-TAB(IDX-ALU-ACHADO)
                                   DESCONTO-ALU-TAB(IDX-ALU-ACHADO)
                                   PERC-BLS-ALU-TAB(IDX-ALU-ACHADO)
                                   VALOR-ALU-TAB(IDX-ALU-ACHADO).
              ADD 1 TO QTD-DISC-ALU-TAB(IDX-ALU-ACHADO).
              ADD HORAS-LIN-TAB(IDX-LIN)
                  TO HORAS-ALU-TAB(IDX-ALU-ACHADO).
              ADD VALOR-LIN-TAB(IDX-LIN)
                  TO BRUTO-ALU-TAB(IDX-ALU-ACHADO).
              ADD DESCONTO-LIN-TAB(IDX-LIN)
                  TO DESCONTO-ALU-TAB(IDX-ALU-ACHADO).
              IF PERC-BLS-LIN-TAB(IDX-LIN) GREATER THAN ZEROS
                     MOVE PERC-BLS-LIN-TAB(IDX-LIN)
                       TO PERC-BLS-ALU-TAB(IDX-ALU-ACHADO).
              COMPUTE VALOR-ALU-TAB(IDX-ALU-ACHADO) =
                      BRUTO-ALU-TAB(IDX-ALU-ACHADO)
                    - DESCONTO-ALU-TAB(IDX-ALU-ACHADO).

      * Um aluno consolidado: ja faturado no mes so vai ao registro;
      * do contrario grava o titulo, emite o carne e registra.
       FATURA-ALUNO.
              MOVE NUMERO-ALU-TAB(IDX-ALU)   TO VAR-NUMERO.
              MOVE NOME-ALU-TAB(IDX-ALU)     TO VAR-NOME.
              MOVE QTD-DISC-ALU-TAB(IDX-ALU) TO VAR-QTD-DISC.
              MOVE BRUTO-ALU-TAB(IDX-ALU)    TO VAR-BRUTO.
              MOVE DESCONTO-ALU-TAB(IDX-ALU) TO VAR-DESCONTO.
              MOVE VALOR-ALU-TAB(IDX-ALU)    TO VAR-VALOR.
              PERFORM VERIFICA-FATURADO.
              IF JA-FATURADO EQUAL "SIM"
                     ADD 1 TO TOTAL-JA-FATURADOS
                     MOVE "JA FATURADO" TO VAR-SITUACAO
              ELSE
                     PERFORM GRAVA-TITULO
                     PERFORM EMITE-CARNE
                     MOVE "FATURADO" TO VAR-SITUACAO.
              WRITE REG-REL FROM DETALHE-MENS AFTER ADVANCING 1 LINE.

       VERIFICA-FATURADO.
              MOVE "NAO" TO JA-FATURADO.
              PERFORM VARYING IDX-MEN FROM 1 BY 1
                      UNTIL IDX-MEN GREATER THAN TOTAL-MEN
                      IF NUMERO-MEN-TAB(IDX-MEN) EQUAL
                            NUMERO-ALU-TAB(IDX-ALU)
                             MOVE "SIM" TO JA-FATURADO
                      END-IF
              END-PERFORM.

       GRAVA-TITULO.
              MOVE NUMERO-ALU-TAB(IDX-ALU)   TO NUMERO-MEN.
              MOVE ANO-MES-CORTE             TO ANO-MES-MEN.
              MOVE NOME-ALU-TAB(IDX-ALU)     TO NOME-MEN.
              MOVE QTD-DISC-ALU-TAB(IDX-ALU) TO QTD-DISC-MEN.
              MOVE HORAS-ALU-TAB(IDX-ALU)    TO HORAS-MEN.
              MOVE VALOR-ALU-TAB(IDX-ALU)    TO VALOR-MEN.
              MOVE DATA-VENCIMENTO-N         TO VENCIMENTO-MEN.
              MOVE "A"                       TO SITUACAO-MEN.
              MOVE ZEROS                     TO VALOR-PAGO-MEN
                                                DATA-PAGTO-MEN.
              MOVE BRUTO-ALU-TAB(IDX-ALU)    TO VALOR-BRUTO-MEN.
              MOVE DESCONTO-ALU-TAB(IDX-ALU) TO DESCONTO-MEN.
              WRITE REG-MENSALU.
              ADD 1 TO TOTAL-TITULOS.
              ADD VALOR-ALU-TAB(IDX-ALU) TO VALOR-FATURADO.
              ADD DESCONTO-ALU-TAB(IDX-ALU) TO VALOR-DESCONTOS.

      * Bloco do carne: cabecalho do aluno, uma linha por disciplina
      * faturada, o desconto de bolsa (havendo) e o total a pagar.
       EMITE-CARNE.
              MOVE MES-CORTE               TO VAR-MES-BOL.
              MOVE ANO-CORTE               TO VAR-ANO-BOL.
              MOVE NUMERO-ALU-TAB(IDX-ALU) TO VAR-NUMERO-BOL.
              MOVE NOME-ALU-TAB(IDX-ALU)   TO VAR-NOME-BOL.
              MOVE DIA-VENC                TO VAR-DIA-VENC-BOL.
              MOVE MES-VENC                TO VAR-MES-VENC-BOL.
              MOVE ANO-VENC                TO VAR-ANO-VENC-BOL.
              MOVE VALOR-ALU-TAB(IDX-ALU)  TO VAR-TOTAL-BOL.
              WRITE REG-BOL FROM LINHA-BOL-TRACO
                    AFTER ADVANCING 2 LINES.
              WRITE REG-BOL FROM LINHA-BOL-TITULO
                    AFTER ADVANCING 1 LINE.
              WRITE REG-BOL FROM LINHA-BOL-ALUNO
                    AFTER ADVANCING 2 LINES.
              WRITE REG-BOL FROM LINHA-BOL-VENC
                    AFTER ADVANCING 1 LINE.
              WRITE REG-BOL FROM LINHA-BOL-CAB-DISC
                    AFTER ADVANCING 2 LINES.
              PERFORM VARYING IDX-LIN FROM 1 BY 1
                      UNTIL IDX-LIN GREATER THAN TOTAL-LIN
                      IF NUMERO-LIN-TAB(IDX-LIN) EQUAL
                            NUMERO-ALU-TAB(IDX-ALU)
                        AND SITUACAO-LIN-TAB(IDX-LIN) EQUAL "F"
                             PERFORM IMPRIME-DISCIPLINA-CARNE
                      END-IF
              END-PERFORM.
              IF DESCONTO-ALU-TAB(IDX-ALU) GREATER THAN ZEROS
                     MOVE BRUTO-ALU-TAB(IDX-ALU)    TO VAR-BRUTO-BOL
                     MOVE PERC-BLS-ALU-TAB(IDX-ALU) TO VAR-PERC-BOL
                     MOVE DESCONTO-ALU-TAB(IDX-ALU)
                       TO VAR-DESCONTO-BOL
                     WRITE REG-BOL FROM LINHA-BOL-BRUTO
                           AFTER ADVANCING 2 LINES
                     WRITE REG-BOL FROM LINHA-BOL-DESCONTO
                           AFTER ADVANCING 1 LINE
              END-IF.
              WRITE REG-BOL FROM LINHA-BOL-TOTAL
                    AFTER ADVANCING 2 LINES.
              WRITE REG-BOL FROM LINHA-BOL-TRACO
                    AFTER ADVANCING 1 LINE.

       IMPRIME-DISCIPLINA-CARNE.
              ADD 1 TO TOTAL-FATURADAS.
              MOVE DISCIPLINA-LIN-TAB(IDX-LIN) TO VAR-DISC-BOL.
              MOVE TERMO-LIN-TAB(IDX-LIN)      TO VAR-TERMO-BOL.
              MOVE HORAS-LIN-TAB(IDX-LIN)      TO VAR-HORAS-BOL.
              MOVE PRECO-HORA-LIN-TAB(IDX-LIN) TO VAR-PRECO-BOL.
              MOVE VALOR-LIN-TAB(IDX-LIN)      TO VAR-VALOR-DISC-BOL.
              WRITE REG-BOL FROM LINHA-BOL-DISC
                    AFTER ADVANCING 1 LINE.

      * Segunda parte do registro: o que ficou fora do faturamento,
      * com o motivo, para a secretaria conferir.
       IMPRIME-EXCLUIDAS.
              WRITE REG-REL FROM CAB-EXCLUIDAS
                    AFTER ADVANCING 3 LINES.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.
              PERFORM VARYING IDX-LIN FROM 1 BY 1
                      UNTIL IDX-LIN GREATER THAN TOTAL-LIN
                      IF SITUACAO-LIN-TAB(IDX-LIN) NOT EQUAL "F"
                             MOVE NUMERO-LIN-TAB(IDX-LIN)
                               TO VAR-NUMERO-EXC
                             MOVE NOME-LIN-TAB(IDX-LIN)
                               TO VAR-NOME-EXC
                             MOVE DISCIPLINA-LIN-TAB(IDX-LIN)
                               TO VAR-DISC-EXC
                             MOVE STATUS-LIN-TAB(IDX-LIN)
                               TO VAR-STATUS-EXC
                             MOVE MOTIVO-LIN-TAB(IDX-LIN)
                               TO VAR-MOTIVO-EXC
                             WRITE REG-REL FROM DETALHE-EXCLUIDA
                                   AFTER ADVANCING 1 LINE
                      END-IF
              END-PERFORM.

       FIM.
              MOVE TOTAL-TITULOS       TO VAR-TITULOS.
              MOVE TOTAL-JA-FATURADOS  TO VAR-JA-FATURADOS.
              MOVE TOTAL-FATURADAS     TO VAR-FATURADAS.
              MOVE TOTAL-NAO-FATURADAS TO VAR-NAO-FATURADAS.
              MOVE TOTAL-REJEITADAS    TO VAR-REJEITADAS.
              MOVE VALOR-FATURADO      TO VAR-VALOR-FATURADO.
              MOVE VALOR-DESCONTOS     TO VAR-VALOR-DESCONTOS.
              WRITE REG-REL FROM ROD-MENS-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-MENS-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-MENS-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-MENS-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-MENS-05 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-MENS-06 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-MENS-07 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE MENSALU
                    BOLMENS
                    RELMENS.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" do EX18.
       GRAVA-RUNLOG.
              MOVE   "ME01EX20"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-TITULOS    TO TOTAL-GRAVADOS-RUNLOG.
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
