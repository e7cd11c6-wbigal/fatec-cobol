       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX120.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      COMISSAO MENSAL DE VENDAS DOS ATENDENTES: PARA
      *              CADA RESERVA DE RESERVAS.DAT QUITADA ("P") NO
      *              MES DE COMPETENCIA (DATA-QUITACAO-RESV) COM
      *              ATENDENTE, AINDA NAO COMISSIONADA, CALCULA A
      *              COMISSAO PELA TABELA COMATEND.DAT (PERCENTUAL
      *              POR ATENDENTE E/OU PACOTE - VALE A LINHA MAIS
      *              ESPECIFICA) E A REGISTRA EM COMISATD.DAT PARA A
      *              MATRICULA DO ATENDENTE NO CADFUNCI.DAT (VINCULO
      *              DO CADATEN.DAT, EX56). RESERVA CANCELADA ("C")
      *              JA COMISSIONADA E AINDA NAO ESTORNADA GERA O
      *              ESTORNO DA COMISSAO NA MESMA COMPETENCIA. OS
      *              TOTAIS POR FUNCIONARIO SAO ACRESCENTADOS A
      *              COMISFUN.DAT, QUE O EX-05 (ME03) PRECIFICA NO
      *              HOLERITE - COMISSAO COMO PROVENTO, ESTORNO COMO
      *              DESCONTO. IMPRIME EM RELCOMAT AS COMISSOES E
      *              ESTORNOS DA EXECUCAO E O RESUMO POR FUNCIONARIO.
      *              COMPETENCIA (AAAAMM) VEM DE PARMCOMA.DAT;
      *              AUSENTE, O MES CORRENTE. COMISATD.DAT E
      *              REGRAVADO POR COMPLETO NO FIM (LINE SEQUENTIAL
      *              NAO PERMITE REWRITE), COMO NO EX59.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-COMA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL COMATEND ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADATEN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-ATD
              FILE STATUS IS CADATEN-STATUS.

              SELECT OPTIONAL CADFUNCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-FUNC
              FILE STATUS IS CADFUNCI-STATUS.

              SELECT OPTIONAL COMISATD ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL COMISFUN ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS COMISFUN-STATUS.

              SELECT RELCOMAT ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-COMA: competencia da apuracao, AAAAMM (zero = mes
      * corrente).
       FD     PARM-COMA
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMCOMA.DAT".
       01     REG-PARM-COMA.
              02 ANO-MES-PARM      PIC 9(06).

      * COMATEND: percentual de comissao de venda, uma linha por
      * regra. ATENDENTE-TXC zero vale para qualquer atendente;
      * PACOTE-TXC em branco, para qualquer pacote (e para a
      * reserva sem pacote do catalogo). Entre as linhas que servem
      * a reserva vale a mais especifica: atendente e pacote,
      * depois so atendente, depois so pacote, por fim a geral
      * (zero e branco). Sem linha que sirva, a reserva fica sem
      * comissao.
       FD     COMATEND
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "COMATEND.DAT".
       01     REG-TXC.
              02 ATENDENTE-TXC     PIC 9(03).
              02 PACOTE-TXC        PIC X(06).
              02 PERCENTUAL-TXC    PIC 9(02)V9(02).

      * RESERVAS: reservas de viagem (EX58/EX59, copybook).
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * CADATEN: mestre de atendentes (EX56), pela matricula.
       FD     CADATEN
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADATEN.DAT".
       01     REG-ATD.
              02 CODIGO-ATD        PIC 9(03).
              02 NOME-ATD          PIC X(30).
              02 FILIAL-ATD        PIC 9(02).
              02 ATIVO-ATD         PIC X(01).
              02 MATRICULA-ATD     PIC 9(05).

      * CADFUNCI: mestre de funcionarios da folha (EX16 ME03), pelo
      * nome no resumo.
       FD     CADFUNCI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADFUNCI.DAT".
       01     REG-FUNCI.
              02 CODIGO-FUNC       PIC 9(05).
              02 NOME-FUNC         PIC X(30).
              02 DEPTO-FUNC        PIC 9(02).
              02 SALARIO-FUNC      PIC 9(05)V9(02).
              02 DATA-ADMISSAO-FUNC PIC 9(08).
              02 STATUS-FUNC       PIC X(01).
              02 DATA-ULT-EVENTO-FUNC PIC 9(08).
              02 CPF-FUNC          PIC 9(11).

      * COMISATD: comissoes de venda ja lancadas (copybook).
       FD     COMISATD
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "COMISATD.DAT".
       COPY COMISATD.

      * COMISFUN: movimento de comissao para a folha (copybook).
       FD     COMISFUN
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "COMISFUN.DAT".
       COPY COMISFUN.

       FD     RELCOMAT
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-TXC                  PIC X(03) VALUE "NAO".
       77 FIM-CAT                  PIC X(03) VALUE "NAO".
       77 CADATEN-STATUS           PIC X(02) VALUE "00".
       77 CADFUNCI-STATUS          PIC X(02) VALUE "00".
       77 COMISFUN-STATUS          PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-COMISSIONADAS      PIC 9(05) VALUE ZEROES.
       77 TOTAL-ESTORNADAS         PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-ATENDENTE      PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-MATRICULA      PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-TAXA           PIC 9(05) VALUE ZEROES.
       77 TOTAL-MOVIMENTOS         PIC 9(05) VALUE ZEROES.
       77 VALOR-COMISSAO-TOTAL     PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-ESTORNO-TOTAL      PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-COMISSAO           PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-LIQUIDO-FUN        PIC S9(12)V9(02) VALUE ZEROES.
       77 ANO-MES                  PIC 9(06) VALUE ZEROES.
       77 ANO-MES-QUITACAO         PIC 9(06) VALUE ZEROES.
       77 ATENDENTE-ACHADO         PIC X(03) VALUE "NAO".
       77 TABELA-CHEIA-QUAL        PIC X(20) VALUE SPACES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Tabela de percentuais (COMATEND.DAT) e a escolha da linha
      * mais especifica: peso 2 para o atendente, 1 para o pacote.
       77 TOTAL-TXC                PIC 9(03) VALUE ZEROES.
       77 IDX-TXC                  PIC 9(03) VALUE ZEROES.
       77 PESO-TXC                 PIC 9(01) VALUE ZEROES.
       77 MELHOR-PESO              PIC 9(01) VALUE ZEROES.
       77 TAXA-ACHADA              PIC X(03) VALUE "NAO".
       77 PERCENTUAL-APURADO       PIC 9(02)V9(02) VALUE ZEROES.
       01     TABELA-TXC.
              02 TXC-REG           OCCURS 200 TIMES.
                 03 ATENDENTE-TXC-TAB  PIC 9(03).
                 03 PACOTE-TXC-TAB     PIC X(06).
                 03 PERCENTUAL-TXC-TAB PIC 9(02)V9(02).

      * Comissoes lancadas em memoria, regravadas por completo no
      * FIM com as novas e os estornos desta execucao.
       77 TOTAL-CAT                PIC 9(05) VALUE ZEROES.
       77 IDX-CAT                  PIC 9(05) VALUE ZEROES.
       77 IDX-CAT-ACHADO           PIC 9(05) VALUE ZEROES.
       01     TABELA-CAT.
              02 CAT-REG           OCCURS 10000 TIMES.
                 03 RESV-CAT-TAB      PIC 9(06).
                 03 ATENDENTE-CAT-TAB PIC 9(03).
                 03 MATRICULA-CAT-TAB PIC 9(05).
                 03 PERIODO-CAT-TAB   PIC 9(06).
                 03 VALOR-RESV-CAT-TAB PIC 9(09)V9(02).
                 03 PERCENT-CAT-TAB   PIC 9(02)V9(02).
                 03 VALOR-CAT-TAB     PIC 9(09)V9(02).
                 03 SITUACAO-CAT-TAB  PIC X(01).
                 03 ESTORNO-CAT-TAB   PIC 9(06).

      * Totais por funcionario (matricula), base do movimento da
      * folha e do resumo.
       77 TOTAL-FUN                PIC 9(03) VALUE ZEROES.
       77 IDX-FUN                  PIC 9(03) VALUE ZEROES.
       77 IDX-FUN-ACHADO           PIC 9(03) VALUE ZEROES.
       77 MATRICULA-BUSCA          PIC 9(05) VALUE ZEROES.
       01     TABELA-FUN.
              02 FUN-REG           OCCURS 500 TIMES.
                 03 MATRICULA-FUN-TAB PIC 9(05).
                 03 COMISSAO-FUN-TAB  PIC 9(09)V9(02).
                 03 ESTORNO-FUN-TAB   PIC 9(09)V9(02).

       01     CAB-01.
              02 FILLER            PIC X(70) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "PAG. ".
              02 VAR-PAG           PIC ZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.

       01     CAB-02.
              02 FILLER            PIC X(15) VALUE SPACES.
              02 FILLER            PIC X(36)
                 VALUE "COMISSAO DE VENDAS DOS ATENDENTES - ".
              02 VAR-ANO-MES-CAB   PIC 9999/99.
              02 FILLER            PIC X(22) VALUE SPACES.

       01     CAB-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "RESERVA".
              02 FILLER            PIC X(05) VALUE "ATD".
              02 FILLER            PIC X(07) VALUE "MATRIC".
              02 FILLER            PIC X(08) VALUE "PACOTE".
              02 FILLER            PIC X(16) VALUE "   VALOR RESERVA".
              02 FILLER            PIC X(07) VALUE "     %".
              02 FILLER            PIC X(16) VALUE "      COMISSAO".
              02 FILLER            PIC X(11) VALUE " OBS.".

       01     CAB-04.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-RESERVA       PIC 9(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ATENDENTE     PIC 9(03).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-MATRICULA     PIC 9(05).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-PACOTE        PIC X(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-VALOR-RESV    PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-PERCENTUAL    PIC Z9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-COMISSAO      PIC -ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-OBS           PIC X(12).

       01     CAB-SECAO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TITULO-SECAO  PIC X(40).
              02 FILLER            PIC X(38) VALUE SPACES.

       01     CAB-FUN-01.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "MATRIC".
              02 FILLER            PIC X(22) VALUE "NOME".
              02 FILLER            PIC X(16) VALUE "      COMISSAO".
              02 FILLER            PIC X(16) VALUE "       ESTORNO".
              02 FILLER            PIC X(17) VALUE "       LIQUIDO".

       01     DETALHE-FUN.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-MATRICULA-FUN PIC 9(05).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME-FUN      PIC X(20).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-COMISSAO-FUN  PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ESTORNO-FUN   PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-LIQUIDO-FUN   PIC -ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.

       01     ROD-COMA-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Vendas comissionadas     :".
              02 VAR-COMISSIONADAS PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-COMA-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Comissoes estornadas     :".
              02 VAR-ESTORNADAS    PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-COMA-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Atendente nao cadastrado :".
              02 VAR-SEM-ATENDENTE PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-COMA-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Atendente sem matricula  :".
              02 VAR-SEM-MATRICULA PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-COMA-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Venda sem percentual     :".
              02 VAR-SEM-TAXA      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-COMA-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor das comissoes      :".
              02 VAR-COMISSAO-TOT  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-COMA-07.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor dos estornos       :".
              02 VAR-ESTORNO-TOT   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX120.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE ANO-MES = ANO-HOJE * 100 + MES-HOJE.
              PERFORM LER-PARM-COMA.
              PERFORM CARREGA-TAXAS.
              PERFORM CARREGA-COMISSOES.
              OPEN   INPUT  RESERVAS
                            CADATEN
                            CADFUNCI
                     OUTPUT RELCOMAT.
              PERFORM LEITURA.

      * Ausente, vale o mes corrente; campo zerado tambem.
       LER-PARM-COMA.
              OPEN INPUT PARM-COMA.
              READ PARM-COMA
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                AND ANO-MES-PARM GREATER THAN ZEROES
                     MOVE ANO-MES-PARM TO ANO-MES.
              CLOSE PARM-COMA.

      * Tabela cheia perderia percentual ou comissao ja lancada (e
      * comissionaria de novo) - parar e sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX120: TABELA DE " TABELA-CHEIA-QUAL
                      " EXCEDIDA - COMISSAO NAO APURADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-TAXAS.
              OPEN INPUT COMATEND.
              PERFORM UNTIL FIM-TXC EQUAL "SIM"
                      READ COMATEND
                             AT END MOVE "SIM" TO FIM-TXC
                             NOT AT END
                                  PERFORM GUARDA-TAXA
                      END-READ
              END-PERFORM.
              CLOSE COMATEND.

       GUARDA-TAXA.
              IF TOTAL-TXC NOT LESS THAN 200
                     MOVE "PERCENTUAIS" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-TXC.
              MOVE ATENDENTE-TXC  TO ATENDENTE-TXC-TAB(TOTAL-TXC).
              MOVE PACOTE-TXC     TO PACOTE-TXC-TAB(TOTAL-TXC).
              MOVE PERCENTUAL-TXC TO PERCENTUAL-TXC-TAB(TOTAL-TXC).

       CARREGA-COMISSOES.
              OPEN INPUT COMISATD.
              PERFORM UNTIL FIM-CAT EQUAL "SIM"
                      READ COMISATD
                             AT END MOVE "SIM" TO FIM-CAT
                             NOT AT END
                                  PERFORM GUARDA-COMISSAO
                      END-READ
              END-PERFORM.
              CLOSE COMISATD.

       GUARDA-COMISSAO.
              IF TOTAL-CAT NOT LESS THAN 10000
                     MOVE "COMISSOES" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-CAT.
              MOVE NUMERO-RESV-CAT   TO RESV-CAT-TAB(TOTAL-CAT).
              MOVE ATENDENTE-CAT     TO ATENDENTE-CAT-TAB(TOTAL-CAT).
              MOVE MATRICULA-CAT     TO MATRICULA-CAT-TAB(TOTAL-CAT).
              MOVE PERIODO-CAT       TO PERIODO-CAT-TAB(TOTAL-CAT).
              MOVE VALOR-RESV-CAT    TO VALOR-RESV-CAT-TAB(TOTAL-CAT).
              MOVE PERCENTUAL-CAT    TO PERCENT-CAT-TAB(TOTAL-CAT).
              MOVE VALOR-CAT         TO VALOR-CAT-TAB(TOTAL-CAT).
              MOVE SITUACAO-CAT      TO SITUACAO-CAT-TAB(TOTAL-CAT).
              MOVE PERIODO-ESTORNO-CAT TO ESTORNO-CAT-TAB(TOTAL-CAT).

       LEITURA.
              READ RESERVAS
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

      * Reserva anterior aos campos de atendente/quitacao vem com
      * eles em branco e fica de fora.
       PRINCIPAL.
              IF SITUACAO-RESV EQUAL "P"
                AND ATENDENTE-RESV IS NUMERIC
                AND ATENDENTE-RESV GREATER THAN ZEROES
                AND DATA-QUITACAO-RESV IS NUMERIC
                     COMPUTE ANO-MES-QUITACAO =
                             DATA-QUITACAO-RESV / 100
                     IF ANO-MES-QUITACAO EQUAL ANO-MES
                            PERFORM LOCALIZA-COMISSAO
                            IF IDX-CAT-ACHADO EQUAL ZEROES
                                   PERFORM APURA-COMISSAO
                            END-IF
                     END-IF
              END-IF.
              IF SITUACAO-RESV EQUAL "C"
                     PERFORM LOCALIZA-COMISSAO
                     IF IDX-CAT-ACHADO GREATER THAN ZEROES
                            IF SITUACAO-CAT-TAB(IDX-CAT-ACHADO)
                               EQUAL "C"
                                   PERFORM ESTORNA-COMISSAO
                            END-IF
                     END-IF
              END-IF.
              PERFORM LEITURA.

       LOCALIZA-COMISSAO.
              MOVE ZEROES TO IDX-CAT-ACHADO.
              PERFORM VARYING IDX-CAT FROM 1 BY 1
                      UNTIL IDX-CAT GREATER THAN TOTAL-CAT
                         OR IDX-CAT-ACHADO GREATER THAN ZEROES
                      IF RESV-CAT-TAB(IDX-CAT) EQUAL NUMERO-RESV
                             MOVE IDX-CAT TO IDX-CAT-ACHADO
                      END-IF
              END-PERFORM.

      * Venda de atendente fora do cadastro, sem matricula ou sem
      * percentual sai no relatorio e nao e lancada: acertado o
      * cadastro, a apuracao seguinte da mesma competencia a
      * comissiona.
       APURA-COMISSAO.
              MOVE "SIM" TO ATENDENTE-ACHADO.
              MOVE ATENDENTE-RESV TO CODIGO-ATD.
              READ CADATEN KEY IS CODIGO-ATD
                     INVALID KEY
                            MOVE "NAO" TO ATENDENTE-ACHADO
              END-READ.
              MOVE ZEROES TO VALOR-COMISSAO PERCENTUAL-APURADO.
              IF ATENDENTE-ACHADO EQUAL "NAO"
                     MOVE ZEROES TO MATRICULA-ATD
                     ADD 1 TO TOTAL-SEM-ATENDENTE
                     MOVE "ATD INVALIDO" TO VAR-OBS
              ELSE IF MATRICULA-ATD EQUAL ZEROES
                     ADD 1 TO TOTAL-SEM-MATRICULA
                     MOVE "SEM MATRIC." TO VAR-OBS
              ELSE
                     PERFORM BUSCA-TAXA
                     IF TAXA-ACHADA EQUAL "NAO"
                            ADD 1 TO TOTAL-SEM-TAXA
                            MOVE "SEM PERCENT." TO VAR-OBS
                     ELSE
                            PERFORM LANCA-COMISSAO
                            MOVE "COMISSAO" TO VAR-OBS
                     END-IF.
              MOVE NUMERO-RESV        TO VAR-RESERVA.
              MOVE ATENDENTE-RESV     TO VAR-ATENDENTE.
              MOVE MATRICULA-ATD      TO VAR-MATRICULA.
              MOVE CODIGO-PACOTE-RESV TO VAR-PACOTE.
              MOVE VALOR-RESV         TO VAR-VALOR-RESV.
              MOVE PERCENTUAL-APURADO TO VAR-PERCENTUAL.
              MOVE VALOR-COMISSAO     TO VAR-COMISSAO.
              PERFORM IMPRIME-DETALHE.

       BUSCA-TAXA.
              MOVE "NAO"  TO TAXA-ACHADA.
              MOVE ZEROES TO MELHOR-PESO.
              PERFORM VARYING IDX-TXC FROM 1 BY 1
                      UNTIL IDX-TXC GREATER THAN TOTAL-TXC
                      IF (ATENDENTE-TXC-TAB(IDX-TXC) EQUAL ZEROES
                          OR ATENDENTE-TXC-TAB(IDX-TXC) EQUAL
                             ATENDENTE-RESV)
                        AND (PACOTE-TXC-TAB(IDX-TXC) EQUAL SPACES
                          OR PACOTE-TXC-TAB(IDX-TXC) EQUAL
                             CODIGO-PACOTE-RESV)
                             PERFORM PESA-TAXA
                      END-IF
              END-PERFORM.

       PESA-TAXA.
              MOVE ZEROES TO PESO-TXC.
              IF ATENDENTE-TXC-TAB(IDX-TXC) GREATER THAN ZEROES
                     ADD 2 TO PESO-TXC.
              IF PACOTE-TXC-TAB(IDX-TXC) NOT EQUAL SPACES
                     ADD 1 TO PESO-TXC.
              IF TAXA-ACHADA EQUAL "NAO"
                OR PESO-TXC GREATER THAN MELHOR-PESO
                     MOVE "SIM"    TO TAXA-ACHADA
                     MOVE PESO-TXC TO MELHOR-PESO
                     MOVE PERCENTUAL-TXC-TAB(IDX-TXC)
                       TO PERCENTUAL-APURADO.

       LANCA-COMISSAO.
              IF TOTAL-CAT NOT LESS THAN 10000
                     MOVE "COMISSOES" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              COMPUTE VALOR-COMISSAO ROUNDED =
                      VALOR-RESV * PERCENTUAL-APURADO / 100.
              ADD 1 TO TOTAL-CAT.
              MOVE NUMERO-RESV        TO RESV-CAT-TAB(TOTAL-CAT).
              MOVE ATENDENTE-RESV     TO ATENDENTE-CAT-TAB(TOTAL-CAT).
              MOVE MATRICULA-ATD      TO MATRICULA-CAT-TAB(TOTAL-CAT).
              MOVE ANO-MES            TO PERIODO-CAT-TAB(TOTAL-CAT).
              MOVE VALOR-RESV         TO VALOR-RESV-CAT-TAB(TOTAL-CAT).
              MOVE PERCENTUAL-APURADO TO PERCENT-CAT-TAB(TOTAL-CAT).
              MOVE VALOR-COMISSAO     TO VALOR-CAT-TAB(TOTAL-CAT).
              MOVE "C"                TO SITUACAO-CAT-TAB(TOTAL-CAT).
              MOVE ZEROES             TO ESTORNO-CAT-TAB(TOTAL-CAT).
              ADD 1 TO TOTAL-COMISSIONADAS.
              ADD VALOR-COMISSAO TO VALOR-COMISSAO-TOTAL.
              MOVE MATRICULA-ATD TO MATRICULA-BUSCA.
              PERFORM LOCALIZA-FUNCIONARIO.
              ADD VALOR-COMISSAO TO COMISSAO-FUN-TAB(IDX-FUN-ACHADO).

      * O estorno volta a folha do funcionario que recebeu a
      * comissao, mesmo que o atendente tenha mudado de matricula.
       ESTORNA-COMISSAO.
              MOVE "E"     TO SITUACAO-CAT-TAB(IDX-CAT-ACHADO).
              MOVE ANO-MES TO ESTORNO-CAT-TAB(IDX-CAT-ACHADO).
              ADD 1 TO TOTAL-ESTORNADAS.
              ADD VALOR-CAT-TAB(IDX-CAT-ACHADO) TO VALOR-ESTORNO-TOTAL.
              MOVE MATRICULA-CAT-TAB(IDX-CAT-ACHADO)
                TO MATRICULA-BUSCA.
              PERFORM LOCALIZA-FUNCIONARIO.
              ADD VALOR-CAT-TAB(IDX-CAT-ACHADO)
                TO ESTORNO-FUN-TAB(IDX-FUN-ACHADO).
              MOVE NUMERO-RESV        TO VAR-RESERVA.
              MOVE ATENDENTE-CAT-TAB(IDX-CAT-ACHADO) TO VAR-ATENDENTE.
              MOVE MATRICULA-CAT-TAB(IDX-CAT-ACHADO) TO VAR-MATRICULA.
              MOVE CODIGO-PACOTE-RESV TO VAR-PACOTE.
              MOVE VALOR-RESV-CAT-TAB(IDX-CAT-ACHADO)
                TO VAR-VALOR-RESV.
              MOVE PERCENT-CAT-TAB(IDX-CAT-ACHADO) TO VAR-PERCENTUAL.
              COMPUTE VAR-COMISSAO =
                      ZEROES - VALOR-CAT-TAB(IDX-CAT-ACHADO).
              MOVE "ESTORNO"          TO VAR-OBS.
              PERFORM IMPRIME-DETALHE.

       LOCALIZA-FUNCIONARIO.
              MOVE ZEROES TO IDX-FUN-ACHADO.
              PERFORM VARYING IDX-FUN FROM 1 BY 1
                      UNTIL IDX-FUN GREATER THAN TOTAL-FUN
                         OR IDX-FUN-ACHADO GREATER THAN ZEROES
                      IF MATRICULA-FUN-TAB(IDX-FUN) EQUAL
                         MATRICULA-BUSCA
                             MOVE IDX-FUN TO IDX-FUN-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-FUN-ACHADO EQUAL ZEROES
                     IF TOTAL-FUN NOT LESS THAN 500
                            MOVE "FUNCIONARIOS" TO TABELA-CHEIA-QUAL
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-FUN
                     MOVE TOTAL-FUN TO IDX-FUN-ACHADO
                     MOVE MATRICULA-BUSCA
                       TO MATRICULA-FUN-TAB(IDX-FUN-ACHADO)
                     MOVE ZEROES TO COMISSAO-FUN-TAB(IDX-FUN-ACHADO)
                     MOVE ZEROES TO ESTORNO-FUN-TAB(IDX-FUN-ACHADO).

       IMPRIME-DETALHE.
              IF CT-LIN GREATER THAN 39
                     PERFORM CABECALHO.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO.
              ADD 1 TO CT-PAG.
              MOVE   CT-PAG        TO VAR-PAG.
              MOVE   ANO-MES       TO VAR-ANO-MES-CAB.
              MOVE   SPACES        TO REG-REL.
              WRITE  REG-REL FROM CAB-01.
              WRITE  REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM CAB-03 AFTER ADVANCING 3 LINES.
              WRITE  REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
              MOVE   ZEROES        TO CT-LIN.

       FIM.
              PERFORM REGRAVA-COMISSOES.
              PERFORM GRAVA-MOVIMENTO.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO.
              PERFORM IMPRIME-RESUMO.
              PERFORM GRAVA-RUNLOG.
              CLOSE  RESERVAS
                     CADATEN
                     CADFUNCI
                     RELCOMAT.

       REGRAVA-COMISSOES.
              OPEN OUTPUT COMISATD.
              PERFORM VARYING IDX-CAT FROM 1 BY 1
                      UNTIL IDX-CAT GREATER THAN TOTAL-CAT
                      MOVE RESV-CAT-TAB(IDX-CAT)  TO NUMERO-RESV-CAT
                      MOVE ATENDENTE-CAT-TAB(IDX-CAT)
                        TO ATENDENTE-CAT
                      MOVE MATRICULA-CAT-TAB(IDX-CAT)
                        TO MATRICULA-CAT
                      MOVE PERIODO-CAT-TAB(IDX-CAT) TO PERIODO-CAT
                      MOVE VALOR-RESV-CAT-TAB(IDX-CAT)
                        TO VALOR-RESV-CAT
                      MOVE PERCENT-CAT-TAB(IDX-CAT) TO PERCENTUAL-CAT
                      MOVE VALOR-CAT-TAB(IDX-CAT)   TO VALOR-CAT
                      MOVE SITUACAO-CAT-TAB(IDX-CAT) TO SITUACAO-CAT
                      MOVE ESTORNO-CAT-TAB(IDX-CAT)
                        TO PERIODO-ESTORNO-CAT
                      WRITE REG-CAT
              END-PERFORM.
              CLOSE COMISATD.

      * Movimento da folha: acrescenta, por funcionario, a comissao
      * e o estorno desta execucao (mesmo probe por FILE STATUS
      * "35" de ABRE-HISTORICO do EX01).
       GRAVA-MOVIMENTO.
              OPEN INPUT COMISFUN.
              IF COMISFUN-STATUS EQUAL "35"
                     CLOSE COMISFUN
                     OPEN OUTPUT COMISFUN
              ELSE
                     CLOSE COMISFUN
                     OPEN EXTEND COMISFUN
              END-IF.
              PERFORM VARYING IDX-FUN FROM 1 BY 1
                      UNTIL IDX-FUN GREATER THAN TOTAL-FUN
                      MOVE MATRICULA-FUN-TAB(IDX-FUN) TO CODIGO-CMF
                      MOVE ANO-MES                    TO PERIODO-CMF
                      IF COMISSAO-FUN-TAB(IDX-FUN) GREATER THAN ZEROES
                             MOVE "C" TO TIPO-CMF
                             MOVE COMISSAO-FUN-TAB(IDX-FUN)
                               TO VALOR-CMF
                             WRITE REG-CMF
                             ADD 1 TO TOTAL-MOVIMENTOS
                      END-IF
                      IF ESTORNO-FUN-TAB(IDX-FUN) GREATER THAN ZEROES
                             MOVE "E" TO TIPO-CMF
                             MOVE ESTORNO-FUN-TAB(IDX-FUN)
                               TO VALOR-CMF
                             WRITE REG-CMF
                             ADD 1 TO TOTAL-MOVIMENTOS
                      END-IF
              END-PERFORM.
              CLOSE COMISFUN.

       IMPRIME-RESUMO.
              MOVE "RESUMO POR FUNCIONARIO" TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-FUN-01 AFTER ADVANCING 2 LINES.
              PERFORM IMPRIME-LINHA-FUN
                      VARYING IDX-FUN FROM 1 BY 1
                      UNTIL IDX-FUN GREATER THAN TOTAL-FUN.
              MOVE TOTAL-COMISSIONADAS  TO VAR-COMISSIONADAS.
              MOVE TOTAL-ESTORNADAS     TO VAR-ESTORNADAS.
              MOVE TOTAL-SEM-ATENDENTE  TO VAR-SEM-ATENDENTE.
              MOVE TOTAL-SEM-MATRICULA  TO VAR-SEM-MATRICULA.
              MOVE TOTAL-SEM-TAXA       TO VAR-SEM-TAXA.
              MOVE VALOR-COMISSAO-TOTAL TO VAR-COMISSAO-TOT.
              MOVE VALOR-ESTORNO-TOTAL  TO VAR-ESTORNO-TOT.
              WRITE REG-REL FROM ROD-COMA-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-COMA-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-COMA-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-COMA-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-COMA-05 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-COMA-06 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-COMA-07 AFTER ADVANCING 1 LINE.

       IMPRIME-LINHA-FUN.
              MOVE MATRICULA-FUN-TAB(IDX-FUN) TO CODIGO-FUNC.
              READ CADFUNCI KEY IS CODIGO-FUNC
                     INVALID KEY
                            MOVE "(NAO CADASTRADO)" TO NOME-FUNC
              END-READ.
              COMPUTE VALOR-LIQUIDO-FUN =
                      COMISSAO-FUN-TAB(IDX-FUN)
                      - ESTORNO-FUN-TAB(IDX-FUN).
              MOVE MATRICULA-FUN-TAB(IDX-FUN) TO VAR-MATRICULA-FUN.
              MOVE NOME-FUNC                  TO VAR-NOME-FUN.
              MOVE COMISSAO-FUN-TAB(IDX-FUN)  TO VAR-COMISSAO-FUN.
              MOVE ESTORNO-FUN-TAB(IDX-FUN)   TO VAR-ESTORNO-FUN.
              MOVE VALOR-LIQUIDO-FUN          TO VAR-LIQUIDO-FUN.
              WRITE REG-REL FROM DETALHE-FUN AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E120"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-MOVIMENTOS TO TOTAL-GRAVADOS-RUNLOG.
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
