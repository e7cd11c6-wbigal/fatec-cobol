       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX83.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      MIGRACAO MENSAL DE CATEGORIA DOS DEPENDENTES:
      *              PERCORRE O MESTRE CADMSOCI.DAT E, PARA CADA
      *              DEPENDENTE (TITULAR-MSOC PREENCHIDO) NAO
      *              DESLIGADO CUJA IDADE PASSOU DA MAXIMA DA SUA
      *              CATEGORIA NO CADASTRO DE CATEGORIAS (CADCATI.DAT),
      *              GRAVA EM TRANSOC.DAT A TRANSACAO "A" QUE O EX20
      *              APLICA - CATEGORIA DE DESTINO E, SE A CATEGORIA
      *              ANTIGA MANDA EMANCIPAR, TITULAR IGUAL AO PROPRIO
      *              NUMERO (O SOCIO PASSA A SER TITULAR DE SI). A
      *              LINHA DO SOCIO EM MENSAL.DAT PASSA PARA A
      *              CATEGORIA NOVA, PELO VALOR JA TABELADO PARA ELA.
      *              O RELATORIO RELMIGR LISTA CADA MIGRACAO COM A
      *              MENSALIDADE ANTIGA E A NOVA, PARA A TESOURARIA
      *              AVISAR A FAMILIA ANTES DA PROXIMA REMESSA.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL CADMSOC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUMERO-SOCIO-MSOC
              FILE STATUS IS CADMSOC-STATUS.

              SELECT OPTIONAL CADCAT ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-CAT
              FILE STATUS IS CADCAT-STATUS.

              SELECT OPTIONAL MENSAL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL TRANSOC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANSOC-STATUS.

              SELECT RELMIGR ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * CADMSOC: mestre de socios indexado.
       FD     CADMSOC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

      * CADCAT: cadastro de categorias (EX82) - idade maxima,
      * categoria de destino e emancipacao.
       FD     CADCAT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADCATI.DAT".
       COPY CATMAST.

      * MENSAL: tabela de mensalidades por socio/categoria; carregada
      * inteira e regravada quando alguma linha migra.
       FD     MENSAL
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "MENSAL.DAT".
       01     REG-MENSAL.
              02 NUMERO-SOCIO-MENS     PIC 9(06).
              02 CATEGORIA-MENS        PIC X(02).
              02 VALOR-MENSALIDADE-MENS PIC 9(09)V9(02).

      * TRANSOC: mesmo arquivo de transacoes aplicado pelo EX20 ao
      * mestre (mesmo layout do EX01).
       FD     TRANSOC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANSOC.DAT".
       01     REG-TRANS.
              02 TIPO-TRANS        PIC X(01).
              02 NUMERO-TRANS      PIC 9(06).
              02 NOME-TRANS        PIC X(30).
              02 DATA-ADESAO-TRANS PIC 9(08).
              02 CATEGORIA-TRANS   PIC X(02).
              02 TITULAR-TRANS     PIC 9(06).
              02 DATA-NASC-TRANS   PIC 9(08).
              02 MOTIVO-TRANS      PIC X(02).
              02 CPF-TRANS         PIC 9(11).

       FD     RELMIGR
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
       77 FIM-CAT                  PIC X(03) VALUE "NAO".
       77 FIM-MENSAL               PIC X(03) VALUE "NAO".
       77 CADMSOC-STATUS           PIC X(02) VALUE "00".
       77 CADCAT-STATUS            PIC X(02) VALUE "00".
       77 TRANSOC-STATUS           PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TRANSOC-ABERTO           PIC X(03) VALUE "NAO".
       77 MENSAL-ALTERADO          PIC X(03) VALUE "NAO".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-DEPENDENTES        PIC 9(05) VALUE ZEROES.
       77 TOTAL-MIGRADOS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-EMANCIPADOS        PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-NASCIMENTO     PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-DESTINO        PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-TABELA         PIC 9(05) VALUE ZEROES.
       77 IDADE-SOCIO              PIC 9(03) VALUE ZEROES.
       77 CATEGORIA-NOVA           PIC X(02) VALUE SPACES.
       77 EMANCIPAR                PIC X(01) VALUE "N".
       77 VALOR-ANTERIOR           PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-NOVO               PIC 9(09)V9(02) VALUE ZEROES.
       77 IDX-MENS-SOCIO           PIC 9(05) VALUE ZEROES.
       77 ACHOU-PRECO              PIC X(03) VALUE "NAO".
       77 ACHOU-DESTINO            PIC X(03) VALUE "NAO".
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

      * Cadastro de categorias em memoria.
       77 TOTAL-CAT                PIC 9(05) VALUE ZEROES.
       77 IDX-CAT                  PIC 9(05) VALUE ZEROES.
       77 IDX-CAT-ACHADO           PIC 9(05) VALUE ZEROES.
       01     TABELA-CAT.
              02 CAT-REG           OCCURS 200 TIMES.
                 03 CODIGO-CAT-TAB    PIC X(02).
                 03 IDADE-MAX-CAT-TAB PIC 9(03).
                 03 DESTINO-CAT-TAB   PIC X(02).
                 03 EMANCIPA-CAT-TAB  PIC X(01).

      * Tabela de mensalidades em memoria (mesmo esquema do EX17),
      * com a categoria para achar o valor tabelado da nova.
       77 TOTAL-MENSAL             PIC 9(05) VALUE ZEROES.
       77 IDX-MENSAL               PIC 9(05) VALUE ZEROES.
       01     TABELA-MENSAL.
              02 MENSAL-REG        OCCURS 2000 TIMES.
                 03 NUMERO-SOCIO-MENS-TAB PIC 9(06).
                 03 CATEGORIA-MENS-TAB    PIC X(02).
                 03 VALOR-MENSAL-TAB      PIC 9(09)V9(02).

       01     CAB-MIGR-01.
              02 FILLER     PIC X(14) VALUE SPACES.
              02 FILLER PIC X(52) VALUE
                 "MIGRACAO DE CATEGORIA DE DEPENDENTES POR IDADE".
              02 FILLER     PIC X(14) VALUE SPACES.

       01     CAB-MIGR-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "SOCIO".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(20) VALUE "NOME".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(03) VALUE "ID.".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "CAT. ".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(10) VALUE "  ANTERIOR".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(10) VALUE "      NOVA".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(11) VALUE "OBSERVACAO".

       01     DETALHE-MIGR.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NUMERO-DET        PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NOME-DET          PIC X(20).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 IDADE-DET         PIC ZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 CAT-ANT-DET       PIC X(02).
              02 FILLER            PIC X(01) VALUE ">".
              02 CAT-NOVA-DET      PIC X(02).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VALOR-ANT-DET     PIC ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VALOR-NOVO-DET    PIC ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 OBS-DET           PIC X(11).

       01     ROD-MIGR.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-DESC-ROD      PIC X(30).
              02 VAR-QTD-ROD       PIC ZZZZ9.
              02 FILLER            PIC X(40) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX83.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM CARREGA-CATEGORIAS.
              PERFORM CARREGA-MENSALIDADES.
              OPEN   INPUT  CADMSOC
                     OUTPUT RELMIGR.
              WRITE REG-REL FROM CAB-MIGR-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-MIGR-02 AFTER ADVANCING 2 LINES.
              PERFORM LEITURA.

       CARREGA-CATEGORIAS.
              OPEN INPUT CADCAT.
              PERFORM UNTIL FIM-CAT EQUAL "SIM"
                      READ CADCAT
                             AT END MOVE "SIM" TO FIM-CAT
                             NOT AT END
                                  IF TOTAL-CAT NOT LESS THAN 200
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-CAT
                                  MOVE CODIGO-CAT TO
                                     CODIGO-CAT-TAB(TOTAL-CAT)
                                  MOVE IDADE-MAX-CAT TO
                                     IDADE-MAX-CAT-TAB(TOTAL-CAT)
                                  MOVE DESTINO-CAT TO
                                     DESTINO-CAT-TAB(TOTAL-CAT)
                                  MOVE EMANCIPA-CAT TO
                                     EMANCIPA-CAT-TAB(TOTAL-CAT)
                      END-READ
              END-PERFORM.
              CLOSE CADCAT.

       CARREGA-MENSALIDADES.
              OPEN INPUT MENSAL.
              PERFORM UNTIL FIM-MENSAL EQUAL "SIM"
                      READ MENSAL
                             AT END MOVE "SIM" TO FIM-MENSAL
                             NOT AT END
                                  IF TOTAL-MENSAL NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-MENSAL
                                  MOVE NUMERO-SOCIO-MENS TO
                                     NUMERO-SOCIO-MENS-TAB
                                        (TOTAL-MENSAL)
                                  MOVE CATEGORIA-MENS TO
                                     CATEGORIA-MENS-TAB(TOTAL-MENSAL)
                                  MOVE VALOR-MENSALIDADE-MENS TO
                                     VALOR-MENSAL-TAB(TOTAL-MENSAL)
                      END-READ
              END-PERFORM.
              CLOSE MENSAL.

      * Tabela cheia regravaria MENSAL.DAT sem o excedente - parar e
      * sinalizar antes de qualquer gravacao.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX83: TABELA EXCEDIDA (CADCATI/MENSAL) -"
                      " EXECUCAO ABORTADA, NADA MIGRADO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       LEITURA.
              READ CADMSOC
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              IF TITULAR-MSOC GREATER THAN ZEROES
                AND STATUS-SOCIO-MSOC NOT EQUAL "D"
                     PERFORM AVALIA-DEPENDENTE.
              PERFORM LEITURA.

      * Sem data de nascimento nao ha idade - so contado no rodape.
      * Categoria sem idade maxima (ou fora do cadastro) nao migra.
       AVALIA-DEPENDENTE.
              ADD 1 TO TOTAL-DEPENDENTES.
              IF DATA-NASCIMENTO-MSOC EQUAL ZEROES
                     ADD 1 TO TOTAL-SEM-NASCIMENTO
              ELSE
                     PERFORM LOCALIZA-CATEGORIA
                     IF IDX-CAT-ACHADO GREATER THAN ZEROES
                            PERFORM CALCULA-IDADE
                            IF IDADE-MAX-CAT-TAB(IDX-CAT-ACHADO)
                                  GREATER THAN ZEROES
                              AND IDADE-SOCIO GREATER THAN
                                  IDADE-MAX-CAT-TAB(IDX-CAT-ACHADO)
                                   PERFORM MIGRA-DEPENDENTE
                            END-IF
                     END-IF
              END-IF.

       LOCALIZA-CATEGORIA.
              MOVE ZEROES TO IDX-CAT-ACHADO.
              PERFORM VARYING IDX-CAT FROM 1 BY 1
                      UNTIL IDX-CAT GREATER THAN TOTAL-CAT
                      IF CODIGO-CAT-TAB(IDX-CAT) EQUAL CATEGORIA-MSOC
                             MOVE IDX-CAT TO IDX-CAT-ACHADO
                      END-IF
              END-PERFORM.

      * Idade em anos completos na data do processamento (mesma
      * conta de CALCULA-IDADE do EX20).
       CALCULA-IDADE.
              IF ANO-NASC-MSOC GREATER THAN ANO-HOJE
                     MOVE ZEROES TO IDADE-SOCIO
              ELSE
                     COMPUTE IDADE-SOCIO = ANO-HOJE - ANO-NASC-MSOC
                     IF MES-HOJE LESS THAN MES-NASC-MSOC
                       OR (MES-HOJE EQUAL MES-NASC-MSOC
                       AND DIA-HOJE LESS THAN DIA-NASC-MSOC)
                            IF IDADE-SOCIO GREATER THAN ZEROES
                                   SUBTRACT 1 FROM IDADE-SOCIO
                            END-IF
                     END-IF
              END-IF.

      * Categoria sem destino cadastrado nao migra: sai no relatorio
      * para a secretaria acertar o cadastro de categorias.
       MIGRA-DEPENDENTE.
              MOVE DESTINO-CAT-TAB(IDX-CAT-ACHADO)  TO CATEGORIA-NOVA.
              MOVE EMANCIPA-CAT-TAB(IDX-CAT-ACHADO) TO EMANCIPAR.
              PERFORM CONSULTA-VALOR-ANTERIOR.
              PERFORM CONFERE-DESTINO.
              IF CATEGORIA-NOVA EQUAL SPACES
                OR ACHOU-DESTINO EQUAL "NAO"
                     ADD 1 TO TOTAL-SEM-DESTINO
                     MOVE VALOR-ANTERIOR TO VALOR-NOVO
                     MOVE "SEM DESTINO" TO OBS-DET
              ELSE
                     ADD 1 TO TOTAL-MIGRADOS
                     PERFORM GRAVA-TRANSACAO
                     PERFORM ATUALIZA-MENSALIDADE
              END-IF.
              PERFORM IMPRIME-MIGRACAO.

      * Destino fora do cadastro seria recusado pelo EX20
      * ("CATEGORIA INEXISTENTE"): tratado como sem destino.
       CONFERE-DESTINO.
              MOVE "NAO" TO ACHOU-DESTINO.
              PERFORM VARYING IDX-CAT FROM 1 BY 1
                      UNTIL IDX-CAT GREATER THAN TOTAL-CAT
                      IF CODIGO-CAT-TAB(IDX-CAT) EQUAL CATEGORIA-NOVA
                             MOVE "SIM" TO ACHOU-DESTINO
                      END-IF
              END-PERFORM.

       CONSULTA-VALOR-ANTERIOR.
              MOVE ZEROES TO VALOR-ANTERIOR.
              MOVE ZEROES TO IDX-MENS-SOCIO.
              PERFORM VARYING IDX-MENSAL FROM 1 BY 1
                      UNTIL IDX-MENSAL GREATER THAN TOTAL-MENSAL
                      IF NUMERO-SOCIO-MENS-TAB(IDX-MENSAL) EQUAL
                            NUMERO-SOCIO-MSOC
                             MOVE IDX-MENSAL TO IDX-MENS-SOCIO
                             MOVE VALOR-MENSAL-TAB(IDX-MENSAL)
                               TO VALOR-ANTERIOR
                      END-IF
              END-PERFORM.

      * Transacao "A" no mesmo arquivo que o EX20 aplica; a abertura
      * usa o probe por FILE STATUS "35" (ABRE-TRANSOC do EX01), pois
      * o arquivo pode ja ter transacoes aguardando o EX20.
       GRAVA-TRANSACAO.
              IF TRANSOC-ABERTO EQUAL "NAO"
                     PERFORM ABRE-TRANSOC
                     MOVE "SIM" TO TRANSOC-ABERTO.
              MOVE "A"               TO TIPO-TRANS.
              MOVE NUMERO-SOCIO-MSOC TO NUMERO-TRANS.
              MOVE SPACES            TO NOME-TRANS.
              MOVE ZEROES            TO DATA-ADESAO-TRANS.
              MOVE CATEGORIA-NOVA    TO CATEGORIA-TRANS.
              MOVE ZEROES            TO DATA-NASC-TRANS.
              MOVE SPACES            TO MOTIVO-TRANS.
              MOVE ZEROES            TO CPF-TRANS.
              IF EMANCIPAR EQUAL "S"
                     ADD 1 TO TOTAL-EMANCIPADOS
                     MOVE NUMERO-SOCIO-MSOC TO TITULAR-TRANS
                     MOVE "EMANCIPADO"      TO OBS-DET
              ELSE
                     MOVE ZEROES            TO TITULAR-TRANS
                     MOVE SPACES            TO OBS-DET.
              WRITE REG-TRANS.

       ABRE-TRANSOC.
              OPEN INPUT TRANSOC.
              IF TRANSOC-STATUS EQUAL "35"
                     CLOSE TRANSOC
                     OPEN OUTPUT TRANSOC
              ELSE
                     CLOSE TRANSOC
                     OPEN EXTEND TRANSOC
              END-IF.

      * Valor da nova categoria: o primeiro ja tabelado para ela em
      * MENSAL.DAT. Sem valor tabelado a linha do socio fica como
      * esta e o relatorio pede o acerto manual.
       ATUALIZA-MENSALIDADE.
              MOVE "NAO"  TO ACHOU-PRECO.
              MOVE ZEROES TO VALOR-NOVO.
              PERFORM VARYING IDX-MENSAL FROM 1 BY 1
                      UNTIL IDX-MENSAL GREATER THAN TOTAL-MENSAL
                         OR ACHOU-PRECO EQUAL "SIM"
                      IF CATEGORIA-MENS-TAB(IDX-MENSAL) EQUAL
                            CATEGORIA-NOVA
                             MOVE "SIM" TO ACHOU-PRECO
                             MOVE VALOR-MENSAL-TAB(IDX-MENSAL)
                               TO VALOR-NOVO
                      END-IF
              END-PERFORM.
              IF ACHOU-PRECO EQUAL "NAO"
                     ADD 1 TO TOTAL-SEM-TABELA
                     MOVE VALOR-ANTERIOR TO VALOR-NOVO
                     MOVE "SEM TABELA" TO OBS-DET
              ELSE IF IDX-MENS-SOCIO GREATER THAN ZEROES
                     MOVE CATEGORIA-NOVA TO
                          CATEGORIA-MENS-TAB(IDX-MENS-SOCIO)
                     MOVE VALOR-NOVO TO
                          VALOR-MENSAL-TAB(IDX-MENS-SOCIO)
                     MOVE "SIM" TO MENSAL-ALTERADO.

       IMPRIME-MIGRACAO.
              MOVE NUMERO-SOCIO-MSOC TO NUMERO-DET.
              MOVE NOME-SOCIO-MSOC   TO NOME-DET.
              MOVE IDADE-SOCIO       TO IDADE-DET.
              MOVE CATEGORIA-MSOC    TO CAT-ANT-DET.
              MOVE CATEGORIA-NOVA    TO CAT-NOVA-DET.
              MOVE VALOR-ANTERIOR    TO VALOR-ANT-DET.
              MOVE VALOR-NOVO        TO VALOR-NOVO-DET.
              WRITE REG-REL FROM DETALHE-MIGR AFTER ADVANCING 1 LINE.

       FIM.
              IF MENSAL-ALTERADO EQUAL "SIM"
                     PERFORM REGRAVA-MENSALIDADES.
              IF TRANSOC-ABERTO EQUAL "SIM"
                     CLOSE TRANSOC.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADMSOC
                    RELMIGR.

       REGRAVA-MENSALIDADES.
              OPEN OUTPUT MENSAL.
              PERFORM VARYING IDX-MENSAL FROM 1 BY 1
                      UNTIL IDX-MENSAL GREATER THAN TOTAL-MENSAL
                      MOVE NUMERO-SOCIO-MENS-TAB(IDX-MENSAL)
                        TO NUMERO-SOCIO-MENS
                      MOVE CATEGORIA-MENS-TAB(IDX-MENSAL)
                        TO CATEGORIA-MENS
                      MOVE VALOR-MENSAL-TAB(IDX-MENSAL)
                        TO VALOR-MENSALIDADE-MENS
                      WRITE REG-MENSAL
              END-PERFORM.
              CLOSE MENSAL.

       IMPRIME-RODAPE.
              MOVE "Dependentes analisados.......:" TO VAR-DESC-ROD.
              MOVE TOTAL-DEPENDENTES TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-MIGR AFTER ADVANCING 3 LINES.
              MOVE "Migrados de categoria........:" TO VAR-DESC-ROD.
              MOVE TOTAL-MIGRADOS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-MIGR AFTER ADVANCING 1 LINE.
              MOVE "  dos quais emancipados......:" TO VAR-DESC-ROD.
              MOVE TOTAL-EMANCIPADOS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-MIGR AFTER ADVANCING 1 LINE.
              MOVE "  sem valor tabelado.........:" TO VAR-DESC-ROD.
              MOVE TOTAL-SEM-TABELA TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-MIGR AFTER ADVANCING 1 LINE.
              MOVE "Acima da idade, sem destino..:" TO VAR-DESC-ROD.
              MOVE TOTAL-SEM-DESTINO TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-MIGR AFTER ADVANCING 1 LINE.
              MOVE "Sem data de nascimento.......:" TO VAR-DESC-ROD.
              MOVE TOTAL-SEM-NASCIMENTO TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-MIGR AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX83"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-MIGRADOS   TO TOTAL-GRAVADOS-RUNLOG.
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
