       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX80.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      REAJUSTE ANUAL DAS MENSALIDADES (MENSAL.DAT) PELAS
      *              REGRAS DO PARAMETRO PARMREAJ.DAT - UMA POR LINHA,
      *              POR CATEGORIA ("**" = AS SEM REGRA PROPRIA), DE
      *              PERCENTUAL ("P") OU VALOR FIXO ("F"), COM O MES DE
      *              VIGENCIA (AAAAMM). ANTES DA VIGENCIA A TABELA
      *              ANTIGA FICA INTACTA E SO SAEM O RELATORIO E AS
      *              CARTAS DE AVISO; A PARTIR DO MES DE VIGENCIA O
      *              MENSAL.DAT E REGRAVADO COM OS VALORES NOVOS (A
      *              TABELA ANTERIOR FICA EM MENSALAN.DAT). IMPRIME EM
      *              RELREAJ O ANTIGO/NOVO POR CATEGORIA COM O IMPACTO
      *              NA RECEITA, E EM CARTREAJ UMA CARTA POR SOCIO ATIVO
      *              DO CADMSOCI.DAT, RESPEITANDO CONSENT.DAT E
      *              ENDQUAR.DAT COMO AS CARTAS DO EX14. O CONTROLE
      *              REAJCTL.DAT GUARDA A ULTIMA VIGENCIA AVISADA E A
      *              ULTIMA APLICADA, PARA QUE NENHUMA REGRA SEJA
      *              AVISADA OU APLICADA DUAS VEZES.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-REAJ ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARM-REAJ-STATUS.

              SELECT OPTIONAL REAJCTL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REAJCTL-STATUS.

              SELECT OPTIONAL MENSAL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT MENSALAN ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADMSOC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NUMERO-SOCIO-MSOC
              FILE STATUS IS CADMSOC-STATUS.

              SELECT OPTIONAL CONSENT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL ENDQUAR ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELREAJ ASSIGN TO DISK.

              SELECT CARTREAJ ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARMREAJ.DAT: uma regra por linha - categoria ("**" pega as
      * categorias sem regra propria), tipo "P" (percentual) ou "F"
      * (valor fixo somado), o valor e o mes de vigencia AAAAMM. A
      * regra da propria categoria prevalece sobre a "**", em
      * qualquer ordem no arquivo; entre regras da mesma categoria
      * vale a primeira (mesma convencao do PARMAJU.DAT do EX06
      * ME03). Ausente, nenhum reajuste e processado (RC 4).
       FD     PARM-REAJ
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMREAJ.DAT".
       01     REG-PARM-REAJ.
              02 CATEGORIA-REAJ    PIC X(02).
              02 TIPO-REAJ         PIC X(01).
              02 VALOR-REAJ        PIC 9(05)V9(02).
              02 VIGENCIA-REAJ     PIC 9(06).

      * REAJCTL: ultima vigencia ja avisada aos socios e ultima ja
      * aplicada ao MENSAL.DAT. Ausente, tudo esta por avisar e por
      * aplicar.
       FD     REAJCTL
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "REAJCTL.DAT".
       01     REG-REAJCTL.
              02 VIGENCIA-AVISO-CTL PIC 9(06).
              02 VIGENCIA-APLIC-CTL PIC 9(06).

      * MENSAL: tabela de mensalidades por socio/categoria (mesmo
      * arquivo consultado pelo EX01 e pelo EX17).
       FD     MENSAL
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "MENSAL.DAT".
       01     REG-MENSAL.
              02 NUMERO-SOCIO-MENS     PIC 9(06).
              02 CATEGORIA-MENS        PIC X(02).
              02 VALOR-MENSALIDADE-MENS PIC 9(09)V9(02).

      * MENSALAN: copia da tabela anterior ao reajuste aplicado,
      * mesmo layout do MENSAL.DAT.
       FD     MENSALAN
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "MENSALAN.DAT".
       01     REG-MENSALAN.
              02 NUMERO-SOCIO-MANT     PIC 9(06).
              02 CATEGORIA-MANT        PIC X(02).
              02 VALOR-MENSALIDADE-MANT PIC 9(09)V9(02).

      * CADMSOC: mestre de socios indexado - nome e status do
      * destinatario da carta.
       FD     CADMSOC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

      * CONSENT: registro de consentimento por canal (EX62), chaveado
      * pelo numero do socio como nas cartas do EX14; canal postal
      * ("P") revogado suprime a carta.
       FD     CONSENT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CONSENT.DAT".
       01     REG-CONS.
              02 CHAVE-CONS        PIC 9(11).
              02 CANAL-CONS        PIC X(01).
              02 SITUACAO-CONS     PIC X(01).
              02 DATA-CONS         PIC 9(08).

      * ENDQUAR: quarentena de enderecos devolvidos (EX64), chaveada
      * pelo numero do socio como nas cartas do EX14.
       FD     ENDQUAR
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "ENDQUAR.DAT".
       01     REG-ENDQ.
              02 CPF-ENDQ          PIC 9(11).
              02 MOTIVO-ENDQ       PIC X(02).
              02 DATA-ENDQ         PIC 9(08).

       FD     RELREAJ
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * CARTREAJ: arquivo de impressao, uma carta por pagina.
       FD     CARTREAJ
              LABEL RECORD IS OMITTED.
       01     REG-CARTA            PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 FIM-MENSAL               PIC X(03) VALUE "NAO".
       77 PARM-REAJ-STATUS         PIC X(02) VALUE "00".
       77 REAJCTL-STATUS           PIC X(02) VALUE "00".
       77 CADMSOC-STATUS           PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-REAJUSTADOS        PIC 9(05) VALUE ZEROES.
       77 TOTAL-PENDENTES          PIC 9(05) VALUE ZEROES.
       77 TOTAL-CARTAS             PIC 9(05) VALUE ZEROES.
       77 TOTAL-NAO-ATIVOS         PIC 9(05) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       77 PERIODO-HOJE             PIC 9(06) VALUE ZEROES.

      * Controle de vigencias (REAJCTL.DAT) lido no inicio e
      * regravado no fim com as vigencias desta execucao.
       77 VIG-AVISO-ANT            PIC 9(06) VALUE ZEROES.
       77 VIG-APLIC-ANT            PIC 9(06) VALUE ZEROES.
       77 VIG-AVISO-NOVA           PIC 9(06) VALUE ZEROES.
       77 VIG-APLIC-NOVA           PIC 9(06) VALUE ZEROES.
       77 HOUVE-APLICACAO          PIC X(03) VALUE "NAO".

      * Regras de reajuste carregadas do parametro.
       77 TOTAL-REGRAS             PIC 9(02) VALUE ZEROES.
       77 IDX-REGRA                PIC 9(02) VALUE ZEROES.
       77 REGRA-APLICADA           PIC 9(02) VALUE ZEROES.
       01     TABELA-REGRAS.
              02 REGRA-REG         OCCURS 20 TIMES.
                 03 CATEGORIA-REGRA-TAB PIC X(02).
                 03 TIPO-REGRA-TAB      PIC X(01).
                 03 VALOR-REGRA-TAB     PIC 9(05)V9(02).
                 03 VIGENCIA-REGRA-TAB  PIC 9(06).

      * MENSAL.DAT em memoria: valor vigente, valor apos o reajuste
      * e a situacao da linha ("A" aplicado, "P" pendente de
      * vigencia, branco sem regra).
       77 TOTAL-MENS               PIC 9(05) VALUE ZEROES.
       77 IDX-MENS                 PIC 9(05) VALUE ZEROES.
       01     TABELA-MENS.
              02 MENS-REG          OCCURS 2000 TIMES.
                 03 NUMERO-MENS-TAB    PIC 9(06).
                 03 CATEGORIA-MENS-TAB PIC X(02).
                 03 VALOR-MENS-TAB     PIC 9(09)V9(02).
                 03 VALOR-NOVO-TAB     PIC 9(09)V9(02).
                 03 SITUACAO-MENS-TAB  PIC X(01).

      * Impacto por categoria para o relatorio.
       77 TOTAL-CATEG              PIC 9(02) VALUE ZEROES.
       77 IDX-CATEG                PIC 9(02) VALUE ZEROES.
       77 ACHOU-CATEG              PIC X(03) VALUE "NAO".
       77 VALOR-NOVO               PIC 9(09)V9(02) VALUE ZEROES.
       77 IMPACTO-MENSAL           PIC S9(09)V9(02) VALUE ZEROES.
       77 IMPACTO-ANUAL            PIC S9(10)V9(02) VALUE ZEROES.
       77 TOTAL-ANTERIOR-GER       PIC 9(10)V9(02) VALUE ZEROES.
       77 TOTAL-NOVO-GER           PIC 9(10)V9(02) VALUE ZEROES.
       01     TABELA-CATEG.
              02 CATEG-REG         OCCURS 50 TIMES.
                 03 CATEGORIA-CAT-TAB  PIC X(02).
                 03 QTD-CAT-TAB        PIC 9(05).
                 03 ANTERIOR-CAT-TAB   PIC 9(10)V9(02).
                 03 NOVO-CAT-TAB       PIC 9(10)V9(02).
                 03 REGRA-CAT-TAB      PIC 9(02).

      * Revogacoes vigentes do canal postal (CONSENT.DAT, EX62).
       77 FIM-CONS                 PIC X(03) VALUE "NAO".
       77 TOTAL-REVOG              PIC 9(05) VALUE ZEROES.
       77 IDX-REVOG                PIC 9(05) VALUE ZEROES.
       77 POSTAL-REVOGADO          PIC X(03) VALUE "NAO".
       77 TOTAL-EXCL-CONSENT       PIC 9(05) VALUE ZEROES.
       01     TABELA-REVOG.
              02 CHAVE-REVOG-TAB   PIC 9(11) OCCURS 2000 TIMES.

      * Enderecos em quarentena (ENDQUAR.DAT, EX64).
       77 FIM-ENDQ                 PIC X(03) VALUE "NAO".
       77 TOTAL-ENDQ               PIC 9(05) VALUE ZEROES.
       77 IDX-ENDQ                 PIC 9(05) VALUE ZEROES.
       77 ENDERECO-QUARENTENADO    PIC X(03) VALUE "NAO".
       77 TOTAL-EXCL-QUARENTENA    PIC 9(05) VALUE ZEROES.
       01     TABELA-ENDQ.
              02 CPF-ENDQ-TAB      PIC 9(11) OCCURS 2000 TIMES.

       01     CAB-REAJ-01.
              02 FILLER            PIC X(14) VALUE SPACES.
              02 FILLER            PIC X(52) VALUE
                 "REAJUSTE ANUAL DAS MENSALIDADES - IMPACTO NA RECEITA".
              02 FILLER            PIC X(14) VALUE SPACES.

       01     CAB-REAJ-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(20)
                 VALUE "MES DE REFERENCIA: ".
              02 VAR-MES-REF       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-REF       PIC 9999.
              02 FILLER            PIC X(51) VALUE SPACES.

       01     CAB-REAJ-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "CATEG".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE "SOCIOS".
              02 FILLER            PIC X(03) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "ANTERIOR".
              02 FILLER            PIC X(09) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "NOVO".
              02 FILLER            PIC X(09) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "IMPACTO".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "REGRA".
              02 FILLER            PIC X(18) VALUE SPACES.

       01     DETALHE-REAJ.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-CATEG         PIC X(02).
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-QTD           PIC ZZZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-ANTERIOR      PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-NOVO          PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-IMPACTO       PIC ZZ.ZZZ.ZZ9,99-.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-REGRA         PIC X(12).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-SITUACAO      PIC X(08).

       01     LINHA-TOTAL-REAJ.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-DESC-TOT      PIC X(30).
              02 VAR-VALOR-TOT     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     LINHA-QTD-REAJ.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-DESC-QTD      PIC X(30).
              02 VAR-QTD-TOT       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01 LINHA-TIMBRE.
              02 FILLER            PIC X(26) VALUE SPACES.
              02 FILLER            PIC X(28)
                 VALUE "ASSOCIACAO DOS SOCIOS - SEDE".
              02 FILLER            PIC X(26) VALUE SPACES.

       01 LINHA-DATA.
              02 FILLER            PIC X(50) VALUE SPACES.
              02 FILLER            PIC X(12)
                 VALUE "SAO PAULO,  ".
              02 VAR-DIA-CARTA     PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-CARTA     PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-CARTA     PIC 9999.
              02 FILLER            PIC X(08) VALUE SPACES.

       01 LINHA-DESTINATARIO.
              02 FILLER            PIC X(05) VALUE "A(O) ".
              02 VAR-NOME-CARTA    PIC X(30).
              02 FILLER            PIC X(10)
                 VALUE " - SOCIO  ".
              02 VAR-NUMERO-CARTA  PIC 999.999.
              02 FILLER            PIC X(28) VALUE SPACES.

       01 LINHA-TEXTO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TEXTO         PIC X(76).
              02 FILLER            PIC X(02) VALUE SPACES.

       01 LINHA-VALOR-ANT.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(26)
                 VALUE "MENSALIDADE ATUAL......: ".
              02 VAR-ANT-CARTA     PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(38) VALUE SPACES.

       01 LINHA-VALOR-NOVO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(26)
                 VALUE "NOVA MENSALIDADE.......: ".
              02 VAR-NOVO-CARTA    PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(38) VALUE SPACES.

       01 LINHA-VIGENCIA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(26)
                 VALUE "VIGENCIA A PARTIR DE...: ".
              02 VAR-MES-VIG       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-VIG       PIC 9999.
              02 FILLER            PIC X(45) VALUE SPACES.

       01 LINHA-ASSINATURA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(22)
                 VALUE "TESOURARIA - DIRETORIA".
              02 FILLER            PIC X(56) VALUE SPACES.

       01 VIGENCIA-CARTA.
              02 ANO-VIG-CARTA     PIC 9(04).
              02 MES-VIG-CARTA     PIC 9(02).

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX80.
              PERFORM INICIO.
              PERFORM PROCESSA-MENSALIDADE
                      VARYING IDX-MENS FROM 1 BY 1
                      UNTIL IDX-MENS GREATER THAN TOTAL-MENS.
              PERFORM IMPRIME-IMPACTOS.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE PERIODO-HOJE = ANO-HOJE * 100 + MES-HOJE.
              PERFORM CARREGA-REGRAS.
              PERFORM LE-CONTROLE.
              PERFORM CARREGA-CONSENTIMENTO.
              PERFORM CARREGA-QUARENTENA.
              PERFORM CARREGA-MENSAL.
              OPEN   INPUT  CADMSOC
                     OUTPUT RELREAJ
                            CARTREAJ.
              MOVE   MES-HOJE TO VAR-MES-REF.
              MOVE   ANO-HOJE TO VAR-ANO-REF.
              WRITE  REG-REL FROM CAB-REAJ-01 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM CAB-REAJ-02 AFTER ADVANCING 2 LINES.
              WRITE  REG-REL FROM CAB-REAJ-03 AFTER ADVANCING 2 LINES.

      * Sem PARMREAJ.DAT (FILE STATUS "35", ou "05" do arquivo
      * opcional ausente) nao ha regra a aplicar: para antes de
      * tocar no MENSAL.DAT e nos relatorios.
       CARREGA-REGRAS.
              OPEN INPUT PARM-REAJ.
              IF PARM-REAJ-STATUS EQUAL "35" OR "05"
                     CLOSE PARM-REAJ
                     DISPLAY "*** EX80: PARMREAJ.DAT AUSENTE -"
                             " NENHUM REAJUSTE PROCESSADO"
                     MOVE 4 TO RETURN-CODE
                     STOP RUN.
              PERFORM UNTIL FIM-PARM EQUAL "SIM"
                      READ PARM-REAJ
                             AT END MOVE "SIM" TO FIM-PARM
                             NOT AT END
                                  IF TOTAL-REGRAS LESS THAN 20
                                       ADD 1 TO TOTAL-REGRAS
                                       MOVE CATEGORIA-REAJ TO
                                          CATEGORIA-REGRA-TAB
                                             (TOTAL-REGRAS)
                                       MOVE TIPO-REAJ TO
                                          TIPO-REGRA-TAB(TOTAL-REGRAS)
                                       MOVE VALOR-REAJ TO
                                          VALOR-REGRA-TAB
                                             (TOTAL-REGRAS)
                                       MOVE VIGENCIA-REAJ TO
                                          VIGENCIA-REGRA-TAB
                                             (TOTAL-REGRAS)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PARM-REAJ.

      * Ausente (FILE STATUS "35") ou vazio, nenhuma vigencia foi
      * avisada nem aplicada ainda.
       LE-CONTROLE.
              OPEN INPUT REAJCTL.
              IF REAJCTL-STATUS NOT EQUAL "35"
                     READ REAJCTL
                            NOT AT END
                                 MOVE VIGENCIA-AVISO-CTL
                                   TO VIG-AVISO-ANT
                                 MOVE VIGENCIA-APLIC-CTL
                                   TO VIG-APLIC-ANT
                     END-READ
              END-IF.
              CLOSE REAJCTL.
              MOVE VIG-AVISO-ANT TO VIG-AVISO-NOVA.
              MOVE VIG-APLIC-ANT TO VIG-APLIC-NOVA.

      * Guarda so as revogacoes vigentes do canal postal. Registro
      * alem da tabela so degrada a supressao (a carta sai).
       CARREGA-CONSENTIMENTO.
              OPEN INPUT CONSENT.
              PERFORM UNTIL FIM-CONS EQUAL "SIM"
                      READ CONSENT
                             AT END MOVE "SIM" TO FIM-CONS
                             NOT AT END
                                  IF CANAL-CONS EQUAL "P"
                                    AND SITUACAO-CONS EQUAL "R"
                                    AND TOTAL-REVOG LESS THAN 2000
                                       ADD 1 TO TOTAL-REVOG
                                       MOVE CHAVE-CONS TO
                                          CHAVE-REVOG-TAB(TOTAL-REVOG)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CONSENT.

      * Le a quarentena de enderecos (EX64). Registro alem da tabela
      * so degrada a supressao (a carta sai).
       CARREGA-QUARENTENA.
              OPEN INPUT ENDQUAR.
              PERFORM UNTIL FIM-ENDQ EQUAL "SIM"
                      READ ENDQUAR
                             AT END MOVE "SIM" TO FIM-ENDQ
                             NOT AT END
                                  IF TOTAL-ENDQ LESS THAN 2000
                                       ADD 1 TO TOTAL-ENDQ
                                       MOVE CPF-ENDQ TO
                                          CPF-ENDQ-TAB(TOTAL-ENDQ)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE ENDQUAR.

       CARREGA-MENSAL.
              OPEN INPUT MENSAL.
              PERFORM UNTIL FIM-MENSAL EQUAL "SIM"
                      READ MENSAL
                             AT END MOVE "SIM" TO FIM-MENSAL
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  PERFORM GUARDA-MENSALIDADE
                      END-READ
              END-PERFORM.
              CLOSE MENSAL.

      * MENSAL.DAT maior que a tabela perderia linhas na regravacao
      * - para a execucao antes de qualquer arquivo ser tocado.
       GUARDA-MENSALIDADE.
              IF TOTAL-MENS NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-MENS.
              MOVE NUMERO-SOCIO-MENS TO NUMERO-MENS-TAB(TOTAL-MENS).
              MOVE CATEGORIA-MENS    TO CATEGORIA-MENS-TAB(TOTAL-MENS).
              MOVE VALOR-MENSALIDADE-MENS
                TO VALOR-MENS-TAB(TOTAL-MENS)
                   VALOR-NOVO-TAB(TOTAL-MENS).
              MOVE SPACES            TO SITUACAO-MENS-TAB(TOTAL-MENS).

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX80: MENSAL.DAT EXCEDE A TABELA DE 2000"
                      " POSICOES - REAJUSTE NAO PROCESSADO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * A primeira regra ainda nao aplicada (vigencia posterior a
      * ultima aplicada) da propria categoria reajusta a linha; so
      * sem regra da categoria vale a primeira regra "**". Vigencia
      * ja alcancada aplica no MENSAL.DAT; vigencia futura so
      * aparece no relatorio e na carta.
       PROCESSA-MENSALIDADE.
              MOVE ZEROES TO REGRA-APLICADA.
              PERFORM VARYING IDX-REGRA FROM 1 BY 1
                      UNTIL IDX-REGRA GREATER THAN TOTAL-REGRAS
                         OR REGRA-APLICADA GREATER THAN ZEROES
                      IF VIGENCIA-REGRA-TAB(IDX-REGRA) GREATER THAN
                            VIG-APLIC-ANT
                        AND CATEGORIA-REGRA-TAB(IDX-REGRA) EQUAL
                               CATEGORIA-MENS-TAB(IDX-MENS)
                             MOVE IDX-REGRA TO REGRA-APLICADA
                      END-IF
              END-PERFORM.
              PERFORM VARYING IDX-REGRA FROM 1 BY 1
                      UNTIL IDX-REGRA GREATER THAN TOTAL-REGRAS
                         OR REGRA-APLICADA GREATER THAN ZEROES
                      IF VIGENCIA-REGRA-TAB(IDX-REGRA) GREATER THAN
                            VIG-APLIC-ANT
                        AND CATEGORIA-REGRA-TAB(IDX-REGRA) EQUAL "**"
                             MOVE IDX-REGRA TO REGRA-APLICADA
                      END-IF
              END-PERFORM.
              IF REGRA-APLICADA GREATER THAN ZEROES
                     PERFORM CALCULA-VALOR-NOVO
                     PERFORM CLASSIFICA-VIGENCIA
                     IF VIGENCIA-REGRA-TAB(REGRA-APLICADA) GREATER
                           THAN VIG-AVISO-ANT
                            PERFORM AVISA-SOCIO
                     END-IF
              END-IF.
              PERFORM ACUMULA-CATEGORIA.

       CALCULA-VALOR-NOVO.
              IF TIPO-REGRA-TAB(REGRA-APLICADA) EQUAL "F"
                     COMPUTE VALOR-NOVO =
                             VALOR-MENS-TAB(IDX-MENS)
                             + VALOR-REGRA-TAB(REGRA-APLICADA)
              ELSE
                     COMPUTE VALOR-NOVO ROUNDED =
                             VALOR-MENS-TAB(IDX-MENS)
                             + (VALOR-MENS-TAB(IDX-MENS)
                                * VALOR-REGRA-TAB(REGRA-APLICADA)
                                / 100).
              MOVE VALOR-NOVO TO VALOR-NOVO-TAB(IDX-MENS).

       CLASSIFICA-VIGENCIA.
              IF VIGENCIA-REGRA-TAB(REGRA-APLICADA) NOT GREATER THAN
                    PERIODO-HOJE
                     MOVE "A" TO SITUACAO-MENS-TAB(IDX-MENS)
                     MOVE "SIM" TO HOUVE-APLICACAO
                     ADD 1 TO TOTAL-REAJUSTADOS
                     IF VIGENCIA-REGRA-TAB(REGRA-APLICADA) GREATER
                           THAN VIG-APLIC-NOVA
                            MOVE VIGENCIA-REGRA-TAB(REGRA-APLICADA)
                              TO VIG-APLIC-NOVA
                     END-IF
              ELSE
                     MOVE "P" TO SITUACAO-MENS-TAB(IDX-MENS)
                     ADD 1 TO TOTAL-PENDENTES.
              IF VIGENCIA-REGRA-TAB(REGRA-APLICADA) GREATER THAN
                    VIG-AVISO-NOVA
                     MOVE VIGENCIA-REGRA-TAB(REGRA-APLICADA)
                       TO VIG-AVISO-NOVA.

       ACUMULA-CATEGORIA.
              MOVE "NAO" TO ACHOU-CATEG.
              PERFORM VARYING IDX-CATEG FROM 1 BY 1
                      UNTIL IDX-CATEG GREATER THAN TOTAL-CATEG
                         OR ACHOU-CATEG EQUAL "SIM"
                      IF CATEGORIA-CAT-TAB(IDX-CATEG) EQUAL
                            CATEGORIA-MENS-TAB(IDX-MENS)
                             MOVE "SIM" TO ACHOU-CATEG
                             PERFORM SOMA-CATEGORIA
                      END-IF
              END-PERFORM.
              IF ACHOU-CATEG EQUAL "NAO"
                AND TOTAL-CATEG LESS THAN 50
                     ADD 1 TO TOTAL-CATEG
                     MOVE TOTAL-CATEG TO IDX-CATEG
                     MOVE CATEGORIA-MENS-TAB(IDX-MENS)
                       TO CATEGORIA-CAT-TAB(IDX-CATEG)
                     MOVE ZEROES TO QTD-CAT-TAB(IDX-CATEG)
                                    ANTERIOR-CAT-TAB(IDX-CATEG)
                                    NOVO-CAT-TAB(IDX-CATEG)
                     MOVE REGRA-APLICADA TO REGRA-CAT-TAB(IDX-CATEG)
                     PERFORM SOMA-CATEGORIA.

       SOMA-CATEGORIA.
              ADD 1 TO QTD-CAT-TAB(IDX-CATEG).
              ADD VALOR-MENS-TAB(IDX-MENS)
                  TO ANTERIOR-CAT-TAB(IDX-CATEG) TOTAL-ANTERIOR-GER.
              ADD VALOR-NOVO-TAB(IDX-MENS)
                  TO NOVO-CAT-TAB(IDX-CATEG) TOTAL-NOVO-GER.
              IF REGRA-CAT-TAB(IDX-CATEG) EQUAL ZEROES
                     MOVE REGRA-APLICADA TO REGRA-CAT-TAB(IDX-CATEG).

      * Carta so para socio ativo no mestre; revogacao do canal
      * postal e endereco em quarentena suprimem a carta como no
      * EX14.
       AVISA-SOCIO.
              MOVE NUMERO-MENS-TAB(IDX-MENS) TO NUMERO-SOCIO-MSOC.
              READ CADMSOC KEY IS NUMERO-SOCIO-MSOC
                     INVALID KEY
                            MOVE SPACES TO STATUS-SOCIO-MSOC
              END-READ.
              IF STATUS-SOCIO-MSOC NOT EQUAL "A"
                     ADD 1 TO TOTAL-NAO-ATIVOS
              ELSE
                     PERFORM VERIFICA-CONSENTIMENTO
                     PERFORM VERIFICA-QUARENTENA
                     IF POSTAL-REVOGADO EQUAL "SIM"
                            ADD 1 TO TOTAL-EXCL-CONSENT
                     ELSE IF ENDERECO-QUARENTENADO EQUAL "SIM"
                            ADD 1 TO TOTAL-EXCL-QUARENTENA
                     ELSE
                            PERFORM GERA-CARTA
                     END-IF
              END-IF.

       VERIFICA-CONSENTIMENTO.
              MOVE "NAO" TO POSTAL-REVOGADO.
              PERFORM VARYING IDX-REVOG FROM 1 BY 1
                      UNTIL IDX-REVOG GREATER THAN TOTAL-REVOG
                      IF CHAVE-REVOG-TAB(IDX-REVOG) EQUAL
                            NUMERO-SOCIO-MSOC
                             MOVE "SIM" TO POSTAL-REVOGADO
                      END-IF
              END-PERFORM.

       VERIFICA-QUARENTENA.
              MOVE "NAO" TO ENDERECO-QUARENTENADO.
              PERFORM VARYING IDX-ENDQ FROM 1 BY 1
                      UNTIL IDX-ENDQ GREATER THAN TOTAL-ENDQ
                      IF CPF-ENDQ-TAB(IDX-ENDQ) EQUAL NUMERO-SOCIO-MSOC
                             MOVE "SIM" TO ENDERECO-QUARENTENADO
                      END-IF
              END-PERFORM.

       GERA-CARTA.
              ADD 1 TO TOTAL-CARTAS.
              MOVE   DIA-HOJE          TO VAR-DIA-CARTA.
              MOVE   MES-HOJE          TO VAR-MES-CARTA.
              MOVE   ANO-HOJE          TO VAR-ANO-CARTA.
              MOVE   NOME-SOCIO-MSOC   TO VAR-NOME-CARTA.
              MOVE   NUMERO-SOCIO-MSOC TO VAR-NUMERO-CARTA.
              IF TOTAL-CARTAS EQUAL 1
                     WRITE REG-CARTA FROM LINHA-TIMBRE
                           AFTER ADVANCING 1 LINE
              ELSE
                     WRITE REG-CARTA FROM LINHA-TIMBRE
                           AFTER ADVANCING PAGE
              END-IF.
              WRITE  REG-CARTA FROM LINHA-DATA
                     AFTER ADVANCING 2 LINES.
              WRITE  REG-CARTA FROM LINHA-DESTINATARIO
                     AFTER ADVANCING 2 LINES.
              MOVE "COMUNICAMOS QUE A DIRETORIA APROVOU O REAJUSTE"
                TO VAR-TEXTO.
              WRITE REG-CARTA FROM LINHA-TEXTO
                    AFTER ADVANCING 2 LINES.
              MOVE "ANUAL DAS MENSALIDADES. A PARTIR DO MES INDICADO"
                TO VAR-TEXTO.
              WRITE REG-CARTA FROM LINHA-TEXTO
                    AFTER ADVANCING 1 LINE.
              MOVE "ABAIXO, SUA MENSALIDADE PASSA A SER A SEGUINTE:"
                TO VAR-TEXTO.
              WRITE REG-CARTA FROM LINHA-TEXTO
                    AFTER ADVANCING 1 LINE.
              MOVE VALOR-MENS-TAB(IDX-MENS) TO VAR-ANT-CARTA.
              MOVE VALOR-NOVO-TAB(IDX-MENS) TO VAR-NOVO-CARTA.
              MOVE VIGENCIA-REGRA-TAB(REGRA-APLICADA)
                TO VIGENCIA-CARTA.
              MOVE MES-VIG-CARTA TO VAR-MES-VIG.
              MOVE ANO-VIG-CARTA TO VAR-ANO-VIG.
              WRITE REG-CARTA FROM LINHA-VALOR-ANT
                    AFTER ADVANCING 2 LINES.
              WRITE REG-CARTA FROM LINHA-VALOR-NOVO
                    AFTER ADVANCING 1 LINE.
              WRITE REG-CARTA FROM LINHA-VIGENCIA
                    AFTER ADVANCING 1 LINE.
              MOVE "SOCIOS EM DEBITO AUTOMATICO JA TERAO O NOVO VALOR"
                TO VAR-TEXTO.
              WRITE REG-CARTA FROM LINHA-TEXTO
                    AFTER ADVANCING 2 LINES.
              MOVE "DEBITADO A PARTIR DA VIGENCIA."
                TO VAR-TEXTO.
              WRITE REG-CARTA FROM LINHA-TEXTO
                    AFTER ADVANCING 1 LINE.
              WRITE REG-CARTA FROM LINHA-ASSINATURA
                    AFTER ADVANCING 3 LINES.

      * Uma linha por categoria: socios, total mensal antigo e novo,
      * diferenca e a regra que casou; depois os totais gerais com a
      * projecao anual do impacto.
       IMPRIME-IMPACTOS.
              PERFORM IMPRIME-CATEGORIA
                      VARYING IDX-CATEG FROM 1 BY 1
                      UNTIL IDX-CATEG GREATER THAN TOTAL-CATEG.
              MOVE "Total mensal anterior......:" TO VAR-DESC-TOT.
              MOVE TOTAL-ANTERIOR-GER TO VAR-VALOR-TOT.
              WRITE REG-REL FROM LINHA-TOTAL-REAJ
                    AFTER ADVANCING 3 LINES.
              MOVE "Total mensal reajustado....:" TO VAR-DESC-TOT.
              MOVE TOTAL-NOVO-GER TO VAR-VALOR-TOT.
              WRITE REG-REL FROM LINHA-TOTAL-REAJ
                    AFTER ADVANCING 1 LINE.
              COMPUTE IMPACTO-MENSAL = TOTAL-NOVO-GER
                                     - TOTAL-ANTERIOR-GER.
              COMPUTE IMPACTO-ANUAL  = IMPACTO-MENSAL * 12.
              MOVE "Impacto mensal na receita..:" TO VAR-DESC-TOT.
              MOVE IMPACTO-MENSAL TO VAR-VALOR-TOT.
              WRITE REG-REL FROM LINHA-TOTAL-REAJ
                    AFTER ADVANCING 1 LINE.
              MOVE "Impacto anual (12 meses)...:" TO VAR-DESC-TOT.
              MOVE IMPACTO-ANUAL TO VAR-VALOR-TOT.
              WRITE REG-REL FROM LINHA-TOTAL-REAJ
                    AFTER ADVANCING 1 LINE.
              MOVE "Mensalidades aplicadas.....:" TO VAR-DESC-QTD.
              MOVE TOTAL-REAJUSTADOS TO VAR-QTD-TOT.
              WRITE REG-REL FROM LINHA-QTD-REAJ
                    AFTER ADVANCING 2 LINES.
              MOVE "Pendentes de vigencia......:" TO VAR-DESC-QTD.
              MOVE TOTAL-PENDENTES TO VAR-QTD-TOT.
              WRITE REG-REL FROM LINHA-QTD-REAJ
                    AFTER ADVANCING 1 LINE.
              MOVE "Cartas de aviso emitidas...:" TO VAR-DESC-QTD.
              MOVE TOTAL-CARTAS TO VAR-QTD-TOT.
              WRITE REG-REL FROM LINHA-QTD-REAJ
                    AFTER ADVANCING 1 LINE.
              MOVE "Sem carta - nao ativos.....:" TO VAR-DESC-QTD.
              MOVE TOTAL-NAO-ATIVOS TO VAR-QTD-TOT.
              WRITE REG-REL FROM LINHA-QTD-REAJ
                    AFTER ADVANCING 1 LINE.
              MOVE "Sem carta - consentimento..:" TO VAR-DESC-QTD.
              MOVE TOTAL-EXCL-CONSENT TO VAR-QTD-TOT.
              WRITE REG-REL FROM LINHA-QTD-REAJ
                    AFTER ADVANCING 1 LINE.
              MOVE "Sem carta - quarentena.....:" TO VAR-DESC-QTD.
              MOVE TOTAL-EXCL-QUARENTENA TO VAR-QTD-TOT.
              WRITE REG-REL FROM LINHA-QTD-REAJ
                    AFTER ADVANCING 1 LINE.

       IMPRIME-CATEGORIA.
              MOVE CATEGORIA-CAT-TAB(IDX-CATEG) TO VAR-CATEG.
              MOVE QTD-CAT-TAB(IDX-CATEG)       TO VAR-QTD.
              MOVE ANTERIOR-CAT-TAB(IDX-CATEG)  TO VAR-ANTERIOR.
              MOVE NOVO-CAT-TAB(IDX-CATEG)      TO VAR-NOVO.
              COMPUTE IMPACTO-MENSAL = NOVO-CAT-TAB(IDX-CATEG)
                                     - ANTERIOR-CAT-TAB(IDX-CATEG).
              MOVE IMPACTO-MENSAL               TO VAR-IMPACTO.
              MOVE SPACES TO VAR-REGRA VAR-SITUACAO.
              MOVE REGRA-CAT-TAB(IDX-CATEG)     TO REGRA-APLICADA.
              IF REGRA-APLICADA EQUAL ZEROES
                     MOVE "SEM REGRA" TO VAR-REGRA
              ELSE
                     IF TIPO-REGRA-TAB(REGRA-APLICADA) EQUAL "F"
                            STRING "FIXO "
                                   VALOR-REGRA-TAB(REGRA-APLICADA)
                                   DELIMITED BY SIZE INTO VAR-REGRA
                     ELSE
                            STRING "PERC "
                                   VALOR-REGRA-TAB(REGRA-APLICADA)
                                   DELIMITED BY SIZE INTO VAR-REGRA
                     END-IF
                     IF VIGENCIA-REGRA-TAB(REGRA-APLICADA) GREATER
                           THAN PERIODO-HOJE
                            MOVE "PENDENTE" TO VAR-SITUACAO
                     ELSE
                            MOVE "APLICADO" TO VAR-SITUACAO
                     END-IF
              END-IF.
              WRITE REG-REL FROM DETALHE-REAJ
                    AFTER ADVANCING 1 LINE.

       FIM.
              IF HOUVE-APLICACAO EQUAL "SIM"
                     PERFORM GUARDA-TABELA-ANTERIOR
                     PERFORM REGRAVA-MENSAL.
              PERFORM GRAVA-CONTROLE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADMSOC
                    RELREAJ
                    CARTREAJ.

      * Copia a tabela vigente para MENSALAN.DAT antes de regrava-la,
      * para a tesouraria conferir ou voltar o reajuste.
       GUARDA-TABELA-ANTERIOR.
              OPEN OUTPUT MENSALAN.
              PERFORM VARYING IDX-MENS FROM 1 BY 1
                      UNTIL IDX-MENS GREATER THAN TOTAL-MENS
                      MOVE NUMERO-MENS-TAB(IDX-MENS)
                        TO NUMERO-SOCIO-MANT
                      MOVE CATEGORIA-MENS-TAB(IDX-MENS)
                        TO CATEGORIA-MANT
                      MOVE VALOR-MENS-TAB(IDX-MENS)
                        TO VALOR-MENSALIDADE-MANT
                      WRITE REG-MENSALAN
              END-PERFORM.
              CLOSE MENSALAN.

      * Regrava MENSAL.DAT por completo (LINE SEQUENTIAL nao permite
      * REWRITE de um registro isolado): so as linhas de vigencia ja
      * alcancada levam o valor novo; as pendentes ficam como estao.
       REGRAVA-MENSAL.
              OPEN OUTPUT MENSAL.
              PERFORM VARYING IDX-MENS FROM 1 BY 1
                      UNTIL IDX-MENS GREATER THAN TOTAL-MENS
                      MOVE NUMERO-MENS-TAB(IDX-MENS)
                        TO NUMERO-SOCIO-MENS
                      MOVE CATEGORIA-MENS-TAB(IDX-MENS)
                        TO CATEGORIA-MENS
                      IF SITUACAO-MENS-TAB(IDX-MENS) EQUAL "A"
                             MOVE VALOR-NOVO-TAB(IDX-MENS)
                               TO VALOR-MENSALIDADE-MENS
                      ELSE
                             MOVE VALOR-MENS-TAB(IDX-MENS)
                               TO VALOR-MENSALIDADE-MENS
                      END-IF
                      WRITE REG-MENSAL
              END-PERFORM.
              CLOSE MENSAL.

       GRAVA-CONTROLE.
              OPEN OUTPUT REAJCTL.
              MOVE VIG-AVISO-NOVA TO VIGENCIA-AVISO-CTL.
              MOVE VIG-APLIC-NOVA TO VIGENCIA-APLIC-CTL.
              WRITE REG-REAJCTL.
              CLOSE REAJCTL.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX80"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-REAJUSTADOS TO TOTAL-GRAVADOS-RUNLOG.
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
