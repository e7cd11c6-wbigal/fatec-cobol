       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX127.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL
      *              ENTRE OS CADASTROS: CADA PROGRAMA DE MANUTENCAO
      *              VALIDA O SEU PROPRIO ARQUIVO, MAS OS ORFAOS SE
      *              ACUMULAVAM ENTRE ARQUIVOS (RESERVAS E AGENDA
      *              DE CPF APAGADO DO CADOK, MANDATO ATIVO DE SOCIO
      *              DESLIGADO, DEPENDENTE E PONTO DE FUNCIONARIO
      *              INEXISTENTE, MATRICULA EM DISCIPLINA DESATIVADA,
      *              VISITA DE ATENDENTE FORA DO CADATEN...). DIRIGIDA
      *              PELA TABELA DE RELACOES RELACOES.DAT (ARQUIVO
      *              FILHO, POSICAO E TAMANHO DA CHAVE, ARQUIVO PAI,
      *              POSICAO DA CHAVE NO PAI, REGRA E FILTRO DO
      *              FILHO) - AUSENTE OU VAZIA, VALE A TABELA PADRAO
      *              DO PROGRAMA. REGRAS: "E" O PAI PRECISA EXISTIR;
      *              "A" O PAI PRECISA EXISTIR COM A SITUACAO INDICADA
      *              NA POSICAO INDICADA; "N" O PAI PRECISA EXISTIR
      *              SEM AQUELA SITUACAO. FILTRO (POSICAO/VALOR) LIMITA
      *              OS REGISTROS DO FILHO CONFERIDOS; POSICAO ZERO =
      *              TODOS. O RELATORIO RELINTEG LISTA CADA ORFAO
      *              AGRUPADO POR RELACAO, COM AS CONTAGENS E UM
      *              RESUMO FINAL; O RESUMO DE EXCECOES RELORFAO SO
      *              GANHA LINHAS QUANDO HA ORFAO (OU RELACAO NAO
      *              CONFERIDA) E ENTRA NA SINTESE DO EX40. RETURN-
      *              CODE 1 = HA ORFAOS (O RUNBATCH SEGUE A CADEIA E
      *              LEVA O AVISO A SINTESE); 4 = TABELA EXCEDIDA,
      *              VARREDURA ABORTADA.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL RELACOES ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL ARQ-GENERICO
              ASSIGN TO DYNAMIC NOME-ARQ-GENERICO
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADOK ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CPF2
              ALTERNATE RECORD KEY IS NOME2 WITH DUPLICATES
              FILE STATUS IS CADOK-STATUS.

              SELECT OPTIONAL CADMSOCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUMERO-SOCIO-MSOC
              FILE STATUS IS CADMSOCI-STATUS.

              SELECT OPTIONAL MANDDEB ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUMERO-SOCIO-MAND
              FILE STATUS IS MANDDEB-STATUS.

              SELECT OPTIONAL CADFUNCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-FUNC
              FILE STATUS IS CADFUNCI-STATUS.

              SELECT OPTIONAL CADATEN ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-ATD
              FILE STATUS IS CADATEN-STATUS.

              SELECT RELINTEG ASSIGN TO DISK.

              SELECT RELORFAO ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * RELACOES: uma relacao por linha - arquivo filho, posicao e
      * tamanho da chave no filho, arquivo pai, posicao da chave no
      * pai, regra ("E"/"A"/"N"), posicao e valor da situacao do pai
      * (regras "A" e "N"), posicao e valor do filtro do filho (zero
      * = todos os registros) e a descricao impressa.
       FD     RELACOES
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RELACOES.DAT".
       01     REG-RELACAO.
              02 ARQ-FILHO-RL      PIC X(12).
              02 POS-FILHO-RL      PIC 9(03).
              02 TAM-CHAVE-RL      PIC 9(02).
              02 ARQ-PAI-RL        PIC X(12).
              02 POS-PAI-RL        PIC 9(03).
              02 REGRA-RL          PIC X(01).
              02 POS-SITU-RL       PIC 9(03).
              02 VALOR-SITU-RL     PIC X(01).
              02 POS-FILTRO-RL     PIC 9(03).
              02 VALOR-FILTRO-RL   PIC X(01).
              02 DESCRICAO-RL      PIC X(30).

      * ARQ-GENERICO: qualquer arquivo sequencial da tabela, lido
      * como imagem do registro (mesmo esquema do EX36).
       FD     ARQ-GENERICO
              LABEL RECORD ARE STANDARD.
       01     REG-GENERICO         PIC X(256).

      * Os mestres indexados tem leitor proprio; o registro lido vai
      * para a mesma imagem dos sequenciais.
       FD     CADOK
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

       FD     CADMSOCI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

       FD     MANDDEB
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "MANDDEB.DAT".
       01     REG-MAND.
              02 NUMERO-SOCIO-MAND PIC 9(06).
              02 BANCO-MAND        PIC 9(03).
              02 AGENCIA-MAND      PIC 9(04).
              02 CONTA-MAND        PIC 9(08).
              02 DATA-AUTORIZ-MAND PIC 9(08).
              02 STATUS-MAND       PIC X(01).

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

       FD     CADATEN
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADATEN.DAT".
       01     REG-ATD.
              02 CODIGO-ATD        PIC 9(03).
              02 NOME-ATD          PIC X(30).
              02 FILIAL-ATD        PIC 9(02).
              02 ATIVO-ATD         PIC X(01).
              02 MATRICULA-ATD     PIC 9(05).

       FD     RELINTEG
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RELORFAO: resumo de excecoes para a sintese do EX40 - uma
      * linha por relacao com orfaos ou nao conferida.
       FD     RELORFAO
              LABEL RECORD IS OMITTED.
       01     REG-ORFAO            PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 CADMSOCI-STATUS          PIC X(02) VALUE "00".
       77 MANDDEB-STATUS           PIC X(02) VALUE "00".
       77 CADFUNCI-STATUS          PIC X(02) VALUE "00".
       77 CADATEN-STATUS           PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 FIM-RELACOES             PIC X(03) VALUE "NAO".
       77 FIM-LIDO                 PIC X(03) VALUE "NAO".
       77 NOME-ARQ-GENERICO        PIC X(12) VALUE SPACES.
       77 NOME-ARQ-LIDO            PIC X(12) VALUE SPACES.
       77 SEQ-LIDO                 PIC 9(07) VALUE ZEROES.
       77 ORIGEM-TABELA            PIC X(01) VALUE "A".
       77 TOTAL-LIDOS              PIC 9(07) VALUE ZEROES.
       77 TOTAL-ORFAOS             PIC 9(07) VALUE ZEROES.
       77 TOTAL-CONFERIDAS         PIC 9(02) VALUE ZEROES.
       77 TOTAL-EXCECOES           PIC 9(02) VALUE ZEROES.
       77 MENSAGEM-ABORTO          PIC X(50) VALUE SPACES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Imagem do registro lido, de qualquer dos arquivos.
       01     REG-LIDO             PIC X(256).

      * Tabela de relacoes em memoria (de RELACOES.DAT ou a padrao),
      * com as contagens de cada uma. SITUACAO-REL-TAB: "C"
      * conferida, "V" pai vazio ou ausente (nao conferida), "I"
      * definicao invalida.
       77 TOTAL-RELACOES           PIC 9(02) VALUE ZEROES.
       77 IDX-REL                  PIC 9(02) VALUE ZEROES.
       01     TABELA-RELACOES.
              02 RELACAO-TAB       OCCURS 30 TIMES.
                 03 DEF-REL-TAB    PIC X(71).
                 03 SITUACAO-REL-TAB PIC X(01).
                 03 LIDOS-REL-TAB  PIC 9(07).
                 03 CONFERIDOS-REL-TAB PIC 9(07).
                 03 ORFAOS-REL-TAB PIC 9(07).

      * Relacao em conferencia, no layout de RELACOES.DAT.
       01     RELACAO-ATUAL.
              02 ARQ-FILHO-ATU     PIC X(12).
              02 POS-FILHO-ATU     PIC 9(03).
              02 TAM-CHAVE-ATU     PIC 9(02).
              02 ARQ-PAI-ATU       PIC X(12).
              02 POS-PAI-ATU       PIC 9(03).
              02 REGRA-ATU         PIC X(01).
              02 POS-SITU-ATU      PIC 9(03).
              02 VALOR-SITU-ATU    PIC X(01).
              02 POS-FILTRO-ATU    PIC 9(03).
              02 VALOR-FILTRO-ATU  PIC X(01).
              02 DESCRICAO-ATU     PIC X(30).

      * Tabela padrao, usada quando RELACOES.DAT nao existe ou esta
      * vazio: as relacoes entre os cadastros que hoje se cruzam.
       01     TABELA-PADRAO.
              02 FILLER PIC X(32) VALUE
                 "RESERVAS.DAT00711CADOK.DAT   001".
              02 FILLER PIC X(09) VALUE "E000 000 ".
              02 FILLER PIC X(30) VALUE
                 "RESERVA DE VIAGEM X CLIENTE".
              02 FILLER PIC X(32) VALUE
                 "AGENDA.DAT  00111CADOK.DAT   001".
              02 FILLER PIC X(09) VALUE "E000 000 ".
              02 FILLER PIC X(30) VALUE
                 "AGENDAMENTO X CLIENTE".
              02 FILLER PIC X(32) VALUE
                 "MANDDEB.DAT 00106CADMSOCI.DAT001".
              02 FILLER PIC X(09) VALUE "N037D030A".
              02 FILLER PIC X(30) VALUE
                 "MANDATO ATIVO X SOCIO ATIVO".
              02 FILLER PIC X(32) VALUE
                 "PLANNEG.DAT 00106CADMSOCI.DAT001".
              02 FILLER PIC X(09) VALUE "E000 000 ".
              02 FILLER PIC X(30) VALUE
                 "PLANO DE NEGOCIACAO X SOCIO".
              02 FILLER PIC X(32) VALUE
                 "DEPENDEN.DAT00105CADFUNCI.DAT001".
              02 FILLER PIC X(09) VALUE "E000 000 ".
              02 FILLER PIC X(30) VALUE
                 "DEPENDENTE X FUNCIONARIO".
              02 FILLER PIC X(32) VALUE
                 "PONTO.DAT   00105CADFUNCI.DAT001".
              02 FILLER PIC X(09) VALUE "E000 000 ".
              02 FILLER PIC X(30) VALUE
                 "APONTAMENTO DE PONTO X FUNC.".
              02 FILLER PIC X(32) VALUE
                 "CADALU.DAT  04008CADDISC.DAT 001".
              02 FILLER PIC X(09) VALUE "A043S000 ".
              02 FILLER PIC X(30) VALUE
                 "MATRICULA X DISCIPLINA ATIVA".
              02 FILLER PIC X(32) VALUE
                 "HISTVIS.DAT 02003CADATEN.DAT 001".
              02 FILLER PIC X(09) VALUE "E000 000 ".
              02 FILLER PIC X(30) VALUE
                 "VISITA X ATENDENTE".
       01     TABELA-PADRAO-RED REDEFINES TABELA-PADRAO.
              02 DEF-PADRAO        PIC X(71) OCCURS 8 TIMES.

      * Chaves do arquivo pai da relacao em conferencia, com o byte
      * de situacao (regras "A" e "N").
       77 TOTAL-PAI                PIC 9(05) VALUE ZEROES.
       77 IDX-PAI                  PIC 9(05) VALUE ZEROES.
       77 IDX-ACHADO               PIC 9(05) VALUE ZEROES.
       01     TABELA-PAI.
              02 PAI-REG           OCCURS 5000 TIMES.
                 03 CHAVE-PAI-TAB  PIC X(12).
                 03 SITU-PAI-TAB   PIC X(01).
       77 CHAVE-TRAB               PIC X(12) VALUE SPACES.
       77 MOTIVO-ORFAO             PIC X(15) VALUE SPACES.
       77 FIM-CHAVE                PIC 9(03) VALUE ZEROES.
       77 TEXTO-REGRA              PIC X(72) VALUE SPACES.

       01     CAB-INTEG-01.
              02 FILLER            PIC X(10) VALUE SPACES.
              02 FILLER            PIC X(48)
                 VALUE "CONFERENCIA DE INTEGRIDADE ENTRE CADASTROS".
              02 FILLER            PIC X(08) VALUE SPACES.
              02 VAR-DIA-CAB       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-CAB       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-CAB       PIC 9999.
              02 FILLER            PIC X(04) VALUE SPACES.

       01     CAB-RELACAO-01.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "RELACAO ".
              02 VAR-NUM-REL       PIC 99.
              02 FILLER            PIC X(02) VALUE ": ".
              02 VAR-DESCR-REL     PIC X(30).
              02 FILLER            PIC X(36) VALUE SPACES.

       01     CAB-RELACAO-02.
              02 FILLER            PIC X(04) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE "FILHO ".
              02 VAR-FILHO-REL     PIC X(12).
              02 FILLER            PIC X(05) VALUE " POS ".
              02 VAR-POS-FILHO     PIC 999.
              02 FILLER            PIC X(05) VALUE " TAM ".
              02 VAR-TAM-CHAVE     PIC 99.
              02 FILLER            PIC X(06) VALUE "  PAI ".
              02 VAR-PAI-REL       PIC X(12).
              02 FILLER            PIC X(05) VALUE " POS ".
              02 VAR-POS-PAI       PIC 999.
              02 FILLER            PIC X(08) VALUE "  REGRA ".
              02 VAR-REGRA-REL     PIC X(01).
              02 FILLER            PIC X(08) VALUE SPACES.

       01     CAB-RELACAO-03.
              02 FILLER            PIC X(04) VALUE SPACES.
              02 VAR-TEXTO-REGRA   PIC X(72).
              02 FILLER            PIC X(04) VALUE SPACES.

       01     DETALHE-ORFAO.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "REG ".
              02 VAR-SEQ-ORFAO     PIC ZZZZZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE "CHAVE ".
              02 VAR-CHAVE-ORFAO   PIC X(12).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-MOTIVO-ORFAO  PIC X(15).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TRECHO-ORFAO  PIC X(25).

       01     LINHA-NAO-CONFERIDA.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "*** ".
              02 VAR-NAO-CONFERIDA PIC X(60).
              02 FILLER            PIC X(11) VALUE SPACES.

       01     LINHA-TOTAL-REL.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "LIDOS: ".
              02 VAR-LIDOS-REL     PIC ZZZZZZ9.
              02 FILLER            PIC X(14) VALUE "  CONFERIDOS: ".
              02 VAR-CONFERIDOS-REL PIC ZZZZZZ9.
              02 FILLER            PIC X(10) VALUE "  ORFAOS: ".
              02 VAR-ORFAOS-REL    PIC ZZZZZZ9.
              02 FILLER            PIC X(23) VALUE SPACES.

       01     CAB-RESUMO-01.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(30)
                 VALUE "RESUMO POR RELACAO".
              02 FILLER            PIC X(48) VALUE SPACES.

       01     CAB-RESUMO-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "REL ".
              02 FILLER            PIC X(28)
                 VALUE "FILHO          PAI".
              02 FILLER            PIC X(08) VALUE "   LIDOS".
              02 FILLER            PIC X(08) VALUE "  CONFER".
              02 FILLER            PIC X(08) VALUE "  ORFAOS".
              02 FILLER            PIC X(22) VALUE "  SITUACAO".

       01     DETALHE-RESUMO.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-NUM-RES       PIC 99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-FILHO-RES     PIC X(12).
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-PAI-RES       PIC X(12).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-LIDOS-RES     PIC ZZZZZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-CONFER-RES    PIC ZZZZZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-ORFAOS-RES    PIC ZZZZZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-SITUACAO-RES  PIC X(21).

       01     LINHA-ORFAO-DIGESTO.
              02 FILLER            PIC X(08) VALUE "RELACAO ".
              02 VAR-NUM-DIG       PIC 99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-FILHO-DIG     PIC X(12).
              02 FILLER            PIC X(03) VALUE " > ".
              02 VAR-PAI-DIG       PIC X(12).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ORFAOS-DIG    PIC ZZZZZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-TEXTO-DIG     PIC X(23).
              02 FILLER            PIC X(08) VALUE SPACES.

       01     ROD-INTEG-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Relacoes na tabela       :".
              02 VAR-ROD-RELACOES  PIC ZZZZZZ9.
              02 FILLER            PIC X(41) VALUE SPACES.

       01     ROD-INTEG-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Relacoes conferidas      :".
              02 VAR-ROD-CONFERIDAS PIC ZZZZZZ9.
              02 FILLER            PIC X(41) VALUE SPACES.

       01     ROD-INTEG-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Registros filhos lidos   :".
              02 VAR-ROD-LIDOS     PIC ZZZZZZ9.
              02 FILLER            PIC X(41) VALUE SPACES.

       01     ROD-INTEG-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Total de orfaos          :".
              02 VAR-ROD-ORFAOS    PIC ZZZZZZ9.
              02 FILLER            PIC X(41) VALUE SPACES.

       01     ROD-INTEG-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Tabela de relacoes       :".
              02 VAR-ROD-ORIGEM    PIC X(20).
              02 FILLER            PIC X(28) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX127.
              PERFORM INICIO.
              PERFORM CONFERE-RELACAO
                      VARYING IDX-REL FROM 1 BY 1
                      UNTIL IDX-REL GREATER THAN TOTAL-RELACOES.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM CARREGA-RELACOES.
              IF TOTAL-RELACOES EQUAL ZEROES
                     PERFORM CARREGA-TABELA-PADRAO.
              OPEN OUTPUT RELINTEG
                          RELORFAO.
              MOVE DIA-HOJE TO VAR-DIA-CAB.
              MOVE MES-HOJE TO VAR-MES-CAB.
              MOVE ANO-HOJE TO VAR-ANO-CAB.
              WRITE REG-REL FROM CAB-INTEG-01 AFTER ADVANCING 1 LINE.

      * Relacoes alem da tabela ficariam sem conferencia sem que
      * ninguem soubesse - aborta em vez de conferir parte.
       CARREGA-RELACOES.
              OPEN INPUT RELACOES.
              PERFORM UNTIL FIM-RELACOES EQUAL "SIM"
                      READ RELACOES
                             AT END MOVE "SIM" TO FIM-RELACOES
                             NOT AT END
                                  IF REG-RELACAO NOT EQUAL SPACES
                                       PERFORM GUARDA-RELACAO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE RELACOES.

       GUARDA-RELACAO.
              IF TOTAL-RELACOES LESS THAN 30
                     ADD 1 TO TOTAL-RELACOES
                     MOVE REG-RELACAO(1:71)
                       TO DEF-REL-TAB(TOTAL-RELACOES)
              ELSE
                     MOVE "RELACOES.DAT EXCEDE A TABELA DE 30 RELACOES"
                       TO MENSAGEM-ABORTO
                     PERFORM ABORTA-TABELA-CHEIA.

       CARREGA-TABELA-PADRAO.
              MOVE "P" TO ORIGEM-TABELA.
              PERFORM VARYING IDX-REL FROM 1 BY 1
                      UNTIL IDX-REL GREATER THAN 8
                      MOVE DEF-PADRAO(IDX-REL) TO DEF-REL-TAB(IDX-REL)
              END-PERFORM.
              MOVE 8 TO TOTAL-RELACOES.

       CONFERE-RELACAO.
              MOVE DEF-REL-TAB(IDX-REL) TO RELACAO-ATUAL.
              MOVE ZEROES TO LIDOS-REL-TAB(IDX-REL)
                             CONFERIDOS-REL-TAB(IDX-REL)
                             ORFAOS-REL-TAB(IDX-REL).
              MOVE "C" TO SITUACAO-REL-TAB(IDX-REL).
              PERFORM IMPRIME-CABECALHO-RELACAO.
              PERFORM VALIDA-RELACAO THRU VALIDA-RELACAO-EXIT.
              IF SITUACAO-REL-TAB(IDX-REL) EQUAL "C"
                     PERFORM CARREGA-PAI
                     PERFORM VARRE-FILHO
                     IF TOTAL-PAI EQUAL ZEROES
                       AND LIDOS-REL-TAB(IDX-REL) GREATER THAN ZEROES
                            MOVE "V" TO SITUACAO-REL-TAB(IDX-REL)
                     END-IF
              END-IF.
              EVALUATE SITUACAO-REL-TAB(IDX-REL)
                  WHEN "I"
                       MOVE
                          "DEFINICAO INVALIDA - RELACAO NAO CONFERIDA"
                         TO VAR-NAO-CONFERIDA
                       WRITE REG-REL FROM LINHA-NAO-CONFERIDA
                             AFTER ADVANCING 1 LINE
                  WHEN "V"
                       MOVE
                          "PAI VAZIO OU AUSENTE - RELACAO NAO CONFERIDA"
                         TO VAR-NAO-CONFERIDA
                       WRITE REG-REL FROM LINHA-NAO-CONFERIDA
                             AFTER ADVANCING 1 LINE
                  WHEN OTHER
                       ADD 1 TO TOTAL-CONFERIDAS
              END-EVALUATE.
              MOVE LIDOS-REL-TAB(IDX-REL)      TO VAR-LIDOS-REL.
              MOVE CONFERIDOS-REL-TAB(IDX-REL) TO VAR-CONFERIDOS-REL.
              MOVE ORFAOS-REL-TAB(IDX-REL)     TO VAR-ORFAOS-REL.
              WRITE REG-REL FROM LINHA-TOTAL-REL
                    AFTER ADVANCING 2 LINES.
              IF ORFAOS-REL-TAB(IDX-REL) GREATER THAN ZEROES
                OR SITUACAO-REL-TAB(IDX-REL) NOT EQUAL "C"
                     PERFORM GRAVA-RESUMO-DIGESTO.

       IMPRIME-CABECALHO-RELACAO.
              MOVE IDX-REL        TO VAR-NUM-REL.
              MOVE DESCRICAO-ATU  TO VAR-DESCR-REL.
              WRITE REG-REL FROM CAB-RELACAO-01
                    AFTER ADVANCING 3 LINES.
              MOVE ARQ-FILHO-ATU  TO VAR-FILHO-REL.
              MOVE POS-FILHO-ATU  TO VAR-POS-FILHO.
              MOVE TAM-CHAVE-ATU  TO VAR-TAM-CHAVE.
              MOVE ARQ-PAI-ATU    TO VAR-PAI-REL.
              MOVE POS-PAI-ATU    TO VAR-POS-PAI.
              MOVE REGRA-ATU      TO VAR-REGRA-REL.
              WRITE REG-REL FROM CAB-RELACAO-02
                    AFTER ADVANCING 1 LINE.
              MOVE SPACES TO TEXTO-REGRA.
              EVALUATE REGRA-ATU
                  WHEN "A"
                       STRING "PAI DEVE EXISTIR COM '" DELIMITED SIZE
                              VALOR-SITU-ATU           DELIMITED SIZE
                              "' NA POS "              DELIMITED SIZE
                              POS-SITU-ATU             DELIMITED SIZE
                              INTO TEXTO-REGRA
                  WHEN "N"
                       STRING "PAI DEVE EXISTIR SEM '" DELIMITED SIZE
                              VALOR-SITU-ATU           DELIMITED SIZE
                              "' NA POS "              DELIMITED SIZE
                              POS-SITU-ATU             DELIMITED SIZE
                              INTO TEXTO-REGRA
                  WHEN OTHER
                       MOVE "PAI DEVE EXISTIR" TO TEXTO-REGRA
              END-EVALUATE.
              IF POS-FILTRO-ATU GREATER THAN ZEROES
                     STRING TEXTO-REGRA         DELIMITED "  "
                            " - SO FILHOS COM '" DELIMITED SIZE
                            VALOR-FILTRO-ATU    DELIMITED SIZE
                            "' NA POS "         DELIMITED SIZE
                            POS-FILTRO-ATU      DELIMITED SIZE
                            INTO VAR-TEXTO-REGRA
              ELSE
                     MOVE TEXTO-REGRA TO VAR-TEXTO-REGRA.
              WRITE REG-REL FROM CAB-RELACAO-03
                    AFTER ADVANCING 1 LINE.

      * Definicao que levaria a ler fora do registro (ou regra
      * desconhecida) nao e conferida - e vai para o resumo.
       VALIDA-RELACAO.
              IF POS-FILHO-ATU NOT NUMERIC
                OR TAM-CHAVE-ATU NOT NUMERIC
                OR POS-PAI-ATU NOT NUMERIC
                OR POS-SITU-ATU NOT NUMERIC
                OR POS-FILTRO-ATU NOT NUMERIC
                     MOVE "I" TO SITUACAO-REL-TAB(IDX-REL)
                     GO TO VALIDA-RELACAO-EXIT.
              COMPUTE FIM-CHAVE = POS-FILHO-ATU + TAM-CHAVE-ATU - 1.
              IF ARQ-FILHO-ATU EQUAL SPACES
                OR ARQ-PAI-ATU EQUAL SPACES
                OR POS-FILHO-ATU EQUAL ZEROES
                OR TAM-CHAVE-ATU EQUAL ZEROES
                OR TAM-CHAVE-ATU GREATER THAN 12
                OR FIM-CHAVE GREATER THAN 256
                OR POS-PAI-ATU EQUAL ZEROES
                OR POS-PAI-ATU + TAM-CHAVE-ATU - 1 GREATER THAN 256
                OR POS-FILTRO-ATU GREATER THAN 256
                     MOVE "I" TO SITUACAO-REL-TAB(IDX-REL)
              ELSE IF REGRA-ATU NOT EQUAL "E"
                AND REGRA-ATU NOT EQUAL "A"
                AND REGRA-ATU NOT EQUAL "N"
                     MOVE "I" TO SITUACAO-REL-TAB(IDX-REL)
              ELSE IF REGRA-ATU NOT EQUAL "E"
                AND (POS-SITU-ATU EQUAL ZEROES
                     OR POS-SITU-ATU GREATER THAN 256)
                     MOVE "I" TO SITUACAO-REL-TAB(IDX-REL).

       VALIDA-RELACAO-EXIT.
              EXIT.

      * Pai maior que a tabela: conferir contra uma visao parcial
      * reportaria orfaos falsos - aborta a varredura.
       CARREGA-PAI.
              MOVE ZEROES TO TOTAL-PAI.
              MOVE ARQ-PAI-ATU TO NOME-ARQ-LIDO.
              PERFORM ABRE-LIDO.
              PERFORM LE-LIDO.
              PERFORM UNTIL FIM-LIDO EQUAL "SIM"
                      IF REG-LIDO NOT EQUAL SPACES
                             PERFORM GUARDA-PAI
                      END-IF
                      PERFORM LE-LIDO
              END-PERFORM.
              PERFORM FECHA-LIDO.

       GUARDA-PAI.
              IF TOTAL-PAI LESS THAN 5000
                     ADD 1 TO TOTAL-PAI
                     MOVE SPACES TO CHAVE-PAI-TAB(TOTAL-PAI)
                     MOVE REG-LIDO(POS-PAI-ATU:TAM-CHAVE-ATU)
                       TO CHAVE-PAI-TAB(TOTAL-PAI)
                     MOVE SPACES TO SITU-PAI-TAB(TOTAL-PAI)
                     IF REGRA-ATU NOT EQUAL "E"
                            MOVE REG-LIDO(POS-SITU-ATU:1)
                              TO SITU-PAI-TAB(TOTAL-PAI)
                     END-IF
              ELSE
                     MOVE SPACES TO MENSAGEM-ABORTO
                     STRING ARQ-PAI-ATU DELIMITED " "
                            " EXCEDE A TABELA DE 5000 CHAVES"
                            DELIMITED SIZE
                            INTO MENSAGEM-ABORTO
                     PERFORM ABORTA-TABELA-CHEIA.

      * Pai vazio ou ausente: o filho so e contado - com registros,
      * a relacao sai como nao conferida em vez de tudo virar orfao.
       VARRE-FILHO.
              MOVE ARQ-FILHO-ATU TO NOME-ARQ-LIDO.
              PERFORM ABRE-LIDO.
              PERFORM LE-LIDO.
              PERFORM UNTIL FIM-LIDO EQUAL "SIM"
                      IF REG-LIDO NOT EQUAL SPACES
                             ADD 1 TO LIDOS-REL-TAB(IDX-REL)
                                      TOTAL-LIDOS
                             IF TOTAL-PAI GREATER THAN ZEROES
                               AND (POS-FILTRO-ATU EQUAL ZEROES
                                OR REG-LIDO(POS-FILTRO-ATU:1) EQUAL
                                   VALOR-FILTRO-ATU)
                                    ADD 1 TO
                                        CONFERIDOS-REL-TAB(IDX-REL)
                                    PERFORM CONFERE-CHAVE
                             END-IF
                      END-IF
                      PERFORM LE-LIDO
              END-PERFORM.
              PERFORM FECHA-LIDO.

      * Chave do filho procurada entre as do pai; achada, a regra
      * decide se a situacao do pai serve.
       CONFERE-CHAVE.
              MOVE SPACES TO CHAVE-TRAB.
              MOVE REG-LIDO(POS-FILHO-ATU:TAM-CHAVE-ATU) TO CHAVE-TRAB.
              MOVE ZEROES TO IDX-ACHADO.
              PERFORM VARYING IDX-PAI FROM 1 BY 1
                      UNTIL IDX-PAI GREATER THAN TOTAL-PAI
                         OR IDX-ACHADO GREATER THAN ZEROES
                      IF CHAVE-PAI-TAB(IDX-PAI) EQUAL CHAVE-TRAB
                             MOVE IDX-PAI TO IDX-ACHADO
                      END-IF
              END-PERFORM.
              MOVE SPACES TO MOTIVO-ORFAO.
              IF IDX-ACHADO EQUAL ZEROES
                     MOVE "PAI INEXISTENTE" TO MOTIVO-ORFAO
              ELSE IF REGRA-ATU EQUAL "A"
                AND SITU-PAI-TAB(IDX-ACHADO) NOT EQUAL VALOR-SITU-ATU
                     MOVE "PAI INATIVO" TO MOTIVO-ORFAO
              ELSE IF REGRA-ATU EQUAL "N"
                AND SITU-PAI-TAB(IDX-ACHADO) EQUAL VALOR-SITU-ATU
                     MOVE "PAI INATIVO" TO MOTIVO-ORFAO.
              IF MOTIVO-ORFAO NOT EQUAL SPACES
                     ADD 1 TO ORFAOS-REL-TAB(IDX-REL) TOTAL-ORFAOS
                     MOVE SEQ-LIDO      TO VAR-SEQ-ORFAO
                     MOVE CHAVE-TRAB    TO VAR-CHAVE-ORFAO
                     MOVE MOTIVO-ORFAO  TO VAR-MOTIVO-ORFAO
                     MOVE REG-LIDO(1:25) TO VAR-TRECHO-ORFAO
                     WRITE REG-REL FROM DETALHE-ORFAO
                           AFTER ADVANCING 1 LINE.

      * Leitura generica: o mestre indexado conhecido usa o seu
      * leitor; qualquer outro nome e lido como sequencial.
       ABRE-LIDO.
              MOVE "NAO"   TO FIM-LIDO.
              MOVE ZEROES  TO SEQ-LIDO.
              EVALUATE NOME-ARQ-LIDO
                  WHEN "CADOK.DAT"    OPEN INPUT CADOK
                  WHEN "CADMSOCI.DAT" OPEN INPUT CADMSOCI
                  WHEN "MANDDEB.DAT"  OPEN INPUT MANDDEB
                  WHEN "CADFUNCI.DAT" OPEN INPUT CADFUNCI
                  WHEN "CADATEN.DAT"  OPEN INPUT CADATEN
                  WHEN OTHER
                       MOVE NOME-ARQ-LIDO TO NOME-ARQ-GENERICO
                       OPEN INPUT ARQ-GENERICO
              END-EVALUATE.

       LE-LIDO.
              MOVE SPACES TO REG-LIDO.
              EVALUATE NOME-ARQ-LIDO
                  WHEN "CADOK.DAT"
                       READ CADOK
                              AT END MOVE "SIM" TO FIM-LIDO
                              NOT AT END MOVE REG-OK TO REG-LIDO
                       END-READ
                  WHEN "CADMSOCI.DAT"
                       READ CADMSOCI
                              AT END MOVE "SIM" TO FIM-LIDO
                              NOT AT END MOVE REG-MSOCI TO REG-LIDO
                       END-READ
                  WHEN "MANDDEB.DAT"
                       READ MANDDEB
                              AT END MOVE "SIM" TO FIM-LIDO
                              NOT AT END MOVE REG-MAND TO REG-LIDO
                       END-READ
                  WHEN "CADFUNCI.DAT"
                       READ CADFUNCI
                              AT END MOVE "SIM" TO FIM-LIDO
                              NOT AT END MOVE REG-FUNCI TO REG-LIDO
                       END-READ
                  WHEN "CADATEN.DAT"
                       READ CADATEN
                              AT END MOVE "SIM" TO FIM-LIDO
                              NOT AT END MOVE REG-ATD TO REG-LIDO
                       END-READ
                  WHEN OTHER
                       READ ARQ-GENERICO
                              AT END MOVE "SIM" TO FIM-LIDO
                              NOT AT END MOVE REG-GENERICO TO REG-LIDO
                       END-READ
              END-EVALUATE.
              IF FIM-LIDO EQUAL "NAO"
                     ADD 1 TO SEQ-LIDO.

       FECHA-LIDO.
              EVALUATE NOME-ARQ-LIDO
                  WHEN "CADOK.DAT"    CLOSE CADOK
                  WHEN "CADMSOCI.DAT" CLOSE CADMSOCI
                  WHEN "MANDDEB.DAT"  CLOSE MANDDEB
                  WHEN "CADFUNCI.DAT" CLOSE CADFUNCI
                  WHEN "CADATEN.DAT"  CLOSE CADATEN
                  WHEN OTHER          CLOSE ARQ-GENERICO
              END-EVALUATE.

       GRAVA-RESUMO-DIGESTO.
              ADD 1 TO TOTAL-EXCECOES.
              MOVE IDX-REL                 TO VAR-NUM-DIG.
              MOVE ARQ-FILHO-ATU           TO VAR-FILHO-DIG.
              MOVE ARQ-PAI-ATU             TO VAR-PAI-DIG.
              MOVE ORFAOS-REL-TAB(IDX-REL) TO VAR-ORFAOS-DIG.
              EVALUATE SITUACAO-REL-TAB(IDX-REL)
                  WHEN "I"   MOVE "DEFINICAO INVALIDA" TO VAR-TEXTO-DIG
                  WHEN "V"   MOVE "PAI VAZIO/AUSENTE"  TO VAR-TEXTO-DIG
                  WHEN OTHER MOVE "ORFAO(S)"           TO VAR-TEXTO-DIG
              END-EVALUATE.
              WRITE REG-ORFAO FROM LINHA-ORFAO-DIGESTO
                    AFTER ADVANCING 1 LINE.

      * Aborta sem completar o relatorio (EX29/EX100): o driver para
      * a cadeia com RETURN-CODE 4.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX127: " MENSAGEM-ABORTO
                      " - VARREDURA ABORTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       FIM.
              PERFORM IMPRIME-RESUMO.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELINTEG
                    RELORFAO.
              IF TOTAL-EXCECOES GREATER THAN ZEROES
                     MOVE 1 TO RETURN-CODE
              ELSE
                     MOVE ZEROES TO RETURN-CODE.

       IMPRIME-RESUMO.
              WRITE REG-REL FROM CAB-RESUMO-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-RESUMO-02 AFTER ADVANCING 2 LINES.
              PERFORM VARYING IDX-REL FROM 1 BY 1
                      UNTIL IDX-REL GREATER THAN TOTAL-RELACOES
                      MOVE DEF-REL-TAB(IDX-REL)  TO RELACAO-ATUAL
                      MOVE IDX-REL               TO VAR-NUM-RES
                      MOVE ARQ-FILHO-ATU         TO VAR-FILHO-RES
                      MOVE ARQ-PAI-ATU           TO VAR-PAI-RES
                      MOVE LIDOS-REL-TAB(IDX-REL) TO VAR-LIDOS-RES
                      MOVE CONFERIDOS-REL-TAB(IDX-REL)
                        TO VAR-CONFER-RES
                      MOVE ORFAOS-REL-TAB(IDX-REL) TO VAR-ORFAOS-RES
                      EVALUATE SITUACAO-REL-TAB(IDX-REL)
                          WHEN "I"
                               MOVE "DEFINICAO INVALIDA"
                                 TO VAR-SITUACAO-RES
                          WHEN "V"
                               MOVE "PAI VAZIO/AUSENTE"
                                 TO VAR-SITUACAO-RES
                          WHEN OTHER
                               IF ORFAOS-REL-TAB(IDX-REL)
                                  GREATER THAN ZEROES
                                      MOVE "COM ORFAOS"
                                        TO VAR-SITUACAO-RES
                               ELSE
                                      MOVE "INTEGRA"
                                        TO VAR-SITUACAO-RES
                               END-IF
                      END-EVALUATE
                      WRITE REG-REL FROM DETALHE-RESUMO
                            AFTER ADVANCING 1 LINE
              END-PERFORM.

       IMPRIME-RODAPE.
              MOVE TOTAL-RELACOES   TO VAR-ROD-RELACOES.
              MOVE TOTAL-CONFERIDAS TO VAR-ROD-CONFERIDAS.
              MOVE TOTAL-LIDOS      TO VAR-ROD-LIDOS.
              MOVE TOTAL-ORFAOS     TO VAR-ROD-ORFAOS.
              IF ORIGEM-TABELA EQUAL "P"
                     MOVE "PADRAO DO PROGRAMA" TO VAR-ROD-ORIGEM
              ELSE
                     MOVE "RELACOES.DAT"       TO VAR-ROD-ORIGEM.
              WRITE REG-REL FROM ROD-INTEG-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-INTEG-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-INTEG-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-INTEG-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-INTEG-05 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E127"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-ORFAOS     TO TOTAL-GRAVADOS-RUNLOG.
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
