       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX130.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      FECHAMENTO DO MES DA ASSOCIACAO: O FECHAMENTO
      *              DEPENDE DE UMA SERIE DE EXECUCOES NA ORDEM CERTA
      *              (RETORNO BANCARIO EX16, RETORNO DO DEBITO EX18,
      *              LIQUIDACAO DE CARTAO EX49, CREDITOS EX44,
      *              POSTAGEM EX01, PLANOS QUEBRADOS EX42, BAIXAS POR
      *              PERDA EX45 E, POR ULTIMO, O EXPORTE CONTABIL
      *              EX54) - E JA SAIU EXPORTE ANTES DA LIQUIDACAO DO
      *              CARTAO. DIRIGIDO PELO CHECKLIST CHKFECH.DAT
      *              (PERIODO, TIPO, NOME, EXIGE GRAVACAO, DESCRICAO):
      *              VALEM AS LINHAS DO PERIODO; SEM ELAS, AS DE
      *              PERIODO ZERO (GERAL); SEM NENHUMA, A TABELA
      *              PADRAO DO PROGRAMA. TIPO "P" E UM PASSO, PELO
      *              NOME NO RUNLOG.DAT: A ULTIMA EXECUCAO ENTRE O
      *              PRIMEIRO DIA DO PERIODO E HOJE PRECISA EXISTIR,
      *              TER GRAVADO ALGO QUANDO O CHECKLIST EXIGE (O EX54
      *              RECUSADO TAMBEM GRAVA NO RUNLOG, COM ZERO) E NAO
      *              SER ANTERIOR A ULTIMA EXECUCAO DE NENHUM PASSO
      *              ACIMA DELE. TIPO "E" E UM ARQUIVO DE CHEGADA DA
      *              RECEPCAO (EX72): AINDA NA PASTA COM O NOME
      *              ORIGINAL E PENDENTE - RECEPCIONADO EM REGENTRA.DAT
      *              E NAO ARQUIVADO, OU NEM RECEPCIONADO. PARAMETRO
      *              PARMFECH.DAT: MODO ("F" FECHA, PADRAO; "R"
      *              REABRE), PERIODO AAAAMM (ZERADO = MES ANTERIOR),
      *              RESPONSAVEL, DOCUMENTO E MOTIVO. TUDO EM ORDEM,
      *              O PERIODO E FECHADO EM FECHPER.DAT E O RELFECH
      *              SAI COMO CERTIFICADO DE FECHAMENTO, COM OS
      *              TOTAIS DE CONTROLE DE CADA PASSO, O CODIGO DE
      *              VERIFICACAO (SUBROTINA CODVERIF) E AS LINHAS DE
      *              ASSINATURA; SENAO O FECHAMENTO E RECUSADO
      *              (RETURN-CODE 4) E O RELFECH LISTA O QUE FALTA.
      *              PERIODO JA FECHADO = RETURN-CODE 1. FECHADO, O
      *              PERIODO E RECUSADO PELA POSTAGEM (EX01), PELA
      *              BAIXA POR PERDA (EX45) E PELO EXPORTE (EX54) ATE
      *              A REABERTURA, QUE EXIGE RESPONSAVEL, DOCUMENTO E
      *              MOTIVO E FICA REGISTRADA EM FECHPER.DAT.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL CHKFECH ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARM-FECH ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

              SELECT OPTIONAL REGENTRA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL ARQ-ENTRADA
              ASSIGN TO DYNAMIC NOME-ARQ-ENTRADA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ENTRADA-STATUS.

              SELECT OPTIONAL FECHPER ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FECHPER-STATUS.

              SELECT RELFECH ASSIGN TO DISK.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * CHKFECH: checklist do fechamento. PERIODO-CHK zero = linha
      * geral, valida para todo periodo sem linhas proprias. A ordem
      * das linhas e a ordem exigida dos passos.
       FD     CHKFECH
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CHKFECH.DAT".
       01     REG-CHKFECH.
              02 PERIODO-CHK       PIC 9(06).
              02 DEF-CHK.
                 03 TIPO-CHK       PIC X(01).
                 03 NOME-CHK       PIC X(12).
                 03 EXIGE-GRAV-CHK PIC X(01).
                 03 DESCRICAO-CHK  PIC X(30).

      * PARM-FECH: modo "F" fecha (padrao) ou "R" reabre; periodo
      * AAAAMM (zerado = mes anterior ao corrente); quem responde
      * pelo fechamento; documento e motivo da reabertura.
       FD     PARM-FECH
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMFECH.DAT".
       01     REG-PARM-FECH.
              02 MODO-PARM         PIC X(01).
              02 PERIODO-PARM      PIC 9(06).
              02 RESPONSAVEL-PARM  PIC X(20).
              02 DOCUMENTO-PARM    PIC X(20).
              02 MOTIVO-PARM       PIC X(30).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

      * REGENTRA: o registro de recepcao do EX72.
       FD     REGENTRA
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "REGENTRA.DAT".
       01     REG-REGENTRA.
              02 NOME-ARQ-REG      PIC X(12).
              02 DATA-REG          PIC 9(08).
              02 QTD-REG           PIC 9(07).
              02 DIGITAL-REG       PIC 9(13).
              02 SEQUENCIA-REG     PIC 9(06).

      * ARQ-ENTRADA: cada arquivo de chegada do checklist, aberto
      * pelo nome (mesmo esquema do EX72).
       FD     ARQ-ENTRADA
              LABEL RECORD ARE STANDARD.
       01     REG-ENTRADA          PIC X(256).

      * FECHPER: registro dos fechamentos e reaberturas.
       FD     FECHPER
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "FECHPER.DAT".
       COPY FECHPER.

       FD     RELFECH
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

       WORKING-STORAGE      SECTION.
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 ENTRADA-STATUS           PIC X(02) VALUE "00".
       77 FECHPER-STATUS           PIC X(02) VALUE "00".
       77 FIM-CHK                  PIC X(03) VALUE "NAO".
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 FIM-RUNLOG               PIC X(03) VALUE "NAO".
       77 FIM-REG                  PIC X(03) VALUE "NAO".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 NOME-ARQ-ENTRADA         PIC X(12) VALUE SPACES.
       77 TOTAL-LIDOS              PIC 9(07) VALUE ZEROES.
       77 TOTAL-PENDENCIAS         PIC 9(02) VALUE ZEROES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       77 DATA-HOJE-NUM            PIC 9(08) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       77 HORA-HOJE-NUM            PIC 9(06) VALUE ZEROES.

      * Pedido da execucao (PARMFECH.DAT) e a janela do periodo: do
      * primeiro dia do mes pedido ate hoje, para os passos que so
      * rodam depois do fim do mes (o exporte, por exemplo).
       77 MODO-EXECUCAO            PIC X(01) VALUE "F".
       01 PERIODO-FECHAR.
              02 ANO-FECHAR        PIC 9(04) VALUE ZEROES.
              02 MES-FECHAR        PIC 9(02) VALUE ZEROES.
       01 PERIODO-FECHAR-NUM REDEFINES PERIODO-FECHAR PIC 9(06).
       77 INICIO-PERIODO           PIC 9(08) VALUE ZEROES.
       77 RESPONSAVEL-FECH         PIC X(20) VALUE SPACES.
       77 DOCUMENTO-FECH           PIC X(20) VALUE SPACES.
       77 MOTIVO-FECH              PIC X(30) VALUE SPACES.
       77 PERIODO-ENCERRADO        PIC X(01) VALUE "N".
       77 SITUACAO-GRAVAR          PIC X(01) VALUE SPACES.
       77 REABERTURA-ACEITA        PIC X(03) VALUE "NAO".

      * Checklist em memoria. As linhas do periodo e as gerais sao
      * separadas na leitura; ORIGEM-CHECKLIST diz qual valeu: "P"
      * do periodo, "G" geral, "T" tabela padrao do programa.
       77 ORIGEM-CHECKLIST         PIC X(01) VALUE "T".
       77 TOTAL-CHK-PER            PIC 9(02) VALUE ZEROES.
       77 TOTAL-CHK-GER            PIC 9(02) VALUE ZEROES.
       01     TABELA-CHK-PER.
              02 DEF-CHK-PER       PIC X(44) OCCURS 30 TIMES.
       01     TABELA-CHK-GER.
              02 DEF-CHK-GER       PIC X(44) OCCURS 30 TIMES.

      * Tabela padrao, usada quando CHKFECH.DAT nao tem linha do
      * periodo nem linha geral: os passos do fechamento na ordem
      * combinada com a tesouraria e os arquivos de chegada do
      * EX72 que alimentam o mes.
       01     TABELA-PADRAO.
              02 FILLER PIC X(44) VALUE
                 "PME02EX16    NRETORNO BANCARIO (EX16)".
              02 FILLER PIC X(44) VALUE
                 "PME02EX18    NRETORNO DO DEBITO (EX18)".
              02 FILLER PIC X(44) VALUE
                 "PME02EX49    NLIQUIDACAO DE CARTAO (EX49)".
              02 FILLER PIC X(44) VALUE
                 "PME02EX44    NAPLICACAO DE CREDITOS (EX44)".
              02 FILLER PIC X(44) VALUE
                 "PME02EX01    NPOSTAGEM DE PAGAMENTOS (EX01)".
              02 FILLER PIC X(44) VALUE
                 "PME02EX42    NPLANOS QUEBRADOS (EX42)".
              02 FILLER PIC X(44) VALUE
                 "PME02EX45    NBAIXAS POR PERDA (EX45)".
              02 FILLER PIC X(44) VALUE
                 "PME02EX54    SEXPORTE CONTABIL (EX54)".
              02 FILLER PIC X(44) VALUE
                 "ERETBANCO.DATNRETORNO BANCARIO".
              02 FILLER PIC X(44) VALUE
                 "ERETDEB.DAT  NRETORNO DO DEBITO AUTOMATICO".
       01     TABELA-PADRAO-RED REDEFINES TABELA-PADRAO.
              02 DEF-PADRAO        PIC X(44) OCCURS 10 TIMES.

      * Itens do checklist em conferencia, com a ultima execucao
      * achada no RUNLOG (passos) ou a situacao na pasta e no
      * registro de recepcao (arquivos de chegada). SITUACAO-ITEM-
      * TAB: "O" em ordem, "A" nao executado no periodo, "Z"
      * ultima execucao sem gravacao, "D" fora de ordem, "P"
      * recepcionado e nao arquivado, "N" chegou sem recepcao, "I"
      * linha invalida.
       77 TOTAL-ITENS              PIC 9(02) VALUE ZEROES.
       77 IDX-ITEM                 PIC 9(02) VALUE ZEROES.
       77 IDX-ANT                  PIC 9(02) VALUE ZEROES.
       01     TABELA-ITENS.
              02 ITEM-TAB          OCCURS 30 TIMES.
                 03 DEF-ITEM-TAB   PIC X(44).
                 03 ACHOU-ITEM-TAB PIC X(01).
                 03 MARCA-ITEM-TAB PIC 9(14).
                 03 LIDOS-ITEM-TAB PIC 9(07).
                 03 GRAV-ITEM-TAB  PIC 9(07).
                 03 RECEP-ITEM-TAB PIC 9(03).
                 03 SITUACAO-ITEM-TAB PIC X(01).
                 03 ANTES-ITEM-TAB PIC X(12).

      * Item em conferencia, no layout da linha do checklist.
       01     ITEM-ATUAL.
              02 TIPO-ATU          PIC X(01).
              02 NOME-ATU          PIC X(12).
              02 EXIGE-GRAV-ATU    PIC X(01).
              02 DESCRICAO-ATU     PIC X(30).

      * Marca de data e hora de uma execucao (AAAAMMDDHHMMSS), para
      * comparar a ordem dos passos.
       01     MARCA-RUNLOG.
              02 DATA-MARCA        PIC 9(08).
              02 HORA-MARCA        PIC 9(06).
       01     MARCA-RUNLOG-NUM REDEFINES MARCA-RUNLOG PIC 9(14).
       01     MARCA-EDITADA.
              02 DATA-MARCA-ED.
                 03 ANO-MARCA-ED   PIC 9(04).
                 03 MES-MARCA-ED   PIC 9(02).
                 03 DIA-MARCA-ED   PIC 9(02).
              02 HORA-MARCA-ED.
                 03 HH-MARCA-ED    PIC 9(02).
                 03 MM-MARCA-ED    PIC 9(02).
                 03 SS-MARCA-ED    PIC 9(02).
       01     MARCA-EDITADA-NUM REDEFINES MARCA-EDITADA PIC 9(14).
       77 MAIOR-MARCA-ANT          PIC 9(14) VALUE ZEROES.
       77 NOME-MAIOR-ANT           PIC X(12) VALUE SPACES.

      * Impressao digital do arquivo de chegada na pasta (mesma
      * conta do EX72: contagem + soma dos prefixos numericos).
       77 QTD-ARQUIVO              PIC 9(07) VALUE ZEROES.
       77 DIGITAL-ARQUIVO          PIC 9(13) VALUE ZEROES.
       77 PREFIXO-X                PIC X(11) VALUE SPACES.
       77 PREFIXO-NUM              PIC 9(11) VALUE ZEROES.
       77 RECEPCIONADO             PIC X(03) VALUE "NAO".

      * Conteudo do certificado em digitos, entregue a CODVERIF
      * (mesmo esquema da declaracao do EX28 ME01).
       77 SOMA-GRAVADOS            PIC 9(14) VALUE ZEROES.
       77 TOTAL-PASSOS             PIC 9(02) VALUE ZEROES.
       77 CODIGO-VERIFICACAO       PIC 9(06) VALUE ZEROES.
       01     BASE-VERIF.
              02 PERIODO-BVF       PIC 9(06).
              02 DATA-BVF          PIC 9(08).
              02 HORA-BVF          PIC 9(06).
              02 PASSOS-BVF        PIC 9(02).
              02 GRAVADOS-BVF      PIC 9(14).

       01     CAB-FECH-01.
              02 FILLER            PIC X(10) VALUE SPACES.
              02 FILLER            PIC X(48)
                 VALUE "FECHAMENTO DO MES DA ASSOCIACAO".
              02 FILLER            PIC X(08) VALUE SPACES.
              02 VAR-DIA-CAB       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-CAB       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-CAB       PIC 9999.
              02 FILLER            PIC X(04) VALUE SPACES.

       01     CAB-FECH-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(09) VALUE "PERIODO: ".
              02 VAR-MES-PER       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-PER       PIC 9999.
              02 FILLER            PIC X(14) VALUE "  CHECKLIST: ".
              02 VAR-ORIGEM-CHK    PIC X(30).
              02 FILLER            PIC X(18) VALUE SPACES.

       01     CAB-PASSOS.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(35) VALUE
                 "NR PASSO".
              02 FILLER            PIC X(17) VALUE
                 "ULTIMA EXECUCAO".
              02 FILLER            PIC X(16) VALUE
                 "  LIDOS GRAVADOS".
              02 FILLER            PIC X(10) VALUE " SITUACAO".

       01     DETALHE-PASSO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 ORDEM-DET         PIC 99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 DESCRICAO-DET     PIC X(30).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 DATA-EXEC-DET     PIC X(10).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 HORA-EXEC-DET     PIC X(05).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 LIDOS-DET         PIC ZZZZZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 GRAVADOS-DET      PIC ZZZZZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 SITUACAO-DET      PIC X(09).

       01     DATA-EXEC-ED.
              02 DIA-EXEC-ED       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 MES-EXEC-ED       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 ANO-EXEC-ED       PIC 9999.
       01     HORA-EXEC-ED.
              02 HH-EXEC-ED        PIC 99.
              02 FILLER            PIC X(01) VALUE ":".
              02 MM-EXEC-ED        PIC 99.

       01     CAB-ARQUIVOS.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(48) VALUE
                 "NR ARQUIVO DE CHEGADA".
              02 FILLER            PIC X(20) VALUE
                 "RECEP. REGISTROS".
              02 FILLER            PIC X(10) VALUE " SITUACAO".

       01     DETALHE-ARQUIVO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 ORDEM-ARQ-DET     PIC 99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 NOME-ARQ-DET      PIC X(12).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 DESCRICAO-ARQ-DET PIC X(30).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 RECEP-DET         PIC ZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 REGISTROS-DET     PIC ZZZZZZ9.
              02 FILLER            PIC X(10) VALUE SPACES.
              02 SITUACAO-ARQ-DET  PIC X(09).

       01     LINHA-PENDENCIA.
              02 FILLER            PIC X(07) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE ">>> ".
              02 VAR-PENDENCIA     PIC X(60).
              02 FILLER            PIC X(09) VALUE SPACES.

       01     LINHA-RESULTADO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(11) VALUE "RESULTADO: ".
              02 VAR-RESULTADO     PIC X(60).
              02 FILLER            PIC X(07) VALUE SPACES.

       01     CERT-01.
              02 FILLER            PIC X(25) VALUE SPACES.
              02 FILLER            PIC X(30) VALUE
                 "CERTIFICADO DE FECHAMENTO".
              02 FILLER            PIC X(25) VALUE SPACES.

       01     CERT-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(52) VALUE
                 "CERTIFICO QUE OS PASSOS DO CHECKLIST DO PERIODO DE".
              02 VAR-MES-CERT      PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-CERT      PIC 9999.
              02 FILLER            PIC X(19) VALUE SPACES.

       01     CERT-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(60) VALUE
                 "RODARAM COM SUCESSO E NA ORDEM, SEM ARQUIVO DE".
              02 FILLER            PIC X(18) VALUE SPACES.

       01     CERT-04.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(60) VALUE
                 "CHEGADA PENDENTE. O PERIODO ESTA FECHADO PARA".
              02 FILLER            PIC X(18) VALUE SPACES.

       01     CERT-04A.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(60) VALUE
                 "LANCAMENTOS ATE A REABERTURA DOCUMENTADA.".
              02 FILLER            PIC X(18) VALUE SPACES.

       01     CERT-05.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(14) VALUE "FECHADO EM  : ".
              02 VAR-DIA-CERT      PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-FECH-CERT PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-FECH-CERT PIC 9999.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-HH-CERT       PIC 99.
              02 FILLER            PIC X(01) VALUE ":".
              02 VAR-MM-CERT       PIC 99.
              02 FILLER            PIC X(01) VALUE ":".
              02 VAR-SS-CERT       PIC 99.
              02 FILLER            PIC X(45) VALUE SPACES.

       01     CERT-06.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(14) VALUE "RESPONSAVEL : ".
              02 VAR-RESP-CERT     PIC X(20).
              02 FILLER            PIC X(44) VALUE SPACES.

       01     CERT-07.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(14) VALUE "COD. VERIF. : ".
              02 VAR-COD-CERT      PIC 9(06).
              02 FILLER            PIC X(58) VALUE SPACES.

       01     LINHA-ASSINATURA.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(30) VALUE ALL "_".
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(30) VALUE ALL "_".
              02 FILLER            PIC X(10) VALUE SPACES.

       01     LINHA-ASSINATURA-2.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(30) VALUE
                 "RESPONSAVEL PELO FECHAMENTO".
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(30) VALUE "TESOURARIA".
              02 FILLER            PIC X(10) VALUE SPACES.

       01     REAB-01.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(14) VALUE "DOCUMENTO   : ".
              02 VAR-DOC-REAB      PIC X(20).
              02 FILLER            PIC X(44) VALUE SPACES.

       01     REAB-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(14) VALUE "MOTIVO      : ".
              02 VAR-MOTIVO-REAB   PIC X(30).
              02 FILLER            PIC X(34) VALUE SPACES.

       01     ROD-FECH-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Itens do checklist       :".
              02 VAR-ITENS         PIC Z9.
              02 FILLER            PIC X(46) VALUE SPACES.

       01     ROD-FECH-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Pendencias               :".
              02 VAR-PENDENCIAS    PIC Z9.
              02 FILLER            PIC X(46) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX130.
              PERFORM INICIO.
              IF MODO-EXECUCAO EQUAL "R"
                     PERFORM REABRE-PERIODO THRU REABRE-PERIODO-EXIT
              ELSE
                     PERFORM FECHA-PERIODO THRU FECHA-PERIODO-EXIT.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL FROM TIME.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              COMPUTE HORA-HOJE-NUM =
                      HH-ATUAL * 10000 + MM-ATUAL * 100 + SS-ATUAL.
              PERFORM LER-PARAMETRO.
              COMPUTE INICIO-PERIODO = PERIODO-FECHAR-NUM * 100 + 1.
              CALL "PERFECH" USING PERIODO-FECHAR-NUM
                                   PERIODO-ENCERRADO.
              OPEN OUTPUT RELFECH.
              MOVE DIA-HOJE   TO VAR-DIA-CAB.
              MOVE MES-HOJE   TO VAR-MES-CAB.
              MOVE ANO-HOJE   TO VAR-ANO-CAB.
              MOVE MES-FECHAR TO VAR-MES-PER.
              MOVE ANO-FECHAR TO VAR-ANO-PER.
              WRITE REG-REL FROM CAB-FECH-01 AFTER ADVANCING 1 LINE.

      * Periodo pedido; ausente, zerado ou com mes invalido, vale o
      * mes anterior ao corrente (mesmo criterio do EX54).
       LER-PARAMETRO.
              OPEN INPUT PARM-FECH.
              READ PARM-FECH
                     AT END MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     IF MODO-PARM EQUAL "R"
                            MOVE "R" TO MODO-EXECUCAO
                     END-IF
                     MOVE RESPONSAVEL-PARM TO RESPONSAVEL-FECH
                     MOVE DOCUMENTO-PARM   TO DOCUMENTO-FECH
                     MOVE MOTIVO-PARM      TO MOTIVO-FECH
                     IF PERIODO-PARM NUMERIC
                            MOVE PERIODO-PARM TO PERIODO-FECHAR-NUM
                     END-IF
              END-IF.
              CLOSE PARM-FECH.
              IF MES-FECHAR LESS THAN 1
                OR MES-FECHAR GREATER THAN 12
                     IF MES-HOJE EQUAL 1
                            COMPUTE PERIODO-FECHAR-NUM =
                                    (ANO-HOJE - 1) * 100 + 12
                     ELSE
                            COMPUTE PERIODO-FECHAR-NUM =
                                    ANO-HOJE * 100 + MES-HOJE - 1
                     END-IF
              END-IF.

      * Fechamento: periodo ja fechado nao e fechado de novo; senao
      * confere o checklist e so fecha sem nenhuma pendencia.
       FECHA-PERIODO.
              IF PERIODO-ENCERRADO EQUAL "S"
                     WRITE REG-REL FROM CAB-FECH-02
                           AFTER ADVANCING 2 LINES
                     MOVE "PERIODO JA FECHADO - NADA A FAZER"
                       TO VAR-RESULTADO
                     WRITE REG-REL FROM LINHA-RESULTADO
                           AFTER ADVANCING 2 LINES
                     MOVE 1 TO RETURN-CODE
                     GO TO FECHA-PERIODO-EXIT.
              PERFORM CARREGA-CHECKLIST.
              PERFORM MONTA-ITENS.
              WRITE REG-REL FROM CAB-FECH-02 AFTER ADVANCING 2 LINES.
              PERFORM APURA-EXECUCOES.
              PERFORM CONFERE-PASSOS.
              PERFORM CONFERE-ARQUIVOS.
              PERFORM IMPRIME-ITENS.
              IF RESPONSAVEL-FECH EQUAL SPACES
                     ADD 1 TO TOTAL-PENDENCIAS
                     MOVE "RESPONSAVEL PELO FECHAMENTO NAO INFORMADO"
                       TO VAR-PENDENCIA
                     WRITE REG-REL FROM LINHA-PENDENCIA
                           AFTER ADVANCING 2 LINES.
              IF TOTAL-PENDENCIAS GREATER THAN ZEROES
                     MOVE "FECHAMENTO RECUSADO - RESOLVER AS PENDENCIAS"
                       TO VAR-RESULTADO
                     WRITE REG-REL FROM LINHA-RESULTADO
                           AFTER ADVANCING 2 LINES
                     MOVE 4 TO RETURN-CODE
                     GO TO FECHA-PERIODO-EXIT.
              PERFORM CALCULA-CODIGO.
              MOVE "F" TO SITUACAO-GRAVAR.
              PERFORM GRAVA-FECHPER.
              PERFORM IMPRIME-CERTIFICADO.

       FECHA-PERIODO-EXIT.
              EXIT.

      * Checklist maior que a tabela: parar sem fechar (mesmo
      * criterio do EX127).
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX130: CHKFECH.DAT EXCEDE A TABELA DE 30"
                      " ITENS - EXECUCAO ABORTADA SEM FECHAR".
              CLOSE RELFECH.
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-CHECKLIST.
              OPEN INPUT CHKFECH.
              PERFORM UNTIL FIM-CHK EQUAL "SIM"
                      READ CHKFECH
                             AT END MOVE "SIM" TO FIM-CHK
                             NOT AT END PERFORM GUARDA-LINHA-CHK
                      END-READ
              END-PERFORM.
              CLOSE CHKFECH.

       GUARDA-LINHA-CHK.
              IF PERIODO-CHK EQUAL PERIODO-FECHAR-NUM
                     IF TOTAL-CHK-PER NOT LESS THAN 30
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-CHK-PER
                     MOVE DEF-CHK TO DEF-CHK-PER(TOTAL-CHK-PER)
              ELSE IF PERIODO-CHK EQUAL ZEROES
                     IF TOTAL-CHK-GER NOT LESS THAN 30
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-CHK-GER
                     MOVE DEF-CHK TO DEF-CHK-GER(TOTAL-CHK-GER).

       MONTA-ITENS.
              IF TOTAL-CHK-PER GREATER THAN ZEROES
                     MOVE "P" TO ORIGEM-CHECKLIST
                     MOVE "DO PERIODO (CHKFECH.DAT)"
                       TO VAR-ORIGEM-CHK
                     MOVE TOTAL-CHK-PER TO TOTAL-ITENS
              ELSE IF TOTAL-CHK-GER GREATER THAN ZEROES
                     MOVE "G" TO ORIGEM-CHECKLIST
                     MOVE "GERAL (CHKFECH.DAT)" TO VAR-ORIGEM-CHK
                     MOVE TOTAL-CHK-GER TO TOTAL-ITENS
              ELSE
                     MOVE "T" TO ORIGEM-CHECKLIST
                     MOVE "PADRAO DO PROGRAMA" TO VAR-ORIGEM-CHK
                     MOVE 10 TO TOTAL-ITENS.
              PERFORM VARYING IDX-ITEM FROM 1 BY 1
                      UNTIL IDX-ITEM GREATER THAN TOTAL-ITENS
                      EVALUATE ORIGEM-CHECKLIST
                          WHEN "P" MOVE DEF-CHK-PER(IDX-ITEM)
                                     TO DEF-ITEM-TAB(IDX-ITEM)
                          WHEN "G" MOVE DEF-CHK-GER(IDX-ITEM)
                                     TO DEF-ITEM-TAB(IDX-ITEM)
                          WHEN OTHER MOVE DEF-PADRAO(IDX-ITEM)
                                     TO DEF-ITEM-TAB(IDX-ITEM)
                      END-EVALUATE
                      MOVE "NAO"  TO ACHOU-ITEM-TAB(IDX-ITEM)
                      MOVE ZEROES TO MARCA-ITEM-TAB(IDX-ITEM)
                                     LIDOS-ITEM-TAB(IDX-ITEM)
                                     GRAV-ITEM-TAB(IDX-ITEM)
                                     RECEP-ITEM-TAB(IDX-ITEM)
                      MOVE SPACES TO SITUACAO-ITEM-TAB(IDX-ITEM)
                                     ANTES-ITEM-TAB(IDX-ITEM)
              END-PERFORM.

      * Uma passada no RUNLOG: para cada passo do checklist, guarda
      * a ultima execucao dentro da janela do periodo.
       APURA-EXECUCOES.
              OPEN INPUT RUNLOG.
              PERFORM UNTIL FIM-RUNLOG EQUAL "SIM"
                      READ RUNLOG
                             AT END MOVE "SIM" TO FIM-RUNLOG
                             NOT AT END PERFORM CONFERE-RUNLOG
                      END-READ
              END-PERFORM.
              CLOSE RUNLOG.

       CONFERE-RUNLOG.
              ADD 1 TO TOTAL-LIDOS.
              MOVE DATA-RUNLOG TO DATA-MARCA.
              COMPUTE HORA-MARCA = HH-RUNLOG * 10000 + MM-RUNLOG * 100
                      + SS-RUNLOG.
              IF DATA-MARCA NOT LESS THAN INICIO-PERIODO
                AND DATA-MARCA NOT GREATER THAN DATA-HOJE-NUM
                     PERFORM GUARDA-EXECUCAO
                             VARYING IDX-ITEM FROM 1 BY 1
                             UNTIL IDX-ITEM GREATER THAN TOTAL-ITENS.

       GUARDA-EXECUCAO.
              MOVE DEF-ITEM-TAB(IDX-ITEM) TO ITEM-ATUAL.
              IF TIPO-ATU EQUAL "P"
                AND NOME-ATU EQUAL PROGRAMA-RUNLOG
                AND MARCA-RUNLOG-NUM NOT LESS THAN
                    MARCA-ITEM-TAB(IDX-ITEM)
                     MOVE "SIM" TO ACHOU-ITEM-TAB(IDX-ITEM)
                     MOVE MARCA-RUNLOG-NUM
                       TO MARCA-ITEM-TAB(IDX-ITEM)
                     MOVE TOTAL-LIDOS-RUNLOG
                       TO LIDOS-ITEM-TAB(IDX-ITEM)
                     MOVE TOTAL-GRAVADOS-RUNLOG
                       TO GRAV-ITEM-TAB(IDX-ITEM).

      * Passos na ordem do checklist: cada um precisa ter rodado no
      * periodo, ter gravado quando exigido e nao ter rodado antes
      * da ultima execucao de nenhum passo acima dele (foi o caso
      * do exporte rodado antes da liquidacao do cartao).
       CONFERE-PASSOS.
              MOVE ZEROES TO MAIOR-MARCA-ANT.
              MOVE SPACES TO NOME-MAIOR-ANT.
              PERFORM VARYING IDX-ITEM FROM 1 BY 1
                      UNTIL IDX-ITEM GREATER THAN TOTAL-ITENS
                      MOVE DEF-ITEM-TAB(IDX-ITEM) TO ITEM-ATUAL
                      IF TIPO-ATU EQUAL "P"
                             PERFORM CONFERE-PASSO
                      ELSE IF TIPO-ATU NOT EQUAL "E"
                             MOVE "I" TO SITUACAO-ITEM-TAB(IDX-ITEM)
                             ADD 1 TO TOTAL-PENDENCIAS
                      END-IF
              END-PERFORM.

       CONFERE-PASSO.
              ADD 1 TO TOTAL-PASSOS.
              IF ACHOU-ITEM-TAB(IDX-ITEM) EQUAL "NAO"
                     MOVE "A" TO SITUACAO-ITEM-TAB(IDX-ITEM)
                     ADD 1 TO TOTAL-PENDENCIAS
              ELSE IF EXIGE-GRAV-ATU EQUAL "S"
                AND GRAV-ITEM-TAB(IDX-ITEM) EQUAL ZEROES
                     MOVE "Z" TO SITUACAO-ITEM-TAB(IDX-ITEM)
                     ADD 1 TO TOTAL-PENDENCIAS
              ELSE IF MARCA-ITEM-TAB(IDX-ITEM) LESS THAN
                      MAIOR-MARCA-ANT
                     MOVE "D" TO SITUACAO-ITEM-TAB(IDX-ITEM)
                     MOVE NOME-MAIOR-ANT TO ANTES-ITEM-TAB(IDX-ITEM)
                     ADD 1 TO TOTAL-PENDENCIAS
              ELSE
                     MOVE "O" TO SITUACAO-ITEM-TAB(IDX-ITEM)
                     ADD GRAV-ITEM-TAB(IDX-ITEM) TO SOMA-GRAVADOS.
              IF MARCA-ITEM-TAB(IDX-ITEM) GREATER THAN MAIOR-MARCA-ANT
                     MOVE MARCA-ITEM-TAB(IDX-ITEM) TO MAIOR-MARCA-ANT
                     MOVE NOME-ATU TO NOME-MAIOR-ANT.

      * Arquivos de chegada: o que ainda esta na pasta com o nome
      * original nao passou pelo arquivamento do EX72 e esta
      * pendente. Para o certificado, conta as recepcoes do periodo
      * no REGENTRA.DAT.
       CONFERE-ARQUIVOS.
              PERFORM VARYING IDX-ITEM FROM 1 BY 1
                      UNTIL IDX-ITEM GREATER THAN TOTAL-ITENS
                      MOVE DEF-ITEM-TAB(IDX-ITEM) TO ITEM-ATUAL
                      IF TIPO-ATU EQUAL "E"
                             PERFORM CONFERE-ARQUIVO
                      END-IF
              END-PERFORM.

       CONFERE-ARQUIVO.
              MOVE NOME-ATU TO NOME-ARQ-ENTRADA.
              PERFORM CALCULA-DIGITAL.
              PERFORM CONFERE-REGENTRA.
              IF QTD-ARQUIVO EQUAL ZEROES
                     MOVE "O" TO SITUACAO-ITEM-TAB(IDX-ITEM)
              ELSE IF RECEPCIONADO EQUAL "SIM"
                     MOVE "P" TO SITUACAO-ITEM-TAB(IDX-ITEM)
                     ADD 1 TO TOTAL-PENDENCIAS
              ELSE
                     MOVE "N" TO SITUACAO-ITEM-TAB(IDX-ITEM)
                     ADD 1 TO TOTAL-PENDENCIAS.

       CALCULA-DIGITAL.
              MOVE ZEROES TO QTD-ARQUIVO DIGITAL-ARQUIVO.
              MOVE "NAO"  TO FIM-ARQ.
              OPEN INPUT ARQ-ENTRADA.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ ARQ-ENTRADA
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END PERFORM ACUMULA-DIGITAL
                      END-READ
              END-PERFORM.
              CLOSE ARQ-ENTRADA.

       ACUMULA-DIGITAL.
              ADD 1 TO QTD-ARQUIVO.
              MOVE REG-ENTRADA(1:11) TO PREFIXO-X.
              IF PREFIXO-X NUMERIC
                     MOVE PREFIXO-X TO PREFIXO-NUM
                     ADD PREFIXO-NUM TO DIGITAL-ARQUIVO
              ELSE
                     ADD QTD-ARQUIVO TO DIGITAL-ARQUIVO.

       CONFERE-REGENTRA.
              MOVE "NAO" TO RECEPCIONADO FIM-REG.
              OPEN INPUT REGENTRA.
              PERFORM UNTIL FIM-REG EQUAL "SIM"
                      READ REGENTRA
                             AT END MOVE "SIM" TO FIM-REG
                             NOT AT END PERFORM CONFERE-RECEPCAO
                      END-READ
              END-PERFORM.
              CLOSE REGENTRA.

       CONFERE-RECEPCAO.
              IF NOME-ARQ-REG EQUAL NOME-ATU
                     IF DATA-REG NOT LESS THAN INICIO-PERIODO
                       AND DATA-REG NOT GREATER THAN DATA-HOJE-NUM
                            ADD 1 TO RECEP-ITEM-TAB(IDX-ITEM)
                            ADD QTD-REG TO LIDOS-ITEM-TAB(IDX-ITEM)
                     END-IF
                     IF QTD-ARQUIVO GREATER THAN ZEROES
                       AND QTD-REG EQUAL QTD-ARQUIVO
                       AND DIGITAL-REG EQUAL DIGITAL-ARQUIVO
                            MOVE "SIM" TO RECEPCIONADO
                     END-IF
              END-IF.

      * Lista do checklist: passos com a ultima execucao e os
      * totais de controle, depois os arquivos de chegada; cada
      * pendencia sai com o motivo logo abaixo do item.
       IMPRIME-ITENS.
              WRITE REG-REL FROM CAB-PASSOS AFTER ADVANCING 2 LINES.
              PERFORM VARYING IDX-ITEM FROM 1 BY 1
                      UNTIL IDX-ITEM GREATER THAN TOTAL-ITENS
                      MOVE DEF-ITEM-TAB(IDX-ITEM) TO ITEM-ATUAL
                      IF TIPO-ATU NOT EQUAL "E"
                             PERFORM IMPRIME-PASSO
                      END-IF
              END-PERFORM.
              WRITE REG-REL FROM CAB-ARQUIVOS AFTER ADVANCING 2 LINES.
              PERFORM VARYING IDX-ITEM FROM 1 BY 1
                      UNTIL IDX-ITEM GREATER THAN TOTAL-ITENS
                      MOVE DEF-ITEM-TAB(IDX-ITEM) TO ITEM-ATUAL
                      IF TIPO-ATU EQUAL "E"
                             PERFORM IMPRIME-ARQUIVO
                      END-IF
              END-PERFORM.

       IMPRIME-PASSO.
              MOVE IDX-ITEM      TO ORDEM-DET.
              MOVE DESCRICAO-ATU TO DESCRICAO-DET.
              MOVE SPACES        TO DATA-EXEC-DET HORA-EXEC-DET.
              MOVE LIDOS-ITEM-TAB(IDX-ITEM) TO LIDOS-DET.
              MOVE GRAV-ITEM-TAB(IDX-ITEM)  TO GRAVADOS-DET.
              IF ACHOU-ITEM-TAB(IDX-ITEM) EQUAL "SIM"
                     MOVE MARCA-ITEM-TAB(IDX-ITEM)
                       TO MARCA-EDITADA-NUM
                     MOVE DIA-MARCA-ED TO DIA-EXEC-ED
                     MOVE MES-MARCA-ED TO MES-EXEC-ED
                     MOVE ANO-MARCA-ED TO ANO-EXEC-ED
                     MOVE HH-MARCA-ED  TO HH-EXEC-ED
                     MOVE MM-MARCA-ED  TO MM-EXEC-ED
                     MOVE DATA-EXEC-ED TO DATA-EXEC-DET
                     MOVE HORA-EXEC-ED TO HORA-EXEC-DET.
              IF SITUACAO-ITEM-TAB(IDX-ITEM) EQUAL "O"
                     MOVE "OK"       TO SITUACAO-DET
              ELSE
                     MOVE "PENDENTE" TO SITUACAO-DET.
              WRITE REG-REL FROM DETALHE-PASSO
                    AFTER ADVANCING 1 LINE.
              MOVE SPACES TO VAR-PENDENCIA.
              EVALUATE SITUACAO-ITEM-TAB(IDX-ITEM)
                  WHEN "A"
                       STRING NOME-ATU DELIMITED BY SPACE
                              " NAO EXECUTADO NO PERIODO"
                              DELIMITED BY SIZE
                              INTO VAR-PENDENCIA
                  WHEN "Z"
                       MOVE
                         "ULTIMA EXECUCAO SEM GRAVACAO - RODAR DE NOVO"
                         TO VAR-PENDENCIA
                  WHEN "D"
                       STRING "FORA DE ORDEM - RODOU ANTES DE "
                              DELIMITED BY SIZE
                              ANTES-ITEM-TAB(IDX-ITEM)
                              DELIMITED BY SPACE
                              " - RODAR DE NOVO"
                              DELIMITED BY SIZE
                              INTO VAR-PENDENCIA
                  WHEN "I"
                       MOVE "LINHA DO CHECKLIST COM TIPO INVALIDO"
                         TO VAR-PENDENCIA
              END-EVALUATE.
              IF VAR-PENDENCIA NOT EQUAL SPACES
                     WRITE REG-REL FROM LINHA-PENDENCIA
                           AFTER ADVANCING 1 LINE.

       IMPRIME-ARQUIVO.
              MOVE IDX-ITEM      TO ORDEM-ARQ-DET.
              MOVE NOME-ATU      TO NOME-ARQ-DET.
              MOVE DESCRICAO-ATU TO DESCRICAO-ARQ-DET.
              MOVE RECEP-ITEM-TAB(IDX-ITEM) TO RECEP-DET.
              MOVE LIDOS-ITEM-TAB(IDX-ITEM) TO REGISTROS-DET.
              IF SITUACAO-ITEM-TAB(IDX-ITEM) EQUAL "O"
                     MOVE "OK"       TO SITUACAO-ARQ-DET
              ELSE
                     MOVE "PENDENTE" TO SITUACAO-ARQ-DET.
              WRITE REG-REL FROM DETALHE-ARQUIVO
                    AFTER ADVANCING 1 LINE.
              MOVE SPACES TO VAR-PENDENCIA.
              IF SITUACAO-ITEM-TAB(IDX-ITEM) EQUAL "P"
                     MOVE "RECEPCIONADO (EX72) E AINDA NAO ARQUIVADO"
                       TO VAR-PENDENCIA
              ELSE IF SITUACAO-ITEM-TAB(IDX-ITEM) EQUAL "N"
                     MOVE "NA PASTA SEM RECEPCAO PELO EX72"
                       TO VAR-PENDENCIA.
              IF VAR-PENDENCIA NOT EQUAL SPACES
                     WRITE REG-REL FROM LINHA-PENDENCIA
                           AFTER ADVANCING 1 LINE.

      * Codigo de verificacao do certificado sobre o periodo, a
      * data e a hora do fechamento, a quantidade de passos e a
      * soma dos gravados (CODVERIF, como a declaracao do EX28 ME01).
       CALCULA-CODIGO.
              MOVE PERIODO-FECHAR-NUM TO PERIODO-BVF.
              MOVE DATA-HOJE-NUM      TO DATA-BVF.
              MOVE HORA-HOJE-NUM      TO HORA-BVF.
              MOVE TOTAL-PASSOS       TO PASSOS-BVF.
              MOVE SOMA-GRAVADOS      TO GRAVADOS-BVF.
              CALL "CODVERIF" USING BASE-VERIF CODIGO-VERIFICACAO.

      * Acrescenta a linha do fechamento ou da reabertura (mesmo
      * probe por FILE STATUS "35" de ABRE-HISTORICO, EX01 ME02).
       GRAVA-FECHPER.
              OPEN INPUT FECHPER.
              IF FECHPER-STATUS EQUAL "35"
                     CLOSE FECHPER
                     OPEN OUTPUT FECHPER
              ELSE
                     CLOSE FECHPER
                     OPEN EXTEND FECHPER
              END-IF.
              MOVE PERIODO-FECHAR-NUM TO PERIODO-FPR.
              MOVE SITUACAO-GRAVAR    TO SITUACAO-FPR.
              MOVE DATA-HOJE-NUM      TO DATA-FPR.
              MOVE HORA-HOJE-NUM      TO HORA-FPR.
              MOVE RESPONSAVEL-FECH   TO RESPONSAVEL-FPR.
              MOVE DOCUMENTO-FECH     TO DOCUMENTO-FPR.
              MOVE MOTIVO-FECH        TO MOTIVO-FPR.
              MOVE CODIGO-VERIFICACAO TO CODIGO-VERIF-FPR.
              WRITE REG-FECHPER.
              CLOSE FECHPER.

       IMPRIME-CERTIFICADO.
              MOVE "PERIODO FECHADO - CERTIFICADO EMITIDO"
                TO VAR-RESULTADO.
              WRITE REG-REL FROM LINHA-RESULTADO
                    AFTER ADVANCING 2 LINES.
              MOVE MES-FECHAR         TO VAR-MES-CERT.
              MOVE ANO-FECHAR         TO VAR-ANO-CERT.
              MOVE DIA-HOJE           TO VAR-DIA-CERT.
              MOVE MES-HOJE           TO VAR-MES-FECH-CERT.
              MOVE ANO-HOJE           TO VAR-ANO-FECH-CERT.
              MOVE HH-ATUAL           TO VAR-HH-CERT.
              MOVE MM-ATUAL           TO VAR-MM-CERT.
              MOVE SS-ATUAL           TO VAR-SS-CERT.
              MOVE RESPONSAVEL-FECH   TO VAR-RESP-CERT.
              MOVE CODIGO-VERIFICACAO TO VAR-COD-CERT.
              WRITE REG-REL FROM CERT-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CERT-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CERT-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CERT-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CERT-04A AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CERT-05 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CERT-06 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CERT-07 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM LINHA-ASSINATURA
                    AFTER ADVANCING 4 LINES.
              WRITE REG-REL FROM LINHA-ASSINATURA-2
                    AFTER ADVANCING 1 LINE.

      * Reabertura: so de periodo fechado, e so documentada - quem
      * reabre, o documento que autoriza e o motivo ficam no
      * FECHPER.DAT e no relatorio.
       REABRE-PERIODO.
              MOVE "REABERTURA" TO VAR-ORIGEM-CHK.
              WRITE REG-REL FROM CAB-FECH-02 AFTER ADVANCING 2 LINES.
              MOVE RESPONSAVEL-FECH TO VAR-RESP-CERT.
              MOVE DOCUMENTO-FECH   TO VAR-DOC-REAB.
              MOVE MOTIVO-FECH      TO VAR-MOTIVO-REAB.
              WRITE REG-REL FROM CERT-06 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM REAB-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM REAB-02 AFTER ADVANCING 1 LINE.
              IF PERIODO-ENCERRADO NOT EQUAL "S"
                     MOVE
                       "REABERTURA RECUSADA - PERIODO NAO ESTA FECHADO"
                       TO VAR-RESULTADO
              ELSE IF RESPONSAVEL-FECH EQUAL SPACES
                   OR DOCUMENTO-FECH EQUAL SPACES
                   OR MOTIVO-FECH EQUAL SPACES
                     MOVE
                    "REABERTURA RECUSADA - RESPONSAVEL/DOCUMENTO/MOTIVO"
                       TO VAR-RESULTADO
              ELSE
                     MOVE "SIM" TO REABERTURA-ACEITA
                     MOVE "PERIODO REABERTO - LANCAMENTOS LIBERADOS"
                       TO VAR-RESULTADO.
              WRITE REG-REL FROM LINHA-RESULTADO
                    AFTER ADVANCING 2 LINES.
              IF REABERTURA-ACEITA EQUAL "NAO"
                     MOVE 4 TO RETURN-CODE
                     GO TO REABRE-PERIODO-EXIT.
              MOVE ZEROES TO CODIGO-VERIFICACAO.
              MOVE "R" TO SITUACAO-GRAVAR.
              PERFORM GRAVA-FECHPER.
              WRITE REG-REL FROM LINHA-ASSINATURA
                    AFTER ADVANCING 4 LINES.
              WRITE REG-REL FROM LINHA-ASSINATURA-2
                    AFTER ADVANCING 1 LINE.

       REABRE-PERIODO-EXIT.
              EXIT.

       FIM.
              MOVE TOTAL-ITENS      TO VAR-ITENS.
              MOVE TOTAL-PENDENCIAS TO VAR-PENDENCIAS.
              IF MODO-EXECUCAO NOT EQUAL "R"
                     WRITE REG-REL FROM ROD-FECH-01
                           AFTER ADVANCING 3 LINES
                     WRITE REG-REL FROM ROD-FECH-02
                           AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELFECH.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E130"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-PENDENCIAS TO TOTAL-GRAVADOS-RUNLOG.
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
