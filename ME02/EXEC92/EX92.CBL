       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX92.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      CONFERENCIA DO RAZAO AUXILIAR DE SOCIOS: PROVA
      *              QUE O SALDO DEVEDOR/CREDOR DE CADA SOCIO EM
      *              SALDODEV.DAT (MEXIDO PELO EX01, EX43, EX44, EX45
      *              E EX89) E O QUE OS MOVIMENTOS EXPLICAM. PARTE DO
      *              SALDO CONFERIDO NA EXECUCAO ANTERIOR (SALDOREC.
      *              DAT) E REFAZ O SALDO ESPERADO COM OS MOVIMENTOS
      *              DATADOS DEPOIS DELA: MENSALIDADE CONFERIDA
      *              (MENSCONF.DAT, EX01 - PARCIAL SOBE O DEVEDOR,
      *              EXCESSO SOBE O CREDOR), ESTORNOS (HISTSOC.DAT
      *              TIPO "E", EX43), CREDITO APLICADO (CREDAPL.DAT,
      *              EX44), RESTITUICOES DE CREDITO (ORDREST.DAT
      *              MOTIVOS "D"/"T", EX44), BAIXAS POR PERDA
      *              (PERDAS.DAT, EX45) E O EXCEDENTE DAS RECUPERACOES
      *              DA AGENCIA (RECUPCOB.DAT, EX89). AS REINTEGRACOES
      *              DE ACORDO QUEBRADO (CADSOC1Q.DAT, EX42) VOLTAM AO
      *              FLUXO DE ATRASADOS E NAO PASSAM POR SALDODEV: SO
      *              APARECEM COMO MOVIMENTO DO SOCIO E NO TOTAL DE
      *              CONTROLE. TODO SOCIO CUJO SALDO NAO BATE SAI NO
      *              RELCONC COM O ESPERADO, O ATUAL, A DIFERENCA E O
      *              ULTIMO MOVIMENTO QUE O TOCOU. OS TOTAIS DE
      *              CONTROLE DO PERIODO DE PARMEX54.DAT (O MESMO DO
      *              EXPORTE CONTABIL) SAO COMPARADOS COM OS
      *              LANCAMENTOS GERADOS PELO EX54 EM LANCTOS.DAT. NO
      *              FIM O SALDODEV ATUAL VIRA O NOVO SALDOREC. RODAR
      *              UMA VEZ POR CICLO, DEPOIS DO EX44 E DO EX01 (O
      *              EX44 RECRIA CREDAPL/ORDREST A CADA EXECUCAO). NA
      *              PRIMEIRA EXECUCAO, SEM SALDOREC, SO A BASE E
      *              REGISTRADA.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-EX54 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SALDOREC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SALDODEV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL MENSCONF ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL HISTSOC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CREDAPL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL ORDREST ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PERDAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RECUPCOB ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADSOC1Q ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL LANCTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELCONC ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-EX54: periodo contabil (AAAAMM) do exporte do EX54; os
      * totais de controle sao do mesmo periodo.
       FD     PARM-EX54
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMEX54.DAT".
       01     REG-PARM-EX54.
              02 PERIODO-PARM      PIC 9(06).

      * SALDOREC: saldos conferidos na execucao anterior (copia do
      * SALDODEV daquele dia), ponto de partida da prova.
       FD     SALDOREC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SALDOREC.DAT".
       01     REG-SALDOREC.
              02 NUMERO-SOCIO-SRC  PIC 9(06).
              02 SALDO-DEVEDOR-SRC PIC 9(09)V9(02).
              02 SALDO-CREDOR-SRC  PIC 9(09)V9(02).
              02 DATA-SRC          PIC 9(08).

       FD     SALDODEV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SALDODEV.DAT".
       01     REG-SALDODEV.
              02 NUMERO-SOCIO-DEV      PIC 9(06).
              02 SALDO-DEVEDOR-DEV     PIC 9(09)V9(02).
              02 SALDO-CREDOR-DEV      PIC 9(09)V9(02).

      * MENSCONF: mensalidade conferida pelo EX01 (devido x pago).
       FD     MENSCONF
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "MENSCONF.DAT".
       01     REG-MENSCONF.
              02 NUMERO-SOCIO-MCF  PIC 9(06).
              02 DATA-MCF          PIC 9(08).
              02 VALOR-DEVIDO-MCF  PIC 9(09)V9(02).
              02 VALOR-PAGO-MCF    PIC 9(09)V9(02).

       FD     HISTSOC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "HISTSOC.DAT".
       01     REG-HISTSOC.
              02 NUMERO-SOCIO-HIST PIC 9(06).
              02 NOME-SOCIO-HIST   PIC X(30).
              02 VALOR-PGTO-HIST   PIC 9(09)V9(02).
              02 DATA-PGTO-HIST    PIC 9(08).
              02 TIPO-LANC-HIST    PIC X(01).
              02 FORMA-PGTO-HIST   PIC X(01).

       FD     CREDAPL
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CREDAPL.DAT".
       01     REG-CREDAPL.
              02 NUMERO-SOCIO-CRAP PIC 9(06).
              02 VALOR-APLICADO-CRAP PIC 9(09)V9(02).
              02 DATA-APLICACAO-CRAP PIC 9(08).

      * ORDREST: motivo "P" (antecipacao da anuidade) nao sai de
      * SALDODEV e fica fora da prova.
       FD     ORDREST
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "ORDREST.DAT".
       01     REG-ORDREST.
              02 NUMERO-SOCIO-REST PIC 9(06).
              02 NOME-SOCIO-REST   PIC X(30).
              02 VALOR-REST        PIC 9(09)V9(02).
              02 DATA-REST         PIC 9(08).
              02 MOTIVO-REST       PIC X(01).

       FD     PERDAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PERDAS.DAT".
       01     REG-PERDA.
              02 NUMERO-SOCIO-PER  PIC 9(06).
              02 NOME-SOCIO-PER    PIC X(30).
              02 VALOR-PER         PIC 9(09)V9(02).
              02 DATA-PER          PIC 9(08).
              02 AUTORIZACAO-PER   PIC X(20).

       FD     RECUPCOB
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RECUPCOB.DAT".
       01     REG-RECUPCOB.
              02 NUMERO-SOCIO-RCB  PIC 9(06).
              02 DATA-PERDA-RCB    PIC 9(08).
              02 DATA-RCB          PIC 9(08).
              02 VALOR-RECUP-RCB   PIC 9(09)V9(02).
              02 VALOR-COMIS-RCB   PIC 9(09)V9(02).

      * CADSOC1Q: divida reintegrada dos acordos quebrados (EX42),
      * no layout de CADSOC1.
       FD     CADSOC1Q
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADSOC1Q.DAT".
       01     REG-SOC1Q.
              02 CODIGO-PAGAMENTO1Q PIC 9(02).
              02 NUMERO-SOCIO1Q     PIC 9(06).
              02 NOME-SOCIO1Q       PIC X(30).
              02 VALOR-PAGAMENTO1Q  PIC 9(09)V9(02).
              02 DIAS-ATRASO1Q      PIC 9(03).
              02 FORMA-PAGAMENTO1Q  PIC 9(01).

      * LANCTOS: lancamentos do exporte contabil (EX54).
       FD     LANCTOS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "LANCTOS.DAT".
       01     REG-LANCTO.
              02 PERIODO-LCT       PIC 9(06).
              02 CONTA-DEB-LCT     PIC 9(06).
              02 CONTA-CRED-LCT    PIC 9(06).
              02 VALOR-LCT         PIC 9(12)V9(02).
              02 HISTORICO-LCT     PIC X(30).
              02 DEPTO-LCT         PIC 9(02).
              02 CENTRO-CUSTO-LCT  PIC 9(04).

       FD     RELCONC
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
       77 FIM-SRC                  PIC X(03) VALUE "NAO".
       77 FIM-DEV                  PIC X(03) VALUE "NAO".
       77 FIM-MCF                  PIC X(03) VALUE "NAO".
       77 FIM-HIST                 PIC X(03) VALUE "NAO".
       77 FIM-CRAP                 PIC X(03) VALUE "NAO".
       77 FIM-REST                 PIC X(03) VALUE "NAO".
       77 FIM-PER                  PIC X(03) VALUE "NAO".
       77 FIM-RCB                  PIC X(03) VALUE "NAO".
       77 FIM-SOC1Q                PIC X(03) VALUE "NAO".
       77 FIM-LCT                  PIC X(03) VALUE "NAO".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-CONFERIDOS         PIC 9(05) VALUE ZEROES.
       77 TOTAL-DIVERGENTES        PIC 9(05) VALUE ZEROES.
       77 BASE-INICIAL             PIC X(03) VALUE "NAO".
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       77 DATA-HOJE-NUM            PIC 9(08) VALUE ZEROES.

      * Data da conferencia anterior: so movimento datado depois
      * dela entra na prova.
       77 DATA-CORTE               PIC 9(08) VALUE ZEROES.
       01 DATA-CORTE-W.
              02 ANO-CORTE-W       PIC 9(04).
              02 MES-CORTE-W       PIC 9(02).
              02 DIA-CORTE-W       PIC 9(02).

       77 PERIODO-EXPORTE          PIC 9(06) VALUE ZEROES.
       77 PERIODO-REGISTRO         PIC 9(06) VALUE ZEROES.

      * Movimento corrente a atribuir ao socio.
       77 SOCIO-BUSCA              PIC 9(06) VALUE ZEROES.
       77 DATA-MOV                 PIC 9(08) VALUE ZEROES.
       77 TIPO-MOV                 PIC X(12) VALUE SPACES.
       77 VALOR-EXCEDENTE          PIC 9(09)V9(02) VALUE ZEROES.
       77 RECUP-ANTES              PIC 9(09)V9(02) VALUE ZEROES.
       77 RECUP-DEPOIS             PIC 9(09)V9(02) VALUE ZEROES.
       77 EXCESSO-ANTES            PIC 9(09)V9(02) VALUE ZEROES.
       77 EXCESSO-DEPOIS           PIC 9(09)V9(02) VALUE ZEROES.

      * Saldo esperado e diferencas do socio corrente.
       77 DEVEDOR-ESPERADO         PIC 9(09)V9(02) VALUE ZEROES.
       77 CREDOR-ESPERADO          PIC 9(09)V9(02) VALUE ZEROES.
       77 ABATIMENTO               PIC 9(09)V9(02) VALUE ZEROES.
       77 DIFERENCA-DEV            PIC S9(09)V9(02) VALUE ZEROES.
       77 DIFERENCA-CRED           PIC S9(09)V9(02) VALUE ZEROES.
       77 SOMA-DIF-DEV             PIC S9(12)V9(02) VALUE ZEROES.
       77 SOMA-DIF-CRED            PIC S9(12)V9(02) VALUE ZEROES.

      * Totais dos movimentos da prova (desde a data de corte).
       77 VALOR-PARCIAIS           PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-EXCESSOS           PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-ESTORNADO          PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-APLICADO           PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-RESTITUIDO         PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-BAIXADO            PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-EXCEDENTES         PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-REINTEGRADO        PIC 9(12)V9(02) VALUE ZEROES.

      * Totais do periodo contabil: razao auxiliar (mesmos filtros
      * do EX54) contra os lancamentos de LANCTOS.DAT.
       77 SUB-MENSALIDADES         PIC 9(12)V9(02) VALUE ZEROES.
       77 SUB-ESTORNOS             PIC 9(12)V9(02) VALUE ZEROES.
       77 SUB-PERDAS               PIC 9(12)V9(02) VALUE ZEROES.
       77 SUB-RECUPERACOES         PIC 9(12)V9(02) VALUE ZEROES.
       77 LCT-MENSALIDADES         PIC 9(12)V9(02) VALUE ZEROES.
       77 LCT-ESTORNOS             PIC 9(12)V9(02) VALUE ZEROES.
       77 LCT-PERDAS               PIC 9(12)V9(02) VALUE ZEROES.
       77 LCT-RECUPERACOES         PIC 9(12)V9(02) VALUE ZEROES.
       77 TOTAL-LCT-PERIODO        PIC 9(05) VALUE ZEROES.
       77 TOTAL-DIVERGE-CTB        PIC 9(02) VALUE ZEROES.

      * Razao auxiliar por socio: saldo de abertura, movimentos da
      * prova, saldo atual e ultimo movimento.
       77 TOTAL-CNC                PIC 9(05) VALUE ZEROES.
       77 IDX-CNC                  PIC 9(05) VALUE ZEROES.
       77 ACHOU-CNC                PIC X(03) VALUE "NAO".
       01     TABELA-CNC.
              02 CNC-REG           OCCURS 2000 TIMES.
                 03 NUMERO-CNC-TAB       PIC 9(06).
                 03 DEV-ABERT-TAB        PIC 9(09)V9(02).
                 03 CRED-ABERT-TAB       PIC 9(09)V9(02).
                 03 PARCIAL-TAB          PIC 9(09)V9(02).
                 03 EXCESSO-TAB          PIC 9(09)V9(02).
                 03 ESTORNO-TAB          PIC 9(09)V9(02).
                 03 APLICADO-TAB         PIC 9(09)V9(02).
                 03 RESTITUIDO-TAB       PIC 9(09)V9(02).
                 03 BAIXADO-TAB          PIC 9(09)V9(02).
                 03 EXCEDENTE-TAB        PIC 9(09)V9(02).
                 03 DEV-ATUAL-TAB        PIC 9(09)V9(02).
                 03 CRED-ATUAL-TAB       PIC 9(09)V9(02).
                 03 DATA-ULT-MOV-TAB     PIC 9(08).
                 03 TIPO-ULT-MOV-TAB     PIC X(12).

      * Baixas por perda com o acumulado recuperado, refeito em
      * ordem de gravacao do RECUPCOB para achar o excedente de cada
      * recuperacao (mesma conta de POSTA-RECUPERACAO do EX89).
       77 TOTAL-PERDA              PIC 9(05) VALUE ZEROES.
       77 IDX-PERDA                PIC 9(05) VALUE ZEROES.
       77 IDX-ACHADA               PIC 9(05) VALUE ZEROES.
       01     TABELA-PERDA.
              02 PERDA-REG         OCCURS 2000 TIMES.
                 03 NUMERO-PERDA-TAB     PIC 9(06).
                 03 DATA-PERDA-TAB       PIC 9(08).
                 03 VALOR-PERDA-TAB      PIC 9(09)V9(02).
                 03 RECUP-PERDA-TAB      PIC 9(09)V9(02).

       01 DATA-EDICAO-W.
              02 ANO-EDICAO-W      PIC 9(04).
              02 MES-EDICAO-W      PIC 9(02).
              02 DIA-EDICAO-W      PIC 9(02).

       01     CAB-01.
              02 FILLER     PIC X(08) VALUE SPACES.
              02 FILLER PIC X(51) VALUE
                 "CONFERENCIA DO SALDO DOS SOCIOS - DIVERGENCIAS".
              02 FILLER     PIC X(11) VALUE SPACES.
              02 FILLER     PIC X(05) VALUE "PAG. ".
              02 VAR-PAG    PIC Z9.
              02 FILLER     PIC X(03) VALUE SPACES.

       01     CAB-02.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(22) VALUE "PROVA DESDE A CONFER. ".
              02 DIA-CORTE-CAB PIC 99.
              02 FILLER     PIC X(01) VALUE "/".
              02 MES-CORTE-CAB PIC 99.
              02 FILLER     PIC X(01) VALUE "/".
              02 ANO-CORTE-CAB PIC 9999.
              02 FILLER     PIC X(46) VALUE SPACES.

       01     CAB-03.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(12) VALUE "SOCIO  SALDO".
              02 FILLER     PIC X(14) VALUE "     ESPERADO".
              02 FILLER     PIC X(14) VALUE "        ATUAL".
              02 FILLER     PIC X(14) VALUE "    DIFERENCA".
              02 FILLER     PIC X(24) VALUE " ULTIMO MOVIMENTO".

       01     DETALHE-DEV.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NUMERO-SOCIO-DET  PIC 999.999.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "DEV ".
              02 DEV-ESPERADO-DET  PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 DEV-ATUAL-DET     PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 DIF-DEV-DET       PIC -Z.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 DIA-MOV-DET       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 MES-MOV-DET       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 ANO-MOV-DET       PIC 9999.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 TIPO-MOV-DET      PIC X(12).
              02 FILLER            PIC X(01) VALUE SPACES.

       01     DETALHE-CRED.
              02 FILLER            PIC X(10) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "CRED".
              02 CRED-ESPERADO-DET PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 CRED-ATUAL-DET    PIC ZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 DIF-CRED-DET      PIC -Z.ZZZ.ZZ9,99.
              02 FILLER            PIC X(25) VALUE SPACES.

       01     LINHA-MENSAGEM.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-MENSAGEM      PIC X(60).
              02 FILLER            PIC X(18) VALUE SPACES.

       01     CAB-CTB-01.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(40) VALUE
                 "TOTAIS DE CONTROLE x EXPORTE CONTABIL - ".
              02 MES-CTB-CAB PIC 99.
              02 FILLER     PIC X(01) VALUE "/".
              02 ANO-CTB-CAB PIC 9999.
              02 FILLER     PIC X(31) VALUE SPACES.

       01     CAB-CTB-02.
              02 FILLER     PIC X(02) VALUE SPACES.
              02 FILLER     PIC X(24) VALUE "EVENTO".
              02 FILLER     PIC X(18) VALUE "   RAZAO AUXILIAR".
              02 FILLER     PIC X(18) VALUE "     LANCTOS EX54".
              02 FILLER     PIC X(18) VALUE "  SITUACAO".

       01     DETALHE-CTB.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 EVENTO-CTB-DET    PIC X(22).
              02 VALOR-SUB-DET     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VALOR-LCT-DET     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 SITUACAO-CTB-DET  PIC X(07).
              02 FILLER            PIC X(10) VALUE SPACES.

       01     ROD-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Socios conferidos        :".
              02 VAR-CONFERIDOS    PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Socios com divergencia   :".
              02 VAR-DIVERGENTES   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Diferenca no devedor     :".
              02 VAR-DIF-DEV       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Diferenca no credor      :".
              02 VAR-DIF-CRED      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-MOV.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 ROTULO-MOV        PIC X(27).
              02 VAR-VALOR-MOV     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX92.
              PERFORM INICIO.
              PERFORM ACUMULA-MOVIMENTOS.
              IF BASE-INICIAL EQUAL "NAO"
                     PERFORM CONFERE-SOCIO VARYING IDX-CNC FROM 1 BY 1
                             UNTIL IDX-CNC GREATER THAN TOTAL-CNC.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM =
                      ANO-HOJE * 10000 + MES-HOJE * 100 + DIA-HOJE.
              PERFORM LER-PARAMETRO.
              PERFORM CARREGA-ABERTURA.
              PERFORM CARREGA-SALDOS-ATUAIS.
              OPEN OUTPUT RELCONC.

      * Periodo do EX54; ausente ou zerado, o mes anterior ao
      * corrente (o fechamento de praxe).
       LER-PARAMETRO.
              OPEN INPUT PARM-EX54.
              READ PARM-EX54
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO" AND PERIODO-PARM
                 GREATER THAN ZEROES
                     MOVE PERIODO-PARM TO PERIODO-EXPORTE
              ELSE
                     IF MES-HOJE EQUAL 1
                            COMPUTE PERIODO-EXPORTE =
                                    (ANO-HOJE - 1) * 100 + 12
                     ELSE
                            COMPUTE PERIODO-EXPORTE =
                                    ANO-HOJE * 100 + MES-HOJE - 1
                     END-IF
              END-IF.
              CLOSE PARM-EX54.

      * Arquivo persistente maior que a tabela: parar antes de
      * regravar o SALDOREC (mesmo criterio do EX01).
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX92: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * SALDOREC ausente ou vazio: primeira execucao, so registra a
      * base para a proxima.
       CARREGA-ABERTURA.
              OPEN INPUT SALDOREC.
              PERFORM UNTIL FIM-SRC EQUAL "SIM"
                      READ SALDOREC
                             AT END MOVE "SIM" TO FIM-SRC
                             NOT AT END
                                  MOVE NUMERO-SOCIO-SRC TO SOCIO-BUSCA
                                  PERFORM LOCALIZA-SOCIO
                                  MOVE SALDO-DEVEDOR-SRC TO
                                       DEV-ABERT-TAB(IDX-CNC)
                                  MOVE SALDO-CREDOR-SRC TO
                                       CRED-ABERT-TAB(IDX-CNC)
                                  MOVE DATA-SRC TO DATA-CORTE
                      END-READ
              END-PERFORM.
              CLOSE SALDOREC.
              IF DATA-CORTE EQUAL ZEROES
                     MOVE "SIM" TO BASE-INICIAL
                     MOVE DATA-HOJE-NUM TO DATA-CORTE.
              MOVE DATA-CORTE TO DATA-CORTE-W.

       CARREGA-SALDOS-ATUAIS.
              OPEN INPUT SALDODEV.
              PERFORM UNTIL FIM-DEV EQUAL "SIM"
                      READ SALDODEV
                             AT END MOVE "SIM" TO FIM-DEV
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  MOVE NUMERO-SOCIO-DEV TO SOCIO-BUSCA
                                  PERFORM LOCALIZA-SOCIO
                                  MOVE SALDO-DEVEDOR-DEV TO
                                       DEV-ATUAL-TAB(IDX-CNC)
                                  MOVE SALDO-CREDOR-DEV TO
                                       CRED-ATUAL-TAB(IDX-CNC)
                      END-READ
              END-PERFORM.
              CLOSE SALDODEV.

      * Posicao do socio SOCIO-BUSCA na tabela (aberta zerada se
      * ainda nao existe), em IDX-CNC.
       LOCALIZA-SOCIO.
              MOVE "NAO" TO ACHOU-CNC.
              PERFORM VARYING IDX-CNC FROM 1 BY 1
                      UNTIL IDX-CNC GREATER THAN TOTAL-CNC
                         OR ACHOU-CNC EQUAL "SIM"
                      IF NUMERO-CNC-TAB(IDX-CNC) EQUAL SOCIO-BUSCA
                             MOVE "SIM" TO ACHOU-CNC
                      END-IF
              END-PERFORM.
              IF ACHOU-CNC EQUAL "SIM"
                     SUBTRACT 1 FROM IDX-CNC
              ELSE
                     IF TOTAL-CNC NOT LESS THAN 2000
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-CNC
                     MOVE TOTAL-CNC TO IDX-CNC
                     INITIALIZE CNC-REG(IDX-CNC)
                     MOVE SOCIO-BUSCA TO NUMERO-CNC-TAB(IDX-CNC)
              END-IF.

      * Guarda o movimento mais recente do socio corrente.
       MARCA-MOVIMENTO.
              IF DATA-MOV NOT LESS THAN DATA-ULT-MOV-TAB(IDX-CNC)
                     MOVE DATA-MOV TO DATA-ULT-MOV-TAB(IDX-CNC)
                     MOVE TIPO-MOV TO TIPO-ULT-MOV-TAB(IDX-CNC).

       ACUMULA-MOVIMENTOS.
              PERFORM ACUMULA-MENSCONF.
              PERFORM ACUMULA-HISTSOC.
              PERFORM ACUMULA-CREDAPL.
              PERFORM ACUMULA-ORDREST.
              PERFORM ACUMULA-PERDAS.
              PERFORM ACUMULA-RECUPCOB.
              PERFORM ACUMULA-REINTEGRACOES.
              PERFORM ACUMULA-LANCTOS.

      * Pago abaixo do devido sobe o devedor; acima, o credor (as
      * mesmas regras de REGISTRA-PARCIAL/REGISTRA-CREDITO do EX01).
       ACUMULA-MENSCONF.
              OPEN INPUT MENSCONF.
              PERFORM UNTIL FIM-MCF EQUAL "SIM"
                      READ MENSCONF
                             AT END MOVE "SIM" TO FIM-MCF
                             NOT AT END
                                  IF DATA-MCF GREATER THAN DATA-CORTE
                                       PERFORM LANCA-MENSCONF
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE MENSCONF.

       LANCA-MENSCONF.
              MOVE NUMERO-SOCIO-MCF TO SOCIO-BUSCA.
              PERFORM LOCALIZA-SOCIO.
              IF VALOR-PAGO-MCF LESS THAN VALOR-DEVIDO-MCF
                     COMPUTE PARCIAL-TAB(IDX-CNC) =
                             PARCIAL-TAB(IDX-CNC)
                           + VALOR-DEVIDO-MCF - VALOR-PAGO-MCF
                     COMPUTE VALOR-PARCIAIS = VALOR-PARCIAIS
                           + VALOR-DEVIDO-MCF - VALOR-PAGO-MCF
              ELSE
                     COMPUTE EXCESSO-TAB(IDX-CNC) =
                             EXCESSO-TAB(IDX-CNC)
                           + VALOR-PAGO-MCF - VALOR-DEVIDO-MCF
                     COMPUTE VALOR-EXCESSOS = VALOR-EXCESSOS
                           + VALOR-PAGO-MCF - VALOR-DEVIDO-MCF.
              MOVE DATA-MCF      TO DATA-MOV.
              MOVE "MENSALIDADE " TO TIPO-MOV.
              PERFORM MARCA-MOVIMENTO.

      * Estorno ("E") devolve o valor ao devedor. Para o periodo
      * contabil, soma pagamentos e estornos com o filtro do EX54
      * (recuperacao "R" fica fora das mensalidades).
       ACUMULA-HISTSOC.
              OPEN INPUT HISTSOC.
              PERFORM UNTIL FIM-HIST EQUAL "SIM"
                      READ HISTSOC
                             AT END MOVE "SIM" TO FIM-HIST
                             NOT AT END
                                  PERFORM CLASSIFICA-HISTSOC
                      END-READ
              END-PERFORM.
              CLOSE HISTSOC.

       CLASSIFICA-HISTSOC.
              IF TIPO-LANC-HIST EQUAL "E"
                AND DATA-PGTO-HIST GREATER THAN DATA-CORTE
                     MOVE NUMERO-SOCIO-HIST TO SOCIO-BUSCA
                     PERFORM LOCALIZA-SOCIO
                     ADD VALOR-PGTO-HIST TO ESTORNO-TAB(IDX-CNC)
                     ADD VALOR-PGTO-HIST TO VALOR-ESTORNADO
                     MOVE DATA-PGTO-HIST TO DATA-MOV
                     MOVE "ESTORNO     " TO TIPO-MOV
                     PERFORM MARCA-MOVIMENTO.
              COMPUTE PERIODO-REGISTRO = DATA-PGTO-HIST / 100.
              IF PERIODO-REGISTRO EQUAL PERIODO-EXPORTE
                AND TIPO-LANC-HIST NOT EQUAL "R"
                     IF TIPO-LANC-HIST EQUAL "E"
                            ADD VALOR-PGTO-HIST TO SUB-ESTORNOS
                     ELSE
                            ADD VALOR-PGTO-HIST TO SUB-MENSALIDADES.

       ACUMULA-CREDAPL.
              OPEN INPUT CREDAPL.
              PERFORM UNTIL FIM-CRAP EQUAL "SIM"
                      READ CREDAPL
                             AT END MOVE "SIM" TO FIM-CRAP
                             NOT AT END
                                  IF DATA-APLICACAO-CRAP GREATER THAN
                                        DATA-CORTE
                                       PERFORM LANCA-CREDAPL
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CREDAPL.

       LANCA-CREDAPL.
              MOVE NUMERO-SOCIO-CRAP TO SOCIO-BUSCA.
              PERFORM LOCALIZA-SOCIO.
              ADD VALOR-APLICADO-CRAP TO APLICADO-TAB(IDX-CNC).
              ADD VALOR-APLICADO-CRAP TO VALOR-APLICADO.
              MOVE DATA-APLICACAO-CRAP TO DATA-MOV.
              MOVE "CRED.APLIC. " TO TIPO-MOV.
              PERFORM MARCA-MOVIMENTO.

       ACUMULA-ORDREST.
              OPEN INPUT ORDREST.
              PERFORM UNTIL FIM-REST EQUAL "SIM"
                      READ ORDREST
                             AT END MOVE "SIM" TO FIM-REST
                             NOT AT END
                                  IF DATA-REST GREATER THAN DATA-CORTE
                                    AND MOTIVO-REST NOT EQUAL "P"
                                       PERFORM LANCA-ORDREST
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE ORDREST.

       LANCA-ORDREST.
              MOVE NUMERO-SOCIO-REST TO SOCIO-BUSCA.
              PERFORM LOCALIZA-SOCIO.
              ADD VALOR-REST TO RESTITUIDO-TAB(IDX-CNC).
              ADD VALOR-REST TO VALOR-RESTITUIDO.
              MOVE DATA-REST     TO DATA-MOV.
              MOVE "RESTITUICAO " TO TIPO-MOV.
              PERFORM MARCA-MOVIMENTO.

      * Todas as baixas vao para a tabela de perdas (base do
      * excedente das recuperacoes); so as posteriores ao corte
      * entram na prova do socio.
       ACUMULA-PERDAS.
              OPEN INPUT PERDAS.
              PERFORM UNTIL FIM-PER EQUAL "SIM"
                      READ PERDAS
                             AT END MOVE "SIM" TO FIM-PER
                             NOT AT END
                                  PERFORM LANCA-PERDA
                      END-READ
              END-PERFORM.
              CLOSE PERDAS.

       LANCA-PERDA.
              IF TOTAL-PERDA NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-PERDA.
              MOVE NUMERO-SOCIO-PER TO NUMERO-PERDA-TAB(TOTAL-PERDA).
              MOVE DATA-PER         TO DATA-PERDA-TAB(TOTAL-PERDA).
              MOVE VALOR-PER        TO VALOR-PERDA-TAB(TOTAL-PERDA).
              MOVE ZEROES           TO RECUP-PERDA-TAB(TOTAL-PERDA).
              IF DATA-PER GREATER THAN DATA-CORTE
                     MOVE NUMERO-SOCIO-PER TO SOCIO-BUSCA
                     PERFORM LOCALIZA-SOCIO
                     ADD VALOR-PER TO BAIXADO-TAB(IDX-CNC)
                     ADD VALOR-PER TO VALOR-BAIXADO
                     MOVE DATA-PER      TO DATA-MOV
                     MOVE "BAIXA PERDA " TO TIPO-MOV
                     PERFORM MARCA-MOVIMENTO.
              COMPUTE PERIODO-REGISTRO = DATA-PER / 100.
              IF PERIODO-REGISTRO EQUAL PERIODO-EXPORTE
                     ADD VALOR-PER TO SUB-PERDAS.

       ACUMULA-RECUPCOB.
              OPEN INPUT RECUPCOB.
              PERFORM UNTIL FIM-RCB EQUAL "SIM"
                      READ RECUPCOB
                             AT END MOVE "SIM" TO FIM-RCB
                             NOT AT END
                                  PERFORM LANCA-RECUPCOB
                      END-READ
              END-PERFORM.
              CLOSE RECUPCOB.

      * Excedente da recuperacao = o que passa do valor baixado,
      * pelo acumulado recuperado antes e depois dela.
       LANCA-RECUPCOB.
              MOVE ZEROES TO IDX-ACHADA.
              PERFORM VARYING IDX-PERDA FROM 1 BY 1
                      UNTIL IDX-PERDA GREATER THAN TOTAL-PERDA
                         OR IDX-ACHADA GREATER THAN ZEROES
                      IF NUMERO-PERDA-TAB(IDX-PERDA) EQUAL
                            NUMERO-SOCIO-RCB
                        AND DATA-PERDA-TAB(IDX-PERDA) EQUAL
                            DATA-PERDA-RCB
                             MOVE IDX-PERDA TO IDX-ACHADA
                      END-IF
              END-PERFORM.
              MOVE ZEROES TO VALOR-EXCEDENTE.
              IF IDX-ACHADA GREATER THAN ZEROES
                     PERFORM APURA-EXCEDENTE.
              IF DATA-RCB GREATER THAN DATA-CORTE
                     MOVE NUMERO-SOCIO-RCB TO SOCIO-BUSCA
                     PERFORM LOCALIZA-SOCIO
                     ADD VALOR-EXCEDENTE TO EXCEDENTE-TAB(IDX-CNC)
                     ADD VALOR-EXCEDENTE TO VALOR-EXCEDENTES
                     MOVE DATA-RCB      TO DATA-MOV
                     MOVE "RECUPERACAO " TO TIPO-MOV
                     PERFORM MARCA-MOVIMENTO.
              COMPUTE PERIODO-REGISTRO = DATA-RCB / 100.
              IF PERIODO-REGISTRO EQUAL PERIODO-EXPORTE
                     ADD VALOR-RECUP-RCB TO SUB-RECUPERACOES.

       APURA-EXCEDENTE.
              MOVE RECUP-PERDA-TAB(IDX-ACHADA) TO RECUP-ANTES.
              COMPUTE RECUP-DEPOIS = RECUP-ANTES + VALOR-RECUP-RCB.
              MOVE ZEROES TO EXCESSO-ANTES EXCESSO-DEPOIS.
              IF RECUP-ANTES GREATER THAN VALOR-PERDA-TAB(IDX-ACHADA)
                     COMPUTE EXCESSO-ANTES =
                             RECUP-ANTES - VALOR-PERDA-TAB(IDX-ACHADA).
              IF RECUP-DEPOIS GREATER THAN VALOR-PERDA-TAB(IDX-ACHADA)
                     COMPUTE EXCESSO-DEPOIS =
                             RECUP-DEPOIS - VALOR-PERDA-TAB(IDX-ACHADA).
              COMPUTE VALOR-EXCEDENTE = EXCESSO-DEPOIS - EXCESSO-ANTES.
              MOVE RECUP-DEPOIS TO RECUP-PERDA-TAB(IDX-ACHADA).

      * Reintegracao nao tem data no layout de CADSOC1: vale como
      * movimento do ciclo corrente, sem efeito no saldo.
       ACUMULA-REINTEGRACOES.
              OPEN INPUT CADSOC1Q.
              PERFORM UNTIL FIM-SOC1Q EQUAL "SIM"
                      READ CADSOC1Q
                             AT END MOVE "SIM" TO FIM-SOC1Q
                             NOT AT END
                                  MOVE NUMERO-SOCIO1Q TO SOCIO-BUSCA
                                  PERFORM LOCALIZA-SOCIO
                                  ADD VALOR-PAGAMENTO1Q
                                      TO VALOR-REINTEGRADO
                                  MOVE DATA-HOJE-NUM TO DATA-MOV
                                  MOVE "REINTEGRACAO" TO TIPO-MOV
                                  PERFORM MARCA-MOVIMENTO
                      END-READ
              END-PERFORM.
              CLOSE CADSOC1Q.

      * Lancamentos do EX54 no periodo, pelo historico do evento.
       ACUMULA-LANCTOS.
              OPEN INPUT LANCTOS.
              PERFORM UNTIL FIM-LCT EQUAL "SIM"
                      READ LANCTOS
                             AT END MOVE "SIM" TO FIM-LCT
                             NOT AT END
                                  IF PERIODO-LCT EQUAL PERIODO-EXPORTE
                                       ADD 1 TO TOTAL-LCT-PERIODO
                                       PERFORM CLASSIFICA-LANCTO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE LANCTOS.

       CLASSIFICA-LANCTO.
              IF HISTORICO-LCT(1:12) EQUAL "MENSALIDADES"
                     ADD VALOR-LCT TO LCT-MENSALIDADES
              ELSE IF HISTORICO-LCT EQUAL "ESTORNOS DE PAGAMENTO"
                     ADD VALOR-LCT TO LCT-ESTORNOS
              ELSE IF HISTORICO-LCT EQUAL "BAIXAS POR PERDA"
                     ADD VALOR-LCT TO LCT-PERDAS
              ELSE IF HISTORICO-LCT EQUAL "RECUPERACAO DE PERDAS"
                     ADD VALOR-LCT TO LCT-RECUPERACOES.

      * Refaz o saldo esperado na ordem em que os programas mexem
      * em SALDODEV: cobranca e estorno sobem, credito aplicado e
      * restituido abatem o credor, a baixa abate o devedor (ate
      * zera-lo, como no EX45) e o excedente da recuperacao abate o
      * devedor e vira credito no resto (como no EX89).
       CONFERE-SOCIO.
              ADD 1 TO TOTAL-CONFERIDOS.
              COMPUTE DEVEDOR-ESPERADO = DEV-ABERT-TAB(IDX-CNC)
                    + PARCIAL-TAB(IDX-CNC) + ESTORNO-TAB(IDX-CNC).
              COMPUTE CREDOR-ESPERADO = CRED-ABERT-TAB(IDX-CNC)
                    + EXCESSO-TAB(IDX-CNC).
              COMPUTE ABATIMENTO = APLICADO-TAB(IDX-CNC)
                                 + RESTITUIDO-TAB(IDX-CNC).
              IF ABATIMENTO LESS THAN CREDOR-ESPERADO
                     SUBTRACT ABATIMENTO FROM CREDOR-ESPERADO
              ELSE
                     MOVE ZEROES TO CREDOR-ESPERADO.
              IF BAIXADO-TAB(IDX-CNC) LESS THAN DEVEDOR-ESPERADO
                     SUBTRACT BAIXADO-TAB(IDX-CNC)
                         FROM DEVEDOR-ESPERADO
              ELSE
                     MOVE ZEROES TO DEVEDOR-ESPERADO.
              IF EXCEDENTE-TAB(IDX-CNC) GREATER THAN DEVEDOR-ESPERADO
                     COMPUTE CREDOR-ESPERADO = CREDOR-ESPERADO
                           + EXCEDENTE-TAB(IDX-CNC) - DEVEDOR-ESPERADO
                     MOVE ZEROES TO DEVEDOR-ESPERADO
              ELSE
                     SUBTRACT EXCEDENTE-TAB(IDX-CNC)
                         FROM DEVEDOR-ESPERADO.
              COMPUTE DIFERENCA-DEV =
                      DEV-ATUAL-TAB(IDX-CNC) - DEVEDOR-ESPERADO.
              COMPUTE DIFERENCA-CRED =
                      CRED-ATUAL-TAB(IDX-CNC) - CREDOR-ESPERADO.
              IF DIFERENCA-DEV NOT EQUAL ZEROES
                OR DIFERENCA-CRED NOT EQUAL ZEROES
                     PERFORM IMPRIME-DIVERGENCIA.

       IMPRIME-DIVERGENCIA.
              ADD 1 TO TOTAL-DIVERGENTES.
              ADD DIFERENCA-DEV  TO SOMA-DIF-DEV.
              ADD DIFERENCA-CRED TO SOMA-DIF-CRED.
              IF CT-LIN GREATER THAN 38
                     PERFORM CABECALHO.
              MOVE NUMERO-CNC-TAB(IDX-CNC)   TO NUMERO-SOCIO-DET.
              MOVE DEVEDOR-ESPERADO          TO DEV-ESPERADO-DET.
              MOVE DEV-ATUAL-TAB(IDX-CNC)    TO DEV-ATUAL-DET.
              MOVE DIFERENCA-DEV             TO DIF-DEV-DET.
              MOVE DATA-ULT-MOV-TAB(IDX-CNC) TO DATA-EDICAO-W.
              MOVE DIA-EDICAO-W              TO DIA-MOV-DET.
              MOVE MES-EDICAO-W              TO MES-MOV-DET.
              MOVE ANO-EDICAO-W              TO ANO-MOV-DET.
              MOVE TIPO-ULT-MOV-TAB(IDX-CNC) TO TIPO-MOV-DET.
              IF TIPO-ULT-MOV-TAB(IDX-CNC) EQUAL SPACES
                     MOVE "SEM MOVIMENTO" TO TIPO-MOV-DET.
              WRITE REG-REL FROM DETALHE-DEV AFTER ADVANCING 2 LINES.
              MOVE CREDOR-ESPERADO           TO CRED-ESPERADO-DET.
              MOVE CRED-ATUAL-TAB(IDX-CNC)   TO CRED-ATUAL-DET.
              MOVE DIFERENCA-CRED            TO DIF-CRED-DET.
              WRITE REG-REL FROM DETALHE-CRED AFTER ADVANCING 1 LINE.
              ADD 3 TO CT-LIN.

       CABECALHO.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              IF CT-PAG EQUAL 1
                     WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE
              ELSE
                     WRITE REG-REL FROM CAB-01 AFTER ADVANCING PAGE.
              MOVE DIA-CORTE-W TO DIA-CORTE-CAB.
              MOVE MES-CORTE-W TO MES-CORTE-CAB.
              MOVE ANO-CORTE-W TO ANO-CORTE-CAB.
              WRITE REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE 5 TO CT-LIN.

       FIM.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO.
              IF BASE-INICIAL EQUAL "SIM"
                     MOVE "SEM CONFERENCIA ANTERIOR - BASE REGISTRADA"
                       TO VAR-MENSAGEM
                     WRITE REG-REL FROM LINHA-MENSAGEM
                           AFTER ADVANCING 2 LINES
              ELSE IF TOTAL-DIVERGENTES EQUAL ZEROES
                     MOVE "TODOS OS SALDOS CONFEREM COM OS MOVIMENTOS"
                       TO VAR-MENSAGEM
                     WRITE REG-REL FROM LINHA-MENSAGEM
                           AFTER ADVANCING 2 LINES.
              PERFORM IMPRIME-RODAPE.
              PERFORM IMPRIME-CONTROLE-CONTABIL.
              PERFORM REGRAVA-SALDOREC.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELCONC.

       IMPRIME-RODAPE.
              MOVE   TOTAL-CONFERIDOS  TO VAR-CONFERIDOS.
              MOVE   TOTAL-DIVERGENTES TO VAR-DIVERGENTES.
              MOVE   SOMA-DIF-DEV      TO VAR-DIF-DEV.
              MOVE   SOMA-DIF-CRED     TO VAR-DIF-CRED.
              WRITE  REG-REL FROM ROD-01 AFTER ADVANCING 3 LINES.
              WRITE  REG-REL FROM ROD-02 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-03 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM ROD-04 AFTER ADVANCING 1 LINE.
              MOVE   "Parciais (p/ devedor)    :" TO ROTULO-MOV.
              MOVE   VALOR-PARCIAIS    TO VAR-VALOR-MOV.
              WRITE  REG-REL FROM ROD-MOV AFTER ADVANCING 2 LINES.
              MOVE   "Excessos (p/ credor)     :" TO ROTULO-MOV.
              MOVE   VALOR-EXCESSOS    TO VAR-VALOR-MOV.
              WRITE  REG-REL FROM ROD-MOV AFTER ADVANCING 1 LINE.
              MOVE   "Estornos                 :" TO ROTULO-MOV.
              MOVE   VALOR-ESTORNADO   TO VAR-VALOR-MOV.
              WRITE  REG-REL FROM ROD-MOV AFTER ADVANCING 1 LINE.
              MOVE   "Credito aplicado         :" TO ROTULO-MOV.
              MOVE   VALOR-APLICADO    TO VAR-VALOR-MOV.
              WRITE  REG-REL FROM ROD-MOV AFTER ADVANCING 1 LINE.
              MOVE   "Credito restituido       :" TO ROTULO-MOV.
              MOVE   VALOR-RESTITUIDO  TO VAR-VALOR-MOV.
              WRITE  REG-REL FROM ROD-MOV AFTER ADVANCING 1 LINE.
              MOVE   "Baixas por perda         :" TO ROTULO-MOV.
              MOVE   VALOR-BAIXADO     TO VAR-VALOR-MOV.
              WRITE  REG-REL FROM ROD-MOV AFTER ADVANCING 1 LINE.
              MOVE   "Excedente de recuperacao :" TO ROTULO-MOV.
              MOVE   VALOR-EXCEDENTES  TO VAR-VALOR-MOV.
              WRITE  REG-REL FROM ROD-MOV AFTER ADVANCING 1 LINE.
              MOVE   "Reintegrado (sem saldo)  :" TO ROTULO-MOV.
              MOVE   VALOR-REINTEGRADO TO VAR-VALOR-MOV.
              WRITE  REG-REL FROM ROD-MOV AFTER ADVANCING 1 LINE.

      * Razao auxiliar x exporte contabil do mesmo periodo: cada
      * evento tem de bater com o lancamento gerado pelo EX54.
       IMPRIME-CONTROLE-CONTABIL.
              MOVE PERIODO-EXPORTE(5:2) TO MES-CTB-CAB.
              MOVE PERIODO-EXPORTE(1:4) TO ANO-CTB-CAB.
              WRITE REG-REL FROM CAB-CTB-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-CTB-02 AFTER ADVANCING 2 LINES.
              MOVE "MENSALIDADES"          TO EVENTO-CTB-DET.
              MOVE SUB-MENSALIDADES        TO VALOR-SUB-DET.
              MOVE LCT-MENSALIDADES        TO VALOR-LCT-DET.
              PERFORM IMPRIME-LINHA-CONTROLE.
              MOVE "ESTORNOS"              TO EVENTO-CTB-DET.
              MOVE SUB-ESTORNOS            TO VALOR-SUB-DET.
              MOVE LCT-ESTORNOS            TO VALOR-LCT-DET.
              PERFORM IMPRIME-LINHA-CONTROLE.
              MOVE "BAIXAS POR PERDA"      TO EVENTO-CTB-DET.
              MOVE SUB-PERDAS              TO VALOR-SUB-DET.
              MOVE LCT-PERDAS              TO VALOR-LCT-DET.
              PERFORM IMPRIME-LINHA-CONTROLE.
              MOVE "RECUPERACOES"          TO EVENTO-CTB-DET.
              MOVE SUB-RECUPERACOES        TO VALOR-SUB-DET.
              MOVE LCT-RECUPERACOES        TO VALOR-LCT-DET.
              PERFORM IMPRIME-LINHA-CONTROLE.
              IF TOTAL-LCT-PERIODO EQUAL ZEROES
                     MOVE "EXPORTE CONTABIL DO PERIODO NAO ENCONTRADO"
                       TO VAR-MENSAGEM
              ELSE IF TOTAL-DIVERGE-CTB EQUAL ZEROES
                     MOVE "RAZAO AUXILIAR AMARRADO AO EXPORTE CONTABIL"
                       TO VAR-MENSAGEM
              ELSE
                     MOVE "RAZAO AUXILIAR NAO AMARRA COM O EXPORTE"
                       TO VAR-MENSAGEM.
              WRITE REG-REL FROM LINHA-MENSAGEM
                    AFTER ADVANCING 2 LINES.

       IMPRIME-LINHA-CONTROLE.
              IF VALOR-SUB-DET EQUAL VALOR-LCT-DET
                     MOVE "CONFERE" TO SITUACAO-CTB-DET
              ELSE
                     MOVE "DIVERGE" TO SITUACAO-CTB-DET
                     ADD 1 TO TOTAL-DIVERGE-CTB.
              WRITE REG-REL FROM DETALHE-CTB AFTER ADVANCING 1 LINE.

      * O SALDODEV de hoje vira a abertura da proxima conferencia.
       REGRAVA-SALDOREC.
              OPEN OUTPUT SALDOREC.
              MOVE "NAO" TO FIM-DEV.
              OPEN INPUT SALDODEV.
              PERFORM UNTIL FIM-DEV EQUAL "SIM"
                      READ SALDODEV
                             AT END MOVE "SIM" TO FIM-DEV
                             NOT AT END
                                  MOVE NUMERO-SOCIO-DEV TO
                                       NUMERO-SOCIO-SRC
                                  MOVE SALDO-DEVEDOR-DEV TO
                                       SALDO-DEVEDOR-SRC
                                  MOVE SALDO-CREDOR-DEV TO
                                       SALDO-CREDOR-SRC
                                  MOVE DATA-HOJE-NUM TO DATA-SRC
                                  WRITE REG-SALDOREC
                      END-READ
              END-PERFORM.
              CLOSE SALDODEV.
              CLOSE SALDOREC.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX92"        TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG       FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL        FROM TIME.
              MOVE   HH-ATUAL          TO HH-RUNLOG.
              MOVE   MM-ATUAL          TO MM-RUNLOG.
              MOVE   SS-ATUAL          TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS       TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-DIVERGENTES TO TOTAL-GRAVADOS-RUNLOG.
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
