       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX81.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      EMISSAO MENSAL DE BOLETOS PARA OS SOCIOS SEM
      *              MANDATO DE DEBITO ATIVO: O COMPLEMENTO DA REMESSA
      *              DO EX17. MESMA APURACAO DE VALOR (MENSAL.DAT
      *              MENOS O CREDITO APLICADO DO CREDAPL.DAT) E MESMA
      *              CONSOLIDACAO POR NUCLEO FAMILIAR SOB O TITULAR;
      *              O NUCLEO CUJO TITULAR NAO TEM MANDATO ATIVO EM
      *              MANDDEB.DAT RECEBE UM BOLETO COM NOSSO-NUMERO
      *              SEQUENCIAL (NUMBOLET.DAT), CODIGO DE BARRAS E
      *              LINHA DIGITAVEL COM OS DIGITOS VERIFICADORES
      *              (MODULO 10 POR CAMPO, MODULO 11 GERAL). GRAVA O
      *              REGISTRO DE BOLETOS REGBOL.DAT (QUE O EX16 USA
      *              PARA BAIXAR O PAGAMENTO PELO NOSSO-NUMERO), A
      *              REMESSA DE REGISTRO AO BANCO NO LAYOUT DO
      *              BANCOLAY.DAT DO BANCO DE PARMBANC.DAT (REMBOL.DAT
      *              OU REMBOL.Bnnn), O ARQUIVO DE IMPRESSAO BOLETOS
      *              E O RELATORIO RELBOL. SEM REGISTRO DE MANDATOS
      *              CARREGADO O EX17 DEBITA TODO MUNDO, E POR ISSO
      *              NENHUM BOLETO SAI.
      *              TAXA DE RESERVA DE ESPACO AINDA A FATURAR
      *              (RESESP.DAT, EX95) DE TITULAR SEM MANDATO ATIVO
      *              SAI EM BOLETO PROPRIO, SEPARADO DO DA
      *              MENSALIDADE, E A RESERVA FICA FATURADA COM O
      *              NOSSO-NUMERO DO BOLETO (BAIXADA PELO EX16).
      *              A MENSALIDADE DO BOLETO SAI DA MESMA CONTA DA
      *              REMESSA DO EX17: SOCIO COM O MES DE COMPETENCIA
      *              COBERTO POR ANTECIPACAO DA ANUIDADE (PREPAGO.DAT,
      *              EX90) NAO E COBRADO; NO MES DE ADESAO OU DE
      *              DESLIGAMENTO O VALOR E PROPORCIONAL AOS DIAS DE
      *              VINCULO (PARMPRAT.DAT) E SAI DISCRIMINADO EM
      *              RELBOL; O DESLIGADO NO PROPRIO MES DE COMPETENCIA
      *              AINDA RECEBE O BOLETO DOS DIAS DE VINCULO.

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

              SELECT OPTIONAL MENSAL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CREDAPL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL MANDDEB ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUMERO-SOCIO-MAND
              FILE STATUS IS MANDDEB-STATUS.

              SELECT OPTIONAL PARM-BANC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL BANCOLAY ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARM-PRAT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PREPAGO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARM-BOL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL NUMBOL ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL REGBOL ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NOSSO-NUMERO-BOL
              FILE STATUS IS REGBOL-STATUS.

              SELECT REMBOL
              ASSIGN TO DYNAMIC NOME-REMBOL
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESESP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT BOLETOS ASSIGN TO DISK.

              SELECT RELBOL ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * CADMSOC: mestre de socios indexado (mesmo lido pelo EX17).
       FD     CADMSOC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

      * MENSAL: tabela de mensalidades por socio/categoria.
       FD     MENSAL
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "MENSAL.DAT".
       01     REG-MENSAL.
              02 NUMERO-SOCIO-MENS     PIC 9(06).
              02 CATEGORIA-MENS        PIC X(02).
              02 VALOR-MENSALIDADE-MENS PIC 9(09)V9(02).

      * CREDAPL: credito aplicado no ciclo pelo EX44, descontado da
      * mensalidade como na remessa de debito.
       FD     CREDAPL
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CREDAPL.DAT".
       01     REG-CREDAPL.
              02 NUMERO-SOCIO-CRAP PIC 9(06).
              02 VALOR-APLICADO-CRAP PIC 9(09)V9(02).
              02 DATA-APLICACAO-CRAP PIC 9(08).

      * MANDDEB: registro de mandatos de debito (EX47) - titular com
      * mandato ativo em qualquer banco e cobrado pelo EX17.
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

      * PARM-BANC: banco emissor dos boletos (mesmo parametro do
      * EX16/EX17). Ausente ou zerado, vale o convenio original.
       FD     PARM-BANC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMBANC.DAT".
       01     REG-PARM-BANC.
              02 BANCO-PARM        PIC 9(03).
              02 ACUMULA-PARM      PIC X(01).

      * BANCOLAY: cadastro de layouts por banco (mesmo registro lido
      * pelo EX16/EX17/EX18). A remessa de registro de boletos usa
      * as posicoes da ordem de debito mais a do nosso-numero.
       FD     BANCOLAY
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "BANCOLAY.DAT".
       01     REG-LAY.
              02 BANCO-LAY         PIC 9(03).
              02 NOME-BANCO-LAY    PIC X(15).
              02 POS-TIPO-LAY      PIC 9(03).
              02 TIPO-DET-LAY      PIC X(01).
              02 POS-SEG-LAY       PIC 9(03).
              02 SEG-DET-LAY       PIC X(01).
              02 POS-REF-LAY       PIC 9(03).
              02 POS-VALR-LAY      PIC 9(03).
              02 POS-DATA-LAY      PIC 9(03).
              02 POS-REF-DEB-LAY   PIC 9(03).
              02 POS-NOME-DEB-LAY  PIC 9(03).
              02 POS-VALR-DEB-LAY  PIC 9(03).
              02 POS-DATA-DEB-LAY  PIC 9(03).
              02 POS-OCOR-DEB-LAY  PIC 9(03).
              02 TAM-REG-DEB-LAY   PIC 9(03).
              02 OCOR-CONF-LAY     PIC X(02).
              02 OCOR-RECUP-LAY    PIC X(02).
              02 OCOR-ENCER-LAY    PIC X(02).
              02 OCOR-NAUT-LAY     PIC X(02).
              02 POS-NOSSO-LAY     PIC 9(03).
              02 POS-NOSSO-REM-LAY PIC 9(03).

      * PARM-PRAT: regra de arredondamento, base de dias e mes de
      * competencia da mensalidade proporcional (mesmo parametro do
      * EX17 e do EX01).
       FD     PARM-PRAT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMPRAT.DAT".
       COPY PARMPRAT.

      * PREPAGO: antecipacoes da anuidade (EX90); os meses cobertos
      * ja foram pagos e nao recebem boleto.
       FD     PREPAGO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PREPAGO.DAT".
       COPY PREPAGO.

      * PARM-BOL: dados do beneficiario no convenio de cobranca -
      * agencia, codigo/conta e carteira. Ausente, valem os VALUE
      * de trabalho abaixo.
       FD     PARM-BOL
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMBOL.DAT".
       01     REG-PARM-BOL.
              02 AGENCIA-BOL-PARM  PIC 9(04).
              02 CONTA-BOL-PARM    PIC 9(08).
              02 CARTEIRA-BOL-PARM PIC 9(02).

      * NUMBOL: ultimo nosso-numero emitido, persistido entre
      * execucoes (mesmo esquema do NUMRECIBO.DAT do EX01).
       FD     NUMBOL
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "NUMBOLET.DAT".
       01     REG-NUMBOL.
              02 ULTIMO-NOSSO-ARQ  PIC 9(10).

      * REGBOL: registro de boletos emitidos, indexado pelo
      * nosso-numero. SITUACAO-BOL "E" emitido, "P" pago (baixado
      * pelo EX16 com a data do retorno).
       FD     REGBOL
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "REGBOL.DAT".
       01     REG-BOL.
              02 NOSSO-NUMERO-BOL  PIC 9(10).
              02 NUMERO-SOCIO-BOL  PIC 9(06).
              02 NOME-SOCIO-BOL    PIC X(30).
              02 VALOR-BOL         PIC 9(09)V9(02).
              02 DATA-VENC-BOL     PIC 9(08).
              02 DATA-EMISSAO-BOL  PIC 9(08).
              02 BANCO-BOL         PIC 9(03).
              02 SITUACAO-BOL      PIC X(01).
              02 DATA-PGTO-BOL     PIC 9(08).

      * REMBOL: remessa de registro de boletos ao banco, nas
      * posicoes e no tamanho do layout do convenio. Nome do
      * arquivo: REMBOL.DAT sem banco selecionado, REMBOL.Bnnn com.
       FD     REMBOL
              LABEL RECORD ARE STANDARD
              RECORD IS VARYING IN SIZE FROM 1 TO 240
              DEPENDING ON TAM-REMBOL.
       01     REG-REMBOL           PIC X(240).

      * RESESP: reservas de espaco (EX95) - a taxa a faturar de
      * titular sem mandato vira boleto proprio, e a reserva e
      * regravada como faturada por boleto.
       FD     RESESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESESP.DAT".
       COPY RESERVA.

      * BOLETOS: arquivo de impressao, um boleto por pagina.
       FD     BOLETOS
              LABEL RECORD IS OMITTED.
       01     REG-BOLETO           PIC X(80).

       FD     RELBOL
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
       77 FIM-MENSAL               PIC X(03) VALUE "NAO".
       77 FIM-PARM-BANC            PIC X(03) VALUE "NAO".
       77 FIM-PARM-BOL             PIC X(03) VALUE "NAO".
       77 FIM-PARM-PRAT            PIC X(03) VALUE "NAO".
       77 FIM-LAY                  PIC X(03) VALUE "NAO".
       77 FIM-NUMBOL               PIC X(03) VALUE "NAO".
       77 FIM-REGBOL               PIC X(03) VALUE "NAO".
       77 CADMSOC-STATUS           PIC X(02) VALUE "00".
       77 MANDDEB-STATUS           PIC X(02) VALUE "00".
       77 REGBOL-STATUS            PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-BOLETOS            PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-TABELA         PIC 9(05) VALUE ZEROES.
       77 TOTAL-INATIVOS           PIC 9(05) VALUE ZEROES.
       77 TOTAL-COM-MANDATO        PIC 9(05) VALUE ZEROES.
       77 TOTAL-JA-EMITIDOS        PIC 9(05) VALUE ZEROES.
       77 VALOR-TOTAL-BOLETOS      PIC 9(12)V9(02) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

      * Banco e layout vigentes da execucao (mesma convencao do
      * EX17): banco zero usa os VALUE abaixo, o convenio original.
       77 BANCO-RUN                PIC 9(03) VALUE ZEROES.
       77 BANCO-EMISSOR            PIC 9(03) VALUE 001.
       77 NOME-BANCO-RUN           PIC X(15) VALUE "BANCO CONVENIO".
       77 ACHOU-LAYOUT             PIC X(03) VALUE "NAO".
       77 NOME-REMBOL              PIC X(12) VALUE "REMBOL.DAT".
       77 TAM-REMBOL               PIC 9(03) VALUE 65.
       77 POS-REF-DEB-RUN          PIC 9(03) VALUE 1.
       77 POS-NOME-DEB-RUN         PIC 9(03) VALUE 7.
       77 POS-VALR-DEB-RUN         PIC 9(03) VALUE 37.
       77 POS-DATA-DEB-RUN         PIC 9(03) VALUE 48.
       77 POS-NOSSO-REM-RUN        PIC 9(03) VALUE 56.

      * Beneficiario no convenio de cobranca (PARMBOL.DAT).
       77 AGENCIA-BENEF            PIC 9(04) VALUE 0001.
       77 CONTA-BENEF              PIC 9(08) VALUE ZEROES.
       77 CARTEIRA-BENEF           PIC 9(02) VALUE 17.

      * Vencimento: dia 10 do mes seguinte (mesma data do debito do
      * EX17).
       01 DATA-VENCIMENTO.
              02 ANO-VENC          PIC 9(04).
              02 MES-VENC          PIC 9(02).
              02 DIA-VENC          PIC 9(02).
       77 NOSSO-NUMERO             PIC 9(10) VALUE ZEROES.

      * Valor levado a remessa byte a byte, preservando o decimal
      * implicito (mesmo cuidado do VALOR-ORDEM-WX do EX17).
       01 VALOR-BOLETO-WX.
              02 VALOR-BOLETO-W    PIC 9(09)V9(02).

      * Boleto montado em campos de trabalho: pagador, nome, texto
      * da instrucao e situacao impressa no relatorio - o mesmo
      * caminho serve ao boleto da familia e ao da reserva.
       77 TITULAR-BOLETO-W         PIC 9(06) VALUE ZEROES.
       77 NOME-BOLETO-W            PIC X(30) VALUE SPACES.
       77 TEXTO-BOLETO-W           PIC X(76) VALUE SPACES.
       77 SITUACAO-BOLETO-W        PIC X(14) VALUE SPACES.
       77 TEXTO-MENSALIDADE-W      PIC X(76) VALUE
              "MENSALIDADE DO NUCLEO FAMILIAR. APOS O VENCIMENTO,".
       01 TEXTO-RESERVA-W.
              02 FILLER            PIC X(16) VALUE "TAXA DA RESERVA ".
              02 NUMERO-RES-TXT    PIC 9(06).
              02 FILLER            PIC X(10) VALUE " - ESPACO ".
              02 ESPACO-RES-TXT    PIC X(03).
              02 FILLER            PIC X(04) VALUE " EM ".
              02 DIA-USO-TXT       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 MES-USO-TXT       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 ANO-USO-TXT       PIC 9999.
              02 FILLER            PIC X(20)
                 VALUE ". APOS O VENCIMENTO,".
              02 FILLER            PIC X(07) VALUE SPACES.
       01 DATA-USO-W.
              02 ANO-USO-W         PIC 9(04).
              02 MES-USO-W         PIC 9(02).
              02 DIA-USO-W         PIC 9(02).

      * Fator de vencimento: dias corridos desde 07/10/1997, contados
      * pelo calendario civil; o fator volta a 1000 depois de 9999.
       77 ANO-CALC                 PIC 9(04) VALUE ZEROES.
       77 MES-CALC                 PIC 9(02) VALUE ZEROES.
       77 DIA-CALC                 PIC 9(02) VALUE ZEROES.
       77 ANO-BISSEXTO             PIC 9(04) VALUE ZEROES.
       77 QUOC-4                   PIC 9(04) VALUE ZEROES.
       77 QUOC-100                 PIC 9(04) VALUE ZEROES.
       77 QUOC-400                 PIC 9(04) VALUE ZEROES.
       77 DIAS-CALC                PIC 9(07) VALUE ZEROES.
       77 DIAS-BASE                PIC 9(07) VALUE ZEROES.
       77 FATOR-VENC               PIC 9(05) VALUE ZEROES.
       01 TABELA-DIAS-ACUM-V.
              02 FILLER            PIC X(36) VALUE
                 "000031059090120151181212243273304334".
       01 TABELA-DIAS-ACUM REDEFINES TABELA-DIAS-ACUM-V.
              02 DIAS-ACUM-TAB     PIC 9(03) OCCURS 12 TIMES.

      * Codigo de barras (44 posicoes) e a linha digitavel montada a
      * partir dele.
       01 CODIGO-BARRAS.
              02 BANCO-CB          PIC 9(03).
              02 MOEDA-CB          PIC 9(01) VALUE 9.
              02 DV-CB             PIC 9(01).
              02 FATOR-CB          PIC 9(04).
              02 VALOR-CB          PIC 9(08)V9(02).
              02 LIVRE-CB.
                 03 CARTEIRA-CB    PIC 9(02).
                 03 NOSSO-CB       PIC 9(10).
                 03 AGENCIA-CB     PIC 9(04).
                 03 CONTA-CB       PIC 9(08).
                 03 FILLER         PIC 9(01) VALUE ZERO.
       01 CAMPO-DV                 PIC X(43) VALUE SPACES.
       77 TAM-CAMPO-DV             PIC 9(02) VALUE ZEROES.
       77 IDX-DV                   PIC 9(02) VALUE ZEROES.
       77 DIGITO-DV                PIC 9(01) VALUE ZEROES.
       77 PESO-DV                  PIC 9(02) VALUE ZEROES.
       77 PRODUTO-DV               PIC 9(03) VALUE ZEROES.
       77 SOMA-DV                  PIC 9(05) VALUE ZEROES.
       77 QUOC-DV                  PIC 9(05) VALUE ZEROES.
       77 RESTO-DV                 PIC 9(02) VALUE ZEROES.
       77 DV-CALC                  PIC 9(02) VALUE ZEROES.
       01 LINHA-DIGITAVEL.
              02 LD-CAMPO1A        PIC X(05).
              02 FILLER            PIC X(01) VALUE ".".
              02 LD-CAMPO1B        PIC X(04).
              02 LD-DV1            PIC 9(01).
              02 FILLER            PIC X(01) VALUE SPACE.
              02 LD-CAMPO2A        PIC X(05).
              02 FILLER            PIC X(01) VALUE ".".
              02 LD-CAMPO2B        PIC X(05).
              02 LD-DV2            PIC 9(01).
              02 FILLER            PIC X(01) VALUE SPACE.
              02 LD-CAMPO3A        PIC X(05).
              02 FILLER            PIC X(01) VALUE ".".
              02 LD-CAMPO3B        PIC X(05).
              02 LD-DV3            PIC 9(01).
              02 FILLER            PIC X(01) VALUE SPACE.
              02 LD-DV4            PIC 9(01).
              02 FILLER            PIC X(01) VALUE SPACE.
              02 LD-CAMPO5         PIC X(14).

      * Tabela de mensalidades em memoria (mesmo esquema do EX17).
       77 TOTAL-MENSAL             PIC 9(05) VALUE ZEROES.
       77 IDX-MENSAL               PIC 9(05) VALUE ZEROES.
       77 ACHOU-MENSAL             PIC X(03) VALUE "NAO".
       77 VALOR-MENSALIDADE        PIC 9(09)V9(02) VALUE ZEROES.
       01     TABELA-MENSAL.
              02 MENSAL-REG        OCCURS 2000 TIMES.
                 03 NUMERO-SOCIO-MENS-TAB PIC 9(06).
                 03 VALOR-MENSAL-TAB      PIC 9(09)V9(02).

      * Creditos aplicados no ciclo (CREDAPL.DAT, EX44).
       77 FIM-CRAP                 PIC X(03) VALUE "NAO".
       77 TOTAL-CRAP               PIC 9(05) VALUE ZEROES.
       77 IDX-CRAP                 PIC 9(05) VALUE ZEROES.
       77 CREDITO-APLICADO         PIC 9(09)V9(02) VALUE ZEROES.
       01     TABELA-CRAP.
              02 CRAP-REG          OCCURS 2000 TIMES.
                 03 NUMERO-SOCIO-CRAP-TAB PIC 9(06).
                 03 VALOR-CRAP-TAB        PIC 9(09)V9(02).

      * Titulares com mandato ativo (qualquer banco).
       77 FIM-MAND                 PIC X(03) VALUE "NAO".
       77 TOTAL-MAND               PIC 9(05) VALUE ZEROES.
       77 IDX-MAND                 PIC 9(05) VALUE ZEROES.
       77 TEM-MANDATO-ATIVO        PIC X(03) VALUE "NAO".
       01     TABELA-MAND.
              02 NUMERO-MAND-TAB   PIC 9(06) OCCURS 2000 TIMES.

      * Titulares que ja tem boleto emitido para este vencimento
      * (reexecucao no mesmo mes nao duplica a cobranca).
       77 TOTAL-EMIT               PIC 9(05) VALUE ZEROES.
       77 IDX-EMIT                 PIC 9(05) VALUE ZEROES.
       77 JA-EMITIDO               PIC X(03) VALUE "NAO".
       01     TABELA-EMIT.
              02 TITULAR-EMIT-TAB  PIC 9(06) OCCURS 2000 TIMES.

      * Reservas de espaco em memoria (imagem do registro, mesmo
      * esquema do EX17), regravadas depois de marcar as faturadas.
       77 FIM-RES                  PIC X(03) VALUE "NAO".
       77 TOTAL-RES                PIC 9(05) VALUE ZEROES.
       77 IDX-RES                  PIC 9(05) VALUE ZEROES.
       77 BOLETO-DE-RESERVA        PIC X(03) VALUE "NAO".
       77 TOTAL-TAXAS-ESP          PIC 9(05) VALUE ZEROES.
       01     TABELA-RES.
              02 REG-RES-TAB       PIC X(124) OCCURS 2000 TIMES.

      * Mensalidade proporcional (mesmo esquema do EX17): regra e
      * competencia da execucao, datas do socio corrente e o
      * resultado da conta. DIAS-BASE-PRAT e a base de dias da
      * proporcao (DIAS-BASE ja serve ao fator de vencimento).
       77 REGRA-ARRED-RUN          PIC X(01) VALUE "N".
       77 BASE-DIAS-RUN            PIC 9(02) VALUE ZEROES.
       01 COMPETENCIA-RUN.
              02 ANO-COMP-RUN      PIC 9(04).
              02 MES-COMP-RUN      PIC 9(02).
       01 DATA-ADESAO-PRAT.
              02 ANO-ADES-PRAT     PIC 9(04).
              02 MES-ADES-PRAT     PIC 9(02).
              02 DIA-ADES-PRAT     PIC 9(02).
       01 DATA-DESLIG-PRAT.
              02 ANO-DESL-PRAT     PIC 9(04).
              02 MES-DESL-PRAT     PIC 9(02).
              02 DIA-DESL-PRAT     PIC 9(02).
       77 DIAS-MES-COMP            PIC 9(02) VALUE ZEROES.
       77 QUOCIENTE-BISSEXTO       PIC 9(04) VALUE ZEROES.
       77 RESTO-BISSEXTO-4         PIC 9(04) VALUE ZEROES.
       77 RESTO-BISSEXTO-100       PIC 9(04) VALUE ZEROES.
       77 RESTO-BISSEXTO-400       PIC 9(04) VALUE ZEROES.
       77 DIA-INICIO-COB           PIC 9(02) VALUE ZEROES.
       77 DIA-FIM-COB              PIC 9(02) VALUE ZEROES.
       77 DIAS-COBRADOS            PIC 9(02) VALUE ZEROES.
       77 DIAS-BASE-PRAT           PIC 9(02) VALUE ZEROES.
       77 PRO-RATA                 PIC X(03) VALUE "NAO".
       77 TIPO-PRO-RATA            PIC X(04) VALUE SPACES.
       77 VALOR-CHEIO              PIC 9(09)V9(02) VALUE ZEROES.
       77 VALOR-PRO-CALC           PIC 9(09)V9(06) VALUE ZEROES.
       77 TOTAL-PRO-RATA           PIC 9(05) VALUE ZEROES.

      * Antecipacoes da anuidade do ano de competencia (mesmo
      * esquema do EX17).
       77 FIM-PRE                  PIC X(03) VALUE "NAO".
       77 TOTAL-PRE                PIC 9(05) VALUE ZEROES.
       77 IDX-PRE                  PIC 9(05) VALUE ZEROES.
       77 COBERTO-PRE              PIC X(03) VALUE "NAO".
       77 TOTAL-COBERTOS           PIC 9(05) VALUE ZEROES.
       01     TABELA-PRE.
              02 PRE-REG           OCCURS 2000 TIMES.
                 03 NUMERO-SOCIO-PRE-TAB PIC 9(06).
                 03 MES-INICIO-PRE-TAB   PIC 9(02).
                 03 MES-FIM-PRE-TAB      PIC 9(02).

      * Consolidacao por nucleo familiar (mesmo esquema do EX17).
       77 TITULAR-ORDEM            PIC 9(06) VALUE ZEROES.
       77 TOTAL-FAMILIAS           PIC 9(05) VALUE ZEROES.
       77 IDX-FAMILIA              PIC 9(05) VALUE ZEROES.
       77 ACHOU-FAMILIA            PIC X(03) VALUE "NAO".
       01     TABELA-FAMILIA.
              02 FAMILIA-REG       OCCURS 2000 TIMES.
                 03 TITULAR-FAM-TAB   PIC 9(06).
                 03 NOME-FAM-TAB      PIC X(30).
                 03 VALOR-FAM-TAB     PIC 9(09)V9(02).

       01     CAB-BOL-01.
              02 FILLER     PIC X(18) VALUE SPACES.
              02 FILLER PIC X(44) VALUE
                 "EMISSAO DE BOLETOS - SOCIOS SEM MANDATO".
              02 FILLER     PIC X(18) VALUE SPACES.

       01     CAB-BOL-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "TITULAR".
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(04) VALUE "NOME".
              02 FILLER            PIC X(23) VALUE SPACES.
              02 FILLER            PIC X(12) VALUE "NOSSO-NUMERO".
              02 FILLER            PIC X(08) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "VALOR".
              02 FILLER            PIC X(17) VALUE SPACES.

       01     DETALHE-BOL.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 TITULAR-DET       PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NOME-DET          PIC X(25).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NOSSO-DET         PIC 9(10).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VALOR-DET         PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 SITUACAO-DET      PIC X(14).

       01     DETALHE-SEM-TABELA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NUMERO-SOCIO-STB  PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NOME-SOCIO-STB    PIC X(30).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(26)
                 VALUE "SEM MENSALIDADE TABELADA".
              02 FILLER            PIC X(11) VALUE SPACES.

      * Mensalidade proporcional discriminada no relatorio (mesma
      * linha do RELREM do EX17): evento, dias cobrados sobre a
      * base, valor cheio e valor que entra no boleto.
       01     DETALHE-PRO-RATA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NUMERO-SOCIO-PRT  PIC 999.999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 NOME-SOCIO-PRT    PIC X(20).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 TIPO-PRT          PIC X(04).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 DIA-PRT           PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 MES-PRT           PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 ANO-PRT           PIC 9999.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 DIAS-PRT          PIC Z9.
              02 FILLER            PIC X(01) VALUE "/".
              02 BASE-PRT          PIC 99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VALOR-CHEIO-PRT   PIC ZZZ.ZZ9,99.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VALOR-PRT         PIC ZZZ.ZZ9,99.
              02 FILLER            PIC X(04) VALUE SPACES.

       01     ROD-BOL.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-DESC-ROD      PIC X(27).
              02 VAR-QTD-ROD       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-BOL-VALOR.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor total dos boletos  :".
              02 VAR-VALOR-ROD     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

      * Linhas do boleto impresso.
       01 LINHA-BOL-TIMBRE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-BANCO-BOL     PIC 9(03).
              02 FILLER            PIC X(03) VALUE " - ".
              02 VAR-NOME-BANCO-BOL PIC X(15).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-LINHA-DIG     PIC X(54).
              02 FILLER            PIC X(01) VALUE SPACES.

       01 LINHA-BOL-TRACO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(76) VALUE ALL "-".
              02 FILLER            PIC X(02) VALUE SPACES.

       01 LINHA-BOL-BENEF.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(14) VALUE "BENEFICIARIO: ".
              02 FILLER            PIC X(28)
                 VALUE "ASSOCIACAO DOS SOCIOS - SEDE".
              02 FILLER            PIC X(12) VALUE "  AG/CODIGO ".
              02 VAR-AGENCIA-BOL   PIC 9(04).
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-CONTA-BOL     PIC 9(08).
              02 FILLER            PIC X(11) VALUE SPACES.

       01 LINHA-BOL-PAGADOR.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(14) VALUE "PAGADOR.....: ".
              02 VAR-NOME-PAG      PIC X(30).
              02 FILLER            PIC X(10) VALUE " - SOCIO  ".
              02 VAR-NUMERO-PAG    PIC 999.999.
              02 FILLER            PIC X(17) VALUE SPACES.

       01 LINHA-BOL-NOSSO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(14) VALUE "NOSSO NUMERO: ".
              02 VAR-CARTEIRA-BOL  PIC 9(02).
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-NOSSO-BOL     PIC 9(10).
              02 FILLER            PIC X(06) VALUE SPACES.
              02 FILLER            PIC X(12) VALUE "VENCIMENTO: ".
              02 VAR-DIA-VENC      PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-VENC      PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-VENC      PIC 9999.
              02 FILLER            PIC X(23) VALUE SPACES.

       01 LINHA-BOL-VALOR.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(14) VALUE "VALOR.......: ".
              02 VAR-VALOR-BOL     PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(50) VALUE SPACES.

       01 LINHA-BOL-TEXTO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TEXTO-BOL     PIC X(76).
              02 FILLER            PIC X(02) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX81.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM CALCULA-VENCIMENTO.
              PERFORM LER-PARM-PRO-RATA.
              PERFORM CARREGA-ANTECIPACOES.
              PERFORM LER-PARM-BANCO.
              PERFORM CARREGA-LAYOUT.
              PERFORM LER-PARM-BOLETO.
              PERFORM LER-ULTIMO-NOSSO-NUMERO.
              PERFORM CARREGA-MENSALIDADES.
              PERFORM CARREGA-CREDITOS.
              PERFORM CARREGA-MANDATOS.
              PERFORM CARREGA-RESERVAS.
              OPEN I-O REGBOL.
              PERFORM CARREGA-EMITIDOS.
              OPEN   INPUT  CADMSOC
                     OUTPUT REMBOL
                            BOLETOS
                            RELBOL.
              WRITE REG-REL FROM CAB-BOL-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-BOL-02 AFTER ADVANCING 2 LINES.
              PERFORM LEITURA.

       CALCULA-VENCIMENTO.
              MOVE MES-HOJE TO MES-VENC.
              MOVE ANO-HOJE TO ANO-VENC.
              ADD 1 TO MES-VENC.
              IF MES-VENC GREATER THAN 12
                     MOVE 1 TO MES-VENC
                     ADD 1 TO ANO-VENC.
              MOVE 10 TO DIA-VENC.
              PERFORM CALCULA-FATOR-VENCIMENTO.

      * Fator = dias do vencimento menos dias de 07/10/1997.
       CALCULA-FATOR-VENCIMENTO.
              MOVE 1997 TO ANO-CALC.
              MOVE 10   TO MES-CALC.
              MOVE 07   TO DIA-CALC.
              PERFORM CALCULA-DIAS-CIVIS.
              MOVE DIAS-CALC TO DIAS-BASE.
              MOVE ANO-VENC TO ANO-CALC.
              MOVE MES-VENC TO MES-CALC.
              MOVE DIA-VENC TO DIA-CALC.
              PERFORM CALCULA-DIAS-CIVIS.
              COMPUTE FATOR-VENC = DIAS-CALC - DIAS-BASE.
              PERFORM UNTIL FATOR-VENC NOT GREATER THAN 9999
                      SUBTRACT 9000 FROM FATOR-VENC
              END-PERFORM.

      * Dias corridos desde o inicio da era para a data de calculo:
      * 365 por ano, mais os dias de anos bissextos ja completados,
      * mais os dias acumulados ate o mes. Janeiro e fevereiro ainda
      * nao contam o 29/02 do proprio ano.
       CALCULA-DIAS-CIVIS.
              MOVE ANO-CALC TO ANO-BISSEXTO.
              IF MES-CALC NOT GREATER THAN 2
                     SUBTRACT 1 FROM ANO-BISSEXTO.
              DIVIDE ANO-BISSEXTO BY 4   GIVING QUOC-4.
              DIVIDE ANO-BISSEXTO BY 100 GIVING QUOC-100.
              DIVIDE ANO-BISSEXTO BY 400 GIVING QUOC-400.
              COMPUTE DIAS-CALC = ANO-CALC * 365
                                + QUOC-4 - QUOC-100 + QUOC-400
                                + DIAS-ACUM-TAB(MES-CALC)
                                + DIA-CALC.

      * Competencia da mensalidade: o mes da execucao, salvo
      * PARMPRAT.DAT informar outro (mesma leitura do EX17).
       LER-PARM-PRO-RATA.
              MOVE ANO-HOJE TO ANO-COMP-RUN.
              MOVE MES-HOJE TO MES-COMP-RUN.
              OPEN INPUT PARM-PRAT.
              READ PARM-PRAT
                     AT END MOVE "SIM" TO FIM-PARM-PRAT.
              IF FIM-PARM-PRAT EQUAL "NAO"
                     IF REGRA-ARRED-PRAT EQUAL "T" OR "S"
                            MOVE REGRA-ARRED-PRAT TO REGRA-ARRED-RUN
                     END-IF
                     IF BASE-DIAS-PRAT EQUAL 30
                            MOVE BASE-DIAS-PRAT TO BASE-DIAS-RUN
                     END-IF
                     IF MES-COMP-PRAT GREATER THAN ZEROES
                       AND MES-COMP-PRAT NOT GREATER THAN 12
                            MOVE COMPETENCIA-PRAT TO COMPETENCIA-RUN
                     END-IF
              END-IF.
              CLOSE PARM-PRAT.
              PERFORM CALCULA-DIAS-MES-COMP.

      * Dias do mes de competencia (fevereiro pela regra gregoriana).
       CALCULA-DIAS-MES-COMP.
              EVALUATE MES-COMP-RUN
                  WHEN 4
                  WHEN 6
                  WHEN 9
                  WHEN 11
                     MOVE 30 TO DIAS-MES-COMP
                  WHEN 2
                     DIVIDE ANO-COMP-RUN BY 4 GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-4
                     DIVIDE ANO-COMP-RUN BY 100
                            GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-100
                     DIVIDE ANO-COMP-RUN BY 400
                            GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-400
                     IF RESTO-BISSEXTO-4 EQUAL ZEROES
                       AND (RESTO-BISSEXTO-100 NOT EQUAL ZEROES
                         OR RESTO-BISSEXTO-400 EQUAL ZEROES)
                            MOVE 29 TO DIAS-MES-COMP
                     ELSE
                            MOVE 28 TO DIAS-MES-COMP
                     END-IF
                  WHEN OTHER
                     MOVE 31 TO DIAS-MES-COMP
              END-EVALUATE.

       LER-PARM-BANCO.
              OPEN INPUT PARM-BANC.
              READ PARM-BANC
                     AT END MOVE "SIM" TO FIM-PARM-BANC.
              IF FIM-PARM-BANC EQUAL "NAO"
                AND BANCO-PARM GREATER THAN ZEROES
                     MOVE BANCO-PARM TO BANCO-RUN
                     MOVE BANCO-PARM TO BANCO-EMISSOR
                     MOVE "PED" TO ACHOU-LAYOUT.
              CLOSE PARM-BANC.

      * Mesmo carregamento do EX17: banco pedido e nao cadastrado
      * aborta. Layout antigo sem posicao de nosso-numero na remessa
      * (zero) leva o nosso-numero para logo depois do registro.
       CARREGA-LAYOUT.
              OPEN INPUT BANCOLAY.
              PERFORM UNTIL FIM-LAY EQUAL "SIM"
                      READ BANCOLAY
                             AT END MOVE "SIM" TO FIM-LAY
                             NOT AT END
                                  IF BANCO-LAY EQUAL BANCO-RUN
                                       PERFORM GUARDA-LAYOUT
                                       MOVE "SIM" TO FIM-LAY
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE BANCOLAY.
              IF ACHOU-LAYOUT EQUAL "PED"
                     DISPLAY "*** EX81: BANCO " BANCO-RUN
                             " SEM LAYOUT EM BANCOLAY.DAT -"
                             " EXECUCAO ABORTADA"
                     MOVE 4 TO RETURN-CODE
                     STOP RUN.
              IF BANCO-RUN GREATER THAN ZEROES
                     MOVE SPACES TO NOME-REMBOL
                     STRING "REMBOL.B"  DELIMITED BY SIZE
                            BANCO-RUN   DELIMITED BY SIZE
                       INTO NOME-REMBOL.

       GUARDA-LAYOUT.
              MOVE "SIM"             TO ACHOU-LAYOUT.
              MOVE NOME-BANCO-LAY    TO NOME-BANCO-RUN.
              MOVE POS-REF-DEB-LAY   TO POS-REF-DEB-RUN.
              MOVE POS-NOME-DEB-LAY  TO POS-NOME-DEB-RUN.
              MOVE POS-VALR-DEB-LAY  TO POS-VALR-DEB-RUN.
              MOVE POS-DATA-DEB-LAY  TO POS-DATA-DEB-RUN.
              MOVE TAM-REG-DEB-LAY   TO TAM-REMBOL.
              IF POS-NOSSO-REM-LAY NOT NUMERIC
                OR POS-NOSSO-REM-LAY EQUAL ZEROES
                     COMPUTE POS-NOSSO-REM-RUN = TAM-REMBOL + 1
                     ADD 10 TO TAM-REMBOL
              ELSE
                     MOVE POS-NOSSO-REM-LAY TO POS-NOSSO-REM-RUN.

       LER-PARM-BOLETO.
              OPEN INPUT PARM-BOL.
              READ PARM-BOL
                     AT END MOVE "SIM" TO FIM-PARM-BOL.
              IF FIM-PARM-BOL EQUAL "NAO"
                     MOVE AGENCIA-BOL-PARM  TO AGENCIA-BENEF
                     MOVE CONTA-BOL-PARM    TO CONTA-BENEF
                     MOVE CARTEIRA-BOL-PARM TO CARTEIRA-BENEF.
              CLOSE PARM-BOL.

      * Arquivo ausente comeca a numeracao do zero (mesmo esquema de
      * LER-ULTIMO-RECIBO do EX01).
       LER-ULTIMO-NOSSO-NUMERO.
              OPEN INPUT NUMBOL.
              READ NUMBOL
                     AT END MOVE "SIM" TO FIM-NUMBOL.
              IF FIM-NUMBOL EQUAL "NAO"
                     MOVE ULTIMO-NOSSO-ARQ TO NOSSO-NUMERO.
              CLOSE NUMBOL.

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
                                  MOVE VALOR-MENSALIDADE-MENS TO
                                     VALOR-MENSAL-TAB(TOTAL-MENSAL)
                      END-READ
              END-PERFORM.
              CLOSE MENSAL.

       CARREGA-CREDITOS.
              OPEN INPUT CREDAPL.
              PERFORM UNTIL FIM-CRAP EQUAL "SIM"
                      READ CREDAPL
                             AT END MOVE "SIM" TO FIM-CRAP
                             NOT AT END
                                  IF TOTAL-CRAP NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-CRAP
                                  MOVE NUMERO-SOCIO-CRAP TO
                                     NUMERO-SOCIO-CRAP-TAB(TOTAL-CRAP)
                                  MOVE VALOR-APLICADO-CRAP TO
                                     VALOR-CRAP-TAB(TOTAL-CRAP)
                      END-READ
              END-PERFORM.
              CLOSE CREDAPL.

       CARREGA-MANDATOS.
              OPEN INPUT MANDDEB.
              PERFORM UNTIL FIM-MAND EQUAL "SIM"
                      READ MANDDEB
                             AT END MOVE "SIM" TO FIM-MAND
                             NOT AT END
                                  IF STATUS-MAND EQUAL "A"
                                       IF TOTAL-MAND NOT LESS THAN 2000
                                            PERFORM ABORTA-TABELA-CHEIA
                                       END-IF
                                       ADD 1 TO TOTAL-MAND
                                       MOVE NUMERO-SOCIO-MAND TO
                                          NUMERO-MAND-TAB(TOTAL-MAND)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE MANDDEB.

      * Le PREPAGO.DAT (antecipacoes do EX90) guardando so as do ano
      * de competencia, como o EX17. Opcional: ausente, ninguem esta
      * coberto.
       CARREGA-ANTECIPACOES.
              OPEN INPUT PREPAGO.
              PERFORM UNTIL FIM-PRE EQUAL "SIM"
                      READ PREPAGO
                             AT END MOVE "SIM" TO FIM-PRE
                             NOT AT END
                                  IF ANO-PRE EQUAL ANO-COMP-RUN
                                       IF TOTAL-PRE NOT LESS THAN 2000
                                            PERFORM ABORTA-TABELA-CHEIA
                                       END-IF
                                       ADD 1 TO TOTAL-PRE
                                       MOVE NUMERO-SOCIO-PRE TO
                                          NUMERO-SOCIO-PRE-TAB
                                             (TOTAL-PRE)
                                       MOVE MES-INICIO-PRE TO
                                          MES-INICIO-PRE-TAB(TOTAL-PRE)
                                       IF SITUACAO-PRE EQUAL "E"
                                            MOVE MES-ENCERRA-PRE TO
                                               MES-FIM-PRE-TAB
                                                  (TOTAL-PRE)
                                       ELSE
                                            COMPUTE MES-FIM-PRE-TAB
                                               (TOTAL-PRE) =
                                               MES-INICIO-PRE +
                                               MESES-PRE - 1
                                       END-IF
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PREPAGO.

      * Le RESESP.DAT (reservas do EX95) por completo para a tabela
      * em memoria. Opcional: ausente, nenhuma taxa a faturar.
       CARREGA-RESERVAS.
              OPEN INPUT RESESP.
              PERFORM UNTIL FIM-RES EQUAL "SIM"
                      READ RESESP
                             AT END MOVE "SIM" TO FIM-RES
                             NOT AT END
                                  IF TOTAL-RES NOT LESS THAN 2000
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-RES
                                  MOVE REG-RES TO REG-RES-TAB(TOTAL-RES)
                      END-READ
              END-PERFORM.
              CLOSE RESESP.

      * Boletos deste mesmo vencimento ja emitidos numa execucao
      * anterior do mes - o titular nao recebe segundo boleto. O
      * boleto de taxa de reserva nao conta: nao e a mensalidade.
       CARREGA-EMITIDOS.
              PERFORM UNTIL FIM-REGBOL EQUAL "SIM"
                      READ REGBOL NEXT RECORD
                             AT END MOVE "SIM" TO FIM-REGBOL
                             NOT AT END
                                  IF DATA-VENC-BOL EQUAL
                                        DATA-VENCIMENTO
                                       PERFORM VERIFICA-BOLETO-RESERVA
                                       IF BOLETO-DE-RESERVA EQUAL "NAO"
                                            PERFORM GUARDA-EMITIDO
                                       END-IF
                                  END-IF
                      END-READ
              END-PERFORM.

       VERIFICA-BOLETO-RESERVA.
              MOVE "NAO" TO BOLETO-DE-RESERVA.
              PERFORM VARYING IDX-RES FROM 1 BY 1
                      UNTIL IDX-RES GREATER THAN TOTAL-RES
                      MOVE REG-RES-TAB(IDX-RES) TO REG-RES
                      IF MEIO-COBRANCA-RES EQUAL "B"
                        AND NOSSO-NUMERO-RES EQUAL NOSSO-NUMERO-BOL
                             MOVE "SIM" TO BOLETO-DE-RESERVA
                      END-IF
              END-PERFORM.

       GUARDA-EMITIDO.
              IF TOTAL-EMIT NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-EMIT.
              MOVE NUMERO-SOCIO-BOL TO TITULAR-EMIT-TAB(TOTAL-EMIT).

      * Tabela cheia deixaria um nucleo sem boleto (ou com boleto em
      * dobro) sem linha de excecao - parar e sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX81: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " EXECUCAO ABORTADA, BOLETOS NAO EMITIDOS".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       LEITURA.
              READ CADMSOC
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

      * Desligado no proprio mes de competencia ainda deve os dias
      * de vinculo do mes (mensalidade proporcional, como no EX17).
       PRINCIPAL.
              IF STATUS-SOCIO-MSOC EQUAL "A"
                     PERFORM APURA-SOCIO
              ELSE IF STATUS-SOCIO-MSOC EQUAL "D"
                AND DATA-DESLIG-MSOC(1:6) EQUAL COMPETENCIA-RUN
                     PERFORM APURA-SOCIO
              ELSE
                     ADD 1 TO TOTAL-INATIVOS.
              PERFORM LEITURA.

      * Mesma apuracao do GERA-ORDEM do EX17: mes coberto por
      * antecipacao nao e cobrado; mes de adesao/desligamento sai
      * proporcional antes do abatimento do credito.
       APURA-SOCIO.
              PERFORM VERIFICA-ANTECIPACAO.
              IF COBERTO-PRE EQUAL "NAO"
                     PERFORM CONSULTA-MENSALIDADE.
              IF COBERTO-PRE EQUAL "SIM"
                     ADD 1 TO TOTAL-COBERTOS
              ELSE IF ACHOU-MENSAL EQUAL "SIM"
                     MOVE DATA-ADESAO-MSOC TO DATA-ADESAO-PRAT
                     MOVE DATA-DESLIG-MSOC TO DATA-DESLIG-PRAT
                     PERFORM CALCULA-PRO-RATA
                     IF PRO-RATA EQUAL "SIM"
                            PERFORM IMPRIME-PRO-RATA
                     END-IF
                     PERFORM DESCONTA-CREDITO
                     IF VALOR-MENSALIDADE GREATER THAN ZEROES
                            PERFORM ACUMULA-FAMILIA
                     END-IF
              ELSE
                     PERFORM IMPRIME-SEM-TABELA.

      * Mes de competencia dentro da faixa coberta pela antecipacao
      * do socio: ja pago.
       VERIFICA-ANTECIPACAO.
              MOVE "NAO" TO COBERTO-PRE.
              PERFORM VARYING IDX-PRE FROM 1 BY 1
                      UNTIL IDX-PRE GREATER THAN TOTAL-PRE
                      IF NUMERO-SOCIO-PRE-TAB(IDX-PRE) EQUAL
                            NUMERO-SOCIO-MSOC
                        AND MES-INICIO-PRE-TAB(IDX-PRE) NOT GREATER
                            THAN MES-COMP-RUN
                        AND MES-FIM-PRE-TAB(IDX-PRE) NOT LESS THAN
                            MES-COMP-RUN
                             MOVE "SIM" TO COBERTO-PRE
                      END-IF
              END-PERFORM.

      * Mensalidade proporcional aos dias de vinculo no mes de
      * competencia (mesma conta do CALCULA-PRO-RATA do EX17).
       CALCULA-PRO-RATA.
              MOVE "NAO"          TO PRO-RATA.
              MOVE SPACES         TO TIPO-PRO-RATA.
              MOVE 1              TO DIA-INICIO-COB.
              MOVE DIAS-MES-COMP  TO DIA-FIM-COB.
              IF DATA-ADESAO-PRAT(1:6) EQUAL COMPETENCIA-RUN
                     MOVE DIA-ADES-PRAT TO DIA-INICIO-COB
                     MOVE "ADES"        TO TIPO-PRO-RATA
              ELSE IF DATA-ADESAO-PRAT(1:6) GREATER THAN
                      COMPETENCIA-RUN
                     MOVE ZEROES        TO DIA-FIM-COB.
              IF DATA-DESLIG-PRAT GREATER THAN ZEROES
                     IF DATA-DESLIG-PRAT(1:6) EQUAL COMPETENCIA-RUN
                            MOVE DIA-DESL-PRAT TO DIA-FIM-COB
                            IF TIPO-PRO-RATA EQUAL "ADES"
                                   MOVE "A+D " TO TIPO-PRO-RATA
                            ELSE
                                   MOVE "DESL" TO TIPO-PRO-RATA
                            END-IF
                     ELSE IF DATA-DESLIG-PRAT(1:6) LESS THAN
                             COMPETENCIA-RUN
                            MOVE ZEROES TO DIA-FIM-COB
                     END-IF
              END-IF.
              IF DIA-INICIO-COB NOT EQUAL 1
                OR DIA-FIM-COB NOT EQUAL DIAS-MES-COMP
                     PERFORM APLICA-PRO-RATA.

       APLICA-PRO-RATA.
              MOVE "SIM"             TO PRO-RATA.
              MOVE VALOR-MENSALIDADE TO VALOR-CHEIO.
              IF BASE-DIAS-RUN EQUAL 30
                     MOVE 30 TO DIAS-BASE-PRAT
                     IF DIA-FIM-COB EQUAL DIAS-MES-COMP
                       OR DIA-FIM-COB GREATER THAN 30
                            MOVE 30 TO DIA-FIM-COB
                     END-IF
                     IF DIA-INICIO-COB GREATER THAN 30
                            MOVE 30 TO DIA-INICIO-COB
                     END-IF
              ELSE
                     MOVE DIAS-MES-COMP TO DIAS-BASE-PRAT.
              IF DIA-FIM-COB LESS THAN DIA-INICIO-COB
                     MOVE ZEROES TO DIAS-COBRADOS
              ELSE
                     COMPUTE DIAS-COBRADOS =
                             DIA-FIM-COB - DIA-INICIO-COB + 1.
              EVALUATE REGRA-ARRED-RUN
                  WHEN "T"
                     COMPUTE VALOR-MENSALIDADE =
                          VALOR-CHEIO * DIAS-COBRADOS / DIAS-BASE-PRAT
                  WHEN "S"
                     COMPUTE VALOR-PRO-CALC =
                          VALOR-CHEIO * DIAS-COBRADOS / DIAS-BASE-PRAT
                     MOVE VALOR-PRO-CALC TO VALOR-MENSALIDADE
                     IF VALOR-PRO-CALC GREATER THAN VALOR-MENSALIDADE
                            ADD 0,01 TO VALOR-MENSALIDADE
                     END-IF
                  WHEN OTHER
                     COMPUTE VALOR-MENSALIDADE ROUNDED =
                          VALOR-CHEIO * DIAS-COBRADOS / DIAS-BASE-PRAT
              END-EVALUATE.

      * Discrimina em RELBOL cada mensalidade proporcional que entra
      * no boleto do nucleo (data do evento, dias cobrados sobre a
      * base, valor cheio e valor cobrado).
       IMPRIME-PRO-RATA.
              ADD 1 TO TOTAL-PRO-RATA.
              MOVE   NUMERO-SOCIO-MSOC TO NUMERO-SOCIO-PRT.
              MOVE   NOME-SOCIO-MSOC   TO NOME-SOCIO-PRT.
              MOVE   TIPO-PRO-RATA     TO TIPO-PRT.
              IF TIPO-PRO-RATA EQUAL "ADES"
                     MOVE DIA-ADES-PRAT TO DIA-PRT
                     MOVE MES-ADES-PRAT TO MES-PRT
                     MOVE ANO-ADES-PRAT TO ANO-PRT
              ELSE
                     MOVE DIA-DESL-PRAT TO DIA-PRT
                     MOVE MES-DESL-PRAT TO MES-PRT
                     MOVE ANO-DESL-PRAT TO ANO-PRT.
              MOVE   DIAS-COBRADOS     TO DIAS-PRT.
              MOVE   DIAS-BASE-PRAT    TO BASE-PRT.
              MOVE   VALOR-CHEIO       TO VALOR-CHEIO-PRT.
              MOVE   VALOR-MENSALIDADE TO VALOR-PRT.
              WRITE  REG-REL FROM DETALHE-PRO-RATA
                     AFTER ADVANCING 1 LINE.

       CONSULTA-MENSALIDADE.
              MOVE "NAO"   TO ACHOU-MENSAL.
              MOVE ZEROES  TO VALOR-MENSALIDADE.
              PERFORM VARYING IDX-MENSAL FROM 1 BY 1
                      UNTIL IDX-MENSAL GREATER THAN TOTAL-MENSAL
                      IF NUMERO-SOCIO-MENS-TAB(IDX-MENSAL) EQUAL
                            NUMERO-SOCIO-MSOC
                             MOVE "SIM" TO ACHOU-MENSAL
                             MOVE VALOR-MENSAL-TAB(IDX-MENSAL)
                               TO VALOR-MENSALIDADE
                      END-IF
              END-PERFORM.

       DESCONTA-CREDITO.
              MOVE ZEROES TO CREDITO-APLICADO.
              PERFORM VARYING IDX-CRAP FROM 1 BY 1
                      UNTIL IDX-CRAP GREATER THAN TOTAL-CRAP
                      IF NUMERO-SOCIO-CRAP-TAB(IDX-CRAP) EQUAL
                            NUMERO-SOCIO-MSOC
                             MOVE VALOR-CRAP-TAB(IDX-CRAP)
                               TO CREDITO-APLICADO
                      END-IF
              END-PERFORM.
              IF CREDITO-APLICADO LESS THAN VALOR-MENSALIDADE
                     SUBTRACT CREDITO-APLICADO FROM VALOR-MENSALIDADE
              ELSE
                     MOVE ZEROES TO VALOR-MENSALIDADE.

       ACUMULA-FAMILIA.
              IF TITULAR-MSOC GREATER THAN ZEROES
                     MOVE TITULAR-MSOC      TO TITULAR-ORDEM
              ELSE
                     MOVE NUMERO-SOCIO-MSOC TO TITULAR-ORDEM.
              MOVE "NAO" TO ACHOU-FAMILIA.
              PERFORM VARYING IDX-FAMILIA FROM 1 BY 1
                      UNTIL IDX-FAMILIA GREATER THAN TOTAL-FAMILIAS
                      IF TITULAR-FAM-TAB(IDX-FAMILIA) EQUAL
                            TITULAR-ORDEM
                             MOVE "SIM" TO ACHOU-FAMILIA
                             ADD VALOR-MENSALIDADE TO
                                 VALOR-FAM-TAB(IDX-FAMILIA)
                             IF TITULAR-ORDEM EQUAL NUMERO-SOCIO-MSOC
                                    MOVE NOME-SOCIO-MSOC TO
                                         NOME-FAM-TAB(IDX-FAMILIA)
                             END-IF
                      END-IF
              END-PERFORM.
              IF ACHOU-FAMILIA EQUAL "NAO"
                     IF TOTAL-FAMILIAS NOT LESS THAN 2000
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-FAMILIAS
                     MOVE TITULAR-ORDEM TO
                          TITULAR-FAM-TAB(TOTAL-FAMILIAS)
                     MOVE NOME-SOCIO-MSOC TO
                          NOME-FAM-TAB(TOTAL-FAMILIAS)
                     MOVE VALOR-MENSALIDADE TO
                          VALOR-FAM-TAB(TOTAL-FAMILIAS)
              END-IF.

       IMPRIME-SEM-TABELA.
              ADD 1 TO TOTAL-SEM-TABELA.
              MOVE   NUMERO-SOCIO-MSOC TO NUMERO-SOCIO-STB.
              MOVE   NOME-SOCIO-MSOC   TO NOME-SOCIO-STB.
              WRITE  REG-REL FROM DETALHE-SEM-TABELA
                     AFTER ADVANCING 1 LINE.

      * Um boleto por nucleo familiar cujo titular nao tem mandato
      * ativo. Registro de mandatos vazio: o EX17 debita todos.
       EMITE-BOLETOS.
              PERFORM EMITE-BOLETO-FAMILIA
                      VARYING IDX-FAMILIA FROM 1 BY 1
                      UNTIL IDX-FAMILIA GREATER THAN TOTAL-FAMILIAS.

       EMITE-BOLETO-FAMILIA.
              MOVE TITULAR-FAM-TAB(IDX-FAMILIA) TO TITULAR-BOLETO-W.
              PERFORM VERIFICA-MANDATO.
              PERFORM VERIFICA-EMITIDO.
              IF TEM-MANDATO-ATIVO EQUAL "SIM"
                     ADD 1 TO TOTAL-COM-MANDATO
              ELSE IF JA-EMITIDO EQUAL "SIM"
                     ADD 1 TO TOTAL-JA-EMITIDOS
              ELSE
                     MOVE NOME-FAM-TAB(IDX-FAMILIA) TO NOME-BOLETO-W
                     MOVE VALOR-FAM-TAB(IDX-FAMILIA) TO VALOR-BOLETO-W
                     MOVE TEXTO-MENSALIDADE-W TO TEXTO-BOLETO-W
                     MOVE "EMITIDO" TO SITUACAO-BOLETO-W
                     PERFORM GERA-BOLETO.

      * Taxas de reserva a faturar (SITUACAO-RES "R") de titular sem
      * mandato ativo: um boleto por reserva, separado do da
      * mensalidade. Registro de mandatos vazio: o EX17 debita.
       EMITE-BOLETOS-RESERVA.
              PERFORM EMITE-BOLETO-RESERVA
                      VARYING IDX-RES FROM 1 BY 1
                      UNTIL IDX-RES GREATER THAN TOTAL-RES.
              IF TOTAL-TAXAS-ESP GREATER THAN ZEROES
                     PERFORM REGRAVA-RESERVAS.

       EMITE-BOLETO-RESERVA.
              MOVE REG-RES-TAB(IDX-RES) TO REG-RES.
              IF SITUACAO-RES EQUAL "R"
                AND VALOR-RES GREATER THAN ZEROES
                     MOVE TITULAR-RES TO TITULAR-BOLETO-W
                     PERFORM VERIFICA-MANDATO
                     IF TEM-MANDATO-ATIVO EQUAL "NAO"
                            ADD 1 TO TOTAL-TAXAS-ESP
                            MOVE NOME-SOCIO-RES  TO NOME-BOLETO-W
                            MOVE VALOR-RES       TO VALOR-BOLETO-W
                            MOVE NUMERO-RES      TO NUMERO-RES-TXT
                            MOVE CODIGO-ESPACO-RES TO ESPACO-RES-TXT
                            MOVE DATA-USO-RES    TO DATA-USO-W
                            MOVE DIA-USO-W       TO DIA-USO-TXT
                            MOVE MES-USO-W       TO MES-USO-TXT
                            MOVE ANO-USO-W       TO ANO-USO-TXT
                            MOVE TEXTO-RESERVA-W TO TEXTO-BOLETO-W
                            MOVE "TAXA ESPACO"   TO SITUACAO-BOLETO-W
                            PERFORM GERA-BOLETO
                            MOVE "F"             TO SITUACAO-RES
                            MOVE "B"             TO MEIO-COBRANCA-RES
                            MOVE DATA-VENCIMENTO TO DATA-VENC-RES
                            MOVE NOSSO-NUMERO    TO NOSSO-NUMERO-RES
                            MOVE REG-RES TO REG-RES-TAB(IDX-RES)
                     END-IF
              END-IF.

       REGRAVA-RESERVAS.
              OPEN OUTPUT RESESP.
              PERFORM VARYING IDX-RES FROM 1 BY 1
                      UNTIL IDX-RES GREATER THAN TOTAL-RES
                      MOVE REG-RES-TAB(IDX-RES) TO REG-RES
                      WRITE REG-RES
              END-PERFORM.
              CLOSE RESESP.

       VERIFICA-MANDATO.
              IF TOTAL-MAND EQUAL ZEROES
                     MOVE "SIM" TO TEM-MANDATO-ATIVO
              ELSE
                     MOVE "NAO" TO TEM-MANDATO-ATIVO
                     PERFORM VARYING IDX-MAND FROM 1 BY 1
                             UNTIL IDX-MAND GREATER THAN TOTAL-MAND
                             IF NUMERO-MAND-TAB(IDX-MAND) EQUAL
                                   TITULAR-BOLETO-W
                                    MOVE "SIM" TO TEM-MANDATO-ATIVO
                             END-IF
                     END-PERFORM
              END-IF.

       VERIFICA-EMITIDO.
              MOVE "NAO" TO JA-EMITIDO.
              PERFORM VARYING IDX-EMIT FROM 1 BY 1
                      UNTIL IDX-EMIT GREATER THAN TOTAL-EMIT
                      IF TITULAR-EMIT-TAB(IDX-EMIT) EQUAL
                            TITULAR-FAM-TAB(IDX-FAMILIA)
                             MOVE "SIM" TO JA-EMITIDO
                      END-IF
              END-PERFORM.

       GERA-BOLETO.
              ADD 1 TO NOSSO-NUMERO.
              ADD 1 TO TOTAL-BOLETOS.
              ADD VALOR-BOLETO-W TO VALOR-TOTAL-BOLETOS.
              PERFORM MONTA-CODIGO-BARRAS.
              PERFORM MONTA-LINHA-DIGITAVEL.
              PERFORM GRAVA-REGISTRO-BOLETO.
              PERFORM GRAVA-REMESSA-BOLETO.
              PERFORM IMPRIME-BOLETO.
              MOVE TITULAR-BOLETO-W  TO TITULAR-DET.
              MOVE NOME-BOLETO-W     TO NOME-DET.
              MOVE NOSSO-NUMERO      TO NOSSO-DET.
              MOVE VALOR-BOLETO-W    TO VALOR-DET.
              MOVE SITUACAO-BOLETO-W TO SITUACAO-DET.
              WRITE REG-REL FROM DETALHE-BOL AFTER ADVANCING 1 LINE.

      * Codigo de barras: banco, moeda 9, DV geral, fator, valor
      * (10 digitos) e campo livre do convenio (carteira, nosso-
      * numero, agencia, conta e um zero). O DV geral e o modulo 11
      * das outras 43 posicoes.
       MONTA-CODIGO-BARRAS.
              MOVE BANCO-EMISSOR  TO BANCO-CB.
              MOVE ZERO           TO DV-CB.
              MOVE FATOR-VENC     TO FATOR-CB.
              MOVE VALOR-BOLETO-W TO VALOR-CB.
              MOVE CARTEIRA-BENEF TO CARTEIRA-CB.
              MOVE NOSSO-NUMERO   TO NOSSO-CB.
              MOVE AGENCIA-BENEF  TO AGENCIA-CB.
              MOVE CONTA-BENEF    TO CONTA-CB.
              MOVE SPACES TO CAMPO-DV.
              MOVE CODIGO-BARRAS(1:4)  TO CAMPO-DV(1:4).
              MOVE CODIGO-BARRAS(6:39) TO CAMPO-DV(5:39).
              MOVE 43 TO TAM-CAMPO-DV.
              PERFORM CALCULA-DV-MODULO-11.
              MOVE DV-CALC TO DV-CB.

      * Linha digitavel: tres campos com DV modulo 10 (banco, moeda
      * e o inicio do campo livre; o meio; o fim), o DV geral e o
      * fator com o valor.
       MONTA-LINHA-DIGITAVEL.
              MOVE SPACES TO CAMPO-DV.
              MOVE CODIGO-BARRAS(1:4)  TO CAMPO-DV(1:4).
              MOVE CODIGO-BARRAS(20:5) TO CAMPO-DV(5:5).
              MOVE 9 TO TAM-CAMPO-DV.
              PERFORM CALCULA-DV-MODULO-10.
              MOVE CAMPO-DV(1:5) TO LD-CAMPO1A.
              MOVE CAMPO-DV(6:4) TO LD-CAMPO1B.
              MOVE DV-CALC       TO LD-DV1.
              MOVE SPACES TO CAMPO-DV.
              MOVE CODIGO-BARRAS(25:10) TO CAMPO-DV(1:10).
              MOVE 10 TO TAM-CAMPO-DV.
              PERFORM CALCULA-DV-MODULO-10.
              MOVE CAMPO-DV(1:5)  TO LD-CAMPO2A.
              MOVE CAMPO-DV(6:5)  TO LD-CAMPO2B.
              MOVE DV-CALC        TO LD-DV2.
              MOVE SPACES TO CAMPO-DV.
              MOVE CODIGO-BARRAS(35:10) TO CAMPO-DV(1:10).
              PERFORM CALCULA-DV-MODULO-10.
              MOVE CAMPO-DV(1:5)  TO LD-CAMPO3A.
              MOVE CAMPO-DV(6:5)  TO LD-CAMPO3B.
              MOVE DV-CALC        TO LD-DV3.
              MOVE DV-CB          TO LD-DV4.
              MOVE CODIGO-BARRAS(6:14) TO LD-CAMPO5.

      * Modulo 10: pesos 2,1,2,1... da direita para a esquerda,
      * somando os algarismos de cada produto; DV = 10 menos o resto
      * (resto zero da DV zero).
       CALCULA-DV-MODULO-10.
              MOVE ZEROES TO SOMA-DV.
              MOVE 2 TO PESO-DV.
              PERFORM VARYING IDX-DV FROM TAM-CAMPO-DV BY -1
                      UNTIL IDX-DV LESS THAN 1
                      MOVE CAMPO-DV(IDX-DV:1) TO DIGITO-DV
                      COMPUTE PRODUTO-DV = DIGITO-DV * PESO-DV
                      IF PRODUTO-DV GREATER THAN 9
                             SUBTRACT 9 FROM PRODUTO-DV
                      END-IF
                      ADD PRODUTO-DV TO SOMA-DV
                      IF PESO-DV EQUAL 2
                             MOVE 1 TO PESO-DV
                      ELSE
                             MOVE 2 TO PESO-DV
                      END-IF
              END-PERFORM.
              DIVIDE SOMA-DV BY 10 GIVING QUOC-DV REMAINDER RESTO-DV.
              IF RESTO-DV EQUAL ZEROES
                     MOVE ZEROES TO DV-CALC
              ELSE
                     COMPUTE DV-CALC = 10 - RESTO-DV.

      * Modulo 11: pesos 2 a 9 ciclicos da direita para a esquerda;
      * DV = 11 menos o resto, e 0, 10 ou 11 viram 1.
       CALCULA-DV-MODULO-11.
              MOVE ZEROES TO SOMA-DV.
              MOVE 2 TO PESO-DV.
              PERFORM VARYING IDX-DV FROM TAM-CAMPO-DV BY -1
                      UNTIL IDX-DV LESS THAN 1
                      MOVE CAMPO-DV(IDX-DV:1) TO DIGITO-DV
                      COMPUTE PRODUTO-DV = DIGITO-DV * PESO-DV
                      ADD PRODUTO-DV TO SOMA-DV
                      ADD 1 TO PESO-DV
                      IF PESO-DV GREATER THAN 9
                             MOVE 2 TO PESO-DV
                      END-IF
              END-PERFORM.
              DIVIDE SOMA-DV BY 11 GIVING QUOC-DV REMAINDER RESTO-DV.
              COMPUTE DV-CALC = 11 - RESTO-DV.
              IF DV-CALC EQUAL ZEROES
                OR DV-CALC GREATER THAN 9
                     MOVE 1 TO DV-CALC.

       GRAVA-REGISTRO-BOLETO.
              MOVE NOSSO-NUMERO                 TO NOSSO-NUMERO-BOL.
              MOVE TITULAR-BOLETO-W             TO NUMERO-SOCIO-BOL.
              MOVE NOME-BOLETO-W                TO NOME-SOCIO-BOL.
              MOVE VALOR-BOLETO-W               TO VALOR-BOL.
              MOVE DATA-VENCIMENTO              TO DATA-VENC-BOL.
              MOVE DATA-HOJE                    TO DATA-EMISSAO-BOL.
              MOVE BANCO-EMISSOR                TO BANCO-BOL.
              MOVE "E"                          TO SITUACAO-BOL.
              MOVE ZEROES                       TO DATA-PGTO-BOL.
              WRITE REG-BOL
                     INVALID KEY
                            DISPLAY "*** EX81: NOSSO-NUMERO "
                                    NOSSO-NUMERO
                                    " JA EXISTE EM REGBOL.DAT -"
                                    " CONFERIR NUMBOLET.DAT"
                            MOVE 4 TO RETURN-CODE
                            STOP RUN
              END-WRITE.

      * Monta o registro nas posicoes do layout do convenio, como a
      * ordem de debito do EX17, com o nosso-numero na posicao
      * propria.
       GRAVA-REMESSA-BOLETO.
              MOVE SPACES TO REG-REMBOL.
              MOVE TITULAR-BOLETO-W
                TO REG-REMBOL(POS-REF-DEB-RUN:6).
              MOVE NOME-BOLETO-W
                TO REG-REMBOL(POS-NOME-DEB-RUN:30).
              MOVE VALOR-BOLETO-WX
                TO REG-REMBOL(POS-VALR-DEB-RUN:11).
              MOVE DATA-VENCIMENTO
                TO REG-REMBOL(POS-DATA-DEB-RUN:8).
              MOVE NOSSO-NUMERO
                TO REG-REMBOL(POS-NOSSO-REM-RUN:10).
              WRITE REG-REMBOL.

       IMPRIME-BOLETO.
              MOVE BANCO-EMISSOR  TO VAR-BANCO-BOL.
              MOVE NOME-BANCO-RUN TO VAR-NOME-BANCO-BOL.
              MOVE LINHA-DIGITAVEL TO VAR-LINHA-DIG.
              IF TOTAL-BOLETOS EQUAL 1
                     WRITE REG-BOLETO FROM LINHA-BOL-TIMBRE
                           AFTER ADVANCING 1 LINE
              ELSE
                     WRITE REG-BOLETO FROM LINHA-BOL-TIMBRE
                           AFTER ADVANCING PAGE
              END-IF.
              WRITE REG-BOLETO FROM LINHA-BOL-TRACO
                    AFTER ADVANCING 1 LINE.
              MOVE AGENCIA-BENEF TO VAR-AGENCIA-BOL.
              MOVE CONTA-BENEF   TO VAR-CONTA-BOL.
              WRITE REG-BOLETO FROM LINHA-BOL-BENEF
                    AFTER ADVANCING 2 LINES.
              MOVE NOME-BOLETO-W    TO VAR-NOME-PAG.
              MOVE TITULAR-BOLETO-W TO VAR-NUMERO-PAG.
              WRITE REG-BOLETO FROM LINHA-BOL-PAGADOR
                    AFTER ADVANCING 1 LINE.
              MOVE CARTEIRA-BENEF TO VAR-CARTEIRA-BOL.
              MOVE NOSSO-NUMERO   TO VAR-NOSSO-BOL.
              MOVE DIA-VENC       TO VAR-DIA-VENC.
              MOVE MES-VENC       TO VAR-MES-VENC.
              MOVE ANO-VENC       TO VAR-ANO-VENC.
              WRITE REG-BOLETO FROM LINHA-BOL-NOSSO
                    AFTER ADVANCING 1 LINE.
              MOVE VALOR-BOLETO-W TO VAR-VALOR-BOL.
              WRITE REG-BOLETO FROM LINHA-BOL-VALOR
                    AFTER ADVANCING 1 LINE.
              MOVE TEXTO-BOLETO-W TO VAR-TEXTO-BOL.
              WRITE REG-BOLETO FROM LINHA-BOL-TEXTO
                    AFTER ADVANCING 2 LINES.
              MOVE "MULTA DE 2% AO MES. NAO RECEBER APOS 60 DIAS."
                TO VAR-TEXTO-BOL.
              WRITE REG-BOLETO FROM LINHA-BOL-TEXTO
                    AFTER ADVANCING 1 LINE.
              WRITE REG-BOLETO FROM LINHA-BOL-TRACO
                    AFTER ADVANCING 2 LINES.

       FIM.
              PERFORM EMITE-BOLETOS.
              PERFORM EMITE-BOLETOS-RESERVA.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-ULTIMO-NOSSO-NUMERO.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADMSOC
                    REGBOL
                    REMBOL
                    BOLETOS
                    RELBOL.

       IMPRIME-RODAPE.
              MOVE "Boletos emitidos         :" TO VAR-DESC-ROD.
              MOVE TOTAL-BOLETOS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-BOL AFTER ADVANCING 3 LINES.
              MOVE VALOR-TOTAL-BOLETOS TO VAR-VALOR-ROD.
              WRITE REG-REL FROM ROD-BOL-VALOR AFTER ADVANCING 1 LINE.
              MOVE "Taxas de espaco em boleto:" TO VAR-DESC-ROD.
              MOVE TOTAL-TAXAS-ESP TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-BOL AFTER ADVANCING 1 LINE.
              MOVE "Nucleos com mandato ativo:" TO VAR-DESC-ROD.
              MOVE TOTAL-COM-MANDATO TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-BOL AFTER ADVANCING 1 LINE.
              MOVE "Ja emitidos no vencimento:" TO VAR-DESC-ROD.
              MOVE TOTAL-JA-EMITIDOS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-BOL AFTER ADVANCING 1 LINE.
              MOVE "Mensalidades proporcionais:" TO VAR-DESC-ROD.
              MOVE TOTAL-PRO-RATA TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-BOL AFTER ADVANCING 1 LINE.
              MOVE "Cobertos por antecipacao :" TO VAR-DESC-ROD.
              MOVE TOTAL-COBERTOS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-BOL AFTER ADVANCING 1 LINE.
              MOVE "Socios sem valor tabelado:" TO VAR-DESC-ROD.
              MOVE TOTAL-SEM-TABELA TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-BOL AFTER ADVANCING 1 LINE.
              MOVE "Suspensos/desligados     :" TO VAR-DESC-ROD.
              MOVE TOTAL-INATIVOS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-BOL AFTER ADVANCING 1 LINE.

       GRAVA-ULTIMO-NOSSO-NUMERO.
              OPEN OUTPUT NUMBOL.
              MOVE NOSSO-NUMERO TO ULTIMO-NOSSO-ARQ.
              WRITE REG-NUMBOL.
              CLOSE NUMBOL.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX81"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-BOLETOS    TO TOTAL-GRAVADOS-RUNLOG.
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
