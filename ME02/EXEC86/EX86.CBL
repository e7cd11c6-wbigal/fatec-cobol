       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX86.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      RELATORIO MENSAL DE ROTATIVIDADE DE SOCIOS PARA
      *              A DIRETORIA (RELROTAT), COBRINDO OS 12 MESES ATE
      *              O MES DE REFERENCIA (PARMEX86.DAT AAAAMM - ZERO
      *              OU AUSENTE = MES ANTERIOR AO DO PROCESSAMENTO):
      *              ADESOES (DATA DE ADESAO DO MESTRE CADMSOCI.DAT),
      *              SAIDAS VOLUNTARIAS E DEMAIS SAIDAS, SUSPENSOES E
      *              REINTEGRACOES (HISTORICO HISTSTAT.DAT GRAVADO
      *              PELO EX20) E BAIXAS POR PERDA (PERDAS.DAT, EX45),
      *              POR MES E POR CATEGORIA, COM O SALDO LIQUIDO DO
      *              QUADRO. TRAZ AINDA A RETENCAO DE CADA COORTE DE
      *              ADESAO AOS 6, 12 E 24 MESES E A PERMANENCIA MEDIA
      *              DOS SOCIOS DESLIGADOS.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-EX86 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADMSOCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NUMERO-SOCIO-MSOC
              FILE STATUS IS CADMSOCI-STATUS.

              SELECT OPTIONAL HISTSTAT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HISTSTAT-STATUS.

              SELECT OPTIONAL PERDAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PERDAS-STATUS.

              SELECT RELROTAT ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-EX86: mes de referencia do relatorio.
       FD     PARM-EX86
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMEX86.DAT".
       01     REG-PARM-EX86.
              02 ANO-REF-PARM      PIC 9(04).
              02 MES-REF-PARM      PIC 9(02).

      * CADMSOCI: mestre de socios - lido em sequencia para adesoes,
      * coortes e permanencia, e pela chave para a categoria das
      * baixas por perda.
       FD     CADMSOCI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

      * HISTSTAT: historico de mudancas de status (EX20).
       FD     HISTSTAT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "HISTSTAT.DAT".
       COPY HISTSTAT.

      * PERDAS: registro permanente das baixas por perda (EX45).
       FD     PERDAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PERDAS.DAT".
       01     REG-PERDA.
              02 NUMERO-SOCIO-PER  PIC 9(06).
              02 NOME-SOCIO-PER    PIC X(30).
              02 VALOR-PER         PIC 9(09)V9(02).
              02 DATA-PER.
                     03 ANO-PER    PIC 9(04).
                     03 MES-PER    PIC 9(02).
                     03 DIA-PER    PIC 9(02).
              02 AUTORIZACAO-PER   PIC X(20).

       FD     RELROTAT
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
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 FIM-HIST                 PIC X(03) VALUE "NAO".
       77 FIM-PERDAS               PIC X(03) VALUE "NAO".
       77 CADMSOCI-STATUS          PIC X(02) VALUE "00".
       77 HISTSTAT-STATUS          PIC X(02) VALUE "00".
       77 PERDAS-STATUS            PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-EVENTOS            PIC 9(05) VALUE ZEROES.
       77 TOTAL-ATIVOS             PIC 9(05) VALUE ZEROES.
       77 TOTAL-SUSPENSOS          PIC 9(05) VALUE ZEROES.
       77 TOTAL-DESLIGADOS         PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-DATA-SAIDA     PIC 9(05) VALUE ZEROES.
       77 CATEGORIA-PROCURADA      PIC X(02) VALUE SPACES.
       77 PERCENTUAL               PIC 9(03)V9 VALUE ZEROES.
      * Meses contados como ANO * 12 + MES, para comparar e subtrair
      * datas de meses diferentes sem tratar a virada do ano.
       77 IDX-REF                  PIC 9(06) VALUE ZEROES.
       77 IDX-INICIO               PIC 9(06) VALUE ZEROES.
       77 IDX-COORTE-INI           PIC 9(06) VALUE ZEROES.
       77 IDX-COORTE-FIM           PIC 9(06) VALUE ZEROES.
       77 IDX-ADESAO               PIC 9(06) VALUE ZEROES.
       77 IDX-SAIDA                PIC 9(06) VALUE ZEROES.
       77 IDX-EVENTO               PIC 9(06) VALUE ZEROES.
       77 IDX-MARCO                PIC 9(06) VALUE ZEROES.
       77 MESES-PERMANENCIA        PIC 9(05) VALUE ZEROES.
      * Permanencia dos desligados: na janela de 12 meses e em todo
      * o mestre.
       77 QTD-SAIDAS-JANELA        PIC 9(05) VALUE ZEROES.
       77 SOMA-MESES-JANELA        PIC 9(09) VALUE ZEROES.
       77 QTD-SAIDAS-GERAL         PIC 9(05) VALUE ZEROES.
       77 SOMA-MESES-GERAL         PIC 9(09) VALUE ZEROES.
       77 MEDIA-PERMANENCIA        PIC 9(05)V9 VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       01 MES-REFERENCIA.
              02 ANO-REF           PIC 9(04).
              02 MES-REF           PIC 9(02).
       01 DATA-TRABALHO.
              02 ANO-TRAB          PIC 9(04).
              02 MES-TRAB          PIC 9(02).
              02 DIA-TRAB          PIC 9(02).

      * Contadores por mes da janela (1 = mais antigo, 12 = mes de
      * referencia) e por categoria; mesmo grupo de contadores.
       77 IDX-MES                  PIC 9(05) VALUE ZEROES.
       01     TABELA-MES.
              02 MES-REG           OCCURS 12 TIMES.
                 03 ANO-MES-TAB       PIC 9(04).
                 03 MES-MES-TAB       PIC 9(02).
                 03 ADESOES-MES-TAB   PIC 9(05).
                 03 SAIDA-VOL-MES-TAB PIC 9(05).
                 03 SAIDA-OUT-MES-TAB PIC 9(05).
                 03 SUSPENS-MES-TAB   PIC 9(05).
                 03 BAIXAS-MES-TAB    PIC 9(05).
                 03 REINTEG-MES-TAB   PIC 9(05).

       77 TOTAL-CATEG              PIC 9(05) VALUE ZEROES.
       77 IDX-CATEG                PIC 9(05) VALUE ZEROES.
       77 IDX-CATEG-ACHADO         PIC 9(05) VALUE ZEROES.
       01     TABELA-CATEG.
              02 CATEG-REG         OCCURS 200 TIMES.
                 03 CODIGO-CATEG-TAB  PIC X(02).
                 03 ADESOES-CAT-TAB   PIC 9(05).
                 03 SAIDA-VOL-CAT-TAB PIC 9(05).
                 03 SAIDA-OUT-CAT-TAB PIC 9(05).
                 03 SUSPENS-CAT-TAB   PIC 9(05).
                 03 BAIXAS-CAT-TAB    PIC 9(05).
                 03 REINTEG-CAT-TAB   PIC 9(05).

       01     TOTAIS-JANELA.
              02 ADESOES-TOT       PIC 9(05) VALUE ZEROES.
              02 SAIDA-VOL-TOT     PIC 9(05) VALUE ZEROES.
              02 SAIDA-OUT-TOT     PIC 9(05) VALUE ZEROES.
              02 SUSPENS-TOT       PIC 9(05) VALUE ZEROES.
              02 BAIXAS-TOT        PIC 9(05) VALUE ZEROES.
              02 REINTEG-TOT       PIC 9(05) VALUE ZEROES.

      * Coortes de adesao: os 36 meses que terminam 6 meses antes do
      * mes de referencia (coorte mais nova ja com 6 meses medidos).
       77 IDX-COORTE               PIC 9(05) VALUE ZEROES.
       01     TABELA-COORTE.
              02 COORTE-REG        OCCURS 36 TIMES.
                 03 ANO-COORTE-TAB    PIC 9(04).
                 03 MES-COORTE-TAB    PIC 9(02).
                 03 SOCIOS-COORTE-TAB PIC 9(05).
                 03 RETIDOS-06-TAB    PIC 9(05).
                 03 RETIDOS-12-TAB    PIC 9(05).
                 03 RETIDOS-24-TAB    PIC 9(05).

       01     CAB-ROT-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(42)
                 VALUE "ROTATIVIDADE DE SOCIOS - 12 MESES ATE".
              02 VAR-MES-CAB       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-CAB       PIC 9999.
              02 FILLER            PIC X(07) VALUE SPACES.
              02 FILLER            PIC X(06) VALUE "EMIT. ".
              02 VAR-DIA-EMI       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-EMI       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-EMI       PIC 9999.
              02 FILLER            PIC X(03) VALUE SPACES.

       01     CAB-ROT-SECAO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TITULO-SECAO  PIC X(60).
              02 FILLER            PIC X(18) VALUE SPACES.

       01     CAB-ROT-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ROTULO-CAB    PIC X(07).
              02 FILLER            PIC X(09) VALUE "  ADESOES".
              02 FILLER            PIC X(09) VALUE " SAI.VOL.".
              02 FILLER            PIC X(09) VALUE " OUT.SAI.".
              02 FILLER            PIC X(09) VALUE " SUSPENS.".
              02 FILLER            PIC X(09) VALUE "   BAIXAS".
              02 FILLER            PIC X(09) VALUE " REINTEG.".
              02 FILLER            PIC X(09) VALUE "  LIQUIDO".
              02 FILLER            PIC X(08) VALUE SPACES.

       01     CAB-ROT-03.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE-ROT.
              02 VAR-ROTULO        PIC X(09).
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-ADESOES       PIC ZZ.ZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-SAIDA-VOL     PIC ZZ.ZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-SAIDA-OUT     PIC ZZ.ZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-SUSPENS       PIC ZZ.ZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-BAIXAS        PIC ZZ.ZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-REINTEG       PIC ZZ.ZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-LIQUIDO       PIC -ZZ.ZZ9.
              02 FILLER            PIC X(08) VALUE SPACES.

      * Rotulos da primeira coluna: mes da janela ou categoria.
       01     ROTULO-MES.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 ROT-MES           PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 ROT-ANO           PIC 9999.
       01     ROTULO-CATEG.
              02 FILLER            PIC X(04) VALUE SPACES.
              02 ROT-CATEG         PIC X(02).
              02 FILLER            PIC X(03) VALUE SPACES.

      * Valores da linha a imprimir (mes, categoria ou total).
       01     VALORES-LINHA.
              02 ADESOES-LIN       PIC 9(05).
              02 SAIDA-VOL-LIN     PIC 9(05).
              02 SAIDA-OUT-LIN     PIC 9(05).
              02 SUSPENS-LIN       PIC 9(05).
              02 BAIXAS-LIN        PIC 9(05).
              02 REINTEG-LIN       PIC 9(05).
       77 LIQUIDO                  PIC S9(06) VALUE ZEROES.

       01     CAB-COORTE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "COORTE".
              02 FILLER            PIC X(10) VALUE "    SOCIOS".
              02 FILLER            PIC X(10) VALUE "   6 MESES".
              02 FILLER            PIC X(10) VALUE "  12 MESES".
              02 FILLER            PIC X(10) VALUE "  24 MESES".
              02 FILLER            PIC X(31) VALUE SPACES.

       01     DETALHE-COORTE.
              02 VAR-COORTE        PIC X(09).
              02 FILLER            PIC X(04) VALUE SPACES.
              02 VAR-SOCIOS-COORTE PIC ZZ.ZZ9.
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-RET-06        PIC X(07).
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-RET-12        PIC X(07).
              02 FILLER            PIC X(03) VALUE SPACES.
              02 VAR-RET-24        PIC X(07).
              02 FILLER            PIC X(31) VALUE SPACES.

      * Percentual de retencao ja editado; marco ainda nao atingido
      * sai como tracinho.
       01     PCT-EDITADO.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 PCT-EDIT-VALOR    PIC ZZ9,9.
              02 FILLER            PIC X(01) VALUE "%".
       77 RETIDOS-MARCO            PIC 9(05) VALUE ZEROES.
       77 PCT-RETENCAO             PIC X(07) VALUE SPACES.

       01     ROD-ROT.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-DESC-ROD      PIC X(30).
              02 VAR-QTD-ROD       PIC ZZZZ9.
              02 FILLER            PIC X(40) VALUE SPACES.

       01     ROD-MEDIA.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-DESC-MEDIA    PIC X(30).
              02 VAR-MEDIA-ROD     PIC ZZZ9,9.
              02 FILLER            PIC X(06) VALUE " MESES".
              02 FILLER            PIC X(03) VALUE SPACES.
              02 FILLER            PIC X(01) VALUE "(".
              02 VAR-QTD-MEDIA     PIC ZZZZ9.
              02 FILLER            PIC X(10) VALUE " SOCIOS)".
              02 FILLER            PIC X(14) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX86.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM PROCESSA-HISTORICO.
              PERFORM PROCESSA-PERDAS.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM LER-PARM-EX86.
              COMPUTE IDX-REF = ANO-REF * 12 + MES-REF.
              COMPUTE IDX-INICIO = IDX-REF - 11.
              COMPUTE IDX-COORTE-INI = IDX-REF - 41.
              COMPUTE IDX-COORTE-FIM = IDX-REF - 6.
              PERFORM MONTA-TABELAS.
              OPEN   INPUT  CADMSOCI
                     OUTPUT RELROTAT.
              PERFORM LEITURA.

      * Mes de referencia: o do parametro, ou o mes fechado anterior
      * ao do processamento.
       LER-PARM-EX86.
              IF MES-HOJE EQUAL 1
                     COMPUTE ANO-REF = ANO-HOJE - 1
                     MOVE 12 TO MES-REF
              ELSE
                     MOVE ANO-HOJE TO ANO-REF
                     COMPUTE MES-REF = MES-HOJE - 1.
              OPEN INPUT PARM-EX86.
              READ PARM-EX86
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                AND ANO-REF-PARM GREATER THAN ZEROES
                AND MES-REF-PARM GREATER THAN ZEROES
                AND MES-REF-PARM NOT GREATER THAN 12
                     MOVE ANO-REF-PARM TO ANO-REF
                     MOVE MES-REF-PARM TO MES-REF.
              CLOSE PARM-EX86.

      * Zera os contadores e grava ano/mes de cada linha da janela
      * e de cada coorte, a partir do indice de meses.
       MONTA-TABELAS.
              INITIALIZE TABELA-MES TABELA-COORTE.
              PERFORM VARYING IDX-MES FROM 1 BY 1
                      UNTIL IDX-MES GREATER THAN 12
                      COMPUTE IDX-EVENTO = IDX-INICIO + IDX-MES - 1
                      PERFORM CONVERTE-INDICE-MES
                      MOVE ANO-TRAB TO ANO-MES-TAB(IDX-MES)
                      MOVE MES-TRAB TO MES-MES-TAB(IDX-MES)
              END-PERFORM.
              PERFORM VARYING IDX-COORTE FROM 1 BY 1
                      UNTIL IDX-COORTE GREATER THAN 36
                      COMPUTE IDX-EVENTO =
                              IDX-COORTE-INI + IDX-COORTE - 1
                      PERFORM CONVERTE-INDICE-MES
                      MOVE ANO-TRAB TO ANO-COORTE-TAB(IDX-COORTE)
                      MOVE MES-TRAB TO MES-COORTE-TAB(IDX-COORTE)
              END-PERFORM.

      * IDX-EVENTO (ANO * 12 + MES) de volta para ANO-TRAB/MES-TRAB.
       CONVERTE-INDICE-MES.
              DIVIDE IDX-EVENTO BY 12 GIVING ANO-TRAB
                     REMAINDER MES-TRAB.
              IF MES-TRAB EQUAL ZEROES
                     SUBTRACT 1 FROM ANO-TRAB
                     MOVE 12 TO MES-TRAB.

       LEITURA.
              READ CADMSOCI NEXT RECORD
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

      * Por socio do mestre: situacao atual, adesao na janela,
      * coorte de adesao e permanencia de quem saiu.
       PRINCIPAL.
              EVALUATE STATUS-SOCIO-MSOC
                     WHEN "A" ADD 1 TO TOTAL-ATIVOS
                     WHEN "S" ADD 1 TO TOTAL-SUSPENSOS
                     WHEN "D" ADD 1 TO TOTAL-DESLIGADOS
              END-EVALUATE.
              COMPUTE IDX-ADESAO = ANO-ADESAO-MSOC * 12
                                 + MES-ADESAO-MSOC.
              PERFORM DEFINE-SAIDA.
              IF IDX-ADESAO NOT LESS THAN IDX-INICIO
                AND IDX-ADESAO NOT GREATER THAN IDX-REF
                     COMPUTE IDX-MES = IDX-ADESAO - IDX-INICIO + 1
                     ADD 1 TO ADESOES-MES-TAB(IDX-MES)
                     MOVE CATEGORIA-MSOC TO CATEGORIA-PROCURADA
                     PERFORM LOCALIZA-CATEGORIA
                     ADD 1 TO ADESOES-CAT-TAB(IDX-CATEG-ACHADO).
              IF IDX-SAIDA GREATER THAN ZEROES
                     PERFORM CONTA-COORTE
                     PERFORM CONTA-PERMANENCIA.
              PERFORM LEITURA.

      * IDX-SAIDA: mes do desligamento (DATA-DESLIG-MSOC, ou a data
      * da ultima mudanca de status), 999999 para quem continua no
      * quadro, zero para desligado sem data - este fica fora das
      * coortes e da permanencia media.
       DEFINE-SAIDA.
              IF STATUS-SOCIO-MSOC NOT EQUAL "D"
                     MOVE 999999 TO IDX-SAIDA
              ELSE IF DATA-DESLIG-MSOC GREATER THAN ZEROES
                     MOVE DATA-DESLIG-MSOC TO DATA-TRABALHO
                     COMPUTE IDX-SAIDA = ANO-TRAB * 12 + MES-TRAB
              ELSE IF DATA-STATUS-MSOC GREATER THAN ZEROES
                     MOVE DATA-STATUS-MSOC TO DATA-TRABALHO
                     COMPUTE IDX-SAIDA = ANO-TRAB * 12 + MES-TRAB
              ELSE
                     MOVE ZEROES TO IDX-SAIDA
                     ADD 1 TO TOTAL-SEM-DATA-SAIDA.

      * Retido no marco de N meses quem nao saiu antes do mes em que
      * completa N meses de adesao; marco ainda futuro nao conta.
       CONTA-COORTE.
              IF IDX-ADESAO NOT LESS THAN IDX-COORTE-INI
                AND IDX-ADESAO NOT GREATER THAN IDX-COORTE-FIM
                     COMPUTE IDX-COORTE = IDX-ADESAO - IDX-COORTE-INI
                                        + 1
                     ADD 1 TO SOCIOS-COORTE-TAB(IDX-COORTE)
                     COMPUTE IDX-MARCO = IDX-ADESAO + 6
                     IF IDX-SAIDA NOT LESS THAN IDX-MARCO
                            ADD 1 TO RETIDOS-06-TAB(IDX-COORTE)
                     END-IF
                     COMPUTE IDX-MARCO = IDX-ADESAO + 12
                     IF IDX-MARCO NOT GREATER THAN IDX-REF
                       AND IDX-SAIDA NOT LESS THAN IDX-MARCO
                            ADD 1 TO RETIDOS-12-TAB(IDX-COORTE)
                     END-IF
                     COMPUTE IDX-MARCO = IDX-ADESAO + 24
                     IF IDX-MARCO NOT GREATER THAN IDX-REF
                       AND IDX-SAIDA NOT LESS THAN IDX-MARCO
                            ADD 1 TO RETIDOS-24-TAB(IDX-COORTE)
                     END-IF
              END-IF.

       CONTA-PERMANENCIA.
              IF IDX-SAIDA NOT EQUAL 999999
                AND IDX-SAIDA NOT LESS THAN IDX-ADESAO
                     COMPUTE MESES-PERMANENCIA = IDX-SAIDA - IDX-ADESAO
                     ADD 1 TO QTD-SAIDAS-GERAL
                     ADD MESES-PERMANENCIA TO SOMA-MESES-GERAL
                     IF IDX-SAIDA NOT LESS THAN IDX-INICIO
                       AND IDX-SAIDA NOT GREATER THAN IDX-REF
                            ADD 1 TO QTD-SAIDAS-JANELA
                            ADD MESES-PERMANENCIA TO SOMA-MESES-JANELA
                     END-IF
              END-IF.

      * Categoria ja na tabela ou acrescentada no fim.
       LOCALIZA-CATEGORIA.
              MOVE ZEROES TO IDX-CATEG-ACHADO.
              PERFORM VARYING IDX-CATEG FROM 1 BY 1
                      UNTIL IDX-CATEG GREATER THAN TOTAL-CATEG
                         OR IDX-CATEG-ACHADO GREATER THAN ZEROES
                      IF CODIGO-CATEG-TAB(IDX-CATEG) EQUAL
                            CATEGORIA-PROCURADA
                             MOVE IDX-CATEG TO IDX-CATEG-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-CATEG-ACHADO EQUAL ZEROES
                     IF TOTAL-CATEG NOT LESS THAN 200
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-CATEG
                     MOVE TOTAL-CATEG TO IDX-CATEG-ACHADO
                     INITIALIZE CATEG-REG(TOTAL-CATEG)
                     MOVE CATEGORIA-PROCURADA
                       TO CODIGO-CATEG-TAB(TOTAL-CATEG)
              END-IF.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX86: TABELA DE CATEGORIAS EXCEDIDA -"
                      " EXECUCAO ABORTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * Desligamentos, suspensoes e reintegracoes da janela, pelo
      * historico do EX20. Saida voluntaria e o desligamento com
      * motivo "VO" (ou sem motivo); os demais vao em outras saidas.
       PROCESSA-HISTORICO.
              OPEN INPUT HISTSTAT.
              PERFORM UNTIL FIM-HIST EQUAL "SIM"
                      READ HISTSTAT
                             AT END MOVE "SIM" TO FIM-HIST
                             NOT AT END
                                  ADD 1 TO TOTAL-EVENTOS
                                  PERFORM CONTA-EVENTO
                      END-READ
              END-PERFORM.
              CLOSE HISTSTAT.

       CONTA-EVENTO.
              COMPUTE IDX-EVENTO = ANO-HST * 12 + MES-HST.
              IF IDX-EVENTO NOT LESS THAN IDX-INICIO
                AND IDX-EVENTO NOT GREATER THAN IDX-REF
                AND (TIPO-HST EQUAL "D" OR "S" OR "R")
                     COMPUTE IDX-MES = IDX-EVENTO - IDX-INICIO + 1
                     MOVE CATEGORIA-HST TO CATEGORIA-PROCURADA
                     PERFORM LOCALIZA-CATEGORIA
                     EVALUATE TRUE
                         WHEN TIPO-HST EQUAL "D"
                           AND (MOTIVO-HST EQUAL "VO" OR SPACES)
                            ADD 1 TO SAIDA-VOL-MES-TAB(IDX-MES)
                            ADD 1 TO
                               SAIDA-VOL-CAT-TAB(IDX-CATEG-ACHADO)
                         WHEN TIPO-HST EQUAL "D"
                            ADD 1 TO SAIDA-OUT-MES-TAB(IDX-MES)
                            ADD 1 TO
                               SAIDA-OUT-CAT-TAB(IDX-CATEG-ACHADO)
                         WHEN TIPO-HST EQUAL "S"
                            ADD 1 TO SUSPENS-MES-TAB(IDX-MES)
                            ADD 1 TO
                               SUSPENS-CAT-TAB(IDX-CATEG-ACHADO)
                         WHEN OTHER
                            ADD 1 TO REINTEG-MES-TAB(IDX-MES)
                            ADD 1 TO
                               REINTEG-CAT-TAB(IDX-CATEG-ACHADO)
                     END-EVALUATE
              END-IF.

      * Baixas por perda da janela; a categoria e a atual do socio
      * no mestre ("??" se ele nao estiver mais cadastrado).
       PROCESSA-PERDAS.
              OPEN INPUT PERDAS.
              PERFORM UNTIL FIM-PERDAS EQUAL "SIM"
                      READ PERDAS
                             AT END MOVE "SIM" TO FIM-PERDAS
                             NOT AT END
                                  ADD 1 TO TOTAL-EVENTOS
                                  PERFORM CONTA-PERDA
                      END-READ
              END-PERFORM.
              CLOSE PERDAS.

       CONTA-PERDA.
              COMPUTE IDX-EVENTO = ANO-PER * 12 + MES-PER.
              IF IDX-EVENTO NOT LESS THAN IDX-INICIO
                AND IDX-EVENTO NOT GREATER THAN IDX-REF
                     COMPUTE IDX-MES = IDX-EVENTO - IDX-INICIO + 1
                     ADD 1 TO BAIXAS-MES-TAB(IDX-MES)
                     MOVE NUMERO-SOCIO-PER TO NUMERO-SOCIO-MSOC
                     READ CADMSOCI KEY IS NUMERO-SOCIO-MSOC
                            INVALID KEY
                                 MOVE "??" TO CATEGORIA-PROCURADA
                            NOT INVALID KEY
                                 MOVE CATEGORIA-MSOC
                                   TO CATEGORIA-PROCURADA
                     END-READ
                     PERFORM LOCALIZA-CATEGORIA
                     ADD 1 TO BAIXAS-CAT-TAB(IDX-CATEG-ACHADO)
              END-IF.

       FIM.
              PERFORM IMPRIME-MESES.
              PERFORM IMPRIME-CATEGORIAS.
              PERFORM IMPRIME-COORTES.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADMSOCI
                    RELROTAT.

       IMPRIME-MESES.
              MOVE MES-REF  TO VAR-MES-CAB.
              MOVE ANO-REF  TO VAR-ANO-CAB.
              MOVE DIA-HOJE TO VAR-DIA-EMI.
              MOVE MES-HOJE TO VAR-MES-EMI.
              MOVE ANO-HOJE TO VAR-ANO-EMI.
              WRITE REG-REL FROM CAB-ROT-01.
              MOVE "MOVIMENTO POR MES" TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-ROT-SECAO AFTER ADVANCING 2 LINES.
              MOVE "MES/ANO" TO VAR-ROTULO-CAB.
              WRITE REG-REL FROM CAB-ROT-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-ROT-03 AFTER ADVANCING 1 LINE.
              PERFORM VARYING IDX-MES FROM 1 BY 1
                      UNTIL IDX-MES GREATER THAN 12
                      MOVE MES-MES-TAB(IDX-MES) TO ROT-MES
                      MOVE ANO-MES-TAB(IDX-MES) TO ROT-ANO
                      MOVE ROTULO-MES TO VAR-ROTULO
                      MOVE ADESOES-MES-TAB(IDX-MES)   TO ADESOES-LIN
                      MOVE SAIDA-VOL-MES-TAB(IDX-MES) TO SAIDA-VOL-LIN
                      MOVE SAIDA-OUT-MES-TAB(IDX-MES) TO SAIDA-OUT-LIN
                      MOVE SUSPENS-MES-TAB(IDX-MES)   TO SUSPENS-LIN
                      MOVE BAIXAS-MES-TAB(IDX-MES)    TO BAIXAS-LIN
                      MOVE REINTEG-MES-TAB(IDX-MES)   TO REINTEG-LIN
                      ADD ADESOES-MES-TAB(IDX-MES)   TO ADESOES-TOT
                      ADD SAIDA-VOL-MES-TAB(IDX-MES) TO SAIDA-VOL-TOT
                      ADD SAIDA-OUT-MES-TAB(IDX-MES) TO SAIDA-OUT-TOT
                      ADD SUSPENS-MES-TAB(IDX-MES)   TO SUSPENS-TOT
                      ADD BAIXAS-MES-TAB(IDX-MES)    TO BAIXAS-TOT
                      ADD REINTEG-MES-TAB(IDX-MES)   TO REINTEG-TOT
                      PERFORM IMPRIME-LINHA-ROT
              END-PERFORM.
              WRITE REG-REL FROM CAB-ROT-03 AFTER ADVANCING 1 LINE.
              MOVE "  TOTAL" TO VAR-ROTULO.
              MOVE TOTAIS-JANELA TO VALORES-LINHA.
              PERFORM IMPRIME-LINHA-ROT.

      * Saldo liquido do quadro: entradas (adesoes e reintegracoes)
      * menos saidas e suspensoes; a baixa por perda e financeira e
      * nao entra no saldo.
       IMPRIME-LINHA-ROT.
              MOVE ADESOES-LIN   TO VAR-ADESOES.
              MOVE SAIDA-VOL-LIN TO VAR-SAIDA-VOL.
              MOVE SAIDA-OUT-LIN TO VAR-SAIDA-OUT.
              MOVE SUSPENS-LIN   TO VAR-SUSPENS.
              MOVE BAIXAS-LIN    TO VAR-BAIXAS.
              MOVE REINTEG-LIN   TO VAR-REINTEG.
              COMPUTE LIQUIDO = ADESOES-LIN + REINTEG-LIN
                              - SAIDA-VOL-LIN - SAIDA-OUT-LIN
                              - SUSPENS-LIN.
              MOVE LIQUIDO TO VAR-LIQUIDO.
              WRITE REG-REL FROM DETALHE-ROT AFTER ADVANCING 1 LINE.

       IMPRIME-CATEGORIAS.
              MOVE "MOVIMENTO DOS 12 MESES POR CATEGORIA"
                TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-ROT-SECAO AFTER ADVANCING 3 LINES.
              MOVE "CATEG." TO VAR-ROTULO-CAB.
              WRITE REG-REL FROM CAB-ROT-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-ROT-03 AFTER ADVANCING 1 LINE.
              PERFORM VARYING IDX-CATEG FROM 1 BY 1
                      UNTIL IDX-CATEG GREATER THAN TOTAL-CATEG
                      MOVE CODIGO-CATEG-TAB(IDX-CATEG) TO ROT-CATEG
                      MOVE ROTULO-CATEG TO VAR-ROTULO
                      MOVE ADESOES-CAT-TAB(IDX-CATEG) TO ADESOES-LIN
                      MOVE SAIDA-VOL-CAT-TAB(IDX-CATEG)
                        TO SAIDA-VOL-LIN
                      MOVE SAIDA-OUT-CAT-TAB(IDX-CATEG)
                        TO SAIDA-OUT-LIN
                      MOVE SUSPENS-CAT-TAB(IDX-CATEG) TO SUSPENS-LIN
                      MOVE BAIXAS-CAT-TAB(IDX-CATEG)  TO BAIXAS-LIN
                      MOVE REINTEG-CAT-TAB(IDX-CATEG) TO REINTEG-LIN
                      PERFORM IMPRIME-LINHA-ROT
              END-PERFORM.

       IMPRIME-COORTES.
              MOVE "RETENCAO POR COORTE DE ADESAO"
                TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-ROT-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-COORTE AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-ROT-03 AFTER ADVANCING 1 LINE.
              PERFORM VARYING IDX-COORTE FROM 1 BY 1
                      UNTIL IDX-COORTE GREATER THAN 36
                      IF SOCIOS-COORTE-TAB(IDX-COORTE) GREATER THAN
                            ZEROES
                             PERFORM IMPRIME-COORTE
                      END-IF
              END-PERFORM.

       IMPRIME-COORTE.
              MOVE MES-COORTE-TAB(IDX-COORTE) TO ROT-MES.
              MOVE ANO-COORTE-TAB(IDX-COORTE) TO ROT-ANO.
              MOVE ROTULO-MES TO VAR-COORTE.
              MOVE SOCIOS-COORTE-TAB(IDX-COORTE) TO VAR-SOCIOS-COORTE.
              COMPUTE IDX-MARCO = IDX-COORTE-INI + IDX-COORTE - 1 + 6.
              MOVE RETIDOS-06-TAB(IDX-COORTE) TO RETIDOS-MARCO.
              PERFORM CALCULA-RETENCAO.
              MOVE PCT-RETENCAO TO VAR-RET-06.
              ADD 6 TO IDX-MARCO.
              MOVE RETIDOS-12-TAB(IDX-COORTE) TO RETIDOS-MARCO.
              PERFORM CALCULA-RETENCAO.
              MOVE PCT-RETENCAO TO VAR-RET-12.
              ADD 12 TO IDX-MARCO.
              MOVE RETIDOS-24-TAB(IDX-COORTE) TO RETIDOS-MARCO.
              PERFORM CALCULA-RETENCAO.
              MOVE PCT-RETENCAO TO VAR-RET-24.
              WRITE REG-REL FROM DETALHE-COORTE AFTER ADVANCING 1 LINE.

       CALCULA-RETENCAO.
              IF IDX-MARCO GREATER THAN IDX-REF
                     MOVE "     - " TO PCT-RETENCAO
              ELSE
                     COMPUTE PERCENTUAL ROUNDED = RETIDOS-MARCO * 100
                             / SOCIOS-COORTE-TAB(IDX-COORTE)
                     MOVE PERCENTUAL  TO PCT-EDIT-VALOR
                     MOVE PCT-EDITADO TO PCT-RETENCAO.

       IMPRIME-RODAPE.
              MOVE "Socios ativos no mestre.....:" TO VAR-DESC-ROD.
              MOVE TOTAL-ATIVOS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-ROT AFTER ADVANCING 3 LINES.
              MOVE "Socios suspensos............:" TO VAR-DESC-ROD.
              MOVE TOTAL-SUSPENSOS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-ROT AFTER ADVANCING 1 LINE.
              MOVE "Socios desligados...........:" TO VAR-DESC-ROD.
              MOVE TOTAL-DESLIGADOS TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-ROT AFTER ADVANCING 1 LINE.
              MOVE "  desligados sem data.......:" TO VAR-DESC-ROD.
              MOVE TOTAL-SEM-DATA-SAIDA TO VAR-QTD-ROD.
              WRITE REG-REL FROM ROD-ROT AFTER ADVANCING 1 LINE.
              MOVE "Permanencia media - 12 meses:" TO VAR-DESC-MEDIA.
              MOVE QTD-SAIDAS-JANELA TO VAR-QTD-MEDIA.
              IF QTD-SAIDAS-JANELA GREATER THAN ZEROES
                     COMPUTE MEDIA-PERMANENCIA ROUNDED =
                             SOMA-MESES-JANELA / QTD-SAIDAS-JANELA
              ELSE
                     MOVE ZEROES TO MEDIA-PERMANENCIA.
              MOVE MEDIA-PERMANENCIA TO VAR-MEDIA-ROD.
              WRITE REG-REL FROM ROD-MEDIA AFTER ADVANCING 2 LINES.
              MOVE "Permanencia media - geral...:" TO VAR-DESC-MEDIA.
              MOVE QTD-SAIDAS-GERAL TO VAR-QTD-MEDIA.
              IF QTD-SAIDAS-GERAL GREATER THAN ZEROES
                     COMPUTE MEDIA-PERMANENCIA ROUNDED =
                             SOMA-MESES-GERAL / QTD-SAIDAS-GERAL
              ELSE
                     MOVE ZEROES TO MEDIA-PERMANENCIA.
              MOVE MEDIA-PERMANENCIA TO VAR-MEDIA-ROD.
              WRITE REG-REL FROM ROD-MEDIA AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02EX86"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-EVENTOS    TO TOTAL-GRAVADOS-RUNLOG.
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
