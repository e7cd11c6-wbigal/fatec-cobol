       IDENTIFICATION              DIVISION.
       PROGRAM-ID.          EX30.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      ALERTA ANTECIPADO DE RISCO DE EVASAO, RODADO NO
      *              MEIO DO TERMO: CADA ALUNO COM MATRICULA ATIVA NO
      *              CADALU.DAT RECEBE UMA PONTUACAO SOMANDO OS PESOS
      *              DOS SINAIS PRESENTES - FALTAS EM ALTA NAS ULTIMAS
      *              SEMANAS (FREQDET.DAT, JANELA RECENTE CONTRA A
      *              JANELA ANTERIOR DE MESMO TAMANHO), NOTAS PARCIAIS
      *              BAIXAS (MEDIA DAS NOTAS JA LANCADAS NAS
      *              MATRICULAS ATIVAS), TRANCAMENTO OU REATIVACAO
      *              ANTERIOR (HISTORICO MUDSTAT.DAT DO EX08),
      *              PRE-REQUISITO REPROVADO E AINDA NAO RECUPERADO
      *              (HISTGPAI.DAT CONTRA O MESTRE CADDISC) E
      *              MENSALIDADE VENCIDA EM ABERTO (MENSALU.DAT). PESOS,
      *              JANELA, MINIMO DE FALTAS, NOTA DE CORTE E DATA DE
      *              REFERENCIA VEM DE PARMRISC.DAT. O RELATORIO
      *              RELRISC TRAZ A LISTA EM ORDEM DECRESCENTE DE
      *              PONTOS (SORT, MESMO ESQUEMA DO EX24) COM O MOTIVO
      *              DE CADA PONTO, PARA A COORDENACAO PEDAGOGICA; OS
      *              SINALIZADOS SAO ACRESCENTADOS AO HISTORICO
      *              RISCOHST.DAT, E O RELATORIO FECHA COM O
      *              ACOMPANHAMENTO DE QUEM FOI SINALIZADO EM
      *              EXECUCOES ANTERIORES - SE CONTINUA ATIVO, TRANCOU,
      *              CANCELOU, TRANSFERIU-SE OU SAIU DO CADASTRO.

      *==============================================================
       ENVIRONMENT                 DIVISION.

       CONFIGURATION               SECTION.
              SOURCE-COMPUTER.     IBM-PC.
              OBJECT-COMPUTER.     IBM-PC.
              SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
              SELECT  OPTIONAL  PARMRISC   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADALU     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADDISC    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  FREQDET    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  MUDSTAT    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  HISTGPA    ASSIGN        TO DISK
              ORGANIZATION  IS            INDEXED
              ACCESS MODE   IS            DYNAMIC
              RECORD KEY    IS            CHAVE-HIST
              FILE STATUS   IS            HISTGPA-STATUS.

              SELECT  OPTIONAL  MENSALU    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  RISCOHST   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            RISCOHST-STATUS.

              SELECT        TRAB-RISCO    ASSIGN        TO DISK.

              SELECT        RELRISC       ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            RUNLOG-STATUS.

      *==============================================================
       DATA                        DIVISION.

       FILE                        SECTION.

      * PARMRISC: pesos de cada sinal e parametros da apuracao.
      * Arquivo ausente = pesos padrao 30/25/15/15/15; presente, os
      * pesos valem como gravados (peso zero desliga o sinal). Janela
      * (padrao 14 dias), minimo de faltas recentes (padrao 2), nota
      * de corte (padrao 5,00) e data de referencia (padrao a data
      * do dia) zerados ficam no padrao.
       FD     PARMRISC
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "PARMRISC.DAT".
       01     REG-PARMRISC.
              02     PESO-FALTAS-PRM      PIC 9(03).
              02     PESO-NOTAS-PRM       PIC 9(03).
              02     PESO-STATUS-PRM      PIC 9(03).
              02     PESO-PREREQ-PRM      PIC 9(03).
              02     PESO-MENSAL-PRM      PIC 9(03).
              02     JANELA-PRM           PIC 9(03).
              02     MIN-FALTAS-PRM       PIC 9(03).
              02     NOTA-CORTE-PRM       PIC 9(02)V99.
              02     DATA-REF-PRM         PIC 9(08).

      * CADALU: uma matricula por aluno/disciplina (EX08).
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

      * CADDISC: mestre de disciplinas (EX12), de onde saem os
      * codigos que sao pre-requisito de alguma disciplina.
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

      * FREQDET: faltas por aluno/sessao (EX14).
       FD     FREQDET
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "FREQDET.DAT".
       01     REG-FALTA.
              02     DISCIPLINA-FLT PIC X(08).
              02     DATA-FLT      PIC 9(08).
              02     NUMERO-FLT    PIC 9(05).

      * MUDSTAT: historico de mudancas de status (EX08).
       FD     MUDSTAT
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "MUDSTAT.DAT".
       COPY MUDSTAT.

      * HISTGPA: historico indexado (HISTGPAI.DAT, EX04/EX10), lido
      * por inteiro na ordem da chave (aluno, termo, disciplina).
       FD     HISTGPA
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "HISTGPAI.DAT".
       01     REG-HIST.
              02     CHAVE-HIST.
                     03     NUMERO-HIST    PIC 9(05).
                     03     TERMO-HIST     PIC 9(02).
                     03     DISCIPLINA-HIST PIC X(08).
              02     MEDIA-HIST    PIC 9(02)V99.

      * MENSALU: contas a receber de mensalidades (EX20).
       FD     MENSALU
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "MENSALU.DAT".
       COPY MENSALU.

      * RISCOHST: historico dos sinalizados, so acrescentado.
       FD     RISCOHST
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "RISCOHST.DAT".
       COPY RISCOHST.

      * TRAB-RISCO: pontos decrescentes e numero do aluno; IDX-TR
      * aponta a posicao do aluno na tabela em memoria.
       SD     TRAB-RISCO.
       01     TRAB-RISCO-REG.
              02     PONTOS-TR     PIC 9(03).
              02     NUMERO-TR     PIC 9(05).
              02     IDX-TR        PIC 9(04).

       FD     RELRISC
              LABEL         RECORD IS     OMITTED.
       01     REG-REL                     PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas que
      * gravam um cadastro ou relatorio de saida.
       FD     RUNLOG
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE             SECTION.
       77     FIM-PARM      PIC X(03)     VALUE "NAO".
       77     FIM-ALU       PIC X(03)     VALUE "NAO".
       77     FIM-DISC      PIC X(03)     VALUE "NAO".
       77     FIM-FLT       PIC X(03)     VALUE "NAO".
       77     FIM-MUD       PIC X(03)     VALUE "NAO".
       77     FIM-HIST      PIC X(03)     VALUE "NAO".
       77     FIM-MEN       PIC X(03)     VALUE "NAO".
       77     FIM-RSC       PIC X(03)     VALUE "NAO".
       77     FIM-TRAB      PIC X(03)     VALUE "NAO".
       77     HISTGPA-STATUS PIC X(02)    VALUE "00".
       77     RISCOHST-STATUS PIC X(02)   VALUE "00".
       77     RUNLOG-STATUS PIC X(02)     VALUE "00".
       77     TOTAL-LIDOS   PIC 9(05)     VALUE ZEROS.
       77     TOTAL-GRAVADOS PIC 9(04)    VALUE ZEROS.
       77     TOTAL-AVALIADOS PIC 9(04)   VALUE ZEROS.
       77     TOTAL-SINALIZADOS PIC 9(04) VALUE ZEROS.
       77     DATA-HOJE     PIC 9(08)     VALUE ZEROS.
       01     HORA-ATUAL.
              02 HH-ATUAL   PIC 9(02).
              02 MM-ATUAL   PIC 9(02).
              02 SS-ATUAL   PIC 9(02).

      * Pesos e parametros em vigor (padroes sobrepostos por
      * PARMRISC.DAT em LER-PARAMETRO).
       77     PESO-FALTAS   PIC 9(03)     VALUE 30.
       77     PESO-NOTAS    PIC 9(03)     VALUE 25.
       77     PESO-STATUS   PIC 9(03)     VALUE 15.
       77     PESO-PREREQ   PIC 9(03)     VALUE 15.
       77     PESO-MENSAL   PIC 9(03)     VALUE 15.
       77     JANELA-DIAS   PIC 9(03)     VALUE 14.
       77     MIN-FALTAS    PIC 9(03)     VALUE 2.
       77     NOTA-CORTE    PIC 9(02)V99  VALUE 5,00.
       77     MEDIA-APROVACAO PIC 9(01)V99 VALUE 6,00.
       77     DATA-REFERENCIA PIC 9(08)   VALUE ZEROS.

      * Janelas de faltas: recente = (INICIO-RECENTE, REFERENCIA],
      * anterior = (INICIO-ANTERIOR, INICIO-RECENTE].
       77     INICIO-RECENTE PIC 9(08)    VALUE ZEROS.
       77     INICIO-ANTERIOR PIC 9(08)   VALUE ZEROS.
       77     CONTA-DIAS    PIC 9(03)     VALUE ZEROS.
       77     DIAS-MES-CALC PIC 9(02)     VALUE ZEROS.
       77     QUOCIENTE-BISSEXTO PIC 9(04) VALUE ZEROS.
       77     RESTO-BISSEXTO-4   PIC 9(03) VALUE ZEROS.
       77     RESTO-BISSEXTO-100 PIC 9(03) VALUE ZEROS.
       77     RESTO-BISSEXTO-400 PIC 9(03) VALUE ZEROS.
       01     DATA-CALC.
              02     ANO-CALC      PIC 9(04).
              02     MES-CALC      PIC 9(02).
              02     DIA-CALC      PIC 9(02).
       01     DATA-CALC-N REDEFINES DATA-CALC PIC 9(08).

      * Codigos que sao pre-requisito de alguma disciplina do mestre.
       77     TOTAL-PREREQ  PIC 9(03)     VALUE ZEROS.
       77     IDX-PREREQ    PIC 9(03)     VALUE ZEROS.
       77     E-PREREQUISITO PIC X(03)    VALUE "NAO".
       01     TABELA-PREREQ.
              02     PREREQ-REG    OCCURS 200 TIMES.
                     03     CODIGO-PREREQ-TAB PIC X(08).

      * Um registro por aluno do CADALU; so os ATIVO "SIM" (alguma
      * matricula "A" ou em branco) sao pontuados. STATUS guarda o
      * status das matriculas de quem nao tem nenhuma ativa.
       77     TOTAL-ALUNOS  PIC 9(04)     VALUE ZEROS.
       77     IDX-ALUNO     PIC 9(04)     VALUE ZEROS.
       77     IDX-ALUNO-ACHADO PIC 9(04)  VALUE ZEROS.
       01     TABELA-ALUNOS.
              02     ALUNO-REG     OCCURS 2000 TIMES.
                     03     NUMERO-ALUNO-TAB  PIC 9(05).
                     03     NOME-ALUNO-TAB    PIC X(20).
                     03     ATIVO-ALUNO-TAB   PIC X(03).
                     03     STATUS-ALUNO-TAB  PIC X(01).
                     03     SOMA-NOTAS-TAB    PIC 9(05)V99.
                     03     QTD-NOTAS-TAB     PIC 9(03).
                     03     RECENTES-TAB      PIC 9(03).
                     03     ANTERIORES-TAB    PIC 9(03).
                     03     MUDANCAS-TAB      PIC 9(03).
                     03     PREREQ-ALUNO-TAB  PIC X(08).
                     03     SALDO-ALUNO-TAB   PIC 9(07)V99.
                     03     PONTOS-ALUNO-TAB  PIC 9(03).
                     03     SINAIS-ALUNO-TAB.
                            04  FALTAS-SINAL-TAB  PIC X(01).
                            04  NOTAS-SINAL-TAB   PIC X(01).
                            04  STATUS-SINAL-TAB  PIC X(01).
                            04  PREREQ-SINAL-TAB  PIC X(01).
                            04  MENSAL-SINAL-TAB  PIC X(01).

       77     MEDIA-PARCIAL PIC 9(02)V99  VALUE ZEROS.
       77     SALDO-TITULO  PIC 9(07)V99  VALUE ZEROS.
       77     POSICAO-LISTA PIC 9(04)     VALUE ZEROS.

      * Sinalizados em execucoes anteriores (datas de referencia
      * menores que a desta), lidos do RISCOHST.DAT. A mesma data ja
      * presente no historico e reexecucao: nada e acrescentado.
       77     HISTORICO-REPETIDO PIC X(03) VALUE "NAO".
       77     TOTAL-ACOMP   PIC 9(04)     VALUE ZEROS.
       77     IDX-ACOMP     PIC 9(04)     VALUE ZEROS.
       77     IDX-ACOMP-ACHADO PIC 9(04)  VALUE ZEROS.
       77     TOTAL-PERMANECEM PIC 9(04)  VALUE ZEROS.
       77     TOTAL-SAIRAM  PIC 9(04)     VALUE ZEROS.
       01     TABELA-ACOMP.
              02     ACOMP-REG     OCCURS 2000 TIMES.
                     03     NUMERO-ACOMP-TAB  PIC 9(05).
                     03     NOME-ACOMP-TAB    PIC X(20).
                     03     PRIMEIRA-ACOMP-TAB PIC 9(08).

      * Datas para impressao.
       01     DATA-ED.
              02     ANO-ED        PIC 9(04).
              02     MES-ED        PIC 9(02).
              02     DIA-ED        PIC 9(02).
       01     DATA-ED-N REDEFINES DATA-ED PIC 9(08).
       01     DATA-IMPRESSA.
              02     DIA-IMP       PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     MES-IMP       PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     ANO-IMP       PIC 9999.

       01     CAB-RISCO-01.
              02     FILLER        PIC X(15) VALUE SPACES.
              02     FILLER        PIC X(50)
                     VALUE "RISCO DE EVASAO - LISTA PARA A COORDENACAO".
              02     FILLER        PIC X(15) VALUE SPACES.

       01     CAB-RISCO-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     FILLER        PIC X(12) VALUE "REFERENCIA: ".
              02     VAR-DATA-REF  PIC X(10).
              02     FILLER        PIC X(20)
                     VALUE "  JANELA DE FALTAS: ".
              02     VAR-JANELA    PIC ZZ9.
              02     FILLER        PIC X(05) VALUE " DIAS".
              02     FILLER        PIC X(25) VALUE SPACES.

       01     CAB-RISCO-03.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     FILLER        PIC X(15) VALUE "PESOS - FALTAS:".
              02     VAR-PESO-FALTAS-CAB PIC ZZ9.
              02     FILLER        PIC X(08) VALUE "  NOTAS:".
              02     VAR-PESO-NOTAS-CAB  PIC ZZ9.
              02     FILLER        PIC X(09) VALUE "  STATUS:".
              02     VAR-PESO-STATUS-CAB PIC ZZ9.
              02     FILLER        PIC X(10) VALUE "  PRE-REQ:".
              02     VAR-PESO-PREREQ-CAB PIC ZZ9.
              02     FILLER        PIC X(10) VALUE "  MENSAL.:".
              02     VAR-PESO-MENSAL-CAB PIC ZZ9.
              02     FILLER        PIC X(08) VALUE SPACES.

       01     CAB-RISCO-04.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(04) VALUE "POS.".
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(05) VALUE "ALUNO".
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(20) VALUE "NOME".
              02     FILLER        PIC X(04) VALUE SPACES.
              02     FILLER        PIC X(06) VALUE "PONTOS".
              02     FILLER        PIC X(35) VALUE SPACES.

       01     DETALHE-RISCO.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-POSICAO   PIC ZZZ9.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-NUMERO    PIC 9(05).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-NOME      PIC X(20).
              02     FILLER        PIC X(07) VALUE SPACES.
              02     VAR-PONTOS    PIC ZZ9.
              02     FILLER        PIC X(35) VALUE SPACES.

      * Uma linha por sinal presente, com o peso que ele somou.
       01     LINHA-MOT-FALTAS.
              02     FILLER        PIC X(10) VALUE SPACES.
              02     FILLER        PIC X(26)
                     VALUE "FALTAS EM ALTA - RECENTES:".
              02     VAR-RECENTES  PIC ZZ9.
              02     FILLER        PIC X(13) VALUE "  ANTERIORES:".
              02     VAR-ANTERIORES PIC ZZ9.
              02     FILLER        PIC X(11) VALUE SPACES.
              02     FILLER        PIC X(03) VALUE "  +".
              02     VAR-PESO-FALTAS PIC ZZ9.
              02     FILLER        PIC X(08) VALUE SPACES.

       01     LINHA-MOT-NOTAS.
              02     FILLER        PIC X(10) VALUE SPACES.
              02     FILLER        PIC X(30)
                     VALUE "NOTAS PARCIAIS BAIXAS - MEDIA:".
              02     VAR-MEDIA-PARCIAL PIC Z9,99.
              02     FILLER        PIC X(21) VALUE SPACES.
              02     FILLER        PIC X(03) VALUE "  +".
              02     VAR-PESO-NOTAS PIC ZZ9.
              02     FILLER        PIC X(08) VALUE SPACES.

       01     LINHA-MOT-STATUS.
              02     FILLER        PIC X(10) VALUE SPACES.
              02     FILLER        PIC X(34)
                     VALUE "TRANCAMENTO/REATIVACAO ANTERIOR - ".
              02     VAR-MUDANCAS  PIC ZZ9.
              02     FILLER        PIC X(11) VALUE " MUDANCA(S)".
              02     FILLER        PIC X(08) VALUE SPACES.
              02     FILLER        PIC X(03) VALUE "  +".
              02     VAR-PESO-STATUS PIC ZZ9.
              02     FILLER        PIC X(08) VALUE SPACES.

       01     LINHA-MOT-PREREQ.
              02     FILLER        PIC X(10) VALUE SPACES.
              02     FILLER        PIC X(26)
                     VALUE "PRE-REQUISITO REPROVADO - ".
              02     VAR-PREREQ    PIC X(08).
              02     FILLER        PIC X(22) VALUE SPACES.
              02     FILLER        PIC X(03) VALUE "  +".
              02     VAR-PESO-PREREQ PIC ZZ9.
              02     FILLER        PIC X(08) VALUE SPACES.

       01     LINHA-MOT-MENSAL.
              02     FILLER        PIC X(10) VALUE SPACES.
              02     FILLER        PIC X(30)
                     VALUE "MENSALIDADE EM ATRASO - SALDO:".
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-SALDO     PIC Z.ZZZ.ZZ9,99.
              02     FILLER        PIC X(13) VALUE SPACES.
              02     FILLER        PIC X(03) VALUE "  +".
              02     VAR-PESO-MENSAL PIC ZZ9.
              02     FILLER        PIC X(08) VALUE SPACES.

       01     LINHA-SEM-RISCO.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     FILLER        PIC X(40)
                     VALUE "NENHUM ALUNO ATIVO COM SINAL DE RISCO".
              02     FILLER        PIC X(35) VALUE SPACES.

       01     LINHA-HIST-REPETIDO.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     FILLER        PIC X(60) VALUE
                 "HISTORICO JA TEM ESTA REFERENCIA - NADA ACRESCENTADO".
              02     FILLER        PIC X(15) VALUE SPACES.

       01     CAB-ACOMP-01.
              02     FILLER        PIC X(15) VALUE SPACES.
              02     FILLER        PIC X(50) VALUE
                     "ACOMPANHAMENTO DOS ALUNOS SINALIZADOS ANTES".
              02     FILLER        PIC X(15) VALUE SPACES.

       01     CAB-ACOMP-02.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(05) VALUE "ALUNO".
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(20) VALUE "NOME".
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(10) VALUE "1A VEZ".
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(16) VALUE "SITUACAO HOJE".
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(11) VALUE "PONTOS HOJE".
              02     FILLER        PIC X(08) VALUE SPACES.

       01     DETALHE-ACOMP.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-NUMERO-ACOMP PIC 9(05).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-NOME-ACOMP PIC X(20).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-PRIMEIRA  PIC X(10).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-SITUACAO-ACOMP PIC X(16).
              02     FILLER        PIC X(10) VALUE SPACES.
              02     VAR-PONTOS-ACOMP PIC ZZ9.
              02     FILLER        PIC X(08) VALUE SPACES.

       01     ROD-RISCO-01.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Alunos ativos avaliados   :".
              02     VAR-AVALIADOS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-RISCO-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Alunos sinalizados        :".
              02     VAR-SINALIZADOS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-ACOMP-01.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Sinalizados antes         :".
              02     VAR-ACOMP     PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-ACOMP-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Permanecem ativos         :".
              02     VAR-PERMANECEM PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-ACOMP-03.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Trancados/cancelados/fora :".
              02     VAR-SAIRAM    PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE                   DIVISION.

       PGM-EX30.
              PERFORM INICIO.
              PERFORM CARREGA-ALUNOS.
              PERFORM CARREGA-PREREQUISITOS.
              PERFORM APURA-FALTAS.
              PERFORM APURA-MUDANCAS.
              PERFORM APURA-HISTORICO-ESCOLAR.
              PERFORM APURA-MENSALIDADES.
              PERFORM CALCULA-PONTOS
                      VARYING IDX-ALUNO FROM 1 BY 1
                      UNTIL IDX-ALUNO GREATER THAN TOTAL-ALUNOS.
              PERFORM CARREGA-ACOMPANHAMENTO.
              PERFORM EMITE-LISTA.
              PERFORM IMPRIME-ACOMPANHAMENTO.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM LER-PARAMETRO.
              PERFORM CALCULA-JANELAS.
              OPEN OUTPUT RELRISC.
              WRITE REG-REL FROM CAB-RISCO-01 AFTER ADVANCING 1 LINE.
              MOVE DATA-REFERENCIA TO DATA-ED-N.
              PERFORM FORMATA-DATA.
              MOVE DATA-IMPRESSA TO VAR-DATA-REF.
              MOVE JANELA-DIAS   TO VAR-JANELA.
              WRITE REG-REL FROM CAB-RISCO-02 AFTER ADVANCING 2 LINES.
              MOVE PESO-FALTAS   TO VAR-PESO-FALTAS-CAB.
              MOVE PESO-NOTAS    TO VAR-PESO-NOTAS-CAB.
              MOVE PESO-STATUS   TO VAR-PESO-STATUS-CAB.
              MOVE PESO-PREREQ   TO VAR-PESO-PREREQ-CAB.
              MOVE PESO-MENSAL   TO VAR-PESO-MENSAL-CAB.
              WRITE REG-REL FROM CAB-RISCO-03 AFTER ADVANCING 1 LINE.

       LER-PARAMETRO.
              OPEN INPUT PARMRISC.
              READ PARMRISC
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     MOVE PESO-FALTAS-PRM TO PESO-FALTAS
                     MOVE PESO-NOTAS-PRM  TO PESO-NOTAS
                     MOVE PESO-STATUS-PRM TO PESO-STATUS
                     MOVE PESO-PREREQ-PRM TO PESO-PREREQ
                     MOVE PESO-MENSAL-PRM TO PESO-MENSAL
                     IF JANELA-PRM GREATER THAN ZEROS
                            MOVE JANELA-PRM TO JANELA-DIAS
                     END-IF
                     IF MIN-FALTAS-PRM GREATER THAN ZEROS
                            MOVE MIN-FALTAS-PRM TO MIN-FALTAS
                     END-IF
                     IF NOTA-CORTE-PRM GREATER THAN ZEROS
                            MOVE NOTA-CORTE-PRM TO NOTA-CORTE
                     END-IF
                     IF DATA-REF-PRM NUMERIC
                       AND DATA-REF-PRM GREATER THAN ZEROS
                            MOVE DATA-REF-PRM TO DATA-REFERENCIA
                     END-IF
              END-IF.
              CLOSE PARMRISC.
              IF DATA-REFERENCIA EQUAL ZEROS
                     MOVE DATA-HOJE TO DATA-REFERENCIA.

      * Recua a data de referencia uma janela (inicio da recente) e
      * mais uma janela (inicio da anterior), dia a dia.
       CALCULA-JANELAS.
              MOVE DATA-REFERENCIA TO DATA-CALC-N.
              PERFORM SUBTRAI-UM-DIA
                      VARYING CONTA-DIAS FROM 1 BY 1
                      UNTIL CONTA-DIAS GREATER THAN JANELA-DIAS.
              MOVE DATA-CALC-N TO INICIO-RECENTE.
              PERFORM SUBTRAI-UM-DIA
                      VARYING CONTA-DIAS FROM 1 BY 1
                      UNTIL CONTA-DIAS GREATER THAN JANELA-DIAS.
              MOVE DATA-CALC-N TO INICIO-ANTERIOR.

       SUBTRAI-UM-DIA.
              IF DIA-CALC GREATER THAN 1
                     SUBTRACT 1 FROM DIA-CALC
              ELSE
                     IF MES-CALC GREATER THAN 1
                            SUBTRACT 1 FROM MES-CALC
                     ELSE
                            MOVE 12 TO MES-CALC
                            SUBTRACT 1 FROM ANO-CALC
                     END-IF
                     PERFORM CALCULA-DIAS-MES-CALC
                     MOVE DIAS-MES-CALC TO DIA-CALC
              END-IF.

      * Dias do mes (fevereiro pela regra gregoriana, como no EX17).
       CALCULA-DIAS-MES-CALC.
              EVALUATE MES-CALC
                  WHEN 4
                  WHEN 6
                  WHEN 9
                  WHEN 11
                     MOVE 30 TO DIAS-MES-CALC
                  WHEN 2
                     DIVIDE ANO-CALC BY 4 GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-4
                     DIVIDE ANO-CALC BY 100
                            GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-100
                     DIVIDE ANO-CALC BY 400
                            GIVING QUOCIENTE-BISSEXTO
                            REMAINDER RESTO-BISSEXTO-400
                     IF RESTO-BISSEXTO-4 EQUAL ZEROS
                       AND (RESTO-BISSEXTO-100 NOT EQUAL ZEROS
                         OR RESTO-BISSEXTO-400 EQUAL ZEROS)
                            MOVE 29 TO DIAS-MES-CALC
                     ELSE
                            MOVE 28 TO DIAS-MES-CALC
                     END-IF
                  WHEN OTHER
                     MOVE 31 TO DIAS-MES-CALC
              END-EVALUATE.

       FORMATA-DATA.
              MOVE DIA-ED TO DIA-IMP.
              MOVE MES-ED TO MES-IMP.
              MOVE ANO-ED TO ANO-IMP.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX30: TABELA DE POSICOES EXCEDIDA -"
                      " APURACAO ABORTADA SEM GRAVAR O HISTORICO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * Uma posicao por aluno; as notas ja lancadas (nao zeradas) das
      * matriculas ativas entram na media parcial.
       CARREGA-ALUNOS.
              OPEN INPUT CADALU.
              PERFORM UNTIL FIM-ALU EQUAL "SIM"
                      READ CADALU
                             AT END MOVE "SIM" TO FIM-ALU
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  PERFORM ACUMULA-MATRICULA
                      END-READ
              END-PERFORM.
              CLOSE CADALU.

       ACUMULA-MATRICULA.
              PERFORM LOCALIZA-ALUNO.
              IF IDX-ALUNO-ACHADO EQUAL ZEROS
                     PERFORM ABRE-ALUNO.
              IF STATUS-ALU EQUAL "A" OR STATUS-ALU EQUAL SPACE
                     MOVE "SIM" TO ATIVO-ALUNO-TAB(IDX-ALUNO-ACHADO)
                     PERFORM SOMA-NOTAS-PARCIAIS
              ELSE
                     MOVE STATUS-ALU
                       TO STATUS-ALUNO-TAB(IDX-ALUNO-ACHADO).

       LOCALIZA-ALUNO.
              MOVE ZEROS TO IDX-ALUNO-ACHADO.
              PERFORM VARYING IDX-ALUNO FROM 1 BY 1
                      UNTIL IDX-ALUNO GREATER THAN TOTAL-ALUNOS
                         OR IDX-ALUNO-ACHADO GREATER THAN ZEROS
                      IF NUMERO-ALUNO-TAB(IDX-ALUNO) EQUAL NUMERO-ALU
                             MOVE IDX-ALUNO TO IDX-ALUNO-ACHADO
                      END-IF
              END-PERFORM.

       ABRE-ALUNO.
              IF TOTAL-ALUNOS NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-ALUNOS.
              MOVE TOTAL-ALUNOS TO IDX-ALUNO-ACHADO.
              MOVE NUMERO-ALU TO NUMERO-ALUNO-TAB(IDX-ALUNO-ACHADO).
              MOVE NOME-ALU   TO NOME-ALUNO-TAB(IDX-ALUNO-ACHADO).
              MOVE "NAO"      TO ATIVO-ALUNO-TAB(IDX-ALUNO-ACHADO).
              MOVE SPACE      TO STATUS-ALUNO-TAB(IDX-ALUNO-ACHADO).
              MOVE ZEROS      TO SOMA-NOTAS-TAB(IDX-ALUNO-ACHADO)
                                 QTD-NOTAS-TAB(IDX-ALUNO-ACHADO)
                                 RECENTES-TAB(IDX-ALUNO-ACHADO)
                                 ANTERIORES-TAB(IDX-ALUNO-ACHADO)
                                 MUDANCAS-TAB(IDX-ALUNO-ACHADO)
                                 SALDO-ALUNO-TAB(IDX-ALUNO-ACHADO)
                                 PONTOS-ALUNO-TAB(IDX-ALUNO-ACHADO).
              MOVE SPACES     TO PREREQ-ALUNO-TAB(IDX-ALUNO-ACHADO)
                                 SINAIS-ALUNO-TAB(IDX-ALUNO-ACHADO).

       SOMA-NOTAS-PARCIAIS.
              IF NOTA1-ALU GREATER THAN ZEROS
                     ADD NOTA1-ALU TO SOMA-NOTAS-TAB(IDX-ALUNO-ACHADO)
                     ADD 1 TO QTD-NOTAS-TAB(IDX-ALUNO-ACHADO).
              IF NOTA2-ALU GREATER THAN ZEROS
                     ADD NOTA2-ALU TO SOMA-NOTAS-TAB(IDX-ALUNO-ACHADO)
                     ADD 1 TO QTD-NOTAS-TAB(IDX-ALUNO-ACHADO).
              IF NOTA3-ALU GREATER THAN ZEROS
                     ADD NOTA3-ALU TO SOMA-NOTAS-TAB(IDX-ALUNO-ACHADO)
                     ADD 1 TO QTD-NOTAS-TAB(IDX-ALUNO-ACHADO).

      * Codigos distintos que aparecem como pre-requisito no mestre.
       CARREGA-PREREQUISITOS.
              OPEN INPUT CADDISC.
              PERFORM UNTIL FIM-DISC EQUAL "SIM"
                      READ CADDISC
                             AT END MOVE "SIM" TO FIM-DISC
                             NOT AT END
                                  IF PREREQ-DISC NOT EQUAL SPACES
                                       PERFORM GUARDA-PREREQUISITO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADDISC.

       GUARDA-PREREQUISITO.
              MOVE "NAO" TO E-PREREQUISITO.
              PERFORM VARYING IDX-PREREQ FROM 1 BY 1
                      UNTIL IDX-PREREQ GREATER THAN TOTAL-PREREQ
                      IF CODIGO-PREREQ-TAB(IDX-PREREQ) EQUAL
                            PREREQ-DISC
                             MOVE "SIM" TO E-PREREQUISITO
                      END-IF
              END-PERFORM.
              IF E-PREREQUISITO EQUAL "NAO"
                AND TOTAL-PREREQ LESS THAN 200
                     ADD 1 TO TOTAL-PREREQ
                     MOVE PREREQ-DISC
                       TO CODIGO-PREREQ-TAB(TOTAL-PREREQ).

      * Faltas de cada aluno ativo na janela recente e na anterior.
       APURA-FALTAS.
              OPEN INPUT FREQDET.
              PERFORM UNTIL FIM-FLT EQUAL "SIM"
                      READ FREQDET
                             AT END MOVE "SIM" TO FIM-FLT
                             NOT AT END PERFORM CLASSIFICA-FALTA
                      END-READ
              END-PERFORM.
              CLOSE FREQDET.

       CLASSIFICA-FALTA.
              MOVE NUMERO-FLT TO NUMERO-ALU.
              PERFORM LOCALIZA-ALUNO.
              IF IDX-ALUNO-ACHADO GREATER THAN ZEROS
                     IF DATA-FLT GREATER THAN INICIO-RECENTE
                       AND DATA-FLT NOT GREATER THAN DATA-REFERENCIA
                            ADD 1 TO RECENTES-TAB(IDX-ALUNO-ACHADO)
                     ELSE
                            IF DATA-FLT GREATER THAN INICIO-ANTERIOR
                              AND DATA-FLT NOT GREATER THAN
                                  INICIO-RECENTE
                                   ADD 1 TO
                                       ANTERIORES-TAB(IDX-ALUNO-ACHADO)
                            END-IF
                     END-IF.

      * Trancamentos e reativacoes ate a data de referencia.
       APURA-MUDANCAS.
              OPEN INPUT MUDSTAT.
              PERFORM UNTIL FIM-MUD EQUAL "SIM"
                      READ MUDSTAT
                             AT END MOVE "SIM" TO FIM-MUD
                             NOT AT END
                                  IF (TIPO-MUD EQUAL "T"
                                    OR TIPO-MUD EQUAL "R")
                                    AND DATA-MUD NOT GREATER THAN
                                        DATA-REFERENCIA
                                       PERFORM CONTA-MUDANCA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE MUDSTAT.

       CONTA-MUDANCA.
              MOVE NUMERO-MUD TO NUMERO-ALU.
              PERFORM LOCALIZA-ALUNO.
              IF IDX-ALUNO-ACHADO GREATER THAN ZEROS
                     ADD 1 TO MUDANCAS-TAB(IDX-ALUNO-ACHADO).

      * O historico vem na ordem da chave (aluno, termo, disciplina):
      * reprovacao (media abaixo do corte, fora de aproveitamento) em
      * materia que e pre-requisito marca o aluno; aprovacao posterior
      * na mesma materia desfaz a marca.
       APURA-HISTORICO-ESCOLAR.
              OPEN INPUT HISTGPA.
              PERFORM UNTIL FIM-HIST EQUAL "SIM"
                      READ HISTGPA NEXT
                             AT END MOVE "SIM" TO FIM-HIST
                             NOT AT END PERFORM CONFERE-PREREQUISITO
                      END-READ
              END-PERFORM.
              CLOSE HISTGPA.

       CONFERE-PREREQUISITO.
              MOVE "NAO" TO E-PREREQUISITO.
              PERFORM VARYING IDX-PREREQ FROM 1 BY 1
                      UNTIL IDX-PREREQ GREATER THAN TOTAL-PREREQ
                      IF CODIGO-PREREQ-TAB(IDX-PREREQ) EQUAL
                            DISCIPLINA-HIST
                             MOVE "SIM" TO E-PREREQUISITO
                      END-IF
              END-PERFORM.
              IF E-PREREQUISITO EQUAL "SIM"
                     MOVE NUMERO-HIST TO NUMERO-ALU
                     PERFORM LOCALIZA-ALUNO
                     IF IDX-ALUNO-ACHADO GREATER THAN ZEROS
                            PERFORM MARCA-PREREQUISITO
                     END-IF
              END-IF.

       MARCA-PREREQUISITO.
              IF TERMO-HIST NOT EQUAL ZEROS
                AND MEDIA-HIST LESS THAN MEDIA-APROVACAO
                     IF PREREQ-ALUNO-TAB(IDX-ALUNO-ACHADO) EQUAL SPACES
                            MOVE DISCIPLINA-HIST
                              TO PREREQ-ALUNO-TAB(IDX-ALUNO-ACHADO)
                     END-IF
              ELSE
                     IF PREREQ-ALUNO-TAB(IDX-ALUNO-ACHADO) EQUAL
                           DISCIPLINA-HIST
                            MOVE SPACES
                              TO PREREQ-ALUNO-TAB(IDX-ALUNO-ACHADO)
                     END-IF
              END-IF.

      * Titulos em aberto ja vencidos na data de referencia.
       APURA-MENSALIDADES.
              OPEN INPUT MENSALU.
              PERFORM UNTIL FIM-MEN EQUAL "SIM"
                      READ MENSALU
                             AT END MOVE "SIM" TO FIM-MEN
                             NOT AT END
                                  IF SITUACAO-MEN EQUAL "A"
                                    AND VENCIMENTO-MEN LESS THAN
                                        DATA-REFERENCIA
                                       PERFORM SOMA-SALDO-VENCIDO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE MENSALU.

       SOMA-SALDO-VENCIDO.
              MOVE NUMERO-MEN TO NUMERO-ALU.
              PERFORM LOCALIZA-ALUNO.
              IF IDX-ALUNO-ACHADO GREATER THAN ZEROS
                AND VALOR-PAGO-MEN LESS THAN VALOR-MEN
                     COMPUTE SALDO-TITULO = VALOR-MEN - VALOR-PAGO-MEN
                     ADD SALDO-TITULO
                       TO SALDO-ALUNO-TAB(IDX-ALUNO-ACHADO).

      * Pontuacao do aluno ativo: soma dos pesos dos sinais presentes.
       CALCULA-PONTOS.
              IF ATIVO-ALUNO-TAB(IDX-ALUNO) EQUAL "SIM"
                     ADD 1 TO TOTAL-AVALIADOS
                     PERFORM AVALIA-SINAIS
                     IF PONTOS-ALUNO-TAB(IDX-ALUNO) GREATER THAN ZEROS
                            ADD 1 TO TOTAL-SINALIZADOS
                     END-IF
              END-IF.

       AVALIA-SINAIS.
              IF RECENTES-TAB(IDX-ALUNO) NOT LESS THAN MIN-FALTAS
                AND RECENTES-TAB(IDX-ALUNO) GREATER THAN
                    ANTERIORES-TAB(IDX-ALUNO)
                AND PESO-FALTAS GREATER THAN ZEROS
                     MOVE "S" TO FALTAS-SINAL-TAB(IDX-ALUNO)
                     ADD PESO-FALTAS TO PONTOS-ALUNO-TAB(IDX-ALUNO).
              IF QTD-NOTAS-TAB(IDX-ALUNO) GREATER THAN ZEROS
                AND PESO-NOTAS GREATER THAN ZEROS
                     COMPUTE MEDIA-PARCIAL ROUNDED =
                             SOMA-NOTAS-TAB(IDX-ALUNO)
                             / QTD-NOTAS-TAB(IDX-ALUNO)
                     IF MEDIA-PARCIAL LESS THAN NOTA-CORTE
                            MOVE "S" TO NOTAS-SINAL-TAB(IDX-ALUNO)
                            ADD PESO-NOTAS
                              TO PONTOS-ALUNO-TAB(IDX-ALUNO)
                     END-IF
              END-IF.
              IF MUDANCAS-TAB(IDX-ALUNO) GREATER THAN ZEROS
                AND PESO-STATUS GREATER THAN ZEROS
                     MOVE "S" TO STATUS-SINAL-TAB(IDX-ALUNO)
                     ADD PESO-STATUS TO PONTOS-ALUNO-TAB(IDX-ALUNO).
              IF PREREQ-ALUNO-TAB(IDX-ALUNO) NOT EQUAL SPACES
                AND PESO-PREREQ GREATER THAN ZEROS
                     MOVE "S" TO PREREQ-SINAL-TAB(IDX-ALUNO)
                     ADD PESO-PREREQ TO PONTOS-ALUNO-TAB(IDX-ALUNO).
              IF SALDO-ALUNO-TAB(IDX-ALUNO) GREATER THAN ZEROS
                AND PESO-MENSAL GREATER THAN ZEROS
                     MOVE "S" TO MENSAL-SINAL-TAB(IDX-ALUNO)
                     ADD PESO-MENSAL TO PONTOS-ALUNO-TAB(IDX-ALUNO).

      * Sinalizados de execucoes anteriores, pela data da primeira
      * sinalizacao; a data desta referencia ja gravada marca
      * reexecucao.
       CARREGA-ACOMPANHAMENTO.
              OPEN INPUT RISCOHST.
              PERFORM UNTIL FIM-RSC EQUAL "SIM"
                      READ RISCOHST
                             AT END MOVE "SIM" TO FIM-RSC
                             NOT AT END
                                  IF DATA-RSC EQUAL DATA-REFERENCIA
                                       MOVE "SIM" TO HISTORICO-REPETIDO
                                  END-IF
                                  IF DATA-RSC LESS THAN DATA-REFERENCIA
                                       PERFORM GUARDA-ACOMPANHAMENTO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE RISCOHST.

       GUARDA-ACOMPANHAMENTO.
              MOVE ZEROS TO IDX-ACOMP-ACHADO.
              PERFORM VARYING IDX-ACOMP FROM 1 BY 1
                      UNTIL IDX-ACOMP GREATER THAN TOTAL-ACOMP
                         OR IDX-ACOMP-ACHADO GREATER THAN ZEROS
                      IF NUMERO-ACOMP-TAB(IDX-ACOMP) EQUAL NUMERO-RSC
                             MOVE IDX-ACOMP TO IDX-ACOMP-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-ACOMP-ACHADO GREATER THAN ZEROS
                     IF DATA-RSC LESS THAN
                           PRIMEIRA-ACOMP-TAB(IDX-ACOMP-ACHADO)
                            MOVE DATA-RSC
                              TO PRIMEIRA-ACOMP-TAB(IDX-ACOMP-ACHADO)
                     END-IF
              ELSE
                     IF TOTAL-ACOMP NOT LESS THAN 2000
                            PERFORM ABORTA-TABELA-CHEIA
                     END-IF
                     ADD 1 TO TOTAL-ACOMP
                     MOVE NUMERO-RSC TO NUMERO-ACOMP-TAB(TOTAL-ACOMP)
                     MOVE NOME-RSC   TO NOME-ACOMP-TAB(TOTAL-ACOMP)
                     MOVE DATA-RSC   TO PRIMEIRA-ACOMP-TAB(TOTAL-ACOMP)
              END-IF.

      * Lista ordenada (pontos decrescentes, numero do aluno) com os
      * motivos; cada sinalizado vai para o historico, salvo
      * reexecucao da mesma data de referencia.
       EMITE-LISTA.
              WRITE REG-REL FROM CAB-RISCO-04 AFTER ADVANCING 2 LINES.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.
              IF HISTORICO-REPETIDO EQUAL "NAO"
                     PERFORM ABRE-HISTORICO.
              SORT   TRAB-RISCO
                     DESCENDING KEY PONTOS-TR
                     ASCENDING  KEY NUMERO-TR
                     INPUT  PROCEDURE SELECIONA-RISCO
                     OUTPUT PROCEDURE IMPRIME-LISTA.
              IF HISTORICO-REPETIDO EQUAL "NAO"
                     CLOSE RISCOHST
              ELSE
                     WRITE REG-REL FROM LINHA-HIST-REPETIDO
                           AFTER ADVANCING 2 LINES.

      * O historico nunca e regravado, so cresce (mesmo probe por
      * FILE STATUS "35" do registro de diplomas do EX13).
       ABRE-HISTORICO.
              OPEN INPUT RISCOHST.
              IF RISCOHST-STATUS EQUAL "35"
                     CLOSE RISCOHST
                     OPEN OUTPUT RISCOHST
              ELSE
                     CLOSE RISCOHST
                     OPEN EXTEND RISCOHST
              END-IF.

       SELECIONA-RISCO.
              PERFORM VARYING IDX-ALUNO FROM 1 BY 1
                      UNTIL IDX-ALUNO GREATER THAN TOTAL-ALUNOS
                      IF ATIVO-ALUNO-TAB(IDX-ALUNO) EQUAL "SIM"
                        AND PONTOS-ALUNO-TAB(IDX-ALUNO)
                            GREATER THAN ZEROS
                             MOVE PONTOS-ALUNO-TAB(IDX-ALUNO)
                               TO PONTOS-TR
                             MOVE NUMERO-ALUNO-TAB(IDX-ALUNO)
                               TO NUMERO-TR
                             MOVE IDX-ALUNO TO IDX-TR
                             RELEASE TRAB-RISCO-REG
                      END-IF
              END-PERFORM.

       IMPRIME-LISTA.
              PERFORM UNTIL FIM-TRAB EQUAL "SIM"
                      RETURN TRAB-RISCO
                             AT END MOVE "SIM" TO FIM-TRAB
                             NOT AT END
                                  PERFORM IMPRIME-ALUNO-RISCO
                      END-RETURN
              END-PERFORM.
              IF POSICAO-LISTA EQUAL ZEROS
                     WRITE REG-REL FROM LINHA-SEM-RISCO
                           AFTER ADVANCING 1 LINE.

       IMPRIME-ALUNO-RISCO.
              ADD 1 TO POSICAO-LISTA.
              MOVE IDX-TR TO IDX-ALUNO.
              MOVE POSICAO-LISTA               TO VAR-POSICAO.
              MOVE NUMERO-ALUNO-TAB(IDX-ALUNO) TO VAR-NUMERO.
              MOVE NOME-ALUNO-TAB(IDX-ALUNO)   TO VAR-NOME.
              MOVE PONTOS-ALUNO-TAB(IDX-ALUNO) TO VAR-PONTOS.
              WRITE REG-REL FROM DETALHE-RISCO AFTER ADVANCING 2 LINES.
              IF FALTAS-SINAL-TAB(IDX-ALUNO) EQUAL "S"
                     MOVE RECENTES-TAB(IDX-ALUNO)   TO VAR-RECENTES
                     MOVE ANTERIORES-TAB(IDX-ALUNO) TO VAR-ANTERIORES
                     MOVE PESO-FALTAS TO VAR-PESO-FALTAS
                     WRITE REG-REL FROM LINHA-MOT-FALTAS
                           AFTER ADVANCING 1 LINE.
              IF NOTAS-SINAL-TAB(IDX-ALUNO) EQUAL "S"
                     COMPUTE MEDIA-PARCIAL ROUNDED =
                             SOMA-NOTAS-TAB(IDX-ALUNO)
                             / QTD-NOTAS-TAB(IDX-ALUNO)
                     MOVE MEDIA-PARCIAL TO VAR-MEDIA-PARCIAL
                     MOVE PESO-NOTAS    TO VAR-PESO-NOTAS
                     WRITE REG-REL FROM LINHA-MOT-NOTAS
                           AFTER ADVANCING 1 LINE.
              IF STATUS-SINAL-TAB(IDX-ALUNO) EQUAL "S"
                     MOVE MUDANCAS-TAB(IDX-ALUNO) TO VAR-MUDANCAS
                     MOVE PESO-STATUS TO VAR-PESO-STATUS
                     WRITE REG-REL FROM LINHA-MOT-STATUS
                           AFTER ADVANCING 1 LINE.
              IF PREREQ-SINAL-TAB(IDX-ALUNO) EQUAL "S"
                     MOVE PREREQ-ALUNO-TAB(IDX-ALUNO) TO VAR-PREREQ
                     MOVE PESO-PREREQ TO VAR-PESO-PREREQ
                     WRITE REG-REL FROM LINHA-MOT-PREREQ
                           AFTER ADVANCING 1 LINE.
              IF MENSAL-SINAL-TAB(IDX-ALUNO) EQUAL "S"
                     MOVE SALDO-ALUNO-TAB(IDX-ALUNO) TO VAR-SALDO
                     MOVE PESO-MENSAL TO VAR-PESO-MENSAL
                     WRITE REG-REL FROM LINHA-MOT-MENSAL
                           AFTER ADVANCING 1 LINE.
              IF HISTORICO-REPETIDO EQUAL "NAO"
                     PERFORM GRAVA-HISTORICO.

       GRAVA-HISTORICO.
              MOVE DATA-REFERENCIA             TO DATA-RSC.
              MOVE NUMERO-ALUNO-TAB(IDX-ALUNO) TO NUMERO-RSC.
              MOVE NOME-ALUNO-TAB(IDX-ALUNO)   TO NOME-RSC.
              MOVE POSICAO-LISTA               TO POSICAO-RSC.
              MOVE PONTOS-ALUNO-TAB(IDX-ALUNO) TO PONTOS-RSC.
              MOVE FALTAS-SINAL-TAB(IDX-ALUNO) TO FALTAS-RSC.
              MOVE NOTAS-SINAL-TAB(IDX-ALUNO)  TO NOTAS-RSC.
              MOVE STATUS-SINAL-TAB(IDX-ALUNO) TO STATUS-RSC.
              MOVE PREREQ-SINAL-TAB(IDX-ALUNO) TO PREREQ-RSC.
              MOVE MENSAL-SINAL-TAB(IDX-ALUNO) TO MENSAL-RSC.
              WRITE REG-RISCOHST.
              ADD 1 TO TOTAL-GRAVADOS.

      * Quem ja foi sinalizado antes: segue ativo, trancou, cancelou
      * ou saiu do cadastro, e a pontuacao de hoje.
       IMPRIME-ACOMPANHAMENTO.
              IF TOTAL-ACOMP GREATER THAN ZEROS
                     WRITE REG-REL FROM CAB-ACOMP-01
                           AFTER ADVANCING PAGE
                     WRITE REG-REL FROM CAB-ACOMP-02
                           AFTER ADVANCING 2 LINES
                     MOVE SPACES TO REG-REL
                     WRITE REG-REL AFTER ADVANCING 1 LINE
                     PERFORM IMPRIME-LINHA-ACOMP
                             VARYING IDX-ACOMP FROM 1 BY 1
                             UNTIL IDX-ACOMP GREATER THAN TOTAL-ACOMP
              END-IF.

       IMPRIME-LINHA-ACOMP.
              MOVE NUMERO-ACOMP-TAB(IDX-ACOMP) TO VAR-NUMERO-ACOMP
                                                  NUMERO-ALU.
              MOVE NOME-ACOMP-TAB(IDX-ACOMP)   TO VAR-NOME-ACOMP.
              MOVE PRIMEIRA-ACOMP-TAB(IDX-ACOMP) TO DATA-ED-N.
              PERFORM FORMATA-DATA.
              MOVE DATA-IMPRESSA TO VAR-PRIMEIRA.
              MOVE ZEROS TO VAR-PONTOS-ACOMP.
              PERFORM LOCALIZA-ALUNO.
              IF IDX-ALUNO-ACHADO EQUAL ZEROS
                     MOVE "FORA DO CADASTRO" TO VAR-SITUACAO-ACOMP
                     ADD 1 TO TOTAL-SAIRAM
              ELSE IF ATIVO-ALUNO-TAB(IDX-ALUNO-ACHADO) EQUAL "SIM"
                     MOVE "PERMANECE ATIVO" TO VAR-SITUACAO-ACOMP
                     MOVE PONTOS-ALUNO-TAB(IDX-ALUNO-ACHADO)
                       TO VAR-PONTOS-ACOMP
                     ADD 1 TO TOTAL-PERMANECEM
              ELSE IF STATUS-ALUNO-TAB(IDX-ALUNO-ACHADO) EQUAL "T"
                     MOVE "TRANCADO" TO VAR-SITUACAO-ACOMP
                     ADD 1 TO TOTAL-SAIRAM
              ELSE IF STATUS-ALUNO-TAB(IDX-ALUNO-ACHADO) EQUAL "X"
                     MOVE "TRANSFERIDO" TO VAR-SITUACAO-ACOMP
                     ADD 1 TO TOTAL-SAIRAM
              ELSE
                     MOVE "CANCELADO" TO VAR-SITUACAO-ACOMP
                     ADD 1 TO TOTAL-SAIRAM.
              WRITE REG-REL FROM DETALHE-ACOMP AFTER ADVANCING 1 LINE.

       FIM.
              MOVE TOTAL-AVALIADOS   TO VAR-AVALIADOS.
              MOVE TOTAL-SINALIZADOS TO VAR-SINALIZADOS.
              WRITE REG-REL FROM ROD-RISCO-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-RISCO-02 AFTER ADVANCING 1 LINE.
              IF TOTAL-ACOMP GREATER THAN ZEROS
                     MOVE TOTAL-ACOMP      TO VAR-ACOMP
                     MOVE TOTAL-PERMANECEM TO VAR-PERMANECEM
                     MOVE TOTAL-SAIRAM     TO VAR-SAIRAM
                     WRITE REG-REL FROM ROD-ACOMP-01
                           AFTER ADVANCING 1 LINE
                     WRITE REG-REL FROM ROD-ACOMP-02
                           AFTER ADVANCING 1 LINE
                     WRITE REG-REL FROM ROD-ACOMP-03
                           AFTER ADVANCING 1 LINE
              END-IF.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELRISC.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO.
       GRAVA-RUNLOG.
              MOVE   "ME01EX30"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-GRAVADOS   TO TOTAL-GRAVADOS-RUNLOG.
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
