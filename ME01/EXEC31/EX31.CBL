       IDENTIFICATION              DIVISION.
       PROGRAM-ID.          EX31.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      EXTRACAO ANUAL PARA O CENSO DA EDUCACAO SUPERIOR:
      *              PARA O ANO DE REFERENCIA (PARMCENS.DAT, PADRAO O
      *              ANO ANTERIOR AO CORRENTE) MONTA NO LAYOUT FIXO DO
      *              CENSO (CENSO.DAT, COPY CENSO) O REGISTRO DE CADA
      *              ALUNO DO CADALU.DAT COM VINCULO NO ANO - SITUACAO
      *              NO FIM DO ANO (CURSANDO, TRANCADO, DESVINCULADO,
      *              TRANSFERIDO OU FORMADO) TIRADA DO REGISTRO DE
      *              DIPLOMAS REGDIPL.DAT (EX13), DOS CONCLUINTES DO
      *              CONCLUI.DAT (EX06), DO HISTORICO DE MUDANCAS DE
      *              STATUS MUDSTAT.DAT (EX08) E DO STATUS ATUAL DO
      *              CADALU - COM OS TERMOS CURSADOS E UM REGISTRO POR
      *              DISCIPLINA (HISTGPAI.DAT E MATRICULAS ATIVAS). OS
      *              DADOS PESSOAIS VEM DO CADASTRO COMPLEMENTAR
      *              DADOSALU.DAT; ALUNO COM CAMPO OBRIGATORIO AUSENTE
      *              OU INVALIDO (CPF CONFERIDO PELA SUBROTINA VALCPF)
      *              NAO VAI PARA O ARQUIVO E SAI NO RELATORIO DE
      *              VALIDACAO RELCENS COM OS MOTIVOS, PARA SER
      *              CORRIGIDO ANTES DO PRAZO E A EXTRACAO RODADA DE
      *              NOVO (CENSO.DAT E RECRIADO A CADA EXECUCAO).

      *==============================================================
       ENVIRONMENT                 DIVISION.

       CONFIGURATION               SECTION.
              SOURCE-COMPUTER.     IBM-PC.
              OBJECT-COMPUTER.     IBM-PC.
              SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
              SELECT  OPTIONAL  PARMCENS   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADALU     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  DADOSALU   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CADDISC    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  MUDSTAT    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  CONCLUI    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  REGDIPL    ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  HISTGPA    ASSIGN        TO DISK
              ORGANIZATION  IS            INDEXED
              ACCESS MODE   IS            DYNAMIC
              RECORD KEY    IS            CHAVE-HIST
              FILE STATUS   IS            HISTGPA-STATUS.

              SELECT        CENSO         ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT        RELCENS       ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL
              FILE STATUS   IS            RUNLOG-STATUS.

      *==============================================================
       DATA                        DIVISION.

       FILE                        SECTION.

      * PARMCENS: ano de referencia (zero = ano anterior ao corrente)
      * e os codigos da IES e do curso no cadastro do censo.
       FD     PARMCENS
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "PARMCENS.DAT".
       01     REG-PARMCENS.
              02     ANO-PRM       PIC 9(04).
              02     CODIGO-IES-PRM PIC 9(08).
              02     CODIGO-CURSO-PRM PIC 9(08).

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

      * DADOSALU: dados pessoais exigidos pelo censo.
       FD     DADOSALU
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "DADOSALU.DAT".
       COPY DADOSALU.

      * CADDISC: mestre de disciplinas (EX12), pela carga horaria.
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

      * MUDSTAT: historico de mudancas de status (EX08).
       FD     MUDSTAT
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "MUDSTAT.DAT".
       COPY MUDSTAT.

      * CONCLUI: concluintes aptos (mesmo layout gravado pelo EX06).
       FD     CONCLUI
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "CONCLUI.DAT".
       01     REG-CONCLUI.
              02     NUMERO-CONCL  PIC 9(05).
              02     TERMOS-CONCL  PIC 9(02).
              02     GPA-CONCL     PIC 9(02)V99.

      * REGDIPL: registro permanente de diplomas (EX13).
       FD     REGDIPL
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "REGDIPL.DAT".
       01     REG-REGDIPL.
              02     NUMERO-ALUNO-RGD PIC 9(05).
              02     NUMERO-DIPL-RGD  PIC 9(06).
              02     DATA-EMISSAO-RGD PIC 9(08).
              02     GPA-RGD          PIC 9(02)V99.

      * HISTGPA: historico indexado (HISTGPAI.DAT, EX04/EX10).
       FD     HISTGPA
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "HISTGPAI.DAT".
       01     REG-HIST.
              02     CHAVE-HIST.
                     03     NUMERO-HIST    PIC 9(05).
                     03     TERMO-HIST     PIC 9(02).
                     03     DISCIPLINA-HIST PIC X(08).
              02     MEDIA-HIST    PIC 9(02)V99.

      * CENSO: exportacao no layout fixo do censo, recriada a cada
      * execucao.
       FD     CENSO
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "CENSO.DAT".
       COPY CENSO.

       FD     RELCENS
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
       77     FIM-DAD       PIC X(03)     VALUE "NAO".
       77     FIM-DISC      PIC X(03)     VALUE "NAO".
       77     FIM-MUD       PIC X(03)     VALUE "NAO".
       77     FIM-CONCL     PIC X(03)     VALUE "NAO".
       77     FIM-RGD       PIC X(03)     VALUE "NAO".
       77     FIM-VARREDURA PIC X(03)     VALUE "NAO".
       77     HISTGPA-STATUS PIC X(02)    VALUE "00".
       77     RUNLOG-STATUS PIC X(02)     VALUE "00".
       77     TOTAL-LIDOS   PIC 9(05)     VALUE ZEROS.
       77     TOTAL-GRAVADOS PIC 9(07)    VALUE ZEROS.
       01     HORA-ATUAL.
              02 HH-ATUAL   PIC 9(02).
              02 MM-ATUAL   PIC 9(02).
              02 SS-ATUAL   PIC 9(02).
       01     DATA-HOJE.
              02 ANO-HOJE   PIC 9(04).
              02 MES-HOJE   PIC 9(02).
              02 DIA-HOJE   PIC 9(02).

      * Ano de referencia e seus limites (AAAA0101 e AAAA1231).
       77     ANO-REFERENCIA PIC 9(04)    VALUE ZEROS.
       77     CODIGO-IES    PIC 9(08)     VALUE ZEROS.
       77     CODIGO-CURSO  PIC 9(08)     VALUE ZEROS.
       77     PARAMETRO-OK  PIC X(03)     VALUE "SIM".
       77     MEDIA-APROVACAO PIC 9(01)V99 VALUE 6,00.
       01     INICIO-ANO.
              02     ANO-INICIO    PIC 9(04).
              02     FILLER        PIC 9(04) VALUE 0101.
       01     INICIO-ANO-N REDEFINES INICIO-ANO PIC 9(08).
       01     FIM-ANO.
              02     ANO-FIM       PIC 9(04).
              02     FILLER        PIC 9(04) VALUE 1231.
       01     FIM-ANO-N REDEFINES FIM-ANO PIC 9(08).

      * Um registro por aluno do CADALU, com o que as outras fontes
      * dizem dele. MUD-TIPO/MUD-DATA: ultima mudanca de status ate o
      * fim do ano de referencia (MUDSTAT); STATUS/DATA-STATUS: o
      * status das matriculas de quem nao tem nenhuma ativa.
       77     TOTAL-ALUNOS  PIC 9(04)     VALUE ZEROS.
       77     IDX-ALUNO     PIC 9(04)     VALUE ZEROS.
       77     IDX-ALUNO-ACHADO PIC 9(04)  VALUE ZEROS.
       77     NUMERO-PROCURADO PIC 9(05)  VALUE ZEROS.
       01     TABELA-ALUNOS.
              02     ALUNO-REG     OCCURS 2000 TIMES.
                     03     NUMERO-ALUNO-TAB  PIC 9(05).
                     03     NOME-ALUNO-TAB    PIC X(20).
                     03     ATIVO-ALUNO-TAB   PIC X(03).
                     03     STATUS-ALUNO-TAB  PIC X(01).
                     03     DATA-STATUS-TAB   PIC 9(08).
                     03     MUD-TIPO-TAB      PIC X(01).
                     03     MUD-DATA-TAB      PIC 9(08).
                     03     CONCLUINTE-TAB    PIC X(03).
                     03     DIPLOMA-DATA-TAB  PIC 9(08).
                     03     IDX-DADOS-TAB     PIC 9(04).

      * Matriculas do CADALU, para as disciplinas em curso.
       77     TOTAL-MATR    PIC 9(04)     VALUE ZEROS.
       77     IDX-MATR      PIC 9(04)     VALUE ZEROS.
       01     TABELA-MATR.
              02     MATR-REG      OCCURS 2000 TIMES.
                     03     NUMERO-MATR-TAB   PIC 9(05).
                     03     TERMO-MATR-TAB    PIC 9(02).
                     03     DISCIPLINA-MATR-TAB PIC X(08).
                     03     STATUS-MATR-TAB   PIC X(01).

      * Cadastro complementar em memoria.
       77     TOTAL-DADOS   PIC 9(04)     VALUE ZEROS.
       77     IDX-DADOS     PIC 9(04)     VALUE ZEROS.
       01     TABELA-DADOS.
              02     DADOS-REG     OCCURS 2000 TIMES.
                     03     NUMERO-DADOS-TAB  PIC 9(05).
                     03     CPF-DADOS-TAB     PIC 9(11).
                     03     NASCIMENTO-DADOS-TAB PIC 9(08).
                     03     SEXO-DADOS-TAB    PIC X(01).
                     03     NACIONAL-DADOS-TAB PIC X(01).
                     03     INGRESSO-DADOS-TAB PIC 9(05).

      * Carga horaria por disciplina (mestre).
       77     TOTAL-DISC    PIC 9(03)     VALUE ZEROS.
       77     IDX-DISC      PIC 9(03)     VALUE ZEROS.
       77     HORAS-ACHADAS PIC 9(03)     VALUE ZEROS.
       01     TABELA-DISC.
              02     DISC-REG      OCCURS 200 TIMES.
                     03     CODIGO-DISC-TAB   PIC X(08).
                     03     HORAS-DISC-TAB    PIC 9(02).

      * Disciplinas do aluno em processamento (historico e matriculas
      * ativas ainda sem nota de historico) e termos cursados.
       77     TOTAL-DISC-ALU PIC 9(03)    VALUE ZEROS.
       77     IDX-DISC-ALU  PIC 9(03)     VALUE ZEROS.
       77     QTD-TERMOS    PIC 9(02)     VALUE ZEROS.
       77     IDX-TERMO     PIC 9(02)     VALUE ZEROS.
       77     CARGA-INTEGRALIZADA PIC 9(05) VALUE ZEROS.
       01     TABELA-DISC-ALU.
              02     DISC-ALU-REG  OCCURS 120 TIMES.
                     03     CODIGO-DA-TAB     PIC X(08).
                     03     TERMO-DA-TAB      PIC 9(02).
                     03     HORAS-DA-TAB      PIC 9(03).
                     03     MEDIA-DA-TAB      PIC 9(02)V99.
                     03     RESULTADO-DA-TAB  PIC 9(01).
       01     TABELA-TERMOS.
              02     TERMO-CURSADO-TAB PIC X(01) OCCURS 20 TIMES.

      * Situacao apurada do aluno no fim do ano: codigo do censo
      * (2 a 6) ou zero quando o aluno nao teve vinculo no ano.
       77     SITUACAO-ALUNO PIC 9(01)    VALUE ZEROS.
       77     QTD-PENDENCIAS PIC 9(02)    VALUE ZEROS.

      * Conferencia do CPF pela subrotina VALCPF.
       77     CPF-VALIDO-SUBR          PIC X(01) VALUE SPACES.
       77     DIGITO1-OK-SUBR          PIC X(01) VALUE SPACES.
       77     DIGITO2-OK-SUBR          PIC X(01) VALUE SPACES.
       77     DIGITO1-ESPERADO-SUBR    PIC 9(01) VALUE ZEROES.
       77     DIGITO2-ESPERADO-SUBR    PIC 9(01) VALUE ZEROES.

      * Datas do cadastro complementar desmontadas para conferencia.
       01     DATA-CONF.
              02     ANO-CONF      PIC 9(04).
              02     MES-CONF      PIC 9(02).
              02     DIA-CONF      PIC 9(02).
       01     DATA-CONF-N REDEFINES DATA-CONF PIC 9(08).
       01     INGRESSO-CONF.
              02     ANO-ING-CONF  PIC 9(04).
              02     SEM-ING-CONF  PIC 9(01).
       01     INGRESSO-CONF-N REDEFINES INGRESSO-CONF PIC 9(05).

      * Totais por situacao (indice = codigo do censo - 1).
       77     TOTAL-EXPORTADOS PIC 9(04)  VALUE ZEROS.
       77     TOTAL-PENDENTES PIC 9(04)   VALUE ZEROS.
       77     TOTAL-FORA-ANO PIC 9(04)    VALUE ZEROS.
       77     TOTAL-REG-DISC PIC 9(07)    VALUE ZEROS.
       01     TABELA-SITUACOES.
              02     QTD-SITUACAO-TAB PIC 9(04) OCCURS 5 TIMES.

       01     CAB-CENS-01.
              02     FILLER        PIC X(15) VALUE SPACES.
              02     FILLER        PIC X(47) VALUE
                     "CENSO DA EDUCACAO SUPERIOR - ANO DE REFERENCIA".
              02     VAR-ANO       PIC 9(04).
              02     FILLER        PIC X(14) VALUE SPACES.

       01     CAB-CENS-02.
              02     FILLER        PIC X(15) VALUE SPACES.
              02     FILLER        PIC X(50) VALUE
                     "VALIDACAO - ALUNOS FORA DO ARQUIVO CENSO.DAT".
              02     FILLER        PIC X(15) VALUE SPACES.

       01     LINHA-PARAMETRO.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     VAR-PARAMETRO PIC X(60).
              02     FILLER        PIC X(15) VALUE SPACES.

       01     LINHA-PENDENTE.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(08) VALUE "ALUNO: ".
              02     VAR-NUMERO    PIC 9(05).
              02     FILLER        PIC X(02) VALUE SPACES.
              02     VAR-NOME      PIC X(20).
              02     FILLER        PIC X(43) VALUE SPACES.

       01     LINHA-MOTIVO.
              02     FILLER        PIC X(10) VALUE SPACES.
              02     VAR-MOTIVO    PIC X(50).
              02     FILLER        PIC X(20) VALUE SPACES.

       01     LINHA-SEM-PENDENCIA.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     FILLER        PIC X(50) VALUE
                     "NENHUM ALUNO COM CAMPO OBRIGATORIO PENDENTE".
              02     FILLER        PIC X(25) VALUE SPACES.

       01     ROD-CENS-01.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Alunos exportados        :".
              02     VAR-EXPORTADOS PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-CENS-SITUACAO.
              02     FILLER        PIC X(07) VALUE SPACES.
              02     VAR-ROTULO-SIT PIC X(25).
              02     VAR-QTD-SIT   PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-CENS-02.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Disciplinas exportadas   :".
              02     VAR-REG-DISC  PIC ZZZZZZ9.
              02     FILLER        PIC X(41) VALUE SPACES.

       01     ROD-CENS-03.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Pendentes (fora do arq.) :".
              02     VAR-PENDENTES PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-CENS-04.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Sem vinculo no ano       :".
              02     VAR-FORA-ANO  PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE                   DIVISION.

       PGM-EX31.
              PERFORM INICIO.
              PERFORM CARREGA-ALUNOS.
              PERFORM CARREGA-DADOS.
              PERFORM CARREGA-DISCIPLINAS.
              PERFORM APURA-MUDANCAS.
              PERFORM APURA-CONCLUINTES.
              PERFORM APURA-DIPLOMAS.
              OPEN INPUT HISTGPA
                   OUTPUT CENSO.
              PERFORM GRAVA-CABECALHO.
              PERFORM PROCESSA-ALUNO
                      VARYING IDX-ALUNO FROM 1 BY 1
                      UNTIL IDX-ALUNO GREATER THAN TOTAL-ALUNOS.
              PERFORM GRAVA-TRAILER.
              CLOSE HISTGPA
                    CENSO.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM LER-PARAMETRO.
              MOVE ANO-REFERENCIA TO ANO-INICIO ANO-FIM.
              MOVE ZEROS TO QTD-SITUACAO-TAB(1) QTD-SITUACAO-TAB(2)
                            QTD-SITUACAO-TAB(3) QTD-SITUACAO-TAB(4)
                            QTD-SITUACAO-TAB(5).
              OPEN OUTPUT RELCENS.
              MOVE ANO-REFERENCIA TO VAR-ANO.
              WRITE REG-REL FROM CAB-CENS-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-CENS-02 AFTER ADVANCING 1 LINE.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.
              IF CODIGO-IES EQUAL ZEROS
                     MOVE "CODIGO DA IES NAO INFORMADO EM PARMCENS.DAT"
                       TO VAR-PARAMETRO
                     PERFORM IMPRIME-PARAMETRO.
              IF CODIGO-CURSO EQUAL ZEROS
                     MOVE
                       "CODIGO DO CURSO NAO INFORMADO EM PARMCENS.DAT"
                       TO VAR-PARAMETRO
                     PERFORM IMPRIME-PARAMETRO.

       LER-PARAMETRO.
              OPEN INPUT PARMCENS.
              READ PARMCENS
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     IF ANO-PRM NUMERIC
                            MOVE ANO-PRM TO ANO-REFERENCIA
                     END-IF
                     IF CODIGO-IES-PRM NUMERIC
                            MOVE CODIGO-IES-PRM TO CODIGO-IES
                     END-IF
                     IF CODIGO-CURSO-PRM NUMERIC
                            MOVE CODIGO-CURSO-PRM TO CODIGO-CURSO
                     END-IF
              END-IF.
              CLOSE PARMCENS.
              IF ANO-REFERENCIA EQUAL ZEROS
                     COMPUTE ANO-REFERENCIA = ANO-HOJE - 1.

      * Falta de codigo da IES/curso nao impede a extracao (os
      * pendentes dos alunos podem ser corrigidos na mesma rodada),
      * mas o arquivo nao serve para envio: RETURN-CODE 4 no fim.
       IMPRIME-PARAMETRO.
              MOVE "NAO" TO PARAMETRO-OK.
              WRITE REG-REL FROM LINHA-PARAMETRO
                    AFTER ADVANCING 1 LINE.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX31: TABELA DE POSICOES EXCEDIDA -"
                      " EXTRACAO DO CENSO ABORTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * Alunos e matriculas do CADALU.
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
              IF TOTAL-MATR NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-MATR.
              MOVE NUMERO-ALU     TO NUMERO-MATR-TAB(TOTAL-MATR).
              MOVE TERMO-ALU      TO TERMO-MATR-TAB(TOTAL-MATR).
              MOVE DISCIPLINA-ALU TO DISCIPLINA-MATR-TAB(TOTAL-MATR).
              MOVE STATUS-ALU     TO STATUS-MATR-TAB(TOTAL-MATR).
              MOVE NUMERO-ALU TO NUMERO-PROCURADO.
              PERFORM LOCALIZA-ALUNO.
              IF IDX-ALUNO-ACHADO EQUAL ZEROS
                     PERFORM ABRE-ALUNO.
              IF STATUS-ALU EQUAL "A" OR STATUS-ALU EQUAL SPACE
                     MOVE "SIM" TO ATIVO-ALUNO-TAB(IDX-ALUNO-ACHADO)
              ELSE
                     MOVE STATUS-ALU
                       TO STATUS-ALUNO-TAB(IDX-ALUNO-ACHADO)
                     IF DATA-STATUS-ALU NUMERIC
                            MOVE DATA-STATUS-ALU
                              TO DATA-STATUS-TAB(IDX-ALUNO-ACHADO)
                     END-IF
              END-IF.

       LOCALIZA-ALUNO.
              MOVE ZEROS TO IDX-ALUNO-ACHADO.
              PERFORM VARYING IDX-ALUNO FROM 1 BY 1
                      UNTIL IDX-ALUNO GREATER THAN TOTAL-ALUNOS
                         OR IDX-ALUNO-ACHADO GREATER THAN ZEROS
                      IF NUMERO-ALUNO-TAB(IDX-ALUNO) EQUAL
                            NUMERO-PROCURADO
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
              MOVE "NAO"      TO ATIVO-ALUNO-TAB(IDX-ALUNO-ACHADO)
                                 CONCLUINTE-TAB(IDX-ALUNO-ACHADO).
              MOVE SPACE      TO STATUS-ALUNO-TAB(IDX-ALUNO-ACHADO)
                                 MUD-TIPO-TAB(IDX-ALUNO-ACHADO).
              MOVE ZEROS      TO DATA-STATUS-TAB(IDX-ALUNO-ACHADO)
                                 MUD-DATA-TAB(IDX-ALUNO-ACHADO)
                                 DIPLOMA-DATA-TAB(IDX-ALUNO-ACHADO)
                                 IDX-DADOS-TAB(IDX-ALUNO-ACHADO).

      * Cadastro complementar: cada aluno aponta o seu registro.
       CARREGA-DADOS.
              OPEN INPUT DADOSALU.
              PERFORM UNTIL FIM-DAD EQUAL "SIM"
                      READ DADOSALU
                             AT END MOVE "SIM" TO FIM-DAD
                             NOT AT END PERFORM GUARDA-DADOS
                      END-READ
              END-PERFORM.
              CLOSE DADOSALU.

       GUARDA-DADOS.
              IF TOTAL-DADOS NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-DADOS.
              MOVE NUMERO-DAD     TO NUMERO-DADOS-TAB(TOTAL-DADOS).
              MOVE CPF-DAD        TO CPF-DADOS-TAB(TOTAL-DADOS).
              MOVE NASCIMENTO-DAD TO NASCIMENTO-DADOS-TAB(TOTAL-DADOS).
              MOVE SEXO-DAD       TO SEXO-DADOS-TAB(TOTAL-DADOS).
              MOVE NACIONALIDADE-DAD
                TO NACIONAL-DADOS-TAB(TOTAL-DADOS).
              MOVE INGRESSO-DAD   TO INGRESSO-DADOS-TAB(TOTAL-DADOS).
              MOVE NUMERO-DAD TO NUMERO-PROCURADO.
              PERFORM LOCALIZA-ALUNO.
              IF IDX-ALUNO-ACHADO GREATER THAN ZEROS
                     MOVE TOTAL-DADOS
                       TO IDX-DADOS-TAB(IDX-ALUNO-ACHADO).

       CARREGA-DISCIPLINAS.
              OPEN INPUT CADDISC.
              PERFORM UNTIL FIM-DISC EQUAL "SIM"
                      READ CADDISC
                             AT END MOVE "SIM" TO FIM-DISC
                             NOT AT END
                                  IF TOTAL-DISC LESS THAN 200
                                       ADD 1 TO TOTAL-DISC
                                       MOVE CODIGO-DISC TO
                                          CODIGO-DISC-TAB(TOTAL-DISC)
                                       MOVE HORAS-DISC TO
                                          HORAS-DISC-TAB(TOTAL-DISC)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADDISC.

      * Ultima mudanca de status de cada aluno ate o fim do ano de
      * referencia (as datas efetivas podem vir fora de ordem).
       APURA-MUDANCAS.
              OPEN INPUT MUDSTAT.
              PERFORM UNTIL FIM-MUD EQUAL "SIM"
                      READ MUDSTAT
                             AT END MOVE "SIM" TO FIM-MUD
                             NOT AT END
                                  IF DATA-MUD NOT GREATER THAN
                                        FIM-ANO-N
                                       PERFORM GUARDA-MUDANCA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE MUDSTAT.

       GUARDA-MUDANCA.
              MOVE NUMERO-MUD TO NUMERO-PROCURADO.
              PERFORM LOCALIZA-ALUNO.
              IF IDX-ALUNO-ACHADO GREATER THAN ZEROS
                AND DATA-MUD NOT LESS THAN
                    MUD-DATA-TAB(IDX-ALUNO-ACHADO)
                     MOVE TIPO-MUD TO MUD-TIPO-TAB(IDX-ALUNO-ACHADO)
                     MOVE DATA-MUD TO MUD-DATA-TAB(IDX-ALUNO-ACHADO).

       APURA-CONCLUINTES.
              OPEN INPUT CONCLUI.
              PERFORM UNTIL FIM-CONCL EQUAL "SIM"
                      READ CONCLUI
                             AT END MOVE "SIM" TO FIM-CONCL
                             NOT AT END
                                  MOVE NUMERO-CONCL TO NUMERO-PROCURADO
                                  PERFORM LOCALIZA-ALUNO
                                  IF IDX-ALUNO-ACHADO GREATER THAN ZEROS
                                       MOVE "SIM" TO CONCLUINTE-TAB
                                            (IDX-ALUNO-ACHADO)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CONCLUI.

       APURA-DIPLOMAS.
              OPEN INPUT REGDIPL.
              PERFORM UNTIL FIM-RGD EQUAL "SIM"
                      READ REGDIPL
                             AT END MOVE "SIM" TO FIM-RGD
                             NOT AT END
                                  MOVE NUMERO-ALUNO-RGD
                                    TO NUMERO-PROCURADO
                                  PERFORM LOCALIZA-ALUNO
                                  IF IDX-ALUNO-ACHADO GREATER THAN ZEROS
                                       MOVE DATA-EMISSAO-RGD TO
                                            DIPLOMA-DATA-TAB
                                               (IDX-ALUNO-ACHADO)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE REGDIPL.

       GRAVA-CABECALHO.
              MOVE SPACES         TO REG-CENSO.
              MOVE "40"           TO TIPO-REG-CEN.
              MOVE ANO-REFERENCIA TO ANO-IES-CEN.
              MOVE CODIGO-IES     TO CODIGO-IES-CEN.
              MOVE CODIGO-CURSO   TO CURSO-IES-CEN.
              WRITE REG-CENSO.
              ADD 1 TO TOTAL-GRAVADOS.

      * Um aluno: situacao no ano, validacao dos campos obrigatorios
      * e, sem pendencia, o registro "41" seguido dos "42".
       PROCESSA-ALUNO.
              PERFORM APURA-SITUACAO THRU APURA-SITUACAO-EXIT.
              IF SITUACAO-ALUNO EQUAL ZEROS
                     ADD 1 TO TOTAL-FORA-ANO
              ELSE
                     PERFORM VALIDA-ALUNO
                     IF QTD-PENDENCIAS GREATER THAN ZEROS
                            ADD 1 TO TOTAL-PENDENTES
                     ELSE
                            PERFORM MONTA-DISCIPLINAS
                            PERFORM GRAVA-ALUNO
                     END-IF
              END-IF.

      * Diploma emitido no ano = formado; emitido antes = fora do
      * censo do ano; concluinte apto ainda sem diploma = formado.
      * Senao vale a ultima mudanca de status registrada ate o fim
      * do ano e, sem ela, o status atual do CADALU - saida
      * (cancelamento/transferencia) anterior ao ano = sem vinculo;
      * mudanca posterior ao ano sem historico = cursava no ano.
       APURA-SITUACAO.
              MOVE ZEROS TO SITUACAO-ALUNO.
              IF DIPLOMA-DATA-TAB(IDX-ALUNO) GREATER THAN ZEROS
                AND DIPLOMA-DATA-TAB(IDX-ALUNO) LESS THAN INICIO-ANO-N
                     GO TO APURA-SITUACAO-EXIT.
              IF (DIPLOMA-DATA-TAB(IDX-ALUNO) NOT LESS THAN
                    INICIO-ANO-N
                AND DIPLOMA-DATA-TAB(IDX-ALUNO) NOT GREATER THAN
                    FIM-ANO-N)
                OR CONCLUINTE-TAB(IDX-ALUNO) EQUAL "SIM"
                     MOVE 6 TO SITUACAO-ALUNO
                     GO TO APURA-SITUACAO-EXIT.
              IF MUD-TIPO-TAB(IDX-ALUNO) NOT EQUAL SPACE
                     IF (MUD-TIPO-TAB(IDX-ALUNO) EQUAL "C"
                       OR MUD-TIPO-TAB(IDX-ALUNO) EQUAL "X")
                       AND MUD-DATA-TAB(IDX-ALUNO) LESS THAN
                           INICIO-ANO-N
                            GO TO APURA-SITUACAO-EXIT
                     END-IF
                     EVALUATE MUD-TIPO-TAB(IDX-ALUNO)
                            WHEN "T" MOVE 3 TO SITUACAO-ALUNO
                            WHEN "C" MOVE 4 TO SITUACAO-ALUNO
                            WHEN "X" MOVE 5 TO SITUACAO-ALUNO
                            WHEN OTHER MOVE 2 TO SITUACAO-ALUNO
                     END-EVALUATE
                     GO TO APURA-SITUACAO-EXIT.
              IF ATIVO-ALUNO-TAB(IDX-ALUNO) EQUAL "SIM"
                OR DATA-STATUS-TAB(IDX-ALUNO) GREATER THAN FIM-ANO-N
                     MOVE 2 TO SITUACAO-ALUNO
                     GO TO APURA-SITUACAO-EXIT.
              IF (STATUS-ALUNO-TAB(IDX-ALUNO) EQUAL "C"
                OR STATUS-ALUNO-TAB(IDX-ALUNO) EQUAL "X")
                AND DATA-STATUS-TAB(IDX-ALUNO) GREATER THAN ZEROS
                AND DATA-STATUS-TAB(IDX-ALUNO) LESS THAN INICIO-ANO-N
                     GO TO APURA-SITUACAO-EXIT.
              EVALUATE STATUS-ALUNO-TAB(IDX-ALUNO)
                     WHEN "T" MOVE 3 TO SITUACAO-ALUNO
                     WHEN "C" MOVE 4 TO SITUACAO-ALUNO
                     WHEN "X" MOVE 5 TO SITUACAO-ALUNO
                     WHEN OTHER MOVE 2 TO SITUACAO-ALUNO
              END-EVALUATE.

       APURA-SITUACAO-EXIT.
              EXIT.

      * Campos obrigatorios do registro "41"; cada falta sai numa
      * linha do relatorio de validacao.
       VALIDA-ALUNO.
              MOVE ZEROS TO QTD-PENDENCIAS.
              MOVE IDX-DADOS-TAB(IDX-ALUNO) TO IDX-DADOS.
              IF NOME-ALUNO-TAB(IDX-ALUNO) EQUAL SPACES
                     MOVE "NOME DO ALUNO EM BRANCO NO CADALU.DAT"
                       TO VAR-MOTIVO
                     PERFORM IMPRIME-PENDENCIA.
              IF IDX-DADOS EQUAL ZEROS
                     MOVE "SEM CADASTRO COMPLEMENTAR EM DADOSALU.DAT"
                       TO VAR-MOTIVO
                     PERFORM IMPRIME-PENDENCIA
              ELSE
                     PERFORM VALIDA-DADOS-PESSOAIS.

       VALIDA-DADOS-PESSOAIS.
              MOVE "N" TO CPF-VALIDO-SUBR.
              IF CPF-DADOS-TAB(IDX-DADOS) IS NUMERIC
                     CALL "VALCPF" USING CPF-DADOS-TAB(IDX-DADOS)
                          CPF-VALIDO-SUBR
                          DIGITO1-OK-SUBR DIGITO2-OK-SUBR
                          DIGITO1-ESPERADO-SUBR DIGITO2-ESPERADO-SUBR.
              IF CPF-VALIDO-SUBR NOT EQUAL "S"
                     MOVE "CPF AUSENTE OU INVALIDO" TO VAR-MOTIVO
                     PERFORM IMPRIME-PENDENCIA.
              MOVE ZEROS TO DATA-CONF-N.
              IF NASCIMENTO-DADOS-TAB(IDX-DADOS) IS NUMERIC
                     MOVE NASCIMENTO-DADOS-TAB(IDX-DADOS)
                       TO DATA-CONF-N.
              IF ANO-CONF LESS THAN 1900
                OR ANO-CONF GREATER THAN ANO-REFERENCIA
                OR MES-CONF LESS THAN 1 OR MES-CONF GREATER THAN 12
                OR DIA-CONF LESS THAN 1 OR DIA-CONF GREATER THAN 31
                     MOVE "DATA DE NASCIMENTO AUSENTE OU INVALIDA"
                       TO VAR-MOTIVO
                     PERFORM IMPRIME-PENDENCIA.
              IF SEXO-DADOS-TAB(IDX-DADOS) NOT EQUAL "M"
                AND SEXO-DADOS-TAB(IDX-DADOS) NOT EQUAL "F"
                     MOVE "SEXO NAO INFORMADO (M/F)" TO VAR-MOTIVO
                     PERFORM IMPRIME-PENDENCIA.
              IF NACIONAL-DADOS-TAB(IDX-DADOS) NOT EQUAL "1"
                AND NACIONAL-DADOS-TAB(IDX-DADOS) NOT EQUAL "2"
                AND NACIONAL-DADOS-TAB(IDX-DADOS) NOT EQUAL "3"
                     MOVE "NACIONALIDADE NAO INFORMADA (1/2/3)"
                       TO VAR-MOTIVO
                     PERFORM IMPRIME-PENDENCIA.
              MOVE ZEROS TO INGRESSO-CONF-N.
              IF INGRESSO-DADOS-TAB(IDX-DADOS) IS NUMERIC
                     MOVE INGRESSO-DADOS-TAB(IDX-DADOS)
                       TO INGRESSO-CONF-N.
              IF ANO-ING-CONF LESS THAN 1900
                OR ANO-ING-CONF GREATER THAN ANO-REFERENCIA
                OR (SEM-ING-CONF NOT EQUAL 1
                  AND SEM-ING-CONF NOT EQUAL 2)
                     MOVE "SEMESTRE DE INGRESSO AUSENTE OU INVALIDO"
                       TO VAR-MOTIVO
                     PERFORM IMPRIME-PENDENCIA.

      * O cabecalho do aluno sai antes da primeira pendencia dele.
       IMPRIME-PENDENCIA.
              IF QTD-PENDENCIAS EQUAL ZEROS
                     MOVE NUMERO-ALUNO-TAB(IDX-ALUNO) TO VAR-NUMERO
                     MOVE NOME-ALUNO-TAB(IDX-ALUNO)   TO VAR-NOME
                     WRITE REG-REL FROM LINHA-PENDENTE
                           AFTER ADVANCING 2 LINES.
              ADD 1 TO QTD-PENDENCIAS.
              WRITE REG-REL FROM LINHA-MOTIVO AFTER ADVANCING 1 LINE.

      * Disciplinas do historico (aprovada, reprovada ou aproveitada)
      * e matriculas ativas ainda sem media no historico (cursando).
       MONTA-DISCIPLINAS.
              MOVE ZEROS TO TOTAL-DISC-ALU QTD-TERMOS
                            CARGA-INTEGRALIZADA.
              MOVE SPACES TO TABELA-TERMOS.
              MOVE NUMERO-ALUNO-TAB(IDX-ALUNO) TO NUMERO-HIST.
              MOVE ZEROS  TO TERMO-HIST.
              MOVE SPACES TO DISCIPLINA-HIST.
              MOVE "NAO"  TO FIM-VARREDURA.
              START HISTGPA KEY IS NOT LESS THAN CHAVE-HIST
                     INVALID KEY
                            MOVE "SIM" TO FIM-VARREDURA
              END-START.
              PERFORM VARRE-HISTORICO
                      UNTIL FIM-VARREDURA EQUAL "SIM".
              PERFORM VARYING IDX-MATR FROM 1 BY 1
                      UNTIL IDX-MATR GREATER THAN TOTAL-MATR
                      IF NUMERO-MATR-TAB(IDX-MATR) EQUAL
                            NUMERO-ALUNO-TAB(IDX-ALUNO)
                        AND (STATUS-MATR-TAB(IDX-MATR) EQUAL "A"
                          OR STATUS-MATR-TAB(IDX-MATR) EQUAL SPACE)
                             PERFORM CONFERE-MATRICULA-CURSANDO
                      END-IF
              END-PERFORM.
              PERFORM VARYING IDX-TERMO FROM 1 BY 1
                      UNTIL IDX-TERMO GREATER THAN 20
                      IF TERMO-CURSADO-TAB(IDX-TERMO) EQUAL "S"
                             ADD 1 TO QTD-TERMOS
                      END-IF
              END-PERFORM.

       VARRE-HISTORICO.
              READ HISTGPA NEXT
                     AT END MOVE "SIM" TO FIM-VARREDURA
                     NOT AT END
                            IF NUMERO-HIST NOT EQUAL
                                  NUMERO-ALUNO-TAB(IDX-ALUNO)
                                   MOVE "SIM" TO FIM-VARREDURA
                            ELSE
                                   PERFORM GUARDA-DISC-HISTORICO
                            END-IF
              END-READ.

       GUARDA-DISC-HISTORICO.
              PERFORM ABRE-DISC-ALUNO.
              MOVE DISCIPLINA-HIST TO CODIGO-DA-TAB(TOTAL-DISC-ALU).
              MOVE TERMO-HIST      TO TERMO-DA-TAB(TOTAL-DISC-ALU).
              MOVE MEDIA-HIST      TO MEDIA-DA-TAB(TOTAL-DISC-ALU).
              PERFORM BUSCA-HORAS.
              MOVE HORAS-ACHADAS   TO HORAS-DA-TAB(TOTAL-DISC-ALU).
              IF TERMO-HIST EQUAL ZEROS
                     MOVE 4 TO RESULTADO-DA-TAB(TOTAL-DISC-ALU)
                     ADD HORAS-ACHADAS TO CARGA-INTEGRALIZADA
              ELSE
                     PERFORM MARCA-TERMO
                     IF MEDIA-HIST NOT LESS THAN MEDIA-APROVACAO
                            MOVE 1 TO RESULTADO-DA-TAB(TOTAL-DISC-ALU)
                            ADD HORAS-ACHADAS TO CARGA-INTEGRALIZADA
                     ELSE
                            MOVE 2 TO RESULTADO-DA-TAB(TOTAL-DISC-ALU)
                     END-IF
              END-IF.

      * Matricula ativa ja com media no historico sai so uma vez.
       CONFERE-MATRICULA-CURSANDO.
              MOVE NUMERO-MATR-TAB(IDX-MATR)     TO NUMERO-HIST.
              MOVE TERMO-MATR-TAB(IDX-MATR)      TO TERMO-HIST.
              MOVE DISCIPLINA-MATR-TAB(IDX-MATR) TO DISCIPLINA-HIST.
              READ HISTGPA
                     INVALID KEY
                            PERFORM GUARDA-DISC-CURSANDO
              END-READ.

       GUARDA-DISC-CURSANDO.
              PERFORM ABRE-DISC-ALUNO.
              MOVE DISCIPLINA-MATR-TAB(IDX-MATR)
                TO CODIGO-DA-TAB(TOTAL-DISC-ALU).
              MOVE TERMO-MATR-TAB(IDX-MATR)
                TO TERMO-DA-TAB(TOTAL-DISC-ALU).
              MOVE ZEROS TO MEDIA-DA-TAB(TOTAL-DISC-ALU).
              MOVE 3     TO RESULTADO-DA-TAB(TOTAL-DISC-ALU).
              MOVE DISCIPLINA-MATR-TAB(IDX-MATR) TO DISCIPLINA-HIST.
              PERFORM BUSCA-HORAS.
              MOVE HORAS-ACHADAS TO HORAS-DA-TAB(TOTAL-DISC-ALU).
              MOVE TERMO-MATR-TAB(IDX-MATR) TO TERMO-HIST.
              PERFORM MARCA-TERMO.

       ABRE-DISC-ALUNO.
              IF TOTAL-DISC-ALU NOT LESS THAN 120
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-DISC-ALU.

       MARCA-TERMO.
              IF TERMO-HIST GREATER THAN ZEROS
                AND TERMO-HIST NOT GREATER THAN 20
                     MOVE "S" TO TERMO-CURSADO-TAB(TERMO-HIST).

       BUSCA-HORAS.
              MOVE ZEROS TO HORAS-ACHADAS.
              PERFORM VARYING IDX-DISC FROM 1 BY 1
                      UNTIL IDX-DISC GREATER THAN TOTAL-DISC
                      IF CODIGO-DISC-TAB(IDX-DISC) EQUAL
                            DISCIPLINA-HIST
                             MOVE HORAS-DISC-TAB(IDX-DISC)
                               TO HORAS-ACHADAS
                      END-IF
              END-PERFORM.

       GRAVA-ALUNO.
              MOVE SPACES TO REG-CENSO.
              MOVE "41"   TO TIPO-REG-CEN.
              MOVE NUMERO-ALUNO-TAB(IDX-ALUNO) TO NUMERO-ALUNO-CEN.
              MOVE CPF-DADOS-TAB(IDX-DADOS)    TO CPF-CEN.
              MOVE NOME-ALUNO-TAB(IDX-ALUNO)   TO NOME-CEN.
              MOVE NASCIMENTO-DADOS-TAB(IDX-DADOS) TO DATA-CONF-N.
              MOVE DIA-CONF TO DIA-NASC-CEN.
              MOVE MES-CONF TO MES-NASC-CEN.
              MOVE ANO-CONF TO ANO-NASC-CEN.
              IF SEXO-DADOS-TAB(IDX-DADOS) EQUAL "F"
                     MOVE 1 TO SEXO-CEN
              ELSE
                     MOVE 2 TO SEXO-CEN.
              MOVE NACIONAL-DADOS-TAB(IDX-DADOS) TO NACIONALIDADE-CEN.
              MOVE CODIGO-CURSO   TO CURSO-CEN.
              MOVE SITUACAO-ALUNO TO SITUACAO-CEN.
              MOVE INGRESSO-DADOS-TAB(IDX-DADOS) TO INGRESSO-CEN.
              MOVE QTD-TERMOS     TO TERMOS-CEN.
              MOVE TOTAL-DISC-ALU TO QTD-DISC-CEN.
              MOVE CARGA-INTEGRALIZADA TO CARGA-CEN.
              WRITE REG-CENSO.
              ADD 1 TO TOTAL-GRAVADOS.
              ADD 1 TO TOTAL-EXPORTADOS.
              ADD 1 TO QTD-SITUACAO-TAB(SITUACAO-ALUNO - 1).
              PERFORM GRAVA-DISCIPLINA
                      VARYING IDX-DISC-ALU FROM 1 BY 1
                      UNTIL IDX-DISC-ALU GREATER THAN TOTAL-DISC-ALU.

       GRAVA-DISCIPLINA.
              MOVE SPACES TO REG-CENSO.
              MOVE "42"   TO TIPO-REG-CEN.
              MOVE NUMERO-ALUNO-TAB(IDX-ALUNO) TO NUMERO-DISC-ALU-CEN.
              MOVE CODIGO-DA-TAB(IDX-DISC-ALU) TO CODIGO-DISC-CEN.
              MOVE TERMO-DA-TAB(IDX-DISC-ALU)  TO TERMO-DISC-CEN.
              MOVE HORAS-DA-TAB(IDX-DISC-ALU)  TO HORAS-DISC-CEN.
              MOVE MEDIA-DA-TAB(IDX-DISC-ALU)  TO MEDIA-DISC-CEN.
              MOVE RESULTADO-DA-TAB(IDX-DISC-ALU)
                TO RESULTADO-DISC-CEN.
              WRITE REG-CENSO.
              ADD 1 TO TOTAL-GRAVADOS.
              ADD 1 TO TOTAL-REG-DISC.

       GRAVA-TRAILER.
              MOVE SPACES           TO REG-CENSO.
              MOVE "49"             TO TIPO-REG-CEN.
              MOVE TOTAL-EXPORTADOS TO QTD-ALUNOS-CEN.
              MOVE TOTAL-REG-DISC   TO QTD-DISCIPLINAS-CEN.
              WRITE REG-CENSO.
              ADD 1 TO TOTAL-GRAVADOS.

       FIM.
              IF TOTAL-PENDENTES EQUAL ZEROS
                     WRITE REG-REL FROM LINHA-SEM-PENDENCIA
                           AFTER ADVANCING 2 LINES.
              MOVE TOTAL-EXPORTADOS TO VAR-EXPORTADOS.
              WRITE REG-REL FROM ROD-CENS-01 AFTER ADVANCING 3 LINES.
              MOVE "Cursando" TO VAR-ROTULO-SIT.
              MOVE QTD-SITUACAO-TAB(1) TO VAR-QTD-SIT.
              WRITE REG-REL FROM ROD-CENS-SITUACAO
                    AFTER ADVANCING 1 LINE.
              MOVE "Matricula trancada" TO VAR-ROTULO-SIT.
              MOVE QTD-SITUACAO-TAB(2) TO VAR-QTD-SIT.
              WRITE REG-REL FROM ROD-CENS-SITUACAO
                    AFTER ADVANCING 1 LINE.
              MOVE "Desvinculado do curso" TO VAR-ROTULO-SIT.
              MOVE QTD-SITUACAO-TAB(3) TO VAR-QTD-SIT.
              WRITE REG-REL FROM ROD-CENS-SITUACAO
                    AFTER ADVANCING 1 LINE.
              MOVE "Transferido" TO VAR-ROTULO-SIT.
              MOVE QTD-SITUACAO-TAB(4) TO VAR-QTD-SIT.
              WRITE REG-REL FROM ROD-CENS-SITUACAO
                    AFTER ADVANCING 1 LINE.
              MOVE "Formado" TO VAR-ROTULO-SIT.
              MOVE QTD-SITUACAO-TAB(5) TO VAR-QTD-SIT.
              WRITE REG-REL FROM ROD-CENS-SITUACAO
                    AFTER ADVANCING 1 LINE.
              MOVE TOTAL-REG-DISC TO VAR-REG-DISC.
              WRITE REG-REL FROM ROD-CENS-02 AFTER ADVANCING 1 LINE.
              MOVE TOTAL-PENDENTES TO VAR-PENDENTES.
              WRITE REG-REL FROM ROD-CENS-03 AFTER ADVANCING 1 LINE.
              MOVE TOTAL-FORA-ANO TO VAR-FORA-ANO.
              WRITE REG-REL FROM ROD-CENS-04 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELCENS.
              IF PARAMETRO-OK EQUAL "NAO"
                     MOVE 4 TO RETURN-CODE.

      * Acrescenta uma linha ao log de execucoes compartilhado (probe
      * por FILE STATUS "35", como nos demais programas do modulo).
       GRAVA-RUNLOG.
              MOVE   "ME01EX31"       TO PROGRAMA-RUNLOG.
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
