       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX128.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      INDICE NOTURNO DE PESSOAS: A MESMA PESSOA E
      *              CLIENTE NO CADOK.DAT, SOCIO NO CADMSOCI.DAT,
      *              FUNCIONARIO NO CADFUNCI.DAT E ALUNO NO
      *              CADALU.DAT, E UM PEDIDO LGPD OU UMA MUDANCA DE
      *              ENDERECO ERA CACADO ARQUIVO POR ARQUIVO. RECRIA
      *              DO ZERO O INDEXADO PESSOAS.DAT (COPY PESSOA),
      *              UMA LINHA POR CPF E LIGACAO (CADASTRO DE ORIGEM,
      *              CHAVE NO CADASTRO, NOME E SITUACAO), A PARTIR DO
      *              CPF DE CADA MESTRE (CPF2 DO CLIENTE; CPF-MSOC,
      *              CPF-FUNC E CPF-ALU CAPTURADOS E CONFERIDOS PELA
      *              VALCPF NO EX20, EX16 DO ME03 E EX08 DO ME01).
      *              REGISTRO SEM CPF FICA FORA DO INDICE; O ALUNO
      *              ENTRA UMA VEZ, NAO UMA POR MATRICULA. EM SEGUIDA
      *              PERCORRE O INDICE POR CPF E LISTA EM RELPESS
      *              CADA CPF CUJAS LIGACOES TRAZEM NOMES DIFERENTES
      *              (COMPARADOS NOS 20 PRIMEIROS CARACTERES, O
      *              TAMANHO DO NOME NO CADALU) - CADASTRO DIGITADO
      *              ERRADO OU CPF TROCADO. RETURN-CODE 1 = HA NOMES
      *              DIVERGENTES (O RUNBATCH SEGUE A CADEIA E LEVA O
      *              AVISO A SINTESE). CONSULTA NA TELA DO EX129.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT PESSOAS ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHAVE-PES
              FILE STATUS IS PESSOAS-STATUS.

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

              SELECT OPTIONAL CADFUNCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-FUNC
              FILE STATUS IS CADFUNCI-STATUS.

              SELECT OPTIONAL CADALU ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELPESS ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PESSOAS: indice de pessoas, recriado a cada execucao.
       FD     PESSOAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PESSOAS.DAT".
       COPY PESSOA.

       FD     CADOK
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

       FD     CADMSOCI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

      * CADFUNCI: mestre de funcionarios (EX16 do ME03).
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

      * CADALU: matriculas (EX08 do ME01), uma por aluno/disciplina;
      * o CPF se repete em todas as matriculas do aluno.
       FD     CADALU
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADALU.DAT".
       01     REG-ALU.
              02 NUMERO-ALU        PIC 9(05).
              02 NOME-ALU          PIC X(20).
              02 NOTA1-ALU         PIC 9(02)V99.
              02 NOTA2-ALU         PIC 9(02)V99.
              02 NOTA3-ALU         PIC 9(02)V99.
              02 TERMO-ALU         PIC 9(02).
              02 DISCIPLINA-ALU    PIC X(08).
              02 STATUS-ALU        PIC X(01).
              02 DATA-STATUS-ALU   PIC 9(08).
              02 CPF-ALU           PIC 9(11).

       FD     RELPESS
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 PESSOAS-STATUS           PIC X(02) VALUE "00".
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 CADMSOCI-STATUS          PIC X(02) VALUE "00".
       77 CADFUNCI-STATUS          PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-INDICE               PIC X(03) VALUE "NAO".
       77 TOTAL-LIDOS              PIC 9(07) VALUE ZEROES.
       77 TOTAL-SEM-CPF            PIC 9(07) VALUE ZEROES.
       77 TOTAL-LIGACOES           PIC 9(07) VALUE ZEROES.
       77 TOTAL-CLIENTES-PES       PIC 9(07) VALUE ZEROES.
       77 TOTAL-SOCIOS-PES         PIC 9(07) VALUE ZEROES.
       77 TOTAL-FUNC-PES           PIC 9(07) VALUE ZEROES.
       77 TOTAL-ALUNOS-PES         PIC 9(07) VALUE ZEROES.
       77 TOTAL-PESSOAS            PIC 9(07) VALUE ZEROES.
       77 TOTAL-MULTIPLAS          PIC 9(07) VALUE ZEROES.
       77 TOTAL-CONFLITOS          PIC 9(07) VALUE ZEROES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Ligacoes do CPF em conferencia de nomes (o indice e lido em
      * ordem de CPF). Alem de 20 ligacoes, as demais so contam.
       77 CPF-GRUPO                PIC 9(11) VALUE ZEROES.
       77 QTD-GRUPO                PIC 9(03) VALUE ZEROES.
       77 IDX-GRUPO                PIC 9(03) VALUE ZEROES.
       77 NOMES-DIVERGEM           PIC X(03) VALUE "NAO".
       01     TABELA-GRUPO.
              02 GRUPO-REG         OCCURS 20 TIMES.
                 03 ORIGEM-GRP-TAB PIC X(01).
                 03 CHAVE-GRP-TAB  PIC X(11).
                 03 NOME-GRP-TAB   PIC X(30).
                 03 SITU-GRP-TAB   PIC X(01).

       01     CAB-PESS-01.
              02 FILLER            PIC X(10) VALUE SPACES.
              02 FILLER            PIC X(48)
                 VALUE "INDICE DE PESSOAS - NOMES DIVERGENTES POR CPF".
              02 FILLER            PIC X(08) VALUE SPACES.
              02 VAR-DIA-CAB       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-CAB       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-CAB       PIC 9999.
              02 FILLER            PIC X(04) VALUE SPACES.

       01     CAB-PESS-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(13) VALUE "CPF".
              02 FILLER            PIC X(13) VALUE "CADASTRO".
              02 FILLER            PIC X(13) VALUE "CHAVE".
              02 FILLER            PIC X(32) VALUE "NOME".
              02 FILLER            PIC X(07) VALUE "SIT".

       01     CAB-PESS-03.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE-CONFLITO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-CPF-CONF      PIC X(11).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ORIGEM-CONF   PIC X(11).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-CHAVE-CONF    PIC X(11).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME-CONF     PIC X(30).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-SITU-CONF     PIC X(01).
              02 FILLER            PIC X(06) VALUE SPACES.

       01     LINHA-SEM-CONFLITO.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER            PIC X(50)
                 VALUE "NENHUM CPF COM NOMES DIVERGENTES".
              02 FILLER            PIC X(25) VALUE SPACES.

       01     ROD-PESS.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 VAR-ROD-DESC      PIC X(27).
              02 VAR-ROD-QTD       PIC ZZZZZZ9.
              02 FILLER            PIC X(41) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX128.
              PERFORM INICIO.
              PERFORM INDEXA-CLIENTES.
              PERFORM INDEXA-SOCIOS.
              PERFORM INDEXA-FUNCIONARIOS.
              PERFORM INDEXA-ALUNOS.
              PERFORM CONFERE-NOMES.
              PERFORM FIM.
              STOP RUN.

      * Recria o indice do zero (mesmo esquema de OPEN OUTPUT/CLOSE/
      * OPEN I-O do EX19): a ligacao de um cadastro que perdeu o CPF
      * nao pode sobreviver de uma noite para a outra.
       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              OPEN   OUTPUT PESSOAS.
              CLOSE  PESSOAS.
              OPEN   I-O    PESSOAS.
              OPEN   OUTPUT RELPESS.
              MOVE DIA-HOJE TO VAR-DIA-CAB.
              MOVE MES-HOJE TO VAR-MES-CAB.
              MOVE ANO-HOJE TO VAR-ANO-CAB.
              WRITE REG-REL FROM CAB-PESS-01 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM CAB-PESS-02 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-PESS-03 AFTER ADVANCING 1 LINE.

       INDEXA-CLIENTES.
              MOVE "NAO" TO FIM-ARQ.
              OPEN INPUT CADOK.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ CADOK NEXT RECORD
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  IF CPF2 NUMERIC
                                    AND CPF2 GREATER THAN ZEROES
                                       MOVE CPF2   TO CPF-PES
                                       MOVE "C"    TO ORIGEM-PES
                                       MOVE CPF2   TO CHAVE-ORIGEM-PES
                                       MOVE NOME2  TO NOME-PES
                                       MOVE SPACES TO SITUACAO-PES
                                       PERFORM GRAVA-PESSOA
                                  ELSE
                                       ADD 1 TO TOTAL-SEM-CPF
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADOK.

       INDEXA-SOCIOS.
              MOVE "NAO" TO FIM-ARQ.
              OPEN INPUT CADMSOCI.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ CADMSOCI NEXT RECORD
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  IF CPF-MSOC NUMERIC
                                    AND CPF-MSOC GREATER THAN ZEROES
                                       MOVE CPF-MSOC TO CPF-PES
                                       MOVE "S"      TO ORIGEM-PES
                                       MOVE NUMERO-SOCIO-MSOC
                                         TO CHAVE-ORIGEM-PES
                                       MOVE NOME-SOCIO-MSOC
                                         TO NOME-PES
                                       MOVE STATUS-SOCIO-MSOC
                                         TO SITUACAO-PES
                                       PERFORM GRAVA-PESSOA
                                  ELSE
                                       ADD 1 TO TOTAL-SEM-CPF
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADMSOCI.

       INDEXA-FUNCIONARIOS.
              MOVE "NAO" TO FIM-ARQ.
              OPEN INPUT CADFUNCI.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ CADFUNCI NEXT RECORD
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  IF CPF-FUNC NUMERIC
                                    AND CPF-FUNC GREATER THAN ZEROES
                                       MOVE CPF-FUNC    TO CPF-PES
                                       MOVE "F"         TO ORIGEM-PES
                                       MOVE CODIGO-FUNC
                                         TO CHAVE-ORIGEM-PES
                                       MOVE NOME-FUNC   TO NOME-PES
                                       MOVE STATUS-FUNC
                                         TO SITUACAO-PES
                                       PERFORM GRAVA-PESSOA
                                  ELSE
                                       ADD 1 TO TOTAL-SEM-CPF
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADFUNCI.

      * Cada matricula do aluno repete o CPF: a segunda em diante
      * cai na chave ja gravada e nao conta como nova ligacao.
       INDEXA-ALUNOS.
              MOVE "NAO" TO FIM-ARQ.
              OPEN INPUT CADALU.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ CADALU
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  IF CPF-ALU NUMERIC
                                    AND CPF-ALU GREATER THAN ZEROES
                                       MOVE CPF-ALU    TO CPF-PES
                                       MOVE "A"        TO ORIGEM-PES
                                       MOVE NUMERO-ALU
                                         TO CHAVE-ORIGEM-PES
                                       MOVE NOME-ALU   TO NOME-PES
                                       MOVE STATUS-ALU
                                         TO SITUACAO-PES
                                       PERFORM GRAVA-PESSOA
                                  ELSE
                                       ADD 1 TO TOTAL-SEM-CPF
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADALU.

       GRAVA-PESSOA.
              MOVE DATA-HOJE TO DATA-INDICE-PES.
              WRITE REG-PESSOA
                     INVALID KEY
                            CONTINUE
                     NOT INVALID KEY
                            ADD 1 TO TOTAL-LIGACOES
                            PERFORM CONTA-ORIGEM
              END-WRITE.

       CONTA-ORIGEM.
              EVALUATE ORIGEM-PES
                  WHEN "C" ADD 1 TO TOTAL-CLIENTES-PES
                  WHEN "S" ADD 1 TO TOTAL-SOCIOS-PES
                  WHEN "F" ADD 1 TO TOTAL-FUNC-PES
                  WHEN "A" ADD 1 TO TOTAL-ALUNOS-PES
              END-EVALUATE.

      * Percorre o indice recem-gravado em ordem de CPF, juntando as
      * ligacoes de cada pessoa para conferir os nomes.
       CONFERE-NOMES.
              CLOSE PESSOAS.
              OPEN INPUT PESSOAS.
              MOVE ZEROES TO QTD-GRUPO.
              PERFORM UNTIL FIM-INDICE EQUAL "SIM"
                      READ PESSOAS NEXT RECORD
                             AT END MOVE "SIM" TO FIM-INDICE
                             NOT AT END PERFORM AGRUPA-LIGACAO
                      END-READ
              END-PERFORM.
              IF QTD-GRUPO GREATER THAN ZEROES
                     PERFORM FECHA-GRUPO.
              CLOSE PESSOAS.
              IF TOTAL-CONFLITOS EQUAL ZEROES
                     WRITE REG-REL FROM LINHA-SEM-CONFLITO
                           AFTER ADVANCING 2 LINES.

       AGRUPA-LIGACAO.
              IF QTD-GRUPO GREATER THAN ZEROES
                AND CPF-PES NOT EQUAL CPF-GRUPO
                     PERFORM FECHA-GRUPO.
              IF QTD-GRUPO EQUAL ZEROES
                     MOVE CPF-PES TO CPF-GRUPO
                     MOVE "NAO"   TO NOMES-DIVERGEM.
              ADD 1 TO QTD-GRUPO.
              IF QTD-GRUPO GREATER THAN 1
                AND NOME-PES(1:20) NOT EQUAL NOME-GRP-TAB(1)(1:20)
                     MOVE "SIM" TO NOMES-DIVERGEM.
              IF QTD-GRUPO NOT GREATER THAN 20
                     MOVE ORIGEM-PES       TO ORIGEM-GRP-TAB(QTD-GRUPO)
                     MOVE CHAVE-ORIGEM-PES TO CHAVE-GRP-TAB(QTD-GRUPO)
                     MOVE NOME-PES         TO NOME-GRP-TAB(QTD-GRUPO)
                     MOVE SITUACAO-PES     TO SITU-GRP-TAB(QTD-GRUPO).

       FECHA-GRUPO.
              ADD 1 TO TOTAL-PESSOAS.
              IF QTD-GRUPO GREATER THAN 1
                     ADD 1 TO TOTAL-MULTIPLAS.
              IF NOMES-DIVERGEM EQUAL "SIM"
                     ADD 1 TO TOTAL-CONFLITOS
                     PERFORM IMPRIME-CONFLITO.
              MOVE ZEROES TO QTD-GRUPO.

      * Uma linha por ligacao do CPF, o CPF so na primeira; linha em
      * branco separa uma pessoa da outra.
       IMPRIME-CONFLITO.
              MOVE SPACES TO REG-REL.
              WRITE REG-REL AFTER ADVANCING 1 LINE.
              MOVE CPF-GRUPO TO VAR-CPF-CONF.
              PERFORM VARYING IDX-GRUPO FROM 1 BY 1
                      UNTIL IDX-GRUPO GREATER THAN QTD-GRUPO
                         OR IDX-GRUPO GREATER THAN 20
                      EVALUATE ORIGEM-GRP-TAB(IDX-GRUPO)
                          WHEN "C" MOVE "CLIENTE"     TO VAR-ORIGEM-CONF
                          WHEN "S" MOVE "SOCIO"       TO VAR-ORIGEM-CONF
                          WHEN "F" MOVE "FUNCIONARIO" TO VAR-ORIGEM-CONF
                          WHEN "A" MOVE "ALUNO"       TO VAR-ORIGEM-CONF
                      END-EVALUATE
                      MOVE CHAVE-GRP-TAB(IDX-GRUPO) TO VAR-CHAVE-CONF
                      MOVE NOME-GRP-TAB(IDX-GRUPO)  TO VAR-NOME-CONF
                      MOVE SITU-GRP-TAB(IDX-GRUPO)  TO VAR-SITU-CONF
                      WRITE REG-REL FROM DETALHE-CONFLITO
                            AFTER ADVANCING 1 LINE
                      MOVE SPACES TO VAR-CPF-CONF
              END-PERFORM.

       FIM.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELPESS.
              IF TOTAL-CONFLITOS GREATER THAN ZEROES
                     MOVE 1 TO RETURN-CODE
              ELSE
                     MOVE ZEROES TO RETURN-CODE.

       IMPRIME-RODAPE.
              MOVE "Registros lidos          :" TO VAR-ROD-DESC.
              MOVE TOTAL-LIDOS                   TO VAR-ROD-QTD.
              WRITE REG-REL FROM ROD-PESS AFTER ADVANCING 3 LINES.
              MOVE "Registros sem CPF        :" TO VAR-ROD-DESC.
              MOVE TOTAL-SEM-CPF                 TO VAR-ROD-QTD.
              WRITE REG-REL FROM ROD-PESS AFTER ADVANCING 1 LINE.
              MOVE "Ligacoes de clientes     :" TO VAR-ROD-DESC.
              MOVE TOTAL-CLIENTES-PES            TO VAR-ROD-QTD.
              WRITE REG-REL FROM ROD-PESS AFTER ADVANCING 1 LINE.
              MOVE "Ligacoes de socios       :" TO VAR-ROD-DESC.
              MOVE TOTAL-SOCIOS-PES              TO VAR-ROD-QTD.
              WRITE REG-REL FROM ROD-PESS AFTER ADVANCING 1 LINE.
              MOVE "Ligacoes de funcionarios :" TO VAR-ROD-DESC.
              MOVE TOTAL-FUNC-PES                TO VAR-ROD-QTD.
              WRITE REG-REL FROM ROD-PESS AFTER ADVANCING 1 LINE.
              MOVE "Ligacoes de alunos       :" TO VAR-ROD-DESC.
              MOVE TOTAL-ALUNOS-PES              TO VAR-ROD-QTD.
              WRITE REG-REL FROM ROD-PESS AFTER ADVANCING 1 LINE.
              MOVE "Pessoas (CPFs distintos) :" TO VAR-ROD-DESC.
              MOVE TOTAL-PESSOAS                 TO VAR-ROD-QTD.
              WRITE REG-REL FROM ROD-PESS AFTER ADVANCING 1 LINE.
              MOVE "Com mais de uma ligacao  :" TO VAR-ROD-DESC.
              MOVE TOTAL-MULTIPLAS               TO VAR-ROD-QTD.
              WRITE REG-REL FROM ROD-PESS AFTER ADVANCING 1 LINE.
              MOVE "CPFs com nomes divergent.:" TO VAR-ROD-DESC.
              MOVE TOTAL-CONFLITOS               TO VAR-ROD-QTD.
              WRITE REG-REL FROM ROD-PESS AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E128"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-LIGACOES   TO TOTAL-GRAVADOS-RUNLOG.
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
