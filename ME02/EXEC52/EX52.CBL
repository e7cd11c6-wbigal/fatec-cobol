      *              VOTANTES COM CAMPO DE PRESENCA PARA A PORTARIA,
      *              E A PAGINA DE QUORUM (APTOS, METADE + UM).
      *              QUALQUER PENDENCIA DE QUALQUER MEMBRO DO NUCLEO
      *              DESQUALIFICA O NUCLEO INTEIRO. O DIREITO A VOTO
      *              VEM DA CATEGORIA DO SOCIO NO CADASTRO DE
      *              CATEGORIAS (CADCATI.DAT, EX82): NUCLEO SEM SOCIO
      *              ATIVO DE CATEGORIA COM VOTO NAO ENTRA NO ROL E E
      *              CONTADO A PARTE NO QUORUM. SEM CADASTRO, TODO
      *              SOCIO ATIVO VOTA, COMO SEMPRE. OS NUCLEOS DO ROL
      *              SAO GRAVADOS TAMBEM EM APTOS.DAT, LISTA CONTRA A
      *              QUAL A TELA DE PRESENCA DO EX97 REGISTRA A
      *              CHEGADA DE CADA NUCLEO.

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL PLANNEG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADCAT ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CODIGO-CAT
              FILE STATUS IS CADCAT-STATUS.

              SELECT RELASSEM ASSIGN TO DISK.

              SELECT APTOS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.
              02 VALOR-PARC-PLAN   PIC 9(09)V9(02).
              02 SITUACAO-PARC     PIC X(01).

      * CADCAT: cadastro de categorias - VOTO-CAT por categoria.
       FD     CADCAT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADCATI.DAT".
       COPY CATMAST.

       FD     RELASSEM
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * APTOS: nucleos do rol, para a tela de presenca (EX97).
       FD     APTOS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "APTOS.DAT".
       COPY APTOS.

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
       77 TOTAL-ELEGIVEIS          PIC 9(05) VALUE ZEROES.
       77 TOTAL-DESQUALIFICADOS    PIC 9(05) VALUE ZEROES.
       77 QUORUM-MINIMO            PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-VOTO           PIC 9(05) VALUE ZEROES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 PEND-REG          OCCURS 2000 TIMES.
                 03 NUMERO-PEND-TAB PIC 9(06).

      * Categorias com direito a voto; TOTAL-CAT zero (cadastro
      * ausente ou vazio) da voto a todo socio ativo.
       77 CADCAT-STATUS            PIC X(02) VALUE "00".
       77 FIM-CAT                  PIC X(03) VALUE "NAO".
       77 TOTAL-CAT                PIC 9(05) VALUE ZEROES.
       77 IDX-CAT                  PIC 9(05) VALUE ZEROES.
       77 CATEGORIA-VOTA           PIC X(03) VALUE "SIM".
       01     TABELA-CAT.
              02 CAT-REG           OCCURS 200 TIMES.
                 03 CODIGO-CAT-TAB PIC X(02).
                 03 VOTO-CAT-TAB   PIC X(01).

      * Nucleos familiares: um voto por titular. ELEGIVEL-FAM-TAB
      * comeca "S" e cai para "N" quando qualquer membro do nucleo
      * esta inativo de forma pendente ou devendo.
                 03 QTD-FAM-TAB       PIC 9(03).
                 03 TEM-ATIVO-FAM-TAB PIC X(01).
                 03 ELEGIVEL-FAM-TAB  PIC X(01).
                 03 TEM-VOTO-FAM-TAB  PIC X(01).

       01     CAB-ASSEM-01.
              02 FILLER     PIC X(16) VALUE SPACES.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              PERFORM CARREGA-CATEGORIAS.
              PERFORM CARREGA-ATRASADOS.
              PERFORM CARREGA-ACORDOS-QUEBRADOS.
              OPEN   INPUT  CADMSOC
                     OUTPUT RELASSEM
                     OUTPUT APTOS.

      * Pendencias alem da tabela degradam a desqualificacao (socio
      * excedente pode passar como apto) - parar e sinalizar.
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

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
                                  MOVE VOTO-CAT TO
                                     VOTO-CAT-TAB(TOTAL-CAT)
                      END-READ
              END-PERFORM.
              CLOSE CADCAT.

       CARREGA-ATRASADOS.
              OPEN INPUT CADSOC1.
              PERFORM UNTIL FIM-SOC1 EQUAL "SIM"
                       TO NOME-FAM-TAB(IDX-FAM-ACHADO).
              IF STATUS-SOCIO-MSOC EQUAL "A"
                     MOVE "S" TO TEM-ATIVO-FAM-TAB(IDX-FAM-ACHADO)
                     PERFORM VERIFICA-VOTO-CATEGORIA
                     IF CATEGORIA-VOTA EQUAL "SIM"
                            MOVE "S" TO TEM-VOTO-FAM-TAB(IDX-FAM-ACHADO)
                     END-IF
              ELSE
                     MOVE "N" TO ELEGIVEL-FAM-TAB(IDX-FAM-ACHADO).
              PERFORM VERIFICA-PENDENCIA.
                     MOVE ZEROES TO QTD-FAM-TAB(IDX-FAM-ACHADO)
                     MOVE "N" TO TEM-ATIVO-FAM-TAB(IDX-FAM-ACHADO)
                     MOVE "S" TO ELEGIVEL-FAM-TAB(IDX-FAM-ACHADO)
                     MOVE "N" TO TEM-VOTO-FAM-TAB(IDX-FAM-ACHADO)
              END-IF.

      * Categoria fora do cadastro nao da voto.
       VERIFICA-VOTO-CATEGORIA.
              IF TOTAL-CAT EQUAL ZEROES
                     MOVE "SIM" TO CATEGORIA-VOTA
              ELSE
                     MOVE "NAO" TO CATEGORIA-VOTA
                     PERFORM VARYING IDX-CAT FROM 1 BY 1
                             UNTIL IDX-CAT GREATER THAN TOTAL-CAT
                             IF CODIGO-CAT-TAB(IDX-CAT) EQUAL
                                   CATEGORIA-MSOC
                               AND VOTO-CAT-TAB(IDX-CAT) EQUAL "S"
                                    MOVE "SIM" TO CATEGORIA-VOTA
                             END-IF
                     END-PERFORM
              END-IF.

       VERIFICA-PENDENCIA.
              END-PERFORM.

      * Rol de votantes: um nucleo por linha, com campo de presenca
      * para a portaria. Nucleo sem socio ativo nao vota; nucleo
      * ativo e em dia mas sem categoria com voto e contado a parte.
       IMPRIME-ROL.
              WRITE REG-REL FROM CAB-ASSEM-01
                    AFTER ADVANCING 1 LINE.
       IMPRIME-NUCLEO.
              IF ELEGIVEL-FAM-TAB(IDX-FAM) EQUAL "S"
                AND TEM-ATIVO-FAM-TAB(IDX-FAM) EQUAL "S"
                AND TEM-VOTO-FAM-TAB(IDX-FAM) EQUAL "S"
                     ADD 1 TO TOTAL-ELEGIVEIS
                     MOVE TITULAR-FAM-TAB(IDX-FAM) TO TITULAR-DET
                     MOVE NOME-FAM-TAB(IDX-FAM)    TO NOME-DET
                     MOVE QTD-FAM-TAB(IDX-FAM)     TO QTD-DET
                     WRITE REG-REL FROM DETALHE-ASSEM
                           AFTER ADVANCING 1 LINE
                     PERFORM GRAVA-APTO
              ELSE IF ELEGIVEL-FAM-TAB(IDX-FAM) EQUAL "S"
                AND TEM-ATIVO-FAM-TAB(IDX-FAM) EQUAL "S"
                     ADD 1 TO TOTAL-SEM-VOTO
              ELSE
                     ADD 1 TO TOTAL-DESQUALIFICADOS.

       GRAVA-APTO.
              COMPUTE DATA-APTO = ANO-HOJE * 10000 + MES-HOJE * 100
                                + DIA-HOJE.
              MOVE TITULAR-FAM-TAB(IDX-FAM) TO TITULAR-APTO.
              MOVE NOME-FAM-TAB(IDX-FAM)    TO NOME-APTO.
              MOVE QTD-FAM-TAB(IDX-FAM)     TO QTD-APTO.
              WRITE REG-APTO.

      * Pagina de quorum: aptos, desqualificados e o minimo de
      * metade mais um para instalar a assembleia.
       IMPRIME-QUORUM.
                    AFTER ADVANCING 2 LINES.
              MOVE "Nucleos desqualificados....:" TO VAR-DESC-QUO.
              MOVE TOTAL-DESQUALIFICADOS TO VAR-QTD-QUO.
              WRITE REG-REL FROM LINHA-QUORUM
                    AFTER ADVANCING 1 LINE.
              MOVE "Nucleos sem direito a voto.:" TO VAR-DESC-QUO.
              MOVE TOTAL-SEM-VOTO TO VAR-QTD-QUO.
              WRITE REG-REL FROM LINHA-QUORUM
                    AFTER ADVANCING 1 LINE.
              MOVE "Quorum minimo (metade + 1).:" TO VAR-DESC-QUO.
       FIM.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADMSOC
                    RELASSEM
                    APTOS.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
