      *              POSTAL REVOGADO NO REGISTRO DE CONSENTIMENTO
      *              (CONSENT.DAT, EX62) E SUPRIMIDO, E O RESUMO DE
      *              EXTRAIDOS/SUPRIMIDOS/SEM ENDERECO SAI EM
      *              RELETIQ. COM EXTRATO-PARM "S" NO PARMEX63.DAT
      *              SAEM SO AS ETIQUETAS DOS CLIENTES DO EXTRATO
      *              MENSAL DE PONTOS (EXTPONTO.DAT, EX110), COM UMA
      *              LINHA DO SALDO DE PONTOS E SEU VALOR EM REAIS.
      *              SEGMENTO-PARM PREENCHIDO RESTRINGE AOS CLIENTES
      *              DESSE SEGMENTO RFM EM SEGCLI.DAT (EX111).
      *              COM CAMPANHA-PARM INFORMADO, CADA CLIENTE QUE
      *              GANHARIA ETIQUETA E ANOTADO EM CAMPANHA.DAT
      *              (EX112 APURA A RESPOSTA) E PERC-CONTROLE-PARM
      *              POR CENTO DELES (PADRAO 10) FICAM SEM ETIQUETA,
      *              COMO GRUPO DE CONTROLE.

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL ENDQUAR ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARM-EX63 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL EXTPONTO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SEGCLI ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CAMPANHA ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CAMPANHA-STATUS.

              SELECT ETIQUETA ASSIGN TO DISK.

              SELECT RELETIQ ASSIGN TO DISK.
              02 MOTIVO-ENDQ       PIC X(02).
              02 DATA-ENDQ         PIC 9(08).

      * PARM-EX63: EXTRATO-PARM "S" restringe aos clientes do
      * extrato de pontos; ausente ou espaco, todos os clientes.
      * SEGMENTO-PARM restringe a um segmento RFM do SEGCLI
      * (espacos = todos). CAMPANHA-PARM identifica a campanha no
      * registro (espacos = sem registro) e PERC-CONTROLE-PARM e o
      * percentual do grupo de controle (zerado vale o padrao).
       FD     PARM-EX63
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMEX63.DAT".
       01     REG-PARM-EX63.
              02 EXTRATO-PARM      PIC X(01).
              02 SEGMENTO-PARM     PIC X(10).
              02 CAMPANHA-PARM     PIC X(08).
              02 PERC-CONTROLE-PARM PIC 9(02).

      * EXTPONTO: extrato mensal de pontos (EX110, copybook).
       FD     EXTPONTO
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "EXTPONTO.DAT".
       COPY EXTPONTO.

      * SEGCLI: segmento RFM de cada cliente (EX111, copybook).
       FD     SEGCLI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SEGCLI.DAT".
       COPY SEGCLI.

      * CAMPANHA: registro de campanhas (copybook), acrescido.
       FD     CAMPANHA
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CAMPANHA.DAT".
       COPY CAMPREG.

       FD     ETIQUETA
              LABEL RECORD IS OMITTED.
       01     REG-ETIQ             PIC X(80).
       77 TOTAL-EXTRAIDAS          PIC 9(05) VALUE ZEROES.
       77 TOTAL-SUPRIMIDAS         PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-ENDERECO       PIC 9(05) VALUE ZEROES.
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 SO-EXTRATO               PIC X(03) VALUE "NAO".
       77 SEGMENTO-FILTRO          PIC X(10) VALUE SPACES.

      * Campanha informada: grupo de controle por sorteio
      * sistematico (um a cada 100/PERC-CONTROLE na ordem do CADOK).
       77 CAMPANHA-ID              PIC X(08) VALUE SPACES.
       77 CAMPANHA-STATUS          PIC X(02) VALUE "00".
       77 PERC-CONTROLE            PIC 9(02) VALUE 10.
       77 ACUM-CONTROLE            PIC 9(03) VALUE ZEROES.
       77 GRUPO-SORTEADO           PIC X(01) VALUE "A".
       77 DATA-ENVIO               PIC 9(08) VALUE ZEROES.
       77 TOTAL-CONTROLE           PIC 9(05) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
       01     TABELA-ENDQ.
              02 CPF-ENDQ-TAB      PIC 9(11) OCCURS 2000 TIMES.

      * Extrato de pontos (EXTPONTO.DAT, EX110) em memoria.
       77 FIM-EXT                  PIC X(03) VALUE "NAO".
       77 TOTAL-EXTRATO            PIC 9(05) VALUE ZEROES.
       77 IDX-EXT                  PIC 9(05) VALUE ZEROES.
       77 IDX-EXT-ACHADO           PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-EXTRATO        PIC 9(05) VALUE ZEROES.
       01     TABELA-EXTRATO.
              02 EXT-REG           OCCURS 2000 TIMES.
                 03 CPF-EXT-TAB       PIC 9(11).
                 03 COMPETENCIA-EXT-TAB PIC 9(06).
                 03 SALDO-EXT-TAB     PIC 9(09).
                 03 VALOR-EXT-TAB     PIC 9(09)V9(02).

      * CPFs do segmento pedido (SEGCLI.DAT, EX111) em memoria.
       77 FIM-SEG                  PIC X(03) VALUE "NAO".
       77 TOTAL-SEGMENTO           PIC 9(05) VALUE ZEROES.
       77 IDX-SEG                  PIC 9(05) VALUE ZEROES.
       77 NO-SEGMENTO              PIC X(03) VALUE "SIM".
       77 TOTAL-FORA-SEGMENTO      PIC 9(05) VALUE ZEROES.
       01     TABELA-SEGMENTO.
              02 CPF-SEG-TAB       PIC 9(11) OCCURS 2000 TIMES.

       01 LINHA-ETIQ-NOME.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME-ETIQ     PIC X(30).
              02 VAR-CEP           PIC 9(08).
              02 FILLER            PIC X(29) VALUE SPACES.

       01 LINHA-ETIQ-PONTOS.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "PONTOS ".
              02 VAR-MES-PTO       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-PTO       PIC 9999.
              02 FILLER            PIC X(09) VALUE " - SALDO ".
              02 VAR-SALDO-PTO     PIC ZZZ.ZZZ.ZZ9.
              02 FILLER            PIC X(06) VALUE " = R$ ".
              02 VAR-VALOR-PTO     PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(24) VALUE SPACES.

       01 LINHA-ETIQ-TRACO.
              02 FILLER            PIC X(80) VALUE ALL "-".

              02 VAR-QUARENT       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-ETIQ-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Sem extrato de pontos    :".
              02 VAR-SEM-EXTRATO   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-ETIQ-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Fora do segmento         :".
              02 VAR-FORA-SEGMENTO PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-ETIQ-07.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Grupo de controle        :".
              02 VAR-CONTROLE      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

              STOP RUN.

       INICIO.
              PERFORM LER-PARAMETRO.
              IF SO-EXTRATO EQUAL "SIM"
                     PERFORM CARREGA-EXTRATO.
              IF SEGMENTO-FILTRO NOT EQUAL SPACES
                     PERFORM CARREGA-SEGMENTO.
              IF CAMPANHA-ID NOT EQUAL SPACES
                     PERFORM ABRE-CAMPANHA.
              PERFORM CARREGA-REVOGACOES.
              PERFORM CARREGA-QUARENTENA.
              OPEN   INPUT  CADOK
                     OUTPUT RELETIQ.
              PERFORM LEITURA.

       LER-PARAMETRO.
              OPEN INPUT PARM-EX63.
              READ PARM-EX63
                     AT END MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                AND EXTRATO-PARM EQUAL "S"
                     MOVE "SIM" TO SO-EXTRATO.
              IF FIM-PARM EQUAL "NAO"
                     MOVE SEGMENTO-PARM TO SEGMENTO-FILTRO
                     MOVE CAMPANHA-PARM TO CAMPANHA-ID
                     IF PERC-CONTROLE-PARM GREATER THAN ZEROES
                            MOVE PERC-CONTROLE-PARM TO PERC-CONTROLE.
              CLOSE PARM-EX63.

      * Registro alem da tabela deixaria cliente sem extrato -
      * parar e sinalizar.
       CARREGA-EXTRATO.
              OPEN INPUT EXTPONTO.
              PERFORM UNTIL FIM-EXT EQUAL "SIM"
                      READ EXTPONTO
                             AT END MOVE "SIM" TO FIM-EXT
                             NOT AT END
                                  PERFORM GUARDA-EXTRATO
                      END-READ
              END-PERFORM.
              CLOSE EXTPONTO.

       GUARDA-EXTRATO.
              IF TOTAL-EXTRATO NOT LESS THAN 2000
                     DISPLAY "*** EX63: EXTRATO EXCEDE A TABELA"
                             " - EXTRACAO ABORTADA"
                     MOVE 4 TO RETURN-CODE
                     STOP RUN.
              ADD 1 TO TOTAL-EXTRATO.
              MOVE CPF-EXT         TO CPF-EXT-TAB(TOTAL-EXTRATO).
              MOVE COMPETENCIA-EXT TO
                   COMPETENCIA-EXT-TAB(TOTAL-EXTRATO).
              MOVE SALDO-EXT       TO SALDO-EXT-TAB(TOTAL-EXTRATO).
              MOVE VALOR-SALDO-EXT TO VALOR-EXT-TAB(TOTAL-EXTRATO).

      * Acrescenta ao registro de campanhas; mesmo esquema de probe
      * por FILE STATUS "35" do RUNLOG.
       ABRE-CAMPANHA.
              ACCEPT DATA-ENVIO FROM DATE YYYYMMDD.
              OPEN INPUT CAMPANHA.
              IF CAMPANHA-STATUS EQUAL "35"
                     CLOSE CAMPANHA
                     OPEN OUTPUT CAMPANHA
              ELSE
                     CLOSE CAMPANHA
                     OPEN EXTEND CAMPANHA
              END-IF.

      * So os CPFs do segmento pedido entram na tabela; registro
      * alem dela deixaria cliente do segmento sem etiqueta.
       CARREGA-SEGMENTO.
              OPEN INPUT SEGCLI.
              PERFORM UNTIL FIM-SEG EQUAL "SIM"
                      READ SEGCLI
                             AT END MOVE "SIM" TO FIM-SEG
                             NOT AT END
                                  IF SEGMENTO-SEG EQUAL SEGMENTO-FILTRO
                                       PERFORM GUARDA-SEGMENTO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE SEGCLI.

       GUARDA-SEGMENTO.
              IF TOTAL-SEGMENTO NOT LESS THAN 2000
                     DISPLAY "*** EX63: SEGMENTO EXCEDE A TABELA"
                             " - EXTRACAO ABORTADA"
                     MOVE 4 TO RETURN-CODE
                     STOP RUN.
              ADD 1 TO TOTAL-SEGMENTO.
              MOVE CPF-SEG TO CPF-SEG-TAB(TOTAL-SEGMENTO).

      * Guarda so as revogacoes vigentes do canal postal. Registro
      * alem da tabela degrada a supressao - parar e sinalizar.
       CARREGA-REVOGACOES.
              END-READ.

       PRINCIPAL.
              IF SO-EXTRATO EQUAL "SIM"
                     PERFORM LOCALIZA-EXTRATO
              ELSE
                     MOVE ZEROES TO IDX-EXT-ACHADO.
              IF SEGMENTO-FILTRO NOT EQUAL SPACES
                     PERFORM VERIFICA-SEGMENTO.
              IF SO-EXTRATO EQUAL "SIM"
                AND IDX-EXT-ACHADO EQUAL ZEROES
                     ADD 1 TO TOTAL-SEM-EXTRATO
              ELSE IF NO-SEGMENTO EQUAL "NAO"
                     ADD 1 TO TOTAL-FORA-SEGMENTO
              ELSE IF LOGRADOURO2 EQUAL SPACES
                     ADD 1 TO TOTAL-SEM-ENDERECO
              ELSE
                     PERFORM VERIFICA-CONSENTIMENTO
                     ELSE IF ENDERECO-QUARENTENADO EQUAL "SIM"
                            ADD 1 TO TOTAL-QUARENTENADAS
                     ELSE
                            PERFORM EMITE-ETIQUETA
                     END-IF
              END-IF.
              PERFORM LEITURA.

       LOCALIZA-EXTRATO.
              MOVE ZEROES TO IDX-EXT-ACHADO.
              PERFORM VARYING IDX-EXT FROM 1 BY 1
                      UNTIL IDX-EXT GREATER THAN TOTAL-EXTRATO
                         OR IDX-EXT-ACHADO GREATER THAN ZEROES
                      IF CPF-EXT-TAB(IDX-EXT) EQUAL CPF2
                             MOVE IDX-EXT TO IDX-EXT-ACHADO
                      END-IF
              END-PERFORM.

       VERIFICA-SEGMENTO.
              MOVE "NAO" TO NO-SEGMENTO.
              PERFORM VARYING IDX-SEG FROM 1 BY 1
                      UNTIL IDX-SEG GREATER THAN TOTAL-SEGMENTO
                      IF CPF-SEG-TAB(IDX-SEG) EQUAL CPF2
                             MOVE "SIM" TO NO-SEGMENTO
                      END-IF
              END-PERFORM.

       VERIFICA-QUARENTENA.
              MOVE "NAO" TO ENDERECO-QUARENTENADO.
              PERFORM VARYING IDX-ENDQ FROM 1 BY 1
                      END-IF
              END-PERFORM.

      * O grupo de controle entra no registro de campanhas, mas
      * nao ganha etiqueta.
       EMITE-ETIQUETA.
              MOVE "A" TO GRUPO-SORTEADO.
              IF CAMPANHA-ID NOT EQUAL SPACES
                     PERFORM SORTEIA-CONTROLE
                     PERFORM GRAVA-CAMPANHA.
              IF GRUPO-SORTEADO EQUAL "C"
                     ADD 1 TO TOTAL-CONTROLE
              ELSE
                     PERFORM IMPRIME-ETIQUETA.

       SORTEIA-CONTROLE.
              ADD PERC-CONTROLE TO ACUM-CONTROLE.
              IF ACUM-CONTROLE NOT LESS THAN 100
                     SUBTRACT 100 FROM ACUM-CONTROLE
                     MOVE "C" TO GRUPO-SORTEADO.

       GRAVA-CAMPANHA.
              MOVE CAMPANHA-ID    TO CAMPANHA-CMP.
              MOVE "P"            TO CANAL-CMP.
              MOVE DATA-ENVIO     TO DATA-ENVIO-CMP.
              MOVE CPF2           TO CPF-CMP.
              MOVE GRUPO-SORTEADO TO GRUPO-CMP.
              WRITE REG-CMP.

       IMPRIME-ETIQUETA.
              ADD 1 TO TOTAL-EXTRAIDAS.
              MOVE NOME2        TO VAR-NOME-ETIQ.
                    AFTER ADVANCING 1 LINE.
              WRITE REG-ETIQ FROM LINHA-ETIQ-CIDADE
                    AFTER ADVANCING 1 LINE.
              IF IDX-EXT-ACHADO GREATER THAN ZEROES
                     PERFORM IMPRIME-LINHA-PONTOS.
              WRITE REG-ETIQ FROM LINHA-ETIQ-TRACO
                    AFTER ADVANCING 1 LINE.

       IMPRIME-LINHA-PONTOS.
              MOVE COMPETENCIA-EXT-TAB(IDX-EXT-ACHADO)(5:2)
                TO VAR-MES-PTO.
              MOVE COMPETENCIA-EXT-TAB(IDX-EXT-ACHADO)(1:4)
                TO VAR-ANO-PTO.
              MOVE SALDO-EXT-TAB(IDX-EXT-ACHADO) TO VAR-SALDO-PTO.
              MOVE VALOR-EXT-TAB(IDX-EXT-ACHADO) TO VAR-VALOR-PTO.
              WRITE REG-ETIQ FROM LINHA-ETIQ-PONTOS
                    AFTER ADVANCING 1 LINE.

       FIM.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              WRITE REG-REL FROM ROD-ETIQ-03 AFTER ADVANCING 1 LINE.
              MOVE TOTAL-QUARENTENADAS TO VAR-QUARENT.
              WRITE REG-REL FROM ROD-ETIQ-04 AFTER ADVANCING 1 LINE.
              IF SO-EXTRATO EQUAL "SIM"
                     MOVE TOTAL-SEM-EXTRATO TO VAR-SEM-EXTRATO
                     WRITE REG-REL FROM ROD-ETIQ-05
                           AFTER ADVANCING 1 LINE.
              IF SEGMENTO-FILTRO NOT EQUAL SPACES
                     MOVE TOTAL-FORA-SEGMENTO TO VAR-FORA-SEGMENTO
                     WRITE REG-REL FROM ROD-ETIQ-06
                           AFTER ADVANCING 1 LINE.
              IF CAMPANHA-ID NOT EQUAL SPACES
                     MOVE TOTAL-CONTROLE TO VAR-CONTROLE
                     WRITE REG-REL FROM ROD-ETIQ-07
                           AFTER ADVANCING 1 LINE
                     CLOSE CAMPANHA.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
