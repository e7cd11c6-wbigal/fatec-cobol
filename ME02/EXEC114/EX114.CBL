       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX114.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      INVENTARIO DIARIO DE LUGARES DOS PACOTES DO
      *              CATALOGO CADPACI.DAT (EX113). RECONTA, PARA CADA
      *              SAIDA, OS LUGARES VENDIDOS NAS RESERVAS NAO
      *              CANCELADAS DE RESERVAS.DAT (LUGARES ZERADO VALE
      *              UM) E OS PEDIDOS AGUARDANDO EM LISTESP.DAT PARA
      *              SAIDAS A PARTIR DA DATA BASE (PARMINV.DAT, PADRAO
      *              HOJE), DESCONTADO O CLIENTE QUE JA TEM RESERVA
      *              ATIVA NA SAIDA, E REGRAVA VENDIDOS E ESPERA NO
      *              CATALOGO - E ASSIM QUE O CANCELAMENTO DO EX59
      *              DEVOLVE O LUGAR A VENDA NO EX58. IMPRIME EM
      *              RELINV AS SAIDAS FUTURAS COM ASSENTOS, VENDIDOS,
      *              DISPONIVEIS E ESPERA.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-INV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL LISTESP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADPAC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-PAC
              FILE STATUS IS CADPAC-STATUS.

              SELECT RELINV ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-INV: data base do inventario (zero = hoje).
       FD     PARM-INV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMINV.DAT".
       01     REG-PARM-INV.
              02 DATA-BASE-PARM    PIC 9(08).

      * RESERVAS: reservas de viagem (EX58/EX59, copybook).
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * LISTESP: lista de espera das saidas esgotadas (copybook).
       FD     LISTESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "LISTESP.DAT".
       COPY ESPRESV.

      * CADPAC: catalogo de pacotes (copybook, EX113).
       FD     CADPAC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY PACMAST.

       FD     RELINV
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
       77 FIM-RESV                 PIC X(03) VALUE "NAO".
       77 FIM-LES                  PIC X(03) VALUE "NAO".
       77 FIM-PAC                  PIC X(03) VALUE "NAO".
       77 CADPAC-STATUS            PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       77 CT-PAG                   PIC 9(02) VALUE ZEROES.
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-PACOTES            PIC 9(05) VALUE ZEROES.
       77 TOTAL-SAIDAS-FUTURAS     PIC 9(05) VALUE ZEROES.
       77 TOTAL-ESGOTADAS          PIC 9(05) VALUE ZEROES.
       77 TOTAL-COM-ESPERA         PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-PACOTE         PIC 9(05) VALUE ZEROES.
       77 TOTAL-FORA-CATALOGO      PIC 9(05) VALUE ZEROES.
       77 DATA-BASE                PIC 9(08) VALUE ZEROES.
       77 LUGARES-PEDIDOS          PIC 9(02) VALUE ZEROES.
       77 DISPONIVEIS              PIC 9(04) VALUE ZEROES.
       77 IDX-SAIDA                PIC 9(02) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.

      * Lugares vendidos e em espera por pacote + saida, apurados
      * dos arquivos; INV-USADO-TAB marca a saida achada no
      * catalogo (a que sobra e venda fora do catalogo).
       77 TOTAL-INV                PIC 9(05) VALUE ZEROES.
       77 IDX-INV                  PIC 9(05) VALUE ZEROES.
       77 IDX-INV-ACHADO           PIC 9(05) VALUE ZEROES.
       77 PACOTE-BUSCA             PIC X(06) VALUE SPACES.
       77 SAIDA-BUSCA              PIC 9(08) VALUE ZEROES.
       01     TABELA-INV.
              02 INV-REG           OCCURS 5000 TIMES.
                 03 PACOTE-INV-TAB    PIC X(06).
                 03 SAIDA-INV-TAB     PIC 9(08).
                 03 VENDIDOS-INV-TAB  PIC 9(05).
                 03 ESPERA-INV-TAB    PIC 9(05).
                 03 INV-USADO-TAB     PIC X(03).

      * Clientes com reserva ativa por pacote + saida, para nao
      * contar na espera quem ja embarca.
       77 TOTAL-ATIVA              PIC 9(05) VALUE ZEROES.
       77 IDX-ATIVA                PIC 9(05) VALUE ZEROES.
       77 IDX-ATIVA-ACHADA         PIC 9(05) VALUE ZEROES.
       01     TABELA-ATIVA.
              02 ATIVA-REG         OCCURS 10000 TIMES.
                 03 PACOTE-ATIVA-TAB  PIC X(06).
                 03 SAIDA-ATIVA-TAB   PIC 9(08).
                 03 CPF-ATIVA-TAB     PIC 9(11).
       77 TABELA-CHEIA-QUAL        PIC X(08) VALUE SPACES.

       01     CAB-01.
              02 FILLER            PIC X(70) VALUE SPACES.
              02 FILLER            PIC X(05) VALUE "PAG. ".
              02 VAR-PAG           PIC ZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.

       01     CAB-02.
              02 FILLER            PIC X(15) VALUE SPACES.
              02 FILLER            PIC X(50)
                 VALUE "INVENTARIO DE LUGARES DOS PACOTES POR SAIDA".
              02 FILLER            PIC X(15) VALUE SPACES.

       01     CAB-02A.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(20)
                 VALUE "SAIDAS A PARTIR DE ".
              02 VAR-DATA-BASE-CAB PIC 9999/99/99.
              02 FILLER            PIC X(48) VALUE SPACES.

       01     CAB-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(07) VALUE "PACOTE ".
              02 FILLER            PIC X(21) VALUE "DESTINO".
              02 FILLER            PIC X(12) VALUE "SAIDA".
              02 FILLER            PIC X(06) VALUE "ASSEN".
              02 FILLER            PIC X(06) VALUE "VEND".
              02 FILLER            PIC X(06) VALUE "DISP".
              02 FILLER            PIC X(06) VALUE "ESPE".
              02 FILLER            PIC X(08) VALUE "SITUACAO".
              02 FILLER            PIC X(06) VALUE SPACES.

       01     CAB-04.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-CODIGO        PIC X(06).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DESTINO       PIC X(20).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DATA-SAIDA    PIC 9999/99/99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ASSENTOS      PIC ZZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-VENDIDOS      PIC ZZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-DISPONIVEIS   PIC ZZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ESPERA        PIC ZZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-SITUACAO-DET  PIC X(08).
              02 FILLER            PIC X(06) VALUE SPACES.

       01     ROD-INV-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Pacotes no catalogo      :".
              02 VAR-PACOTES       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-INV-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Saidas a partir da base  :".
              02 VAR-SAIDAS        PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-INV-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "  Esgotadas              :".
              02 VAR-ESGOTADAS     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-INV-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "  Com lista de espera    :".
              02 VAR-COM-ESPERA    PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-INV-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reservas sem pacote      :".
              02 VAR-SEM-PACOTE    PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-INV-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Saidas fora do catalogo  :".
              02 VAR-FORA-CATALOGO PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX114.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-PAC EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-BASE FROM DATE YYYYMMDD.
              PERFORM LER-PARM-INV.
              PERFORM CARREGA-RESERVAS.
              PERFORM CARREGA-ESPERA.
              OPEN I-O    CADPAC
                   OUTPUT RELINV.
              PERFORM LEITURA.

      * Ausente, vale hoje; campo zerado tambem.
       LER-PARM-INV.
              OPEN INPUT PARM-INV.
              READ PARM-INV
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     IF DATA-BASE-PARM IS NUMERIC
                       AND DATA-BASE-PARM GREATER THAN ZEROES
                            MOVE DATA-BASE-PARM TO DATA-BASE
                     END-IF
              END-IF.
              CLOSE PARM-INV.

      * Tabela cheia deixaria saida com contagem errada - parar e
      * sinalizar, sem regravar o catalogo.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX114: TABELA DE " TABELA-CHEIA-QUAL
                      " EXCEDIDA - INVENTARIO NAO EXECUTADO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-RESERVAS.
              OPEN INPUT RESERVAS.
              PERFORM UNTIL FIM-RESV EQUAL "SIM"
                      READ RESERVAS
                             AT END MOVE "SIM" TO FIM-RESV
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  PERFORM SELECIONA-RESERVA
                      END-READ
              END-PERFORM.
              CLOSE RESERVAS.

      * Reserva anterior ao catalogo (pacote em branco) so entra
      * no rodape.
       SELECIONA-RESERVA.
              IF SITUACAO-RESV NOT EQUAL "C"
                     IF CODIGO-PACOTE-RESV EQUAL SPACES
                            ADD 1 TO TOTAL-SEM-PACOTE
                     ELSE
                            PERFORM ACUMULA-VENDA
                            PERFORM GUARDA-ATIVA
                     END-IF
              END-IF.

       ACUMULA-VENDA.
              MOVE CODIGO-PACOTE-RESV TO PACOTE-BUSCA.
              MOVE DATA-PARTIDA-RESV  TO SAIDA-BUSCA.
              PERFORM LOCALIZA-INV.
              IF LUGARES-RESV IS NOT NUMERIC
                OR LUGARES-RESV EQUAL ZEROES
                     MOVE 1 TO LUGARES-PEDIDOS
              ELSE
                     MOVE LUGARES-RESV TO LUGARES-PEDIDOS.
              ADD LUGARES-PEDIDOS TO VENDIDOS-INV-TAB(IDX-INV-ACHADO).

      * Procura PACOTE-BUSCA + SAIDA-BUSCA; nao achando, abre uma
      * entrada zerada para eles.
       LOCALIZA-INV.
              MOVE ZEROES TO IDX-INV-ACHADO.
              PERFORM VARYING IDX-INV FROM 1 BY 1
                      UNTIL IDX-INV GREATER THAN TOTAL-INV
                         OR IDX-INV-ACHADO GREATER THAN ZEROES
                      IF PACOTE-INV-TAB(IDX-INV) EQUAL
                         PACOTE-BUSCA
                        AND SAIDA-INV-TAB(IDX-INV) EQUAL
                            SAIDA-BUSCA
                             MOVE IDX-INV TO IDX-INV-ACHADO
                      END-IF
              END-PERFORM.
              IF IDX-INV-ACHADO EQUAL ZEROES
                     PERFORM ABRE-ENTRADA-INV.

       ABRE-ENTRADA-INV.
              IF TOTAL-INV NOT LESS THAN 5000
                     MOVE "SAIDAS" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-INV.
              MOVE PACOTE-BUSCA TO PACOTE-INV-TAB(TOTAL-INV).
              MOVE SAIDA-BUSCA  TO SAIDA-INV-TAB(TOTAL-INV).
              MOVE ZEROES TO VENDIDOS-INV-TAB(TOTAL-INV)
                             ESPERA-INV-TAB(TOTAL-INV).
              MOVE "NAO"  TO INV-USADO-TAB(TOTAL-INV).
              MOVE TOTAL-INV TO IDX-INV-ACHADO.

       GUARDA-ATIVA.
              IF TOTAL-ATIVA NOT LESS THAN 10000
                     MOVE "RESERVAS" TO TABELA-CHEIA-QUAL
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-ATIVA.
              MOVE CODIGO-PACOTE-RESV TO PACOTE-ATIVA-TAB(TOTAL-ATIVA).
              MOVE DATA-PARTIDA-RESV  TO SAIDA-ATIVA-TAB(TOTAL-ATIVA).
              MOVE CPF-RESV           TO CPF-ATIVA-TAB(TOTAL-ATIVA).

       CARREGA-ESPERA.
              OPEN INPUT LISTESP.
              PERFORM UNTIL FIM-LES EQUAL "SIM"
                      READ LISTESP
                             AT END MOVE "SIM" TO FIM-LES
                             NOT AT END
                                  PERFORM SELECIONA-ESPERA
                      END-READ
              END-PERFORM.
              CLOSE LISTESP.

      * Pedido de saida ja passada, ou de quem ja conseguiu lugar,
      * deixa de contar.
       SELECIONA-ESPERA.
              IF SITUACAO-LES EQUAL "A"
                AND DATA-SAIDA-LES NOT LESS THAN DATA-BASE
                     PERFORM LOCALIZA-ATIVA
                     IF IDX-ATIVA-ACHADA EQUAL ZEROES
                            PERFORM ACUMULA-ESPERA
                     END-IF
              END-IF.

       LOCALIZA-ATIVA.
              MOVE ZEROES TO IDX-ATIVA-ACHADA.
              PERFORM VARYING IDX-ATIVA FROM 1 BY 1
                      UNTIL IDX-ATIVA GREATER THAN TOTAL-ATIVA
                         OR IDX-ATIVA-ACHADA GREATER THAN ZEROES
                      IF PACOTE-ATIVA-TAB(IDX-ATIVA) EQUAL
                         CODIGO-PAC-LES
                        AND SAIDA-ATIVA-TAB(IDX-ATIVA) EQUAL
                            DATA-SAIDA-LES
                        AND CPF-ATIVA-TAB(IDX-ATIVA) EQUAL CPF-LES
                             MOVE IDX-ATIVA TO IDX-ATIVA-ACHADA
                      END-IF
              END-PERFORM.

       ACUMULA-ESPERA.
              MOVE CODIGO-PAC-LES TO PACOTE-BUSCA.
              MOVE DATA-SAIDA-LES TO SAIDA-BUSCA.
              PERFORM LOCALIZA-INV.
              IF LUGARES-LES IS NOT NUMERIC
                OR LUGARES-LES EQUAL ZEROES
                     MOVE 1 TO LUGARES-PEDIDOS
              ELSE
                     MOVE LUGARES-LES TO LUGARES-PEDIDOS.
              ADD LUGARES-PEDIDOS TO ESPERA-INV-TAB(IDX-INV-ACHADO).

       LEITURA.
              READ CADPAC NEXT
                     AT END MOVE "SIM" TO FIM-PAC
              END-READ.

      * Regrava o pacote com a contagem apurada e imprime as saidas
      * a partir da data base.
       PRINCIPAL.
              ADD 1 TO TOTAL-PACOTES.
              PERFORM RECONTA-SAIDA
                      VARYING IDX-SAIDA FROM 1 BY 1
                      UNTIL IDX-SAIDA GREATER THAN 8.
              REWRITE REG-PAC
                     INVALID KEY
                            DISPLAY "*** EX114: ERRO NA REGRAVACAO DO"
                                    " PACOTE " CODIGO-PAC
              END-REWRITE.
              PERFORM IMPRIME-SAIDA
                      VARYING IDX-SAIDA FROM 1 BY 1
                      UNTIL IDX-SAIDA GREATER THAN 8.
              PERFORM LEITURA.

       RECONTA-SAIDA.
              IF DATA-SAIDA-PAC(IDX-SAIDA) GREATER THAN ZEROES
                     MOVE CODIGO-PAC TO PACOTE-BUSCA
                     MOVE DATA-SAIDA-PAC(IDX-SAIDA)
                       TO SAIDA-BUSCA
                     PERFORM LOCALIZA-INV
                     MOVE "SIM" TO INV-USADO-TAB(IDX-INV-ACHADO)
                     MOVE VENDIDOS-INV-TAB(IDX-INV-ACHADO)
                       TO VENDIDOS-PAC(IDX-SAIDA)
                     MOVE ESPERA-INV-TAB(IDX-INV-ACHADO)
                       TO ESPERA-PAC(IDX-SAIDA)
              END-IF.

      * Venda acima dos assentos (catalogo reduzido depois da venda
      * ou reserva antiga) sai como EXCEDIDA.
       IMPRIME-SAIDA.
              IF DATA-SAIDA-PAC(IDX-SAIDA) NOT LESS THAN DATA-BASE
                     ADD 1 TO TOTAL-SAIDAS-FUTURAS
                     MOVE ZEROES TO DISPONIVEIS
                     IF ASSENTOS-PAC(IDX-SAIDA) GREATER THAN
                        VENDIDOS-PAC(IDX-SAIDA)
                            COMPUTE DISPONIVEIS =
                                    ASSENTOS-PAC(IDX-SAIDA)
                                  - VENDIDOS-PAC(IDX-SAIDA)
                     END-IF
                     MOVE SPACES TO VAR-SITUACAO-DET
                     IF VENDIDOS-PAC(IDX-SAIDA) GREATER THAN
                        ASSENTOS-PAC(IDX-SAIDA)
                            MOVE "EXCEDIDA" TO VAR-SITUACAO-DET
                     END-IF
                     IF DISPONIVEIS EQUAL ZEROES
                            ADD 1 TO TOTAL-ESGOTADAS
                            IF VAR-SITUACAO-DET EQUAL SPACES
                                   MOVE "ESGOTADA" TO VAR-SITUACAO-DET
                            END-IF
                     END-IF
                     IF ESPERA-PAC(IDX-SAIDA) GREATER THAN ZEROES
                            ADD 1 TO TOTAL-COM-ESPERA
                     END-IF
                     PERFORM IMPDET
              END-IF.

       IMPDET.
              IF CT-LIN GREATER THAN 39
                     PERFORM CABECALHO.
              MOVE CODIGO-PAC                TO VAR-CODIGO.
              MOVE DESTINO-PAC               TO VAR-DESTINO.
              MOVE DATA-SAIDA-PAC(IDX-SAIDA) TO VAR-DATA-SAIDA.
              MOVE ASSENTOS-PAC(IDX-SAIDA)   TO VAR-ASSENTOS.
              MOVE VENDIDOS-PAC(IDX-SAIDA)   TO VAR-VENDIDOS.
              MOVE DISPONIVEIS               TO VAR-DISPONIVEIS.
              MOVE ESPERA-PAC(IDX-SAIDA)     TO VAR-ESPERA.
              WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
              ADD 1 TO CT-LIN.

       CABECALHO.
              ADD 1 TO CT-PAG.
              MOVE   CT-PAG        TO VAR-PAG.
              MOVE   DATA-BASE     TO VAR-DATA-BASE-CAB.
              MOVE   SPACES        TO REG-REL.
              WRITE  REG-REL FROM CAB-01.
              WRITE  REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM CAB-02A AFTER ADVANCING 1 LINE.
              WRITE  REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
              WRITE  REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
              MOVE   ZEROES        TO CT-LIN.

      * Venda ou espera de pacote/saida que o catalogo nao tem
      * (codigo excluido ou saida retirada) so entra no rodape.
       FIM.
              PERFORM VARYING IDX-INV FROM 1 BY 1
                      UNTIL IDX-INV GREATER THAN TOTAL-INV
                      IF INV-USADO-TAB(IDX-INV) EQUAL "NAO"
                             ADD 1 TO TOTAL-FORA-CATALOGO
                      END-IF
              END-PERFORM.
              IF CT-PAG EQUAL ZEROES
                     PERFORM CABECALHO.
              MOVE TOTAL-PACOTES        TO VAR-PACOTES.
              MOVE TOTAL-SAIDAS-FUTURAS TO VAR-SAIDAS.
              MOVE TOTAL-ESGOTADAS      TO VAR-ESGOTADAS.
              MOVE TOTAL-COM-ESPERA     TO VAR-COM-ESPERA.
              MOVE TOTAL-SEM-PACOTE     TO VAR-SEM-PACOTE.
              MOVE TOTAL-FORA-CATALOGO  TO VAR-FORA-CATALOGO.
              WRITE REG-REL FROM ROD-INV-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-INV-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-INV-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-INV-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-INV-05 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-INV-06 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADPAC
                    RELINV.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E114"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-PACOTES    TO TOTAL-GRAVADOS-RUNLOG.
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
