       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX101.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      RELATORIO DIARIO DE SALDOS A RECEBER DAS
      *              RESERVAS DE VIAGEM: LISTA EM RELSALDO, POR DATA
      *              DE PARTIDA, AS RESERVAS DE RESERVAS.DAT AINDA EM
      *              ABERTO ("R" OU "S", COM SALDO) CUJA PARTIDA CAI
      *              NOS PROXIMOS N DIAS, COM O SALDO DEVEDOR E AS
      *              PARCELAS VENCIDAS DE PARCRESV.DAT (CRONOGRAMA DO
      *              EX58, ABATIDO PELO EX59). PARA CADA UMA GERA UMA
      *              CARTA DE LEMBRETE EM CARTASLD, COM O ENDERECO DO
      *              CADOK.DAT; CLIENTE COM O CANAL POSTAL REVOGADO
      *              NO CONSENT.DAT (EX62), ENDERECO EM QUARENTENA
      *              (ENDQUAR.DAT, EX64) OU SEM BLOCO POSTAL FICA SEM
      *              CARTA, E O MOTIVO SAI NO RELATORIO. DATA BASE E
      *              N VEM DE PARMSALD.DAT; AUSENTE, HOJE E 30 DIAS.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-SALD ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RESERVAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARCRESV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CADOK ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPF2
              ALTERNATE RECORD KEY IS NOME2 WITH DUPLICATES
              FILE STATUS IS CADOK-STATUS.

              SELECT OPTIONAL CONSENT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL ENDQUAR ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELSALDO ASSIGN TO DISK.

              SELECT CARTASLD ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-SALD: data base (zero = hoje) e antecedencia em dias da
      * partida (zero = 30).
       FD     PARM-SALD
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMSALD.DAT".
       01     REG-PARM-SALD.
              02 DATA-BASE-PARM    PIC 9(08).
              02 DIAS-ANTEC-PARM   PIC 9(03).

      * RESERVAS: reservas de viagem (EX58/EX59, copybook).
       FD     RESERVAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESERVAS.DAT".
       COPY RESVMAST.

      * PARCRESV: cronograma de parcelas (EX58/EX59, copybook).
       FD     PARCRESV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARCRESV.DAT".
       COPY PARCRESV.

      * CADOK: cadastro validado de clientes (copybook), consultado
      * por chave para o nome e o endereco da carta.
       FD     CADOK
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

      * CONSENT: registro de consentimento por canal (EX62); o canal
      * postal ("P") revogado ("R") suprime a carta do CPF.
       FD     CONSENT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CONSENT.DAT".
       01     REG-CONS.
              02 CHAVE-CONS        PIC 9(11).
              02 CANAL-CONS        PIC X(01).
              02 SITUACAO-CONS     PIC X(01).
              02 DATA-CONS         PIC 9(08).

      * ENDQUAR: quarentena de enderecos devolvidos (EX64).
       FD     ENDQUAR
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "ENDQUAR.DAT".
       01     REG-ENDQ.
              02 CPF-ENDQ          PIC 9(11).
              02 MOTIVO-ENDQ       PIC X(02).
              02 DATA-ENDQ         PIC 9(08).

       FD     RELSALDO
              LABEL RECORD IS OMITTED.
       01     REG-REL              PIC X(80).

      * CARTASLD: arquivo de impressao, uma carta por pagina.
       FD     CARTASLD
              LABEL RECORD IS OMITTED.
       01     REG-CARTA            PIC X(80).

      * RUNLOG: log de execucoes compartilhado entre os programas
      * CADxxx.
       FD     RUNLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RUNLOG.DAT".
       COPY RUNLOG.

       WORKING-STORAGE      SECTION.
       77 FIM-PARM                 PIC X(03) VALUE "NAO".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-PAR                  PIC X(03) VALUE "NAO".
       77 FIM-CONS                 PIC X(03) VALUE "NAO".
       77 FIM-ENDQ                 PIC X(03) VALUE "NAO".
       77 CADOK-STATUS             PIC X(02) VALUE "00".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-CARTAS             PIC 9(05) VALUE ZEROES.
       77 TOTAL-SUPRIMIDAS         PIC 9(05) VALUE ZEROES.
       77 TOTAL-QUARENTENADAS      PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-ENDERECO       PIC 9(05) VALUE ZEROES.
       77 TOTAL-SEM-CADASTRO       PIC 9(05) VALUE ZEROES.
       77 VALOR-SALDO-TOTAL        PIC 9(12)V9(02) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

      * Padroes, substituidos pelos de PARMSALD.
       77 DATA-BASE                PIC 9(08) VALUE ZEROES.
       77 DIAS-ANTECEDENCIA        PIC 9(03) VALUE 30.
       77 DIAS-BASE                PIC 9(07) VALUE ZEROES.
       77 DIAS-FALTAM              PIC 9(07) VALUE ZEROES.

      * Calendario civil (mesmo calculo do EX81).
       01 DATA-CONV.
              02 ANO-CONV          PIC 9(04).
              02 MES-CONV          PIC 9(02).
              02 DIA-CONV          PIC 9(02).
       01 DATA-CONV-NUM REDEFINES DATA-CONV PIC 9(08).
       77 ANO-CALC                 PIC 9(04) VALUE ZEROES.
       77 MES-CALC                 PIC 9(02) VALUE ZEROES.
       77 DIA-CALC                 PIC 9(02) VALUE ZEROES.
       77 ANO-BISSEXTO             PIC 9(04) VALUE ZEROES.
       77 QUOC-4                   PIC 9(04) VALUE ZEROES.
       77 QUOC-100                 PIC 9(04) VALUE ZEROES.
       77 QUOC-400                 PIC 9(04) VALUE ZEROES.
       77 DIAS-CALC                PIC 9(07) VALUE ZEROES.
       01 TABELA-DIAS-ACUM-V.
              02 FILLER            PIC X(36) VALUE
                 "000031059090120151181212243273304334".
       01 TABELA-DIAS-ACUM REDEFINES TABELA-DIAS-ACUM-V.
              02 DIAS-ACUM-TAB     PIC 9(03) OCCURS 12 TIMES.

      * Reservas selecionadas (em aberto, partida na janela), por
      * data de partida.
       77 TOTAL-SEL                PIC 9(05) VALUE ZEROES.
       77 IDX-SEL                  PIC 9(05) VALUE ZEROES.
       77 IDX-SEL-2                PIC 9(05) VALUE ZEROES.
       77 TROCOU                   PIC X(03) VALUE "NAO".
       01     TABELA-SEL.
              02 SEL-REG           OCCURS 2000 TIMES.
                 03 NUMERO-SEL-TAB    PIC 9(06).
                 03 CPF-SEL-TAB       PIC 9(11).
                 03 DESTINO-SEL-TAB   PIC X(20).
                 03 PARTIDA-SEL-TAB   PIC 9(08).
                 03 FALTAM-SEL-TAB    PIC 9(03).
                 03 VALOR-SEL-TAB     PIC 9(09)V9(02).
                 03 PAGO-SEL-TAB      PIC 9(09)V9(02).
                 03 SALDO-SEL-TAB     PIC 9(09)V9(02).
                 03 VENCIDAS-SEL-TAB  PIC 9(02).
       01     SEL-TROCA.
              02 NUMERO-TROCA      PIC 9(06).
              02 CPF-TROCA         PIC 9(11).
              02 DESTINO-TROCA     PIC X(20).
              02 PARTIDA-TROCA     PIC 9(08).
              02 FALTAM-TROCA      PIC 9(03).
              02 VALOR-TROCA       PIC 9(09)V9(02).
              02 PAGO-TROCA        PIC 9(09)V9(02).
              02 SALDO-TROCA       PIC 9(09)V9(02).
              02 VENCIDAS-TROCA    PIC 9(02).

      * Revogacoes do canal postal em memoria.
       77 TOTAL-REVOG              PIC 9(05) VALUE ZEROES.
       77 IDX-REVOG                PIC 9(05) VALUE ZEROES.
       77 POSTAL-REVOGADO          PIC X(03) VALUE "NAO".
       01     TABELA-REVOG.
              02 REVOG-REG         OCCURS 2000 TIMES.
                 03 CHAVE-REVOG-TAB PIC 9(11).

      * Enderecos em quarentena (ENDQUAR.DAT, EX64) em memoria.
       77 TOTAL-ENDQ               PIC 9(05) VALUE ZEROES.
       77 IDX-ENDQ                 PIC 9(05) VALUE ZEROES.
       77 ENDERECO-QUARENTENADO    PIC X(03) VALUE "NAO".
       01     TABELA-ENDQ.
              02 CPF-ENDQ-TAB      PIC 9(11) OCCURS 2000 TIMES.

       77 CLIENTE-ACHADO           PIC X(03) VALUE "NAO".
       77 SITUACAO-CARTA           PIC X(11) VALUE SPACES.

       01     CAB-SALD-01.
              02 FILLER     PIC X(15) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "RESERVAS COM SALDO A RECEBER - PARTIDAS PROXIMAS".
              02 FILLER     PIC X(15) VALUE SPACES.

       01     CAB-SALD-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(12) VALUE "DATA BASE: ".
              02 VAR-DATA-CAB      PIC 9999/99/99.
              02 FILLER            PIC X(20)
                 VALUE "   PARTIDA EM ATE  ".
              02 VAR-DIAS-CAB      PIC ZZ9.
              02 FILLER            PIC X(05) VALUE " DIAS".
              02 FILLER            PIC X(28) VALUE SPACES.

       01     CAB-SALD-03.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "RESERVA ".
              02 FILLER            PIC X(22) VALUE "DESTINO".
              02 FILLER            PIC X(12) VALUE "PARTIDA".
              02 FILLER            PIC X(05) VALUE "DIAS".
              02 FILLER            PIC X(16) VALUE "   SALDO DEVEDOR".
              02 FILLER            PIC X(04) VALUE " VC".
              02 FILLER            PIC X(11) VALUE "CARTA".

       01     DETALHE-SALD.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NUMERO-DET    PIC 9(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-DESTINO-DET   PIC X(20).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-DIA-DET       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-DET       PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-DET       PIC 9999.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-FALTAM-DET    PIC ZZ9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-SALDO-DET     PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-VENCIDAS-DET  PIC Z9.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-CARTA-DET     PIC X(11).

       01     ROD-SALD-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Reservas com saldo       :".
              02 VAR-QTD-SEL       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-SALD-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Saldo total a receber    :".
              02 VAR-SALDO-TOTAL   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-SALD-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Cartas emitidas          :".
              02 VAR-CARTAS        PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-SALD-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Suprimidas (consentim.)  :".
              02 VAR-SUPRIMIDAS    PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-SALD-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Endereco em quarentena   :".
              02 VAR-QUARENT       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-SALD-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Sem bloco postal         :".
              02 VAR-SEM-END       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-SALD-07.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "CPF fora do CADOK        :".
              02 VAR-SEM-CAD       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      * Carta de lembrete.
       01 LINHA-TIMBRE.
              02 FILLER            PIC X(27) VALUE SPACES.
              02 FILLER            PIC X(26)
                 VALUE "TURISMAR VIAGENS E TURISMO".
              02 FILLER            PIC X(27) VALUE SPACES.

       01 LINHA-DATA.
              02 FILLER            PIC X(50) VALUE SPACES.
              02 FILLER            PIC X(12)
                 VALUE "SAO PAULO,  ".
              02 VAR-DIA-CARTA     PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-CARTA     PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-CARTA     PIC 9999.
              02 FILLER            PIC X(08) VALUE SPACES.

       01 LINHA-ETIQ-NOME.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NOME-ETIQ     PIC X(30).
              02 FILLER            PIC X(48) VALUE SPACES.

       01 LINHA-ETIQ-END.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-LOGRADOURO    PIC X(40).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-NUMERO-END    PIC X(06).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-COMPLEMENTO   PIC X(15).
              02 FILLER            PIC X(15) VALUE SPACES.

       01 LINHA-ETIQ-CIDADE.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-CIDADE        PIC X(30).
              02 FILLER            PIC X(03) VALUE " - ".
              02 VAR-UF            PIC X(02).
              02 FILLER            PIC X(06) VALUE "  CEP ".
              02 VAR-CEP           PIC 9(08).
              02 FILLER            PIC X(29) VALUE SPACES.

       01 LINHA-TEXTO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TEXTO         PIC X(76).
              02 FILLER            PIC X(02) VALUE SPACES.

       01 LINHA-RESERVA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(26)
                 VALUE "RESERVA................: ".
              02 VAR-NUMERO-CARTA  PIC 9(06).
              02 FILLER            PIC X(03) VALUE " - ".
              02 VAR-DESTINO-CARTA PIC X(20).
              02 FILLER            PIC X(23) VALUE SPACES.

       01 LINHA-PARTIDA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(26)
                 VALUE "DATA DA PARTIDA........: ".
              02 VAR-DIA-PARTIDA   PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-MES-PARTIDA   PIC 99.
              02 FILLER            PIC X(01) VALUE "/".
              02 VAR-ANO-PARTIDA   PIC 9999.
              02 FILLER            PIC X(42) VALUE SPACES.

       01 LINHA-VALOR-CARTA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-ROTULO-CARTA  PIC X(26).
              02 VAR-VALOR-CARTA   PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(38) VALUE SPACES.

       01 LINHA-ASSINATURA.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(21)
                 VALUE "TURISMAR - FINANCEIRO".
              02 FILLER            PIC X(57) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX101.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              CLOSE RESERVAS.
              PERFORM CARREGA-PARCELAS.
              PERFORM ORDENA-SELECIONADAS.
              PERFORM CARREGA-REVOGACOES.
              PERFORM CARREGA-QUARENTENA.
              OPEN INPUT CADOK.
              PERFORM IMPRIME-SELECIONADA
                      VARYING IDX-SEL FROM 1 BY 1
                      UNTIL IDX-SEL GREATER THAN TOTAL-SEL.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-BASE = ANO-HOJE * 10000 + MES-HOJE * 100
                                + DIA-HOJE.
              PERFORM LER-PARM-SALD.
              MOVE DATA-BASE TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              MOVE DIAS-CALC TO DIAS-BASE.
              OPEN INPUT  RESERVAS
                   OUTPUT RELSALDO
                   OUTPUT CARTASLD.
              WRITE REG-REL FROM CAB-SALD-01 AFTER ADVANCING 1 LINE.
              MOVE DATA-BASE         TO VAR-DATA-CAB.
              MOVE DIAS-ANTECEDENCIA TO VAR-DIAS-CAB.
              WRITE REG-REL FROM CAB-SALD-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-SALD-03 AFTER ADVANCING 2 LINES.
              PERFORM LEITURA.

      * Ausente, valem os padroes; campo zerado tambem.
       LER-PARM-SALD.
              OPEN INPUT PARM-SALD.
              READ PARM-SALD
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     IF DATA-BASE-PARM GREATER THAN ZEROES
                            MOVE DATA-BASE-PARM TO DATA-BASE
                     END-IF
                     IF DIAS-ANTEC-PARM GREATER THAN ZEROES
                            MOVE DIAS-ANTEC-PARM TO DIAS-ANTECEDENCIA
                     END-IF
              END-IF.
              CLOSE PARM-SALD.

      * AAAAMMDD de DATA-CONV-NUM em dias corridos; data invalida
      * fica com zero dias (fora da janela).
       CONVERTE-DATA.
              IF MES-CONV LESS THAN 1 OR MES-CONV GREATER THAN 12
                OR DIA-CONV LESS THAN 1 OR DIA-CONV GREATER THAN 31
                     MOVE ZEROES TO DIAS-CALC
              ELSE
                     MOVE ANO-CONV TO ANO-CALC
                     MOVE MES-CONV TO MES-CALC
                     MOVE DIA-CONV TO DIA-CALC
                     PERFORM CALCULA-DIAS-CIVIS.

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

       LEITURA.
              READ RESERVAS
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

      * Em aberto com saldo e partida entre a data base e N dias
      * adiante (inclusive).
       PRINCIPAL.
              IF VALOR-PAGO-RESV IS NOT NUMERIC
                     MOVE ZEROES TO VALOR-PAGO-RESV.
              IF (SITUACAO-RESV EQUAL "R" OR SITUACAO-RESV EQUAL "S")
                AND VALOR-PAGO-RESV LESS THAN VALOR-RESV
                     MOVE DATA-PARTIDA-RESV TO DATA-CONV-NUM
                     PERFORM CONVERTE-DATA
                     IF DIAS-CALC NOT LESS THAN DIAS-BASE
                            COMPUTE DIAS-FALTAM = DIAS-CALC - DIAS-BASE
                            IF DIAS-FALTAM NOT GREATER THAN
                                  DIAS-ANTECEDENCIA
                                   PERFORM GUARDA-SELECIONADA
                            END-IF
                     END-IF
              END-IF.
              PERFORM LEITURA.

      * Tabela cheia deixaria reserva devedora sem aviso - parar e
      * sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX101: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " RELATORIO NAO EMITIDO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       GUARDA-SELECIONADA.
              IF TOTAL-SEL NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-SEL.
              MOVE NUMERO-RESV       TO NUMERO-SEL-TAB(TOTAL-SEL).
              MOVE CPF-RESV          TO CPF-SEL-TAB(TOTAL-SEL).
              MOVE DESTINO-RESV      TO DESTINO-SEL-TAB(TOTAL-SEL).
              MOVE DATA-PARTIDA-RESV TO PARTIDA-SEL-TAB(TOTAL-SEL).
              MOVE DIAS-FALTAM       TO FALTAM-SEL-TAB(TOTAL-SEL).
              MOVE VALOR-RESV        TO VALOR-SEL-TAB(TOTAL-SEL).
              MOVE VALOR-PAGO-RESV   TO PAGO-SEL-TAB(TOTAL-SEL).
              COMPUTE SALDO-SEL-TAB(TOTAL-SEL) =
                      VALOR-RESV - VALOR-PAGO-RESV.
              MOVE ZEROES            TO VENCIDAS-SEL-TAB(TOTAL-SEL).
              ADD SALDO-SEL-TAB(TOTAL-SEL) TO VALOR-SALDO-TOTAL.

      * Conta, por reserva selecionada, as parcelas com saldo e
      * vencimento anterior a data base.
       CARREGA-PARCELAS.
              OPEN INPUT PARCRESV.
              PERFORM UNTIL FIM-PAR EQUAL "SIM"
                      READ PARCRESV
                             AT END MOVE "SIM" TO FIM-PAR
                             NOT AT END
                                  IF VENCIMENTO-PAR LESS THAN DATA-BASE
                                    AND VALOR-PAGO-PAR LESS THAN
                                        VALOR-PAR
                                       PERFORM CONTA-VENCIDA
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PARCRESV.

       CONTA-VENCIDA.
              PERFORM VARYING IDX-SEL FROM 1 BY 1
                      UNTIL IDX-SEL GREATER THAN TOTAL-SEL
                      IF NUMERO-SEL-TAB(IDX-SEL) EQUAL NUMERO-RESV-PAR
                        AND VENCIDAS-SEL-TAB(IDX-SEL) LESS THAN 99
                             ADD 1 TO VENCIDAS-SEL-TAB(IDX-SEL)
                      END-IF
              END-PERFORM.

      * Ordena por data de partida (bolha, mesmo esquema do EX64).
       ORDENA-SELECIONADAS.
              MOVE "SIM" TO TROCOU.
              PERFORM UNTIL TROCOU EQUAL "NAO"
                      MOVE "NAO" TO TROCOU
                      PERFORM VARYING IDX-SEL FROM 1 BY 1
                              UNTIL IDX-SEL NOT LESS THAN TOTAL-SEL
                              COMPUTE IDX-SEL-2 = IDX-SEL + 1
                              IF PARTIDA-SEL-TAB(IDX-SEL) GREATER THAN
                                    PARTIDA-SEL-TAB(IDX-SEL-2)
                                     PERFORM TROCA-SELECIONADAS
                              END-IF
                      END-PERFORM
              END-PERFORM.

       TROCA-SELECIONADAS.
              MOVE SEL-REG(IDX-SEL)   TO SEL-TROCA.
              MOVE SEL-REG(IDX-SEL-2) TO SEL-REG(IDX-SEL).
              MOVE SEL-TROCA          TO SEL-REG(IDX-SEL-2).
              MOVE "SIM" TO TROCOU.

      * Guarda so as revogacoes vigentes do canal postal. Registro
      * alem da tabela degrada a supressao - parar e sinalizar.
       CARREGA-REVOGACOES.
              OPEN INPUT CONSENT.
              PERFORM UNTIL FIM-CONS EQUAL "SIM"
                      READ CONSENT
                             AT END MOVE "SIM" TO FIM-CONS
                             NOT AT END
                                  IF CANAL-CONS EQUAL "P"
                                    AND SITUACAO-CONS EQUAL "R"
                                       PERFORM GUARDA-REVOGACAO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CONSENT.

       GUARDA-REVOGACAO.
              IF TOTAL-REVOG NOT LESS THAN 2000
                     DISPLAY "*** EX101: REVOGACOES EXCEDEM A TABELA"
                             " - CARTAS NAO EMITIDAS"
                     MOVE 4 TO RETURN-CODE
                     STOP RUN.
              ADD 1 TO TOTAL-REVOG.
              MOVE CHAVE-CONS TO CHAVE-REVOG-TAB(TOTAL-REVOG).

      * Le a quarentena de enderecos (EX64). Registro alem da tabela
      * so degrada a supressao (a carta sai).
       CARREGA-QUARENTENA.
              OPEN INPUT ENDQUAR.
              PERFORM UNTIL FIM-ENDQ EQUAL "SIM"
                      READ ENDQUAR
                             AT END MOVE "SIM" TO FIM-ENDQ
                             NOT AT END
                                  IF TOTAL-ENDQ LESS THAN 2000
                                       ADD 1 TO TOTAL-ENDQ
                                       MOVE CPF-ENDQ TO
                                          CPF-ENDQ-TAB(TOTAL-ENDQ)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE ENDQUAR.

      * Linha do relatorio e, quando o cliente pode recebe-la, a
      * carta de lembrete.
       IMPRIME-SELECIONADA.
              PERFORM VERIFICA-CLIENTE.
              IF CLIENTE-ACHADO EQUAL "NAO"
                     ADD 1 TO TOTAL-SEM-CADASTRO
                     MOVE "SEM CADAST." TO SITUACAO-CARTA
              ELSE IF POSTAL-REVOGADO EQUAL "SIM"
                     ADD 1 TO TOTAL-SUPRIMIDAS
                     MOVE "SEM CONSENT" TO SITUACAO-CARTA
              ELSE IF ENDERECO-QUARENTENADO EQUAL "SIM"
                     ADD 1 TO TOTAL-QUARENTENADAS
                     MOVE "QUARENTENA" TO SITUACAO-CARTA
              ELSE IF LOGRADOURO2 EQUAL SPACES
                     ADD 1 TO TOTAL-SEM-ENDERECO
                     MOVE "SEM ENDER." TO SITUACAO-CARTA
              ELSE
                     MOVE "EMITIDA" TO SITUACAO-CARTA
                     PERFORM GERA-CARTA.
              MOVE NUMERO-SEL-TAB(IDX-SEL)  TO VAR-NUMERO-DET.
              MOVE DESTINO-SEL-TAB(IDX-SEL) TO VAR-DESTINO-DET.
              MOVE PARTIDA-SEL-TAB(IDX-SEL) TO DATA-CONV-NUM.
              MOVE DIA-CONV                 TO VAR-DIA-DET.
              MOVE MES-CONV                 TO VAR-MES-DET.
              MOVE ANO-CONV                 TO VAR-ANO-DET.
              MOVE FALTAM-SEL-TAB(IDX-SEL)  TO VAR-FALTAM-DET.
              MOVE SALDO-SEL-TAB(IDX-SEL)   TO VAR-SALDO-DET.
              MOVE VENCIDAS-SEL-TAB(IDX-SEL) TO VAR-VENCIDAS-DET.
              MOVE SITUACAO-CARTA           TO VAR-CARTA-DET.
              WRITE REG-REL FROM DETALHE-SALD AFTER ADVANCING 1 LINE.

       VERIFICA-CLIENTE.
              MOVE "NAO" TO POSTAL-REVOGADO.
              MOVE "NAO" TO ENDERECO-QUARENTENADO.
              MOVE "SIM" TO CLIENTE-ACHADO.
              MOVE CPF-SEL-TAB(IDX-SEL) TO CPF2.
              READ CADOK KEY IS CPF2
                     INVALID KEY
                            MOVE "NAO" TO CLIENTE-ACHADO
              END-READ.
              PERFORM VARYING IDX-REVOG FROM 1 BY 1
                      UNTIL IDX-REVOG GREATER THAN TOTAL-REVOG
                      IF CHAVE-REVOG-TAB(IDX-REVOG) EQUAL
                            CPF-SEL-TAB(IDX-SEL)
                             MOVE "SIM" TO POSTAL-REVOGADO
                      END-IF
              END-PERFORM.
              PERFORM VARYING IDX-ENDQ FROM 1 BY 1
                      UNTIL IDX-ENDQ GREATER THAN TOTAL-ENDQ
                      IF CPF-ENDQ-TAB(IDX-ENDQ) EQUAL
                            CPF-SEL-TAB(IDX-SEL)
                             MOVE "SIM" TO ENDERECO-QUARENTENADO
                      END-IF
              END-PERFORM.

       GERA-CARTA.
              ADD 1 TO TOTAL-CARTAS.
              PERFORM IMPRIME-CABECALHO-CARTA.
              MOVE "LEMBRAMOS QUE A DATA DA SUA VIAGEM SE APROXIMA E"
                TO VAR-TEXTO.
              WRITE REG-CARTA FROM LINHA-TEXTO
                    AFTER ADVANCING 2 LINES.
              MOVE "QUE A RESERVA ABAIXO AINDA TEM SALDO A PAGAR."
                TO VAR-TEXTO.
              WRITE REG-CARTA FROM LINHA-TEXTO
                    AFTER ADVANCING 1 LINE.
              MOVE "PEDIMOS A GENTILEZA DE QUITA-LO ANTES DA PARTIDA."
                TO VAR-TEXTO.
              WRITE REG-CARTA FROM LINHA-TEXTO
                    AFTER ADVANCING 1 LINE.
              IF VENCIDAS-SEL-TAB(IDX-SEL) GREATER THAN ZEROES
                     MOVE "HA PARCELAS VENCIDAS NO SEU CRONOGRAMA DE"
                       TO VAR-TEXTO
                     WRITE REG-CARTA FROM LINHA-TEXTO
                           AFTER ADVANCING 1 LINE
                     MOVE "PAGAMENTO - PROCURE NOSSO BALCAO."
                       TO VAR-TEXTO
                     WRITE REG-CARTA FROM LINHA-TEXTO
                           AFTER ADVANCING 1 LINE.
              MOVE NUMERO-SEL-TAB(IDX-SEL)  TO VAR-NUMERO-CARTA.
              MOVE DESTINO-SEL-TAB(IDX-SEL) TO VAR-DESTINO-CARTA.
              WRITE REG-CARTA FROM LINHA-RESERVA
                    AFTER ADVANCING 2 LINES.
              MOVE PARTIDA-SEL-TAB(IDX-SEL) TO DATA-CONV-NUM.
              MOVE DIA-CONV TO VAR-DIA-PARTIDA.
              MOVE MES-CONV TO VAR-MES-PARTIDA.
              MOVE ANO-CONV TO VAR-ANO-PARTIDA.
              WRITE REG-CARTA FROM LINHA-PARTIDA
                    AFTER ADVANCING 1 LINE.
              MOVE "VALOR DA RESERVA.......: " TO VAR-ROTULO-CARTA.
              MOVE VALOR-SEL-TAB(IDX-SEL) TO VAR-VALOR-CARTA.
              WRITE REG-CARTA FROM LINHA-VALOR-CARTA
                    AFTER ADVANCING 1 LINE.
              MOVE "JA PAGO................: " TO VAR-ROTULO-CARTA.
              MOVE PAGO-SEL-TAB(IDX-SEL) TO VAR-VALOR-CARTA.
              WRITE REG-CARTA FROM LINHA-VALOR-CARTA
                    AFTER ADVANCING 1 LINE.
              MOVE "SALDO A PAGAR..........: " TO VAR-ROTULO-CARTA.
              MOVE SALDO-SEL-TAB(IDX-SEL) TO VAR-VALOR-CARTA.
              WRITE REG-CARTA FROM LINHA-VALOR-CARTA
                    AFTER ADVANCING 1 LINE.
              WRITE REG-CARTA FROM LINHA-ASSINATURA
                    AFTER ADVANCING 3 LINES.

       IMPRIME-CABECALHO-CARTA.
              MOVE DIA-HOJE     TO VAR-DIA-CARTA.
              MOVE MES-HOJE     TO VAR-MES-CARTA.
              MOVE ANO-HOJE     TO VAR-ANO-CARTA.
              MOVE NOME2        TO VAR-NOME-ETIQ.
              MOVE LOGRADOURO2  TO VAR-LOGRADOURO.
              MOVE NUMERO-END2  TO VAR-NUMERO-END.
              MOVE COMPLEMENTO2 TO VAR-COMPLEMENTO.
              MOVE CIDADE2      TO VAR-CIDADE.
              MOVE ESTADO2      TO VAR-UF.
              MOVE CEP2         TO VAR-CEP.
              IF TOTAL-CARTAS EQUAL 1
                     WRITE REG-CARTA FROM LINHA-TIMBRE
                           AFTER ADVANCING 1 LINE
              ELSE
                     WRITE REG-CARTA FROM LINHA-TIMBRE
                           AFTER ADVANCING PAGE
              END-IF.
              WRITE REG-CARTA FROM LINHA-DATA
                    AFTER ADVANCING 2 LINES.
              WRITE REG-CARTA FROM LINHA-ETIQ-NOME
                    AFTER ADVANCING 2 LINES.
              WRITE REG-CARTA FROM LINHA-ETIQ-END
                    AFTER ADVANCING 1 LINE.
              WRITE REG-CARTA FROM LINHA-ETIQ-CIDADE
                    AFTER ADVANCING 1 LINE.

       FIM.
              PERFORM IMPRIME-RODAPE.
              PERFORM GRAVA-RUNLOG.
              CLOSE CADOK
                    RELSALDO
                    CARTASLD.

       IMPRIME-RODAPE.
              MOVE TOTAL-SEL           TO VAR-QTD-SEL.
              MOVE VALOR-SALDO-TOTAL   TO VAR-SALDO-TOTAL.
              MOVE TOTAL-CARTAS        TO VAR-CARTAS.
              MOVE TOTAL-SUPRIMIDAS    TO VAR-SUPRIMIDAS.
              MOVE TOTAL-QUARENTENADAS TO VAR-QUARENT.
              MOVE TOTAL-SEM-ENDERECO  TO VAR-SEM-END.
              MOVE TOTAL-SEM-CADASTRO  TO VAR-SEM-CAD.
              WRITE REG-REL FROM ROD-SALD-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-SALD-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-SALD-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-SALD-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-SALD-05 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-SALD-06 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-SALD-07 AFTER ADVANCING 1 LINE.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E101"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-CARTAS     TO TOTAL-GRAVADOS-RUNLOG.
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
