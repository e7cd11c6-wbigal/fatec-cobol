       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX104.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      CONCILIACAO DO EXTRATO DE COMISSOES ENVIADO
      *              PELAS OPERADORAS (EXTCOMIS.DAT) CONTRA AS
      *              COMISSOES A RECEBER APURADAS PELO EX103
      *              (COMISREC.DAT). CADA ITEM DO EXTRATO E BAIXADO
      *              NA COMISSAO DA MESMA RESERVA E OPERADORA;
      *              PAGAMENTO MENOR QUE O DEVIDO DEIXA A COMISSAO
      *              "RECEBIDA A MENOR". RELCONC LISTA OS ITENS DO
      *              EXTRATO SEM COMISSAO CORRESPONDENTE, AS
      *              RECEBIDAS A MENOR E AS VENCIDAS SEM PAGAMENTO
      *              (VENCIMENTO ANTERIOR A DATA BASE, DE
      *              PARMCONC.DAT; AUSENTE, HOJE). COMISREC.DAT E
      *              REGRAVADO COM O VALOR RECEBIDO E A SITUACAO.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-CONC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL EXTCOMIS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL COMISREC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELCONC ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-CONC: data base para vencimento (zero = hoje).
       FD     PARM-CONC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMCONC.DAT".
       01     REG-PARM-CONC.
              02 DATA-BASE-PARM    PIC 9(08).

      * EXTCOMIS: extrato de comissoes pagas pelas operadoras, um
      * item por reserva.
       FD     EXTCOMIS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "EXTCOMIS.DAT".
       01     REG-EXT.
              02 OPERADORA-EXT     PIC X(04).
              02 NUMERO-RESV-EXT   PIC 9(06).
              02 VALOR-PAGO-EXT    PIC 9(09)V9(02).
              02 DATA-PAGTO-EXT    PIC 9(08).

      * COMISREC: comissoes a receber (copybook).
       FD     COMISREC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "COMISREC.DAT".
       COPY COMISREC.

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
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-COM                  PIC X(03) VALUE "NAO".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(05) VALUE ZEROES.
       77 TOTAL-CONCILIADOS        PIC 9(05) VALUE ZEROES.
       77 TOTAL-DESCONHECIDOS      PIC 9(05) VALUE ZEROES.
       77 TOTAL-A-MENOR            PIC 9(05) VALUE ZEROES.
       77 TOTAL-VENCIDOS           PIC 9(05) VALUE ZEROES.
       77 VALOR-RECEBIDO-TOTAL     PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-A-MENOR-TOTAL      PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-VENCIDO-TOTAL      PIC 9(12)V9(02) VALUE ZEROES.
       77 VALOR-DIFERENCA          PIC 9(09)V9(02) VALUE ZEROES.
       77 DATA-BASE                PIC 9(08) VALUE ZEROES.
       77 IDX-ACHADO               PIC 9(05) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

      * COMISREC inteiro em memoria, regravado no fim.
       77 TOTAL-COM                PIC 9(05) VALUE ZEROES.
       77 IDX-COM                  PIC 9(05) VALUE ZEROES.
       01     TABELA-COM.
              02 COMISSAO-TAB      OCCURS 10000 TIMES.
                 03 NUMERO-RESV-TAB      PIC 9(06).
                 03 OPERADORA-TAB        PIC X(04).
                 03 DATA-PARTIDA-TAB     PIC 9(08).
                 03 VALOR-RESV-TAB       PIC 9(09)V9(02).
                 03 PERCENTUAL-TAB       PIC 9(02)V9(02).
                 03 VALOR-COM-TAB        PIC 9(09)V9(02).
                 03 VENCIMENTO-TAB       PIC 9(08).
                 03 VALOR-RECEBIDO-TAB   PIC 9(09)V9(02).
                 03 DATA-APURACAO-TAB    PIC 9(08).
                 03 SITUACAO-TAB         PIC X(01).

       01     CAB-CONC-01.
              02 FILLER     PIC X(15) VALUE SPACES.
              02 FILLER PIC X(50) VALUE
                 "CONCILIACAO DE COMISSOES - EXTRATO DAS OPERADORAS".
              02 FILLER     PIC X(15) VALUE SPACES.

       01     CAB-CONC-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(31)
                 VALUE "VENCIMENTOS ATE A DATA BASE:  ".
              02 VAR-DATA-CAB      PIC 9999/99/99.
              02 FILLER            PIC X(37) VALUE SPACES.

       01     CAB-SECAO.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-TITULO-SECAO  PIC X(50).
              02 FILLER            PIC X(28) VALUE SPACES.

       01     CAB-EXT-01.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "RESERVA ".
              02 FILLER            PIC X(06) VALUE "OPER. ".
              02 FILLER            PIC X(12) VALUE "DATA PAGTO".
              02 FILLER            PIC X(16) VALUE "     VALOR PAGO ".
              02 FILLER            PIC X(36) VALUE "MOTIVO".

       01     DETALHE-EXT.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NUMERO-EXT    PIC 9(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-OPERADORA-EXT PIC X(04).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-DATA-EXT      PIC 9999/99/99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-VALOR-EXT     PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-MOTIVO-EXT    PIC X(30).
              02 FILLER            PIC X(06) VALUE SPACES.

       01     CAB-COM-01.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "RESERVA ".
              02 FILLER            PIC X(06) VALUE "OPER. ".
              02 FILLER            PIC X(12) VALUE "VENCIMENTO".
              02 FILLER            PIC X(16) VALUE "       COMISSAO ".
              02 FILLER            PIC X(16) VALUE "       RECEBIDO ".
              02 FILLER            PIC X(20) VALUE "      DIFERENCA".

       01     DETALHE-COM.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-NUMERO-COM    PIC 9(06).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-OPERADORA-COM PIC X(04).
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-VENC-COM      PIC 9999/99/99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-VALOR-COM     PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-RECEBIDO-COM  PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 VAR-DIFERENCA-COM PIC ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(06) VALUE SPACES.

       01     ROD-CONC-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Itens no extrato         :".
              02 VAR-LIDOS         PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CONC-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Itens conciliados        :".
              02 VAR-CONCILIADOS   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CONC-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Itens desconhecidos      :".
              02 VAR-DESCONHECIDOS PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CONC-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Recebidas a menor        :".
              02 VAR-A-MENOR       PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CONC-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Vencidas sem pagamento   :".
              02 VAR-VENCIDOS      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-CONC-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor recebido no extrato:".
              02 VAR-RECEBIDO-TOT  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-CONC-07.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Diferenca a menor        :".
              02 VAR-A-MENOR-TOT   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

       01     ROD-CONC-08.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Valor vencido sem pagto. :".
              02 VAR-VENCIDO-TOT   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
              02 FILLER            PIC X(30) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX104.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-BASE = ANO-HOJE * 10000 + MES-HOJE * 100
                                + DIA-HOJE.
              PERFORM LER-PARM-CONC.
              PERFORM CARREGA-COMISSOES.
              OPEN INPUT  EXTCOMIS
                   OUTPUT RELCONC.
              WRITE REG-REL FROM CAB-CONC-01 AFTER ADVANCING 1 LINE.
              MOVE DATA-BASE TO VAR-DATA-CAB.
              WRITE REG-REL FROM CAB-CONC-02 AFTER ADVANCING 2 LINES.
              MOVE "ITENS DO EXTRATO SEM COMISSAO CORRESPONDENTE"
                TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-EXT-01 AFTER ADVANCING 2 LINES.
              PERFORM LEITURA.

      * Ausente, vale hoje; campo zerado tambem.
       LER-PARM-CONC.
              OPEN INPUT PARM-CONC.
              READ PARM-CONC
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                AND DATA-BASE-PARM GREATER THAN ZEROES
                     MOVE DATA-BASE-PARM TO DATA-BASE.
              CLOSE PARM-CONC.

      * Tabela cheia perderia comissoes na regravacao - parar e
      * sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX104: TABELA DE COMISSOES EXCEDIDA -"
                      " CONCILIACAO NAO EXECUTADA".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

       CARREGA-COMISSOES.
              OPEN INPUT COMISREC.
              PERFORM UNTIL FIM-COM EQUAL "SIM"
                      READ COMISREC
                             AT END MOVE "SIM" TO FIM-COM
                             NOT AT END
                                  PERFORM GUARDA-COMISSAO
                      END-READ
              END-PERFORM.
              CLOSE COMISREC.

       GUARDA-COMISSAO.
              IF TOTAL-COM NOT LESS THAN 10000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-COM.
              MOVE NUMERO-RESV-COM    TO NUMERO-RESV-TAB(TOTAL-COM).
              MOVE OPERADORA-COM      TO OPERADORA-TAB(TOTAL-COM).
              MOVE DATA-PARTIDA-COM   TO DATA-PARTIDA-TAB(TOTAL-COM).
              MOVE VALOR-RESV-COM     TO VALOR-RESV-TAB(TOTAL-COM).
              MOVE PERCENTUAL-COM     TO PERCENTUAL-TAB(TOTAL-COM).
              MOVE VALOR-COM          TO VALOR-COM-TAB(TOTAL-COM).
              MOVE VENCIMENTO-COM     TO VENCIMENTO-TAB(TOTAL-COM).
              MOVE VALOR-RECEBIDO-COM TO VALOR-RECEBIDO-TAB(TOTAL-COM).
              MOVE DATA-APURACAO-COM  TO DATA-APURACAO-TAB(TOTAL-COM).
              MOVE SITUACAO-COM       TO SITUACAO-TAB(TOTAL-COM).

       LEITURA.
              READ EXTCOMIS
                     AT END MOVE "SIM" TO FIM-ARQ
                     NOT AT END ADD 1 TO TOTAL-LIDOS
              END-READ.

       PRINCIPAL.
              PERFORM LOCALIZA-COMISSAO.
              ADD VALOR-PAGO-EXT TO VALOR-RECEBIDO-TOTAL.
              IF IDX-ACHADO EQUAL ZEROES
                     MOVE "RESERVA SEM COMISSAO APURADA"
                       TO VAR-MOTIVO-EXT
                     PERFORM IMPRIME-DESCONHECIDO
              ELSE
                IF OPERADORA-TAB(IDX-ACHADO) NOT EQUAL OPERADORA-EXT
                     MOVE "RESERVA DE OUTRA OPERADORA"
                       TO VAR-MOTIVO-EXT
                     PERFORM IMPRIME-DESCONHECIDO
                ELSE
                     PERFORM BAIXA-COMISSAO.
              PERFORM LEITURA.

       LOCALIZA-COMISSAO.
              MOVE ZEROES TO IDX-ACHADO.
              PERFORM VARYING IDX-COM FROM 1 BY 1
                      UNTIL IDX-COM GREATER THAN TOTAL-COM
                         OR IDX-ACHADO GREATER THAN ZEROES
                      IF NUMERO-RESV-TAB(IDX-COM) EQUAL NUMERO-RESV-EXT
                             MOVE IDX-COM TO IDX-ACHADO
                      END-IF
              END-PERFORM.

       IMPRIME-DESCONHECIDO.
              ADD 1 TO TOTAL-DESCONHECIDOS.
              MOVE NUMERO-RESV-EXT TO VAR-NUMERO-EXT.
              MOVE OPERADORA-EXT   TO VAR-OPERADORA-EXT.
              MOVE DATA-PAGTO-EXT  TO VAR-DATA-EXT.
              MOVE VALOR-PAGO-EXT  TO VAR-VALOR-EXT.
              WRITE REG-REL FROM DETALHE-EXT AFTER ADVANCING 1 LINE.

      * Pagamentos do mesmo item em extratos diferentes se somam.
       BAIXA-COMISSAO.
              ADD 1 TO TOTAL-CONCILIADOS.
              ADD VALOR-PAGO-EXT TO VALOR-RECEBIDO-TAB(IDX-ACHADO).
              IF VALOR-RECEBIDO-TAB(IDX-ACHADO) LESS THAN
                 VALOR-COM-TAB(IDX-ACHADO)
                     MOVE "M" TO SITUACAO-TAB(IDX-ACHADO)
              ELSE
                     MOVE "Q" TO SITUACAO-TAB(IDX-ACHADO).

       FIM.
              PERFORM IMPRIME-A-MENOR.
              PERFORM IMPRIME-VENCIDAS.
              PERFORM IMPRIME-RODAPE.
              PERFORM REGRAVA-COMISSOES.
              PERFORM GRAVA-RUNLOG.
              CLOSE EXTCOMIS
                    RELCONC.

       IMPRIME-A-MENOR.
              MOVE "COMISSOES RECEBIDAS A MENOR" TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-COM-01 AFTER ADVANCING 2 LINES.
              PERFORM VARYING IDX-COM FROM 1 BY 1
                      UNTIL IDX-COM GREATER THAN TOTAL-COM
                      IF SITUACAO-TAB(IDX-COM) EQUAL "M"
                             ADD 1 TO TOTAL-A-MENOR
                             PERFORM IMPRIME-COMISSAO
                             ADD VALOR-DIFERENCA TO VALOR-A-MENOR-TOTAL
                      END-IF
              END-PERFORM.

      * Vencida: ainda sem nenhum pagamento e vencimento anterior a
      * data base.
       IMPRIME-VENCIDAS.
              MOVE "COMISSOES VENCIDAS SEM PAGAMENTO"
                TO VAR-TITULO-SECAO.
              WRITE REG-REL FROM CAB-SECAO AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM CAB-COM-01 AFTER ADVANCING 2 LINES.
              PERFORM VARYING IDX-COM FROM 1 BY 1
                      UNTIL IDX-COM GREATER THAN TOTAL-COM
                      IF SITUACAO-TAB(IDX-COM) EQUAL "A"
                        AND VENCIMENTO-TAB(IDX-COM) LESS THAN DATA-BASE
                             ADD 1 TO TOTAL-VENCIDOS
                             PERFORM IMPRIME-COMISSAO
                             ADD VALOR-DIFERENCA TO VALOR-VENCIDO-TOTAL
                      END-IF
              END-PERFORM.

       IMPRIME-COMISSAO.
              COMPUTE VALOR-DIFERENCA = VALOR-COM-TAB(IDX-COM)
                                      - VALOR-RECEBIDO-TAB(IDX-COM).
              MOVE NUMERO-RESV-TAB(IDX-COM)    TO VAR-NUMERO-COM.
              MOVE OPERADORA-TAB(IDX-COM)      TO VAR-OPERADORA-COM.
              MOVE VENCIMENTO-TAB(IDX-COM)     TO VAR-VENC-COM.
              MOVE VALOR-COM-TAB(IDX-COM)      TO VAR-VALOR-COM.
              MOVE VALOR-RECEBIDO-TAB(IDX-COM) TO VAR-RECEBIDO-COM.
              MOVE VALOR-DIFERENCA             TO VAR-DIFERENCA-COM.
              WRITE REG-REL FROM DETALHE-COM AFTER ADVANCING 1 LINE.

       IMPRIME-RODAPE.
              MOVE TOTAL-LIDOS          TO VAR-LIDOS.
              MOVE TOTAL-CONCILIADOS    TO VAR-CONCILIADOS.
              MOVE TOTAL-DESCONHECIDOS  TO VAR-DESCONHECIDOS.
              MOVE TOTAL-A-MENOR        TO VAR-A-MENOR.
              MOVE TOTAL-VENCIDOS       TO VAR-VENCIDOS.
              MOVE VALOR-RECEBIDO-TOTAL TO VAR-RECEBIDO-TOT.
              MOVE VALOR-A-MENOR-TOTAL  TO VAR-A-MENOR-TOT.
              MOVE VALOR-VENCIDO-TOTAL  TO VAR-VENCIDO-TOT.
              WRITE REG-REL FROM ROD-CONC-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-CONC-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-CONC-03 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-CONC-04 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-CONC-05 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-CONC-06 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-CONC-07 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-CONC-08 AFTER ADVANCING 1 LINE.

       REGRAVA-COMISSOES.
              OPEN OUTPUT COMISREC.
              PERFORM VARYING IDX-COM FROM 1 BY 1
                      UNTIL IDX-COM GREATER THAN TOTAL-COM
                      MOVE NUMERO-RESV-TAB(IDX-COM)
                        TO NUMERO-RESV-COM
                      MOVE OPERADORA-TAB(IDX-COM)
                        TO OPERADORA-COM
                      MOVE DATA-PARTIDA-TAB(IDX-COM)
                        TO DATA-PARTIDA-COM
                      MOVE VALOR-RESV-TAB(IDX-COM)
                        TO VALOR-RESV-COM
                      MOVE PERCENTUAL-TAB(IDX-COM)
                        TO PERCENTUAL-COM
                      MOVE VALOR-COM-TAB(IDX-COM)
                        TO VALOR-COM
                      MOVE VENCIMENTO-TAB(IDX-COM)
                        TO VENCIMENTO-COM
                      MOVE VALOR-RECEBIDO-TAB(IDX-COM)
                        TO VALOR-RECEBIDO-COM
                      MOVE DATA-APURACAO-TAB(IDX-COM)
                        TO DATA-APURACAO-COM
                      MOVE SITUACAO-TAB(IDX-COM)
                        TO SITUACAO-COM
                      WRITE REG-COM
              END-PERFORM.
              CLOSE COMISREC.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E104"        TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG       FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL        FROM TIME.
              MOVE   HH-ATUAL          TO HH-RUNLOG.
              MOVE   MM-ATUAL          TO MM-RUNLOG.
              MOVE   SS-ATUAL          TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS       TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-CONCILIADOS TO TOTAL-GRAVADOS-RUNLOG.
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
