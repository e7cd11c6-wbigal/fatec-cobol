      *              "A" ALTERA, "D" DESATIVA, "R" REATIVA - E
      *              IMPRIME O RESULTADO DE CADA UMA EM RELATEN. O
      *              EX24 PASSA A VALIDAR O CODIGO DO ATENDENTE DA
      *              VISITA CONTRA ESTE MESTRE. A INCLUSAO E A
      *              ALTERACAO LEVAM TAMBEM A MATRICULA DO ATENDENTE
      *              NO MESTRE DE FUNCIONARIOS (CADFUNCI.DAT, ME03),
      *              CONFERIDA LA: E POR ELA QUE A COMISSAO DE VENDAS
      *              DO EX120 CHEGA A FOLHA.

      *==============================================================
       ENVIRONMENT          DIVISION.
              RECORD KEY IS CODIGO-ATD
              FILE STATUS IS CADATEN-STATUS.

              SELECT OPTIONAL CADFUNCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-FUNC
              FILE STATUS IS CADFUNCI-STATUS.

              SELECT RELATEN ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
      * TRANATEN: uma transacao por linha. TIPO-TRANA "I" inclui
      * (com nome e filial), "A" altera nome/filial (campo em
      * branco/zero mantem o atual), "D" desativa e "R" reativa pelo
      * codigo. MATRICULA-TRANA: matricula no CADFUNCI.DAT (zero na
      * inclusao, atendente sem vinculo com a folha; na alteracao,
      * mantem a atual).
       FD     TRANATEN
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "TRANATEN.DAT".
              02 CODIGO-TRANA      PIC 9(03).
              02 NOME-TRANA        PIC X(30).
              02 FILIAL-TRANA      PIC 9(02).
              02 MATRICULA-TRANA   PIC 9(05).

      * CADATEN: mestre de atendentes, indexado pelo codigo.
      * ATIVO-ATD "S" ativo, "N" desativado (o registro permanece
      * para historico, nunca e apagado - mesmo criterio do EX20).
      * MATRICULA-ATD: codigo do funcionario no CADFUNCI.DAT (ME03)
      * que recebe a comissao das vendas; zero, sem vinculo.
       FD     CADATEN
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADATEN.DAT".
              02 NOME-ATD          PIC X(30).
              02 FILIAL-ATD        PIC 9(02).
              02 ATIVO-ATD         PIC X(01).
              02 MATRICULA-ATD     PIC 9(05).

      * CADFUNCI: mestre de funcionarios da folha (EX16 ME03), so
      * para conferir a matricula informada.
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

       FD     RELATEN
              LABEL RECORD IS OMITTED.

       WORKING-STORAGE      SECTION.
       77 CADATEN-STATUS           PIC X(02) VALUE "00".
       77 CADFUNCI-STATUS          PIC X(02) VALUE "00".
       77 MATRICULA-OK             PIC X(03) VALUE "SIM".
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 CT-LIN                   PIC 9(02) VALUE 40.
       INICIO.
              OPEN   INPUT  TRANATEN
                     I-O    CADATEN
                     INPUT  CADFUNCI
                     OUTPUT RELATEN.
              PERFORM LEITURA.

              PERFORM LEITURA.

       INCLUIR.
              PERFORM CONFERE-MATRICULA.
              IF NOME-TRANA EQUAL SPACES
                     MOVE "NOME E OBRIGATORIO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     IF MATRICULA-OK EQUAL "NAO"
                            MOVE "MATRICULA INVALIDA"
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     ELSE
                            PERFORM GRAVA-ATENDENTE.

      * Matricula informada tem de existir no CADFUNCI e estar
      * ativa; zero dispensa a conferencia.
       CONFERE-MATRICULA.
              MOVE "SIM" TO MATRICULA-OK.
              IF MATRICULA-TRANA GREATER THAN ZEROES
                     MOVE MATRICULA-TRANA TO CODIGO-FUNC
                     READ CADFUNCI KEY IS CODIGO-FUNC
                            INVALID KEY
                                   MOVE "NAO" TO MATRICULA-OK
                     END-READ
                     IF MATRICULA-OK EQUAL "SIM"
                       AND STATUS-FUNC NOT EQUAL "A"
                            MOVE "NAO" TO MATRICULA-OK
                     END-IF
              END-IF.

       GRAVA-ATENDENTE.
              MOVE   CODIGO-TRANA    TO CODIGO-ATD.
              MOVE   NOME-TRANA      TO NOME-ATD.
              MOVE   FILIAL-TRANA    TO FILIAL-ATD.
              MOVE   "S"             TO ATIVO-ATD.
              MOVE   MATRICULA-TRANA TO MATRICULA-ATD.
              WRITE  REG-ATD
                     INVALID KEY
                            MOVE "CODIGO JA EXISTE" TO VAR-SITUACAO
                              TO VAR-SITUACAO
                            ADD 1 TO TOTAL-REJEITADAS
                     NOT INVALID KEY
                            PERFORM CONFERE-MATRICULA
                            IF MATRICULA-OK EQUAL "NAO"
                                   MOVE "MATRICULA INVALIDA"
                                     TO VAR-SITUACAO
                                   ADD 1 TO TOTAL-REJEITADAS
                            ELSE
                                   PERFORM REESCREVER-ATENDENTE
                            END-IF
              END-READ.

       REESCREVER-ATENDENTE.
                     MOVE NOME-TRANA TO NOME-ATD.
              IF FILIAL-TRANA GREATER THAN ZEROES
                     MOVE FILIAL-TRANA TO FILIAL-ATD.
              IF MATRICULA-TRANA GREATER THAN ZEROES
                     MOVE MATRICULA-TRANA TO MATRICULA-ATD.
              REWRITE REG-ATD
                     INVALID KEY
                            MOVE "ERRO NA REGRAVACAO" TO VAR-SITUACAO
              PERFORM GRAVA-RUNLOG.
              CLOSE  TRANATEN
                     CADATEN
                     CADFUNCI
                     RELATEN.

       RODAPE.
