       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX100.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      RELATORIO SEMANAL DE EXCECOES DAS OPERACOES
      *              SENSIVEIS PARA A AUDITORIA: CRUZA AS TRILHAS QUE
      *              CADA PROGRAMA GUARDA EM SEPARADO - ESTORNOS
      *              (RECCANC.DAT DO EX43, COM O OPERADOR DO
      *              PAGAMENTO ORIGINAL TIRADO DE CAIXAMOV.DAT DO
      *              EX48), BAIXAS POR PERDA (PERDAS.DAT, REGISTRO DAS
      *              TRANSACOES BAIXAPER DO EX45), ORDENS DE
      *              RESTITUICAO (ORDREST.DAT DO EX44, CONTRA AS
      *              REATIVACOES DE HISTSTAT.DAT DO EX20), ALTERACOES
      *              DE PARAMETRO (PARMAUD.DAT DO EX78) E MANUTENCAO
      *              DE OPERADORES (SEGLOG.DAT DO EX77). REGRAS:
      *              AUTORIZADOR QUE ESTORNA PAGAMENTO RECEBIDO POR
      *              ELE MESMO NO CAIXA; ESTORNOS REPETIDOS NO MESMO
      *              SOCIO; BAIXA LOGO ABAIXO DO LIMITE DE APROVACAO;
      *              ALTERACAO DE PARAMETRO OU DE OPERADOR FORA DO
      *              EXPEDIENTE; RESTITUICAO A SOCIO REATIVADO NA
      *              MESMA SEMANA. PERIODO, LIMITES E REGRAS LIGADAS
      *              VEM DE PARMANOM.DAT; AUSENTE, VALEM OS PADROES DA
      *              AUDITORIA. CADA OCORRENCIA SAI EM RELANOM COM O
      *              ARQUIVO DE ORIGEM E O NUMERO DO REGISTRO (LINHA)
      *              NELE.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PARM-ANOM ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL RECCANC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL CAIXAMOV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PERDAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL ORDREST ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL HISTSTAT ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PARMAUD ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SEGLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT RELANOM ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUNLOG-STATUS.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * PARM-ANOM: periodo, limites e regras ligadas ("N" desliga a
      * regra). Campo zerado ou em branco fica com o padrao.
       FD     PARM-ANOM
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMANOM.DAT".
       01     REG-PARM-ANOM.
              02 DATA-FIM-PARM     PIC 9(08).
              02 DIAS-PERIODO-PARM PIC 9(03).
              02 ATIVA-AUTO-PARM   PIC X(01).
              02 ATIVA-REPET-PARM  PIC X(01).
              02 ATIVA-LIMIAR-PARM PIC X(01).
              02 ATIVA-HORARIO-PARM PIC X(01).
              02 ATIVA-REATIV-PARM PIC X(01).
              02 QTD-ESTORNOS-PARM PIC 9(02).
              02 DIAS-ESTORNOS-PARM PIC 9(03).
              02 LIMITE-BAIXA-PARM PIC 9(09)V9(02).
              02 MARGEM-BAIXA-PARM PIC 9(03)V9(02).
              02 HORA-INICIO-PARM  PIC 9(04).
              02 HORA-FIM-PARM     PIC 9(04).
              02 FIM-SEMANA-PARM   PIC X(01).
              02 DIAS-REATIV-PARM  PIC 9(03).

      * RECCANC: recibos cancelados por estorno (EX43).
       FD     RECCANC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RECCANC.DAT".
       01     REG-RECCANC.
              02 RECIBO-CANC       PIC 9(08).
              02 NUMERO-SOCIO-CANC PIC 9(06).
              02 VALOR-CANC        PIC 9(09)V9(02).
              02 DATA-CANC         PIC 9(08).
              02 AUTORIZADOR-CANC  PIC X(20).

      * CAIXAMOV: pagamentos do balcao com o operador (EX48).
       FD     CAIXAMOV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CAIXAMOV.DAT".
       COPY CAIXAMOV.

      * PERDAS: registro permanente das baixas por perda (EX45).
       FD     PERDAS
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PERDAS.DAT".
       01     REG-PERDA.
              02 NUMERO-SOCIO-PER  PIC 9(06).
              02 NOME-SOCIO-PER    PIC X(30).
              02 VALOR-PER         PIC 9(09)V9(02).
              02 DATA-PER          PIC 9(08).
              02 AUTORIZACAO-PER   PIC X(20).

      * ORDREST: ordens de restituicao da ultima execucao do EX44.
       FD     ORDREST
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "ORDREST.DAT".
       01     REG-ORDREST.
              02 NUMERO-SOCIO-REST PIC 9(06).
              02 NOME-SOCIO-REST   PIC X(30).
              02 VALOR-REST        PIC 9(09)V9(02).
              02 DATA-REST         PIC 9(08).
              02 MOTIVO-REST       PIC X(01).

      * HISTSTAT: mudancas de status do socio (EX20); "R" reativacao.
       FD     HISTSTAT
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "HISTSTAT.DAT".
       COPY HISTSTAT.

      * PARMAUD: auditoria das alteracoes de parametro (EX78).
       FD     PARMAUD
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PARMAUD.DAT".
       01     REG-AUD.
              02 DATA-AUD          PIC 9(08).
              02 HORA-AUD          PIC 9(06).
              02 OPERADOR-AUD      PIC X(08).
              02 ARQUIVO-AUD       PIC X(12).
              02 CAMPO-AUD         PIC X(25).
              02 VALOR-ANT-AUD     PIC X(20).
              02 VALOR-NOVO-AUD    PIC X(20).

      * SEGLOG: log de seguranca; a manutencao de operadores do EX77
      * grava os eventos "OPERADOR ...".
       FD     SEGLOG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SEGLOG.DAT".
       01     REG-SEGLOG.
              02 DATA-SEG          PIC 9(08).
              02 HORA-SEG          PIC 9(06).
              02 OPERADOR-SEG      PIC X(08).
              02 FUNCAO-SEG        PIC X(01).
              02 EVENTO-SEG        PIC X(20).

       FD     RELANOM
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
       77 RUNLOG-STATUS            PIC X(02) VALUE "00".
       77 TOTAL-LIDOS              PIC 9(07) VALUE ZEROES.
       77 TOTAL-OCORRENCIAS        PIC 9(05) VALUE ZEROES.
       77 NUMERO-REGISTRO          PIC 9(05) VALUE ZEROES.
       01 HORA-ATUAL.
              02 HH-ATUAL          PIC 99.
              02 MM-ATUAL          PIC 99.
              02 SS-ATUAL          PIC 99.
              02 CS-ATUAL          PIC 99.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).

      * Padroes da auditoria, substituidos pelos de PARMANOM.
       77 DATA-FIM                 PIC 9(08) VALUE ZEROES.
       77 DIAS-PERIODO             PIC 9(03) VALUE 7.
       77 ATIVA-AUTO               PIC X(01) VALUE "S".
       77 ATIVA-REPET              PIC X(01) VALUE "S".
       77 ATIVA-LIMIAR             PIC X(01) VALUE "S".
       77 ATIVA-HORARIO            PIC X(01) VALUE "S".
       77 ATIVA-REATIV             PIC X(01) VALUE "S".
       77 QTD-ESTORNOS             PIC 9(02) VALUE 2.
       77 DIAS-ESTORNOS            PIC 9(03) VALUE 90.
       77 LIMITE-BAIXA             PIC 9(09)V9(02) VALUE 1000,00.
       77 MARGEM-BAIXA             PIC 9(03)V9(02) VALUE 10,00.
       77 HORA-INICIO              PIC 9(04) VALUE 0800.
       77 HORA-FIM                 PIC 9(04) VALUE 1800.
       77 FIM-SEMANA               PIC X(01) VALUE "S".
       77 DIAS-REATIV              PIC 9(03) VALUE 7.

      * Periodo em dias corridos: de DIAS-INICIO (exclusive) a
      * DIAS-FIM (inclusive). A janela dos estornos repetidos conta
      * para tras a partir do mesmo DIAS-FIM.
       77 DIAS-FIM                 PIC 9(07) VALUE ZEROES.
       77 DIAS-INICIO              PIC 9(07) VALUE ZEROES.
       77 DIAS-INICIO-JANELA       PIC 9(07) VALUE ZEROES.
       77 PISO-BAIXA               PIC 9(09)V9(02) VALUE ZEROES.
       77 HHMM-EVENTO              PIC 9(04) VALUE ZEROES.
       77 DIA-SEMANA               PIC 9(01) VALUE ZEROES.
       77 QUOC-SEMANA              PIC 9(07) VALUE ZEROES.
       77 FORA-HORARIO             PIC X(03) VALUE "NAO".
       77 DIFERENCA-DIAS           PIC 9(07) VALUE ZEROES.

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

      * Estornos da janela (RECCANC), com o operador do pagamento
      * original achado em CAIXAMOV (mesmo socio e valor, ultimo
      * recebido ate a data do estorno).
       77 TOTAL-EST                PIC 9(05) VALUE ZEROES.
       77 IDX-EST                  PIC 9(05) VALUE ZEROES.
       77 IDX-EST-2                PIC 9(05) VALUE ZEROES.
       77 QTD-EST-SOCIO            PIC 9(05) VALUE ZEROES.
       01     TABELA-EST.
              02 EST-REG           OCCURS 2000 TIMES.
                 03 REGISTRO-EST-TAB  PIC 9(05).
                 03 SOCIO-EST-TAB     PIC 9(06).
                 03 VALOR-EST-TAB     PIC 9(09)V9(02).
                 03 DATA-EST-TAB      PIC 9(08).
                 03 DIAS-EST-TAB      PIC 9(07).
                 03 AUTORIZADOR-EST-TAB PIC X(20).
                 03 OPERADOR-EST-TAB  PIC X(08).
                 03 DATA-CXM-EST-TAB  PIC 9(08).

      * Restituicoes do periodo (ORDREST) e a data da reativacao do
      * socio mais proxima achada em HISTSTAT.
       77 TOTAL-RST                PIC 9(05) VALUE ZEROES.
       77 IDX-RST                  PIC 9(05) VALUE ZEROES.
       01     TABELA-RST.
              02 RST-REG           OCCURS 2000 TIMES.
                 03 REGISTRO-RST-TAB  PIC 9(05).
                 03 SOCIO-RST-TAB     PIC 9(06).
                 03 VALOR-RST-TAB     PIC 9(09)V9(02).
                 03 DATA-RST-TAB      PIC 9(08).
                 03 DIAS-RST-TAB      PIC 9(07).
                 03 DATA-REATIV-RST-TAB PIC 9(08).

      * Ocorrencias por regra, para o rodape.
       77 QTD-AUTO                 PIC 9(05) VALUE ZEROES.
       77 QTD-REPET                PIC 9(05) VALUE ZEROES.
       77 QTD-LIMIAR               PIC 9(05) VALUE ZEROES.
       77 QTD-HORARIO              PIC 9(05) VALUE ZEROES.
       77 QTD-REATIV               PIC 9(05) VALUE ZEROES.

      * Campos editados para montar a observacao de cada linha.
       77 SOCIO-ED                 PIC 999.999.
       77 VALOR-ED                 PIC ZZZ.ZZ9,99.
       77 QTD-ED                   PIC ZZ9.
       77 HORA-ED                  PIC 99.99.

       01     CAB-ANOM-01.
              02 FILLER     PIC X(14) VALUE SPACES.
              02 FILLER PIC X(52) VALUE
                 "OPERACOES SENSIVEIS - RELATORIO SEMANAL DE EXCECOES".
              02 FILLER     PIC X(14) VALUE SPACES.

       01     CAB-ANOM-02.
              02 FILLER            PIC X(02) VALUE SPACES.
              02 FILLER            PIC X(09) VALUE "PERIODO: ".
              02 VAR-DIAS-CAB      PIC ZZ9.
              02 FILLER            PIC X(16) VALUE " DIAS ATE A DATA".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DATA-CAB      PIC 9(08).
              02 FILLER            PIC X(41) VALUE SPACES.

       01     CAB-ANOM-03.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(14) VALUE "REGRA".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(12) VALUE "ARQUIVO".
              02 FILLER            PIC X(06) VALUE "  REG.".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(08) VALUE "DATA".
              02 FILLER            PIC X(01) VALUE SPACES.
              02 FILLER            PIC X(36) VALUE "OCORRENCIA".

       01     CAB-ANOM-04.
              02 FILLER            PIC X(80) VALUE ALL "-".

       01     DETALHE-ANOM.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-REGRA         PIC X(14).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-ARQUIVO       PIC X(12).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-REGISTRO      PIC ZZZZ9.
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-DATA          PIC 9(08).
              02 FILLER            PIC X(01) VALUE SPACES.
              02 VAR-OBS           PIC X(36).

       01     ROD-ANOM-01.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Autorizador = operador   :".
              02 VAR-QTD-AUTO      PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-ANOM-02.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Estornos repetidos       :".
              02 VAR-QTD-REPET     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-ANOM-03.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Baixas abaixo do limite  :".
              02 VAR-QTD-LIMIAR    PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-ANOM-04.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Alteracoes fora do horario:".
              02 VAR-QTD-HORARIO   PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-ANOM-05.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Restituicao a reativado  :".
              02 VAR-QTD-REATIV    PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

       01     ROD-ANOM-06.
              02 FILLER            PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Total de ocorrencias     :".
              02 VAR-QTD-TOTAL     PIC ZZZZ9.
              02 FILLER            PIC X(43) VALUE SPACES.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX100.
              PERFORM INICIO.
              IF ATIVA-AUTO NOT EQUAL "N"
                OR ATIVA-REPET NOT EQUAL "N"
                     PERFORM CARREGA-ESTORNOS
                     PERFORM VERIFICA-ESTORNOS.
              IF ATIVA-LIMIAR NOT EQUAL "N"
                     PERFORM VERIFICA-BAIXAS.
              IF ATIVA-HORARIO NOT EQUAL "N"
                     PERFORM VERIFICA-PARMAUD
                     PERFORM VERIFICA-SEGLOG.
              IF ATIVA-REATIV NOT EQUAL "N"
                     PERFORM CARREGA-RESTITUICOES
                     PERFORM VERIFICA-RESTITUICOES.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-FIM = ANO-HOJE * 10000 + MES-HOJE * 100
                               + DIA-HOJE.
              PERFORM LER-PARM-ANOM.
              MOVE DATA-FIM TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              MOVE DIAS-CALC TO DIAS-FIM.
              COMPUTE DIAS-INICIO = DIAS-FIM - DIAS-PERIODO.
              COMPUTE DIAS-INICIO-JANELA = DIAS-FIM - DIAS-ESTORNOS.
              IF DIAS-INICIO LESS THAN DIAS-INICIO-JANELA
                     MOVE DIAS-INICIO TO DIAS-INICIO-JANELA.
              COMPUTE PISO-BAIXA ROUNDED = LIMITE-BAIXA
                      * (100 - MARGEM-BAIXA) / 100.
              OPEN OUTPUT RELANOM.
              WRITE REG-REL FROM CAB-ANOM-01 AFTER ADVANCING 1 LINE.
              MOVE DIAS-PERIODO TO VAR-DIAS-CAB.
              MOVE DATA-FIM     TO VAR-DATA-CAB.
              WRITE REG-REL FROM CAB-ANOM-02 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-ANOM-03 AFTER ADVANCING 2 LINES.
              WRITE REG-REL FROM CAB-ANOM-04 AFTER ADVANCING 1 LINE.

      * Ausente, valem os padroes; campo zerado ou em branco tambem.
       LER-PARM-ANOM.
              OPEN INPUT PARM-ANOM.
              READ PARM-ANOM
                     AT END
                     MOVE "SIM" TO FIM-PARM.
              IF FIM-PARM EQUAL "NAO"
                     IF DATA-FIM-PARM GREATER THAN ZEROES
                            MOVE DATA-FIM-PARM TO DATA-FIM
                     END-IF
                     IF DIAS-PERIODO-PARM GREATER THAN ZEROES
                            MOVE DIAS-PERIODO-PARM TO DIAS-PERIODO
                     END-IF
                     IF ATIVA-AUTO-PARM EQUAL "N"
                            MOVE "N" TO ATIVA-AUTO
                     END-IF
                     IF ATIVA-REPET-PARM EQUAL "N"
                            MOVE "N" TO ATIVA-REPET
                     END-IF
                     IF ATIVA-LIMIAR-PARM EQUAL "N"
                            MOVE "N" TO ATIVA-LIMIAR
                     END-IF
                     IF ATIVA-HORARIO-PARM EQUAL "N"
                            MOVE "N" TO ATIVA-HORARIO
                     END-IF
                     IF ATIVA-REATIV-PARM EQUAL "N"
                            MOVE "N" TO ATIVA-REATIV
                     END-IF
                     IF QTD-ESTORNOS-PARM GREATER THAN 1
                            MOVE QTD-ESTORNOS-PARM TO QTD-ESTORNOS
                     END-IF
                     IF DIAS-ESTORNOS-PARM GREATER THAN ZEROES
                            MOVE DIAS-ESTORNOS-PARM TO DIAS-ESTORNOS
                     END-IF
                     IF LIMITE-BAIXA-PARM GREATER THAN ZEROES
                            MOVE LIMITE-BAIXA-PARM TO LIMITE-BAIXA
                     END-IF
                     IF MARGEM-BAIXA-PARM GREATER THAN ZEROES
                       AND MARGEM-BAIXA-PARM LESS THAN 100
                            MOVE MARGEM-BAIXA-PARM TO MARGEM-BAIXA
                     END-IF
                     IF HORA-FIM-PARM GREATER THAN HORA-INICIO-PARM
                       AND HORA-FIM-PARM NOT GREATER THAN 2400
                            MOVE HORA-INICIO-PARM TO HORA-INICIO
                            MOVE HORA-FIM-PARM    TO HORA-FIM
                     END-IF
                     IF FIM-SEMANA-PARM EQUAL "N"
                            MOVE "N" TO FIM-SEMANA
                     END-IF
                     IF DIAS-REATIV-PARM GREATER THAN ZEROES
                            MOVE DIAS-REATIV-PARM TO DIAS-REATIV
                     END-IF
              END-IF.
              CLOSE PARM-ANOM.

      * Tabela cheia deixaria estorno ou restituicao sem conferir -
      * parar e sinalizar.
       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX100: TABELA DE 2000 POSICOES EXCEDIDA -"
                      " RELATORIO NAO EMITIDO".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.

      * AAAAMMDD de DATA-CONV-NUM em dias corridos; data invalida
      * fica com zero dias (fora de qualquer periodo).
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

       GRAVA-OCORRENCIA.
              ADD 1 TO TOTAL-OCORRENCIAS.
              WRITE REG-REL FROM DETALHE-ANOM AFTER ADVANCING 1 LINE.

      *--------------------------------------------------------------
      * Estornos: carrega os da janela e procura, em CAIXAMOV, quem
      * recebeu o pagamento que foi estornado.
       CARREGA-ESTORNOS.
              MOVE "NAO" TO FIM-ARQ.
              MOVE ZEROES TO NUMERO-REGISTRO.
              OPEN INPUT RECCANC.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ RECCANC
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  ADD 1 TO NUMERO-REGISTRO
                                  MOVE DATA-CANC TO DATA-CONV-NUM
                                  PERFORM CONVERTE-DATA
                                  IF DIAS-CALC GREATER THAN
                                        DIAS-INICIO-JANELA
                                    AND DIAS-CALC NOT GREATER THAN
                                        DIAS-FIM
                                       PERFORM GUARDA-ESTORNO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE RECCANC.
              MOVE "NAO" TO FIM-ARQ.
              OPEN INPUT CAIXAMOV.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ CAIXAMOV
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  PERFORM ACHA-OPERADOR-ESTORNO
                      END-READ
              END-PERFORM.
              CLOSE CAIXAMOV.

       GUARDA-ESTORNO.
              IF TOTAL-EST NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-EST.
              MOVE NUMERO-REGISTRO   TO REGISTRO-EST-TAB(TOTAL-EST).
              MOVE NUMERO-SOCIO-CANC TO SOCIO-EST-TAB(TOTAL-EST).
              MOVE VALOR-CANC        TO VALOR-EST-TAB(TOTAL-EST).
              MOVE DATA-CANC         TO DATA-EST-TAB(TOTAL-EST).
              MOVE DIAS-CALC         TO DIAS-EST-TAB(TOTAL-EST).
              MOVE AUTORIZADOR-CANC  TO AUTORIZADOR-EST-TAB(TOTAL-EST).
              MOVE SPACES            TO OPERADOR-EST-TAB(TOTAL-EST).
              MOVE ZEROES            TO DATA-CXM-EST-TAB(TOTAL-EST).

       ACHA-OPERADOR-ESTORNO.
              PERFORM VARYING IDX-EST FROM 1 BY 1
                      UNTIL IDX-EST GREATER THAN TOTAL-EST
                      IF SOCIO-EST-TAB(IDX-EST) EQUAL NUMERO-SOCIO-CXM
                        AND VALOR-EST-TAB(IDX-EST) EQUAL VALOR-CXM
                        AND DATA-SESSAO-CXM NOT GREATER THAN
                            DATA-EST-TAB(IDX-EST)
                        AND DATA-SESSAO-CXM NOT LESS THAN
                            DATA-CXM-EST-TAB(IDX-EST)
                             MOVE OPERADOR-CXM
                               TO OPERADOR-EST-TAB(IDX-EST)
                             MOVE DATA-SESSAO-CXM
                               TO DATA-CXM-EST-TAB(IDX-EST)
                      END-IF
              END-PERFORM.

      * So os estornos do periodo geram ocorrencia; a janela inteira
      * conta para a repeticao no mesmo socio.
       VERIFICA-ESTORNOS.
              PERFORM VARYING IDX-EST FROM 1 BY 1
                      UNTIL IDX-EST GREATER THAN TOTAL-EST
                      IF DIAS-EST-TAB(IDX-EST) GREATER THAN DIAS-INICIO
                             PERFORM VERIFICA-ESTORNO
                      END-IF
              END-PERFORM.

       VERIFICA-ESTORNO.
              MOVE "RECCANC.DAT"            TO VAR-ARQUIVO.
              MOVE REGISTRO-EST-TAB(IDX-EST) TO VAR-REGISTRO.
              MOVE DATA-EST-TAB(IDX-EST)     TO VAR-DATA.
              MOVE SOCIO-EST-TAB(IDX-EST)    TO SOCIO-ED.
              IF ATIVA-AUTO NOT EQUAL "N"
                AND OPERADOR-EST-TAB(IDX-EST) NOT EQUAL SPACES
                AND AUTORIZADOR-EST-TAB(IDX-EST) EQUAL
                    OPERADOR-EST-TAB(IDX-EST)
                     ADD 1 TO QTD-AUTO
                     MOVE "AUTO-APROVACAO" TO VAR-REGRA
                     MOVE SPACES TO VAR-OBS
                     STRING "SOCIO " SOCIO-ED " OPERADOR "
                            OPERADOR-EST-TAB(IDX-EST)
                            DELIMITED BY SIZE INTO VAR-OBS
                     PERFORM GRAVA-OCORRENCIA
              END-IF.
              IF ATIVA-REPET NOT EQUAL "N"
                     MOVE ZEROES TO QTD-EST-SOCIO
                     PERFORM VARYING IDX-EST-2 FROM 1 BY 1
                             UNTIL IDX-EST-2 GREATER THAN TOTAL-EST
                             IF SOCIO-EST-TAB(IDX-EST-2) EQUAL
                                   SOCIO-EST-TAB(IDX-EST)
                               AND DIAS-EST-TAB(IDX-EST-2) GREATER
                                   THAN DIAS-FIM - DIAS-ESTORNOS
                                    ADD 1 TO QTD-EST-SOCIO
                             END-IF
                     END-PERFORM
                     IF QTD-EST-SOCIO NOT LESS THAN QTD-ESTORNOS
                            ADD 1 TO QTD-REPET
                            MOVE "ESTORNO REPET." TO VAR-REGRA
                            MOVE QTD-EST-SOCIO TO QTD-ED
                            MOVE SPACES TO VAR-OBS
                            STRING "SOCIO " SOCIO-ED " "
                                   QTD-ED " ESTORNOS NA JANELA"
                                   DELIMITED BY SIZE INTO VAR-OBS
                            PERFORM GRAVA-OCORRENCIA
                     END-IF
              END-IF.

      *--------------------------------------------------------------
      * Baixas do periodo com valor a menos de MARGEM-BAIXA por cento
      * abaixo do limite de aprovacao (limite exclusive).
       VERIFICA-BAIXAS.
              MOVE "NAO" TO FIM-ARQ.
              MOVE ZEROES TO NUMERO-REGISTRO.
              OPEN INPUT PERDAS.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ PERDAS
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  ADD 1 TO NUMERO-REGISTRO
                                  PERFORM VERIFICA-BAIXA
                      END-READ
              END-PERFORM.
              CLOSE PERDAS.

       VERIFICA-BAIXA.
              MOVE DATA-PER TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              IF DIAS-CALC GREATER THAN DIAS-INICIO
                AND DIAS-CALC NOT GREATER THAN DIAS-FIM
                AND VALOR-PER NOT LESS THAN PISO-BAIXA
                AND VALOR-PER LESS THAN LIMITE-BAIXA
                     ADD 1 TO QTD-LIMIAR
                     MOVE "BAIXA LIMIAR"   TO VAR-REGRA
                     MOVE "PERDAS.DAT"     TO VAR-ARQUIVO
                     MOVE NUMERO-REGISTRO  TO VAR-REGISTRO
                     MOVE DATA-PER         TO VAR-DATA
                     MOVE NUMERO-SOCIO-PER TO SOCIO-ED
                     MOVE VALOR-PER        TO VALOR-ED
                     MOVE SPACES TO VAR-OBS
                     STRING "SOCIO " SOCIO-ED " VALOR " VALOR-ED
                            DELIMITED BY SIZE INTO VAR-OBS
                     PERFORM GRAVA-OCORRENCIA.

      *--------------------------------------------------------------
      * Fora do expediente: antes de HORA-INICIO, a partir de
      * HORA-FIM ou, com FIM-SEMANA "S", em sabado e domingo (resto
      * 0 e 1 dos dias corridos por 7).
       APURA-HORARIO.
              MOVE "NAO" TO FORA-HORARIO.
              IF HHMM-EVENTO LESS THAN HORA-INICIO
                OR HHMM-EVENTO NOT LESS THAN HORA-FIM
                     MOVE "SIM" TO FORA-HORARIO.
              IF FIM-SEMANA NOT EQUAL "N"
                     DIVIDE DIAS-CALC BY 7 GIVING QUOC-SEMANA
                            REMAINDER DIA-SEMANA
                     IF DIA-SEMANA LESS THAN 2
                            MOVE "SIM" TO FORA-HORARIO
                     END-IF
              END-IF.

       VERIFICA-PARMAUD.
              MOVE "NAO" TO FIM-ARQ.
              MOVE ZEROES TO NUMERO-REGISTRO.
              OPEN INPUT PARMAUD.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ PARMAUD
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  ADD 1 TO NUMERO-REGISTRO
                                  PERFORM VERIFICA-ALTERACAO
                      END-READ
              END-PERFORM.
              CLOSE PARMAUD.

       VERIFICA-ALTERACAO.
              MOVE DATA-AUD TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              IF DIAS-CALC GREATER THAN DIAS-INICIO
                AND DIAS-CALC NOT GREATER THAN DIAS-FIM
                     DIVIDE HORA-AUD BY 100 GIVING HHMM-EVENTO
                     PERFORM APURA-HORARIO
                     IF FORA-HORARIO EQUAL "SIM"
                            ADD 1 TO QTD-HORARIO
                            MOVE "FORA EXPED."   TO VAR-REGRA
                            MOVE "PARMAUD.DAT"   TO VAR-ARQUIVO
                            MOVE NUMERO-REGISTRO TO VAR-REGISTRO
                            MOVE DATA-AUD        TO VAR-DATA
                            MOVE HHMM-EVENTO     TO HORA-ED
                            MOVE SPACES TO VAR-OBS
                            STRING HORA-ED " " OPERADOR-AUD " "
                                   ARQUIVO-AUD
                                   DELIMITED BY SIZE INTO VAR-OBS
                            PERFORM GRAVA-OCORRENCIA
                     END-IF
              END-IF.

       VERIFICA-SEGLOG.
              MOVE "NAO" TO FIM-ARQ.
              MOVE ZEROES TO NUMERO-REGISTRO.
              OPEN INPUT SEGLOG.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ SEGLOG
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  ADD 1 TO NUMERO-REGISTRO
                                  IF EVENTO-SEG EQUAL
                                        "OPERADOR INCLUIDO   "
                                    OR EVENTO-SEG EQUAL
                                        "OPERADOR ALTERADO   "
                                    OR EVENTO-SEG EQUAL
                                        "OPERADOR DESATIVADO "
                                    OR EVENTO-SEG EQUAL
                                        "OPERADOR REATIVADO  "
                                       PERFORM VERIFICA-MANUTENCAO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE SEGLOG.

       VERIFICA-MANUTENCAO.
              MOVE DATA-SEG TO DATA-CONV-NUM.
              PERFORM CONVERTE-DATA.
              IF DIAS-CALC GREATER THAN DIAS-INICIO
                AND DIAS-CALC NOT GREATER THAN DIAS-FIM
                     DIVIDE HORA-SEG BY 100 GIVING HHMM-EVENTO
                     PERFORM APURA-HORARIO
                     IF FORA-HORARIO EQUAL "SIM"
                            ADD 1 TO QTD-HORARIO
                            MOVE "FORA EXPED."   TO VAR-REGRA
                            MOVE "SEGLOG.DAT"    TO VAR-ARQUIVO
                            MOVE NUMERO-REGISTRO TO VAR-REGISTRO
                            MOVE DATA-SEG        TO VAR-DATA
                            MOVE HHMM-EVENTO     TO HORA-ED
                            MOVE SPACES TO VAR-OBS
                            STRING HORA-ED " " OPERADOR-SEG " "
                                   EVENTO-SEG
                                   DELIMITED BY SIZE INTO VAR-OBS
                            PERFORM GRAVA-OCORRENCIA
                     END-IF
              END-IF.

      *--------------------------------------------------------------
      * Restituicoes do periodo contra reativacoes do mesmo socio a
      * ate DIAS-REATIV dias de distancia, antes ou depois.
       CARREGA-RESTITUICOES.
              MOVE "NAO" TO FIM-ARQ.
              MOVE ZEROES TO NUMERO-REGISTRO.
              OPEN INPUT ORDREST.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ ORDREST
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  ADD 1 TO NUMERO-REGISTRO
                                  MOVE DATA-REST TO DATA-CONV-NUM
                                  PERFORM CONVERTE-DATA
                                  IF DIAS-CALC GREATER THAN DIAS-INICIO
                                    AND DIAS-CALC NOT GREATER THAN
                                        DIAS-FIM
                                       PERFORM GUARDA-RESTITUICAO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE ORDREST.
              MOVE "NAO" TO FIM-ARQ.
              OPEN INPUT HISTSTAT.
              PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      READ HISTSTAT
                             AT END MOVE "SIM" TO FIM-ARQ
                             NOT AT END
                                  ADD 1 TO TOTAL-LIDOS
                                  IF TIPO-HST EQUAL "R"
                                       PERFORM ACHA-REATIVACAO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE HISTSTAT.

       GUARDA-RESTITUICAO.
              IF TOTAL-RST NOT LESS THAN 2000
                     PERFORM ABORTA-TABELA-CHEIA.
              ADD 1 TO TOTAL-RST.
              MOVE NUMERO-REGISTRO   TO REGISTRO-RST-TAB(TOTAL-RST).
              MOVE NUMERO-SOCIO-REST TO SOCIO-RST-TAB(TOTAL-RST).
              MOVE VALOR-REST        TO VALOR-RST-TAB(TOTAL-RST).
              MOVE DATA-REST         TO DATA-RST-TAB(TOTAL-RST).
              MOVE DIAS-CALC         TO DIAS-RST-TAB(TOTAL-RST).
              MOVE ZEROES            TO DATA-REATIV-RST-TAB(TOTAL-RST).

       ACHA-REATIVACAO.
              MOVE ANO-HST TO ANO-CONV.
              MOVE MES-HST TO MES-CONV.
              MOVE DIA-HST TO DIA-CONV.
              PERFORM CONVERTE-DATA.
              PERFORM VARYING IDX-RST FROM 1 BY 1
                      UNTIL IDX-RST GREATER THAN TOTAL-RST
                      IF SOCIO-RST-TAB(IDX-RST) EQUAL NUMERO-SOCIO-HST
                             PERFORM COMPARA-REATIVACAO
                      END-IF
              END-PERFORM.

       COMPARA-REATIVACAO.
              IF DIAS-CALC GREATER THAN DIAS-RST-TAB(IDX-RST)
                     COMPUTE DIFERENCA-DIAS = DIAS-CALC
                                            - DIAS-RST-TAB(IDX-RST)
              ELSE
                     COMPUTE DIFERENCA-DIAS = DIAS-RST-TAB(IDX-RST)
                                            - DIAS-CALC.
              IF DIFERENCA-DIAS NOT GREATER THAN DIAS-REATIV
                     MOVE DATA-CONV-NUM TO DATA-REATIV-RST-TAB(IDX-RST).

       VERIFICA-RESTITUICOES.
              PERFORM VARYING IDX-RST FROM 1 BY 1
                      UNTIL IDX-RST GREATER THAN TOTAL-RST
                      IF DATA-REATIV-RST-TAB(IDX-RST) GREATER THAN
                            ZEROES
                             PERFORM GRAVA-RESTITUICAO-REATIVADO
                      END-IF
              END-PERFORM.

       GRAVA-RESTITUICAO-REATIVADO.
              ADD 1 TO QTD-REATIV.
              MOVE "REST.REATIVADO"          TO VAR-REGRA.
              MOVE "ORDREST.DAT"             TO VAR-ARQUIVO.
              MOVE REGISTRO-RST-TAB(IDX-RST) TO VAR-REGISTRO.
              MOVE DATA-RST-TAB(IDX-RST)     TO VAR-DATA.
              MOVE SOCIO-RST-TAB(IDX-RST)    TO SOCIO-ED.
              MOVE SPACES TO VAR-OBS.
              STRING "SOCIO " SOCIO-ED " REATIVADO "
                     DATA-REATIV-RST-TAB(IDX-RST)
                     DELIMITED BY SIZE INTO VAR-OBS.
              PERFORM GRAVA-OCORRENCIA.

      *--------------------------------------------------------------
       FIM.
              MOVE QTD-AUTO          TO VAR-QTD-AUTO.
              WRITE REG-REL FROM ROD-ANOM-01 AFTER ADVANCING 3 LINES.
              MOVE QTD-REPET         TO VAR-QTD-REPET.
              WRITE REG-REL FROM ROD-ANOM-02 AFTER ADVANCING 1 LINE.
              MOVE QTD-LIMIAR        TO VAR-QTD-LIMIAR.
              WRITE REG-REL FROM ROD-ANOM-03 AFTER ADVANCING 1 LINE.
              MOVE QTD-HORARIO       TO VAR-QTD-HORARIO.
              WRITE REG-REL FROM ROD-ANOM-04 AFTER ADVANCING 1 LINE.
              MOVE QTD-REATIV        TO VAR-QTD-REATIV.
              WRITE REG-REL FROM ROD-ANOM-05 AFTER ADVANCING 1 LINE.
              MOVE TOTAL-OCORRENCIAS TO VAR-QTD-TOTAL.
              WRITE REG-REL FROM ROD-ANOM-06 AFTER ADVANCING 2 LINES.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELANOM.

      * Acrescenta uma linha ao log de execucoes compartilhado;
      * mesmo esquema de probe por FILE STATUS "35" de ABRE-
      * HISTORICO (EX01 ME02).
       GRAVA-RUNLOG.
              MOVE   "ME02E100"       TO PROGRAMA-RUNLOG.
              ACCEPT DATA-RUNLOG      FROM DATE YYYYMMDD.
              ACCEPT HORA-ATUAL       FROM TIME.
              MOVE   HH-ATUAL         TO HH-RUNLOG.
              MOVE   MM-ATUAL         TO MM-RUNLOG.
              MOVE   SS-ATUAL         TO SS-RUNLOG.
              MOVE   TOTAL-LIDOS      TO TOTAL-LIDOS-RUNLOG.
              MOVE   TOTAL-OCORRENCIAS TO TOTAL-GRAVADOS-RUNLOG.
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
