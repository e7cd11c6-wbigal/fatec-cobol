       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          EX95.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      RESERVA DE ESPACOS PELOS SOCIOS (ESTILO DA TELA
      *              DO EX67): O ATENDENTE DIGITA O SOCIO, O ESPACO,
      *              A DATA, AS HORAS DE INICIO E FIM E O NUMERO DE
      *              PESSOAS. O SOCIO E VALIDADO CONTRA O MESTRE
      *              CADMSOCI.DAT (SO ATIVO, NOME ECOADO) E CONTRA AS
      *              MESMAS PENDENCIAS DA DECLARACAO DE NADA CONSTA DO
      *              EX46 - ATRASO EM ABERTO NO MOVIMENTO (CADSOC1.DAT
      *              CODIGO 2), PARCELA DE NEGOCIACAO ABERTA
      *              (PLANNEG.DAT "A") E SALDO DEVEDOR (SALDODEV.DAT);
      *              O ESPACO CONTRA O CADASTRO CADESPI.DAT (EX94, SO
      *              ATIVO, LOTACAO ATE A CAPACIDADE). HORARIO QUE SE
      *              SOBREPOE A OUTRA RESERVA DO MESMO ESPACO NO MESMO
      *              DIA E RECUSADO. A TAXA (HORAS X TAXA POR HORA DA
      *              CATEGORIA DO SOCIO) E MOSTRADA E A RESERVA ACEITA
      *              E ACRESCENTADA A RESESP.DAT COM SITUACAO "R", A
      *              FATURAR PELA PROXIMA REMESSA DO EX17 OU PELO
      *              BOLETO DO EX81. A FOLHA DE OCUPACAO DO DIA SAI
      *              PELO EX96.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.
       SPECIAL-NAMES.       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL RESESP ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RESESP-STATUS.

              SELECT OPTIONAL CADMSOCI ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NUMERO-SOCIO-MSOC
              FILE STATUS IS CADMSOCI-STATUS.

              SELECT OPTIONAL CADESP ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CODIGO-ESP
              FILE STATUS IS CADESP-STATUS.

              SELECT OPTIONAL CADSOC1 ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL PLANNEG ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SALDODEV ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.

      * RESESP: reservas de espaco (copybook), uma por linha.
       FD     RESESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "RESESP.DAT".
       COPY RESERVA.

      * CADMSOCI: mestre de socios indexado, consultado por chave
      * para ecoar o nome, barrar quem nao esta ativo e dar a
      * categoria (taxa) e o titular (pagador).
       FD     CADMSOCI
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADMSOCI.DAT".
       COPY MSOCMAST.

      * CADESP: cadastro de espacos (EX94).
       FD     CADESP
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADESPI.DAT".
       COPY ESPMAST.

      * CADSOC1: movimento corrente - registro codigo 2 do socio e
      * atraso em aberto (mesmo criterio do EX46).
       FD     CADSOC1
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CADSOC1.DAT".
       01     REG-SOC1.
              02 CODIGO-PAGAMENTO1 PIC 9(02).
              02 NUMERO-SOCIO1     PIC 9(06).
              02 NOME-SOCIO1       PIC X(30).
              02 VALOR-PAGAMENTO1  PIC 9(09)V9(02).
              02 DIAS-ATRASO1      PIC 9(03).
              02 FORMA-PAGAMENTO1  PIC 9(01).

      * PLANNEG: parcelas de negociacao - parcela "A" do socio e
      * pendencia.
       FD     PLANNEG
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "PLANNEG.DAT".
       01     REG-PLAN.
              02 NUMERO-SOCIO-PLAN PIC 9(06).
              02 NOME-SOCIO-PLAN   PIC X(30).
              02 PARCELA-PLAN      PIC 9(02).
              02 TOTAL-PARC-PLAN   PIC 9(02).
              02 DATA-VENC-PLAN    PIC 9(08).
              02 VALOR-PARC-PLAN   PIC 9(09)V9(02).
              02 SITUACAO-PARC     PIC X(01).

      * SALDODEV: saldo devedor/credor por socio (EX01).
       FD     SALDODEV
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SALDODEV.DAT".
       01     REG-SALDODEV.
              02 NUMERO-SOCIO-DEV      PIC 9(06).
              02 SALDO-DEVEDOR-DEV     PIC 9(09)V9(02).
              02 SALDO-CREDOR-DEV      PIC 9(09)V9(02).

       WORKING-STORAGE      SECTION.

      * Sign-on pela subrotina compartilhada SIGNON.
       77 FUNCAO-EXIGIDA           PIC X(01) VALUE "R".
       77 OPERADOR-SESSAO          PIC X(08) VALUE SPACES.
       77 AUTORIZADO-SUBR          PIC X(01) VALUE "N".
       77 RESESP-STATUS            PIC X(02) VALUE "00".
       77 CADMSOCI-STATUS          PIC X(02) VALUE "00".
       77 CADESP-STATUS            PIC X(02) VALUE "00".
       77 FIM-DIGITACAO            PIC X(03) VALUE "NAO".
       77 FIM-RES                  PIC X(03) VALUE "NAO".
       77 FIM-SOC1                 PIC X(03) VALUE "NAO".
       77 FIM-PLAN                 PIC X(03) VALUE "NAO".
       77 FIM-DEV                  PIC X(03) VALUE "NAO".
       77 TOTAL-ACEITAS            PIC 9(05) VALUE ZEROES.
       77 MENSAGEM-TELA            PIC X(44) VALUE SPACES.
       77 NOME-ECO                 PIC X(30) VALUE SPACES.
       77 NOME-ESPACO-ECO          PIC X(30) VALUE SPACES.
       77 VALOR-ECO                PIC 9(07)V9(02) VALUE ZEROES.
       77 HORARIO-OCUPADO          PIC X(03) VALUE "NAO".
       77 ULTIMO-NUMERO-RES        PIC 9(06) VALUE ZEROES.
       77 TITULAR-RESERVA          PIC 9(06) VALUE ZEROES.
       01 DATA-HOJE.
              02 ANO-HOJE          PIC 9(04).
              02 MES-HOJE          PIC 9(02).
              02 DIA-HOJE          PIC 9(02).
       77 DATA-HOJE-NUM            PIC 9(08) VALUE ZEROES.

      * Pendencias do socio, apuradas a cada reserva nos mesmos tres
      * arquivos da declaracao de nada consta (EX46).
       77 VALOR-ATRASO-ABERTO      PIC 9(09)V9(02) VALUE ZEROES.
       77 QTD-PARC-ABERTAS         PIC 9(05) VALUE ZEROES.
       77 SALDO-DEVEDOR-SOCIO      PIC 9(09)V9(02) VALUE ZEROES.

      * Taxa da reserva: taxa por hora da categoria do socio (ou a
      * padrao do espaco) vezes as horas reservadas.
       77 IDX-TAXA                 PIC 9(01) VALUE ZEROES.
       77 TAXA-HORA                PIC 9(05)V9(02) VALUE ZEROES.
       77 HORAS-RESERVA            PIC 9(02) VALUE ZEROES.

      * Campos de digitacao da tela.
       77 SOCIO-TELA               PIC 9(06) VALUE ZEROES.
       77 ESPACO-TELA              PIC X(03) VALUE SPACES.
       77 DATA-TELA                PIC 9(08) VALUE ZEROES.
       77 HORA-INICIO-TELA         PIC 9(02) VALUE ZEROES.
       77 HORA-FIM-TELA            PIC 9(02) VALUE ZEROES.
       77 PESSOAS-TELA             PIC 9(04) VALUE ZEROES.

      * Horarios ja reservados de hoje em diante (espaco + data +
      * faixa de horas), carregados de RESESP e acrescidos a cada
      * aceite.
       77 TOTAL-OCUP               PIC 9(05) VALUE ZEROES.
       77 IDX-OCUP                 PIC 9(05) VALUE ZEROES.
       01     TABELA-OCUP.
              02 OCUP-REG          OCCURS 2000 TIMES.
                 03 ESPACO-OCUP-TAB      PIC X(03).
                 03 DATA-OCUP-TAB        PIC 9(08).
                 03 HORA-INICIO-OCUP-TAB PIC 9(02).
                 03 HORA-FIM-OCUP-TAB    PIC 9(02).

       SCREEN                SECTION.
       01     TELA-RESERVA.
              05 BLANK SCREEN.
              05 LINE 1  COLUMN 20
                 VALUE "RESERVA DE ESPACOS DO CLUBE".
              05 LINE 2  COLUMN 5  VALUE "OPERADOR.......:".
              05 LINE 2  COLUMN 23 PIC X(08)  FROM OPERADOR-SESSAO.
              05 LINE 3  COLUMN 5  VALUE "SOCIO (0=FIM)..:".
              05 LINE 3  COLUMN 23 PIC 9(06)  USING SOCIO-TELA.
              05 LINE 4  COLUMN 5  VALUE "NOME...........:".
              05 LINE 4  COLUMN 23 PIC X(30)  FROM NOME-ECO.
              05 LINE 5  COLUMN 5  VALUE "ESPACO (COD)...:".
              05 LINE 5  COLUMN 23 PIC X(03)  USING ESPACO-TELA.
              05 LINE 6  COLUMN 5  VALUE "ESPACO.........:".
              05 LINE 6  COLUMN 23 PIC X(30)  FROM NOME-ESPACO-ECO.
              05 LINE 7  COLUMN 5  VALUE "DATA (AAAAMMDD):".
              05 LINE 7  COLUMN 23 PIC 9(08)  USING DATA-TELA.
              05 LINE 8  COLUMN 5  VALUE "HORA INICIO(HH):".
              05 LINE 8  COLUMN 23 PIC 9(02)  USING HORA-INICIO-TELA.
              05 LINE 9  COLUMN 5  VALUE "HORA FIM (HH)..:".
              05 LINE 9  COLUMN 23 PIC 9(02)  USING HORA-FIM-TELA.
              05 LINE 10 COLUMN 5  VALUE "PESSOAS........:".
              05 LINE 10 COLUMN 23 PIC 9(04)  USING PESSOAS-TELA.
              05 LINE 11 COLUMN 5  VALUE "TAXA DEVIDA....:".
              05 LINE 11 COLUMN 23 PIC ZZZ.ZZ9,99 FROM VALOR-ECO.

       01     TELA-MENSAGEM.
              05 LINE 13 COLUMN 5  PIC X(44) FROM MENSAGEM-TELA.

      *==============================================================
       PROCEDURE            DIVISION.

       PGM-EX95.
              PERFORM EXIGE-REGISTRO.
              PERFORM INICIO.
              PERFORM DIGITA UNTIL FIM-DIGITACAO EQUAL "SIM".
              PERFORM TERMINO.
              STOP RUN.

      * A tela reserva espaco em nome do socio e gera cobranca:
      * exige sign-on de perfil registro (ou superior) pela
      * subrotina compartilhada SIGNON.
       EXIGE-REGISTRO.
              CALL "SIGNON" USING FUNCAO-EXIGIDA OPERADOR-SESSAO
                   AUTORIZADO-SUBR.
              IF AUTORIZADO-SUBR NOT EQUAL "S"
                     DISPLAY "EX95: ACESSO RECUSADO - PERFIL"
                             " REGISTRO EXIGIDO"
                     MOVE 2 TO RETURN-CODE
                     STOP RUN.

      * Carrega os horarios ja reservados e reabre RESESP em EXTEND
      * (mesmo probe por FILE STATUS "35" de ABRE-HISTORICO do EX01).
       INICIO.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              COMPUTE DATA-HOJE-NUM = ANO-HOJE * 10000
                                    + MES-HOJE * 100 + DIA-HOJE.
              PERFORM CARREGA-RESERVAS.
              OPEN INPUT RESESP.
              IF RESESP-STATUS EQUAL "35"
                     CLOSE RESESP
                     OPEN OUTPUT RESESP
              ELSE
                     CLOSE RESESP
                     OPEN EXTEND RESESP
              END-IF.
              OPEN INPUT CADMSOCI
                   INPUT CADESP.

      * O numero da reserva segue o maior ja gravado; so as reservas
      * de hoje em diante podem colidir com uma nova.
       CARREGA-RESERVAS.
              OPEN INPUT RESESP.
              PERFORM UNTIL FIM-RES EQUAL "SIM"
                      READ RESESP
                             AT END MOVE "SIM" TO FIM-RES
                             NOT AT END
                                  IF NUMERO-RES GREATER THAN
                                        ULTIMO-NUMERO-RES
                                       MOVE NUMERO-RES
                                         TO ULTIMO-NUMERO-RES
                                  END-IF
                                  IF DATA-USO-RES NOT LESS THAN
                                        DATA-HOJE-NUM
                                    AND TOTAL-OCUP LESS THAN 2000
                                       ADD 1 TO TOTAL-OCUP
                                       MOVE CODIGO-ESPACO-RES TO
                                          ESPACO-OCUP-TAB(TOTAL-OCUP)
                                       MOVE DATA-USO-RES TO
                                          DATA-OCUP-TAB(TOTAL-OCUP)
                                       MOVE HORA-INICIO-RES TO
                                          HORA-INICIO-OCUP-TAB
                                             (TOTAL-OCUP)
                                       MOVE HORA-FIM-RES TO
                                          HORA-FIM-OCUP-TAB
                                             (TOTAL-OCUP)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE RESESP.

       DIGITA.
              DISPLAY TELA-RESERVA.
              ACCEPT  TELA-RESERVA.
              IF SOCIO-TELA EQUAL ZEROES
                     MOVE "SIM" TO FIM-DIGITACAO
              ELSE
                     PERFORM CRITICA-E-GRAVA.

      * Critica imediata: socio ativo e sem pendencia, espaco ativo,
      * data e horas coerentes, lotacao e horario livre no espaco.
       CRITICA-E-GRAVA.
              MOVE SPACES TO MENSAGEM-TELA.
              MOVE SPACES TO NOME-ECO NOME-ESPACO-ECO.
              MOVE ZEROES TO VALOR-ECO.
              MOVE SOCIO-TELA TO NUMERO-SOCIO-MSOC.
              READ CADMSOCI KEY IS NUMERO-SOCIO-MSOC
                     INVALID KEY
                            MOVE "SOCIO NAO CADASTRADO"
                              TO MENSAGEM-TELA
                     NOT INVALID KEY
                            MOVE NOME-SOCIO-MSOC TO NOME-ECO
                            IF STATUS-SOCIO-MSOC NOT EQUAL "A"
                                   MOVE "SOCIO NAO ATIVO - RECUSADA"
                                     TO MENSAGEM-TELA
                            END-IF
              END-READ.
              IF MENSAGEM-TELA EQUAL SPACES
                     PERFORM APURA-PENDENCIAS
                     IF VALOR-ATRASO-ABERTO GREATER THAN ZEROES
                       OR QTD-PARC-ABERTAS GREATER THAN ZEROES
                       OR SALDO-DEVEDOR-SOCIO GREATER THAN ZEROES
                            MOVE "SOCIO COM PENDENCIA - RECUSADA"
                              TO MENSAGEM-TELA
                     END-IF
              END-IF.
              IF MENSAGEM-TELA EQUAL SPACES
                     PERFORM VALIDA-ESPACO.
              IF MENSAGEM-TELA EQUAL SPACES
                     IF DATA-TELA LESS THAN DATA-HOJE-NUM
                            MOVE "DATA INVALIDA OU PASSADA"
                              TO MENSAGEM-TELA
                     ELSE IF HORA-INICIO-TELA GREATER THAN 23
                       OR HORA-FIM-TELA GREATER THAN 24
                       OR HORA-FIM-TELA NOT GREATER THAN
                          HORA-INICIO-TELA
                            MOVE "HORARIO INVALIDO (INICIO/FIM)"
                              TO MENSAGEM-TELA
                     ELSE IF PESSOAS-TELA GREATER THAN CAPACIDADE-ESP
                            MOVE "LOTACAO ACIMA DA CAPACIDADE"
                              TO MENSAGEM-TELA.
              IF MENSAGEM-TELA EQUAL SPACES
                     PERFORM VERIFICA-HORARIO
                     IF HORARIO-OCUPADO EQUAL "SIM"
                            MOVE "HORARIO JA RESERVADO NESTE ESPACO"
                              TO MENSAGEM-TELA
                     END-IF
              END-IF.
              IF MENSAGEM-TELA EQUAL SPACES
                     PERFORM CALCULA-TAXA
                     PERFORM GRAVA-RESERVA
              ELSE
                     DISPLAY TELA-MENSAGEM.

      * Mesmo cruzamento de APURA-PENDENCIAS do EX46: atraso em
      * aberto no movimento, parcela de negociacao aberta e saldo
      * devedor.
       APURA-PENDENCIAS.
              MOVE ZEROES TO VALOR-ATRASO-ABERTO QTD-PARC-ABERTAS
                             SALDO-DEVEDOR-SOCIO.
              MOVE "NAO" TO FIM-SOC1 FIM-PLAN FIM-DEV.
              OPEN INPUT CADSOC1.
              PERFORM UNTIL FIM-SOC1 EQUAL "SIM"
                      READ CADSOC1
                             AT END MOVE "SIM" TO FIM-SOC1
                             NOT AT END
                                  IF CODIGO-PAGAMENTO1 EQUAL 2
                                    AND NUMERO-SOCIO1 EQUAL SOCIO-TELA
                                       ADD VALOR-PAGAMENTO1
                                           TO VALOR-ATRASO-ABERTO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADSOC1.
              OPEN INPUT PLANNEG.
              PERFORM UNTIL FIM-PLAN EQUAL "SIM"
                      READ PLANNEG
                             AT END MOVE "SIM" TO FIM-PLAN
                             NOT AT END
                                  IF NUMERO-SOCIO-PLAN EQUAL SOCIO-TELA
                                    AND SITUACAO-PARC EQUAL "A"
                                       ADD 1 TO QTD-PARC-ABERTAS
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE PLANNEG.
              OPEN INPUT SALDODEV.
              PERFORM UNTIL FIM-DEV EQUAL "SIM"
                      READ SALDODEV
                             AT END MOVE "SIM" TO FIM-DEV
                             NOT AT END
                                  IF NUMERO-SOCIO-DEV EQUAL SOCIO-TELA
                                       MOVE SALDO-DEVEDOR-DEV
                                         TO SALDO-DEVEDOR-SOCIO
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE SALDODEV.

       VALIDA-ESPACO.
              MOVE ESPACO-TELA TO CODIGO-ESP.
              READ CADESP KEY IS CODIGO-ESP
                     INVALID KEY
                            MOVE "ESPACO NAO CADASTRADO"
                              TO MENSAGEM-TELA
                     NOT INVALID KEY
                            MOVE NOME-ESP TO NOME-ESPACO-ECO
                            IF ATIVO-ESP NOT EQUAL "S"
                                   MOVE "ESPACO DESATIVADO"
                                     TO MENSAGEM-TELA
                            END-IF
              END-READ.

      * Sobreposicao: mesmo espaco, mesmo dia e as faixas de horas
      * se cruzam (inicio antes do fim da outra e fim depois do
      * inicio dela - a hora de fim nao conta como ocupada).
       VERIFICA-HORARIO.
              MOVE "NAO" TO HORARIO-OCUPADO.
              PERFORM VARYING IDX-OCUP FROM 1 BY 1
                      UNTIL IDX-OCUP GREATER THAN TOTAL-OCUP
                      IF ESPACO-OCUP-TAB(IDX-OCUP) EQUAL ESPACO-TELA
                        AND DATA-OCUP-TAB(IDX-OCUP) EQUAL DATA-TELA
                        AND HORA-INICIO-TELA LESS THAN
                            HORA-FIM-OCUP-TAB(IDX-OCUP)
                        AND HORA-FIM-TELA GREATER THAN
                            HORA-INICIO-OCUP-TAB(IDX-OCUP)
                             MOVE "SIM" TO HORARIO-OCUPADO
                      END-IF
              END-PERFORM.

      * Categoria do socio com taxa propria no espaco; sem ela, vale
      * a taxa padrao.
       CALCULA-TAXA.
              MOVE TAXA-PADRAO-ESP TO TAXA-HORA.
              PERFORM VARYING IDX-TAXA FROM 1 BY 1
                      UNTIL IDX-TAXA GREATER THAN 5
                      IF CATEGORIA-TAXA-ESP(IDX-TAXA) EQUAL
                            CATEGORIA-MSOC
                        AND CATEGORIA-MSOC NOT EQUAL SPACES
                             MOVE VALOR-TAXA-ESP(IDX-TAXA)
                               TO TAXA-HORA
                      END-IF
              END-PERFORM.
              COMPUTE HORAS-RESERVA = HORA-FIM-TELA - HORA-INICIO-TELA.
              COMPUTE VALOR-ECO = TAXA-HORA * HORAS-RESERVA.

       GRAVA-RESERVA.
              ADD 1 TO TOTAL-ACEITAS.
              ADD 1 TO ULTIMO-NUMERO-RES.
              IF TITULAR-MSOC GREATER THAN ZEROES
                     MOVE TITULAR-MSOC      TO TITULAR-RESERVA
              ELSE
                     MOVE NUMERO-SOCIO-MSOC TO TITULAR-RESERVA.
              MOVE ULTIMO-NUMERO-RES TO NUMERO-RES.
              MOVE ESPACO-TELA       TO CODIGO-ESPACO-RES.
              MOVE DATA-TELA         TO DATA-USO-RES.
              MOVE HORA-INICIO-TELA  TO HORA-INICIO-RES.
              MOVE HORA-FIM-TELA     TO HORA-FIM-RES.
              MOVE PESSOAS-TELA      TO PESSOAS-RES.
              MOVE SOCIO-TELA        TO NUMERO-SOCIO-RES.
              MOVE NOME-SOCIO-MSOC   TO NOME-SOCIO-RES.
              MOVE TITULAR-RESERVA   TO TITULAR-RES.
              MOVE CATEGORIA-MSOC    TO CATEGORIA-RES.
              MOVE VALOR-ECO         TO VALOR-RES.
              MOVE "R"               TO SITUACAO-RES.
              MOVE SPACES            TO MEIO-COBRANCA-RES.
              MOVE ZEROES            TO DATA-VENC-RES NOSSO-NUMERO-RES
                                        DATA-PGTO-RES.
              MOVE DATA-HOJE-NUM     TO DATA-REGISTRO-RES.
              MOVE OPERADOR-SESSAO   TO OPERADOR-RES.
              WRITE REG-RES.
              IF TOTAL-OCUP LESS THAN 2000
                     ADD 1 TO TOTAL-OCUP
                     MOVE ESPACO-TELA TO ESPACO-OCUP-TAB(TOTAL-OCUP)
                     MOVE DATA-TELA   TO DATA-OCUP-TAB(TOTAL-OCUP)
                     MOVE HORA-INICIO-TELA
                       TO HORA-INICIO-OCUP-TAB(TOTAL-OCUP)
                     MOVE HORA-FIM-TELA
                       TO HORA-FIM-OCUP-TAB(TOTAL-OCUP).
              DISPLAY TELA-RESERVA.
              MOVE "RESERVA ACEITA - PROXIMO SOCIO"
                TO MENSAGEM-TELA.
              DISPLAY TELA-MENSAGEM.
              PERFORM LIMPA-TELA.

       LIMPA-TELA.
              MOVE ZEROES TO SOCIO-TELA DATA-TELA HORA-INICIO-TELA
                             HORA-FIM-TELA PESSOAS-TELA.
              MOVE SPACES TO ESPACO-TELA.

       TERMINO.
              CLOSE RESESP
                    CADMSOCI
                    CADESP.
