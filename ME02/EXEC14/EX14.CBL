      *              (LEMBRETE 1-30, AVISO FIRME 31-60, NOTIFICACAO
      *              FINAL COM MULTA 61+), VALOR DEVIDO E PRAZO DE
      *              PAGAMENTO, EM UM ARQUIVO DE IMPRESSAO PRONTO
      *              PARA A GRAFICA/CORREIO. SOCIO NA FAIXA "A" DE
      *              RISCO DA PONTUACAO DO EX87 (SCORERSC.DAT) RECEBE
      *              O TEXTO DA FAIXA DE ATRASO SEGUINTE.

      *==============================================================
       ENVIRONMENT          DIVISION.
              SELECT OPTIONAL ENDQUAR ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL SCORERSC ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CARTAS ASSIGN TO DISK.

              SELECT OPTIONAL RUNLOG ASSIGN TO DISK
              02 MOTIVO-ENDQ       PIC X(02).
              02 DATA-ENDQ         PIC 9(08).

      * SCORERSC: pontuacao de risco por socio (EX87).
       FD     SCORERSC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "SCORERSC.DAT".
       COPY SCORERSC.

      * CARTAS: arquivo de impressao, uma carta por pagina.
       FD     CARTAS
              LABEL RECORD IS OMITTED.
       01     TABELA-ENDQ.
              02 CPF-ENDQ-TAB      PIC 9(11) OCCURS 2000 TIMES.

      * Socios da faixa "A" de risco (SCORERSC.DAT, EX87): a carta
      * sobe um degrau - lembrete vira aviso firme, aviso firme vira
      * notificacao final.
       77 FIM-SCR                  PIC X(03) VALUE "NAO".
       77 TOTAL-RISCO-ALTO         PIC 9(05) VALUE ZEROES.
       77 IDX-RISCO                PIC 9(05) VALUE ZEROES.
       77 RISCO-ALTO               PIC X(03) VALUE "NAO".
       01     TABELA-RISCO.
              02 NUMERO-RISCO-TAB  PIC 9(06) OCCURS 2000 TIMES.

       01 LINHA-TIMBRE.
              02 FILLER            PIC X(26) VALUE SPACES.
              02 FILLER            PIC X(28)
              PERFORM CARREGA-PERDAS.
              PERFORM CARREGA-CONSENTIMENTO.
              PERFORM CARREGA-QUARENTENA.
              PERFORM CARREGA-RISCO.
              OPEN   INPUT  CADSOC1
                     OUTPUT CARTAS.
              PERFORM LEITURA.
              END-PERFORM.
              CLOSE ENDQUAR.

      * Le a pontuacao de risco (EX87) guardando so a faixa "A".
      * Ausente, nenhuma carta e agravada; registro alem da tabela
      * so deixa a carta no texto normal da faixa de atraso.
       CARREGA-RISCO.
              OPEN INPUT SCORERSC.
              PERFORM UNTIL FIM-SCR EQUAL "SIM"
                      READ SCORERSC
                             AT END MOVE "SIM" TO FIM-SCR
                             NOT AT END
                                  IF FAIXA-SCR EQUAL "A"
                                    AND TOTAL-RISCO-ALTO LESS THAN 2000
                                       ADD 1 TO TOTAL-RISCO-ALTO
                                       MOVE NUMERO-SOCIO-SCR TO
                                          NUMERO-RISCO-TAB
                                             (TOTAL-RISCO-ALTO)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE SCORERSC.

       LEITURA.
              READ CADSOC1
                     AT END MOVE "SIM" TO FIM-ARQ
                      END-IF
              END-PERFORM.

       VERIFICA-RISCO.
              MOVE "NAO" TO RISCO-ALTO.
              PERFORM VARYING IDX-RISCO FROM 1 BY 1
                      UNTIL IDX-RISCO GREATER THAN TOTAL-RISCO-ALTO
                      IF NUMERO-RISCO-TAB(IDX-RISCO) EQUAL
                            NUMERO-SOCIO1
                             MOVE "SIM" TO RISCO-ALTO
                      END-IF
              END-PERFORM.

       GERA-CARTA.
              ADD 1 TO TOTAL-CARTAS.
              PERFORM CALCULA-MULTA.
              PERFORM VERIFICA-RISCO.
              PERFORM IMPRIME-CABECALHO-CARTA.
              IF DIAS-ATRASO1 NOT GREATER THAN 30
                AND RISCO-ALTO EQUAL "NAO"
                     PERFORM TEXTO-LEMBRETE
              ELSE IF DIAS-ATRASO1 NOT GREATER THAN 60
                AND (RISCO-ALTO EQUAL "NAO"
                  OR DIAS-ATRASO1 NOT GREATER THAN 30)
                     PERFORM TEXTO-AVISO
              ELSE
                     PERFORM TEXTO-NOTIFICACAO.
