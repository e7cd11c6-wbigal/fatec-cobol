      *              AS TRES NOTAS LEVADAS AO CADALU.DAT, E O
      *              RELATORIO DE CONTROLE (RELPAUTR) MOSTRA, FOLHA A
      *              FOLHA, LINHAS APLICADAS E RECUSADAS.
      *              A FOLHA APLICADA E BAIXADA NO CONTROLE DE
      *              EMISSAO PAUTACTL.DAT (GRAVADO PELO EX17) COM A
      *              DATA DE HOJE, E O RELATORIO FECHA COM AS FOLHAS
      *              AINDA PENDENTES APOS O PRAZO DE DEVOLUCAO,
      *              AGRUPADAS POR PROFESSOR, PARA A COBRANCA.

      *==============================================================
       ENVIRONMENT                 DIVISION.
              SELECT  OPTIONAL  CADALU     ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT  OPTIONAL  PAUTACTL   ASSIGN        TO DISK
              ORGANIZATION  IS            LINE          SEQUENTIAL.

              SELECT        RELPAUTR      ASSIGN        TO DISK.

              SELECT  OPTIONAL  RUNLOG     ASSIGN        TO DISK
              02     NOTA1-PAU     PIC 9(02)V99.
              02     NOTA2-PAU     PIC 9(02)V99.
              02     NOTA3-PAU     PIC 9(02)V99.
              02     PROFESSOR-PAU PIC X(20).

      * CADALU: matriculas, carregadas por completo e regravadas com
      * as notas das folhas aprovadas.
              02     TERMO-ALU     PIC 9(02).
              02     DISCIPLINA-ALU PIC X(08).
              02     STATUS-ALU    PIC X(01).
              02     DATA-STATUS-ALU PIC 9(08).
              02     CPF-ALU       PIC 9(11).

      * PAUTACTL: controle de emissao/devolucao das folhas (EX17),
      * carregado por completo e regravado com as baixas.
       FD     PAUTACTL
              LABEL         RECORD        ARE    STANDARD
              VALUE         OF FILE-ID    IS     "PAUTACTL.DAT".
       COPY PAUTACTL.

       FD     RELPAUTR
              LABEL         RECORD IS     OMITTED.
       77     TOTAL-RECUSADAS PIC 9(05)   VALUE ZEROS.
       77     TOTAL-FOLHAS-OK PIC 9(03)   VALUE ZEROS.
       77     TOTAL-FOLHAS-RECUSADAS PIC 9(03) VALUE ZEROS.
       77     FIM-CTL       PIC X(03)     VALUE "NAO".
       77     DATA-HOJE     PIC 9(08)     VALUE ZEROS.
       77     TOTAL-PENDENTES PIC 9(03)   VALUE ZEROS.
       77     CODIGO-ANTERIOR PIC 9(05)   VALUE ZEROS.
       01     DATA-PRAZO-PEND.
              02     ANO-PRAZO-PEND PIC 9(04).
              02     MES-PRAZO-PEND PIC 9(02).
              02     DIA-PRAZO-PEND PIC 9(02).
       01     DATA-PRAZO-PEND-N REDEFINES DATA-PRAZO-PEND PIC 9(08).
       01     HORA-ATUAL.
              02 HH-ATUAL   PIC 9(02).
              02 MM-ATUAL   PIC 9(02).
                     03     TERMO-ALU-TAB    PIC 9(02).
                     03     DISCIPLINA-ALU-TAB PIC X(08).
                     03     STATUS-ALU-TAB   PIC X(01).
                     03     DATA-STATUS-ALU-TAB PIC 9(08).
                     03     CPF-ALU-TAB      PIC 9(11).

      * Linhas da pauta em memoria, com o veredicto por linha e por
      * folha (disciplina+termo): a folha com qualquer linha ruim e
                     03     SITUACAO-FOL-TAB PIC X(01).
                     03     MOTIVO-FOL-TAB   PIC X(24).

      * Controle de emissao em memoria (PAUTACTL.DAT), na ordem do
      * professor em que o EX17 o gravou.
       77     TOTAL-CTL     PIC 9(03)     VALUE ZEROS.
       77     IDX-CTL       PIC 9(03)     VALUE ZEROS.
       01     TABELA-CONTROLE.
              02     CTL-REG       OCCURS 500 TIMES.
                     03     DISCIPLINA-CTL-TAB PIC X(08).
                     03     TERMO-CTL-TAB    PIC 9(02).
                     03     CODIGO-PROF-CTL-TAB PIC 9(05).
                     03     NOME-PROF-CTL-TAB PIC X(20).
                     03     QTD-LINHAS-CTL-TAB PIC 9(04).
                     03     DATA-EMISSAO-CTL-TAB PIC 9(08).
                     03     PRAZO-CTL-TAB    PIC 9(08).
                     03     SITUACAO-CTL-TAB PIC X(01).
                     03     DATA-DEVOLUCAO-CTL-TAB PIC 9(08).

       01     CAB-PAUTR-01.
              02     FILLER        PIC X(16) VALUE SPACES.
              02     FILLER        PIC X(48)
              02     VAR-MOTIVO-FOL PIC X(24).
              02     FILLER        PIC X(43) VALUE SPACES.

       01     CAB-PENDENTES.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(78)
                     VALUE "FOLHAS PENDENTES APOS O PRAZO".

       01     CAB-PROF-PEND.
              02     FILLER        PIC X(02) VALUE SPACES.
              02     FILLER        PIC X(11) VALUE "PROFESSOR: ".
              02     VAR-CODIGO-PROF PIC 9(05).
              02     FILLER        PIC X(01) VALUE SPACES.
              02     VAR-NOME-PROF PIC X(23).
              02     FILLER        PIC X(38) VALUE SPACES.

       01     DETALHE-PEND.
              02     FILLER        PIC X(05) VALUE SPACES.
              02     FILLER        PIC X(07) VALUE "FOLHA: ".
              02     VAR-DISC-PEND PIC X(08).
              02     FILLER        PIC X(07) VALUE "  TERMO".
              02     VAR-TERMO-PEND PIC Z9.
              02     FILLER        PIC X(09) VALUE "  PRAZO: ".
              02     VAR-DIA-PRAZO PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-MES-PRAZO PIC 99.
              02     FILLER        PIC X(01) VALUE "/".
              02     VAR-ANO-PRAZO PIC 9999.
              02     FILLER        PIC X(32) VALUE SPACES.

       01     ROD-PAUTR-01.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Linhas aplicadas         :".
              02     VAR-FOLHAS-REC PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

       01     ROD-PAUTR-04.
              02     FILLER        PIC X(05) VALUE SPACES.
              02 FILLER PIC X(27) VALUE "Folhas com prazo vencido :".
              02     VAR-PENDENTES PIC ZZZ9.
              02     FILLER        PIC X(44) VALUE SPACES.

      *==============================================================
       PROCEDURE                   DIVISION.

              PERFORM CONFERE-COMPLETUDE.
              PERFORM APLICA-FOLHAS-LIMPAS.
              PERFORM REGRAVA-CADALU.
              PERFORM BAIXA-CONTROLE.
              PERFORM IMPRIME-CONTROLE.
              PERFORM IMPRIME-PENDENTES.
              PERFORM FIM.
              STOP RUN.

       INICIO.
              PERFORM CARREGA-CADALU.
              PERFORM CARREGA-PAUTA.
              PERFORM CARREGA-CONTROLE.
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
              OPEN OUTPUT RELPAUTR.
              WRITE REG-REL FROM CAB-PAUTR-01 AFTER ADVANCING 1 LINE.

       ABORTA-TABELA-CHEIA.
              DISPLAY "*** EX18: TABELA EM MEMORIA EXCEDIDA -"
                      " EXECUCAO ABORTADA SEM REGRAVAR".
              MOVE 4 TO RETURN-CODE.
              STOP RUN.
                                     DISCIPLINA-ALU-TAB(TOTAL-ALUNOS)
                                  MOVE STATUS-ALU TO
                                     STATUS-ALU-TAB(TOTAL-ALUNOS)
                                  IF DATA-STATUS-ALU NUMERIC
                                     MOVE DATA-STATUS-ALU TO
                                        DATA-STATUS-ALU-TAB
                                           (TOTAL-ALUNOS)
                                  ELSE
                                     MOVE ZEROS TO
                                        DATA-STATUS-ALU-TAB
                                           (TOTAL-ALUNOS)
                                  END-IF
                                  IF CPF-ALU NUMERIC
                                     MOVE CPF-ALU TO
                                        CPF-ALU-TAB(TOTAL-ALUNOS)
                                  ELSE
                                     MOVE ZEROS TO
                                        CPF-ALU-TAB(TOTAL-ALUNOS)
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CADALU.
              END-PERFORM.
              CLOSE PAUTANOT.

      * Sem PAUTACTL.DAT (pauta emitida antes do controle) o
      * programa so nao baixa nem lista pendencias.
       CARREGA-CONTROLE.
              OPEN INPUT PAUTACTL.
              PERFORM UNTIL FIM-CTL EQUAL "SIM"
                      READ PAUTACTL
                             AT END MOVE "SIM" TO FIM-CTL
                             NOT AT END
                                  IF TOTAL-CTL NOT LESS THAN 500
                                       PERFORM ABORTA-TABELA-CHEIA
                                  END-IF
                                  ADD 1 TO TOTAL-CTL
                                  MOVE DISCIPLINA-PCT TO
                                     DISCIPLINA-CTL-TAB(TOTAL-CTL)
                                  MOVE TERMO-PCT TO
                                     TERMO-CTL-TAB(TOTAL-CTL)
                                  MOVE CODIGO-PROF-PCT TO
                                     CODIGO-PROF-CTL-TAB(TOTAL-CTL)
                                  MOVE NOME-PROF-PCT TO
                                     NOME-PROF-CTL-TAB(TOTAL-CTL)
                                  MOVE QTD-LINHAS-PCT TO
                                     QTD-LINHAS-CTL-TAB(TOTAL-CTL)
                                  MOVE DATA-EMISSAO-PCT TO
                                     DATA-EMISSAO-CTL-TAB(TOTAL-CTL)
                                  MOVE PRAZO-PCT TO
                                     PRAZO-CTL-TAB(TOTAL-CTL)
                                  MOVE SITUACAO-PCT TO
                                     SITUACAO-CTL-TAB(TOTAL-CTL)
                                  MOVE DATA-DEVOLUCAO-PCT TO
                                     DATA-DEVOLUCAO-CTL-TAB(TOTAL-CTL)
                      END-READ
              END-PERFORM.
              CLOSE PAUTACTL.

      * Critica linha a linha; a primeira linha ruim de uma folha ja
      * reprova a folha (disciplina+termo) inteira.
       CRITICA-LINHAS.
                      MOVE DISCIPLINA-ALU-TAB(IDX-ALU) TO
                           DISCIPLINA-ALU
                      MOVE STATUS-ALU-TAB(IDX-ALU)   TO STATUS-ALU
                      MOVE DATA-STATUS-ALU-TAB(IDX-ALU) TO
                           DATA-STATUS-ALU
                      MOVE CPF-ALU-TAB(IDX-ALU)      TO CPF-ALU
                      WRITE REG-ALU
              END-PERFORM.
              CLOSE CADALU.

      * Folha aplicada = folha devolvida: baixa no controle com a
      * data de hoje. Folha recusada continua pendente - o
      * professor tem de reenviar.
       BAIXA-CONTROLE.
              IF TOTAL-CTL GREATER THAN ZEROS
                     PERFORM BAIXA-UMA-FOLHA
                             VARYING IDX-FOLHA FROM 1 BY 1
                             UNTIL IDX-FOLHA GREATER THAN TOTAL-FOLHAS
                     PERFORM REGRAVA-CONTROLE.

       BAIXA-UMA-FOLHA.
              IF SITUACAO-FOL-TAB(IDX-FOLHA) EQUAL "A"
                     PERFORM VARYING IDX-CTL FROM 1 BY 1
                             UNTIL IDX-CTL GREATER THAN TOTAL-CTL
                             IF DISCIPLINA-CTL-TAB(IDX-CTL) EQUAL
                                   DISCIPLINA-FOL-TAB(IDX-FOLHA)
                               AND TERMO-CTL-TAB(IDX-CTL) EQUAL
                                   TERMO-FOL-TAB(IDX-FOLHA)
                               AND SITUACAO-CTL-TAB(IDX-CTL) EQUAL "E"
                                  MOVE "D" TO SITUACAO-CTL-TAB(IDX-CTL)
                                  MOVE DATA-HOJE TO
                                       DATA-DEVOLUCAO-CTL-TAB(IDX-CTL)
                             END-IF
                     END-PERFORM.

       REGRAVA-CONTROLE.
              OPEN OUTPUT PAUTACTL.
              PERFORM VARYING IDX-CTL FROM 1 BY 1
                      UNTIL IDX-CTL GREATER THAN TOTAL-CTL
                      MOVE DISCIPLINA-CTL-TAB(IDX-CTL) TO DISCIPLINA-PCT
                      MOVE TERMO-CTL-TAB(IDX-CTL)      TO TERMO-PCT
                      MOVE CODIGO-PROF-CTL-TAB(IDX-CTL)
                        TO CODIGO-PROF-PCT
                      MOVE NOME-PROF-CTL-TAB(IDX-CTL)  TO NOME-PROF-PCT
                      MOVE QTD-LINHAS-CTL-TAB(IDX-CTL) TO QTD-LINHAS-PCT
                      MOVE DATA-EMISSAO-CTL-TAB(IDX-CTL)
                        TO DATA-EMISSAO-PCT
                      MOVE PRAZO-CTL-TAB(IDX-CTL)      TO PRAZO-PCT
                      MOVE SITUACAO-CTL-TAB(IDX-CTL)   TO SITUACAO-PCT
                      MOVE DATA-DEVOLUCAO-CTL-TAB(IDX-CTL)
                        TO DATA-DEVOLUCAO-PCT
                      WRITE REG-PAUTACTL
              END-PERFORM.
              CLOSE PAUTACTL.

      * Controle folha a folha: veredicto e as linhas recusadas com
      * o motivo.
       IMPRIME-CONTROLE.
                      END-IF
              END-PERFORM.

      * Folhas ainda emitidas (nao devolvidas) com o prazo vencido,
      * com quebra por professor - o PAUTACTL ja vem na ordem dele.
       IMPRIME-PENDENTES.
              PERFORM IMPRIME-UMA-PENDENTE
                      VARYING IDX-CTL FROM 1 BY 1
                      UNTIL IDX-CTL GREATER THAN TOTAL-CTL.

       IMPRIME-UMA-PENDENTE.
              IF SITUACAO-CTL-TAB(IDX-CTL) EQUAL "E"
                AND PRAZO-CTL-TAB(IDX-CTL) LESS THAN DATA-HOJE
                     IF TOTAL-PENDENTES EQUAL ZEROS
                            WRITE REG-REL FROM CAB-PENDENTES
                                  AFTER ADVANCING 3 LINES
                     END-IF
                     IF TOTAL-PENDENTES EQUAL ZEROS
                       OR CODIGO-PROF-CTL-TAB(IDX-CTL) NOT EQUAL
                          CODIGO-ANTERIOR
                            PERFORM IMPRIME-PROFESSOR-PEND
                     END-IF
                     MOVE DISCIPLINA-CTL-TAB(IDX-CTL) TO VAR-DISC-PEND
                     MOVE TERMO-CTL-TAB(IDX-CTL)      TO VAR-TERMO-PEND
                     MOVE PRAZO-CTL-TAB(IDX-CTL) TO DATA-PRAZO-PEND-N
                     MOVE DIA-PRAZO-PEND TO VAR-DIA-PRAZO
                     MOVE MES-PRAZO-PEND TO VAR-MES-PRAZO
                     MOVE ANO-PRAZO-PEND TO VAR-ANO-PRAZO
                     WRITE REG-REL FROM DETALHE-PEND
                           AFTER ADVANCING 1 LINE
                     ADD 1 TO TOTAL-PENDENTES.

       IMPRIME-PROFESSOR-PEND.
              MOVE CODIGO-PROF-CTL-TAB(IDX-CTL) TO CODIGO-ANTERIOR.
              MOVE CODIGO-PROF-CTL-TAB(IDX-CTL) TO VAR-CODIGO-PROF.
              IF CODIGO-ANTERIOR EQUAL ZEROS
                     MOVE "SEM PROFESSOR ATRIBUIDO" TO VAR-NOME-PROF
              ELSE
                     MOVE NOME-PROF-CTL-TAB(IDX-CTL) TO VAR-NOME-PROF.
              WRITE REG-REL FROM CAB-PROF-PEND AFTER ADVANCING 2 LINES.

       FIM.
              MOVE TOTAL-APLICADAS        TO VAR-APLICADAS.
              MOVE TOTAL-RECUSADAS        TO VAR-RECUSADAS.
              WRITE REG-REL FROM ROD-PAUTR-01 AFTER ADVANCING 3 LINES.
              WRITE REG-REL FROM ROD-PAUTR-02 AFTER ADVANCING 1 LINE.
              WRITE REG-REL FROM ROD-PAUTR-03 AFTER ADVANCING 1 LINE.
              MOVE TOTAL-PENDENTES        TO VAR-PENDENTES.
              WRITE REG-REL FROM ROD-PAUTR-04 AFTER ADVANCING 1 LINE.
              PERFORM GRAVA-RUNLOG.
              CLOSE RELPAUTR.

