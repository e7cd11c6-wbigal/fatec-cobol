                     03 ANO-PGTO-HIST  PIC 9(04).
                     03 MES-PGTO-HIST  PIC 9(02).
                     03 DIA-PGTO-HIST  PIC 9(02).
      * TIPO-LANC-HIST: "P" pagamento, "E" estorno (EX43), "R"
      * recuperacao da agencia de cobranca (EX89); registro antigo
      * sem o campo le espaco e vale como pagamento.
              02 TIPO-LANC-HIST    PIC X(01).

      * HISTSOCA: volume arquivado pelo expurgo (EX73) que o
              ADD 1 TO TOTAL-IMPRESSOS.
      * Estorno (tipo "E", EX43) abate do saldo corrido e dos
      * totais; qualquer outro tipo (inclusive espaco, registros
      * antigos) soma como pagamento. A recuperacao da agencia de
      * cobranca (tipo "R", EX89) soma e vem marcada no extrato.
              IF TIPO-HIST-TAB(IDX-A) EQUAL "E"
                     SUBTRACT VALOR-HIST-TAB(IDX-A) FROM SALDO-CORRIDO
                     SUBTRACT VALOR-HIST-TAB(IDX-A) FROM TOTAL-ANO
                     ADD VALOR-HIST-TAB(IDX-A) TO SALDO-CORRIDO
                     ADD VALOR-HIST-TAB(IDX-A) TO TOTAL-ANO
                     ADD VALOR-HIST-TAB(IDX-A) TO TOTAL-SOCIO
                     IF TIPO-HIST-TAB(IDX-A) EQUAL "R"
                            MOVE "RECUPER." TO VAR-TIPO-EXTR
                     ELSE
                            MOVE SPACES     TO VAR-TIPO-EXTR
                     END-IF
              END-IF.
              MOVE DATA-HIST-TAB(IDX-A)(7:2)  TO VAR-DIA-EXTR.
              MOVE DATA-HIST-TAB(IDX-A)(5:2)  TO VAR-MES-EXTR.
