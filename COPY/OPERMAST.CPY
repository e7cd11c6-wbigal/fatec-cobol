      * OPERMAST.CPY - registro do cadastro de operadoras de turismo
      * (CADOPERI.DAT, indexado por CODIGO-OPE), mantido pelo EX102.
      * A operadora executa o pacote vendido pela TURISMAR e paga a
      * comissao (COMISSAO-OPE, percentual sobre o valor da reserva)
      * ate PRAZO-OPE dias depois da partida. ATIVO-OPE "S" aceita
      * reserva nova, "N" desativada (mantida para a comissao das
      * reservas ja vendidas).
      * Compartilhado por EX58 (reserva), EX102, EX103 (apuracao da
      * comissao a receber) e EX104 (conciliacao do extrato).
       01     REG-OPE.
              02 CODIGO-OPE        PIC X(04).
              02 NOME-OPE          PIC X(30).
              02 CNPJ-OPE          PIC 9(14).
              02 COMISSAO-OPE      PIC 9(02)V9(02).
              02 PRAZO-OPE         PIC 9(03).
              02 ATIVO-OPE         PIC X(01).
