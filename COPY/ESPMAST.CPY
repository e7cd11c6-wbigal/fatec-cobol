      * ESPMAST.CPY - registro do cadastro de espacos do clube
      * (CADESPI.DAT, indexado por CODIGO-ESP), mantido pelo EX94.
      * Taxa por hora conforme a categoria do socio (CATEGORIA-MSOC):
      * ate cinco categorias com taxa propria em TAXA-CAT-ESP; as
      * demais pagam TAXA-PADRAO-ESP. ATIVO-ESP "S" aceita reserva,
      * "N" desativado (registro mantido para historico).
      * Compartilhado por EX94 (manutencao), EX95 (reserva) e EX96
      * (folha de ocupacao).
       01     REG-ESP.
              02 CODIGO-ESP        PIC X(03).
              02 NOME-ESP          PIC X(30).
              02 CAPACIDADE-ESP    PIC 9(04).
              02 TAXA-PADRAO-ESP   PIC 9(05)V9(02).
              02 TAXA-CAT-ESP      OCCURS 5 TIMES.
                 03 CATEGORIA-TAXA-ESP PIC X(02).
                 03 VALOR-TAXA-ESP     PIC 9(05)V9(02).
              02 ATIVO-ESP         PIC X(01).
