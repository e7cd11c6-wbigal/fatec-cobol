      * SCORERSC.CPY - pontuacao de risco de inadimplencia por socio
      * (SCORERSC.DAT, sequencial, recriado a cada execucao do EX87
      * em ordem de numero de socio). FAIXA-SCR: "A" risco alto, "M"
      * medio, "B" baixo. Os fatores que compuseram os pontos vao
      * junto, para a conferencia do cobrador. Lido pelas cartas de
      * cobranca (EX14) e pelos planos de negociacao (EX13).
       01     REG-SCORE.
              02 NUMERO-SOCIO-SCR  PIC 9(06).
              02 NOME-SOCIO-SCR    PIC X(30).
              02 PONTOS-SCR        PIC 9(03).
              02 FAIXA-SCR         PIC X(01).
              02 DATA-SCR          PIC 9(08).
              02 STREAK-SCR        PIC 9(03).
              02 QUEBRAS-SCR       PIC 9(02).
              02 ESTORNOS-SCR      PIC 9(03).
              02 PERDA-SCR         PIC X(01).
              02 ATRASOS-SCR       PIC 9(03).
              02 ANOS-SOCIO-SCR    PIC 9(03).
