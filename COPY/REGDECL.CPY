      * REGDECL.CPY: layout de uma linha do registro permanente de
      * declaracoes emitidas (REGDECL.DAT) - matricula, frequencia e
      * "nada consta". Gravado pelo EX28 do ME01 (so acrescenta, nunca
      * regrava) e consultado pela tela de autenticidade EX29.
       01     REG-REGDECL.
              02     NUMERO-DECL          PIC 9(06).
      * Codigo de verificacao calculado pela subrotina CODVERIF sobre
      * o conteudo da declaracao (numero, tipo, data, aluno e dados).
              02     CODIGO-VERIF-DECL    PIC 9(06).
      * TIPO-DECL: "M" matricula, "F" frequencia, "N" nada consta.
              02     TIPO-DECL            PIC X(01).
              02     DATA-EMISSAO-DECL    PIC 9(08).
              02     ALUNO-DECL           PIC 9(05).
              02     NOME-DECL            PIC X(20).
              02     TERMO-DECL           PIC 9(02).
      * Situacao do termo no CTLTERMO.DAT na emissao (P/A/F/R, ou
      * espaco sem controle carregado).
              02     SITUACAO-TERMO-DECL  PIC X(01).
              02     QTD-DISC-DECL        PIC 9(02).
              02     AULAS-DADAS-DECL     PIC 9(03).
              02     AULAS-ASSIST-DECL    PIC 9(03).
              02     FREQUENCIA-DECL      PIC 9(03)V99.
