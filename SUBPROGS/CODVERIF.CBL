       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          CODVERIF.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      SUBROTINA QUE CALCULA O CODIGO DE VERIFICACAO DE
      *              6 DIGITOS DE UM DOCUMENTO EMITIDO, A PARTIR DOS 36
      *              DIGITOS DO SEU CONTEUDO (NUMERO, TIPO, DATA, ALUNO
      *              E DADOS DECLARADOS, MONTADOS PELO CHAMADOR). CADA
      *              DIGITO ENTRA PONDERADO PELA POSICAO NUM ACUMULADOR
      *              REDUZIDO PELO RESTO DA DIVISAO POR UM PRIMO, DE
      *              MODO QUE TROCAR UM UNICO DADO DA DECLARACAO MUDA O
      *              CODIGO. CHAMADA PELA EMISSAO (EX28 DO ME01) E PELA
      *              TELA DE AUTENTICIDADE (EX29), QUE RECALCULA O
      *              CODIGO SOBRE O CONTEUDO REGISTRADO.

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.

      *==============================================================
       DATA                 DIVISION.

       WORKING-STORAGE      SECTION.
       77 IDX-DIGITO        PIC 9(02).
       77 ACUMULADOR        PIC 9(12).
       77 QUOCIENTE         PIC 9(12).
       77 RESTO             PIC 9(06).
       77 PRIMO-VERIF       PIC 9(06) VALUE 999983.

       LINKAGE              SECTION.
       01  LNK-CONTEUDO.
           02 LNK-DIGITO    PIC 9(01) OCCURS 36 TIMES.
       01  LNK-CODIGO       PIC 9(06).

      *==============================================================
       PROCEDURE            DIVISION USING LNK-CONTEUDO LNK-CODIGO.

       PGM-CODVERIF.
              MOVE 7 TO RESTO.
              PERFORM SOMA-DIGITO
                      VARYING IDX-DIGITO FROM 1 BY 1
                      UNTIL IDX-DIGITO GREATER THAN 36.
              MOVE RESTO TO LNK-CODIGO.
              GOBACK.

       SOMA-DIGITO.
              COMPUTE ACUMULADOR = RESTO * 31
                    + (LNK-DIGITO(IDX-DIGITO) + 1) * (IDX-DIGITO + 10).
              DIVIDE ACUMULADOR BY PRIMO-VERIF
                              GIVING QUOCIENTE
                              REMAINDER RESTO.
