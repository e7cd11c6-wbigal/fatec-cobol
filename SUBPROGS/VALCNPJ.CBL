       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          VALCNPJ.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      SUBROTINA QUE CALCULA OS DOIS DIGITOS
      *              VERIFICADORES DE UM CNPJ (MODULO 11, PESOS DE 2
      *              A 9 DA DIREITA PARA A ESQUERDA, RECOMECANDO EM
      *              2) E INFORMA SE OS DIGITOS INFORMADOS BATEM COM
      *              O CALCULO. MESMO ESQUEMA DA VALCPF, PARA OS
      *              CADASTROS DE PESSOA JURIDICA (OPERADORAS DO
      *              EX102).

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.

      *==============================================================
       DATA                 DIVISION.

       WORKING-STORAGE      SECTION.
       77 TEMP-CNPJ         PIC 9(14).
       77 ATUAL-VALOR       PIC 9(02).
       77 POS-DIGITO        PIC 9(02) VALUE 2.
       77 RESULT-DIGITO     PIC 9(03).
       77 SOMATORIA         PIC 9(04).
       77 QUOCIENTE         PIC 9(04).
       77 RESTO             PIC 9(02).
       77 DIGITO1           PIC 9(01).
       77 DIGITO2           PIC 9(01).
       77 DIGITO-VRF        PIC 9(02).

       77 ATUAL-DIGITO1     PIC 9(01).
       77 ATUAL-DIGITO2     PIC 9(01).

       LINKAGE              SECTION.
       01  LNK-CNPJ         PIC 9(14).
       01  LNK-CNPJ-VALIDO  PIC X(01).

      *==============================================================
       PROCEDURE            DIVISION USING LNK-CNPJ LNK-CNPJ-VALIDO.

       PGM-VALCNPJ.
              IF LNK-CNPJ EQUAL ZEROES
                     MOVE "N" TO LNK-CNPJ-VALIDO
              ELSE
                     PERFORM VALIDA-CNPJ-FORMATO.
              GOBACK.

       VALIDA-CNPJ-FORMATO.
              PERFORM CALCULA-DIGITO-1.
              PERFORM CALCULA-DIGITO-2.
              DIVIDE LNK-CNPJ BY 100 GIVING TEMP-CNPJ
                                      REMAINDER DIGITO-VRF.
              DIVIDE DIGITO-VRF BY 10 GIVING ATUAL-DIGITO1
                                     REMAINDER ATUAL-DIGITO2.
              IF ATUAL-DIGITO1 EQUAL DIGITO1
                AND ATUAL-DIGITO2 EQUAL DIGITO2
                     MOVE "S" TO LNK-CNPJ-VALIDO
              ELSE
                     MOVE "N" TO LNK-CNPJ-VALIDO.

       CALCULA-DIGITO-1.
              MOVE LNK-CNPJ TO TEMP-CNPJ.
              MOVE 2        TO POS-DIGITO.
              MOVE ZEROES   TO SOMATORIA.
              DIVIDE TEMP-CNPJ BY 100
                               GIVING TEMP-CNPJ.
              PERFORM CALCULA-DIGITO 12 TIMES.

              DIVIDE SOMATORIA BY 11
                               GIVING QUOCIENTE
                               REMAINDER RESTO.
              IF RESTO LESS THAN 2
                     MOVE 0 TO DIGITO1
              ELSE
                     SUBTRACT 11 FROM RESTO GIVING DIGITO1.

       CALCULA-DIGITO-2.
              MOVE LNK-CNPJ TO TEMP-CNPJ.
              MOVE 2        TO POS-DIGITO.
              MOVE ZEROES   TO SOMATORIA.
              DIVIDE TEMP-CNPJ BY 10
                               GIVING TEMP-CNPJ.
              PERFORM CALCULA-DIGITO 13 TIMES.

              DIVIDE SOMATORIA BY 11
                               GIVING QUOCIENTE
                               REMAINDER RESTO.
              IF RESTO LESS THAN 2
                     MOVE 0 TO DIGITO2
              ELSE
                     SUBTRACT 11 FROM RESTO GIVING DIGITO2.

      * Peso de 2 a 9, voltando a 2 depois do 9.
       CALCULA-DIGITO.
              DIVIDE TEMP-CNPJ BY 10
                               GIVING TEMP-CNPJ
                               REMAINDER ATUAL-VALOR.
              MULTIPLY ATUAL-VALOR BY POS-DIGITO GIVING RESULT-DIGITO.
              ADD 1 TO POS-DIGITO.
              IF POS-DIGITO GREATER THAN 9
                     MOVE 2 TO POS-DIGITO.
              ADD RESULT-DIGITO TO SOMATORIA.
