       IDENTIFICATION       DIVISION.
       PROGRAM-ID.          PERFECH.
       AUTHOR.              WAGNER BIGAL.
       INSTALLATION.        FATEC-SP.
       DATE-WRITTEN.        15/10/2026.
       DATE-COMPILED.
       SECURITY.     APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.      SUBROTINA QUE INFORMA SE UM PERIODO (AAAAMM)
      *              ESTA FECHADO NO REGISTRO DE FECHAMENTOS DO MES
      *              (FECHPER.DAT, GRAVADO PELO EX130): DEVOLVE "S"
      *              QUANDO A ULTIMA LINHA DO PERIODO E UM FECHAMENTO
      *              ("F") E "N" QUANDO NAO HA LINHA OU A ULTIMA E
      *              UMA REABERTURA DOCUMENTADA ("R"). REGISTRO
      *              AUSENTE = NENHUM PERIODO FECHADO. MESMO ESQUEMA
      *              DE CHAMADA DA VALCPF; CHAMADA PELOS PROGRAMAS
      *              QUE LANCAM NO PERIODO (EX01, EX43, EX44, EX45,
      *              EX49 E EX54).

      *==============================================================
       ENVIRONMENT          DIVISION.

       CONFIGURATION        SECTION.
       SOURCE-COMPUTER.     IBM-PC.
       OBJECT-COMPUTER.     IBM-PC.

       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL FECHPER ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL.

      *==============================================================
       DATA                 DIVISION.

       FILE                 SECTION.
       FD     FECHPER
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "FECHPER.DAT".
       COPY FECHPER.

       WORKING-STORAGE      SECTION.
       77 FIM-FECHPER       PIC X(03).

       LINKAGE              SECTION.
       01  LNK-PERIODO      PIC 9(06).
       01  LNK-FECHADO      PIC X(01).

      *==============================================================
       PROCEDURE            DIVISION USING LNK-PERIODO LNK-FECHADO.

       PGM-PERFECH.
              MOVE "N"   TO LNK-FECHADO.
              MOVE "NAO" TO FIM-FECHPER.
              OPEN INPUT FECHPER.
              PERFORM UNTIL FIM-FECHPER EQUAL "SIM"
                      READ FECHPER
                             AT END MOVE "SIM" TO FIM-FECHPER
                             NOT AT END PERFORM CONFERE-LINHA
                      END-READ
              END-PERFORM.
              CLOSE FECHPER.
              GOBACK.

       CONFERE-LINHA.
              IF PERIODO-FPR EQUAL LNK-PERIODO
                     IF SITUACAO-FPR EQUAL "F"
                            MOVE "S" TO LNK-FECHADO
                     ELSE IF SITUACAO-FPR EQUAL "R"
                            MOVE "N" TO LNK-FECHADO
                     END-IF
              END-IF.
