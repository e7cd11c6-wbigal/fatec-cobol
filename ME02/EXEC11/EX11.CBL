      *              DUPLICATAS): DIGITA-SE UM PREFIXO DO NOME E
      *              NAVEGA-SE PELOS CANDIDATOS COM PROXIMO/ANTERIOR
      *              ATE SELECIONAR O CLIENTE - FIM DO "LIGUE DE
      *              VOLTA QUANDO ACHAR SEU CPF" NO BALCAO. NO
      *              CLIENTE ENCONTRADO MOSTRA TAMBEM QUANTOS CASOS DE
      *              ATENDIMENTO ELE TEM AINDA NAO FECHADOS
      *              (CASOSAC.DAT, EX121, PELA CHAVE ALTERNATIVA
      *              CPF-CASO).

      *==============================================================
       ENVIRONMENT           DIVISION.
              ALTERNATE RECORD KEY IS NOME2 WITH DUPLICATES
              FILE STATUS IS CADOK-STATUS.

              SELECT OPTIONAL CASOSAC ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NUMERO-CASO
              ALTERNATE RECORD KEY IS CPF-CASO WITH DUPLICATES
              FILE STATUS IS CASOSAC-STATUS.

      *==============================================================
       DATA                 DIVISION.
       FILE                 SECTION.
              VALUE OF FILE-ID IS "CADOK.DAT".
       COPY OKMAST.

      * CASOSAC: casos de atendimento (copybook, EX121). Aberto a
      * cada consulta, para refletir os casos abertos e fechados
      * pela tela do EX121 durante a sessao.
       FD     CASOSAC
              LABEL RECORD ARE STANDARD
              VALUE OF FILE-ID IS "CASOSAC.DAT".
       COPY CASOMAST.

      * CADOKLCK: trava de manutencao gravada pelos batches que
      * reescrevem o CADOK (EX06/EX08). Com a trava "L", a consulta
      * mostra o aviso de manutencao e nao abre o arquivo - nada de
       77 FIM-LCK                  PIC X(03) VALUE "NAO".
       77 EM-MANUTENCAO            PIC X(03) VALUE "NAO".
       77 CADOK-ABERTO             PIC X(03) VALUE "NAO".
       77 CASOSAC-STATUS           PIC X(02) VALUE "00".
       77 FIM-CASOS                PIC X(03) VALUE "NAO".
       77 CASOS-ABERTOS-CLI        PIC 9(03) VALUE ZEROES.

      * Sign-on pela subrotina compartilhada SIGNON.
       77 FUNCAO-EXIGIDA           PIC X(01) VALUE "C".
              05 LINE 12 COLUMN 22 PIC X(15) FROM COMPLEMENTO2.
              05 LINE 12 COLUMN 39 VALUE "CEP ".
              05 LINE 12 COLUMN 43 PIC 9(08) FROM CEP2.
              05 LINE 13 COLUMN 5  VALUE "CASOS ABERTOS: ".
              05 LINE 13 COLUMN 20 PIC ZZ9 FROM CASOS-ABERTOS-CLI.

       01     TELA-NAO-ENCONTRADO.
              05 LINE 6  COLUMN 5
                  WHEN "p" PERFORM LE-PROXIMO-CANDIDATO
                  WHEN "V" PERFORM LE-CANDIDATO-ANTERIOR
                  WHEN "v" PERFORM LE-CANDIDATO-ANTERIOR
                  WHEN "S" PERFORM CONTA-CASOS-ABERTOS
                           DISPLAY TELA-ENCONTRADO
                           MOVE "SIM" TO FIM-NAVEGACAO
                  WHEN "s" PERFORM CONTA-CASOS-ABERTOS
                           DISPLAY TELA-ENCONTRADO
                           MOVE "SIM" TO FIM-NAVEGACAO
                  WHEN "F" MOVE "SIM" TO FIM-NAVEGACAO
                  WHEN "f" MOVE "SIM" TO FIM-NAVEGACAO
                     INVALID KEY
                            DISPLAY TELA-NAO-ENCONTRADO
                     NOT INVALID KEY
                            PERFORM CONTA-CASOS-ABERTOS
                            DISPLAY TELA-ENCONTRADO
              END-READ.

      * Casos do CPF pela chave alternativa, contando os que ainda
      * nao foram fechados (aberto ou em atendimento).
       CONTA-CASOS-ABERTOS.
              MOVE ZEROES TO CASOS-ABERTOS-CLI.
              MOVE "NAO"  TO FIM-CASOS.
              OPEN INPUT CASOSAC.
              MOVE CPF2 TO CPF-CASO.
              START CASOSAC KEY IS EQUAL CPF-CASO
                     INVALID KEY
                            MOVE "SIM" TO FIM-CASOS
              END-START.
              PERFORM UNTIL FIM-CASOS EQUAL "SIM"
                      READ CASOSAC NEXT
                             AT END MOVE "SIM" TO FIM-CASOS
                             NOT AT END
                                  IF CPF-CASO NOT EQUAL CPF2
                                       MOVE "SIM" TO FIM-CASOS
                                  ELSE
                                       IF SITUACAO-CASO NOT EQUAL "F"
                                            ADD 1 TO CASOS-ABERTOS-CLI
                                       END-IF
                                  END-IF
                      END-READ
              END-PERFORM.
              CLOSE CASOSAC.

       TERMINO.
              IF CADOK-ABERTO EQUAL "SIM"
                     CLOSE CADOK.
