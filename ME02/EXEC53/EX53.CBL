              MOVE VALOR-PGTO-HIST     TO VAR-VALOR-PGTO.
              IF TIPO-LANC-HIST EQUAL "E"
                     MOVE "EST" TO VAR-TIPO-PGTO
              ELSE IF TIPO-LANC-HIST EQUAL "R"
                     MOVE "REC" TO VAR-TIPO-PGTO
              ELSE
                     MOVE SPACES TO VAR-TIPO-PGTO.
              MOVE LINHA-PGTO TO PGTO3-ECO.
