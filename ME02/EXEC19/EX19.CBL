              MOVE DATA-HOJE        TO DATA-ADESAO-MSOC.
              MOVE "01"             TO CATEGORIA-MSOC.
              MOVE ZEROES           TO TITULAR-MSOC.
              MOVE ZEROES           TO DATA-NASCIMENTO-MSOC.
              MOVE ZEROES           TO DATA-DESLIG-MSOC.
              MOVE ZEROES           TO DATA-STATUS-MSOC.
              MOVE SPACES           TO MOTIVO-STATUS-MSOC.
              MOVE ZEROES           TO CPF-MSOC.
              WRITE REG-MSOCI
                     INVALID KEY
                            PERFORM IMPRIME-DUPLICADO
