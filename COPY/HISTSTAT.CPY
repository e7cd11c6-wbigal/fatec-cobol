      * HISTSTAT.CPY - historico de mudancas de status do socio
      * (HISTSTAT.DAT, sequencial, acrescentado pelo EX20 a cada
      * inclusao, desligamento, suspensao e reativacao aplicada).
      * TIPO-HST e o tipo da transacao ("I", "D", "S", "R"); os
      * motivos sao os de MOTIVO-STATUS-MSOC (MSOCMAST). Base do
      * relatorio de rotatividade (EX86).
       01     REG-HSTAT.
              02 NUMERO-SOCIO-HST  PIC 9(06).
              02 DATA-HST.
                     03 ANO-HST    PIC 9(04).
                     03 MES-HST    PIC 9(02).
                     03 DIA-HST    PIC 9(02).
              02 TIPO-HST          PIC X(01).
              02 STATUS-ANT-HST    PIC X(01).
              02 STATUS-NOVO-HST   PIC X(01).
              02 MOTIVO-HST        PIC X(02).
              02 CATEGORIA-HST     PIC X(02).
