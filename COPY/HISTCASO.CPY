      * HISTCASO.CPY - historico dos casos de atendimento
      * (HISTCASO.DAT, sequencial, acrescentado pela tela do EX121
      * a cada abertura e atualizacao de caso). SITUACAO-ANT-HCA em
      * branco na abertura; ATENDENTE-HCA e o responsavel depois da
      * mudanca; OPERADOR-HCA, o operador do sign-on que a lancou.
       01     REG-HCASO.
              02 NUMERO-CASO-HCA   PIC 9(06).
              02 DATA-HCA          PIC 9(08).
              02 HORA-HCA          PIC 9(04).
              02 SITUACAO-ANT-HCA  PIC X(01).
              02 SITUACAO-NOVA-HCA PIC X(01).
              02 PRIORIDADE-HCA    PIC X(01).
              02 ATENDENTE-HCA     PIC 9(03).
              02 OPERADOR-HCA      PIC X(08).
              02 OBSERVACAO-HCA    PIC X(40).
