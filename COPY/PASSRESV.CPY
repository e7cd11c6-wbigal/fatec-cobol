      * PASSRESV.CPY - passageiros de cada reserva (PASSRESV.DAT,
      * sequencial), digitados no EX58 logo depois da reserva e
      * listados no manifesto de embarque do EX105. Sequencia 01 e
      * normalmente o proprio comprador (PARENTESCO "TITULAR").
      * Passageiro sem CPF (crianca, estrangeiro) leva o documento
      * (RG, passaporte, certidao) em DOCUMENTO-PAS.
       01     REG-PAS.
              02 NUMERO-RESV-PAS   PIC 9(06).
              02 SEQUENCIA-PAS     PIC 9(02).
              02 NOME-PAS          PIC X(30).
              02 CPF-PAS           PIC 9(11).
              02 DOCUMENTO-PAS     PIC X(15).
              02 NASCIMENTO-PAS    PIC 9(08).
              02 PARENTESCO-PAS    PIC X(10).
