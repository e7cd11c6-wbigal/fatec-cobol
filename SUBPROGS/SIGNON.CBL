      *              SEGLOG.DAT. MESTRE AUSENTE/VAZIO LIBERA COM O
      *              OPERADOR "SEM-CTRL" (A SEGURANCA SO VALE DEPOIS
      *              DE O ADMINISTRADOR CARREGAR O MESTRE).
      *              O PERFIL "F" (FUNCIONARIO) FICA FORA DA ESCALA:
      *              SO ENTRA NA FUNCAO "F" (AUTOCONSULTA DO
      *              HOLERITE, EX-26 ME03), E A FUNCAO "F" SO ACEITA
      *              ESSE PERFIL - O CODIGO DO OPERADOR "F" E A
      *              MATRICULA DO PROPRIO FUNCIONARIO.
      *
      *              PARAMETROS: FUNCAO EXIGIDA X(01) (ENTRADA),
      *              OPERADOR AUTENTICADO X(08) (SAIDA) E O VEREDICTO
                     PERFORM CONFERE-ALCADA.

      * Alcada crescente: C(1) < R(2) < O(3) < A(4); o perfil do
      * operador precisa alcancar a funcao exigida. O perfil "F"
      * (nivel zero na escala) so vale para a funcao "F".
       CONFERE-ALCADA.
              IF FUNCAO-EXIGIDA-LK EQUAL "F"
                     PERFORM CONFERE-FUNCIONARIO
              ELSE
                     PERFORM CONFERE-ESCALA.

       CONFERE-FUNCIONARIO.
              IF PERFIL-OPER EQUAL "F"
                     MOVE "S" TO AUTORIZADO-LK
              ELSE
                     MOVE "FUNCAO EXCLUSIVA DO PERFIL FUNCIONARIO"
                       TO MENSAGEM-TELA.

       CONFERE-ESCALA.
              MOVE FUNCAO-EXIGIDA-LK TO PERFIL-TRABALHO.
              PERFORM APURA-NIVEL.
              MOVE NIVEL-OPERADOR TO NIVEL-EXIGIDO.
