      *              DISPARA BATCH. ESTE PROGRAMA EXIGE SIGN-ON DE
      *              PERFIL ADMINISTRADOR (SUBROTINA SIGNON) E APLICA
      *              AS TRANSACOES DE TRANOPER.DAT - "I" INCLUI
      *              (NOME, SENHA, PERFIL C/R/O/A/F), "A" ALTERA,
      *              "D" DESATIVA, "R" REATIVA - COM O RESULTADO DE CADA
      *              UMA EM RELOPER E CADA TRANSACAO EFETIVADA
      *              TAMBEM LANCADA NO LOG DE SEGURANCA SEGLOG.DAT.
      *              PERFIL "F" (FUNCIONARIO, SO A AUTOCONSULTA DO
      *              HOLERITE): O CODIGO TEM DE SER A MATRICULA DE
      *              5 DIGITOS DO FUNCIONARIO, QUE A TELA USA PARA
      *              MOSTRAR APENAS OS DADOS DELE.

      *==============================================================
       ENVIRONMENT          DIVISION.
                  AND PERFIL-TRANO NOT EQUAL "R"
                  AND PERFIL-TRANO NOT EQUAL "O"
                  AND PERFIL-TRANO NOT EQUAL "A"
                  AND PERFIL-TRANO NOT EQUAL "F"
                     MOVE "PERFIL INVALIDO" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE IF PERFIL-TRANO EQUAL "F"
                  AND (CODIGO-TRANO(1:5) NOT NUMERIC
                    OR CODIGO-TRANO(6:3) NOT EQUAL SPACES)
                     MOVE "PERFIL F SEM MATRICULA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM GRAVA-OPERADOR.
                            PERFORM GRAVA-SEGLOG
              END-WRITE.

      * Passar um operador ao perfil "F" exige o mesmo codigo-
      * matricula da inclusao.
       ALTERAR.
              IF PERFIL-TRANO EQUAL "F"
                AND (CODIGO-TRANO(1:5) NOT NUMERIC
                  OR CODIGO-TRANO(6:3) NOT EQUAL SPACES)
                     MOVE "PERFIL F SEM MATRICULA" TO VAR-SITUACAO
                     ADD 1 TO TOTAL-REJEITADAS
              ELSE
                     PERFORM ALTERA-OPERADOR.

       ALTERA-OPERADOR.
              MOVE CODIGO-TRANO TO CODIGO-OPER.
              READ OPERMAST KEY IS CODIGO-OPER
                     INVALID KEY
                     MOVE SENHA-TRANO TO SENHA-OPER.
              IF PERFIL-TRANO EQUAL "C" OR PERFIL-TRANO EQUAL "R"
                OR PERFIL-TRANO EQUAL "O" OR PERFIL-TRANO EQUAL "A"
                OR PERFIL-TRANO EQUAL "F"
                     MOVE PERFIL-TRANO TO PERFIL-OPER.
              REWRITE REG-OPER
                     INVALID KEY
