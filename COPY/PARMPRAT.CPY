      * PARMPRAT.CPY - parametro da mensalidade proporcional (mes de
      * adesao ou de desligamento do socio), compartilhado pela
      * remessa de debito (EX17), pela emissao de boletos (EX81) e
      * pela conferencia de mensalidades do EX01, para que o valor
      * cobrado e o valor conferido saiam da mesma conta.
      * REGRA-ARRED-PRAT: "N" arredonda ao centavo (padrao), "T"
      * trunca no centavo, "S" sobe ao centavo seguinte.
      * BASE-DIAS-PRAT: 00 = dias do mes civil (padrao); 30 = mes
      * comercial de 30 dias.
      * COMPETENCIA-PRAT: ano/mes cobrado; zero = mes da execucao.
       01     REG-PARM-PRAT.
              02 REGRA-ARRED-PRAT        PIC X(01).
              02 BASE-DIAS-PRAT          PIC 9(02).
              02 COMPETENCIA-PRAT.
                     03 ANO-COMP-PRAT    PIC 9(04).
                     03 MES-COMP-PRAT    PIC 9(02).
