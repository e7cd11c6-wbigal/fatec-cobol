      * SALDOFER.CPY - razao de ferias por periodo aquisitivo
      * (SALDOFER.DAT, sequencial), mantido pelo EX-22 (ME03) a
      * partir da admissao do CADFUNCI.DAT: um registro por
      * funcionario e periodo (INICIO-SF = aniversario da admissao,
      * FIM-SF = vespera do aniversario seguinte, LIMITE-SF = fim do
      * periodo concessivo, doze meses depois). FALTAS-SF acumula as
      * faltas do PONTO.DAT de cada competencia do periodo
      * (ULT-PONTO-SF = ultima competencia somada) e reduz o
      * DIREITO-SF na escala legal (30/24/18/12/0 dias). GOZADOS-SF e
      * VENDIDOS-SF sao os dias do historico FERIAHIS.DAT abatidos
      * deste periodo; SALDO-SF o que resta. Lido pelo EX-10 para
      * conferir o saldo antes de pagar as ferias.
       01     REG-SF.
              02 CODIGO-SF         PIC 9(05).
              02 INICIO-SF         PIC 9(08).
              02 FIM-SF            PIC 9(08).
              02 LIMITE-SF         PIC 9(08).
              02 FALTAS-SF         PIC 9(03).
              02 DIREITO-SF        PIC 9(02).
              02 GOZADOS-SF        PIC 9(02).
              02 VENDIDOS-SF       PIC 9(02).
              02 SALDO-SF          PIC 9(02).
              02 ULT-PONTO-SF      PIC 9(06).
