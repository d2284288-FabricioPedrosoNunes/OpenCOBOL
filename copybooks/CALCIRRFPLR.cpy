      * Parameter area for the shared PLR withholding calculator
      * (common/calc_irrf_plr.cob, PROGRAM-ID CALC-IRRF-PLR). Profit
      * sharing is taxed apart from the monthly salary, by its own
      * exclusive IRRF table, with no INSS and no dependent
      * allowance, and cumulatively within the calendar year: the
      * caller fills the payment date, everything paid as PLR to the
      * employee in the year including this payment, and the IRRF
      * already withheld on the earlier payments; the module applies
      * the PLR table in force on the payment date (the PLR rows of
      * data/tabela-impostos.dat) to the accumulated value and
      * returns what is left to withhold now. IP-RESULTADO says
      * whether the table on file or the legal table built into the
      * module was used.
       01  IP-PARAMETROS.
           05 IP-DATA-PAGAMENTO  PIC 9(8).
           05 IP-VALOR-ACUMULADO PIC 9(9)V9(2).
           05 IP-IRRF-RETIDO     PIC 9(7)V9(2).
           05 IP-IRRF-ACUMULADO  PIC 9(7)V9(2).
           05 IP-IRRF            PIC 9(7)V9(2).
           05 IP-VERSAO-TABELA   PIC 9(8).
           05 IP-RESULTADO       PIC X(1).
              88 IP-TABELA-APLICADA VALUE "T".
              88 IP-TABELA-LEGAL    VALUE "L".
