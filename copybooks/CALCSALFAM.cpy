      * Parameter area for the shared salario-familia calculator
      * (common/calc_salario_familia.cob, PROGRAM-ID
      * CALC-SALARIO-FAMILIA). The caller fills the payment date,
      * the competencia (AAAAMM), the employee code, the month's
      * remuneration and the days worked; the module looks up the
      * SFAM row in force on the payment date on
      * data/tabela-impostos.dat (remuneration ceiling and quota
      * per child), counts the employee's qualifying children on
      * data/dependentes.dat - under 14 in the competencia, or
      * disabled at any age - and returns the quota, the number of
      * quotas and the amount due, prorated by days worked in an
      * admission or termination month. SF-RESULTADO says why
      * nothing was paid when SF-VALOR comes back zero.
       01  SF-PARAMETROS.
           05 SF-DATA-PAGAMENTO PIC 9(8).
           05 SF-COMPETENCIA    PIC 9(6).
           05 SF-CODFUNC        PIC 9(6).
           05 SF-REMUNERACAO    PIC 9(7)V9(2).
           05 SF-DIAS           PIC 9(2).
           05 SF-QTD-COTAS      PIC 9(2).
           05 SF-VALOR-COTA     PIC 9(5)V9(2).
           05 SF-LIMITE         PIC 9(7)V9(2).
           05 SF-VALOR          PIC 9(7)V9(2).
           05 SF-VERSAO-TABELA  PIC 9(8).
           05 SF-RESULTADO      PIC X(1).
              88 SF-PAGO           VALUE "P".
              88 SF-ACIMA-DO-LIMITE VALUE "L".
              88 SF-SEM-FILHOS     VALUE "F".
