      * Parameter area for the shared leave-day calculator
      * (common/calc_dias_afastamento.cob, PROGRAM-ID
      * CALC-DIAS-AFASTAMENTO). The caller fills the employee code
      * and the competencia (AAAAMM); the module answers, over the
      * commercial 30-day month the folha pays by, how many days of
      * the month the employee spends on the leave recorded on
      * data/afastamentos.dat, how many of those the company owes
      * (the first 15 days of a DOENCA or ACIDENTE DE TRABALHO
      * leave), how many are salario-maternidade the company pays
      * and recovers on the INSS guide, and how many go unpaid.
      * FOLHA-PAGAMENTO, FOLHA-BALANCO and FOLHA-REMESSA all ask
      * it, so the register, the balance and the bank credit can
      * never count a leave differently.
       01  LA-PARAMETROS.
           05 LA-CODFUNC              PIC 9(6).
           05 LA-COMPETENCIA          PIC 9(6).
           05 LA-TIPO-AFASTAMENTO     PIC X(2).
           05 LA-DIAS-AFASTADO        PIC 9(2).
           05 LA-DIAS-EMPRESA         PIC 9(2).
           05 LA-DIAS-MATERNIDADE     PIC 9(2).
           05 LA-DIAS-SEM-REMUNERACAO PIC 9(2).
           05 LA-RESULTADO            PIC X(1).
              88 LA-COM-AFASTAMENTO VALUE "S".
              88 LA-SEM-AFASTAMENTO VALUE "N".
