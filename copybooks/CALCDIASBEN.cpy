      * Parameter area for the shared benefit-day calculator
      * (common/calc_dias_beneficio.cob, PROGRAM-ID
      * CALC-DIAS-BENEFICIO). The caller fills the employee code and
      * the competencia (AAAAMM); the module answers with the
      * month's business days from CALC-DIAS-UTEIS, the business
      * days of it covered by the employee's open leave on
      * data/afastamentos.dat and by the open vacation on
      * data/ferias.dat, and what is left - the days a per-day
      * benefit is credited on. VALE-REFEICAO-PEDIDO and
      * FOLHA-PAGAMENTO both ask it, so the order and the
      * co-payment can never count the month differently.
       01  DB-PARAMETROS.
           05 DB-CODFUNC        PIC 9(6).
           05 DB-COMPETENCIA    PIC 9(6).
           05 DB-DIAS-UTEIS     PIC 9(2).
           05 DB-DIAS-AFASTADO  PIC 9(2).
           05 DB-DIAS-FERIAS    PIC 9(2).
           05 DB-DIAS-CREDITO   PIC 9(2).
