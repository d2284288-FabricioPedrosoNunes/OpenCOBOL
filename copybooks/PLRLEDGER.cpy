      * Profit-sharing (PLR) ledger record, one per employee per
      * PLR payment, keyed like the payroll ledger by employee code
      * plus competencia (AAAAMM) plus company. Written by
      * batch/folha_pagamento.cob under TIPO-FOLHA=PLR and kept in
      * data/plr-ledger.dat, apart from data/folha-ledger.dat: PLR
      * is taxed by its own exclusive table, carries no INSS or
      * FGTS, and must never be summed into the regular salary by
      * the jobs that read the payroll ledger. FOLHA-REMESSA pays
      * the net off it, and INFORME-RENDIMENTOS reports the year's
      * PLR as exclusively taxed income. LP-IRRF is the withholding
      * of this payment alone - earlier payments of the year are on
      * their own records.
       01  LP-REGISTRO-PLR.
           05 LP-CHAVE.
               10 LP-CODFUNC     PIC 9(6).
               10 LP-COMPETENCIA PIC 9(6).
               10 LP-EMPRESA     PIC 9(3).
           05 LP-DEPARTAMENTO    PIC X(15).
           05 LP-VALOR-BRUTO     PIC 9(7)V9(2).
           05 LP-IRRF            PIC 9(7)V9(2).
           05 LP-VALOR-LIQUIDO   PIC 9(7)V9(2).
           05 LP-CRITERIO        PIC X(1).
              88 LP-POR-SALARIO     VALUE "S".
              88 LP-POR-DEPARTAMENTO VALUE "D".
