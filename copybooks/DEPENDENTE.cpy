      * digit rule PROG31's VALIDA-CPF applies. CALC-IMPOSTOS counts
      * an employee's dependents here to apply the per-dependent
      * IRRF deduction, and INFORME-RENDIMENTOS lists them on the
      * informe as the tax filing requires. CALC-SALARIO-FAMILIA
      * counts the children here for the salario-familia quota - a
      * child past 14 still counts when DE-INVALIDO is set.
       01  DE-DEPENDENTE.
           05 DE-CHAVE.
               10 DE-CODFUNC   PIC 9(6).
           05 DE-DATA-NASCIMENTO PIC 9(8).
           05 DE-PARENTESCO      PIC X(10).
           05 DE-CPF             PIC X(11).
           05 DE-INVALIDO        PIC X(1).
              88 DE-E-INVALIDO   VALUE "S".
