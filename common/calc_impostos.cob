           IF CI-CONTRATO-ESTAGIO
               MOVE 0 TO CI-INSS
           END-IF.
      * contribuinte individual: 11% flat, limited to the ceiling -
      * the last bracket limit the walk above left behind
           IF CI-CONTRATO-AUTONOMO
               IF CI-SALARIO-BRUTO > WS-LIMITE-ANTERIOR
                       AND WS-LIMITE-ANTERIOR > 0
                   COMPUTE CI-INSS ROUNDED = WS-LIMITE-ANTERIOR * 0.11
               ELSE
                   COMPUTE CI-INSS ROUNDED = CI-SALARIO-BRUTO * 0.11
               END-IF
           END-IF.

      * IRRF on the base after INSS: the bracket the base falls in
      * gives the rate and the standard deduction; a negative result
