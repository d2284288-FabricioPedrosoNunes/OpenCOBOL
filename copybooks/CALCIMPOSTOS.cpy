              88 CI-TABELA-APLICADA VALUE "T".
              88 CI-TAXA-FIXA       VALUE "F".
      * contract type of the employee being computed - an
      * estagiario's bolsa takes no INSS; an autonomo paid against
      * an RPA contributes a flat 11% up to the ceiling; anything
      * else (including a caller that never sets the field)
      * computes as CLT
           05 CI-TIPO-CONTRATO   PIC X(1).
              88 CI-CONTRATO-ESTAGIO  VALUE "G".
              88 CI-CONTRATO-AUTONOMO VALUE "A".
