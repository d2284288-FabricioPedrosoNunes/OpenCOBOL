           05 PM-DATA-ADMISSAO   PIC 9(8).
           05 PM-RUA           PIC X(20).
           05 PM-CPF           PIC X(11).
           05 PM-SEXO          PIC X(1).

       SD  SORT-WORK.
       01  SD-PESSOA.
                   AT END SET WS-PESSOA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-PESSOAS
      * no CPF (anonymized or never captured) is not a duplicate
                       IF PM-CPF NOT = SPACES
                           MOVE PM-CPF  TO SD-CPF
                           MOVE PM-COD  TO SD-COD
                           MOVE PM-NOME TO SD-NOME
                           RELEASE SD-PESSOA
                       END-IF
               END-READ
           END-PERFORM.

