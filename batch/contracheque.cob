           05 PM-DATA-ADMISSAO   PIC 9(8).
           05 PM-RUA           PIC X(20).
           05 PM-CPF           PIC X(11).
           05 PM-SEXO          PIC X(1).

       FD  FOLHA-LEDGER.
       COPY FOLHALEDGER.
                   READ FOLHA-RUBRICAS
                       AT END SET WS-FOLHA-RUB-EOF TO TRUE
                       NOT AT END
      * INSS e IRRF ja saem na linha de valores do recibo
                           IF FR-COMPETENCIA = WS-COMPETENCIA
                                   AND FR-RUBRICA < 950
                               IF WS-QTD-ITENS >= 5000
                                   DISPLAY "CONTRACHEQUE: RUBRICAS "
                                           "EXCEDEM A TABELA DE 5000"
