           05 PM-DATA-ADMISSAO   PIC 9(8).
           05 PM-RUA           PIC X(20).
           05 PM-CPF           PIC X(11).
           05 PM-SEXO          PIC X(1).

       FD  FOLHA-RUBRICAS.
       COPY FOLHARUBRICA.
                   READ FOLHA-RUBRICAS
                       AT END SET WS-FOLHA-RUB-EOF TO TRUE
                       NOT AT END
      * INSS e IRRF saem do ledger, como 950 e 951, mais abaixo
                           IF FR-COMPETENCIA = WS-COMPETENCIA
                                   AND FR-RUBRICA < 950
                               IF WS-QTD-ITENS >= 5000
                                   DISPLAY "ESOCIAL-REMUNERACAO: "
                                           "RUBRICAS EXCEDEM A "

       AJUSTAR-BASE-ITEM.
           EVALUATE TRUE
      * ferias, horas extras e salario-maternidade entraram no
      * bruto - saem da base
               WHEN WS-IT-RUBRICA(IT-IDX) = 800
                       OR WS-IT-RUBRICA(IT-IDX) = 801
                       OR WS-IT-RUBRICA(IT-IDX) = 803
                   SUBTRACT WS-IT-VALOR(IT-IDX)
                       FROM WS-BASE-SALARIO
      * as faltas reduziram o bruto - voltam para a base, e a
