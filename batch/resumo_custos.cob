      * and net prorated by calendar days between the old and the
      * new cost center - the whole cost no longer lands on the new
      * department when the transfer happened on the 28th.
      * A transfer between group companies splits the same way
      * across the two companies' reports: the destination, which
      * holds the month's ledger record, carries the days from the
      * effective date on, and the origin company's report picks up
      * the days before on the old department, off the record now
      * filed under the other company.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 TF-DEPTO-DE     PIC X(15).
           05 TF-DEPTO-PARA   PIC X(15).
           05 TF-DATA-EFETIVA PIC 9(8).
           05 TF-EMPRESA-DE   PIC 9(3).
           05 TF-EMPRESA-PARA PIC 9(3).

       FD  RELATORIO-SAIDA.
       01  RELATORIO-LINHA PIC X(80).
               10 WS-TF-CODFUNC  PIC 9(6).
               10 WS-TF-DEPTO-DE PIC X(15).
               10 WS-TF-DIA      PIC 9(2).
      * both zero on a department change inside one company
               10 WS-TF-EMPRESA-DE   PIC 9(3).
               10 WS-TF-EMPRESA-PARA PIC 9(3).

       01  WS-ACHOU-TRANSF PIC X VALUE "N".
           88 WS-TRANSF-ACHADA VALUE "S".
                   AT END SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       IF LG-COMPETENCIA = WS-COMPETENCIA
                           IF LG-EMPRESA = WS-EMPRESA-CORRENTE
                               PERFORM ACUMULAR-CENTRO
                           ELSE
                               PERFORM ACUMULAR-CEDIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-QTD-REGISTROS.

           PERFORM BUSCAR-TRANSFERENCIA.
           EVALUATE TRUE
               WHEN NOT WS-TRANSF-ACHADA
                   PERFORM ALOCAR-INTEGRAL
               WHEN WS-TF-EMPRESA-DE(TF-IDX)
                       = WS-TF-EMPRESA-PARA(TF-IDX)
                   PERFORM RATEAR-TRANSFERENCIA
               WHEN WS-TF-EMPRESA-PARA(TF-IDX) = WS-EMPRESA-CORRENTE
                   PERFORM RATEAR-CHEGADA
               WHEN OTHER
                   PERFORM ALOCAR-INTEGRAL
           END-EVALUATE.

       ALOCAR-INTEGRAL.
           MOVE LG-DEPARTAMENTO TO WS-DEPTO-ALOCAR.
           MOVE LG-SALARIO-BRUTO TO WS-BRUTO-ALOCAR.
           MOVE LG-SALARIO-LIQUIDO TO WS-LIQUIDO-ALOCAR.
           PERFORM ACUMULAR-PARCELA.

       BUSCAR-TRANSFERENCIA.
           MOVE "N" TO WS-ACHOU-TRANSF.
                   MOVE "S" TO WS-ACHOU-TRANSF
           END-SEARCH.

      * A ledger record another company holds belongs in part to
      * this report only when the employee left this company for
      * that one inside the competencia.
       ACUMULAR-CEDIDO.
           PERFORM BUSCAR-TRANSFERENCIA.
           IF WS-TRANSF-ACHADA
               IF WS-TF-EMPRESA-DE(TF-IDX) = WS-EMPRESA-CORRENTE
                       AND WS-TF-EMPRESA-PARA(TF-IDX) = LG-EMPRESA
                   ADD 1 TO WS-QTD-REGISTROS
                   PERFORM RATEAR-SAIDA
               END-IF
           END-IF.

       CALCULAR-PARTE-ANTERIOR.
           COMPUTE WS-DIAS-ANTES = WS-TF-DIA(TF-IDX) - 1.

           COMPUTE WS-VALOR-PARTE-BRUTO ROUNDED =
           COMPUTE WS-VALOR-PARTE-LIQUIDO ROUNDED =
               LG-SALARIO-LIQUIDO * WS-DIAS-ANTES / 30.

      * Destination side of a group transfer - the days from the
      * effective date on, on the department the record shows.
       RATEAR-CHEGADA.
           PERFORM CALCULAR-PARTE-ANTERIOR.
           MOVE LG-DEPARTAMENTO TO WS-DEPTO-ALOCAR.
           COMPUTE WS-BRUTO-ALOCAR =
               LG-SALARIO-BRUTO - WS-VALOR-PARTE-BRUTO.
           COMPUTE WS-LIQUIDO-ALOCAR =
               LG-SALARIO-LIQUIDO - WS-VALOR-PARTE-LIQUIDO.
           PERFORM ACUMULAR-PARCELA.

      * Origin side - the days before the effective date, on the
      * department the employee left.
       RATEAR-SAIDA.
           PERFORM CALCULAR-PARTE-ANTERIOR.
           MOVE WS-TF-DEPTO-DE(TF-IDX) TO WS-DEPTO-ALOCAR.
           MOVE WS-VALOR-PARTE-BRUTO   TO WS-BRUTO-ALOCAR.
           MOVE WS-VALOR-PARTE-LIQUIDO TO WS-LIQUIDO-ALOCAR.
           PERFORM ACUMULAR-PARCELA.

       RATEAR-TRANSFERENCIA.
           PERFORM CALCULAR-PARTE-ANTERIOR.

           MOVE WS-TF-DEPTO-DE(TF-IDX) TO WS-DEPTO-ALOCAR.
           MOVE WS-VALOR-PARTE-BRUTO   TO WS-BRUTO-ALOCAR.
           MOVE WS-VALOR-PARTE-LIQUIDO TO WS-LIQUIDO-ALOCAR.
                                   TO WS-TF-DEPTO-DE(TF-IDX)
                               MOVE TF-DATA-EFETIVA(7:2)
                                   TO WS-TF-DIA(TF-IDX)
                               PERFORM GUARDAR-EMPRESAS-TRANSF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFERENCIAS
           END-IF.

       GUARDAR-EMPRESAS-TRANSF.
           IF TF-EMPRESA-DE NUMERIC AND TF-EMPRESA-PARA NUMERIC
               MOVE TF-EMPRESA-DE   TO WS-TF-EMPRESA-DE(TF-IDX)
               MOVE TF-EMPRESA-PARA TO WS-TF-EMPRESA-PARA(TF-IDX)
           ELSE
               MOVE 0 TO WS-TF-EMPRESA-DE(TF-IDX)
               MOVE 0 TO WS-TF-EMPRESA-PARA(TF-IDX)
           END-IF.

       IMPRIMIR-CENTROS.
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-QTD-CENTROS
