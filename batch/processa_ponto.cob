               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PONTO.

      * Valid marcacoes in employee-code order, so each employee's
      * month is added up and written as soon as the next code
      * comes along - no table, however many employees clock in.
           SELECT SORT-MARCACAO ASSIGN TO "sortwk14".

           SELECT PONTO-CALCULADO ASSIGN TO "data/ponto-calculado.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALCULADO.
           05 PT-HORAS-NORMAIS PIC 9(2)V9(2).
           05 PT-HORAS-EXTRAS PIC 9(2)V9(2).
           05 PT-HORAS-FALTAS PIC 9(2)V9(2).
      * Project the hours were booked to - read only by
      * ALOCACAO-PROJETOS; a day split over projects comes as one
      * line per project, summed here like any other line.
           05 PT-PROJETO      PIC X(8).

       SD  SORT-MARCACAO.
       01  SM-MARCACAO.
           05 SM-CODFUNC      PIC 9(6).
           05 SM-DEPARTAMENTO PIC X(15).
           05 SM-SALARIO      PIC 9(7)V9(2).
           05 SM-EXTRAS       PIC 9(2)V9(2).
           05 SM-EXTRAS-100   PIC 9(2)V9(2).
           05 SM-FALTAS       PIC 9(2)V9(2).

       FD  PONTO-CALCULADO.
       01  PC-CALCULADO.

       01  WS-MOTIVO-REJEICAO PIC X(40).

      * Accumulation of the month's overtime and absence hours of
      * the employee on hand in the sorted marcacoes, with the
      * salary captured on first sight.
       01  WS-PONTO-FUNCIONARIO.
           05 WS-P-CODFUNC PIC 9(6).
           05 WS-P-DEPARTAMENTO PIC X(15).
           05 WS-P-SALARIO PIC 9(7)V9(2).
           05 WS-P-EXTRAS     PIC 9(4)V9(2).
           05 WS-P-EXTRAS-100 PIC 9(4)V9(2).
           05 WS-P-FALTAS     PIC 9(4)V9(2).

       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "S".

      * Parameter area of the shared business-day module.
       COPY CALCDIASUTEIS.
               GOBACK
           END-IF.

           OPEN OUTPUT PONTO-CALCULADO.

           IF NOT WS-CALCULADO-OK
               DISPLAY "PROCESSA-PONTO: ERRO ABRINDO CALCULADO - "
                       WS-FS-CALCULADO
               CLOSE FUNCIONARIO-MASTER
               CLOSE PONTO
               CLOSE REJEITADOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PREPARAR-HISTORICO.

           SORT SORT-MARCACAO
               ON ASCENDING KEY SM-CODFUNC
               INPUT PROCEDURE IS LER-MARCACOES
               OUTPUT PROCEDURE IS GRAVAR-CALCULADO.

           CLOSE PONTO.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE PONTO-CALCULADO.
           CLOSE PONTO-HISTORICO.

           IF WS-BANCO-ATIVO
               CLOSE BANCO-HORAS

           GOBACK.

       LER-MARCACOES.
           PERFORM UNTIL WS-PONTO-EOF
               READ PONTO
                   AT END SET WS-PONTO-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM PROCESSAR-MARCACAO
               END-READ
           END-PERFORM.

      * Each ponto line must belong to a known, payable employee -
      * anything else is reported and never reaches the register.
       PROCESSAR-MARCACAO.
               WRITE REJEITADOS-LINHA
           END-IF.

      * Weekday and non-working-day overtime are told apart here,
      * while the marcacao's date is on hand.
       ACUMULAR-MARCACAO.
           MOVE PT-CODFUNC      TO SM-CODFUNC.
           MOVE FM-DEPARTAMENTO TO SM-DEPARTAMENTO.
           MOVE FM-SALARIO      TO SM-SALARIO.
           MOVE 0 TO SM-EXTRAS.
           MOVE 0 TO SM-EXTRAS-100.

      * hours on a non-working day earn the 100 percent additional
           MOVE PT-DATA TO DU-DATA-INICIO.
           MOVE PT-DATA TO DU-DATA-FIM.
           CALL "CALC-DIAS-UTEIS" USING DU-PARAMETROS.
           IF DU-DIA-UTIL
               MOVE PT-HORAS-EXTRAS TO SM-EXTRAS
           ELSE
               MOVE PT-HORAS-EXTRAS TO SM-EXTRAS-100
           END-IF.
           MOVE PT-HORAS-FALTAS TO SM-FALTAS.
           RELEASE SM-MARCACAO.

      * Adds up each employee's marcacoes as they come back from the
      * sort and writes the employee once the code changes.
       GRAVAR-CALCULADO.
           PERFORM RETORNAR-MARCACAO.
           PERFORM UNTIL WS-SORT-EOF
               MOVE SM-CODFUNC      TO WS-P-CODFUNC
               MOVE SM-DEPARTAMENTO TO WS-P-DEPARTAMENTO
               MOVE SM-SALARIO      TO WS-P-SALARIO
               MOVE 0 TO WS-P-EXTRAS
               MOVE 0 TO WS-P-EXTRAS-100
               MOVE 0 TO WS-P-FALTAS
               PERFORM UNTIL WS-SORT-EOF
                       OR SM-CODFUNC NOT = WS-P-CODFUNC
                   ADD SM-EXTRAS     TO WS-P-EXTRAS
                   ADD SM-EXTRAS-100 TO WS-P-EXTRAS-100
                   ADD SM-FALTAS     TO WS-P-FALTAS
                   PERFORM RETORNAR-MARCACAO
               END-PERFORM
               PERFORM GRAVAR-FUNCIONARIO
           END-PERFORM.

       RETORNAR-MARCACAO.
           RETURN SORT-MARCACAO
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

      * One calculated record per employee: weekday overtime at 1.5
      * times the hourly rate, holiday/weekend overtime at double,
      * absence at the plain rate.
       GRAVAR-FUNCIONARIO.
           PERFORM GRAVAR-HISTORICO-PONTO.
           IF WS-BANCO-ATIVO
               PERFORM PROCESSAR-BANCO-HORAS
           END-IF.
           COMPUTE WS-TAXA-HORA ROUNDED =
               WS-P-SALARIO / WS-HORAS-MES.
           MOVE WS-P-CODFUNC TO PC-CODFUNC.
           MOVE WS-COMPETENCIA TO PC-COMPETENCIA.
           COMPUTE PC-ADICIONAL ROUNDED =
               (WS-P-EXTRAS * WS-TAXA-HORA * 1.5)
               + (WS-P-EXTRAS-100 * WS-TAXA-HORA * 2.0).
           COMPUTE PC-DESCONTO ROUNDED =
               WS-P-FALTAS * WS-TAXA-HORA.
           WRITE PC-CALCULADO.
           ADD 1 TO WS-QTD-GRAVADOS.

      * A rerun replaces its own competencia's history instead of
      * appending a duplicate month: the prior months copy out to
      * departments actually did, not what was paid in cash.
       GRAVAR-HISTORICO-PONTO.
           MOVE WS-COMPETENCIA TO PH-COMPETENCIA.
           MOVE WS-P-CODFUNC TO PH-CODFUNC.
           MOVE WS-P-DEPARTAMENTO TO PH-DEPARTAMENTO.
           COMPUTE PH-HORAS-EXTRAS =
               WS-P-EXTRAS + WS-P-EXTRAS-100.
           MOVE WS-P-FALTAS TO PH-HORAS-FALTAS.
           WRITE PH-LINHA.

      * Opens (bootstrapping if needed) the hour-bank and the
           COMPUTE WS-COMPETENCIA-LIMITE =
               (WS-ANO-AUX * 100) + WS-MES-AUX.

      * Hour bank for the accumulated employee: credit this month's
      * weekday overtime, cash out any bucket past the six-month
      * limit, and compensate absences from the oldest remaining
      * hours - only what the bank cannot cover stays as a cash
      * credits or debits twice
           PERFORM REBOBINAR-BUCKETS.

           IF WS-P-EXTRAS > 0
               PERFORM CREDITAR-EXTRAS
           END-IF.

           MOVE WS-P-FALTAS TO WS-FALTAS-RESTANTES.
           PERFORM VARRER-BUCKETS.
           MOVE WS-FALTAS-RESTANTES TO WS-P-FALTAS.

      * horas vencidas pagam em dinheiro na mesma folha
           ADD WS-HORAS-VENCIDAS TO WS-P-EXTRAS.

           PERFORM GRAVAR-EXTRATO-FUNCIONARIO.

       CREDITAR-EXTRAS.
           MOVE WS-P-CODFUNC TO BH-CODFUNC.
           MOVE WS-COMPETENCIA TO BH-COMPETENCIA.
           READ BANCO-HORAS
               INVALID KEY
                   MOVE WS-P-CODFUNC TO BH-CODFUNC
                   MOVE WS-COMPETENCIA TO BH-COMPETENCIA
                   MOVE WS-P-EXTRAS TO BH-HORAS-CREDITADAS
                   MOVE 0 TO BH-HORAS-USADAS
                   MOVE WS-COMPETENCIA TO BH-COMP-PROCESSO
                   MOVE WS-P-EXTRAS TO BH-CRED-PROCESSO
                   MOVE 0 TO BH-USO-PROCESSO
                   WRITE BH-BANCO-HORAS
                       INVALID KEY
                                   "BANCO DE " BH-CODFUNC
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-P-EXTRAS TO BH-HORAS-CREDITADAS
                   MOVE WS-COMPETENCIA TO BH-COMP-PROCESSO
                   ADD WS-P-EXTRAS TO BH-CRED-PROCESSO
                   REWRITE BH-BANCO-HORAS
                       INVALID KEY
                           DISPLAY "PROCESSA-PONTO: ERRO REGRAVANDO "
                                   "BANCO DE " BH-CODFUNC
                   END-REWRITE
           END-READ.
           MOVE 0 TO WS-P-EXTRAS.

      * Oldest buckets first: expired balances cash out, live ones
      * absorb the month's absence hours.
       VARRER-BUCKETS.
           MOVE "N" TO WS-BANCO-EOF-SW.
           MOVE WS-P-CODFUNC TO BH-CODFUNC.
           MOVE 0 TO BH-COMPETENCIA.
           START BANCO-HORAS KEY IS NOT LESS THAN BH-CHAVE
               INVALID KEY SET WS-FIM-BANCO TO TRUE
               READ BANCO-HORAS NEXT RECORD
                   AT END SET WS-FIM-BANCO TO TRUE
                   NOT AT END
                       IF BH-CODFUNC NOT = WS-P-CODFUNC
                           SET WS-FIM-BANCO TO TRUE
                       ELSE
                           PERFORM TRATAR-BUCKET
      * of the month found.
       REBOBINAR-BUCKETS.
           MOVE "N" TO WS-BANCO-EOF-SW.
           MOVE WS-P-CODFUNC TO BH-CODFUNC.
           MOVE 0 TO BH-COMPETENCIA.
           START BANCO-HORAS KEY IS NOT LESS THAN BH-CHAVE
               INVALID KEY SET WS-FIM-BANCO TO TRUE
               READ BANCO-HORAS NEXT RECORD
                   AT END SET WS-FIM-BANCO TO TRUE
                   NOT AT END
                       IF BH-CODFUNC NOT = WS-P-CODFUNC
                           SET WS-FIM-BANCO TO TRUE
                       ELSE
                           IF BH-COMP-PROCESSO = WS-COMPETENCIA
       GRAVAR-EXTRATO-FUNCIONARIO.
           MOVE 0 TO WS-SALDO-TOTAL.
           MOVE "N" TO WS-BANCO-EOF-SW.
           MOVE WS-P-CODFUNC TO BH-CODFUNC.
           MOVE 0 TO BH-COMPETENCIA.
           START BANCO-HORAS KEY IS NOT LESS THAN BH-CHAVE
               INVALID KEY SET WS-FIM-BANCO TO TRUE
               READ BANCO-HORAS NEXT RECORD
                   AT END SET WS-FIM-BANCO TO TRUE
                   NOT AT END
                       IF BH-CODFUNC NOT = WS-P-CODFUNC
                           SET WS-FIM-BANCO TO TRUE
                       ELSE
                           MOVE BH-CODFUNC TO WS-E-CODFUNC
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-P-CODFUNC TO WS-S-CODFUNC.
           MOVE WS-SALDO-TOTAL TO WS-S-SALDO.
           MOVE WS-LINHA-SALDO TO EXTRATO-LINHA.
           WRITE EXTRATO-LINHA.
