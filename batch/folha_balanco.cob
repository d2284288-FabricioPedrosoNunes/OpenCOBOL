      * them to the trailer FOLHA-PAGAMENTO wrote, catching a silently
      * dropped or duplicated detail record before the report is
      * trusted.
      *
      * Under TIPO-FOLHA=PLR the profit-sharing distribution is
      * redone from the pool, the rule and the percentage file the
      * PLR run used, counting only the employees with a share, and
      * checked against the PLR trailer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.

      * Same per-department PLR percentages FOLHA-PAGAMENTO splits
      * the pool by.
           SELECT PLR-DEPARTAMENTOS ASSIGN DYNAMIC WS-PLR-DEPTO-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLR-DEPTO.


      * Company this pass processes - written by CADEIA-NOTURNA per
      * company; absent file means the historical company 001.
           05 BS-QTD-CONFERIDA    PIC 9(5).
           05 BS-TOTAL-CONFERIDO  PIC 9(11)V9(2).

       FD  PLR-DEPARTAMENTOS.
       01  PD-LINHA.
           05 PD-DEPARTAMENTO PIC X(15).
           05 PD-PERCENTUAL   PIC 9(3)V9(2).


       FD  EMPRESA-CORRENTE.
       01  EC-LINHA.
           88 WS-FOLHA-13-P2  VALUE "DECIMO-P2".
           88 WS-FOLHA-DECIMO VALUES "DECIMO-P1", "DECIMO-P2".
           88 WS-FOLHA-ADIANTAMENTO VALUE "ADIANTAMENTO".
           88 WS-FOLHA-PLR    VALUE "PLR".

      * Same PLR pool, rule and shares FOLHA-PAGAMENTO distributes.
       01  WS-FS-PLR-DEPTO PIC XX.
           88 WS-PLR-DEPTO-OK  VALUE "00".
           88 WS-PLR-DEPTO-EOF VALUE "10".

       01  WS-PLR-DEPTO-ARQUIVO PIC X(40).

       01  WS-PLR-VALOR-TXT PIC X(20).
       01  WS-PLR-MONTANTE  PIC 9(9)V9(2) VALUE 0.
       01  WS-PLR-CRITERIO  PIC X(12).
           88 WS-PLR-POR-SALARIO      VALUE "SALARIO".
           88 WS-PLR-POR-DEPARTAMENTO VALUE "DEPARTAMENTO".
       01  WS-PLR-BASE-SALARIOS PIC 9(11)V9(2) VALUE 0.

       01  WS-PLR-DEPTO-TABELA.
           05 WS-QTD-PLR-DEPTOS PIC 9(3) VALUE 0.
           05 WS-ENTRADA-PLR-DEPTO OCCURS 100 TIMES
                                   INDEXED BY PD-IDX.
               10 WS-PD-DEPARTAMENTO PIC X(15).
               10 WS-PD-PERCENTUAL   PIC 9(3)V9(2).
               10 WS-PD-QTD          PIC 9(5).
               10 WS-PD-COTA         PIC 9(7)V9(2).

       01  WS-PLR-COTA PIC 9(7)V9(2) VALUE 0.

      * Same advance percentage FOLHA-PAGAMENTO pays on the 15th.
       01  WS-ADTO-PCT PIC 9V9(2) VALUE 0.40.
      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

      * Parameter area of the shared leave-day calculator.
       COPY CALCDIASAFAST.

       01  WS-AFASTADO-PAGAVEL PIC X VALUE "N".
           88 WS-AFASTADO-A-PAGAR VALUE "S".


       PROCEDURE DIVISION.


           PERFORM DEFINIR-TIPO-FOLHA.

           IF WS-FOLHA-PLR
               PERFORM PREPARAR-PLR
           END-IF.

           PERFORM RECALCULAR-TOTAIS.
           PERFORM LER-TRAILER.
           PERFORM COMPARAR-TOTAIS.
      * FOLHA-PAGAMENTO's sort/report pass and tallies count and
      * SALARIO total from scratch, applying the same FM-STATUS-ATIVO
      * filter FOLHA-PAGAMENTO's trailer uses so this reconciliation
      * doesn't false-positive on DESLIGADO/AFASTADO employees. An
      * AFASTADO employee the monthly run still pays for part of the
      * month is counted the way FOLHA-PAGAMENTO counts them.
       RECALCULAR-TOTAIS.
           OPEN INPUT FUNCIONARIO-MASTER.

                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RL-LIDOS
                       IF WS-FOLHA-PLR
                           PERFORM CALCULAR-COTA-PLR
                       END-IF
                       MOVE "N" TO WS-AFASTADO-PAGAVEL
                       IF WS-FOLHA-MENSAL
                               AND FM-EMPRESA = WS-EMPRESA-CORRENTE
                           PERFORM APURAR-AFASTAMENTO
                       END-IF
                       IF (FM-STATUS-ATIVO OR WS-AFASTADO-A-PAGAR)
                               AND FM-EMPRESA = WS-EMPRESA-CORRENTE
                               AND (WS-PLR-COTA > 0
                                    OR NOT WS-FOLHA-PLR)
                           ADD 1 TO WS-QTD-CALCULADA
                           EVALUATE TRUE
                               WHEN WS-FOLHA-DECIMO
                                       FM-SALARIO * WS-ADTO-PCT
                                   ADD WS-PARCELA-ADTO
                                       TO WS-TOTAL-CALCULADO
                               WHEN WS-FOLHA-PLR
                                   ADD WS-PLR-COTA
                                       TO WS-TOTAL-CALCULADO
                               WHEN OTHER
                                   PERFORM CALCULAR-PRORATA
                                   PERFORM APLICAR-AFASTAMENTO
                                   ADD WS-SALARIO-PRORATA
                                       TO WS-TOTAL-CALCULADO
                           END-EVALUATE
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-TIPO-FOLHA.
           IF NOT WS-FOLHA-DECIMO AND NOT WS-FOLHA-ADIANTAMENTO
                   AND NOT WS-FOLHA-PLR
               MOVE "MENSAL" TO WS-TIPO-FOLHA
           END-IF.

      * the run types are mutually exclusive - an advance
      * verification must never read the monthly trailer or write
      * its verdict into the status file the remessa gates on
           EVALUATE TRUE
                       TO WS-STATUS-ARQUIVO
                   DISPLAY "FOLHA-BALANCO: VERIFICANDO FOLHA DO "
                           "13O - " WS-TIPO-FOLHA
               WHEN WS-FOLHA-PLR
                   MOVE "data/folha-plr-trailer.dat"
                       TO WS-TRAILER-ARQUIVO
                   MOVE "data/folha-plr-balanco-status.dat"
                       TO WS-STATUS-ARQUIVO
                   DISPLAY "FOLHA-BALANCO: VERIFICANDO PLR"
               WHEN OTHER
                   MOVE "data/folha-trailer.dat"
                       TO WS-TRAILER-ARQUIVO
                       TO WS-STATUS-ARQUIVO
           END-EVALUATE.

      * Same PLR pool, rule and base FOLHA-PAGAMENTO distributes -
      * a run FOLHA-PAGAMENTO would have refused cannot be proven.
       PREPARAR-PLR.
           MOVE "PLR-VALOR" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-PLR-VALOR-TXT.
           IF WS-PLR-VALOR-TXT NOT = SPACES
               COMPUTE WS-PLR-MONTANTE =
                   FUNCTION NUMVAL(WS-PLR-VALOR-TXT)
           END-IF.

           MOVE "PLR-CRITERIO" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-PLR-CRITERIO.
           IF NOT WS-PLR-POR-DEPARTAMENTO
               MOVE "SALARIO" TO WS-PLR-CRITERIO
           END-IF.

           IF WS-PLR-MONTANTE = 0
               DISPLAY "FOLHA-BALANCO: PLR SEM MONTANTE APROVADO "
                       "(PLR-VALOR)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-PLR-POR-DEPARTAMENTO
               PERFORM CARREGAR-PLR-DEPARTAMENTOS
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.
           IF NOT WS-MASTER-OK
               DISPLAY "FOLHA-BALANCO: ERRO ABRINDO MASTER - "
                       WS-FS-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-MASTER-EOF
               READ FUNCIONARIO-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF FM-STATUS-ATIVO
                               AND FM-EMPRESA = WS-EMPRESA-CORRENTE
                           ADD FM-SALARIO TO WS-PLR-BASE-SALARIOS
                           IF WS-PLR-POR-DEPARTAMENTO
                               PERFORM CONTAR-DEPARTAMENTO-PLR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FUNCIONARIO-MASTER.

           IF WS-PLR-POR-DEPARTAMENTO
               PERFORM VARYING PD-IDX FROM 1 BY 1
                       UNTIL PD-IDX > WS-QTD-PLR-DEPTOS
                   IF WS-PD-QTD(PD-IDX) > 0
                       COMPUTE WS-PD-COTA(PD-IDX) ROUNDED =
                           WS-PLR-MONTANTE * WS-PD-PERCENTUAL(PD-IDX)
                           / 100 / WS-PD-QTD(PD-IDX)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-PLR-BASE-SALARIOS = 0
                   DISPLAY "FOLHA-BALANCO: PLR SEM FUNCIONARIOS "
                           "ATIVOS"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       CARREGAR-PLR-DEPARTAMENTOS.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/plr-departamentos.dat"
                   TO WS-PLR-DEPTO-ARQUIVO
           ELSE
               MOVE SPACES TO WS-PLR-DEPTO-ARQUIVO
               STRING "data/plr-departamentos-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-PLR-DEPTO-ARQUIVO
           END-IF.

           OPEN INPUT PLR-DEPARTAMENTOS.
           IF NOT WS-PLR-DEPTO-OK
               DISPLAY "FOLHA-BALANCO: ERRO ABRINDO PERCENTUAIS DE "
                       "PLR - " WS-FS-PLR-DEPTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-PLR-DEPTO-EOF
               READ PLR-DEPARTAMENTOS
                   AT END SET WS-PLR-DEPTO-EOF TO TRUE
                   NOT AT END
                       IF WS-QTD-PLR-DEPTOS < 100
                           ADD 1 TO WS-QTD-PLR-DEPTOS
                           SET PD-IDX TO WS-QTD-PLR-DEPTOS
                           MOVE PD-DEPARTAMENTO
                               TO WS-PD-DEPARTAMENTO(PD-IDX)
                           MOVE PD-PERCENTUAL
                               TO WS-PD-PERCENTUAL(PD-IDX)
                           MOVE 0 TO WS-PD-QTD(PD-IDX)
                           MOVE 0 TO WS-PD-COTA(PD-IDX)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PLR-DEPARTAMENTOS.

       CONTAR-DEPARTAMENTO-PLR.
           SET PD-IDX TO 1.
           SEARCH WS-ENTRADA-PLR-DEPTO
               AT END CONTINUE
               WHEN PD-IDX > WS-QTD-PLR-DEPTOS
                   CONTINUE
               WHEN WS-PD-DEPARTAMENTO(PD-IDX) = FM-DEPARTAMENTO
                   ADD 1 TO WS-PD-QTD(PD-IDX)
           END-SEARCH.

      * Same share FOLHA-PAGAMENTO pays the employee.
       CALCULAR-COTA-PLR.
           MOVE 0 TO WS-PLR-COTA.
           IF WS-PLR-POR-DEPARTAMENTO
               SET PD-IDX TO 1
               SEARCH WS-ENTRADA-PLR-DEPTO
                   AT END CONTINUE
                   WHEN PD-IDX > WS-QTD-PLR-DEPTOS
                       CONTINUE
                   WHEN WS-PD-DEPARTAMENTO(PD-IDX) = FM-DEPARTAMENTO
                       MOVE WS-PD-COTA(PD-IDX) TO WS-PLR-COTA
               END-SEARCH
           ELSE
               COMPUTE WS-PLR-COTA ROUNDED =
                   WS-PLR-MONTANTE * FM-SALARIO
                   / WS-PLR-BASE-SALARIOS
           END-IF.

      * Same admission proration FOLHA-PAGAMENTO applies - an
      * employee admitted inside the competencia counts only the
      * calendar days from the admission.
       CALCULAR-PRORATA.
           MOVE FM-SALARIO TO WS-SALARIO-PRORATA.
           MOVE 30 TO WS-DIAS-PAGOS.
           IF FM-DATA-ADMISSAO(1:6) = WS-COMPETENCIA
               MOVE FM-DATA-ADMISSAO(7:2) TO WS-DIA-ADMISSAO
               COMPUTE WS-DIAS-PAGOS = 30 - WS-DIA-ADMISSAO + 1
                   FM-SALARIO * WS-DIAS-PAGOS / 30
           END-IF.

      * Same leave split FOLHA-PAGAMENTO applies, through the same
      * shared module: an AFASTADO employee counts while the company
      * still owes days of the month, and the unpaid leave days come
      * off the prorated salary.
       APURAR-AFASTAMENTO.
           MOVE "N" TO WS-AFASTADO-PAGAVEL.
           MOVE FM-CODFUNC     TO LA-CODFUNC.
           MOVE WS-COMPETENCIA TO LA-COMPETENCIA.
           CALL "CALC-DIAS-AFASTAMENTO" USING LA-PARAMETROS.
           IF FM-STATUS-AFASTADO AND LA-COM-AFASTAMENTO
                   AND LA-DIAS-SEM-REMUNERACAO < 30
               MOVE "S" TO WS-AFASTADO-PAGAVEL
           END-IF.

       APLICAR-AFASTAMENTO.
           IF LA-COM-AFASTAMENTO
               IF LA-DIAS-SEM-REMUNERACAO >= WS-DIAS-PAGOS
                   MOVE 0 TO WS-DIAS-PAGOS
               ELSE
                   SUBTRACT LA-DIAS-SEM-REMUNERACAO FROM WS-DIAS-PAGOS
               END-IF
               COMPUTE WS-SALARIO-PRORATA ROUNDED =
                   FM-SALARIO * WS-DIAS-PAGOS / 30
           END-IF.

      * Same parcel math FOLHA-PAGAMENTO applies, recomputed
      * independently so the 13o trailer is proven the same way the
      * monthly one is.
