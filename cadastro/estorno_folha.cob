       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNO-FOLHA.

      * Supervisor reversal (estorno) of a monthly FOLHA-PAGAMENTO run
      * for one empresa/competencia, for a folha that went out wrong
      * before the bank file was released - bad tax table, wrong
      * parameter. The employees of the run are the ones with a
      * ledger record of that company and competencia, and every
      * side effect the run left on them is backed out:
      *   - the ledger records (data/folha-ledger.dat) are deleted;
      *   - their itemized lines of the competencia are dropped from
      *     data/folha-rubricas.dat;
      *   - a consignado installment burned for the competencia
      *     (data/emprestimos.dat) is given back - one more
      *     installment due, the balance restored;
      *   - the pensao withheld (data/pensoes-pagas.dat) is deleted,
      *     so FOLHA-REMESSA credits no beneficiary off it;
      *   - the hour-bank movements processed for the competencia
      *     (data/banco-horas.dat) are rewound the way PROCESSA-PONTO
      *     rewinds them on a rerun - the ponto must be processed
      *     again before the corrected folha;
      *   - the balanco verdict is marked ESTORNADA, so no remessa
      *     can be generated until the corrected folha is balanced.
      * The adiantamento of the 15th stays on data/adiantamentos.dat:
      * the monthly run only read it to deduct it, and the corrected
      * run deducts it again.
      *
      * Refused while the nightly chain runs and once the competencia
      * is closed on data/competencia-fechada.dat. Only an operator
      * signed on with the supervisor perfil may run it; the
      * supervisor gives the reason and confirms after
      * seeing the control totals; the reversal and every undo go to
      * the audit trail, and the run ends with the control totals
      * before and after.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-LEDGER ASSIGN TO "data/folha-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-FS-LEDGER.

           SELECT FOLHA-RUBRICAS ASSIGN TO "data/folha-rubricas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOLHA-RUB.

      * work copy the kept rubrica lines are written to before they
      * replace the original
           SELECT RUBRICAS-TEMP ASSIGN TO "data/folha-rubricas-tmp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUB-TEMP.

           SELECT EMPRESTIMO-MASTER ASSIGN TO "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODFUNC
               FILE STATUS IS WS-FS-EMPRESTIMO.

           SELECT PENSAO-PAGA ASSIGN TO "data/pensoes-pagas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS WS-FS-PENSAO-PAGA.

           SELECT BANCO-HORAS ASSIGN TO "data/banco-horas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-CHAVE
               FILE STATUS IS WS-FS-BANCO.

      * Verdict FOLHA-REMESSA is gated on - overwritten ESTORNADA.
           SELECT BALANCO-STATUS ASSIGN TO
                   "data/folha-balanco-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.

           SELECT COMPETENCIA-FECHADA ASSIGN TO
                   "data/competencia-fechada.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-CHAVE
               FILE STATUS IS WS-FS-FECHAMENTO.

      * Suite-wide interlock and per-record busy marks - the
      * reversal refuses to run while the nightly chain owns the
      * masters, and marks the competencia so a second session
      * backs off.
           SELECT CADEIA-LOCK ASSIGN TO "data/cadeia-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOCK.

           SELECT REGISTRO-TRAVAS ASSIGN TO "data/registro-travas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TV-CHAVE
               FILE STATUS IS WS-FS-TRAVAS.

       DATA DIVISION.

       FILE SECTION.
       FD  FOLHA-LEDGER.
       COPY FOLHALEDGER.

       FD  FOLHA-RUBRICAS.
       COPY FOLHARUBRICA.

       FD  RUBRICAS-TEMP.
       01  RT-LINHA PIC X(45).

       FD  EMPRESTIMO-MASTER.
       COPY EMPRESTIMO.

       FD  PENSAO-PAGA.
       COPY PENSAOPAGA.

       FD  BANCO-HORAS.
       COPY BANCOHORAS.

       FD  BALANCO-STATUS.
       01  BS-LINHA.
           05 BS-DATA-VERIFICACAO PIC 9(8).
           05 BS-RESULTADO        PIC X(11).
           05 BS-QTD-CONFERIDA    PIC 9(5).
           05 BS-TOTAL-CONFERIDO  PIC 9(11)V9(2).

       FD  COMPETENCIA-FECHADA.
       COPY COMPFECHADA.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-LEDGER PIC XX.
           88 WS-LEDGER-OK  VALUE "00".
           88 WS-LEDGER-EOF VALUE "10".

       01  WS-FS-FOLHA-RUB PIC XX.
           88 WS-FOLHA-RUB-OK  VALUE "00".
           88 WS-FOLHA-RUB-EOF VALUE "10".

       01  WS-FS-RUB-TEMP PIC XX.
           88 WS-RUB-TEMP-OK  VALUE "00".
           88 WS-RUB-TEMP-EOF VALUE "10".

       01  WS-FS-EMPRESTIMO PIC XX.
           88 WS-EMPRESTIMO-OK  VALUE "00".
           88 WS-EMPRESTIMO-EOF VALUE "10".

       01  WS-FS-PENSAO-PAGA PIC XX.
           88 WS-PENSAO-PAGA-OK  VALUE "00".
           88 WS-PENSAO-PAGA-EOF VALUE "10".

       01  WS-FS-BANCO PIC XX.
           88 WS-BANCO-OK  VALUE "00".
           88 WS-BANCO-EOF VALUE "10".

       01  WS-FS-STATUS PIC XX.
           88 WS-STATUS-OK VALUE "00".

       01  WS-FS-FECHAMENTO PIC XX.
           88 WS-FECHAMENTO-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".

       01  WS-FS-TRAVAS PIC XX.
           88 WS-TRAVAS-OK         VALUE "00".
           88 WS-TRAVAS-NAO-EXISTE VALUE "35".

       01  WS-TRAVA-OBTIDA PIC X VALUE "N".
           88 WS-TEM-TRAVA VALUE "S".

       01  WS-COMP-ENTRADA PIC 9(6).
       01  WS-EMP-ENTRADA  PIC 9(3).
       01  WS-CHAVE-VALIDA PIC X VALUE "N".
       01  WS-SUPERVISOR   PIC X(8).
       01  WS-MOTIVO       PIC X(30).
       01  WS-CONFIRMA     PIC X VALUE "N".
           88 WS-CONFIRMADO VALUES "S" "s".

       01  WS-FIM-ARQUIVO PIC X VALUE "N".
           88 WS-FIM-LEITURA VALUE "S".

      * Employees of the run being reversed - the ledger records of
      * the company and competencia. The rubrica lines, loans and
      * hour-bank buckets carry no company, so they are matched by
      * these codes.
       01  WS-FUNC-TABELA.
           05 WS-QTD-FUNC PIC 9(5) VALUE 0.
           05 WS-FUNC-ESTORNO OCCURS 5000 TIMES
                              INDEXED BY FE-IDX
                              PIC 9(6).

       01  WS-CODFUNC-PROCURADO PIC 9(6).
       01  WS-ACHOU-FUNC PIC X VALUE "N".
           88 WS-FUNC-DO-ESTORNO VALUE "S".

      * Control totals of the run's footprint - occurrence 1 before
      * the reversal, 2 after.
       01  WS-FASE PIC 9 VALUE 1.
       01  WS-CONTROLE.
           05 WS-TOTAIS OCCURS 2 TIMES.
               10 WS-T-QTD-LEDGER     PIC 9(5).
               10 WS-T-BRUTO          PIC 9(11)V9(2).
               10 WS-T-LIQUIDO        PIC 9(11)V9(2).
               10 WS-T-QTD-RUBRICAS   PIC 9(5).
               10 WS-T-VALOR-RUBRICAS PIC 9(11)V9(2).
               10 WS-T-QTD-PARCELAS   PIC 9(5).
               10 WS-T-VALOR-PARCELAS PIC 9(11)V9(2).
               10 WS-T-QTD-PENSOES    PIC 9(5).
               10 WS-T-VALOR-PENSOES  PIC 9(11)V9(2).
               10 WS-T-QTD-BUCKETS    PIC 9(5).
               10 WS-T-HORAS-CRED     PIC 9(6)V9(2).
               10 WS-T-HORAS-USO      PIC 9(6)V9(2).

       01  WS-QTD-ESTORNOS PIC 9(6) VALUE 0.

       01  WS-AUD-CAMPO  PIC X(15).
       01  WS-AUD-ANTES  PIC X(30).
       01  WS-AUD-DEPOIS PIC X(30).
       01  WS-AUD-VALOR  PIC ZZZZZZ9.99.
       01  WS-AUD-VALOR2 PIC ZZZZZZ9.99.
       01  WS-AUD-HORAS  PIC ZZZ9.99.
       01  WS-AUD-HORAS2 PIC ZZZ9.99.

       01  WS-LINHA-CONTROLE.
           05 WS-L-ROTULO PIC X(26).
           05 WS-L-ANTES  PIC ZZZZZZZZZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WS-L-DEPOIS PIC ZZZZZZZZZZ9.99.

      * Signed-on session (common/autenticar_operador.cob).
       COPY AUTENTICAR.

      * Parameter area of the shared field validator
      * (common/validar_campo.cob).
       COPY VALIDACAMPO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFICAR-CADEIA-NOTURNA.
           PERFORM IDENTIFICAR-OPERADOR.
           PERFORM ABRIR-TRAVAS.

           DISPLAY " ".
           DISPLAY "==== ESTORNO DA FOLHA DE PAGAMENTO ====".
           PERFORM ACEITAR-COMPETENCIA.
           IF WS-CHAVE-VALIDA NOT = "S"
               DISPLAY "ESTORNO NAO REALIZADO"
               CLOSE REGISTRO-TRAVAS
               STOP RUN
           END-IF.

           PERFORM VERIFICAR-FECHAMENTO.

           MOVE SPACES TO TV-REGISTRO.
           STRING WS-COMP-ENTRADA "/" WS-EMP-ENTRADA
               DELIMITED BY SIZE INTO TV-REGISTRO.
           PERFORM OBTER-TRAVA.
           IF NOT WS-TEM-TRAVA
               CLOSE REGISTRO-TRAVAS
               STOP RUN
           END-IF.

           PERFORM ESTORNAR-COMPETENCIA.

           PERFORM LIBERAR-TRAVA.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

      * Competencia and empresa through the shared validator -
      * WS-CHAVE-VALIDA stays "N" when a field runs out of attempts.
       ACEITAR-COMPETENCIA.
           MOVE "N" TO WS-CHAVE-VALIDA.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-COMPETENCIA TO TRUE.
           MOVE "INFORME A COMPETENCIA (AAAAMM)" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-COMP-ENTRADA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME A EMPRESA (BRANCO = 001)" TO VC-ROTULO
               MOVE 1   TO VC-MINIMO
               MOVE 999 TO VC-MAXIMO
               MOVE "S" TO VC-OPCIONAL
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               EVALUATE TRUE
                   WHEN VC-EM-BRANCO
                       MOVE 1 TO WS-EMP-ENTRADA
                       MOVE "S" TO WS-CHAVE-VALIDA
                   WHEN VC-ACEITO
                       MOVE VC-VALOR-NUMERICO TO WS-EMP-ENTRADA
                       MOVE "S" TO WS-CHAVE-VALIDA
               END-EVALUATE
           END-IF.

       ESTORNAR-COMPETENCIA.
           OPEN I-O FOLHA-LEDGER.
           IF NOT WS-LEDGER-OK
               DISPLAY "ESTORNO-FOLHA: ERRO ABRINDO LEDGER - "
                       WS-FS-LEDGER
           ELSE
               PERFORM CARREGAR-FUNCIONARIOS
               IF WS-QTD-FUNC = 0
                   DISPLAY "NENHUMA FOLHA DA EMPRESA " WS-EMP-ENTRADA
                           " NA COMPETENCIA " WS-COMP-ENTRADA
                           " - NADA A ESTORNAR"
               ELSE
                   PERFORM CONFIRMAR-ESTORNO
               END-IF
               CLOSE FOLHA-LEDGER
           END-IF.

      * The supervisor sees what the run left behind before
      * committing to anything.
       CONFIRMAR-ESTORNO.
           MOVE 1 TO WS-FASE.
           PERFORM APURAR-TOTAIS.
           PERFORM EXIBIR-TOTAIS-ANTES.

           MOVE AU-OPERADOR TO WS-SUPERVISOR.
           MOVE SPACES TO WS-MOTIVO.
           MOVE "N" TO WS-CONFIRMA.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O MOTIVO DO ESTORNO" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO WS-MOTIVO
               DISPLAY "ESTORNO DE " WS-QTD-FUNC " FUNCIONARIOS"
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-OPCAO TO TRUE
               MOVE "CONFIRMA O ESTORNO (S/N)?" TO VC-ROTULO
               MOVE "SN" TO VC-OPCOES
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               IF VC-ACEITO
                   MOVE VC-VALOR-TEXTO(1:1) TO WS-CONFIRMA
               END-IF
           END-IF.
           IF NOT WS-CONFIRMADO OR WS-MOTIVO = SPACES
               DISPLAY "ESTORNO NAO REALIZADO"
           ELSE
               PERFORM EXECUTAR-ESTORNO
               PERFORM EXIBIR-TOTAIS-FINAIS
           END-IF.

       EXECUTAR-ESTORNO.
           PERFORM REGISTRAR-INICIO.

           PERFORM ESTORNAR-LEDGER.
           PERFORM ESTORNAR-RUBRICAS.
           PERFORM ESTORNAR-EMPRESTIMOS.
           PERFORM ESTORNAR-PENSOES.
           PERFORM ESTORNAR-BANCO-HORAS.
           PERFORM INVALIDAR-BALANCO.

           MOVE 2 TO WS-FASE.
           PERFORM APURAR-TOTAIS.

      * A closed month was answered by the bank - its folha was
      * paid and can only be corrected by a new movement, never
      * reversed.
       VERIFICAR-FECHAMENTO.
           OPEN INPUT COMPETENCIA-FECHADA.
           IF WS-FECHAMENTO-OK
               MOVE WS-COMP-ENTRADA TO FC-COMPETENCIA
               MOVE WS-EMP-ENTRADA  TO FC-EMPRESA
               READ COMPETENCIA-FECHADA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FC-FECHADA
                           DISPLAY "ESTORNO-FOLHA: COMPETENCIA "
                                   WS-COMP-ENTRADA " FECHADA DESDE "
                                   FC-DATA " - ESTORNO RECUSADO"
                           CLOSE COMPETENCIA-FECHADA
                           CLOSE REGISTRO-TRAVAS
                           STOP RUN
                       END-IF
               END-READ
               CLOSE COMPETENCIA-FECHADA
           END-IF.

      * The ledger is keyed by employee first - the whole file is
      * walked for the company and competencia.
       CARREGAR-FUNCIONARIOS.
           PERFORM POSICIONAR-LEDGER.
           PERFORM UNTIL WS-FIM-LEITURA
               READ FOLHA-LEDGER NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF LG-COMPETENCIA = WS-COMP-ENTRADA
                               AND LG-EMPRESA = WS-EMP-ENTRADA
                           PERFORM GUARDAR-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-FUNCIONARIO.
           IF WS-QTD-FUNC >= 5000
               DISPLAY "ESTORNO-FOLHA: FOLHA EXCEDE 5000 "
                       "FUNCIONARIOS - ESTORNO RECUSADO"
               MOVE 0 TO WS-QTD-FUNC
               MOVE "S" TO WS-FIM-ARQUIVO
           ELSE
               ADD 1 TO WS-QTD-FUNC
               SET FE-IDX TO WS-QTD-FUNC
               MOVE LG-CODFUNC TO WS-FUNC-ESTORNO(FE-IDX)
           END-IF.

       POSICIONAR-LEDGER.
           MOVE "N" TO WS-FIM-ARQUIVO.
           MOVE 0 TO LG-CODFUNC.
           MOVE 0 TO LG-COMPETENCIA.
           MOVE 0 TO LG-EMPRESA.
           START FOLHA-LEDGER KEY IS NOT LESS THAN LG-CHAVE
               INVALID KEY MOVE "S" TO WS-FIM-ARQUIVO
           END-START.

       VERIFICAR-FUNCIONARIO.
           MOVE "N" TO WS-ACHOU-FUNC.
           SET FE-IDX TO 1.
           SEARCH WS-FUNC-ESTORNO
               AT END CONTINUE
               WHEN FE-IDX > WS-QTD-FUNC
                   CONTINUE
               WHEN WS-FUNC-ESTORNO(FE-IDX) = WS-CODFUNC-PROCURADO
                   MOVE "S" TO WS-ACHOU-FUNC
           END-SEARCH.

      * Counts the run's footprint on every file it touched into
      * the occurrence WS-FASE names - an absent file counts zero.
       APURAR-TOTAIS.
           INITIALIZE WS-TOTAIS(WS-FASE).

           PERFORM POSICIONAR-LEDGER.
           PERFORM UNTIL WS-FIM-LEITURA
               READ FOLHA-LEDGER NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF LG-COMPETENCIA = WS-COMP-ENTRADA
                               AND LG-EMPRESA = WS-EMP-ENTRADA
                           ADD 1 TO WS-T-QTD-LEDGER(WS-FASE)
                           ADD LG-SALARIO-BRUTO
                               TO WS-T-BRUTO(WS-FASE)
                           ADD LG-SALARIO-LIQUIDO
                               TO WS-T-LIQUIDO(WS-FASE)
                       END-IF
               END-READ
           END-PERFORM.

           OPEN INPUT FOLHA-RUBRICAS.
           IF WS-FOLHA-RUB-OK
               PERFORM UNTIL WS-FOLHA-RUB-EOF
                   READ FOLHA-RUBRICAS
                       AT END CONTINUE
                       NOT AT END
                           PERFORM CONTAR-RUBRICA
                   END-READ
               END-PERFORM
               CLOSE FOLHA-RUBRICAS
           END-IF.

           OPEN INPUT EMPRESTIMO-MASTER.
           IF WS-EMPRESTIMO-OK
               PERFORM UNTIL WS-EMPRESTIMO-EOF
                   READ EMPRESTIMO-MASTER NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           PERFORM CONTAR-EMPRESTIMO
                   END-READ
               END-PERFORM
               CLOSE EMPRESTIMO-MASTER
           END-IF.

           OPEN INPUT PENSAO-PAGA.
           IF WS-PENSAO-PAGA-OK
               PERFORM UNTIL WS-PENSAO-PAGA-EOF
                   READ PENSAO-PAGA NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF PG-COMPETENCIA = WS-COMP-ENTRADA
                                   AND PG-EMPRESA = WS-EMP-ENTRADA
                               ADD 1 TO WS-T-QTD-PENSOES(WS-FASE)
                               ADD PG-VALOR
                                   TO WS-T-VALOR-PENSOES(WS-FASE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENSAO-PAGA
           END-IF.

           OPEN INPUT BANCO-HORAS.
           IF WS-BANCO-OK
               PERFORM UNTIL WS-BANCO-EOF
                   READ BANCO-HORAS NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           PERFORM CONTAR-BUCKET
                   END-READ
               END-PERFORM
               CLOSE BANCO-HORAS
           END-IF.

       CONTAR-RUBRICA.
           IF FR-COMPETENCIA = WS-COMP-ENTRADA
               MOVE FR-CODFUNC TO WS-CODFUNC-PROCURADO
               PERFORM VERIFICAR-FUNCIONARIO
               IF WS-FUNC-DO-ESTORNO
                   ADD 1 TO WS-T-QTD-RUBRICAS(WS-FASE)
                   ADD FR-VALOR TO WS-T-VALOR-RUBRICAS(WS-FASE)
               END-IF
           END-IF.

       CONTAR-EMPRESTIMO.
           IF EM-ULTIMA-COMPETENCIA = WS-COMP-ENTRADA
               MOVE EM-CODFUNC TO WS-CODFUNC-PROCURADO
               PERFORM VERIFICAR-FUNCIONARIO
               IF WS-FUNC-DO-ESTORNO
                   ADD 1 TO WS-T-QTD-PARCELAS(WS-FASE)
                   ADD EM-VALOR-PARCELA
                       TO WS-T-VALOR-PARCELAS(WS-FASE)
               END-IF
           END-IF.

       CONTAR-BUCKET.
           IF BH-COMP-PROCESSO = WS-COMP-ENTRADA
               MOVE BH-CODFUNC TO WS-CODFUNC-PROCURADO
               PERFORM VERIFICAR-FUNCIONARIO
               IF WS-FUNC-DO-ESTORNO
                   ADD 1 TO WS-T-QTD-BUCKETS(WS-FASE)
                   ADD BH-CRED-PROCESSO TO WS-T-HORAS-CRED(WS-FASE)
                   ADD BH-USO-PROCESSO  TO WS-T-HORAS-USO(WS-FASE)
               END-IF
           END-IF.

      * Deleting the record just read keeps the sequential walk
      * positioned on the next key.
       ESTORNAR-LEDGER.
           PERFORM POSICIONAR-LEDGER.
           PERFORM UNTIL WS-FIM-LEITURA
               READ FOLHA-LEDGER NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF LG-COMPETENCIA = WS-COMP-ENTRADA
                               AND LG-EMPRESA = WS-EMP-ENTRADA
                           PERFORM EXCLUIR-LEDGER
                       END-IF
               END-READ
           END-PERFORM.

       EXCLUIR-LEDGER.
           MOVE LG-SALARIO-LIQUIDO TO WS-AUD-VALOR.
           MOVE "FOLHA-LEDGER" TO WS-AUD-CAMPO.
           MOVE SPACES TO WS-AUD-ANTES.
           STRING LG-CODFUNC "/" LG-COMPETENCIA " LIQ " WS-AUD-VALOR
               DELIMITED BY SIZE INTO WS-AUD-ANTES.
           MOVE "EXCLUIDO" TO WS-AUD-DEPOIS.
           DELETE FOLHA-LEDGER RECORD
               INVALID KEY
                   DISPLAY "ESTORNO-FOLHA: ERRO EXCLUINDO LEDGER DE "
                           LG-CODFUNC
               NOT INVALID KEY
                   PERFORM REGISTRAR-AUDITORIA
           END-DELETE.

      * The rubrica file is line sequential: the lines kept go to a
      * work copy, which then replaces the original.
       ESTORNAR-RUBRICAS.
           OPEN INPUT FOLHA-RUBRICAS.
           IF WS-FOLHA-RUB-OK
               OPEN OUTPUT RUBRICAS-TEMP
               IF NOT WS-RUB-TEMP-OK
                   DISPLAY "ESTORNO-FOLHA: ERRO ABRINDO ARQUIVO DE "
                           "TRABALHO - " WS-FS-RUB-TEMP
                           " - RUBRICAS NAO ESTORNADAS"
                   CLOSE FOLHA-RUBRICAS
               ELSE
                   PERFORM UNTIL WS-FOLHA-RUB-EOF
                       READ FOLHA-RUBRICAS
                           AT END CONTINUE
                           NOT AT END
                               PERFORM FILTRAR-RUBRICA
                       END-READ
                   END-PERFORM
                   CLOSE FOLHA-RUBRICAS
                   CLOSE RUBRICAS-TEMP
                   PERFORM DEVOLVER-RUBRICAS
               END-IF
           END-IF.

       DEVOLVER-RUBRICAS.
           OPEN INPUT RUBRICAS-TEMP.
           OPEN OUTPUT FOLHA-RUBRICAS.
           PERFORM UNTIL WS-RUB-TEMP-EOF
               READ RUBRICAS-TEMP
                   AT END CONTINUE
                   NOT AT END
                       MOVE RT-LINHA TO FR-ITEM-FOLHA
                       WRITE FR-ITEM-FOLHA
               END-READ
           END-PERFORM.
           CLOSE RUBRICAS-TEMP.
           CLOSE FOLHA-RUBRICAS.

       FILTRAR-RUBRICA.
           MOVE "N" TO WS-ACHOU-FUNC.
           IF FR-COMPETENCIA = WS-COMP-ENTRADA
               MOVE FR-CODFUNC TO WS-CODFUNC-PROCURADO
               PERFORM VERIFICAR-FUNCIONARIO
           END-IF.
           IF WS-FUNC-DO-ESTORNO
               MOVE FR-VALOR TO WS-AUD-VALOR
               MOVE "FOLHA-RUBRICA" TO WS-AUD-CAMPO
               MOVE SPACES TO WS-AUD-ANTES
               STRING FR-CODFUNC "/" FR-COMPETENCIA " " FR-RUBRICA
                   " " WS-AUD-VALOR
                   DELIMITED BY SIZE INTO WS-AUD-ANTES
               MOVE "EXCLUIDO" TO WS-AUD-DEPOIS
               PERFORM REGISTRAR-AUDITORIA
           ELSE
               MOVE FR-ITEM-FOLHA TO RT-LINHA
               WRITE RT-LINHA
           END-IF.

      * The installment burned this competencia is due again: one
      * more installment, the balance back up - never past the
      * principal - and the competencia guard cleared, so the
      * corrected folha burns it once more.
       ESTORNAR-EMPRESTIMOS.
           OPEN I-O EMPRESTIMO-MASTER.
           IF WS-EMPRESTIMO-OK
               PERFORM UNTIL WS-EMPRESTIMO-EOF
                   READ EMPRESTIMO-MASTER NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           PERFORM AVALIAR-EMPRESTIMO
                   END-READ
               END-PERFORM
               CLOSE EMPRESTIMO-MASTER
           END-IF.

       AVALIAR-EMPRESTIMO.
           IF EM-ULTIMA-COMPETENCIA = WS-COMP-ENTRADA
               MOVE EM-CODFUNC TO WS-CODFUNC-PROCURADO
               PERFORM VERIFICAR-FUNCIONARIO
               IF WS-FUNC-DO-ESTORNO
                   PERFORM DEVOLVER-PARCELA
               END-IF
           END-IF.

       DEVOLVER-PARCELA.
           MOVE EM-SALDO-DEVEDOR TO WS-AUD-VALOR.
           MOVE "EMPRESTIMO" TO WS-AUD-CAMPO.
           MOVE SPACES TO WS-AUD-ANTES.
           STRING EM-CODFUNC " PARC " EM-PARCELAS-RESTANTES
               " SALDO " WS-AUD-VALOR
               DELIMITED BY SIZE INTO WS-AUD-ANTES.

           ADD 1 TO EM-PARCELAS-RESTANTES.
           ADD EM-VALOR-PARCELA TO EM-SALDO-DEVEDOR.
           IF EM-SALDO-DEVEDOR > EM-VALOR-PRINCIPAL
               MOVE EM-VALOR-PRINCIPAL TO EM-SALDO-DEVEDOR
           END-IF.
           MOVE 0 TO EM-ULTIMA-COMPETENCIA.

           MOVE EM-SALDO-DEVEDOR TO WS-AUD-VALOR.
           MOVE SPACES TO WS-AUD-DEPOIS.
           STRING EM-CODFUNC " PARC " EM-PARCELAS-RESTANTES
               " SALDO " WS-AUD-VALOR
               DELIMITED BY SIZE INTO WS-AUD-DEPOIS.
           REWRITE EM-EMPRESTIMO
               INVALID KEY
                   DISPLAY "ESTORNO-FOLHA: ERRO REGRAVANDO "
                           "EMPRESTIMO DE " EM-CODFUNC
               NOT INVALID KEY
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

       ESTORNAR-PENSOES.
           OPEN I-O PENSAO-PAGA.
           IF WS-PENSAO-PAGA-OK
               PERFORM UNTIL WS-PENSAO-PAGA-EOF
                   READ PENSAO-PAGA NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF PG-COMPETENCIA = WS-COMP-ENTRADA
                                   AND PG-EMPRESA = WS-EMP-ENTRADA
                               PERFORM EXCLUIR-PENSAO-PAGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENSAO-PAGA
           END-IF.

       EXCLUIR-PENSAO-PAGA.
           MOVE PG-VALOR TO WS-AUD-VALOR.
           MOVE "PENSAO-PAGA" TO WS-AUD-CAMPO.
           MOVE SPACES TO WS-AUD-ANTES.
           STRING PG-CODFUNC "/" PG-COMPETENCIA "/" PG-SEQUENCIA " "
               WS-AUD-VALOR
               DELIMITED BY SIZE INTO WS-AUD-ANTES.
           MOVE "EXCLUIDO" TO WS-AUD-DEPOIS.
           DELETE PENSAO-PAGA RECORD
               INVALID KEY
                   DISPLAY "ESTORNO-FOLHA: ERRO EXCLUINDO PENSAO DE "
                           PG-CODFUNC
               NOT INVALID KEY
                   PERFORM REGISTRAR-AUDITORIA
           END-DELETE.

      * Same rewind PROCESSA-PONTO applies before reprocessing a
      * competencia: the credits and debits the competencia's
      * processing left on each bucket come off.
       ESTORNAR-BANCO-HORAS.
           OPEN I-O BANCO-HORAS.
           IF WS-BANCO-OK
               PERFORM UNTIL WS-BANCO-EOF
                   READ BANCO-HORAS NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           PERFORM AVALIAR-BUCKET
                   END-READ
               END-PERFORM
               CLOSE BANCO-HORAS
           END-IF.

       AVALIAR-BUCKET.
           IF BH-COMP-PROCESSO = WS-COMP-ENTRADA
               MOVE BH-CODFUNC TO WS-CODFUNC-PROCURADO
               PERFORM VERIFICAR-FUNCIONARIO
               IF WS-FUNC-DO-ESTORNO
                   PERFORM REBOBINAR-BUCKET
               END-IF
           END-IF.

       REBOBINAR-BUCKET.
           MOVE BH-HORAS-CREDITADAS TO WS-AUD-HORAS.
           MOVE BH-HORAS-USADAS     TO WS-AUD-HORAS2.
           MOVE "BANCO-HORAS" TO WS-AUD-CAMPO.
           MOVE SPACES TO WS-AUD-ANTES.
           STRING BH-CODFUNC "/" BH-COMPETENCIA " C" WS-AUD-HORAS
               " U" WS-AUD-HORAS2
               DELIMITED BY SIZE INTO WS-AUD-ANTES.

           SUBTRACT BH-CRED-PROCESSO FROM BH-HORAS-CREDITADAS.
           SUBTRACT BH-USO-PROCESSO  FROM BH-HORAS-USADAS.
           MOVE 0 TO BH-COMP-PROCESSO.
           MOVE 0 TO BH-CRED-PROCESSO.
           MOVE 0 TO BH-USO-PROCESSO.

           MOVE BH-HORAS-CREDITADAS TO WS-AUD-HORAS.
           MOVE BH-HORAS-USADAS     TO WS-AUD-HORAS2.
           MOVE SPACES TO WS-AUD-DEPOIS.
           STRING BH-CODFUNC "/" BH-COMPETENCIA " C" WS-AUD-HORAS
               " U" WS-AUD-HORAS2
               DELIMITED BY SIZE INTO WS-AUD-DEPOIS.
           REWRITE BH-BANCO-HORAS
               INVALID KEY
                   DISPLAY "ESTORNO-FOLHA: ERRO REGRAVANDO BANCO DE "
                           "HORAS DE " BH-CODFUNC
               NOT INVALID KEY
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

      * FOLHA-REMESSA only releases a folha whose verdict is OK for
      * the trailer on file - ESTORNADA holds the bank file back
      * until the corrected folha is run and balanced again.
       INVALIDAR-BALANCO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BS-DATA-VERIFICACAO.
           MOVE "ESTORNADA" TO BS-RESULTADO.
           MOVE 0 TO BS-QTD-CONFERIDA.
           MOVE 0 TO BS-TOTAL-CONFERIDO.
           OPEN OUTPUT BALANCO-STATUS.
           IF NOT WS-STATUS-OK
               DISPLAY "ESTORNO-FOLHA: ERRO GRAVANDO VEREDITO DO "
                       "BALANCO - " WS-FS-STATUS
           ELSE
               WRITE BS-LINHA
               CLOSE BALANCO-STATUS
               MOVE "BALANCO-STATUS" TO WS-AUD-CAMPO
               MOVE WS-COMP-ENTRADA TO WS-AUD-ANTES
               MOVE "ESTORNADA" TO WS-AUD-DEPOIS
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

       EXIBIR-TOTAIS-ANTES.
           DISPLAY " ".
           DISPLAY "FOLHA DA EMPRESA " WS-EMP-ENTRADA
                   " COMPETENCIA " WS-COMP-ENTRADA.
           DISPLAY "  FUNCIONARIOS NO LEDGER..: " WS-T-QTD-LEDGER(1).
           DISPLAY "  BRUTO...................: " WS-T-BRUTO(1).
           DISPLAY "  LIQUIDO.................: " WS-T-LIQUIDO(1).
           DISPLAY "  ITENS DE RUBRICA........: "
                   WS-T-QTD-RUBRICAS(1).
           DISPLAY "  PARCELAS DE EMPRESTIMO..: "
                   WS-T-QTD-PARCELAS(1).
           DISPLAY "  PENSOES RETIDAS.........: " WS-T-QTD-PENSOES(1).
           DISPLAY "  BUCKETS DE BANCO HORAS..: " WS-T-QTD-BUCKETS(1).

      * Control totals side by side - what the run had left on each
      * file before the reversal and what remains after it; every
      * figure after should be zero.
       EXIBIR-TOTAIS-FINAIS.
           DISPLAY " ".
           DISPLAY "TOTAIS DE CONTROLE             ANTES"
                   "          DEPOIS".
           MOVE "REGISTROS DE LEDGER" TO WS-L-ROTULO.
           MOVE WS-T-QTD-LEDGER(1) TO WS-L-ANTES.
           MOVE WS-T-QTD-LEDGER(2) TO WS-L-DEPOIS.
           DISPLAY WS-LINHA-CONTROLE.
           MOVE "BRUTO NO LEDGER" TO WS-L-ROTULO.
           MOVE WS-T-BRUTO(1) TO WS-L-ANTES.
           MOVE WS-T-BRUTO(2) TO WS-L-DEPOIS.
           DISPLAY WS-LINHA-CONTROLE.
           MOVE "LIQUIDO NO LEDGER" TO WS-L-ROTULO.
           MOVE WS-T-LIQUIDO(1) TO WS-L-ANTES.
           MOVE WS-T-LIQUIDO(2) TO WS-L-DEPOIS.
           DISPLAY WS-LINHA-CONTROLE.
           MOVE "ITENS DE RUBRICA" TO WS-L-ROTULO.
           MOVE WS-T-QTD-RUBRICAS(1) TO WS-L-ANTES.
           MOVE WS-T-QTD-RUBRICAS(2) TO WS-L-DEPOIS.
           DISPLAY WS-LINHA-CONTROLE.
           MOVE "VALOR DAS RUBRICAS" TO WS-L-ROTULO.
           MOVE WS-T-VALOR-RUBRICAS(1) TO WS-L-ANTES.
           MOVE WS-T-VALOR-RUBRICAS(2) TO WS-L-DEPOIS.
           DISPLAY WS-LINHA-CONTROLE.
           MOVE "PARCELAS DE EMPRESTIMO" TO WS-L-ROTULO.
           MOVE WS-T-QTD-PARCELAS(1) TO WS-L-ANTES.
           MOVE WS-T-QTD-PARCELAS(2) TO WS-L-DEPOIS.
           DISPLAY WS-LINHA-CONTROLE.
           MOVE "VALOR DAS PARCELAS" TO WS-L-ROTULO.
           MOVE WS-T-VALOR-PARCELAS(1) TO WS-L-ANTES.
           MOVE WS-T-VALOR-PARCELAS(2) TO WS-L-DEPOIS.
           DISPLAY WS-LINHA-CONTROLE.
           MOVE "PENSOES RETIDAS" TO WS-L-ROTULO.
           MOVE WS-T-QTD-PENSOES(1) TO WS-L-ANTES.
           MOVE WS-T-QTD-PENSOES(2) TO WS-L-DEPOIS.
           DISPLAY WS-LINHA-CONTROLE.
           MOVE "VALOR DAS PENSOES" TO WS-L-ROTULO.
           MOVE WS-T-VALOR-PENSOES(1) TO WS-L-ANTES.
           MOVE WS-T-VALOR-PENSOES(2) TO WS-L-DEPOIS.
           DISPLAY WS-LINHA-CONTROLE.
           MOVE "BUCKETS DE BANCO HORAS" TO WS-L-ROTULO.
           MOVE WS-T-QTD-BUCKETS(1) TO WS-L-ANTES.
           MOVE WS-T-QTD-BUCKETS(2) TO WS-L-DEPOIS.
           DISPLAY WS-LINHA-CONTROLE.
           MOVE "HORAS CREDITADAS" TO WS-L-ROTULO.
           MOVE WS-T-HORAS-CRED(1) TO WS-L-ANTES.
           MOVE WS-T-HORAS-CRED(2) TO WS-L-DEPOIS.
           DISPLAY WS-LINHA-CONTROLE.
           MOVE "HORAS DEBITADAS" TO WS-L-ROTULO.
           MOVE WS-T-HORAS-USO(1) TO WS-L-ANTES.
           MOVE WS-T-HORAS-USO(2) TO WS-L-DEPOIS.
           DISPLAY WS-LINHA-CONTROLE.
           DISPLAY " ".
           DISPLAY "ESTORNO CONCLUIDO - " WS-QTD-ESTORNOS
                   " REGISTROS DESFEITOS".
           IF WS-T-QTD-BUCKETS(1) > 0
               DISPLAY "PROCESSE O PONTO DA COMPETENCIA DE NOVO "
                       "ANTES DA FOLHA CORRIGIDA"
           END-IF.

      * Sign-on before any master opens - the reversal is
      * supervisor-only, and every image it writes carries the
      * operator.
       IDENTIFICAR-OPERADOR.
           MOVE "ESTORNOF" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "ESTORNO-FOLHA: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           IF NOT AU-SUPERVISOR
               DISPLAY "ESTORNO-FOLHA: FUNCAO RESTRITA A SUPERVISOR"
               STOP RUN
           END-IF.

      * The nightly chain owns every master while it runs - a
      * reversal landing mid-pass could poison every file
      * downstream of the folha, so it refuses to start.
       VERIFICAR-CADEIA-NOTURNA.
           OPEN INPUT CADEIA-LOCK.
           IF WS-LOCK-OK
               READ CADEIA-LOCK
                   AT END CONTINUE
                   NOT AT END
                       IF CL-EM-EXECUCAO
                           DISPLAY "ESTORNO-FOLHA: CADEIA "
                                   "NOTURNA EM EXECUCAO DESDE "
                                   CL-DATA " " CL-HORA
                                   " - TENTE MAIS TARDE"
                           CLOSE CADEIA-LOCK
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CADEIA-LOCK
           END-IF.

       ABRIR-TRAVAS.
           OPEN I-O REGISTRO-TRAVAS.
           IF WS-TRAVAS-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE REGISTRO-TRAVAS
               OPEN OUTPUT REGISTRO-TRAVAS
               CLOSE REGISTRO-TRAVAS
               OPEN I-O REGISTRO-TRAVAS
           END-IF.
           IF NOT WS-TRAVAS-OK
               DISPLAY "ESTORNO-FOLHA: ERRO ABRINDO TRAVAS - "
                       WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the competencia busy for this session - the
      * duplicate-key answer tells a second session to back off.
      * Caller sets TV-REGISTRO before performing this.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "FOLHALEDGER" TO TV-ARQUIVO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TV-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TV-HORA.
           WRITE TV-TRAVA
               INVALID KEY
                   DISPLAY "COMPETENCIA EM USO POR OUTRA SESSAO: "
                           TV-REGISTRO
               NOT INVALID KEY
                   MOVE "S" TO WS-TRAVA-OBTIDA
           END-WRITE.

       LIBERAR-TRAVA.
           IF WS-TEM-TRAVA
               DELETE REGISTRO-TRAVAS RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE "N" TO WS-TRAVA-OBTIDA
           END-IF.

      * Who reversed which folha and why - the line the auditors
      * read first, ahead of the undo lines it explains.
       REGISTRAR-INICIO.
           MOVE "COMPETENCIA" TO WS-AUD-CAMPO.
           MOVE SPACES TO WS-AUD-ANTES.
           STRING WS-COMP-ENTRADA "/" WS-EMP-ENTRADA "/"
               WS-SUPERVISOR
               DELIMITED BY SIZE INTO WS-AUD-ANTES.
           MOVE WS-MOTIVO TO WS-AUD-DEPOIS.
           PERFORM REGISTRAR-AUDITORIA.

      * One before/after image per undo.
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE "ESTORNOF" TO AT-PROGRAMA.
           MOVE "ESTORNO"  TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO  TO AT-CAMPO.
           MOVE WS-AUD-ANTES  TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR   TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.
           ADD 1 TO WS-QTD-ESTORNOS.

       END PROGRAM ESTORNO-FOLHA.
