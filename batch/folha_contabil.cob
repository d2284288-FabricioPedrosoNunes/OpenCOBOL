      * unmapped cost centers stay out, exactly like their ledger
      * rows.
      *
      * The autonomos paid against an RPA in the competencia
      * (data/rpa.dat, computed by RPA-PAGAMENTO) join the same
      * batch: the gross is debited to the services expense account
      * under the requesting cost center the RPA names, the net is
      * credited to the providers payable account, the INSS and
      * IRRF withheld ride on the same payable credits as the
      * payroll's, and the ISS withheld is credited to its own
      * payable account. An RPA whose cost center the de/para does
      * not map goes to the exception report and stays out.
      *
      * De/para record, one per line: "CC" maps a cost center to
      * its expense account; "CR" maps a credit label (LIQUIDO,
      * INSS, IRRF, DESCONTOS, AUTONOMOS, ISS) to its payable
      * account; "DB" maps the PROVENTOS label to the
      * exempt-additions expense account and the AUTONOMOS label to
      * the services expense account.
      *
      * When ALOCACAO-PROJETOS has run for the competencia, the
      * share of each employee's gross their ponto hours earned on
      * a project is reclassified from the home cost center to the
      * project's: per pair of centers, a credit on the home
      * center's expense account and a debit on the project
      * center's, so the batch still nets to zero. A pair with a
      * center the de/para does not map goes to the exception
      * report and the amount stays on the home center.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMP-CORRENTE.

      * RPAs of the competencia - paid autonomos, outside the
      * payroll ledger.
           SELECT RPA-MASTER ASSIGN TO "data/rpa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RP-NUMERO
               FILE STATUS IS WS-FS-RPA.

      * Project labor reclassification lines of the competencia -
      * per company, company 001 under the plain name.
           SELECT ALOCACAO ASSIGN DYNAMIC WS-ALOCACAO-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALOCACAO.

           SELECT LANCAMENTOS ASSIGN TO "data/folha-contabil.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LANCAMENTOS.
       01  EC-LINHA.
           05 EC-EMPRESA PIC 9(3).

       FD  RPA-MASTER.
       COPY RPA.

       FD  ALOCACAO.
       COPY ALOCACAO.

       FD  LANCAMENTOS.
       01  LANCAMENTO-LINHA PIC X(60).

       01  WS-CONTA-IRRF    PIC 9(8) VALUE 0.
       01  WS-CONTA-DESCONTOS PIC 9(8) VALUE 0.
       01  WS-CONTA-PROVENTOS PIC 9(8) VALUE 0.
       01  WS-CONTA-DESP-AUTONOMOS PIC 9(8) VALUE 0.
       01  WS-CONTA-AUTONOMOS PIC 9(8) VALUE 0.
       01  WS-CONTA-ISS       PIC 9(8) VALUE 0.

       01  WS-ACHOU-DEPARA PIC X VALUE "N".
           88 WS-DEPARA-ACHADO VALUE "S".
      * batch proves debits equal credits.
       01  WS-LANC-TABELA.
           05 WS-QTD-LANC PIC 9(3) VALUE 0.
           05 WS-ENTRADA-LANC OCCURS 300 TIMES
                              INDEXED BY LC-IDX.
               10 WS-E-NATUREZA PIC X(1).
               10 WS-E-CONTA    PIC 9(8).

       01  WS-QTD-EXCECOES PIC 9(5) VALUE 0.

       01  WS-FS-RPA PIC XX.
           88 WS-RPA-OK  VALUE "00".
           88 WS-RPA-EOF VALUE "10".

      * RPAs of the competencia rolled up by requesting cost center.
       01  WS-RPA-TABELA.
           05 WS-QTD-CENTROS-RPA PIC 99 VALUE 0.
           05 WS-ENTRADA-RPA OCCURS 50 TIMES
                             INDEXED BY RC-IDX.
               10 WS-RC-CENTRO  PIC 9(6).
               10 WS-RC-BRUTO   PIC 9(9)V9(2).
               10 WS-RC-INSS    PIC 9(9)V9(2).
               10 WS-RC-IRRF    PIC 9(9)V9(2).
               10 WS-RC-ISS     PIC 9(9)V9(2).
               10 WS-RC-LIQUIDO PIC 9(9)V9(2).

       01  WS-FS-ALOCACAO PIC XX.
           88 WS-ALOCACAO-OK  VALUE "00".
           88 WS-ALOCACAO-EOF VALUE "10".

       01  WS-ALOCACAO-ARQUIVO PIC X(40).

      * Project allocation rolled up by pair of centers - only the
      * lines that move cost from the home center to another.
       01  WS-REALOC-TABELA.
           05 WS-QTD-REALOC PIC 99 VALUE 0.
           05 WS-ENTRADA-REALOC OCCURS 50 TIMES
                                INDEXED BY RA-IDX.
               10 WS-RA-ORIGEM  PIC 9(6).
               10 WS-RA-DESTINO PIC 9(6).
               10 WS-RA-VALOR   PIC 9(9)V9(2).

       01  WS-CRED-REALOCACAO PIC 9(11)V9(2) VALUE 0.
       01  WS-CONTA-ORIGEM    PIC 9(8).
       01  WS-CONTA-DESTINO   PIC 9(8).
       01  WS-CENTRO-MAPEADO  PIC 9(6).

       01  WS-QTD-RPA       PIC 9(5) VALUE 0.
       01  WS-RPA-TOTAL-ISS PIC 9(11)V9(2) VALUE 0.
       01  WS-CRED-AUTONOMOS PIC 9(11)V9(2) VALUE 0.
       01  WS-CRED-ISS       PIC 9(11)V9(2) VALUE 0.

       01  WS-FS-FOLHA-RUB PIC XX.
           88 WS-FOLHA-RUB-OK  VALUE "00".
           88 WS-FOLHA-RUB-EOF VALUE "10".

           PERFORM ACUMULAR-LEDGER.
           PERFORM ACUMULAR-AJUSTES-LIQUIDO.
           PERFORM ACUMULAR-RPA.
           PERFORM ACUMULAR-REALOCACAO.

           IF (WS-AJUSTE-CREDITOS > 0 AND WS-CONTA-DESCONTOS = 0)
               OR (WS-AJUSTE-DEBITOS > 0
               GOBACK
           END-IF.

           IF (WS-QTD-RPA > 0 AND (WS-CONTA-DESP-AUTONOMOS = 0
                                   OR WS-CONTA-AUTONOMOS = 0))
               OR (WS-RPA-TOTAL-ISS > 0 AND WS-CONTA-ISS = 0)
               DISPLAY "FOLHA-CONTABIL: GERACAO RECUSADA - CONTAS "
                       "AUTONOMOS/ISS AUSENTES NO DEPARA"
               CLOSE EXCECOES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM MONTAR-LANCAMENTOS.

           CLOSE EXCECOES.
                   MOVE DC-CONTA TO WS-CONTA-DESCONTOS
               WHEN DC-CONTA-DEBITO AND DC-ROTULO = "PROVENTOS"
                   MOVE DC-CONTA TO WS-CONTA-PROVENTOS
               WHEN DC-CONTA-CREDITO AND DC-ROTULO = "AUTONOMOS"
                   MOVE DC-CONTA TO WS-CONTA-AUTONOMOS
               WHEN DC-CONTA-CREDITO AND DC-ROTULO = "ISS"
                   MOVE DC-CONTA TO WS-CONTA-ISS
               WHEN DC-CONTA-DEBITO AND DC-ROTULO = "AUTONOMOS"
                   MOVE DC-CONTA TO WS-CONTA-DESP-AUTONOMOS
           END-EVALUATE.

       ACUMULAR-LEDGER.
               END-IF
           END-PERFORM.

           PERFORM MONTAR-LANCAMENTOS-RPA.
           PERFORM MONTAR-LANCAMENTOS-REALOCACAO.

           PERFORM INCLUIR-CREDITO-LIQUIDO.
           PERFORM INCLUIR-CREDITO-INSS.
           PERFORM INCLUIR-CREDITO-IRRF.

      * what the autonomos are owed and the ISS withheld from them
           IF WS-CRED-AUTONOMOS > 0
               PERFORM INCLUIR-CREDITO-AUTONOMOS
           END-IF.
           IF WS-CRED-ISS > 0
               PERFORM INCLUIR-CREDITO-ISS
           END-IF.

      * the net-side adjustments: what was withheld beyond taxes is
      * payable to third parties, what was added tax-free is extra
      * expense - with them the batch nets to zero again

           COMPUTE WS-TOTAL-CREDITOS =
               WS-CRED-LIQUIDO + WS-CRED-INSS + WS-CRED-IRRF
               + WS-AJUSTE-CREDITOS + WS-CRED-AUTONOMOS
               + WS-CRED-ISS + WS-CRED-REALOCACAO.

      * One debit per requesting cost center of the month's RPAs,
      * to the services expense account; the withholdings join the
      * payroll's INSS and IRRF credits. A center the de/para does
      * not map stays out with all its RPA figures, so the batch
      * still balances.
       MONTAR-LANCAMENTOS-RPA.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-QTD-CENTROS-RPA
               MOVE "N" TO WS-ACHOU-DEPARA
               SET DP-IDX TO 1
               SEARCH WS-ENTRADA-DEPARA
                   AT END CONTINUE
                   WHEN DP-IDX > WS-QTD-DEPARA
                       CONTINUE
                   WHEN WS-M-CENTRO(DP-IDX) = WS-RC-CENTRO(RC-IDX)
                       MOVE "S" TO WS-ACHOU-DEPARA
               END-SEARCH
               IF WS-DEPARA-ACHADO
                   ADD WS-RC-BRUTO(RC-IDX)   TO WS-TOTAL-DEBITOS
                   ADD WS-RC-INSS(RC-IDX)    TO WS-CRED-INSS
                   ADD WS-RC-IRRF(RC-IDX)    TO WS-CRED-IRRF
                   ADD WS-RC-ISS(RC-IDX)     TO WS-CRED-ISS
                   ADD WS-RC-LIQUIDO(RC-IDX) TO WS-CRED-AUTONOMOS
                   PERFORM INCLUIR-DEBITO-RPA
               ELSE
                   ADD 1 TO WS-QTD-EXCECOES
                   MOVE WS-RC-CENTRO(RC-IDX) TO WS-X-CENTRO
                   MOVE WS-RC-BRUTO(RC-IDX)  TO WS-X-VALOR
                   MOVE "CENTRO DO RPA SEM CONTA NO DEPARA"
                       TO WS-X-MOTIVO
                   MOVE WS-LINHA-EXCECAO TO EXCECAO-LINHA
                   WRITE EXCECAO-LINHA
               END-IF
           END-PERFORM.

      * One credit on the home center's expense account and one
      * debit on the project center's per pair; the pair only
      * enters when both centers are mapped, otherwise the cost
      * stays where the ledger put it and the exception report
      * says why.
       MONTAR-LANCAMENTOS-REALOCACAO.
           PERFORM VARYING RA-IDX FROM 1 BY 1
                   UNTIL RA-IDX > WS-QTD-REALOC
               MOVE WS-RA-ORIGEM(RA-IDX) TO WS-CENTRO-MAPEADO
               PERFORM BUSCAR-CONTA-CENTRO
               MOVE WS-CONTA-DESPESA TO WS-CONTA-ORIGEM
               IF WS-DEPARA-ACHADO
                   MOVE WS-RA-DESTINO(RA-IDX) TO WS-CENTRO-MAPEADO
                   PERFORM BUSCAR-CONTA-CENTRO
                   MOVE WS-CONTA-DESPESA TO WS-CONTA-DESTINO
               END-IF
               IF WS-DEPARA-ACHADO
                   ADD WS-RA-VALOR(RA-IDX) TO WS-TOTAL-DEBITOS
                   ADD WS-RA-VALOR(RA-IDX) TO WS-CRED-REALOCACAO
                   PERFORM INCLUIR-REALOCACAO
               ELSE
                   ADD 1 TO WS-QTD-EXCECOES
                   MOVE WS-CENTRO-MAPEADO    TO WS-X-CENTRO
                   MOVE WS-RA-VALOR(RA-IDX)  TO WS-X-VALOR
                   MOVE "PROJETO - CENTRO SEM CONTA NO DEPARA"
                       TO WS-X-MOTIVO
                   MOVE WS-LINHA-EXCECAO TO EXCECAO-LINHA
                   WRITE EXCECAO-LINHA
               END-IF
           END-PERFORM.

       BUSCAR-CONTA-CENTRO.
           MOVE "N" TO WS-ACHOU-DEPARA.
           MOVE 0 TO WS-CONTA-DESPESA.
           SET DP-IDX TO 1.
           SEARCH WS-ENTRADA-DEPARA
               AT END CONTINUE
               WHEN DP-IDX > WS-QTD-DEPARA
                   CONTINUE
               WHEN WS-M-CENTRO(DP-IDX) = WS-CENTRO-MAPEADO
                   MOVE "S" TO WS-ACHOU-DEPARA
                   MOVE WS-M-CONTA(DP-IDX) TO WS-CONTA-DESPESA
           END-SEARCH.

       BUSCAR-CONTA-DESPESA.
           MOVE "N" TO WS-ACHOU-DEPARA.
           MOVE WS-CC-BRUTO(CC-IDX)  TO WS-E-VALOR(LC-IDX).
           ADD WS-CONTA-DESPESA TO WS-HASH-CONTAS.

       INCLUIR-DEBITO-RPA.
           ADD 1 TO WS-QTD-LANC.
           SET LC-IDX TO WS-QTD-LANC.
           MOVE "D" TO WS-E-NATUREZA(LC-IDX).
           MOVE WS-CONTA-DESP-AUTONOMOS TO WS-E-CONTA(LC-IDX).
           MOVE WS-RC-CENTRO(RC-IDX)    TO WS-E-CENTRO(LC-IDX).
           MOVE WS-RC-BRUTO(RC-IDX)     TO WS-E-VALOR(LC-IDX).
           ADD WS-CONTA-DESP-AUTONOMOS TO WS-HASH-CONTAS.

       INCLUIR-REALOCACAO.
           ADD 1 TO WS-QTD-LANC.
           SET LC-IDX TO WS-QTD-LANC.
           MOVE "C" TO WS-E-NATUREZA(LC-IDX).
           MOVE WS-CONTA-ORIGEM      TO WS-E-CONTA(LC-IDX).
           MOVE WS-RA-ORIGEM(RA-IDX) TO WS-E-CENTRO(LC-IDX).
           MOVE WS-RA-VALOR(RA-IDX)  TO WS-E-VALOR(LC-IDX).
           ADD WS-CONTA-ORIGEM TO WS-HASH-CONTAS.
           ADD 1 TO WS-QTD-LANC.
           SET LC-IDX TO WS-QTD-LANC.
           MOVE "D" TO WS-E-NATUREZA(LC-IDX).
           MOVE WS-CONTA-DESTINO      TO WS-E-CONTA(LC-IDX).
           MOVE WS-RA-DESTINO(RA-IDX) TO WS-E-CENTRO(LC-IDX).
           MOVE WS-RA-VALOR(RA-IDX)   TO WS-E-VALOR(LC-IDX).
           ADD WS-CONTA-DESTINO TO WS-HASH-CONTAS.

       INCLUIR-CREDITO-AUTONOMOS.
           ADD 1 TO WS-QTD-LANC.
           SET LC-IDX TO WS-QTD-LANC.
           MOVE "C" TO WS-E-NATUREZA(LC-IDX).
           MOVE WS-CONTA-AUTONOMOS TO WS-E-CONTA(LC-IDX).
           MOVE 0 TO WS-E-CENTRO(LC-IDX).
           MOVE WS-CRED-AUTONOMOS TO WS-E-VALOR(LC-IDX).
           ADD WS-CONTA-AUTONOMOS TO WS-HASH-CONTAS.

       INCLUIR-CREDITO-ISS.
           ADD 1 TO WS-QTD-LANC.
           SET LC-IDX TO WS-QTD-LANC.
           MOVE "C" TO WS-E-NATUREZA(LC-IDX).
           MOVE WS-CONTA-ISS TO WS-E-CONTA(LC-IDX).
           MOVE 0 TO WS-E-CENTRO(LC-IDX).
           MOVE WS-CRED-ISS TO WS-E-VALOR(LC-IDX).
           ADD WS-CONTA-ISS TO WS-HASH-CONTAS.

       INCLUIR-CREDITO-LIQUIDO.
           ADD 1 TO WS-QTD-LANC.
           SET LC-IDX TO WS-QTD-LANC.
               CLOSE FUNCIONARIO-MASTER
           END-IF.

      * The company's RPAs paid in the competencia - CALCULADO or
      * already REMETIDO - rolled up by requesting cost center. No
      * RPA file simply means no autonomos this month.
       ACUMULAR-RPA.
           OPEN INPUT RPA-MASTER.
           IF NOT WS-RPA-OK
               DISPLAY "FOLHA-CONTABIL: SEM ARQUIVO DE RPA ("
                       WS-FS-RPA ") - NENHUM AUTONOMO NO JORNAL"
           ELSE
               PERFORM UNTIL WS-RPA-EOF
                   READ RPA-MASTER NEXT RECORD
                       AT END SET WS-RPA-EOF TO TRUE
                       NOT AT END
                           IF RP-PAGO
                                   AND RP-COMPETENCIA = WS-COMPETENCIA
                                   AND RP-EMPRESA = WS-EMPRESA-CORRENTE
                               PERFORM ACUMULAR-CENTRO-RPA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPA-MASTER
           END-IF.

      * This company's allocation lines of the competencia that
      * change center, summed per pair. No allocation file means
      * ALOCACAO-PROJETOS did not run - every cost stays home.
       ACUMULAR-REALOCACAO.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/alocacao-projetos.dat"
                   TO WS-ALOCACAO-ARQUIVO
           ELSE
               MOVE SPACES TO WS-ALOCACAO-ARQUIVO
               STRING "data/alocacao-projetos-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-ALOCACAO-ARQUIVO
           END-IF.

           OPEN INPUT ALOCACAO.
           IF NOT WS-ALOCACAO-OK
               DISPLAY "FOLHA-CONTABIL: SEM ALOCACAO DE PROJETOS ("
                       WS-FS-ALOCACAO ") - CUSTOS NO CENTRO DE ORIGEM"
           ELSE
               PERFORM UNTIL WS-ALOCACAO-EOF
                   READ ALOCACAO
                       AT END SET WS-ALOCACAO-EOF TO TRUE
                       NOT AT END
                           IF AL-COMPETENCIA = WS-COMPETENCIA
                                   AND AL-EMPRESA = WS-EMPRESA-CORRENTE
                                   AND AL-CENTRO-DESTINO
                                       NOT = AL-CENTRO-ORIGEM
                                   AND AL-VALOR > 0
                               PERFORM ACUMULAR-PAR-REALOCACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALOCACAO
           END-IF.

       ACUMULAR-PAR-REALOCACAO.
           MOVE "N" TO WS-ACHOU-CENTRO.
           SET RA-IDX TO 1.
           SEARCH WS-ENTRADA-REALOC
               AT END CONTINUE
               WHEN RA-IDX > WS-QTD-REALOC
                   CONTINUE
               WHEN WS-RA-ORIGEM(RA-IDX) = AL-CENTRO-ORIGEM
                       AND WS-RA-DESTINO(RA-IDX) = AL-CENTRO-DESTINO
                   MOVE "S" TO WS-ACHOU-CENTRO
                   ADD AL-VALOR TO WS-RA-VALOR(RA-IDX)
           END-SEARCH.

           IF NOT WS-CENTRO-ACHADO
               IF WS-QTD-REALOC < 50
                   ADD 1 TO WS-QTD-REALOC
                   SET RA-IDX TO WS-QTD-REALOC
                   MOVE AL-CENTRO-ORIGEM  TO WS-RA-ORIGEM(RA-IDX)
                   MOVE AL-CENTRO-DESTINO TO WS-RA-DESTINO(RA-IDX)
                   MOVE AL-VALOR          TO WS-RA-VALOR(RA-IDX)
               ELSE
                   DISPLAY "FOLHA-CONTABIL: TABELA DE REALOCACAO "
                           "CHEIA - PAR NAO ACUMULADO: "
                           AL-CENTRO-ORIGEM "/" AL-CENTRO-DESTINO
               END-IF
           END-IF.

       ACUMULAR-CENTRO-RPA.
           ADD 1 TO WS-QTD-RPA.
           ADD RP-ISS TO WS-RPA-TOTAL-ISS.

           MOVE "N" TO WS-ACHOU-CENTRO.
           SET RC-IDX TO 1.
           SEARCH WS-ENTRADA-RPA
               AT END CONTINUE
               WHEN RC-IDX > WS-QTD-CENTROS-RPA
                   CONTINUE
               WHEN WS-RC-CENTRO(RC-IDX) = RP-CENTRO-CUSTO
                   MOVE "S" TO WS-ACHOU-CENTRO
                   ADD RP-VALOR-BRUTO   TO WS-RC-BRUTO(RC-IDX)
                   ADD RP-INSS          TO WS-RC-INSS(RC-IDX)
                   ADD RP-IRRF          TO WS-RC-IRRF(RC-IDX)
                   ADD RP-ISS           TO WS-RC-ISS(RC-IDX)
                   ADD RP-VALOR-LIQUIDO TO WS-RC-LIQUIDO(RC-IDX)
           END-SEARCH.

           IF NOT WS-CENTRO-ACHADO
               IF WS-QTD-CENTROS-RPA < 50
                   ADD 1 TO WS-QTD-CENTROS-RPA
                   SET RC-IDX TO WS-QTD-CENTROS-RPA
                   MOVE RP-CENTRO-CUSTO  TO WS-RC-CENTRO(RC-IDX)
                   MOVE RP-VALOR-BRUTO   TO WS-RC-BRUTO(RC-IDX)
                   MOVE RP-INSS          TO WS-RC-INSS(RC-IDX)
                   MOVE RP-IRRF          TO WS-RC-IRRF(RC-IDX)
                   MOVE RP-ISS           TO WS-RC-ISS(RC-IDX)
                   MOVE RP-VALOR-LIQUIDO TO WS-RC-LIQUIDO(RC-IDX)
               ELSE
                   DISPLAY "FOLHA-CONTABIL: TABELA DE CENTROS DE RPA "
                           "CHEIA - CENTRO NAO ACUMULADO: "
                           RP-CENTRO-CUSTO
               END-IF
           END-IF.

       CARREGAR-CATALOGO-RUBRICAS.
           OPEN INPUT RUBRICA-MASTER.
           IF WS-RUBRICA-OK
           PERFORM VERIFICAR-ITEM-NO-JORNAL.
           IF WS-ITEM-NO-JORNAL
               EVALUATE TRUE
      * ferias, horas extras e salario-maternidade ja estao dentro
      * do bruto; as faltas ja o reduziram
                   WHEN FR-RUBRICA = 800 OR FR-RUBRICA = 801
                           OR FR-RUBRICA = 802 OR FR-RUBRICA = 803
                       CONTINUE
      * INSS e IRRF retidos ja entram pelos totais do ledger
                   WHEN FR-RUBRICA = 950 OR FR-RUBRICA = 951
                       CONTINUE
      * emprestimo, vale-transporte e adiantamento descontam do
      * liquido; o retroativo e o salario-familia somam isentos
                   WHEN FR-RUBRICA = 900 OR FR-RUBRICA = 901
                           OR FR-RUBRICA = 902
                       ADD FR-VALOR TO WS-AJUSTE-CREDITOS
                   WHEN FR-RUBRICA = 903 OR FR-RUBRICA = 905
                       ADD FR-VALOR TO WS-AJUSTE-DEBITOS
                   WHEN OTHER
                       PERFORM CLASSIFICAR-PELO-CATALOGO
