      * ledger and variance detail, which describe the regular folha
      * only.
      *
      * PLR pays profit sharing out of the approved pool PLR-VALOR:
      * PLR-CRITERIO=SALARIO (default) splits it in proportion to
      * the salaries of the active employees, DEPARTAMENTO gives
      * each department the percentage of the pool set on
      * data/plr-departamentos.dat and splits that in equal shares
      * among its active employees. PLR is taxed only by the
      * exclusive PLR table (CALC-IRRF-PLR), cumulatively over the
      * year's PLR payments, with no INSS or FGTS, and is recorded
      * on its own ledger (data/plr-ledger.dat) with its own
      * register, trailer and checkpoint files - nothing of it
      * reaches the monthly ledger, the variance detail or the
      * itemized rubricas.
      *
      * A vacation scheduled for this competencia (data/ferias.dat,
      * cadastro/ferias.cob) is paid inside the register: the
      * constitutional one-third over the days taken plus the sold
      * Every applied rubrica prints under the employee's register
      * line and goes itemized to data/folha-rubricas.dat, so the
      * payslip can break the month down - a new deduction type is
      * a cadastro entry, not a program change. The INSS and IRRF
      * withheld go there too, as the withholding lines 950 and 951
      * the tax guides reconcile the ledger against.
      *
      * Court-ordered alimony (data/pensoes.dat) is withheld after
      * INSS and IRRF, ahead of every other deduction, as a
      * percentage of the net or the gross or a fixed value. It is
      * itemized as PENSAO ALIMENTICIA and recorded per competencia
      * in data/pensoes-pagas.dat, where FOLHA-REMESSA picks up the
      * beneficiary's credit.
      *
      * Health plan membership (data/plano-saude.dat) costs the
      * employee a share of the monthly fee of every active life
      * of the family, plus the co-participation CARGA-
      * COPARTICIPACAO loaded for the competencia - both itemized,
      * both settling against the net like any deduction.
      *
      * Vale-refeicao / vale-alimentacao (data/valerefeicao.dat)
      * costs the employee the PAT co-payment percentage of the
      * month's credit - the value per day over the business days
      * CALC-DIAS-BENEFICIO leaves after leave and vacation, the
      * same days VALE-REFEICAO-PEDIDO orders from the vendor.
      *
      * Union dues are deducted as the agreement's percentage of the
      * salary, only for employees who authorized them on their
      * union link (data/sindicato-func.dat), at the rate of the
      * agreement in force in the competencia (data/sindicatos.dat).
      *
      * Salario-familia is paid as an exempt earning through the
      * shared CALC-SALARIO-FAMILIA module: one quota per child
      * under 14 (or disabled) on data/dependentes.dat when the
      * month's gross is within the SFAM ceiling of the tax table.
      * It is itemized as SALARIO FAMILIA, so the payslip shows it
      * and SALARIO-FAMILIA lists it for the INSS compensation.
      *
      * A leave on data/afastamentos.dat is paid by its type through
      * the shared CALC-DIAS-AFASTAMENTO module: of the leave days
      * in the competencia the company pays the first 15 of a
      * DOENCA or ACIDENTE DE TRABALHO leave and all of a
      * MATERNIDADE leave, and drops the rest from the month's days.
      * An AFASTADO employee is therefore paid whatever days the
      * company still owes them instead of being left out, and the
      * salario-maternidade is itemized as SALARIO MATERNIDADE so
      * SALARIO-MATERNIDADE can list it for the INSS guide.
      *
      * SIMULACAO=S runs the what-if mode management asks for in
      * every salary negotiation: SIMULACAO-PERCENTUAL percent is
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-FS-LEDGER.

      * Profit-sharing ledger - one record per employee per PLR
      * payment, apart from the monthly ledger, read back by the
      * next PLR run of the year to tax the accumulated value.
           SELECT PLR-LEDGER ASSIGN TO "data/plr-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-CHAVE
               FILE STATUS IS WS-FS-LEDGER-PLR.

      * Percentage of the PLR pool each department receives under
      * PLR-CRITERIO=DEPARTAMENTO - one file per company.
           SELECT PLR-DEPARTAMENTOS ASSIGN DYNAMIC WS-PLR-DEPTO-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLR-DEPTO.

      * Per-employee overtime additions and absence deductions the
      * ponto processor (batch/processa_ponto.cob) computed for this
      * competencia - folded into the register lines so the bank no
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETRO.

      * Ponto and arrears of the competencia sorted by employee
      * code, matched against the master as it is read - no table
      * to outgrow, however many employees the group carries.
           SELECT SORT-AJUSTE ASSIGN TO "sortwk13".

           SELECT AJUSTE-ORDENADO ASSIGN TO "data/folha-ajustes-tmp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AJUSTE.

      * Vacations scheduled by cadastro/ferias.cob - an open
      * schedule starting in this competencia pays its one-third
      * and abono on the employee's register line.
           SELECT FERIAS-MASTER ASSIGN TO "data/ferias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-CODFUNC
               FILE STATUS IS WS-FS-FERIAS.

      * (cadastro/rubrica.cob, cadastro/rubrica_funcionario.cob).
           SELECT RUBRICA-MASTER ASSIGN TO "data/rubricas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CODIGO
               FILE STATUS IS WS-FS-RUBRICA.

           SELECT RUBFUNC-MASTER ASSIGN TO "data/rubricas-func.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CHAVE
               FILE STATUS IS WS-FS-RUBFUNC.

      * salary or the month's fares, whichever is less.
           SELECT VALE-MASTER ASSIGN TO "data/valetransporte.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-CODFUNC
               FILE STATUS IS WS-FS-VALE.

      * Meal/grocery voucher opt-ins (cadastro/vale_refeicao.cob) -
      * the PAT co-payment is deducted over the days credited.
           SELECT REFEICAO-MASTER ASSIGN TO "data/valerefeicao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-CODFUNC
               FILE STATUS IS WS-FS-REFEICAO.

      * Unions and their agreements (cadastro/sindicato.cob) and the
      * employee's union link - the authorized dues are deducted.
           SELECT SINDICATO-MASTER ASSIGN TO "data/sindicatos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-CHAVE
               FILE STATUS IS WS-FS-SINDICATO.

           SELECT SINDFUNC-MASTER ASSIGN TO "data/sindicato-func.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CODFUNC
               FILE STATUS IS WS-FS-SINDFUNC.

      * What the 15th advanced per employee and competencia - the
      * ADIANTAMENTO run writes it, the MENSAL run deducts it back.
           SELECT ADIANTAMENTO-FILE ASSIGN TO "data/adiantamentos.dat"
               RECORD KEY IS EM-CODFUNC
               FILE STATUS IS WS-FS-EMPRESTIMO.

      * Court-ordered alimony (cadastro/pensao_alimenticia.cob) -
      * withheld off the net after INSS and IRRF, ahead of every
      * other deduction, and recorded per competencia in
      * PENSAO-PAGA so FOLHA-REMESSA can credit the beneficiary.
           SELECT PENSAO-MASTER ASSIGN TO "data/pensoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CHAVE
               FILE STATUS IS WS-FS-PENSAO.

           SELECT PENSAO-PAGA ASSIGN TO "data/pensoes-pagas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS WS-FS-PENSAO-PAGA.

      * Health plan lives (cadastro/plano_saude.cob) and the
      * month's co-participation (CARGA-COPARTICIPACAO) - the
      * employee's share of both is deducted off the net.
           SELECT PLANO-MASTER ASSIGN TO "data/plano-saude.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CHAVE
               ALTERNATE RECORD KEY IS PL-CARTEIRINHA WITH DUPLICATES
               FILE STATUS IS WS-FS-PLANO.

           SELECT COPARTICIPACAO ASSIGN TO
                   "data/plano-coparticipacao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PU-CHAVE
               FILE STATUS IS WS-FS-COPART.

      * Itemized rubrica lines of this run, one per adjustment per
      * employee - CONTRACHEQUE reads them back so the payslip
      * shows what made up the figure.
           05 SD-SALARIO-BASE PIC 9(7)V9(2).
           05 SD-TIPO-CONTRATO PIC X(1).
           05 SD-DIAS         PIC 9(2).
           05 SD-MATERNIDADE  PIC 9(7)V9(2).
           05 SD-RETROATIVO   PIC 9(7)V9(2).

       FD  RELATORIO.
       01  RELATORIO-LINHA PIC X(80).
           05 EX-SALARIO-BASE PIC 9(7)V9(2).
           05 EX-TIPO-CONTRATO PIC X(1).
           05 EX-DIAS         PIC 9(2).
           05 EX-MATERNIDADE  PIC 9(7)V9(2).
           05 EX-RETROATIVO   PIC 9(7)V9(2).

      * Trailer record - employee count and SALARIO total for this
      * run, read back independently by FOLHA-BALANCO
       FD  FOLHA-LEDGER.
       COPY FOLHALEDGER.

       FD  PLR-LEDGER.
       COPY PLRLEDGER.

       FD  PLR-DEPARTAMENTOS.
       01  PD-LINHA.
           05 PD-DEPARTAMENTO PIC X(15).
           05 PD-PERCENTUAL   PIC 9(3)V9(2).

       FD  FOLHA-DETALHE.
       01  DT-LINHA.
           05 DT-DEPARTAMENTO PIC X(15).
           05 RT-COMPETENCIA PIC 9(6).
           05 RT-VALOR       PIC 9(7)V9(2).

      * One ponto or arrears line per record - an employee with
      * both comes out as two consecutive records.
       SD  SORT-AJUSTE.
       01  SA-AJUSTE.
           05 SA-CODFUNC     PIC 9(6).
           05 SA-ADICIONAL   PIC 9(7)V9(2).
           05 SA-DESCONTO    PIC 9(7)V9(2).
           05 SA-RETROATIVO  PIC 9(7)V9(2).

       FD  AJUSTE-ORDENADO.
       01  AO-AJUSTE.
           05 AO-CODFUNC     PIC 9(6).
           05 AO-ADICIONAL   PIC 9(7)V9(2).
           05 AO-DESCONTO    PIC 9(7)V9(2).
           05 AO-RETROATIVO  PIC 9(7)V9(2).

       FD  FERIAS-MASTER.
       COPY FERIAS.

       FD  VALE-MASTER.
       COPY VALETRANSPORTE.

       FD  REFEICAO-MASTER.
       COPY VALEREFEICAO.

       FD  SINDICATO-MASTER.
       COPY SINDICATO.

       FD  SINDFUNC-MASTER.
       COPY SINDFUNC.

       FD  ADIANTAMENTO-FILE.
       COPY ADIANTAMENTO.

       FD  EMPRESTIMO-MASTER.
       COPY EMPRESTIMO.

       FD  PENSAO-MASTER.
       COPY PENSAO.

       FD  PENSAO-PAGA.
       COPY PENSAOPAGA.

       FD  PLANO-MASTER.
       COPY PLANOSAUDE.

       FD  COPARTICIPACAO.
       COPY PLANOUSO.

       FD  FOLHA-RUBRICAS.
       COPY FOLHARUBRICA.

       01  WS-RL-HORA-INICIO PIC 9(6).
       01  WS-RL-LIDOS       PIC 9(6) VALUE 0.
       01  WS-RL-GRAVADOS    PIC 9(6) VALUE 0.
       01  WS-RL-RESULTADO   PIC X(11) VALUE "OK".

       01  WS-FS-EMP-CORRENTE PIC XX.
           88 WS-EMP-CORRENTE-OK VALUE "00".
           88 WS-PONTO-CALC-OK  VALUE "00".
           88 WS-PONTO-CALC-EOF VALUE "10".

       01  WS-FS-AJUSTE PIC XX.
           88 WS-AJUSTE-OK  VALUE "00".
           88 WS-AJUSTE-EOF VALUE "10".

      * Absent ponto and arrears files, or none for this
      * competencia, just mean no adjustments - the register
      * degrades to plain base pay.
       01  WS-AJUSTES-DISPONIVEIS PIC X VALUE "N".
           88 WS-HA-AJUSTES VALUE "S".

       01  WS-FS-FERIAS PIC XX.
           88 WS-FERIAS-OK  VALUE "00".
           88 WS-RETRO-OK  VALUE "00".
           88 WS-RETRO-EOF VALUE "10".

      * Absent file just means a month without vacations, base
      * pay only.
       01  WS-FERIAS-DISPONIVEIS PIC X VALUE "N".
           88 WS-HA-FERIAS VALUE "S".

       01  WS-FERIAS-DIARIA PIC 9(7)V9(4).

       01  WS-EMPRESTIMOS-DISPONIVEIS PIC X VALUE "N".
           88 WS-HA-EMPRESTIMOS VALUE "S".

       01  WS-FS-PENSAO PIC XX.
           88 WS-PENSAO-OK VALUE "00".

       01  WS-FS-PENSAO-PAGA PIC XX.
           88 WS-PENSAO-PAGA-OK         VALUE "00".
           88 WS-PENSAO-PAGA-NAO-EXISTE VALUE "35".

       01  WS-PENSOES-DISPONIVEIS PIC X VALUE "N".
           88 WS-HA-PENSOES VALUE "S".

      * Every percentage order of the same employee applies to the
      * same net - a second order never shrinks because a first one
      * was withheld before it.
       01  WS-PENSAO-BASE-LIQ PIC 9(7)V9(2).
       01  WS-PENSAO-VALOR    PIC 9(7)V9(2).

       01  WS-FS-PLANO PIC XX.
           88 WS-PLANO-OK VALUE "00".

       01  WS-FS-COPART PIC XX.
           88 WS-COPART-OK VALUE "00".

      * Absent files just mean nobody is on the plan, or no usage
      * was loaded for the month.
       01  WS-PLANOS-DISPONIVEIS PIC X VALUE "N".
           88 WS-HA-PLANOS VALUE "S".
       01  WS-COPART-DISPONIVEL PIC X VALUE "N".
           88 WS-HA-COPARTICIPACAO VALUE "S".

       01  WS-PLANO-DESCONTO PIC 9(7)V9(2).

       01  WS-FS-REFEICAO PIC XX.
           88 WS-REFEICAO-OK VALUE "00".

      * Absent file just means nobody opted in to VR/VA.
       01  WS-REFEICOES-DISPONIVEIS PIC X VALUE "N".
           88 WS-HA-REFEICOES VALUE "S".

       01  WS-VR-CREDITO  PIC 9(7)V9(2).
       01  WS-VR-DESCONTO PIC 9(7)V9(2).

       01  WS-FS-SINDICATO PIC XX.
           88 WS-SINDICATO-OK VALUE "00".

       01  WS-FS-SINDFUNC PIC XX.
           88 WS-SINDFUNC-OK VALUE "00".

      * Both files are needed for a deduction - without either the
      * folha simply charges no dues.
       01  WS-SINDICATOS-DISPONIVEIS PIC X VALUE "N".
           88 WS-HA-SINDICATOS VALUE "S".

      * Agreement in force for the competencia - the latest
      * vigencia not after the month's last day.
       01  WS-SN-DATA-REFERENCIA PIC 9(8).
       01  WS-SN-ACHOU PIC X VALUE "N".
           88 WS-CONVENCAO-ACHADA VALUE "S".
       01  WS-SN-PERCENTUAL PIC 9(2)V9(2).
       01  WS-SN-DESCONTO   PIC 9(7)V9(2).

       01  WS-FS-VALE PIC XX.
           88 WS-VALE-OK  VALUE "00".
           88 WS-VALE-EOF VALUE "10".

      * Absent file just means nobody opted in to vale-transporte.
       01  WS-VALES-DISPONIVEIS PIC X VALUE "N".
           88 WS-HA-VALES VALUE "S".

      * Legal share: 6 percent of the salary, never more than the
      * month's fares over the 22 standard working days.
       01  WS-VT-LIMITE      PIC 9(7)V9(2).
       01  WS-VT-DESCONTO    PIC 9(7)V9(2).

      * Both the catalogue and the assignments are needed for a
      * rubrica - without either the folha runs without recurring
      * adjustments, base pay plus ponto only.
       01  WS-RUBRICAS-DISPONIVEIS PIC X VALUE "N".
           88 WS-HA-RUBRICAS VALUE "S".

      * This employee's applied rubricas, priced and classified -
      * taxable earnings ride the gross, the rest settles on the
      * net after CALC-IMPOSTOS. Room for every assigned rubrica
      * plus the internal items 900-909, one pensao per order; an
      * employee past it fails the run instead of losing an item.
       01  WS-ITENS-FUNC.
           05 WS-QTD-ITENS PIC 999 VALUE 0.
           05 WS-ITEM-FUNC OCCURS 60 TIMES
                           INDEXED BY IT-IDX.
               10 WS-IT-RUBRICA   PIC 9(3).
               10 WS-IT-DESCRICAO PIC X(20).
           88 WS-FOLHA-13-P2  VALUE "DECIMO-P2".
           88 WS-FOLHA-DECIMO VALUES "DECIMO-P1", "DECIMO-P2".
           88 WS-FOLHA-ADIANTAMENTO VALUE "ADIANTAMENTO".
           88 WS-FOLHA-PLR    VALUE "PLR".

      * Profit-sharing run: the approved pool, the distribution
      * rule, the salary base or the per-department shares the
      * pool is split by, and the employee's share and withholding.
       01  WS-FS-LEDGER-PLR PIC XX.
           88 WS-LEDGER-PLR-OK         VALUE "00".
           88 WS-LEDGER-PLR-NAO-EXISTE VALUE "35".

       01  WS-LEDGER-PLR-DISPONIVEL PIC X VALUE "N".
           88 WS-HA-LEDGER-PLR VALUE "S".

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
       01  WS-PLR-SOMA-PCT      PIC 9(5)V9(2) VALUE 0.

       01  WS-PLR-DEPTO-TABELA.
           05 WS-QTD-PLR-DEPTOS PIC 9(3) VALUE 0.
           05 WS-ENTRADA-PLR-DEPTO OCCURS 100 TIMES
                                   INDEXED BY PD-IDX.
               10 WS-PD-DEPARTAMENTO PIC X(15).
               10 WS-PD-PERCENTUAL   PIC 9(3)V9(2).
               10 WS-PD-QTD          PIC 9(5).
               10 WS-PD-COTA         PIC 9(7)V9(2).

       01  WS-PLR-COTA          PIC 9(7)V9(2) VALUE 0.
       01  WS-PLR-ANTERIOR      PIC 9(9)V9(2).
       01  WS-PLR-IRRF-ANTERIOR PIC 9(7)V9(2).
       01  WS-PLR-IRRF          PIC 9(7)V9(2).
       01  WS-PLR-LIQUIDO       PIC 9(7)V9(2).

      * Advance percentage the 15th pays over the base salary.
       01  WS-ADTO-PCT PIC 9V9(2) VALUE 0.40.

       COPY CALCIMPOSTOS.

      * Parameter area of the shared benefit-day calculator.
       COPY CALCDIASBEN.

      * Parameter area of the shared leave-day calculator, and the
      * switch that lets an AFASTADO employee the company still owes
      * days into the register.
       COPY CALCDIASAFAST.

       01  WS-AFASTADO-PAGAVEL PIC X VALUE "N".
           88 WS-AFASTADO-A-PAGAR VALUE "S".

       01  WS-QTD-AFASTAMENTOS PIC 9(5) VALUE 0.
       01  WS-TOTAL-MATERNIDADE PIC 9(11)V9(2) VALUE 0.

      * Parameter area of the shared salario-familia calculator.
       COPY CALCSALFAM.

      * Parameter area of the shared PLR withholding calculator.
       COPY CALCIRRFPLR.

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

       01  WS-CARGA-FALHOU PIC X VALUE "N".
           88 WS-CARGA-FALHADA VALUE "S".

       01  WS-ITENS-ESGOTADOS-SW PIC X VALUE "N".
           88 WS-ITENS-ESGOTADOS VALUE "S".

       01  WS-LINHA-CABECALHO.
           05 WS-CAB-TITULO PIC X(20) VALUE "FOLHA DE PAGAMENTO".
           05 FILLER PIC X(10) VALUE "PAGINA: ".
           PERFORM AJUSTAR-RELATORIO-EMPRESA.
           PERFORM DEFINIR-SIMULACAO.

      * PLR writes nothing the monthly close protects - it has its
      * own ledger - so a closed month does not hold it back
           IF NOT WS-SIMULADO AND NOT WS-FOLHA-PLR
               PERFORM VERIFICAR-COMPETENCIA-FECHADA
               IF WS-COMPETENCIA-FECHADA
                   DISPLAY "FOLHA-PAGAMENTO: COMPETENCIA "
               END-IF
           END-IF.

           IF WS-FOLHA-PLR
               PERFORM PREPARAR-PLR
           END-IF.

           OPEN OUTPUT RELATORIO.

           IF NOT WS-RELATORIO-OK
               PERFORM ABRIR-ADIANTAMENTOS
           END-IF.

           IF WS-FOLHA-PLR AND NOT WS-SIMULADO
               PERFORM ABRIR-LEDGER-PLR
           END-IF.

           IF WS-FOLHA-MENSAL AND NOT WS-SIMULADO
               PERFORM ORDENAR-AJUSTES
               PERFORM ABRIR-FERIAS
               PERFORM ABRIR-RUBRICAS
               PERFORM ABRIR-VALE-TRANSPORTE
               PERFORM ABRIR-EMPRESTIMOS
               PERFORM ABRIR-PENSOES
               PERFORM ABRIR-PLANO-SAUDE
               PERFORM ABRIR-VALE-REFEICAO
               PERFORM ABRIR-SINDICATOS
               PERFORM ABRIR-LEDGER
               OPEN OUTPUT FOLHA-DETALHE
               IF NOT WS-DETALHE-OK
                   IF WS-HA-EMPRESTIMOS
                       CLOSE EMPRESTIMO-MASTER
                   END-IF
                   IF WS-HA-PENSOES
                       CLOSE PENSAO-MASTER
                       CLOSE PENSAO-PAGA
                   END-IF
                   IF WS-HA-PLANOS
                       CLOSE PLANO-MASTER
                   END-IF
                   IF WS-HA-COPARTICIPACAO
                       CLOSE COPARTICIPACAO
                   END-IF
                   IF WS-HA-REFEICOES
                       CLOSE REFEICAO-MASTER
                   END-IF
                   IF WS-HA-SINDICATOS
                       CLOSE SINDICATO-MASTER
                       CLOSE SINDFUNC-MASTER
                   END-IF
                   IF WS-HA-AJUSTES
                       CLOSE AJUSTE-ORDENADO
                   END-IF
                   IF WS-HA-FERIAS
                       CLOSE FERIAS-MASTER
                   END-IF
                   IF WS-HA-RUBRICAS
                       CLOSE RUBRICA-MASTER
                       CLOSE RUBFUNC-MASTER
                   END-IF
                   IF WS-HA-VALES
                       CLOSE VALE-MASTER
                   END-IF
               END-IF
               IF WS-HA-ADIANTAMENTOS
                   CLOSE ADIANTAMENTO-FILE
               END-IF
               IF WS-HA-LEDGER-PLR
                   CLOSE PLR-LEDGER
               END-IF
               IF WS-ITENS-ESGOTADOS AND NOT WS-SIMULADO
                   MOVE WS-QTD-FUNCIONARIOS TO WS-RL-GRAVADOS
                   MOVE "CAPACIDADE" TO WS-RL-RESULTADO
                   PERFORM GRAVAR-RUNLOG
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               IF WS-HA-EMPRESTIMOS
                   CLOSE EMPRESTIMO-MASTER
               END-IF
               IF WS-HA-PENSOES
                   CLOSE PENSAO-MASTER
                   CLOSE PENSAO-PAGA
               END-IF
               IF WS-HA-PLANOS
                   CLOSE PLANO-MASTER
               END-IF
               IF WS-HA-COPARTICIPACAO
                   CLOSE COPARTICIPACAO
               END-IF
               IF WS-HA-REFEICOES
                   CLOSE REFEICAO-MASTER
               END-IF
               IF WS-HA-SINDICATOS
                   CLOSE SINDICATO-MASTER
                   CLOSE SINDFUNC-MASTER
               END-IF
               IF WS-HA-AJUSTES
                   CLOSE AJUSTE-ORDENADO
               END-IF
               IF WS-HA-FERIAS
                   CLOSE FERIAS-MASTER
               END-IF
               IF WS-HA-RUBRICAS
                   CLOSE RUBRICA-MASTER
                   CLOSE RUBFUNC-MASTER
               END-IF
               IF WS-HA-VALES
                   CLOSE VALE-MASTER
               END-IF
           END-IF.

           IF WS-HA-ADIANTAMENTOS
               CLOSE ADIANTAMENTO-FILE
           END-IF.

           IF WS-HA-LEDGER-PLR
               CLOSE PLR-LEDGER
           END-IF.

           IF NOT WS-SIMULADO
               MOVE WS-QTD-FUNCIONARIOS TO WS-RL-GRAVADOS
               PERFORM GRAVAR-RUNLOG
           END-IF.

           IF WS-QTD-AFASTAMENTOS > 0
               DISPLAY "FOLHA-PAGAMENTO: " WS-QTD-AFASTAMENTOS
                       " FUNCIONARIOS COM AFASTAMENTO NA COMPETENCIA"
                       " - SALARIO MATERNIDADE " WS-TOTAL-MATERNIDADE
           END-IF.

           IF CI-TABELA-APLICADA OR CI-TAXA-FIXA
               DISPLAY "FOLHA-PAGAMENTO: TABELA DE IMPOSTOS "
                       "VIGENCIA " CI-VERSAO-TABELA
           END-IF.

           IF IP-TABELA-APLICADA
               DISPLAY "FOLHA-PAGAMENTO: TABELA EXCLUSIVA DE PLR "
                       "VIGENCIA " IP-VERSAO-TABELA
           END-IF.
           IF IP-TABELA-LEGAL
               DISPLAY "FOLHA-PAGAMENTO: TABELA EXCLUSIVA DE PLR "
                       "LEGAL (SEM LINHA PLR NO ARQUIVO)"
           END-IF.

           GOBACK.

      * Only FM-STATUS-ATIVO employees are released to the sort - a
      * DESLIGADO employee is excluded from the payroll register
      * automatically instead of being paid after they left, and an
      * AFASTADO one only enters a monthly register for the days of
      * the month the company still owes them.
      * A failed master open cannot GOBACK from inside the SORT
      * input procedure - the sort would still be in progress under
      * the caller. The switch lets the procedure fall through empty
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
                           MOVE FM-DEPARTAMENTO TO SD-DEPARTAMENTO
                           MOVE FM-CODFUNC      TO SD-CODFUNC
                           MOVE FM-NOME         TO SD-NOME
                           MOVE FM-TIPO-CONTRATO
                               TO SD-TIPO-CONTRATO
                           MOVE 0 TO SD-MATERNIDADE
                           MOVE 0 TO SD-RETROATIVO
                           EVALUATE TRUE
                               WHEN WS-FOLHA-DECIMO
                                   PERFORM CALCULA-PARCELA-13
                                   MOVE 0 TO SD-FERIAS
                                   MOVE 30 TO SD-DIAS
                                   MOVE SD-SALARIO TO SD-SALARIO-BASE
                               WHEN WS-FOLHA-PLR
                                   MOVE WS-PLR-COTA TO SD-SALARIO
                                   MOVE 0 TO SD-ADICIONAL
                                   MOVE 0 TO SD-DESCONTO
                                   MOVE 0 TO SD-FERIAS
                                   MOVE 30 TO SD-DIAS
                                   MOVE SD-SALARIO TO SD-SALARIO-BASE
                               WHEN OTHER
                                   MOVE FM-SALARIO TO SD-SALARIO
                                   PERFORM CALCULAR-PRORATA
                                   PERFORM APLICAR-AFASTAMENTO
                                   PERFORM APLICAR-SIMULACAO
                                   PERFORM BUSCAR-AJUSTES
                                   PERFORM BUSCAR-FERIAS
                           END-EVALUATE
                           RELEASE SD-FUNCIONARIO
                           MOVE SD-TIPO-CONTRATO
                               TO EX-TIPO-CONTRATO
                           MOVE SD-DIAS         TO EX-DIAS
                           MOVE SD-MATERNIDADE  TO EX-MATERNIDADE
                           MOVE SD-RETROATIVO   TO EX-RETROATIVO
                           WRITE EX-LINHA
                       END-IF
                       PERFORM CONTROLAR-CHECKPOINT
                           MOVE EX-TIPO-CONTRATO
                               TO SD-TIPO-CONTRATO
                           MOVE EX-DIAS         TO SD-DIAS
                           MOVE EX-MATERNIDADE  TO SD-MATERNIDADE
                           MOVE EX-RETROATIVO   TO SD-RETROATIVO
                           RELEASE SD-FUNCIONARIO
                   END-READ
               END-PERFORM
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-SORT-EOF OR WS-ITENS-ESGOTADOS
               PERFORM PROCESSAR-REGISTRO-ORDENADO
               RETURN SORT-WORK
                   AT END SET WS-SORT-EOF TO TRUE
               PERFORM CALCULAR-RUBRICAS
               PERFORM DESCONTAR-EMPRESTIMO
               PERFORM DESCONTAR-VALE-TRANSPORTE
               PERFORM DESCONTAR-VALE-REFEICAO
               PERFORM DESCONTAR-CONTRIBUICAO-SINDICAL
               PERFORM DESCONTAR-PLANO-SAUDE
               PERFORM DESCONTAR-ADIANTAMENTO
               PERFORM SOMAR-RETROATIVO
               COMPUTE WS-SALARIO-AJUSTADO =
                   SD-SALARIO + SD-ADICIONAL + SD-FERIAS
                   + WS-RUB-PROV-TRIB - SD-DESCONTO
               MOVE WS-SALARIO-AJUSTADO TO WS-CALC-BRUTO
               PERFORM PAGAR-SALARIO-FAMILIA
               PERFORM CALCULA-SALARIO-LIQUIDO
               PERFORM DESCONTAR-PENSAO
               PERFORM APLICAR-RUBRICAS-LIQUIDO
               MOVE WS-CALC-LIQUIDO TO WS-D-LIQUIDO
           ELSE
               MOVE SD-SALARIO TO WS-D-LIQUIDO
           END-IF.

      * PLR is taxed apart, by the exclusive table over the year's
      * accumulated PLR - the withholding rides the desconto column.
           IF WS-FOLHA-PLR
               PERFORM RETER-IRRF-PLR
               MOVE WS-PLR-IRRF TO SD-DESCONTO
               MOVE WS-PLR-LIQUIDO TO WS-D-LIQUIDO
           END-IF.

      * an employee whose items did not fit is neither printed nor
      * filed - the run fails after the SORT
           IF NOT WS-ITENS-ESGOTADOS
               PERFORM REGISTRAR-FUNCIONARIO
           END-IF.

       REGISTRAR-FUNCIONARIO.
           MOVE SD-CODFUNC TO WS-D-CODFUNC.
           MOVE SD-NOME    TO WS-D-NOME.
           MOVE SD-SALARIO TO WS-D-SALARIO.
               PERFORM GRAVAR-ADIANTAMENTO
           END-IF.

           IF WS-FOLHA-PLR AND NOT WS-SIMULADO
               PERFORM GRAVAR-LEDGER-PLR
           END-IF.

           IF WS-FOLHA-MENSAL AND NOT WS-SIMULADO
               PERFORM GRAVAR-LEDGER
               PERFORM GRAVAR-ITENS-RETENCAO
               MOVE SD-DEPARTAMENTO TO DT-DEPARTAMENTO
               MOVE SD-CODFUNC      TO DT-CODFUNC
               MOVE SD-NOME         TO DT-NOME
                   REWRITE LG-REGISTRO-LEDGER
           END-WRITE.

      * The INSS and IRRF just withheld, itemized under the same
      * internal codes the e-Social remuneration event uses. They
      * already sit in the ledger record; the lines let the tax
      * guides prove the ledger totals against what was itemized.
       GRAVAR-ITENS-RETENCAO.
           IF WS-CALC-INSS > 0
               MOVE SD-CODFUNC     TO FR-CODFUNC
               MOVE WS-COMPETENCIA TO FR-COMPETENCIA
               MOVE 950 TO FR-RUBRICA
               MOVE "INSS" TO FR-DESCRICAO
               MOVE "D" TO FR-NATUREZA
               MOVE WS-CALC-INSS TO FR-VALOR
               WRITE FR-ITEM-FOLHA
           END-IF.
           IF WS-CALC-IRRF > 0
               MOVE SD-CODFUNC     TO FR-CODFUNC
               MOVE WS-COMPETENCIA TO FR-COMPETENCIA
               MOVE 951 TO FR-RUBRICA
               MOVE "IRRF" TO FR-DESCRICAO
               MOVE "D" TO FR-NATUREZA
               MOVE WS-CALC-IRRF TO FR-VALOR
               WRITE FR-ITEM-FOLHA
           END-IF.

      * Writes the trailer record FOLHA-BALANCO reads back to
      * independently verify this run's counts.
       GRAVAR-TRAILER.
           CLOSE TRAILER-FILE.


      * Sorts the competencia's ponto adjustments and arrears by
      * employee code into AJUSTE-ORDENADO, read alongside the
      * master in CARREGAR-DO-MASTER - both files are in code order,
      * so each employee's adjustments are picked up as the master
      * passes them. No file on hand means a month without ponto or
      * arrears - base pay only.
       ORDENAR-AJUSTES.
           SORT SORT-AJUSTE
               ON ASCENDING KEY SA-CODFUNC
               INPUT PROCEDURE IS CARREGAR-AJUSTES
               GIVING AJUSTE-ORDENADO.

           OPEN INPUT AJUSTE-ORDENADO.
           IF WS-AJUSTE-OK
               MOVE "S" TO WS-AJUSTES-DISPONIVEIS
               PERFORM LER-PROXIMO-AJUSTE
           ELSE
               DISPLAY "FOLHA-PAGAMENTO: ERRO ABRINDO AJUSTES "
                       "ORDENADOS - " WS-FS-AJUSTE
           END-IF.

       CARREGAR-AJUSTES.
           PERFORM CARREGAR-PONTO.
           PERFORM CARREGAR-RETROATIVO.

       CARREGAR-PONTO.
           OPEN INPUT PONTO-CALCULADO.
           IF NOT WS-PONTO-CALC-OK
                       AT END SET WS-PONTO-CALC-EOF TO TRUE
                       NOT AT END
                           IF PC-COMPETENCIA = WS-COMPETENCIA
                               MOVE PC-CODFUNC   TO SA-CODFUNC
                               MOVE PC-ADICIONAL TO SA-ADICIONAL
                               MOVE PC-DESCONTO  TO SA-DESCONTO
                               MOVE 0            TO SA-RETROATIVO
                               RELEASE SA-AJUSTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PONTO-CALCULADO
           END-IF.

      * The arrears FOLHA-RETROATIVA left for this competencia -
      * already net of taxes, so they ride the post-tax additions.
       CARREGAR-RETROATIVO.
           OPEN INPUT RETRO-CALCULADO.
           IF NOT WS-RETRO-OK
               DISPLAY "FOLHA-PAGAMENTO: SEM RETROATIVOS ("
                       WS-FS-RETRO ")"
           ELSE
               PERFORM UNTIL WS-RETRO-EOF
                   READ RETRO-CALCULADO
                       AT END SET WS-RETRO-EOF TO TRUE
                       NOT AT END
                           IF RT-COMPETENCIA = WS-COMPETENCIA
                               MOVE RT-CODFUNC TO SA-CODFUNC
                               MOVE 0          TO SA-ADICIONAL
                               MOVE 0          TO SA-DESCONTO
                               MOVE RT-VALOR   TO SA-RETROATIVO
                               RELEASE SA-AJUSTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRO-CALCULADO
           END-IF.

      * Skips the adjustments of codes the master has passed - an
      * employee not released to the register - and adds up the
      * ponto and arrears lines of the one on hand.
       BUSCAR-AJUSTES.
           MOVE 0 TO SD-ADICIONAL.
           MOVE 0 TO SD-DESCONTO.
           MOVE 0 TO SD-RETROATIVO.
           IF WS-HA-AJUSTES
               PERFORM UNTIL NOT WS-AJUSTE-OK
                       OR AO-CODFUNC NOT < FM-CODFUNC
                   PERFORM LER-PROXIMO-AJUSTE
               END-PERFORM
               PERFORM UNTIL NOT WS-AJUSTE-OK
                       OR AO-CODFUNC NOT = FM-CODFUNC
                   ADD AO-ADICIONAL  TO SD-ADICIONAL
                   ADD AO-DESCONTO   TO SD-DESCONTO
                   ADD AO-RETROATIVO TO SD-RETROATIVO
                   PERFORM LER-PROXIMO-AJUSTE
               END-PERFORM
           END-IF.

       LER-PROXIMO-AJUSTE.
           READ AJUSTE-ORDENADO
               AT END CONTINUE
           END-READ.

      * Opens the vacation schedules for keyed lookups per
      * released employee. No file on hand means a month without
      * vacations.
       ABRIR-FERIAS.
           OPEN INPUT FERIAS-MASTER.
           IF WS-FERIAS-OK
               MOVE "S" TO WS-FERIAS-DISPONIVEIS
           ELSE
               DISPLAY "FOLHA-PAGAMENTO: SEM FERIAS PROGRAMADAS ("
                       WS-FS-FERIAS ")"
           END-IF.

      * Only an open schedule starting in this competencia pays.
      * The base salary already covers the vacation days at normal
      * pay, so the addition is only what a vacation pays beyond a
      * worked month: one third of the daily rate over the days
      * third.
       BUSCAR-FERIAS.
           MOVE 0 TO SD-FERIAS.
           IF WS-HA-FERIAS
               MOVE FM-CODFUNC TO FE-CODFUNC
               READ FERIAS-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FE-ABERTA
                           AND FE-DATA-INICIO(1:6) = WS-COMPETENCIA
                           COMPUTE WS-FERIAS-DIARIA ROUNDED =
                               FM-SALARIO / 30
                           COMPUTE SD-FERIAS ROUNDED =
                               (WS-FERIAS-DIARIA * FE-DIAS-GOZO / 3)
                               + (WS-FERIAS-DIARIA * FE-DIAS-VENDIDOS
                                  * 4 / 3)
                       END-IF
               END-READ
           END-IF.

      * Opens the rubrica catalogue and the per-employee
      * assignments for keyed lookups per sorted register line.
       ABRIR-RUBRICAS.
           OPEN INPUT RUBRICA-MASTER.
           OPEN INPUT RUBFUNC-MASTER.
           IF WS-RUBRICA-OK AND WS-RUBFUNC-OK
               MOVE "S" TO WS-RUBRICAS-DISPONIVEIS
           ELSE
               DISPLAY "FOLHA-PAGAMENTO: SEM RUBRICAS ("
                       WS-FS-RUBRICA "/" WS-FS-RUBFUNC ")"
               IF WS-RUBRICA-OK
                   CLOSE RUBRICA-MASTER
               END-IF
               IF WS-RUBFUNC-OK
                   CLOSE RUBFUNC-MASTER
               END-IF
           END-IF.

      * Prices every active assignment of the employee on the
      * current sorted line, walked by START on the code: fixed
      * value (the assignment's own when non-zero) or the catalogue
      * percent over the base salary. Taxable earnings accumulate
      * into the gross, exempt earnings and deductions wait for the
      * net.
       CALCULAR-RUBRICAS.
           MOVE 0 TO WS-QTD-ITENS.
           MOVE 0 TO WS-RUB-PROV-TRIB.
           MOVE 0 TO WS-RUB-PROV-LIVRE.
           MOVE 0 TO WS-RUB-DESCONTOS.
           IF WS-HA-RUBRICAS
               MOVE SD-CODFUNC TO RF-CODFUNC
               MOVE 0 TO RF-SEQUENCIA
               START RUBFUNC-MASTER KEY IS NOT LESS THAN RF-CHAVE
                   INVALID KEY CONTINUE
               END-START
               IF WS-RUBFUNC-OK
                   PERFORM LER-PROXIMA-ATRIBUICAO
                   PERFORM UNTIL NOT WS-RUBFUNC-OK
                           OR RF-CODFUNC NOT = SD-CODFUNC
                       IF RF-ATIVA
                           PERFORM APLICAR-UMA-RUBRICA
                       END-IF
                       PERFORM LER-PROXIMA-ATRIBUICAO
                   END-PERFORM
               END-IF
           END-IF.

       LER-PROXIMA-ATRIBUICAO.
           READ RUBFUNC-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

       APLICAR-UMA-RUBRICA.
           MOVE RF-RUBRICA TO RB-CODIGO.
           READ RUBRICA-MASTER
               INVALID KEY
                   DISPLAY "FOLHA-PAGAMENTO: RUBRICA " RF-RUBRICA
                           " SEM CATALOGO - IGNORADA PARA " SD-CODFUNC
               NOT INVALID KEY
                   IF RB-PERCENTUAL
                       COMPUTE WS-RUB-ITEM-VALOR ROUNDED =
                           SD-SALARIO * RB-VALOR / 100
                   ELSE
                       IF RF-VALOR > 0
                           MOVE RF-VALOR TO WS-RUB-ITEM-VALOR
                       ELSE
                           MOVE RB-VALOR TO WS-RUB-ITEM-VALOR
                       END-IF
                   END-IF
                   PERFORM ACUMULAR-RUBRICA
           END-READ.

       ACUMULAR-RUBRICA.
           IF RB-PROVENTO
               IF RB-TRIBUTA
                   ADD WS-RUB-ITEM-VALOR TO WS-RUB-PROV-TRIB
               ELSE
                   ADD WS-RUB-ITEM-VALOR TO WS-RUB-PROV-LIVRE
               ADD WS-RUB-ITEM-VALOR TO WS-RUB-DESCONTOS
           END-IF.

           IF WS-QTD-ITENS < 60
               ADD 1 TO WS-QTD-ITENS
               SET IT-IDX TO WS-QTD-ITENS
               MOVE RB-CODIGO    TO WS-IT-RUBRICA(IT-IDX)
               MOVE RB-DESCRICAO TO WS-IT-DESCRICAO(IT-IDX)
               MOVE RB-NATUREZA  TO WS-IT-NATUREZA(IT-IDX)
               MOVE WS-RUB-ITEM-VALOR
                   TO WS-IT-VALOR(IT-IDX)
           ELSE
               PERFORM EXCEDER-CAPACIDADE-ITENS
           END-IF.

      * Past the item table the employee's pay cannot be itemized
      * as computed - the run stops, the way a SORT output procedure
      * can: the switch ends IMPRIMIR-FOLHA and MAIN-PROCEDURE fails
      * the run, with no trailer, once the SORT returns.
       EXCEDER-CAPACIDADE-ITENS.
           IF NOT WS-ITENS-ESGOTADOS
               DISPLAY "FOLHA-PAGAMENTO: CAPACIDADE EXCEDIDA - MAIS DE "
                       "60 ITENS PARA " SD-CODFUNC
                       " - EXECUCAO INTERROMPIDA"
           END-IF.
           MOVE "S" TO WS-ITENS-ESGOTADOS-SW.
           MOVE "S" TO WS-CARGA-FALHOU.

      * The arrears line rides the net as an itemized addition -
      * the recalculation already applied each month's own tax
      * table, so taxing it again would double-withhold.
       SOMAR-RETROATIVO.
           IF SD-RETROATIVO > 0
               ADD SD-RETROATIVO TO WS-RUB-PROV-LIVRE
               IF WS-QTD-ITENS < 60
                   ADD 1 TO WS-QTD-ITENS
                   SET IT-IDX TO WS-QTD-ITENS
                   MOVE 903 TO WS-IT-RUBRICA(IT-IDX)
                   MOVE "RETROATIVO" TO WS-IT-DESCRICAO(IT-IDX)
                   MOVE "P" TO WS-IT-NATUREZA(IT-IDX)
                   MOVE SD-RETROATIVO TO WS-IT-VALOR(IT-IDX)
               ELSE
                   PERFORM EXCEDER-CAPACIDADE-ITENS
               END-IF
           END-IF.

      * Salario-familia on the month's gross before withholding -
      * the ceiling is on the remuneration, and the quota itself is
      * neither taxed nor part of it, so it rides the net.
       PAGAR-SALARIO-FAMILIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SF-DATA-PAGAMENTO.
           MOVE WS-COMPETENCIA TO SF-COMPETENCIA.
           MOVE SD-CODFUNC TO SF-CODFUNC.
           MOVE WS-SALARIO-AJUSTADO TO SF-REMUNERACAO.
           MOVE SD-DIAS TO SF-DIAS.
           CALL "CALC-SALARIO-FAMILIA" USING SF-PARAMETROS.
           IF SF-PAGO AND SF-VALOR > 0
               ADD SF-VALOR TO WS-RUB-PROV-LIVRE
               IF WS-QTD-ITENS < 60
                   ADD 1 TO WS-QTD-ITENS
                   SET IT-IDX TO WS-QTD-ITENS
                   MOVE 905 TO WS-IT-RUBRICA(IT-IDX)
                   MOVE "SALARIO FAMILIA" TO WS-IT-DESCRICAO(IT-IDX)
                   MOVE "P" TO WS-IT-NATUREZA(IT-IDX)
                   MOVE SF-VALOR TO WS-IT-VALOR(IT-IDX)
               ELSE
                   PERFORM EXCEDER-CAPACIDADE-ITENS
               END-IF
           END-IF.

      * Exempt earnings add to the net CALC-IMPOSTOS returned;
      * deductions settle against it, clamped so the employee can
               END-IF
           END-PERFORM.

      * Opens the vale-transporte opt-ins for keyed lookups per
      * employee.
       ABRIR-VALE-TRANSPORTE.
           OPEN INPUT VALE-MASTER.
           IF WS-VALE-OK
               MOVE "S" TO WS-VALES-DISPONIVEIS
           ELSE
               DISPLAY "FOLHA-PAGAMENTO: SEM VALE-TRANSPORTE ("
                       WS-FS-VALE ")"
           END-IF.

      * The employee's legal share settles against the net like any
      * deduction rubrica: 6 percent of the salary capped at the
      * month's fares - whichever is less is what the law allows.
       DESCONTAR-VALE-TRANSPORTE.
           IF WS-HA-VALES
               MOVE SD-CODFUNC TO VT-CODFUNC
               READ VALE-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF VT-ATIVO
                           COMPUTE WS-VT-CUSTO-MES ROUNDED =
                               VT-TARIFA-DIA * WS-VT-DIAS-MES
                           COMPUTE WS-VT-LIMITE ROUNDED =
                               SD-SALARIO * WS-VT-PCT-LEGAL
                           IF WS-VT-CUSTO-MES < WS-VT-LIMITE
                               MOVE WS-VT-CUSTO-MES TO WS-VT-DESCONTO
                           ELSE
                               MOVE WS-VT-LIMITE TO WS-VT-DESCONTO
                           END-IF
                           PERFORM APLICAR-DESCONTO-VALE
                       END-IF
               END-READ
           END-IF.

       APLICAR-DESCONTO-VALE.
           ADD WS-VT-DESCONTO TO WS-RUB-DESCONTOS.
           IF WS-QTD-ITENS < 60
               ADD 1 TO WS-QTD-ITENS
               SET IT-IDX TO WS-QTD-ITENS
               MOVE 901 TO WS-IT-RUBRICA(IT-IDX)
               MOVE "VALE TRANSPORTE" TO WS-IT-DESCRICAO(IT-IDX)
               MOVE "D" TO WS-IT-NATUREZA(IT-IDX)
               MOVE WS-VT-DESCONTO TO WS-IT-VALOR(IT-IDX)
           ELSE
               PERFORM EXCEDER-CAPACIDADE-ITENS
           END-IF.

      * Opens the VR/VA opt-ins for keyed lookups per employee.
       ABRIR-VALE-REFEICAO.
           OPEN INPUT REFEICAO-MASTER.
           IF WS-REFEICAO-OK
               MOVE "S" TO WS-REFEICOES-DISPONIVEIS
           ELSE
               DISPLAY "FOLHA-PAGAMENTO: SEM VALE-REFEICAO ("
                       WS-FS-REFEICAO ")"
           END-IF.

      * The PAT co-payment is a percentage of what the vendor is
      * credited this month - the value per day over the days
      * CALC-DIAS-BENEFICIO leaves after leave and vacation.
       DESCONTAR-VALE-REFEICAO.
           IF WS-HA-REFEICOES
               MOVE SD-CODFUNC TO VR-CODFUNC
               READ REFEICAO-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF VR-ATIVO AND VR-PERC-PAT > 0
                           PERFORM CALCULAR-COPARTICIPACAO-PAT
                       END-IF
               END-READ
           END-IF.

       CALCULAR-COPARTICIPACAO-PAT.
           MOVE SD-CODFUNC TO DB-CODFUNC.
           MOVE WS-COMPETENCIA TO DB-COMPETENCIA.
           CALL "CALC-DIAS-BENEFICIO" USING DB-PARAMETROS.
           COMPUTE WS-VR-CREDITO = VR-VALOR-DIA * DB-DIAS-CREDITO.
           COMPUTE WS-VR-DESCONTO ROUNDED =
               WS-VR-CREDITO * VR-PERC-PAT / 100.
           IF WS-VR-DESCONTO > 0
               ADD WS-VR-DESCONTO TO WS-RUB-DESCONTOS
               IF WS-QTD-ITENS < 60
                   ADD 1 TO WS-QTD-ITENS
                   SET IT-IDX TO WS-QTD-ITENS
                   MOVE 908 TO WS-IT-RUBRICA(IT-IDX)
                   IF VR-ALIMENTACAO
                       MOVE "VALE ALIMENTACAO"
                           TO WS-IT-DESCRICAO(IT-IDX)
                   ELSE
                       MOVE "VALE REFEICAO" TO WS-IT-DESCRICAO(IT-IDX)
                   END-IF
                   MOVE "D" TO WS-IT-NATUREZA(IT-IDX)
                   MOVE WS-VR-DESCONTO TO WS-IT-VALOR(IT-IDX)
               ELSE
                   PERFORM EXCEDER-CAPACIDADE-ITENS
               END-IF
           END-IF.

      * Opens the unions and the employee links for keyed lookups;
      * either one missing means no dues this month.
       ABRIR-SINDICATOS.
           OPEN INPUT SINDICATO-MASTER.
           OPEN INPUT SINDFUNC-MASTER.
           IF WS-SINDICATO-OK AND WS-SINDFUNC-OK
               MOVE "S" TO WS-SINDICATOS-DISPONIVEIS
               COMPUTE WS-SN-DATA-REFERENCIA = WS-COMPETENCIA * 100
                   + 31
           ELSE
               DISPLAY "FOLHA-PAGAMENTO: SEM SINDICATOS ("
                       WS-FS-SINDICATO "/" WS-FS-SINDFUNC ")"
               IF WS-SINDICATO-OK
                   CLOSE SINDICATO-MASTER
               END-IF
               IF WS-SINDFUNC-OK
                   CLOSE SINDFUNC-MASTER
               END-IF
           END-IF.

      * Dues only with the employee's written authorization, at the
      * rate of the agreement in force, over the monthly salary.
       DESCONTAR-CONTRIBUICAO-SINDICAL.
           IF WS-HA-SINDICATOS
               MOVE SD-CODFUNC TO SV-CODFUNC
               READ SINDFUNC-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SV-CONTRIBUICAO-AUTORIZADA
                           PERFORM BUSCAR-CONVENCAO-VIGENTE
                           PERFORM APLICAR-CONTRIBUICAO-SINDICAL
                       END-IF
               END-READ
           END-IF.

       BUSCAR-CONVENCAO-VIGENTE.
           MOVE "N" TO WS-SN-ACHOU.
           MOVE 0 TO WS-SN-PERCENTUAL.
           MOVE SV-SINDICATO TO SN-CODIGO.
           MOVE 0 TO SN-VIGENCIA.
           START SINDICATO-MASTER KEY IS NOT LESS THAN SN-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF WS-SINDICATO-OK
               PERFORM LER-PROXIMA-CONVENCAO
               PERFORM UNTIL NOT WS-SINDICATO-OK
                       OR SN-CODIGO NOT = SV-SINDICATO
                       OR SN-VIGENCIA > WS-SN-DATA-REFERENCIA
                   MOVE "S" TO WS-SN-ACHOU
                   MOVE SN-PERC-CONTRIBUICAO TO WS-SN-PERCENTUAL
                   PERFORM LER-PROXIMA-CONVENCAO
               END-PERFORM
           END-IF.

       LER-PROXIMA-CONVENCAO.
           READ SINDICATO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

       APLICAR-CONTRIBUICAO-SINDICAL.
           MOVE 0 TO WS-SN-DESCONTO.
           IF WS-CONVENCAO-ACHADA
               COMPUTE WS-SN-DESCONTO ROUNDED =
                   SD-SALARIO * WS-SN-PERCENTUAL / 100
           END-IF.
           IF WS-SN-DESCONTO > 0
               ADD WS-SN-DESCONTO TO WS-RUB-DESCONTOS
               IF WS-QTD-ITENS < 60
                   ADD 1 TO WS-QTD-ITENS
                   SET IT-IDX TO WS-QTD-ITENS
                   MOVE 909 TO WS-IT-RUBRICA(IT-IDX)
                   MOVE "CONTRIB SINDICAL" TO WS-IT-DESCRICAO(IT-IDX)
                   MOVE "D" TO WS-IT-NATUREZA(IT-IDX)
                   MOVE WS-SN-DESCONTO TO WS-IT-VALOR(IT-IDX)
               ELSE
                   PERFORM EXCEDER-CAPACIDADE-ITENS
               END-IF
           END-IF.

      * Opens the plan lives and the loaded co-participation for
      * keyed lookups per employee; either may be absent.
       ABRIR-PLANO-SAUDE.
           OPEN INPUT PLANO-MASTER.
           IF WS-PLANO-OK
               MOVE "S" TO WS-PLANOS-DISPONIVEIS
           ELSE
               DISPLAY "FOLHA-PAGAMENTO: SEM PLANO DE SAUDE ("
                       WS-FS-PLANO ")"
           END-IF.
           OPEN INPUT COPARTICIPACAO.
           IF WS-COPART-OK
               MOVE "S" TO WS-COPART-DISPONIVEL
           ELSE
               DISPLAY "FOLHA-PAGAMENTO: SEM COPARTICIPACAO ("
                       WS-FS-COPART ")"
           END-IF.

      * The employee's share of the fee of every active life of the
      * family, walked by START on the code, is one deduction; the
      * month's co-participation is charged whole as another.
       DESCONTAR-PLANO-SAUDE.
           MOVE 0 TO WS-PLANO-DESCONTO.
           IF WS-HA-PLANOS
               MOVE SD-CODFUNC TO PL-CODFUNC
               MOVE 0 TO PL-SEQUENCIA
               START PLANO-MASTER KEY IS NOT LESS THAN PL-CHAVE
                   INVALID KEY CONTINUE
               END-START
               IF WS-PLANO-OK
                   PERFORM LER-PROXIMA-VIDA
                   PERFORM UNTIL NOT WS-PLANO-OK
                           OR PL-CODFUNC NOT = SD-CODFUNC
                       IF PL-ATIVO
                           COMPUTE WS-PLANO-DESCONTO ROUNDED =
                               WS-PLANO-DESCONTO
                               + (PL-MENSALIDADE * PL-PERC-EMPREGADO
                                  / 100)
                       END-IF
                       PERFORM LER-PROXIMA-VIDA
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-PLANO-DESCONTO > 0
               ADD WS-PLANO-DESCONTO TO WS-RUB-DESCONTOS
               IF WS-QTD-ITENS < 60
                   ADD 1 TO WS-QTD-ITENS
                   SET IT-IDX TO WS-QTD-ITENS
                   MOVE 906 TO WS-IT-RUBRICA(IT-IDX)
                   MOVE "PLANO DE SAUDE" TO WS-IT-DESCRICAO(IT-IDX)
                   MOVE "D" TO WS-IT-NATUREZA(IT-IDX)
                   MOVE WS-PLANO-DESCONTO TO WS-IT-VALOR(IT-IDX)
               ELSE
                   PERFORM EXCEDER-CAPACIDADE-ITENS
               END-IF
           END-IF.

           IF WS-HA-COPARTICIPACAO
               MOVE SD-CODFUNC TO PU-CODFUNC
               MOVE WS-COMPETENCIA TO PU-COMPETENCIA
               READ COPARTICIPACAO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PU-VALOR > 0
                           PERFORM APLICAR-COPARTICIPACAO
                       END-IF
               END-READ
           END-IF.

       LER-PROXIMA-VIDA.
           READ PLANO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

       APLICAR-COPARTICIPACAO.
           ADD PU-VALOR TO WS-RUB-DESCONTOS.
           IF WS-QTD-ITENS < 60
               ADD 1 TO WS-QTD-ITENS
               SET IT-IDX TO WS-QTD-ITENS
               MOVE 907 TO WS-IT-RUBRICA(IT-IDX)
               MOVE "COPARTICIPACAO" TO WS-IT-DESCRICAO(IT-IDX)
               MOVE "D" TO WS-IT-NATUREZA(IT-IDX)
               MOVE PU-VALOR TO WS-IT-VALOR(IT-IDX)
           ELSE
               PERFORM EXCEDER-CAPACIDADE-ITENS
           END-IF.

      * Opens the loan file for the deduction-and-decrement pass;

       DESCONTAR-PARCELA-LIQUIDO.
           ADD EM-VALOR-PARCELA TO WS-RUB-DESCONTOS.
           IF WS-QTD-ITENS < 60
               ADD 1 TO WS-QTD-ITENS
               SET IT-IDX TO WS-QTD-ITENS
               MOVE 900 TO WS-IT-RUBRICA(IT-IDX)
               MOVE "EMPRESTIMO CONSIG" TO WS-IT-DESCRICAO(IT-IDX)
               MOVE "D" TO WS-IT-NATUREZA(IT-IDX)
               MOVE EM-VALOR-PARCELA TO WS-IT-VALOR(IT-IDX)
           ELSE
               PERFORM EXCEDER-CAPACIDADE-ITENS
           END-IF.

       APLICAR-PARCELA-EMPRESTIMO.
                           "EMPRESTIMO DE " EM-CODFUNC
           END-REWRITE.

      * Opens the alimony orders and the per-competencia record of
      * what was withheld; absent orders file just means a folha
      * without pensao.
       ABRIR-PENSOES.
           OPEN INPUT PENSAO-MASTER.
           IF NOT WS-PENSAO-OK
               DISPLAY "FOLHA-PAGAMENTO: SEM PENSOES ("
                       WS-FS-PENSAO ")"
           ELSE
               OPEN I-O PENSAO-PAGA
               IF WS-PENSAO-PAGA-NAO-EXISTE
                   CLOSE PENSAO-PAGA
                   OPEN OUTPUT PENSAO-PAGA
                   CLOSE PENSAO-PAGA
                   OPEN I-O PENSAO-PAGA
               END-IF
               IF NOT WS-PENSAO-PAGA-OK
                   DISPLAY "FOLHA-PAGAMENTO: ERRO ABRINDO PENSOES "
                           "PAGAS - " WS-FS-PENSAO-PAGA
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "S" TO WS-PENSOES-DISPONIVEIS
           END-IF.

      * The court order is withheld off the net CALC-IMPOSTOS just
      * returned - after INSS and IRRF - and before any other
      * deduction, so a loan or a rubrica can never crowd out what
      * the judge ordered. Each active order of the employee is
      * walked by START on the code.
       DESCONTAR-PENSAO.
           IF WS-HA-PENSOES
               MOVE WS-CALC-LIQUIDO TO WS-PENSAO-BASE-LIQ
               MOVE SD-CODFUNC TO PJ-CODFUNC
               MOVE 0 TO PJ-SEQUENCIA
               START PENSAO-MASTER KEY IS NOT LESS THAN PJ-CHAVE
                   INVALID KEY CONTINUE
               END-START
               IF WS-PENSAO-OK
                   PERFORM LER-PROXIMA-PENSAO
                   PERFORM UNTIL NOT WS-PENSAO-OK
                           OR PJ-CODFUNC NOT = SD-CODFUNC
                       IF PJ-ATIVA
                           PERFORM APLICAR-PENSAO
                       END-IF
                       PERFORM LER-PROXIMA-PENSAO
                   END-PERFORM
               END-IF
           END-IF.

       LER-PROXIMA-PENSAO.
           READ PENSAO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

      * L applies the percentage to the net after INSS and IRRF,
      * B to the gross, F is a fixed monthly value - clamped to what
      * is left of the net, so the employee never leaves owing.
       APLICAR-PENSAO.
           EVALUATE TRUE
               WHEN PJ-VALOR-FIXO
                   MOVE PJ-VALOR TO WS-PENSAO-VALOR
               WHEN PJ-BASE-BRUTO
                   COMPUTE WS-PENSAO-VALOR ROUNDED =
                       WS-CALC-BRUTO * PJ-PERCENTUAL / 100
               WHEN OTHER
                   COMPUTE WS-PENSAO-VALOR ROUNDED =
                       WS-PENSAO-BASE-LIQ * PJ-PERCENTUAL / 100
           END-EVALUATE.

           IF WS-PENSAO-VALOR > WS-CALC-LIQUIDO
               DISPLAY "FOLHA-PAGAMENTO: PENSAO EXCEDE O LIQUIDO DE "
                       SD-CODFUNC " - LIMITADA"
               MOVE WS-CALC-LIQUIDO TO WS-PENSAO-VALOR
           END-IF.
           SUBTRACT WS-PENSAO-VALOR FROM WS-CALC-LIQUIDO.

           IF WS-QTD-ITENS < 60
               ADD 1 TO WS-QTD-ITENS
               SET IT-IDX TO WS-QTD-ITENS
               MOVE 904 TO WS-IT-RUBRICA(IT-IDX)
               MOVE "PENSAO ALIMENTICIA" TO WS-IT-DESCRICAO(IT-IDX)
               MOVE "D" TO WS-IT-NATUREZA(IT-IDX)
               MOVE WS-PENSAO-VALOR TO WS-IT-VALOR(IT-IDX)
           ELSE
               PERFORM EXCEDER-CAPACIDADE-ITENS
           END-IF.

           PERFORM GRAVAR-PENSAO-PAGA.

      * What was withheld and where it goes, stamped with the
      * competencia - a rerun of the same month REWRITEs its own
      * record, the way the ledger does.
       GRAVAR-PENSAO-PAGA.
           MOVE PJ-CODFUNC       TO PG-CODFUNC.
           MOVE WS-COMPETENCIA   TO PG-COMPETENCIA.
           MOVE PJ-SEQUENCIA     TO PG-SEQUENCIA.
           MOVE WS-EMPRESA-CORRENTE TO PG-EMPRESA.
           MOVE PJ-PROCESSO      TO PG-PROCESSO.
           MOVE WS-PENSAO-VALOR  TO PG-VALOR.
           MOVE PJ-BENEF-NOME    TO PG-BENEF-NOME.
           MOVE PJ-BENEF-CPF     TO PG-BENEF-CPF.
           MOVE PJ-BENEF-BANCO   TO PG-BENEF-BANCO.
           MOVE PJ-BENEF-AGENCIA TO PG-BENEF-AGENCIA.
           MOVE PJ-BENEF-CONTA   TO PG-BENEF-CONTA.
           MOVE PJ-BENEF-DIGITO  TO PG-BENEF-DIGITO.

           WRITE PG-PENSAO-PAGA
               INVALID KEY
                   REWRITE PG-PENSAO-PAGA
           END-WRITE.

      * The ponto and vacation figures already print in their own
      * columns, but the machine-readable itemization carries them
      * too - the e-Social remuneration event breaks the month into
               MOVE SD-DESCONTO TO FR-VALOR
               WRITE FR-ITEM-FOLHA
           END-IF.
           IF SD-MATERNIDADE > 0
               MOVE SD-CODFUNC     TO FR-CODFUNC
               MOVE WS-COMPETENCIA TO FR-COMPETENCIA
               MOVE 803 TO FR-RUBRICA
               MOVE "SALARIO MATERNIDADE" TO FR-DESCRICAO
               MOVE "P" TO FR-NATUREZA
               MOVE SD-MATERNIDADE TO FR-VALOR
               WRITE FR-ITEM-FOLHA
               ADD SD-MATERNIDADE TO WS-TOTAL-MATERNIDADE
           END-IF.
           IF SD-FERIAS > 0
               MOVE SD-CODFUNC     TO FR-CODFUNC
               MOVE WS-COMPETENCIA TO FR-COMPETENCIA
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-TIPO-FOLHA.
           IF NOT WS-FOLHA-DECIMO AND NOT WS-FOLHA-ADIANTAMENTO
                   AND NOT WS-FOLHA-PLR
               MOVE "MENSAL" TO WS-TIPO-FOLHA
           END-IF.

      * the run types are mutually exclusive - an advance run
      * must never fall through into the monthly names and clobber
      * the monthly register, trailer or checkpoint
           EVALUATE TRUE
                   END-IF
                   DISPLAY "FOLHA-PAGAMENTO: EXECUTANDO FOLHA DO "
                           "13O - " WS-TIPO-FOLHA
               WHEN WS-FOLHA-PLR
                   MOVE "data/folha-plr.lst" TO WS-RELATORIO-ARQUIVO
                   MOVE "data/folha-plr-trailer.dat"
                       TO WS-TRAILER-ARQUIVO
                   MOVE "data/folha-plr-checkpoint.dat"
                       TO WS-CHECKPOINT-ARQUIVO
                   MOVE "data/folha-plr-extrato.dat"
                       TO WS-EXTRATO-ARQUIVO
                   MOVE "PARTICIPACAO LUCROS" TO WS-CAB-TITULO
                   DISPLAY "FOLHA-PAGAMENTO: EXECUTANDO PLR"
               WHEN OTHER
                   MOVE "data/folha-pagamento.lst"
                       TO WS-RELATORIO-ARQUIVO
                       STRING "data/folha-13-" WS-EMPRESA-CORRENTE
                           ".lst" DELIMITED BY SIZE
                           INTO WS-RELATORIO-ARQUIVO
                   WHEN WS-FOLHA-PLR
                       STRING "data/folha-plr-" WS-EMPRESA-CORRENTE
                           ".lst" DELIMITED BY SIZE
                           INTO WS-RELATORIO-ARQUIVO
                   WHEN OTHER
                       STRING "data/folha-pagamento-"
                           WS-EMPRESA-CORRENTE ".lst"
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD AD-VALOR TO WS-RUB-DESCONTOS
                       IF WS-QTD-ITENS < 60
                           ADD 1 TO WS-QTD-ITENS
                           SET IT-IDX TO WS-QTD-ITENS
                           MOVE 902 TO WS-IT-RUBRICA(IT-IDX)
                               TO WS-IT-DESCRICAO(IT-IDX)
                           MOVE "D" TO WS-IT-NATUREZA(IT-IDX)
                           MOVE AD-VALOR TO WS-IT-VALOR(IT-IDX)
                       ELSE
                           PERFORM EXCEDER-CAPACIDADE-ITENS
                       END-IF
               END-READ
           END-IF.

      * The PLR pool and rule, and the base the pool is split by -
      * the salaries of the active employees of the company, or the
      * headcount of each department on the percentage file, which
      * must account for exactly the whole pool. Anything wrong
      * here refuses the run before a single file is written.
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
               DISPLAY "FOLHA-PAGAMENTO: PLR SEM MONTANTE APROVADO "
                       "(PLR-VALOR) - EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-PLR-POR-DEPARTAMENTO
               PERFORM CARREGAR-PLR-DEPARTAMENTOS
           END-IF.

           PERFORM SOMAR-BASE-PLR.

           IF WS-PLR-POR-DEPARTAMENTO
               PERFORM VARYING PD-IDX FROM 1 BY 1
                       UNTIL PD-IDX > WS-QTD-PLR-DEPTOS
                   IF WS-PD-QTD(PD-IDX) > 0
                       COMPUTE WS-PD-COTA(PD-IDX) ROUNDED =
                           WS-PLR-MONTANTE * WS-PD-PERCENTUAL(PD-IDX)
                           / 100 / WS-PD-QTD(PD-IDX)
                   ELSE
                       DISPLAY "FOLHA-PAGAMENTO: PLR - DEPARTAMENTO "
                               WS-PD-DEPARTAMENTO(PD-IDX)
                               " SEM FUNCIONARIOS ATIVOS - PARCELA "
                               "NAO DISTRIBUIDA"
                   END-IF
               END-PERFORM
           ELSE
               IF WS-PLR-BASE-SALARIOS = 0
                   DISPLAY "FOLHA-PAGAMENTO: PLR SEM FUNCIONARIOS "
                           "ATIVOS - EXECUCAO RECUSADA"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           DISPLAY "FOLHA-PAGAMENTO: PLR MONTANTE " WS-PLR-MONTANTE
                   " CRITERIO " WS-PLR-CRITERIO.

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
               DISPLAY "FOLHA-PAGAMENTO: ERRO ABRINDO PERCENTUAIS DE "
                       "PLR - " WS-FS-PLR-DEPTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-PLR-DEPTO-EOF
               READ PLR-DEPARTAMENTOS
                   AT END SET WS-PLR-DEPTO-EOF TO TRUE
                   NOT AT END
                       IF WS-QTD-PLR-DEPTOS >= 100
                           DISPLAY "FOLHA-PAGAMENTO: CAPACIDADE "
                                   "EXCEDIDA - MAIS DE 100 "
                                   "DEPARTAMENTOS NOS PERCENTUAIS "
                                   "DE PLR - EXECUCAO INTERROMPIDA"
                           CLOSE PLR-DEPARTAMENTOS
                           MOVE "CAPACIDADE" TO WS-RL-RESULTADO
                           PERFORM GRAVAR-RUNLOG
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-QTD-PLR-DEPTOS
                       SET PD-IDX TO WS-QTD-PLR-DEPTOS
                       MOVE PD-DEPARTAMENTO
                           TO WS-PD-DEPARTAMENTO(PD-IDX)
                       MOVE PD-PERCENTUAL TO WS-PD-PERCENTUAL(PD-IDX)
                       MOVE 0 TO WS-PD-QTD(PD-IDX)
                       MOVE 0 TO WS-PD-COTA(PD-IDX)
                       ADD PD-PERCENTUAL TO WS-PLR-SOMA-PCT
               END-READ
           END-PERFORM.

           CLOSE PLR-DEPARTAMENTOS.

           IF WS-PLR-SOMA-PCT NOT = 100
               DISPLAY "FOLHA-PAGAMENTO: PERCENTUAIS DE PLR SOMAM "
                       WS-PLR-SOMA-PCT " - DEVEM SOMAR 100 - "
                       "EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * First pass over the master, before the sort: the salary
      * base and the department headcounts the shares come from.
       SOMAR-BASE-PLR.
           OPEN INPUT FUNCIONARIO-MASTER.
           IF NOT WS-MASTER-OK
               DISPLAY "FOLHA-PAGAMENTO: ERRO ABRINDO MASTER - "
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

       CONTAR-DEPARTAMENTO-PLR.
           SET PD-IDX TO 1.
           SEARCH WS-ENTRADA-PLR-DEPTO
               AT END CONTINUE
               WHEN PD-IDX > WS-QTD-PLR-DEPTOS
                   CONTINUE
               WHEN WS-PD-DEPARTAMENTO(PD-IDX) = FM-DEPARTAMENTO
                   ADD 1 TO WS-PD-QTD(PD-IDX)
           END-SEARCH.

      * The employee's share: salary over the salary base, or the
      * department's equal share - zero for a department the
      * percentage file leaves out, and a zero share is not paid.
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

      * Opens the PLR ledger, created empty on the first PLR run
      * like the monthly ledger.
       ABRIR-LEDGER-PLR.
           OPEN I-O PLR-LEDGER.
           IF WS-LEDGER-PLR-NAO-EXISTE
               CLOSE PLR-LEDGER
               OPEN OUTPUT PLR-LEDGER
               CLOSE PLR-LEDGER
               OPEN I-O PLR-LEDGER
           END-IF.
           IF WS-LEDGER-PLR-OK
               MOVE "S" TO WS-LEDGER-PLR-DISPONIVEL
           ELSE
               DISPLAY "FOLHA-PAGAMENTO: ERRO ABRINDO LEDGER DE PLR "
                       "- " WS-FS-LEDGER-PLR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * The year's earlier PLR payments by this company, walked by
      * START on code plus the year's first competencia, are taxed
      * together with this one; a rerun of this competencia
      * replaces its own record, so that record is left out.
       RETER-IRRF-PLR.
           MOVE 0 TO WS-PLR-ANTERIOR.
           MOVE 0 TO WS-PLR-IRRF-ANTERIOR.
           IF WS-HA-LEDGER-PLR
               MOVE SD-CODFUNC TO LP-CODFUNC
               COMPUTE LP-COMPETENCIA = WS-ANO-FOLHA * 100 + 1
               MOVE 0 TO LP-EMPRESA
               START PLR-LEDGER KEY IS NOT LESS THAN LP-CHAVE
                   INVALID KEY CONTINUE
               END-START
               IF WS-LEDGER-PLR-OK
                   PERFORM LER-PROXIMO-PLR
                   PERFORM UNTIL NOT WS-LEDGER-PLR-OK
                           OR LP-CODFUNC NOT = SD-CODFUNC
                           OR LP-COMPETENCIA(1:4) NOT = WS-ANO-FOLHA
                       IF LP-EMPRESA = WS-EMPRESA-CORRENTE
                               AND LP-COMPETENCIA NOT = WS-COMPETENCIA
                           ADD LP-VALOR-BRUTO TO WS-PLR-ANTERIOR
                           ADD LP-IRRF TO WS-PLR-IRRF-ANTERIOR
                       END-IF
                       PERFORM LER-PROXIMO-PLR
                   END-PERFORM
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO IP-DATA-PAGAMENTO.
           COMPUTE IP-VALOR-ACUMULADO = WS-PLR-ANTERIOR + SD-SALARIO.
           MOVE WS-PLR-IRRF-ANTERIOR TO IP-IRRF-RETIDO.
           CALL "CALC-IRRF-PLR" USING IP-PARAMETROS.
           MOVE IP-IRRF TO WS-PLR-IRRF.
           COMPUTE WS-PLR-LIQUIDO = SD-SALARIO - WS-PLR-IRRF.

       LER-PROXIMO-PLR.
           READ PLR-LEDGER NEXT RECORD
               AT END CONTINUE
           END-READ.

      * One PLR ledger record per employee per PLR competencia - a
      * rerun REWRITEs its own, like the monthly ledger.
       GRAVAR-LEDGER-PLR.
           MOVE SD-CODFUNC          TO LP-CODFUNC.
           MOVE WS-COMPETENCIA      TO LP-COMPETENCIA.
           MOVE WS-EMPRESA-CORRENTE TO LP-EMPRESA.
           MOVE SD-DEPARTAMENTO     TO LP-DEPARTAMENTO.
           MOVE SD-SALARIO          TO LP-VALOR-BRUTO.
           MOVE WS-PLR-IRRF         TO LP-IRRF.
           MOVE WS-PLR-LIQUIDO      TO LP-VALOR-LIQUIDO.
           IF WS-PLR-POR-DEPARTAMENTO
               SET LP-POR-DEPARTAMENTO TO TRUE
           ELSE
               SET LP-POR-SALARIO TO TRUE
           END-IF.
           WRITE LP-REGISTRO-PLR
               INVALID KEY
                   REWRITE LP-REGISTRO-PLR
           END-WRITE.

      * Reads the simulation switches and, when active, points the
      * register at the simulation output and renames the checkpoint
                   FM-SALARIO * SD-DIAS / 30
           END-IF.

      * The employee's leave in the competencia, split by who pays
      * it. An AFASTADO employee enters the register only while the
      * company still owes days of the month - the days worked
      * before the leave, the first 15 of a sick or accident leave,
      * the salario-maternidade.
       APURAR-AFASTAMENTO.
           MOVE FM-CODFUNC     TO LA-CODFUNC.
           MOVE WS-COMPETENCIA TO LA-COMPETENCIA.
           CALL "CALC-DIAS-AFASTAMENTO" USING LA-PARAMETROS.
           IF FM-STATUS-AFASTADO AND LA-COM-AFASTAMENTO
                   AND LA-DIAS-SEM-REMUNERACAO < 30
               MOVE "S" TO WS-AFASTADO-PAGAVEL
           END-IF.

      * Unpaid leave days leave the month; the salary is recomputed
      * over the days that remain, the same rounding the admission
      * proration uses. The salario-maternidade is part of that
      * salary, and is also carried apart for its own item.
       APLICAR-AFASTAMENTO.
           IF LA-COM-AFASTAMENTO
               ADD 1 TO WS-QTD-AFASTAMENTOS
               IF LA-DIAS-SEM-REMUNERACAO >= SD-DIAS
                   MOVE 0 TO SD-DIAS
               ELSE
                   SUBTRACT LA-DIAS-SEM-REMUNERACAO FROM SD-DIAS
               END-IF
               COMPUTE SD-SALARIO ROUNDED =
                   FM-SALARIO * SD-DIAS / 30
               COMPUTE SD-MATERNIDADE ROUNDED =
                   FM-SALARIO * LA-DIAS-MATERNIDADE / 30
           END-IF.

      * Applies the simulated raise in memory only - to everyone, or
      * to the named department - keeping the unsimulated salary in
      * SD-SALARIO-BASE for the delta columns.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA-FIM.
           MOVE WS-RL-LIDOS    TO RL-QTD-LIDOS.
           MOVE WS-RL-GRAVADOS TO RL-QTD-GRAVADOS.
           MOVE WS-RL-RESULTADO TO RL-RESULTADO.
           MOVE WS-EMPRESA-CORRENTE TO RL-EMPRESA.
           OPEN EXTEND RUN-LOG.
           WRITE RL-REGISTRO-EXECUCAO.
