       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUIAS-RECOLHIMENTO.

      * Monthly tax payment guides off the payroll ledger: for the
      * COMPETENCIA selected (AAAAMM, default the current month, the
      * same switch FGTS-REMESSA reads) totals LG-SALARIO-IRRF and
      * LG-SALARIO-INSS of this company's ledger records and issues
      * two guides under the company's CNPJ off the empresa master -
      * the DARF for the IRRF withheld (receita 0561) and the INSS
      * guide (receita 2100) for the employees' share plus the
      * patronal share over the gross, at the effective-dated
      * PATR rate and by the rule PROVISAO-ENCARGOS uses, less the
      * salario-familia and salario-maternidade the company
      * advanced on the payslip (rubricas 905 and 803), which are
      * offset on the INSS guide.
      *
      * The autonomos paid against an RPA in the competencia
      * (data/rpa.dat, computed by RPA-PAGAMENTO) are reported too:
      * the IRRF withheld from them goes on its own DARF (receita
      * 0588, trabalho sem vinculo), and the 11 percent INSS
      * withheld plus the patronal share over the RPA gross join
      * the INSS guide. They stay out of the ledger reconciliation -
      * no payslip carries them.
      *
      * Both guides fall due on the 20th of the month after the
      * competencia; when that day is a weekend or a holiday on
      * data/feriados.dat the due date moves back to the business
      * day before, through the shared CALC-DIAS-UTEIS module, so a
      * holiday can no longer make the payment late.
      *
      * The guides go to data/guias-recolhimento(-EEE).dat for the
      * payment system and the printed summary to
      * data/guias-recolhimento(-EEE).lst. The summary carries a
      * reconciliation line per tax: the ledger total against the
      * INSS (950) and IRRF (951) withholding lines FOLHA-PAGAMENTO
      * itemized to data/folha-rubricas.dat. A divergence fails the
      * step - the guide must not be paid off totals that do not
      * prove. When the rubricas on hand belong to another
      * competencia the reconciliation is reported as not done.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-LEDGER ASSIGN TO "data/folha-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-FS-LEDGER.

           SELECT FOLHA-RUBRICAS ASSIGN TO "data/folha-rubricas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOLHA-RUB.

           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT EMPRESA-MASTER ASSIGN TO "data/empresas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-CODIGO
               FILE STATUS IS WS-FS-EMPRESAS.

      * Company this pass processes - written by CADEIA-NOTURNA per
      * company; absent file means the historical company 001.
           SELECT EMPRESA-CORRENTE ASSIGN TO
                   "data/empresa-corrente.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMP-CORRENTE.

      * RPAs of the competencia - paid autonomos, outside the
      * payroll ledger.
           SELECT RPA-MASTER ASSIGN TO "data/rpa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RP-NUMERO
               FILE STATUS IS WS-FS-RPA.

           SELECT TABELA-ENCARGOS ASSIGN TO "data/tabela-encargos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA.

      * Output files are per company - the chain runs once per
      * company, and a fixed name would let the second pass destroy
      * the first company's guides. Company 001 keeps the plain
      * names.
           SELECT GUIA-SAIDA ASSIGN DYNAMIC WS-GUIA-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUIA.

           SELECT RELATORIO ASSIGN DYNAMIC WS-SAIDA-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT RUN-LOG ASSIGN TO "data/runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD  FOLHA-LEDGER.
       COPY FOLHALEDGER.

       FD  FOLHA-RUBRICAS.
       COPY FOLHARUBRICA.

       FD  FUNCIONARIO-MASTER.
       01  FM-FUNCIONARIO.
           05 FM-CODFUNC PIC 9(6).
           05 FM-NOME  PIC X(20).
           05 FM-DATA-NASCIMENTO PIC 9(8).
           05 FM-DATA-ADMISSAO   PIC 9(8).
           05 FM-DEPARTAMENTO PIC X(15).
           05 FM-ENDERECO.
               10 FM-CEP            PIC X(9).
               10 FM-RUA            PIC X(20).
               10 FM-NUMEROENDERECO PIC 9(4).
               10 FM-COMPLEMENTO    PIC X(20).
               10 FM-CIDADE         PIC X(20).
               10 FM-ESTADO         PIC X(2).
           05 FM-TELEFONE.
               10 FM-DDD             PIC 9(2).
               10 FM-NUMEROTELEFONE  PIC X(9).
               10 FM-OPERADORA       PIC X(10).
           05 FM-SALARIO PIC 9(7)V9(2).
           05 FM-STATUS PIC X(10).
           05 FM-STATUS-DATA-EFETIVA PIC 9(8).
           05 FM-EMPRESA PIC 9(3).
           05 FM-CARGO PIC 9(4).
           05 FM-TIPO-CONTRATO PIC X(1).

       FD  EMPRESA-MASTER.
       COPY EMPRESA.

       FD  EMPRESA-CORRENTE.
       01  EC-LINHA.
           05 EC-EMPRESA PIC 9(3).

      * Same record shape as the tax bracket table: tipo, vigencia,
      * limit (unused here), aliquota, deducao (unused here).
       FD  RPA-MASTER.
       COPY RPA.

       FD  TABELA-ENCARGOS.
       01  TE-LINHA.
           05 TE-TIPO          PIC X(4).
           05 TE-DATA-VIGENCIA PIC 9(8).
           05 TE-FAIXA-LIMITE  PIC 9(7)V9(2).
           05 TE-ALIQUOTA      PIC 9(1)V9(4).
           05 TE-DEDUCAO       PIC 9(5)V9(2).

       FD  GUIA-SAIDA.
       01  GUIA-LINHA PIC X(60).

       FD  RELATORIO.
       01  RELATORIO-LINHA PIC X(80).

       FD  RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01  WS-FS-RUNLOG PIC XX.
           88 WS-RUNLOG-OK VALUE "00".

       01  WS-RL-HORA-INICIO PIC 9(6).
       01  WS-RL-LIDOS       PIC 9(6) VALUE 0.
       01  WS-RL-GRAVADOS    PIC 9(6) VALUE 0.

       01  WS-FS-LEDGER PIC XX.
           88 WS-LEDGER-OK  VALUE "00".
           88 WS-LEDGER-EOF VALUE "10".

       01  WS-FS-FOLHA-RUB PIC XX.
           88 WS-FOLHA-RUB-OK  VALUE "00".
           88 WS-FOLHA-RUB-EOF VALUE "10".

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK VALUE "00".

       01  WS-FS-EMPRESAS PIC XX.
           88 WS-EMPRESAS-OK VALUE "00".

       01  WS-FS-RPA PIC XX.
           88 WS-RPA-OK  VALUE "00".
           88 WS-RPA-EOF VALUE "10".

       01  WS-FS-TABELA PIC XX.
           88 WS-TABELA-OK  VALUE "00".
           88 WS-TABELA-EOF VALUE "10".

       01  WS-FS-GUIA PIC XX.
           88 WS-GUIA-OK VALUE "00".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-FS-EMP-CORRENTE PIC XX.
           88 WS-EMP-CORRENTE-OK VALUE "00".

       01  WS-EMPRESA-CORRENTE PIC 9(3) VALUE 1.
       01  WS-GUIA-ARQUIVO     PIC X(40).
       01  WS-SAIDA-ARQUIVO    PIC X(40).

      * Historical single-company CNPJ - stands when the company has
      * no master record, the value FGTS-REMESSA always sent.
       01  WS-CNPJ     PIC 9(14) VALUE 12345678000195.
       01  WS-EMPRESA-NOME PIC X(30) VALUE SPACES.

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

      * Parameter area of the shared business-day calculator.
       COPY CALCDIASUTEIS.

       01  WS-COMPETENCIA-TXT PIC X(6).
       01  WS-COMPETENCIA PIC 9(6).
       01  WS-DATA-HOJE   PIC 9(8).

      * Patronal rate in force - the historical 20 percent stands in
      * when no effective-dated record covers the date, as in
      * PROVISAO-ENCARGOS.
       01  WS-ALIQUOTA-PATRONAL PIC 9V9(4) VALUE 0.2000.
       01  WS-VIGENCIA-PATRONAL PIC 9(8) VALUE 0.
       01  WS-TABELA-APLICADA PIC X VALUE "N".
           88 WS-TAXA-DA-TABELA VALUE "S".

      * Receita codes and the legal due day of both guides.
       01  WS-RECEITA-IRRF PIC 9(4) VALUE 0561.
       01  WS-RECEITA-INSS PIC 9(4) VALUE 2100.
       01  WS-RECEITA-IRRF-RPA PIC 9(4) VALUE 0588.
       01  WS-DIA-VENCIMENTO PIC 9(2) VALUE 20.

      * Internal rubricas the totals and offsets come from.
       01  WS-RUBRICA-INSS         PIC 9(3) VALUE 950.
       01  WS-RUBRICA-IRRF         PIC 9(3) VALUE 951.
       01  WS-RUBRICA-SAL-FAMILIA  PIC 9(3) VALUE 905.
       01  WS-RUBRICA-MATERNIDADE  PIC 9(3) VALUE 803.

       01  WS-VENCIMENTO    PIC 9(8).
       01  WS-VENCIMENTO-R REDEFINES WS-VENCIMENTO.
           05 WS-VC-ANO PIC 9(4).
           05 WS-VC-MES PIC 9(2).
           05 WS-VC-DIA PIC 9(2).
       01  WS-VENCIMENTO-LEGAL PIC 9(8).
       01  WS-INTEIRO PIC 9(8).

       01  WS-QTD-REGISTROS  PIC 9(5) VALUE 0.
       01  WS-TOTAL-BRUTO    PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-INSS     PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-IRRF     PIC 9(11)V9(2) VALUE 0.
       01  WS-INSS-PATRONAL  PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-FAMILIA  PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-MATERNIDADE PIC 9(11)V9(2) VALUE 0.
       01  WS-COMPENSACOES   PIC 9(11)V9(2) VALUE 0.
       01  WS-INSS-DEVIDO    PIC 9(11)V9(2) VALUE 0.
       01  WS-GUIA-INSS      PIC 9(11)V9(2) VALUE 0.

      * RPAs paid in the competencia.
       01  WS-QTD-RPA        PIC 9(5) VALUE 0.
       01  WS-RPA-BRUTO      PIC 9(11)V9(2) VALUE 0.
       01  WS-RPA-INSS       PIC 9(11)V9(2) VALUE 0.
       01  WS-RPA-IRRF       PIC 9(11)V9(2) VALUE 0.
       01  WS-RPA-PATRONAL   PIC 9(11)V9(2) VALUE 0.

      * Withholding lines of the competencia, for the reconciliation.
       01  WS-QTD-ITENS-RETENCAO PIC 9(5) VALUE 0.
       01  WS-RUB-INSS PIC 9(11)V9(2) VALUE 0.
       01  WS-RUB-IRRF PIC 9(11)V9(2) VALUE 0.

       01  WS-HA-RUBRICAS PIC X VALUE "N".
           88 WS-RUBRICAS-DISPONIVEIS VALUE "S".
       01  WS-HA-MASTER PIC X VALUE "N".
           88 WS-MASTER-DISPONIVEL VALUE "S".

       01  WS-CONFERENCIA PIC X VALUE "S".
           88 WS-CONFERE VALUE "S".

       01  WS-QTD-GUIAS PIC 9(2) VALUE 0.

       01  WS-REG-HEADER.
           05 FILLER           PIC X(1)  VALUE "1".
           05 WS-H-CNPJ        PIC 9(14).
           05 WS-H-COMPETENCIA PIC 9(6).
           05 WS-H-DATA        PIC 9(8).

       01  WS-REG-GUIA.
           05 FILLER           PIC X(1) VALUE "2".
           05 WS-G-TIPO        PIC X(4).
           05 WS-G-RECEITA     PIC 9(4).
           05 WS-G-CNPJ        PIC 9(14).
           05 WS-G-COMPETENCIA PIC 9(6).
           05 WS-G-VENCIMENTO  PIC 9(8).
           05 WS-G-VALOR       PIC 9(11)V9(2).

       01  WS-REG-TRAILER.
           05 FILLER        PIC X(1) VALUE "3".
           05 WS-T-QTD      PIC 9(2).
           05 WS-T-VALOR    PIC 9(13)V9(2).

       01  WS-CABECALHO-1.
           05 FILLER PIC X(27)
              VALUE "GUIAS DE RECOLHIMENTO - EMP".
           05 WS-C-EMPRESA PIC 9(3).
           05 FILLER PIC X(6) VALUE " CNPJ ".
           05 WS-C-CNPJ PIC 9(14).
           05 FILLER PIC X(13) VALUE "  COMPETENCIA".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-C-COMPETENCIA PIC 9(6).

       01  WS-LINHA-VALOR.
           05 WS-V-ROTULO PIC X(40).
           05 WS-V-VALOR  PIC ZZZZZZZZZZ9.99.

       01  WS-LINHA-GUIA.
           05 WS-L-TIPO        PIC X(5).
           05 FILLER           PIC X(8) VALUE "RECEITA ".
           05 WS-L-RECEITA     PIC 9(4).
           05 FILLER           PIC X(12) VALUE " VENCIMENTO ".
           05 WS-L-VENCIMENTO  PIC 9(8).
           05 FILLER           PIC X(7) VALUE " VALOR ".
           05 WS-L-VALOR       PIC ZZZZZZZZZZ9.99.

       01  WS-LINHA-CONFERENCIA.
           05 FILLER           PIC X(11) VALUE "CONFERENCIA".
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-K-TIPO        PIC X(4).
           05 FILLER           PIC X(8) VALUE " LEDGER ".
           05 WS-K-LEDGER      PIC ZZZZZZZZZZ9.99.
           05 FILLER           PIC X(10) VALUE " RUBRICAS ".
           05 WS-K-RUBRICAS    PIC ZZZZZZZZZZ9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-K-RESULTADO   PIC X(11).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           PERFORM LER-EMPRESA-CORRENTE.
           PERFORM NOMEAR-ARQUIVOS-EMPRESA.
           PERFORM CARREGAR-DADOS-EMPRESA.

           MOVE "COMPETENCIA" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-COMPETENCIA-TXT.
           IF WS-COMPETENCIA-TXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           ELSE
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           END-IF.

           PERFORM CARREGAR-ALIQUOTA.

           PERFORM TOTALIZAR-LEDGER.
           PERFORM TOTALIZAR-RUBRICAS.
           PERFORM TOTALIZAR-RPA.

           COMPUTE WS-INSS-PATRONAL ROUNDED =
               WS-TOTAL-BRUTO * WS-ALIQUOTA-PATRONAL.
           COMPUTE WS-RPA-PATRONAL ROUNDED =
               WS-RPA-BRUTO * WS-ALIQUOTA-PATRONAL.
           COMPUTE WS-INSS-DEVIDO =
               WS-TOTAL-INSS + WS-INSS-PATRONAL
               + WS-RPA-INSS + WS-RPA-PATRONAL.
           COMPUTE WS-COMPENSACOES =
               WS-TOTAL-FAMILIA + WS-TOTAL-MATERNIDADE.
      * a compensation larger than the month's INSS carries over to
      * the next guide - this one is simply zero
           IF WS-COMPENSACOES >= WS-INSS-DEVIDO
               MOVE 0 TO WS-GUIA-INSS
           ELSE
               COMPUTE WS-GUIA-INSS =
                   WS-INSS-DEVIDO - WS-COMPENSACOES
           END-IF.

           PERFORM CALCULAR-VENCIMENTO.

           OPEN OUTPUT GUIA-SAIDA.

           IF NOT WS-GUIA-OK
               DISPLAY "GUIAS-RECOLHIMENTO: ERRO ABRINDO GUIAS - "
                       WS-FS-GUIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RELATORIO.

           IF NOT WS-SAIDA-OK
               DISPLAY "GUIAS-RECOLHIMENTO: ERRO ABRINDO RELATORIO - "
                       WS-FS-SAIDA
               CLOSE GUIA-SAIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GRAVAR-GUIAS.
           PERFORM IMPRIMIR-RESUMO.

           CLOSE GUIA-SAIDA.
           CLOSE RELATORIO.

           MOVE WS-QTD-GUIAS TO WS-RL-GRAVADOS.
           PERFORM GRAVAR-RUNLOG.

           DISPLAY "GUIAS-RECOLHIMENTO: DARF IRRF " WS-TOTAL-IRRF
                   " RPA " WS-RPA-IRRF
                   " INSS " WS-GUIA-INSS " VENCIMENTO "
                   WS-VENCIMENTO.

           IF NOT WS-CONFERE
               DISPLAY "GUIAS-RECOLHIMENTO: DIVERGENCIA ENTRE LEDGER "
                       "E RUBRICAS DE RETENCAO - VER " WS-SAIDA-ARQUIVO
      * the step fails so the chain stops before the guides are
      * taken for payment
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      * Per-company output names - company 001 keeps the plain ones.
       NOMEAR-ARQUIVOS-EMPRESA.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/guias-recolhimento.dat" TO WS-GUIA-ARQUIVO
               MOVE "data/guias-recolhimento.lst" TO WS-SAIDA-ARQUIVO
           ELSE
               MOVE SPACES TO WS-GUIA-ARQUIVO
               STRING "data/guias-recolhimento-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-GUIA-ARQUIVO
               MOVE SPACES TO WS-SAIDA-ARQUIVO
               STRING "data/guias-recolhimento-" WS-EMPRESA-CORRENTE
                   ".lst" DELIMITED BY SIZE INTO WS-SAIDA-ARQUIVO
           END-IF.

      * Company of this pass - CADEIA-NOTURNA stamps it before each
      * per-company run; a shop without the empresa master simply
      * keeps processing company 001.
       LER-EMPRESA-CORRENTE.
           OPEN INPUT EMPRESA-CORRENTE.
           IF WS-EMP-CORRENTE-OK
               READ EMPRESA-CORRENTE
                   AT END CONTINUE
                   NOT AT END
                       MOVE EC-EMPRESA TO WS-EMPRESA-CORRENTE
               END-READ
               CLOSE EMPRESA-CORRENTE
           END-IF.

      * The guides are issued under the company's own CNPJ - with no
      * master on file the historical single-company value stands.
       CARREGAR-DADOS-EMPRESA.
           OPEN INPUT EMPRESA-MASTER.
           IF WS-EMPRESAS-OK
               MOVE WS-EMPRESA-CORRENTE TO EP-CODIGO
               READ EMPRESA-MASTER
                   INVALID KEY
                       DISPLAY "GUIAS-RECOLHIMENTO: EMPRESA "
                               WS-EMPRESA-CORRENTE " SEM CADASTRO - "
                               "CNPJ HISTORICO NAS GUIAS"
                   NOT INVALID KEY
                       MOVE EP-CNPJ TO WS-CNPJ
                       MOVE EP-NOME TO WS-EMPRESA-NOME
               END-READ
               CLOSE EMPRESA-MASTER
           END-IF.

      * Latest PATR vigencia on or before today wins - the rule
      * PROVISAO-ENCARGOS applies, so the patronal on the guide is
      * the one the book close accrued.
       CARREGAR-ALIQUOTA.
           OPEN INPUT TABELA-ENCARGOS.
           IF NOT WS-TABELA-OK
               DISPLAY "GUIAS-RECOLHIMENTO: TABELA DE ENCARGOS "
                       "INDISPONIVEL (" WS-FS-TABELA ") - TAXA "
                       "HISTORICA DE 20% APLICADA"
           ELSE
               PERFORM UNTIL WS-TABELA-EOF
                   READ TABELA-ENCARGOS
                       AT END SET WS-TABELA-EOF TO TRUE
                       NOT AT END
                           IF TE-TIPO = "PATR"
                               AND TE-DATA-VIGENCIA <= WS-DATA-HOJE
                               AND TE-DATA-VIGENCIA
                                   > WS-VIGENCIA-PATRONAL
                               MOVE TE-DATA-VIGENCIA
                                   TO WS-VIGENCIA-PATRONAL
                               MOVE TE-ALIQUOTA
                                   TO WS-ALIQUOTA-PATRONAL
                               MOVE "S" TO WS-TABELA-APLICADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TABELA-ENCARGOS
           END-IF.

      * Gross, INSS and IRRF of every ledger record of this company
      * and competencia.
       TOTALIZAR-LEDGER.
           OPEN INPUT FOLHA-LEDGER.

           IF NOT WS-LEDGER-OK
               DISPLAY "GUIAS-RECOLHIMENTO: ERRO ABRINDO LEDGER - "
                       WS-FS-LEDGER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-LEDGER-EOF
               READ FOLHA-LEDGER NEXT RECORD
                   AT END SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RL-LIDOS
                       IF LG-COMPETENCIA = WS-COMPETENCIA
                               AND LG-EMPRESA = WS-EMPRESA-CORRENTE
                           ADD 1 TO WS-QTD-REGISTROS
                           ADD LG-SALARIO-BRUTO TO WS-TOTAL-BRUTO
                           ADD LG-SALARIO-INSS  TO WS-TOTAL-INSS
                           ADD LG-SALARIO-IRRF  TO WS-TOTAL-IRRF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FOLHA-LEDGER.

      * The company's RPAs paid in the competencia - CALCULADO or
      * already REMETIDO. No RPA file means no autonomos were paid.
       TOTALIZAR-RPA.
           OPEN INPUT RPA-MASTER.
           IF NOT WS-RPA-OK
               DISPLAY "GUIAS-RECOLHIMENTO: SEM ARQUIVO DE RPA ("
                       WS-FS-RPA ") - NENHUM AUTONOMO NAS GUIAS"
           ELSE
               PERFORM UNTIL WS-RPA-EOF
                   READ RPA-MASTER NEXT RECORD
                       AT END SET WS-RPA-EOF TO TRUE
                       NOT AT END
                           IF RP-PAGO
                                   AND RP-COMPETENCIA = WS-COMPETENCIA
                                   AND RP-EMPRESA = WS-EMPRESA-CORRENTE
                               ADD 1 TO WS-QTD-RPA
                               ADD RP-VALOR-BRUTO TO WS-RPA-BRUTO
                               ADD RP-INSS        TO WS-RPA-INSS
                               ADD RP-IRRF        TO WS-RPA-IRRF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPA-MASTER
           END-IF.

      * The withholding lines and the INSS offsets of the
      * competencia, for this company's employees only. Without the
      * rubricas file neither the offsets nor the reconciliation are
      * possible, and the summary says so.
       TOTALIZAR-RUBRICAS.
           OPEN INPUT FOLHA-RUBRICAS.
           IF NOT WS-FOLHA-RUB-OK
               DISPLAY "GUIAS-RECOLHIMENTO: SEM RUBRICAS DA FOLHA ("
                       WS-FS-FOLHA-RUB ") - SEM COMPENSACOES"
           ELSE
               MOVE "S" TO WS-HA-RUBRICAS
               OPEN INPUT FUNCIONARIO-MASTER
               IF WS-MASTER-OK
                   MOVE "S" TO WS-HA-MASTER
               END-IF
               PERFORM UNTIL WS-FOLHA-RUB-EOF
                   READ FOLHA-RUBRICAS
                       AT END SET WS-FOLHA-RUB-EOF TO TRUE
                       NOT AT END
                           IF FR-COMPETENCIA = WS-COMPETENCIA
                               PERFORM SOMAR-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLHA-RUBRICAS
               IF WS-MASTER-DISPONIVEL
                   CLOSE FUNCIONARIO-MASTER
               END-IF
           END-IF.

       SOMAR-ITEM.
           IF WS-MASTER-DISPONIVEL
               MOVE FR-CODFUNC TO FM-CODFUNC
               READ FUNCIONARIO-MASTER
                   INVALID KEY
                       MOVE WS-EMPRESA-CORRENTE TO FM-EMPRESA
               END-READ
           ELSE
               MOVE WS-EMPRESA-CORRENTE TO FM-EMPRESA
           END-IF.

           IF FM-EMPRESA = WS-EMPRESA-CORRENTE
               EVALUATE FR-RUBRICA
                   WHEN WS-RUBRICA-INSS
                       ADD 1 TO WS-QTD-ITENS-RETENCAO
                       ADD FR-VALOR TO WS-RUB-INSS
                   WHEN WS-RUBRICA-IRRF
                       ADD 1 TO WS-QTD-ITENS-RETENCAO
                       ADD FR-VALOR TO WS-RUB-IRRF
                   WHEN WS-RUBRICA-SAL-FAMILIA
                       ADD FR-VALOR TO WS-TOTAL-FAMILIA
                   WHEN WS-RUBRICA-MATERNIDADE
                       ADD FR-VALOR TO WS-TOTAL-MATERNIDADE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * The 20th of the month after the competencia, moved back one
      * day at a time until CALC-DIAS-UTEIS calls it a business day.
       CALCULAR-VENCIMENTO.
           MOVE WS-COMPETENCIA(1:4) TO WS-VC-ANO.
           MOVE WS-COMPETENCIA(5:2) TO WS-VC-MES.
           IF WS-VC-MES = 12
               ADD 1 TO WS-VC-ANO
               MOVE 1 TO WS-VC-MES
           ELSE
               ADD 1 TO WS-VC-MES
           END-IF.
           MOVE WS-DIA-VENCIMENTO TO WS-VC-DIA.
           MOVE WS-VENCIMENTO TO WS-VENCIMENTO-LEGAL.

           PERFORM VERIFICAR-DIA-UTIL.
           PERFORM RECUAR-UM-DIA UNTIL DU-DIA-UTIL.

       VERIFICAR-DIA-UTIL.
           MOVE WS-VENCIMENTO TO DU-DATA-INICIO.
           MOVE WS-VENCIMENTO TO DU-DATA-FIM.
           CALL "CALC-DIAS-UTEIS" USING DU-PARAMETROS.

       RECUAR-UM-DIA.
           COMPUTE WS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-VENCIMENTO) - 1.
           COMPUTE WS-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER(WS-INTEIRO).
           PERFORM VERIFICAR-DIA-UTIL.

      * Header, one record per guide with something to pay, trailer
      * with count and value - a zero guide is not issued.
       GRAVAR-GUIAS.
           MOVE WS-CNPJ        TO WS-H-CNPJ.
           MOVE WS-COMPETENCIA TO WS-H-COMPETENCIA.
           MOVE WS-DATA-HOJE   TO WS-H-DATA.
           MOVE WS-REG-HEADER TO GUIA-LINHA.
           WRITE GUIA-LINHA.

           MOVE 0 TO WS-T-VALOR.
           IF WS-TOTAL-IRRF > 0
               MOVE "DARF"          TO WS-G-TIPO
               MOVE WS-RECEITA-IRRF TO WS-G-RECEITA
               MOVE WS-TOTAL-IRRF   TO WS-G-VALOR
               PERFORM GRAVAR-UMA-GUIA
           END-IF.
           IF WS-RPA-IRRF > 0
               MOVE "DARF"              TO WS-G-TIPO
               MOVE WS-RECEITA-IRRF-RPA TO WS-G-RECEITA
               MOVE WS-RPA-IRRF         TO WS-G-VALOR
               PERFORM GRAVAR-UMA-GUIA
           END-IF.
           IF WS-GUIA-INSS > 0
               MOVE "INSS"          TO WS-G-TIPO
               MOVE WS-RECEITA-INSS TO WS-G-RECEITA
               MOVE WS-GUIA-INSS    TO WS-G-VALOR
               PERFORM GRAVAR-UMA-GUIA
           END-IF.

           MOVE WS-QTD-GUIAS TO WS-T-QTD.
           MOVE WS-REG-TRAILER TO GUIA-LINHA.
           WRITE GUIA-LINHA.

       GRAVAR-UMA-GUIA.
           MOVE WS-CNPJ        TO WS-G-CNPJ.
           MOVE WS-COMPETENCIA TO WS-G-COMPETENCIA.
           MOVE WS-VENCIMENTO  TO WS-G-VENCIMENTO.
           MOVE WS-REG-GUIA TO GUIA-LINHA.
           WRITE GUIA-LINHA.
           ADD 1 TO WS-QTD-GUIAS.
           ADD WS-G-VALOR TO WS-T-VALOR.

      * The printed summary: how each guide was built, when it falls
      * due, and whether the ledger totals prove against the
      * withholding lines.
       IMPRIMIR-RESUMO.
           MOVE WS-EMPRESA-CORRENTE TO WS-C-EMPRESA.
           MOVE WS-CNPJ TO WS-C-CNPJ.
           MOVE WS-COMPETENCIA TO WS-C-COMPETENCIA.
           MOVE WS-CABECALHO-1 TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-EMPRESA-NOME TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           IF WS-TAXA-DA-TABELA
               STRING "ALIQUOTA PATRONAL " WS-ALIQUOTA-PATRONAL
                   " VIGENCIA " WS-VIGENCIA-PATRONAL
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "ALIQUOTA PATRONAL " WS-ALIQUOTA-PATRONAL
                   " (TAXA HISTORICA - SEM TABELA)"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "REGISTROS NO LEDGER: " WS-QTD-REGISTROS
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "SALARIO BRUTO" TO WS-V-ROTULO.
           MOVE WS-TOTAL-BRUTO TO WS-V-VALOR.
           PERFORM IMPRIMIR-VALOR.
           MOVE "IRRF RETIDO" TO WS-V-ROTULO.
           MOVE WS-TOTAL-IRRF TO WS-V-VALOR.
           PERFORM IMPRIMIR-VALOR.
           MOVE "INSS SEGURADOS" TO WS-V-ROTULO.
           MOVE WS-TOTAL-INSS TO WS-V-VALOR.
           PERFORM IMPRIMIR-VALOR.
           MOVE "INSS PATRONAL" TO WS-V-ROTULO.
           MOVE WS-INSS-PATRONAL TO WS-V-VALOR.
           PERFORM IMPRIMIR-VALOR.
           IF WS-QTD-RPA > 0
               MOVE SPACES TO RELATORIO-LINHA
               STRING "RPAS PAGOS NA COMPETENCIA: " WS-QTD-RPA
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "RPA - VALOR BRUTO" TO WS-V-ROTULO
               MOVE WS-RPA-BRUTO TO WS-V-VALOR
               PERFORM IMPRIMIR-VALOR
               MOVE "RPA - IRRF RETIDO" TO WS-V-ROTULO
               MOVE WS-RPA-IRRF TO WS-V-VALOR
               PERFORM IMPRIMIR-VALOR
               MOVE "RPA - INSS CONTRIBUINTES INDIVIDUAIS"
                   TO WS-V-ROTULO
               MOVE WS-RPA-INSS TO WS-V-VALOR
               PERFORM IMPRIMIR-VALOR
               MOVE "RPA - INSS PATRONAL" TO WS-V-ROTULO
               MOVE WS-RPA-PATRONAL TO WS-V-VALOR
               PERFORM IMPRIMIR-VALOR
           END-IF.
           MOVE "(-) SALARIO-FAMILIA" TO WS-V-ROTULO.
           MOVE WS-TOTAL-FAMILIA TO WS-V-VALOR.
           PERFORM IMPRIMIR-VALOR.
           MOVE "(-) SALARIO-MATERNIDADE" TO WS-V-ROTULO.
           MOVE WS-TOTAL-MATERNIDADE TO WS-V-VALOR.
           PERFORM IMPRIMIR-VALOR.
           IF WS-COMPENSACOES > WS-INSS-DEVIDO
               MOVE "COMPENSACAO A TRANSPORTAR" TO WS-V-ROTULO
               COMPUTE WS-V-VALOR =
                   WS-COMPENSACOES - WS-INSS-DEVIDO
               PERFORM IMPRIMIR-VALOR
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "DARF" TO WS-L-TIPO.
           MOVE WS-RECEITA-IRRF TO WS-L-RECEITA.
           MOVE WS-VENCIMENTO TO WS-L-VENCIMENTO.
           MOVE WS-TOTAL-IRRF TO WS-L-VALOR.
           MOVE WS-LINHA-GUIA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF WS-RPA-IRRF > 0
               MOVE "DARF" TO WS-L-TIPO
               MOVE WS-RECEITA-IRRF-RPA TO WS-L-RECEITA
               MOVE WS-VENCIMENTO TO WS-L-VENCIMENTO
               MOVE WS-RPA-IRRF TO WS-L-VALOR
               MOVE WS-LINHA-GUIA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

           MOVE "INSS" TO WS-L-TIPO.
           MOVE WS-RECEITA-INSS TO WS-L-RECEITA.
           MOVE WS-VENCIMENTO TO WS-L-VENCIMENTO.
           MOVE WS-GUIA-INSS TO WS-L-VALOR.
           MOVE WS-LINHA-GUIA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF WS-VENCIMENTO NOT = WS-VENCIMENTO-LEGAL
               MOVE SPACES TO RELATORIO-LINHA
               STRING "VENCIMENTO ANTECIPADO DE " WS-VENCIMENTO-LEGAL
                   " - DIA SEM EXPEDIENTE BANCARIO"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           IF WS-QTD-ITENS-RETENCAO = 0
               MOVE SPACES TO RELATORIO-LINHA
               STRING "CONFERENCIA NAO REALIZADA - SEM RUBRICAS DE "
                   "RETENCAO DA COMPETENCIA"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               MOVE "INSS" TO WS-K-TIPO
               MOVE WS-TOTAL-INSS TO WS-K-LEDGER
               MOVE WS-RUB-INSS TO WS-K-RUBRICAS
               IF WS-TOTAL-INSS = WS-RUB-INSS
                   MOVE "CONFERE" TO WS-K-RESULTADO
               ELSE
                   MOVE "DIVERGENCIA" TO WS-K-RESULTADO
                   MOVE "N" TO WS-CONFERENCIA
               END-IF
               MOVE WS-LINHA-CONFERENCIA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "IRRF" TO WS-K-TIPO
               MOVE WS-TOTAL-IRRF TO WS-K-LEDGER
               MOVE WS-RUB-IRRF TO WS-K-RUBRICAS
               IF WS-TOTAL-IRRF = WS-RUB-IRRF
                   MOVE "CONFERE" TO WS-K-RESULTADO
               ELSE
                   MOVE "DIVERGENCIA" TO WS-K-RESULTADO
                   MOVE "N" TO WS-CONFERENCIA
               END-IF
               MOVE WS-LINHA-CONFERENCIA TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIMIR-VALOR.
           MOVE WS-LINHA-VALOR TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Appends this run's record to the common batch run log - only
      * reached at successful completion, so a missing record means
      * the job never finished.
       GRAVAR-RUNLOG.
           MOVE "GUIAS-RECOLHIMENTO" TO RL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE WS-RL-HORA-INICIO TO RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA-FIM.
           MOVE WS-RL-LIDOS    TO RL-QTD-LIDOS.
           MOVE WS-RL-GRAVADOS TO RL-QTD-GRAVADOS.
           IF WS-CONFERE
               MOVE "OK" TO RL-RESULTADO
           ELSE
               MOVE "DIVERGENCIA" TO RL-RESULTADO
           END-IF.
           MOVE WS-EMPRESA-CORRENTE TO RL-EMPRESA.
           OPEN EXTEND RUN-LOG.
           WRITE RL-REGISTRO-EXECUCAO.
           CLOSE RUN-LOG.

       END PROGRAM GUIAS-RECOLHIMENTO.
