       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-BANCO.

      * Daily check of the company's bank statement against every
      * payroll outflow the suite told the bank to make. The
      * expected debits are built from the extracts already on
      * disk for this company:
      *   FOLH - one per lote of the consolidated CNAB remessa
      *          (data/folha-remessa(-EEE).dat), the lote trailer's
      *          sum less the credits FOLHA-RETORNO recorded as
      *          rejected for that bank (the PIX lote for PIX
      *          credits) in data/creditos-rejeitados.dat;
      *   FGTS - the FGTS-REMESSA deposit, off the trailer of
      *          data/fgts-remessa(-EEE).dat;
      *   VTRA - the vale-transporte recharge order, off the
      *          trailer of data/vt-recarga(-EEE).dat;
      *   CONS - one transfer per consignado lender, the sum of the
      *          EMPRESTIMO CONSIG items FOLHA-PAGAMENTO wrote to
      *          data/folha-rubricas.dat for this company's employees
      *          in the COMPETENCIA (default the remessa's own, else
      *          the current month), grouped by EM-CREDOR.
      * The statement (data/extrato-banco(-EEE).dat) carries the
      * historico code agreed with the bank for each of the four
      * kinds of debit; credits and any other debit are not the
      * folha's and are left alone. Run it after FOLHA-RETORNO, so
      * the remessa's rejections are already on file.
      *
      * Matching follows URI-1: an exact pass pairs an expected
      * debit with a statement debit of the same kind and the same
      * value; a second pass pairs what is left of each kind by the
      * nearest value and lists the pair as DIVERGENTE with its
      * difference. Whatever stays open - expected debits the bank
      * never made, statement debits nobody ordered - carries in
      * data/concilia-banco-pendencias(-EEE).dat with the date it
      * was first seen, is matched again on the next statements, and
      * is aged into 30/60/90-plus buckets on the listing
      * (data/concilia-banco(-EEE).lst). Settled items stay on the
      * carry file for WS-DIAS-RETENCAO days so the same extract or
      * the same statement line is never taken as new again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-BANCO ASSIGN DYNAMIC WS-EXTRATO-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.

           SELECT REMESSA ASSIGN DYNAMIC WS-REMESSA-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA.

           SELECT CREDITO-REJEITADO ASSIGN TO
                   "data/creditos-rejeitados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-CHAVE
               FILE STATUS IS WS-FS-REJEITADO.

           SELECT FGTS-REMESSA ASSIGN DYNAMIC WS-FGTS-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FGTS.

           SELECT VT-RECARGA ASSIGN DYNAMIC WS-RECARGA-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECARGA.

           SELECT FOLHA-RUBRICAS ASSIGN TO "data/folha-rubricas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOLHA-RUB.

           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT EMPRESTIMO-MASTER ASSIGN TO "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODFUNC
               FILE STATUS IS WS-FS-EMPRESTIMO.

      * Open and recently settled items carried between runs - read
      * at start, rewritten at the end.
           SELECT PENDENCIAS ASSIGN DYNAMIC WS-PENDENCIAS-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENCIAS.

      * Company this pass processes - written by CADEIA-NOTURNA per
      * company; absent file means the historical company 001.
           SELECT EMPRESA-CORRENTE ASSIGN TO
                   "data/empresa-corrente.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMP-CORRENTE.

      * Statement, carry file and listing are per company - each
      * company pays out of its own account. Company 001 keeps the
      * plain names.
           SELECT RELATORIO ASSIGN DYNAMIC WS-SAIDA-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT RUN-LOG ASSIGN TO "data/runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
      * The bank's daily statement, one movement per line.
       FD  EXTRATO-BANCO.
       01  EB-LINHA.
           05 EB-DATA       PIC 9(8).
           05 EB-NATUREZA   PIC X(1).
              88 EB-DEBITO  VALUE "D".
              88 EB-CREDITO VALUE "C".
      * historico code agreed with the bank for the folha's debits
           05 EB-HISTORICO  PIC X(4).
              88 EB-HIST-FOLHA  VALUE "FOLH".
              88 EB-HIST-FGTS   VALUE "FGTS".
              88 EB-HIST-VT     VALUE "VTRA".
              88 EB-HIST-CONSIG VALUE "CONS".
           05 EB-DOCUMENTO  PIC X(20).
           05 EB-VALOR      PIC 9(13)V9(2).

      * The consolidated CNAB 240 remessa, as FOLHA-REMESSA cuts
      * it - only the header de arquivo, the headers de lote and the
      * trailers de lote are read here.
       FD  REMESSA.
       01  RM-HEADER-ARQ.
           05 RM-HA-BANCO      PIC 9(3).
           05 FILLER           PIC X(4).
           05 RM-TIPO-REGISTRO PIC X(1).
              88 RM-HEADER-ARQUIVO VALUE "0".
              88 RM-HEADER-LOTE    VALUE "1".
              88 RM-TRAILER-LOTE   VALUE "5".
           05 FILLER           PIC X(56).
           05 RM-HA-DATA       PIC 9(8).
           05 RM-HA-SEQUENCIA  PIC 9(6).
           05 RM-HA-EMPRESA    PIC 9(3).
           05 RM-HA-COMPETENCIA PIC 9(6).
           05 FILLER           PIC X(153).
       01  RM-HEADER-LOTE-REG.
           05 RM-HL-BANCO      PIC 9(3).
           05 FILLER           PIC X(6).
           05 RM-HL-SERVICO    PIC 9(2).
           05 RM-HL-FORMA      PIC 9(2).
              88 RM-LOTE-PIX VALUE 45.
           05 FILLER           PIC X(227).
       01  RM-TRAILER-LOTE-REG.
           05 RM-TL-BANCO      PIC 9(3).
           05 FILLER           PIC X(5).
           05 RM-TL-QTD        PIC 9(6).
           05 RM-TL-SOMA       PIC 9(16)V9(2).
           05 FILLER           PIC X(208).

       FD  CREDITO-REJEITADO.
       COPY CREDREJEITADO.

      * FGTS-REMESSA's deposit file: header with the competencia,
      * trailer with the count and the value deposited.
       FD  FGTS-REMESSA.
       01  FG-HEADER.
           05 FG-TIPO          PIC X(1).
              88 FG-E-HEADER  VALUE "1".
              88 FG-E-TRAILER VALUE "3".
           05 FG-H-CNPJ        PIC 9(14).
           05 FG-H-COMPETENCIA PIC 9(6).
           05 FG-H-DATA        PIC 9(8).
           05 FILLER           PIC X(31).
       01  FG-TRAILER.
           05 FILLER           PIC X(1).
           05 FG-T-QTD         PIC 9(5).
           05 FG-T-VALOR       PIC 9(11)V9(2).
           05 FILLER           PIC X(41).

      * VALE-TRANSPORTE-RECARGA's order: header with the order date,
      * trailer with the count and the value to recharge.
       FD  VT-RECARGA.
       01  VT-HEADER.
           05 VT-TIPO          PIC X(1).
              88 VT-E-HEADER  VALUE "1".
              88 VT-E-TRAILER VALUE "3".
           05 VT-H-DATA        PIC 9(8).
           05 FILLER           PIC X(31).
       01  VT-TRAILER.
           05 FILLER           PIC X(1).
           05 VT-T-QTD         PIC 9(5).
           05 VT-T-VALOR       PIC 9(11)V9(2).
           05 FILLER           PIC X(21).

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

       FD  EMPRESTIMO-MASTER.
       COPY EMPRESTIMO.

      * One carried item: an expected debit (P) or a statement
      * debit (E), open or settled on CB-DATA-BAIXA.
       FD  PENDENCIAS.
       01  CB-PENDENCIA.
           05 CB-ORIGEM        PIC X(1).
              88 CB-PREVISTO     VALUE "P".
              88 CB-DO-EXTRATO   VALUE "E".
           05 CB-TIPO          PIC X(4).
           05 CB-REFERENCIA    PIC X(20).
           05 CB-COMPETENCIA   PIC 9(6).
           05 CB-VALOR         PIC 9(13)V9(2).
           05 CB-DATA-PRIMEIRA PIC 9(8).
      * extract's date on an expected debit, the statement's on a
      * statement debit
           05 CB-DATA-MOVIMENTO PIC 9(8).
           05 CB-SITUACAO      PIC X(1).
              88 CB-ABERTA     VALUE "P".
              88 CB-CONCILIADA VALUE "C".
              88 CB-DIVERGENTE VALUE "D".
           05 CB-DATA-BAIXA    PIC 9(8).

       FD  EMPRESA-CORRENTE.
       01  EC-LINHA.
           05 EC-EMPRESA PIC 9(3).

       FD  RELATORIO.
       01  RELATORIO-LINHA PIC X(100).

       FD  RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01  WS-FS-RUNLOG PIC XX.
           88 WS-RUNLOG-OK VALUE "00".

       01  WS-RL-HORA-INICIO PIC 9(6).
       01  WS-RL-RESULTADO   PIC X(11) VALUE "OK".

      * An item past a table would be lost from the carry file for
      * good - the run finishes its report but leaves the previous
      * carry file in place and ends CAPACIDADE.
       01  WS-CAPACIDADE-SW PIC X VALUE "N".
           88 WS-CAPACIDADE-ESGOTADA VALUE "S".
       01  WS-CAPACIDADE-TABELA PIC X(20).

       01  WS-FS-EXTRATO PIC XX.
           88 WS-EXTRATO-OK  VALUE "00".
           88 WS-EXTRATO-EOF VALUE "10".

       01  WS-FS-REMESSA PIC XX.
           88 WS-REMESSA-OK  VALUE "00".
           88 WS-REMESSA-EOF VALUE "10".

       01  WS-FS-REJEITADO PIC XX.
           88 WS-REJEITADO-OK  VALUE "00".
           88 WS-REJEITADO-EOF VALUE "10".

       01  WS-FS-FGTS PIC XX.
           88 WS-FGTS-OK  VALUE "00".
           88 WS-FGTS-EOF VALUE "10".

       01  WS-FS-RECARGA PIC XX.
           88 WS-RECARGA-OK  VALUE "00".
           88 WS-RECARGA-EOF VALUE "10".

       01  WS-FS-FOLHA-RUB PIC XX.
           88 WS-FOLHA-RUB-OK  VALUE "00".
           88 WS-FOLHA-RUB-EOF VALUE "10".

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK VALUE "00".

       01  WS-FS-EMPRESTIMO PIC XX.
           88 WS-EMPRESTIMO-OK VALUE "00".

       01  WS-FS-PENDENCIAS PIC XX.
           88 WS-PENDENCIAS-OK  VALUE "00".
           88 WS-PENDENCIAS-EOF VALUE "10".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-FS-EMP-CORRENTE PIC XX.
           88 WS-EMP-CORRENTE-OK VALUE "00".

       01  WS-EMPRESA-CORRENTE   PIC 9(3) VALUE 1.
       01  WS-EXTRATO-ARQUIVO    PIC X(40).
       01  WS-REMESSA-ARQUIVO    PIC X(40).
       01  WS-FGTS-ARQUIVO       PIC X(40).
       01  WS-RECARGA-ARQUIVO    PIC X(40).
       01  WS-PENDENCIAS-ARQUIVO PIC X(40).
       01  WS-SAIDA-ARQUIVO      PIC X(40).

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

       01  WS-COMPETENCIA-TXT PIC X(6).
       01  WS-COMPETENCIA     PIC 9(6).
       01  WS-DATA-HOJE       PIC 9(8).

      * Settled items kept on the carry file this many days after
      * they were settled.
       01  WS-DIAS-RETENCAO PIC 9(3) VALUE 120.

      * Internal rubrica FOLHA-PAGAMENTO itemizes the consignado
      * installment under.
       01  WS-RUBRICA-CONSIGNADO PIC 9(3) VALUE 900.

      * Remessa on disk: header data and one entry per lote - the
      * bank it went to, whether it is the PIX lote, and what is
      * left to debit once the rejections come off.
       01  WS-REMESSA-SEQUENCIA   PIC 9(6) VALUE 0.
       01  WS-REMESSA-DATA        PIC 9(8) VALUE 0.
       01  WS-REMESSA-COMPETENCIA PIC 9(6) VALUE 0.
       01  WS-LOTE-PIX-CORRENTE   PIC X VALUE "N".
       01  WS-LOTES-TABELA.
           05 WS-QTD-LOTES PIC 9(2) VALUE 0.
           05 WS-LOTE OCCURS 50 TIMES INDEXED BY LT-IDX.
               10 WS-LT-BANCO  PIC 9(3).
               10 WS-LT-PIX    PIC X(1).
                  88 WS-LT-E-PIX VALUE "S".
               10 WS-LT-VALOR  PIC 9(13)V9(2).
       01  WS-ACHOU-LOTE PIC X VALUE "N".
           88 WS-LOTE-ACHADO VALUE "S".
       01  WS-TOTAL-REJEITADO PIC 9(13)V9(2) VALUE 0.

      * Consignado installments of the competencia per lender.
       01  WS-CREDORES-TABELA.
           05 WS-QTD-CREDORES PIC 9(3) VALUE 0.
           05 WS-CREDOR OCCURS 100 TIMES INDEXED BY CR-IDX.
               10 WS-CR-NOME  PIC X(20).
               10 WS-CR-VALOR PIC 9(13)V9(2).
       01  WS-ACHOU-CREDOR PIC X VALUE "N".
           88 WS-CREDOR-ACHADO VALUE "S".
       01  WS-HA-MASTER PIC X VALUE "N".
           88 WS-MASTER-ABERTO VALUE "S".
       01  WS-HA-EMPRESTIMOS PIC X VALUE "N".
           88 WS-EMPRESTIMOS-ABERTOS VALUE "S".

      * Expected debit being registered.
       01  WS-NOVO-PREVISTO.
           05 WS-NV-TIPO        PIC X(4).
           05 WS-NV-REFERENCIA  PIC X(20).
           05 WS-NV-COMPETENCIA PIC 9(6).
           05 WS-NV-VALOR       PIC 9(13)V9(2).
           05 WS-NV-DATA        PIC 9(8).

      * Expected debits - carried ones first, then the new ones the
      * extracts add.
       01  WS-PREVISTOS-TABELA.
           05 WS-QTD-PREVISTOS PIC 9(4) VALUE 0.
           05 WS-PREVISTO OCCURS 2000 TIMES INDEXED BY PV-IDX.
               10 WS-PV-TIPO        PIC X(4).
               10 WS-PV-REFERENCIA  PIC X(20).
               10 WS-PV-COMPETENCIA PIC 9(6).
               10 WS-PV-VALOR       PIC 9(13)V9(2).
               10 WS-PV-DATA        PIC 9(8).
               10 WS-PV-DATA-MOV    PIC 9(8).
               10 WS-PV-SITUACAO    PIC X(1).
                  88 WS-PV-ABERTO     VALUE "P".
                  88 WS-PV-CONCILIADO VALUE "C".
                  88 WS-PV-DIVERGENTE VALUE "D".
               10 WS-PV-DATA-BAIXA  PIC 9(8).

      * Statement debits - carried ones first, then the new
      * statement's.
       01  WS-DEBITOS-TABELA.
           05 WS-QTD-DEBITOS PIC 9(4) VALUE 0.
           05 WS-DEBITO OCCURS 2000 TIMES INDEXED BY DB-IDX.
               10 WS-DB-TIPO        PIC X(4).
               10 WS-DB-DOCUMENTO   PIC X(20).
               10 WS-DB-VALOR       PIC 9(13)V9(2).
               10 WS-DB-DATA        PIC 9(8).
               10 WS-DB-DATA-MOV    PIC 9(8).
               10 WS-DB-SITUACAO    PIC X(1).
                  88 WS-DB-ABERTO     VALUE "P".
                  88 WS-DB-CONCILIADO VALUE "C".
                  88 WS-DB-DIVERGENTE VALUE "D".
               10 WS-DB-DATA-BAIXA  PIC 9(8).

       01  WS-ACHOU-PREVISTO PIC X VALUE "N".
           88 WS-PREVISTO-ACHADO VALUE "S".
       01  WS-ACHOU-DEBITO PIC X VALUE "N".
           88 WS-DEBITO-ACHADO VALUE "S".

       01  WS-DIFERENCA     PIC S9(13)V9(2).
       01  WS-DIFERENCA-ABS PIC 9(13)V9(2).
       01  WS-MELHOR-DIF    PIC 9(13)V9(2).
       01  WS-MELHOR-DB     PIC 9(4).

      * Aging buckets over what stays open: days since the expected
      * debit was first seen, or since the statement debit posted.
       01  WS-DIAS-ABERTA PIC S9(6).
       01  WS-DIAS-RETIDA PIC S9(6).
       01  WS-FAIXA-QTD-30   PIC 9(5) VALUE 0.
       01  WS-FAIXA-VAL-30   PIC 9(13)V9(2) VALUE 0.
       01  WS-FAIXA-QTD-60   PIC 9(5) VALUE 0.
       01  WS-FAIXA-VAL-60   PIC 9(13)V9(2) VALUE 0.
       01  WS-FAIXA-QTD-90   PIC 9(5) VALUE 0.
       01  WS-FAIXA-VAL-90   PIC 9(13)V9(2) VALUE 0.
       01  WS-FAIXA-QTD-MAIS PIC 9(5) VALUE 0.
       01  WS-FAIXA-VAL-MAIS PIC 9(13)V9(2) VALUE 0.

       01  WS-QTD-LIDOS          PIC 9(6) VALUE 0.
       01  WS-QTD-DEBITOS-NOVOS  PIC 9(5) VALUE 0.
       01  WS-QTD-PREVISTOS-NOVOS PIC 9(5) VALUE 0.
       01  WS-QTD-CONCILIADOS    PIC 9(5) VALUE 0.
       01  WS-TOTAL-CONCILIADO   PIC 9(13)V9(2) VALUE 0.
       01  WS-QTD-DIVERGENTES    PIC 9(5) VALUE 0.
       01  WS-QTD-NAO-DEBITADOS  PIC 9(5) VALUE 0.
       01  WS-TOTAL-NAO-DEBITADO PIC 9(13)V9(2) VALUE 0.
       01  WS-QTD-NAO-PREVISTOS  PIC 9(5) VALUE 0.
       01  WS-TOTAL-NAO-PREVISTO PIC 9(13)V9(2) VALUE 0.

       01  WS-CABECALHO.
           05 FILLER PIC X(36)
              VALUE "CONCILIACAO BANCARIA DA FOLHA - EMP".
           05 WS-C-EMPRESA PIC 9(3).
           05 FILLER PIC X(7) VALUE "  DATA ".
           05 WS-C-DATA PIC 9(8).
           05 FILLER PIC X(14) VALUE "  COMPETENCIA ".
           05 WS-C-COMPETENCIA PIC 9(6).

       01  WS-LINHA-COLUNAS.
           05 FILLER PIC X(35)
              VALUE "TIPO REFERENCIA           DATA     ".
           05 FILLER PIC X(34)
              VALUE "        PREVISTO         DEBITADO ".
           05 FILLER PIC X(23)
              VALUE "        DIFERENCA  DIAS".

       01  WS-LINHA-DETALHE.
           05 WS-D-TIPO       PIC X(4).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-D-REFERENCIA PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-D-DATA       PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-D-PREVISTO   PIC ZZZZZZZZZZZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-D-DEBITADO   PIC ZZZZZZZZZZZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-D-DIFERENCA  PIC -------------9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-D-DIAS       PIC ZZZZ9.

       01  WS-LINHA-RESUMO.
           05 WS-R-ROTULO PIC X(30).
           05 WS-R-QTD    PIC ZZZZ9.
           05 FILLER      PIC X(7) VALUE " VALOR ".
           05 WS-R-VALOR  PIC ZZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           PERFORM LER-EMPRESA-CORRENTE.
           PERFORM NOMEAR-ARQUIVOS-EMPRESA.

           MOVE "COMPETENCIA" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-COMPETENCIA-TXT.

           OPEN INPUT EXTRATO-BANCO.

           IF NOT WS-EXTRATO-OK
               DISPLAY "CONCILIA-BANCO: ERRO ABRINDO EXTRATO - "
                       WS-FS-EXTRATO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RELATORIO.

           IF NOT WS-SAIDA-OK
               DISPLAY "CONCILIA-BANCO: ERRO ABRINDO RELATORIO - "
                       WS-FS-SAIDA
               CLOSE EXTRATO-BANCO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CARREGAR-PENDENCIAS.

           PERFORM PREVER-REMESSA.

           IF WS-COMPETENCIA-TXT NOT = SPACES
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           ELSE
               IF WS-REMESSA-COMPETENCIA NOT = 0
                   MOVE WS-REMESSA-COMPETENCIA TO WS-COMPETENCIA
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
               END-IF
           END-IF.

           PERFORM PREVER-FGTS.
           PERFORM PREVER-RECARGA-VT.
           PERFORM PREVER-CONSIGNADOS.

           PERFORM UNTIL WS-EXTRATO-EOF
               READ EXTRATO-BANCO
                   AT END SET WS-EXTRATO-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       IF EB-DEBITO
                               AND (EB-HIST-FOLHA OR EB-HIST-FGTS
                                    OR EB-HIST-VT OR EB-HIST-CONSIG)
                           PERFORM REGISTRAR-DEBITO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXTRATO-BANCO.

           MOVE WS-EMPRESA-CORRENTE TO WS-C-EMPRESA.
           MOVE WS-DATA-HOJE TO WS-C-DATA.
           MOVE WS-COMPETENCIA TO WS-C-COMPETENCIA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM CASAR-EXATOS.
           PERFORM CASAR-DIVERGENTES.
           PERFORM LISTAR-NAO-DEBITADOS.
           PERFORM LISTAR-NAO-PREVISTOS.
           IF NOT WS-CAPACIDADE-ESGOTADA
               PERFORM REGRAVAR-PENDENCIAS
           END-IF.
           PERFORM IMPRIMIR-RESUMO.

           CLOSE RELATORIO.

           PERFORM GRAVAR-RUNLOG.

           IF WS-CAPACIDADE-ESGOTADA
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY "CONCILIA-BANCO: " WS-QTD-CONCILIADOS
                   " CONCILIADOS, " WS-QTD-DIVERGENTES
                   " DIVERGENTES, " WS-QTD-NAO-DEBITADOS
                   " NAO DEBITADOS, " WS-QTD-NAO-PREVISTOS
                   " NAO PREVISTOS".

           GOBACK.

      * Per-company file names - company 001 keeps the plain ones,
      * the same way each extract's own program names it.
       NOMEAR-ARQUIVOS-EMPRESA.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/extrato-banco.dat" TO WS-EXTRATO-ARQUIVO
               MOVE "data/folha-remessa.dat" TO WS-REMESSA-ARQUIVO
               MOVE "data/fgts-remessa.dat" TO WS-FGTS-ARQUIVO
               MOVE "data/vt-recarga.dat" TO WS-RECARGA-ARQUIVO
               MOVE "data/concilia-banco-pendencias.dat"
                   TO WS-PENDENCIAS-ARQUIVO
               MOVE "data/concilia-banco.lst" TO WS-SAIDA-ARQUIVO
           ELSE
               MOVE SPACES TO WS-EXTRATO-ARQUIVO
               STRING "data/extrato-banco-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-EXTRATO-ARQUIVO
               MOVE SPACES TO WS-REMESSA-ARQUIVO
               STRING "data/folha-remessa-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-REMESSA-ARQUIVO
               MOVE SPACES TO WS-FGTS-ARQUIVO
               STRING "data/fgts-remessa-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-FGTS-ARQUIVO
               MOVE SPACES TO WS-RECARGA-ARQUIVO
               STRING "data/vt-recarga-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-RECARGA-ARQUIVO
               MOVE SPACES TO WS-PENDENCIAS-ARQUIVO
               STRING "data/concilia-banco-pendencias-"
                   WS-EMPRESA-CORRENTE ".dat"
                   DELIMITED BY SIZE INTO WS-PENDENCIAS-ARQUIVO
               MOVE SPACES TO WS-SAIDA-ARQUIVO
               STRING "data/concilia-banco-" WS-EMPRESA-CORRENTE
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

      * Items carried from earlier runs; an absent file is the
      * first run.
       CARREGAR-PENDENCIAS.
           OPEN INPUT PENDENCIAS.
           IF WS-PENDENCIAS-OK
               PERFORM UNTIL WS-PENDENCIAS-EOF
                   READ PENDENCIAS
                       AT END SET WS-PENDENCIAS-EOF TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-PENDENCIA
                   END-READ
               END-PERFORM
               CLOSE PENDENCIAS
           END-IF.

       GUARDAR-PENDENCIA.
           IF CB-PREVISTO
               IF WS-QTD-PREVISTOS < 2000
                   ADD 1 TO WS-QTD-PREVISTOS
                   SET PV-IDX TO WS-QTD-PREVISTOS
                   MOVE CB-TIPO           TO WS-PV-TIPO(PV-IDX)
                   MOVE CB-REFERENCIA     TO WS-PV-REFERENCIA(PV-IDX)
                   MOVE CB-COMPETENCIA    TO WS-PV-COMPETENCIA(PV-IDX)
                   MOVE CB-VALOR          TO WS-PV-VALOR(PV-IDX)
                   MOVE CB-DATA-PRIMEIRA  TO WS-PV-DATA(PV-IDX)
                   MOVE CB-DATA-MOVIMENTO TO WS-PV-DATA-MOV(PV-IDX)
                   MOVE CB-SITUACAO       TO WS-PV-SITUACAO(PV-IDX)
                   MOVE CB-DATA-BAIXA     TO WS-PV-DATA-BAIXA(PV-IDX)
               ELSE
                   MOVE "PREVISTOS" TO WS-CAPACIDADE-TABELA
                   PERFORM EXCEDER-CAPACIDADE
               END-IF
           ELSE
               IF WS-QTD-DEBITOS < 2000
                   ADD 1 TO WS-QTD-DEBITOS
                   SET DB-IDX TO WS-QTD-DEBITOS
                   MOVE CB-TIPO           TO WS-DB-TIPO(DB-IDX)
                   MOVE CB-REFERENCIA     TO WS-DB-DOCUMENTO(DB-IDX)
                   MOVE CB-VALOR          TO WS-DB-VALOR(DB-IDX)
                   MOVE CB-DATA-PRIMEIRA  TO WS-DB-DATA(DB-IDX)
                   MOVE CB-DATA-MOVIMENTO TO WS-DB-DATA-MOV(DB-IDX)
                   MOVE CB-SITUACAO       TO WS-DB-SITUACAO(DB-IDX)
                   MOVE CB-DATA-BAIXA     TO WS-DB-DATA-BAIXA(DB-IDX)
               ELSE
                   MOVE "DEBITOS" TO WS-CAPACIDADE-TABELA
                   PERFORM EXCEDER-CAPACIDADE
               END-IF
           END-IF.

       EXCEDER-CAPACIDADE.
           IF NOT WS-CAPACIDADE-ESGOTADA
               DISPLAY "CONCILIA-BANCO: CAPACIDADE EXCEDIDA - TABELA "
                       "DE " WS-CAPACIDADE-TABELA " - PENDENCIAS NAO "
                       "REGRAVADAS"
           END-IF.
           MOVE "S" TO WS-CAPACIDADE-SW.
           MOVE "CAPACIDADE" TO WS-RL-RESULTADO.

      * One expected debit per lote of the consolidated remessa -
      * each lote is the file one bank debits - with the credits
      * that bank rejected taken off. No remessa on disk just means
      * no folha debit is expected yet.
       PREVER-REMESSA.
           OPEN INPUT REMESSA.
           IF NOT WS-REMESSA-OK
               DISPLAY "CONCILIA-BANCO: SEM REMESSA CNAB ("
                       WS-FS-REMESSA ")"
           ELSE
               PERFORM UNTIL WS-REMESSA-EOF
                   READ REMESSA
                       AT END SET WS-REMESSA-EOF TO TRUE
                       NOT AT END
                           PERFORM LER-REGISTRO-REMESSA
                   END-READ
               END-PERFORM
               CLOSE REMESSA
               PERFORM DESCONTAR-REJEITADOS
               PERFORM VARYING LT-IDX FROM 1 BY 1
                       UNTIL LT-IDX > WS-QTD-LOTES
                   IF WS-LT-VALOR(LT-IDX) > 0
                       PERFORM REGISTRAR-LOTE
                   END-IF
               END-PERFORM
           END-IF.

       LER-REGISTRO-REMESSA.
           EVALUATE TRUE
               WHEN RM-HEADER-ARQUIVO
                   MOVE RM-HA-SEQUENCIA   TO WS-REMESSA-SEQUENCIA
                   MOVE RM-HA-DATA        TO WS-REMESSA-DATA
                   MOVE RM-HA-COMPETENCIA TO WS-REMESSA-COMPETENCIA
               WHEN RM-HEADER-LOTE
                   IF RM-LOTE-PIX
                       MOVE "S" TO WS-LOTE-PIX-CORRENTE
                   ELSE
                       MOVE "N" TO WS-LOTE-PIX-CORRENTE
                   END-IF
               WHEN RM-TRAILER-LOTE
                   IF WS-QTD-LOTES < 50
                       ADD 1 TO WS-QTD-LOTES
                       SET LT-IDX TO WS-QTD-LOTES
                       MOVE RM-TL-BANCO TO WS-LT-BANCO(LT-IDX)
                       MOVE WS-LOTE-PIX-CORRENTE TO WS-LT-PIX(LT-IDX)
                       MOVE RM-TL-SOMA TO WS-LT-VALOR(LT-IDX)
                   ELSE
                       MOVE "LOTES" TO WS-CAPACIDADE-TABELA
                       PERFORM EXCEDER-CAPACIDADE
                   END-IF
           END-EVALUATE.

      * Every credit of the remessa's competencia the bank turned
      * back - a PIX credit comes off the PIX lote, any other off
      * the lote of the bank it was sent to.
       DESCONTAR-REJEITADOS.
           OPEN INPUT CREDITO-REJEITADO.
           IF WS-REJEITADO-OK
               MOVE WS-EMPRESA-CORRENTE    TO CJ-EMPRESA
               MOVE WS-REMESSA-COMPETENCIA TO CJ-COMPETENCIA
               MOVE 0 TO CJ-CODFUNC
               MOVE 0 TO CJ-VALOR
               START CREDITO-REJEITADO KEY IS NOT LESS THAN CJ-CHAVE
                   INVALID KEY SET WS-REJEITADO-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-REJEITADO-EOF
                   READ CREDITO-REJEITADO NEXT
                       AT END SET WS-REJEITADO-EOF TO TRUE
                       NOT AT END
                           IF CJ-EMPRESA NOT = WS-EMPRESA-CORRENTE
                                   OR CJ-COMPETENCIA NOT =
                                      WS-REMESSA-COMPETENCIA
                               SET WS-REJEITADO-EOF TO TRUE
                           ELSE
                               PERFORM DESCONTAR-REJEITADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDITO-REJEITADO
           END-IF.

       DESCONTAR-REJEITADO.
           MOVE "N" TO WS-ACHOU-LOTE.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > WS-QTD-LOTES OR WS-LOTE-ACHADO
               IF CJ-FORMA-PIX
                   IF WS-LT-E-PIX(LT-IDX)
                       MOVE "S" TO WS-ACHOU-LOTE
                   END-IF
               ELSE
                   IF NOT WS-LT-E-PIX(LT-IDX)
                           AND WS-LT-BANCO(LT-IDX) = CJ-BANCO
                       MOVE "S" TO WS-ACHOU-LOTE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LOTE-ACHADO
               SET LT-IDX DOWN BY 1
               ADD CJ-VALOR TO WS-TOTAL-REJEITADO
               IF CJ-VALOR > WS-LT-VALOR(LT-IDX)
                   MOVE 0 TO WS-LT-VALOR(LT-IDX)
               ELSE
                   SUBTRACT CJ-VALOR FROM WS-LT-VALOR(LT-IDX)
               END-IF
           END-IF.

       REGISTRAR-LOTE.
           MOVE "FOLH" TO WS-NV-TIPO.
           MOVE SPACES TO WS-NV-REFERENCIA.
           IF WS-LT-E-PIX(LT-IDX)
               STRING "REM " WS-REMESSA-SEQUENCIA " PIX "
                   WS-LT-BANCO(LT-IDX)
                   DELIMITED BY SIZE INTO WS-NV-REFERENCIA
           ELSE
               STRING "REM " WS-REMESSA-SEQUENCIA " BCO "
                   WS-LT-BANCO(LT-IDX)
                   DELIMITED BY SIZE INTO WS-NV-REFERENCIA
           END-IF.
           MOVE WS-REMESSA-COMPETENCIA TO WS-NV-COMPETENCIA.
           MOVE WS-LT-VALOR(LT-IDX) TO WS-NV-VALOR.
           MOVE WS-REMESSA-DATA TO WS-NV-DATA.
           PERFORM REGISTRAR-PREVISTO.

      * The FGTS deposit, as the trailer of the deposit file states
      * it.
       PREVER-FGTS.
           OPEN INPUT FGTS-REMESSA.
           IF NOT WS-FGTS-OK
               DISPLAY "CONCILIA-BANCO: SEM REMESSA DO FGTS ("
                       WS-FS-FGTS ")"
           ELSE
               MOVE "FGTS" TO WS-NV-TIPO
               MOVE 0 TO WS-NV-VALOR
               PERFORM UNTIL WS-FGTS-EOF
                   READ FGTS-REMESSA
                       AT END SET WS-FGTS-EOF TO TRUE
                       NOT AT END
                           IF FG-E-HEADER
                               MOVE FG-H-COMPETENCIA
                                   TO WS-NV-COMPETENCIA
                               MOVE FG-H-DATA TO WS-NV-DATA
                           END-IF
                           IF FG-E-TRAILER
                               MOVE FG-T-VALOR TO WS-NV-VALOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FGTS-REMESSA
               IF WS-NV-VALOR > 0
                   MOVE SPACES TO WS-NV-REFERENCIA
                   STRING "FGTS COMP " WS-NV-COMPETENCIA
                       DELIMITED BY SIZE INTO WS-NV-REFERENCIA
                   PERFORM REGISTRAR-PREVISTO
               END-IF
           END-IF.

      * The vale-transporte recharge order, off its trailer; the
      * order is known by the date it was cut.
       PREVER-RECARGA-VT.
           OPEN INPUT VT-RECARGA.
           IF NOT WS-RECARGA-OK
               DISPLAY "CONCILIA-BANCO: SEM PEDIDO DE RECARGA VT ("
                       WS-FS-RECARGA ")"
           ELSE
               MOVE "VTRA" TO WS-NV-TIPO
               MOVE 0 TO WS-NV-VALOR
               PERFORM UNTIL WS-RECARGA-EOF
                   READ VT-RECARGA
                       AT END SET WS-RECARGA-EOF TO TRUE
                       NOT AT END
                           IF VT-E-HEADER
                               MOVE VT-H-DATA TO WS-NV-DATA
                               MOVE VT-H-DATA(1:6)
                                   TO WS-NV-COMPETENCIA
                           END-IF
                           IF VT-E-TRAILER
                               MOVE VT-T-VALOR TO WS-NV-VALOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VT-RECARGA
               IF WS-NV-VALOR > 0
                   MOVE SPACES TO WS-NV-REFERENCIA
                   STRING "PEDIDO VT " WS-NV-DATA
                       DELIMITED BY SIZE INTO WS-NV-REFERENCIA
                   PERFORM REGISTRAR-PREVISTO
               END-IF
           END-IF.

      * Consignado installments this company's folha withheld in the
      * competencia, one transfer per lender.
       PREVER-CONSIGNADOS.
           OPEN INPUT FOLHA-RUBRICAS.
           IF NOT WS-FOLHA-RUB-OK
               DISPLAY "CONCILIA-BANCO: SEM RUBRICAS DA FOLHA ("
                       WS-FS-FOLHA-RUB ")"
           ELSE
               OPEN INPUT FUNCIONARIO-MASTER
               IF WS-MASTER-OK
                   MOVE "S" TO WS-HA-MASTER
               END-IF
               OPEN INPUT EMPRESTIMO-MASTER
               IF WS-EMPRESTIMO-OK
                   MOVE "S" TO WS-HA-EMPRESTIMOS
               END-IF
               PERFORM UNTIL WS-FOLHA-RUB-EOF
                   READ FOLHA-RUBRICAS
                       AT END SET WS-FOLHA-RUB-EOF TO TRUE
                       NOT AT END
                           IF FR-COMPETENCIA = WS-COMPETENCIA
                                   AND FR-RUBRICA =
                                       WS-RUBRICA-CONSIGNADO
                               PERFORM ACUMULAR-CONSIGNADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLHA-RUBRICAS
               IF WS-MASTER-ABERTO
                   CLOSE FUNCIONARIO-MASTER
               END-IF
               IF WS-EMPRESTIMOS-ABERTOS
                   CLOSE EMPRESTIMO-MASTER
               END-IF
               PERFORM VARYING CR-IDX FROM 1 BY 1
                       UNTIL CR-IDX > WS-QTD-CREDORES
                   MOVE "CONS" TO WS-NV-TIPO
                   MOVE WS-CR-NOME(CR-IDX) TO WS-NV-REFERENCIA
                   MOVE WS-COMPETENCIA TO WS-NV-COMPETENCIA
                   MOVE WS-CR-VALOR(CR-IDX) TO WS-NV-VALOR
                   MOVE WS-DATA-HOJE TO WS-NV-DATA
                   PERFORM REGISTRAR-PREVISTO
               END-PERFORM
           END-IF.

      * Only this company's employees; an installment whose loan
      * is no longer on file still goes out, under a lender of its
      * own, so the transfers always add up to what the folha
      * withheld.
       ACUMULAR-CONSIGNADO.
           MOVE WS-EMPRESA-CORRENTE TO FM-EMPRESA.
           IF WS-MASTER-ABERTO
               MOVE FR-CODFUNC TO FM-CODFUNC
               READ FUNCIONARIO-MASTER
                   INVALID KEY
                       MOVE WS-EMPRESA-CORRENTE TO FM-EMPRESA
               END-READ
           END-IF.

           IF FM-EMPRESA = WS-EMPRESA-CORRENTE
               MOVE "CREDOR NAO CADASTR." TO EM-CREDOR
               IF WS-EMPRESTIMOS-ABERTOS
                   MOVE FR-CODFUNC TO EM-CODFUNC
                   READ EMPRESTIMO-MASTER
                       INVALID KEY
                           MOVE "CREDOR NAO CADASTR." TO EM-CREDOR
                   END-READ
               END-IF
               MOVE "N" TO WS-ACHOU-CREDOR
               PERFORM VARYING CR-IDX FROM 1 BY 1
                       UNTIL CR-IDX > WS-QTD-CREDORES
                          OR WS-CREDOR-ACHADO
                   IF WS-CR-NOME(CR-IDX) = EM-CREDOR
                       MOVE "S" TO WS-ACHOU-CREDOR
                   END-IF
               END-PERFORM
               IF WS-CREDOR-ACHADO
                   SET CR-IDX DOWN BY 1
                   ADD FR-VALOR TO WS-CR-VALOR(CR-IDX)
               ELSE
                   IF WS-QTD-CREDORES < 100
                       ADD 1 TO WS-QTD-CREDORES
                       SET CR-IDX TO WS-QTD-CREDORES
                       MOVE EM-CREDOR TO WS-CR-NOME(CR-IDX)
                       MOVE FR-VALOR TO WS-CR-VALOR(CR-IDX)
                   ELSE
                       MOVE "CREDORES" TO WS-CAPACIDADE-TABELA
                       PERFORM EXCEDER-CAPACIDADE
                   END-IF
               END-IF
           END-IF.

      * An extract already on the carry file is not new: while its
      * debit is still open the value is taken afresh (a later
      * return may have rejected more credits), once settled it is
      * left alone.
       REGISTRAR-PREVISTO.
           MOVE "N" TO WS-ACHOU-PREVISTO.
           PERFORM VARYING PV-IDX FROM 1 BY 1
                   UNTIL PV-IDX > WS-QTD-PREVISTOS
                      OR WS-PREVISTO-ACHADO
               IF WS-PV-TIPO(PV-IDX) = WS-NV-TIPO
                       AND WS-PV-REFERENCIA(PV-IDX) = WS-NV-REFERENCIA
                       AND WS-PV-COMPETENCIA(PV-IDX) =
                           WS-NV-COMPETENCIA
                   MOVE "S" TO WS-ACHOU-PREVISTO
               END-IF
           END-PERFORM.

           IF WS-PREVISTO-ACHADO
               SET PV-IDX DOWN BY 1
               IF WS-PV-ABERTO(PV-IDX)
                   MOVE WS-NV-VALOR TO WS-PV-VALOR(PV-IDX)
               END-IF
           ELSE
               IF WS-QTD-PREVISTOS < 2000
                   ADD 1 TO WS-QTD-PREVISTOS
                   ADD 1 TO WS-QTD-PREVISTOS-NOVOS
                   SET PV-IDX TO WS-QTD-PREVISTOS
                   MOVE WS-NV-TIPO        TO WS-PV-TIPO(PV-IDX)
                   MOVE WS-NV-REFERENCIA  TO WS-PV-REFERENCIA(PV-IDX)
                   MOVE WS-NV-COMPETENCIA TO WS-PV-COMPETENCIA(PV-IDX)
                   MOVE WS-NV-VALOR       TO WS-PV-VALOR(PV-IDX)
                   MOVE WS-DATA-HOJE      TO WS-PV-DATA(PV-IDX)
                   MOVE WS-NV-DATA        TO WS-PV-DATA-MOV(PV-IDX)
                   MOVE "P"               TO WS-PV-SITUACAO(PV-IDX)
                   MOVE 0                 TO WS-PV-DATA-BAIXA(PV-IDX)
               ELSE
                   DISPLAY "CONCILIA-BANCO: TABELA DE PREVISTOS "
                           "CHEIA - " WS-NV-TIPO " "
                           WS-NV-REFERENCIA
                   MOVE "PREVISTOS" TO WS-CAPACIDADE-TABELA
                   PERFORM EXCEDER-CAPACIDADE
               END-IF
           END-IF.

      * A statement line already carried - the same statement
      * loaded twice, or a day that overlaps the last - is not a
      * second debit.
       REGISTRAR-DEBITO.
           MOVE "N" TO WS-ACHOU-DEBITO.
           PERFORM VARYING DB-IDX FROM 1 BY 1
                   UNTIL DB-IDX > WS-QTD-DEBITOS
                      OR WS-DEBITO-ACHADO
               IF WS-DB-TIPO(DB-IDX) = EB-HISTORICO
                       AND WS-DB-DOCUMENTO(DB-IDX) = EB-DOCUMENTO
                       AND WS-DB-VALOR(DB-IDX) = EB-VALOR
                       AND WS-DB-DATA-MOV(DB-IDX) = EB-DATA
                   MOVE "S" TO WS-ACHOU-DEBITO
               END-IF
           END-PERFORM.

           IF NOT WS-DEBITO-ACHADO
               IF WS-QTD-DEBITOS < 2000
                   ADD 1 TO WS-QTD-DEBITOS
                   ADD 1 TO WS-QTD-DEBITOS-NOVOS
                   SET DB-IDX TO WS-QTD-DEBITOS
                   MOVE EB-HISTORICO TO WS-DB-TIPO(DB-IDX)
                   MOVE EB-DOCUMENTO TO WS-DB-DOCUMENTO(DB-IDX)
                   MOVE EB-VALOR     TO WS-DB-VALOR(DB-IDX)
                   MOVE WS-DATA-HOJE TO WS-DB-DATA(DB-IDX)
                   MOVE EB-DATA      TO WS-DB-DATA-MOV(DB-IDX)
                   IF EB-DATA NOT NUMERIC OR EB-DATA = 0
                       MOVE WS-DATA-HOJE TO WS-DB-DATA-MOV(DB-IDX)
                   END-IF
                   MOVE "P"          TO WS-DB-SITUACAO(DB-IDX)
                   MOVE 0            TO WS-DB-DATA-BAIXA(DB-IDX)
               ELSE
                   DISPLAY "CONCILIA-BANCO: TABELA DE DEBITOS CHEIA - "
                           EB-HISTORICO " " EB-DOCUMENTO
                   MOVE "DEBITOS" TO WS-CAPACIDADE-TABELA
                   PERFORM EXCEDER-CAPACIDADE
               END-IF
           END-IF.

      * Exact pass: same kind, same value.
       CASAR-EXATOS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "DEBITOS CONCILIADOS" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-LINHA-COLUNAS TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM VARYING PV-IDX FROM 1 BY 1
                   UNTIL PV-IDX > WS-QTD-PREVISTOS
               IF WS-PV-ABERTO(PV-IDX)
                   PERFORM CASAR-PREVISTO-EXATO
               END-IF
           END-PERFORM.

       CASAR-PREVISTO-EXATO.
           MOVE "N" TO WS-ACHOU-DEBITO.
           PERFORM VARYING DB-IDX FROM 1 BY 1
                   UNTIL DB-IDX > WS-QTD-DEBITOS
                      OR WS-DEBITO-ACHADO
               IF WS-DB-ABERTO(DB-IDX)
                       AND WS-DB-TIPO(DB-IDX) = WS-PV-TIPO(PV-IDX)
                       AND WS-DB-VALOR(DB-IDX) = WS-PV-VALOR(PV-IDX)
                   MOVE "S" TO WS-ACHOU-DEBITO
               END-IF
           END-PERFORM.

           IF WS-DEBITO-ACHADO
               SET DB-IDX DOWN BY 1
               MOVE "C" TO WS-PV-SITUACAO(PV-IDX)
               MOVE WS-DATA-HOJE TO WS-PV-DATA-BAIXA(PV-IDX)
               MOVE "C" TO WS-DB-SITUACAO(DB-IDX)
               MOVE WS-DATA-HOJE TO WS-DB-DATA-BAIXA(DB-IDX)
               ADD 1 TO WS-QTD-CONCILIADOS
               ADD WS-PV-VALOR(PV-IDX) TO WS-TOTAL-CONCILIADO
               PERFORM IMPRIMIR-PAR
           END-IF.

      * Second pass: what is left of each kind, paired by the
      * nearest value - the bank debited it, but not what we
      * ordered.
       CASAR-DIVERGENTES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "DEBITOS COM VALOR DIVERGENTE" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-LINHA-COLUNAS TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM VARYING PV-IDX FROM 1 BY 1
                   UNTIL PV-IDX > WS-QTD-PREVISTOS
               IF WS-PV-ABERTO(PV-IDX)
                   PERFORM CASAR-PREVISTO-PROXIMO
               END-IF
           END-PERFORM.

       CASAR-PREVISTO-PROXIMO.
           MOVE 0 TO WS-MELHOR-DB.
           PERFORM VARYING DB-IDX FROM 1 BY 1
                   UNTIL DB-IDX > WS-QTD-DEBITOS
               IF WS-DB-ABERTO(DB-IDX)
                       AND WS-DB-TIPO(DB-IDX) = WS-PV-TIPO(PV-IDX)
                   COMPUTE WS-DIFERENCA = WS-DB-VALOR(DB-IDX)
                       - WS-PV-VALOR(PV-IDX)
                   IF WS-DIFERENCA < 0
                       COMPUTE WS-DIFERENCA-ABS = 0 - WS-DIFERENCA
                   ELSE
                       MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
                   END-IF
                   IF WS-MELHOR-DB = 0
                           OR WS-DIFERENCA-ABS < WS-MELHOR-DIF
                       SET WS-MELHOR-DB TO DB-IDX
                       MOVE WS-DIFERENCA-ABS TO WS-MELHOR-DIF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-MELHOR-DB > 0
               SET DB-IDX TO WS-MELHOR-DB
               MOVE "D" TO WS-PV-SITUACAO(PV-IDX)
               MOVE WS-DATA-HOJE TO WS-PV-DATA-BAIXA(PV-IDX)
               MOVE "D" TO WS-DB-SITUACAO(DB-IDX)
               MOVE WS-DATA-HOJE TO WS-DB-DATA-BAIXA(DB-IDX)
               ADD 1 TO WS-QTD-DIVERGENTES
               PERFORM IMPRIMIR-PAR
           END-IF.

       IMPRIMIR-PAR.
           MOVE WS-PV-TIPO(PV-IDX)       TO WS-D-TIPO.
           MOVE WS-PV-REFERENCIA(PV-IDX) TO WS-D-REFERENCIA.
           MOVE WS-DB-DATA-MOV(DB-IDX)   TO WS-D-DATA.
           MOVE WS-PV-VALOR(PV-IDX)      TO WS-D-PREVISTO.
           MOVE WS-DB-VALOR(DB-IDX)      TO WS-D-DEBITADO.
           COMPUTE WS-D-DIFERENCA = WS-DB-VALOR(DB-IDX)
               - WS-PV-VALOR(PV-IDX).
           MOVE 0 TO WS-D-DIAS.
           MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Expected debits the bank has not made, aged from the day
      * the extract was first seen.
       LISTAR-NAO-DEBITADOS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "PREVISTOS NAO DEBITADOS" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-LINHA-COLUNAS TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM VARYING PV-IDX FROM 1 BY 1
                   UNTIL PV-IDX > WS-QTD-PREVISTOS
               IF WS-PV-ABERTO(PV-IDX)
                   COMPUTE WS-DIAS-ABERTA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                       FUNCTION INTEGER-OF-DATE(WS-PV-DATA(PV-IDX))
                   ADD 1 TO WS-QTD-NAO-DEBITADOS
                   ADD WS-PV-VALOR(PV-IDX) TO WS-TOTAL-NAO-DEBITADO
                   MOVE WS-PV-VALOR(PV-IDX) TO WS-DIFERENCA-ABS
                   PERFORM ENVELHECER-PENDENCIA
                   MOVE WS-PV-TIPO(PV-IDX)       TO WS-D-TIPO
                   MOVE WS-PV-REFERENCIA(PV-IDX) TO WS-D-REFERENCIA
                   MOVE WS-PV-DATA-MOV(PV-IDX)   TO WS-D-DATA
                   MOVE WS-PV-VALOR(PV-IDX)      TO WS-D-PREVISTO
                   MOVE 0                        TO WS-D-DEBITADO
                   COMPUTE WS-D-DIFERENCA = 0 - WS-PV-VALOR(PV-IDX)
                   MOVE WS-DIAS-ABERTA           TO WS-D-DIAS
                   MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM.

      * Statement debits nothing in the suite ordered, aged from the
      * day they posted.
       LISTAR-NAO-PREVISTOS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "DEBITOS NAO PREVISTOS" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-LINHA-COLUNAS TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM VARYING DB-IDX FROM 1 BY 1
                   UNTIL DB-IDX > WS-QTD-DEBITOS
               IF WS-DB-ABERTO(DB-IDX)
                   COMPUTE WS-DIAS-ABERTA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                       FUNCTION INTEGER-OF-DATE(WS-DB-DATA-MOV(DB-IDX))
                   ADD 1 TO WS-QTD-NAO-PREVISTOS
                   ADD WS-DB-VALOR(DB-IDX) TO WS-TOTAL-NAO-PREVISTO
                   MOVE WS-DB-VALOR(DB-IDX) TO WS-DIFERENCA-ABS
                   PERFORM ENVELHECER-PENDENCIA
                   MOVE WS-DB-TIPO(DB-IDX)      TO WS-D-TIPO
                   MOVE WS-DB-DOCUMENTO(DB-IDX) TO WS-D-REFERENCIA
                   MOVE WS-DB-DATA-MOV(DB-IDX)  TO WS-D-DATA
                   MOVE 0                       TO WS-D-PREVISTO
                   MOVE WS-DB-VALOR(DB-IDX)     TO WS-D-DEBITADO
                   MOVE WS-DB-VALOR(DB-IDX)     TO WS-D-DIFERENCA
                   MOVE WS-DIAS-ABERTA          TO WS-D-DIAS
                   MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM.

       ENVELHECER-PENDENCIA.
           EVALUATE TRUE
               WHEN WS-DIAS-ABERTA < 30
                   ADD 1 TO WS-FAIXA-QTD-30
                   ADD WS-DIFERENCA-ABS TO WS-FAIXA-VAL-30
               WHEN WS-DIAS-ABERTA < 60
                   ADD 1 TO WS-FAIXA-QTD-60
                   ADD WS-DIFERENCA-ABS TO WS-FAIXA-VAL-60
               WHEN WS-DIAS-ABERTA < 90
                   ADD 1 TO WS-FAIXA-QTD-90
                   ADD WS-DIFERENCA-ABS TO WS-FAIXA-VAL-90
               WHEN OTHER
                   ADD 1 TO WS-FAIXA-QTD-MAIS
                   ADD WS-DIFERENCA-ABS TO WS-FAIXA-VAL-MAIS
           END-EVALUATE.

      * Everything still open, plus what was settled within the
      * retention period, becomes the next run's carry file.
       REGRAVAR-PENDENCIAS.
           OPEN OUTPUT PENDENCIAS.

           IF NOT WS-PENDENCIAS-OK
               DISPLAY "CONCILIA-BANCO: ERRO GRAVANDO PENDENCIAS - "
                       WS-FS-PENDENCIAS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING PV-IDX FROM 1 BY 1
                       UNTIL PV-IDX > WS-QTD-PREVISTOS
                   PERFORM REGRAVAR-PREVISTO
               END-PERFORM
               PERFORM VARYING DB-IDX FROM 1 BY 1
                       UNTIL DB-IDX > WS-QTD-DEBITOS
                   PERFORM REGRAVAR-DEBITO
               END-PERFORM
               CLOSE PENDENCIAS
           END-IF.

       REGRAVAR-PREVISTO.
           MOVE 0 TO WS-DIAS-RETIDA.
           IF NOT WS-PV-ABERTO(PV-IDX)
               COMPUTE WS-DIAS-RETIDA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(WS-PV-DATA-BAIXA(PV-IDX))
           END-IF.
           IF WS-DIAS-RETIDA <= WS-DIAS-RETENCAO
               MOVE "P"                      TO CB-ORIGEM
               MOVE WS-PV-TIPO(PV-IDX)        TO CB-TIPO
               MOVE WS-PV-REFERENCIA(PV-IDX)  TO CB-REFERENCIA
               MOVE WS-PV-COMPETENCIA(PV-IDX) TO CB-COMPETENCIA
               MOVE WS-PV-VALOR(PV-IDX)       TO CB-VALOR
               MOVE WS-PV-DATA(PV-IDX)        TO CB-DATA-PRIMEIRA
               MOVE WS-PV-DATA-MOV(PV-IDX)    TO CB-DATA-MOVIMENTO
               MOVE WS-PV-SITUACAO(PV-IDX)    TO CB-SITUACAO
               MOVE WS-PV-DATA-BAIXA(PV-IDX)  TO CB-DATA-BAIXA
               WRITE CB-PENDENCIA
           END-IF.

       REGRAVAR-DEBITO.
           MOVE 0 TO WS-DIAS-RETIDA.
           IF NOT WS-DB-ABERTO(DB-IDX)
               COMPUTE WS-DIAS-RETIDA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(WS-DB-DATA-BAIXA(DB-IDX))
           END-IF.
           IF WS-DIAS-RETIDA <= WS-DIAS-RETENCAO
               MOVE "E"                     TO CB-ORIGEM
               MOVE WS-DB-TIPO(DB-IDX)       TO CB-TIPO
               MOVE WS-DB-DOCUMENTO(DB-IDX)  TO CB-REFERENCIA
               MOVE 0                       TO CB-COMPETENCIA
               MOVE WS-DB-VALOR(DB-IDX)      TO CB-VALOR
               MOVE WS-DB-DATA(DB-IDX)       TO CB-DATA-PRIMEIRA
               MOVE WS-DB-DATA-MOV(DB-IDX)   TO CB-DATA-MOVIMENTO
               MOVE WS-DB-SITUACAO(DB-IDX)   TO CB-SITUACAO
               MOVE WS-DB-DATA-BAIXA(DB-IDX) TO CB-DATA-BAIXA
               WRITE CB-PENDENCIA
           END-IF.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "RESUMO" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "PREVISTOS NOVOS" TO WS-R-ROTULO.
           MOVE WS-QTD-PREVISTOS-NOVOS TO WS-R-QTD.
           MOVE 0 TO WS-R-VALOR.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "REJEICOES DESCONTADAS" TO WS-R-ROTULO.
           MOVE 0 TO WS-R-QTD.
           MOVE WS-TOTAL-REJEITADO TO WS-R-VALOR.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "DEBITOS NOVOS NO EXTRATO" TO WS-R-ROTULO.
           MOVE WS-QTD-DEBITOS-NOVOS TO WS-R-QTD.
           MOVE 0 TO WS-R-VALOR.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "CONCILIADOS" TO WS-R-ROTULO.
           MOVE WS-QTD-CONCILIADOS TO WS-R-QTD.
           MOVE WS-TOTAL-CONCILIADO TO WS-R-VALOR.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "DIVERGENTES" TO WS-R-ROTULO.
           MOVE WS-QTD-DIVERGENTES TO WS-R-QTD.
           MOVE 0 TO WS-R-VALOR.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "PREVISTOS NAO DEBITADOS" TO WS-R-ROTULO.
           MOVE WS-QTD-NAO-DEBITADOS TO WS-R-QTD.
           MOVE WS-TOTAL-NAO-DEBITADO TO WS-R-VALOR.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "DEBITOS NAO PREVISTOS" TO WS-R-ROTULO.
           MOVE WS-QTD-NAO-PREVISTOS TO WS-R-QTD.
           MOVE WS-TOTAL-NAO-PREVISTO TO WS-R-VALOR.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "AGING DAS PENDENCIAS" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "ATE 30 DIAS" TO WS-R-ROTULO.
           MOVE WS-FAIXA-QTD-30 TO WS-R-QTD.
           MOVE WS-FAIXA-VAL-30 TO WS-R-VALOR.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "30-59 DIAS" TO WS-R-ROTULO.
           MOVE WS-FAIXA-QTD-60 TO WS-R-QTD.
           MOVE WS-FAIXA-VAL-60 TO WS-R-VALOR.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "60-89 DIAS" TO WS-R-ROTULO.
           MOVE WS-FAIXA-QTD-90 TO WS-R-QTD.
           MOVE WS-FAIXA-VAL-90 TO WS-R-VALOR.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "90+ DIAS" TO WS-R-ROTULO.
           MOVE WS-FAIXA-QTD-MAIS TO WS-R-QTD.
           MOVE WS-FAIXA-VAL-MAIS TO WS-R-VALOR.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Appends this run's record to the common batch run log - only
      * reached at completion, so a missing record means the job
      * never finished; CAPACIDADE when a table overflowed.
       GRAVAR-RUNLOG.
           MOVE "CONCILIA-BANCO" TO RL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE WS-RL-HORA-INICIO TO RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA-FIM.
           MOVE WS-QTD-LIDOS TO RL-QTD-LIDOS.
           COMPUTE RL-QTD-GRAVADOS = WS-QTD-DIVERGENTES
               + WS-QTD-NAO-DEBITADOS + WS-QTD-NAO-PREVISTOS.
           MOVE WS-RL-RESULTADO TO RL-RESULTADO.
           MOVE WS-EMPRESA-CORRENTE TO RL-EMPRESA.
           OPEN EXTEND RUN-LOG.
           WRITE RL-REGISTRO-EXECUCAO.
           CLOSE RUN-LOG.

       END PROGRAM CONCILIA-BANCO.
