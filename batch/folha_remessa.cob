      * stop waiting for a manual interbank transfer, and the
      * consolidated data/folha-remessa.dat keeps every segment for
      * FOLHA-RETORNO's matching.
      *
      * Court-ordered alimony FOLHA-PAGAMENTO withheld this
      * competencia (data/pensoes-pagas.dat) goes out in the same
      * files as one more credit to the beneficiary's own account,
      * under the employee's code so FOLHA-RETORNO settles it like
      * any other credit.
      *
      * TIPO-FOLHA=PLR remits a profit-sharing run instead: the
      * gate is the PLR trailer and FOLHA-BALANCO's PLR verdict,
      * the re-proof recounts the PLR ledger (data/plr-ledger.dat)
      * for the competencia, and each credit is the net recorded
      * there - no pensao credits ride along. The files are named
      * data/folha-remessa-plr*, apart from the salary remessa.
      *
      * TIPO-FOLHA=RPA credits the autonomos RPA-PAGAMENTO computed
      * (data/rpa.dat) instead. There is no balanco for an RPA run:
      * the gate is the re-proof of the CALCULADO RPAs of the
      * company against data/rpa-trailer(-EEE).dat, and each credit
      * is the RPA's net to the account and CPF on the provider
      * master (data/prestadores.dat), in a lote de pagamento a
      * fornecedores. The RPAs credited are marked REMETIDO once the
      * files are cut, so the next RPA remessa never pays them
      * twice. The files are named data/folha-remessa-rpa*.
      *
      * An employee with an active PIX key (data/chavepix.dat,
      * cadastro/chave_pix.cob) is paid by PIX instead of by account
      * credit - same population, same gate, same net. The PIX
      * credits go out to the paying bank named by the BANCO-PIX
      * parameter in their own CNAB 240 file, data/folha-pix(-EEE)
      * .dat (-plr on a PLR run), a lote of forma 45 whose segmento
      * B carries the key; the consolidated remessa keeps those
      * segments too, so FOLHA-RETORNO settles them against the PIX
      * return. A key whose holder CPF no longer matches the
      * employee's on PESSOA-MASTER is not paid and goes to the
      * exception list. Without BANCO-PIX every employee is paid by
      * account credit, as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

      * Trailer and verdict of the run being remitted - the
      * monthly folha's, or the PLR run's own.
           SELECT TRAILER-FILE ASSIGN DYNAMIC WS-TRAILER-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAILER.

           SELECT BALANCO-STATUS ASSIGN DYNAMIC WS-STATUS-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.

               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-FS-LEDGER.

      * Profit-sharing ledger FOLHA-PAGAMENTO wrote under
      * TIPO-FOLHA=PLR - the PLR credit pays its net.
           SELECT PLR-LEDGER ASSIGN TO "data/plr-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-CHAVE
               FILE STATUS IS WS-FS-LEDGER-PLR.

      * Bank account details per employee (cadastro/conta_bancaria.
      * cob) - joined to each credit so the detail carries where the
      * money goes; anyone payable without a record here is reported
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-FS-PESSOA.

      * Pensao withheld per employee and competencia, with the
      * beneficiary's account as it stood on the day of the folha.
           SELECT PENSAO-PAGA ASSIGN TO "data/pensoes-pagas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS WS-FS-PENSAO-PAGA.

           SELECT SEM-BANCO ASSIGN DYNAMIC WS-SEM-BANCO-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEM-BANCO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.

      * PIX keys per employee and the PIX credit file to the paying
      * bank.
           SELECT CHAVE-PIX-MASTER ASSIGN TO "data/chavepix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-CODFUNC
               FILE STATUS IS WS-FS-PIX.

           SELECT REMESSA-PIX ASSIGN DYNAMIC WS-REMESSA-PIX-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA-PIX.

      * RPAs computed by RPA-PAGAMENTO and the provider master they
      * are credited from - TIPO-FOLHA=RPA only.
           SELECT RPA-MASTER ASSIGN TO "data/rpa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-NUMERO
               FILE STATUS IS WS-FS-RPA.

           SELECT PRESTADOR-MASTER ASSIGN TO "data/prestadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-CODIGO
               FILE STATUS IS WS-FS-PRESTADOR.

           SELECT RUN-LOG ASSIGN TO "data/runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD  FOLHA-LEDGER.
       COPY FOLHALEDGER.

       FD  PLR-LEDGER.
       COPY PLRLEDGER.

       FD  CONTA-MASTER.
       COPY CONTABANCARIA.

           05 PM-DATA-ADMISSAO   PIC 9(8).
           05 PM-RUA           PIC X(20).
           05 PM-CPF           PIC X(11).
           05 PM-SEXO          PIC X(1).

       FD  PENSAO-PAGA.
       COPY PENSAOPAGA.

       FD  SEM-BANCO.
       01  SEM-BANCO-LINHA PIC X(80).
       01  SQ-LINHA.
           05 SQ-ULTIMA-SEQUENCIA PIC 9(6).

       FD  CHAVE-PIX-MASTER.
       COPY CHAVEPIX.

       FD  REMESSA-PIX.
       01  REMESSA-PIX-LINHA PIC X(240).

       FD  RPA-MASTER.
       COPY RPA.

       FD  PRESTADOR-MASTER.
       COPY PRESTADOR.

       FD  RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01  WS-FS-RUNLOG PIC XX.
           88 WS-RUNLOG-OK VALUE "00".

       01  WS-RL-HORA-INICIO PIC 9(6).
       01  WS-RL-LIDOS       PIC 9(6) VALUE 0.
       01  WS-RL-GRAVADOS    PIC 9(6) VALUE 0.
       01  WS-RL-RESULTADO   PIC X(11) VALUE "OK".

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK  VALUE "00".
           88 WS-MASTER-EOF VALUE "10".
       01  WS-ACHOU-LEDGER PIC X VALUE "N".
           88 WS-LEDGER-ACHADO VALUE "S".

      * Run being remitted - anything but PLR or RPA is the monthly
      * folha.
       01  WS-TIPO-FOLHA PIC X(12).
           88 WS-FOLHA-PLR VALUE "PLR".
           88 WS-FOLHA-RPA VALUE "RPA".

       01  WS-FS-RPA PIC XX.
           88 WS-RPA-OK  VALUE "00".
           88 WS-RPA-EOF VALUE "10".

       01  WS-FS-PRESTADOR PIC XX.
           88 WS-PRESTADOR-OK VALUE "00".

       01  WS-QTD-RPA-REMETIDOS PIC 9(5) VALUE 0.

      * PIX: paying bank off the BANCO-PIX parameter (zero leaves
      * PIX off), whether the key file is at hand, and whether the
      * employee at hand is paid by PIX.
       01  WS-FS-PIX PIC XX.
           88 WS-PIX-OK VALUE "00".

       01  WS-FS-REMESSA-PIX PIC XX.
           88 WS-REMESSA-PIX-OK VALUE "00".

       01  WS-BANCO-PIX PIC 9(3) VALUE 0.
       01  WS-PIX-DISPONIVEL PIC X VALUE "N".
           88 WS-HA-PIX VALUE "S".
       01  WS-FORMA-FUNCIONARIO PIC X VALUE "C".
           88 WS-PAGA-POR-PIX VALUE "P".
       01  WS-TITULAR-PIX PIC X VALUE "N".
           88 WS-TITULAR-CONFERE VALUE "S".
       01  WS-REMESSA-PIX-ARQ PIC X(40).
       01  WS-QTD-PIX    PIC 9(5) VALUE 0.
       01  WS-TOTAL-PIX  PIC 9(11)V9(2) VALUE 0.

       01  WS-TRAILER-ARQUIVO PIC X(40).
       01  WS-STATUS-ARQUIVO  PIC X(40).

       01  WS-FS-LEDGER-PLR PIC XX.
           88 WS-LEDGER-PLR-OK  VALUE "00".
           88 WS-LEDGER-PLR-EOF VALUE "10".

       01  WS-FS-CONTA PIC XX.
           88 WS-CONTA-OK       VALUE "00".
           88 WS-CONTA-NAOACHOU VALUE "23".
       01  WS-PESSOA-DISPONIVEL PIC X VALUE "N".
           88 WS-HA-PESSOA VALUE "S".

       01  WS-FS-PENSAO-PAGA PIC XX.
           88 WS-PENSAO-PAGA-OK VALUE "00".

       01  WS-PENSOES-DISPONIVEIS PIC X VALUE "N".
           88 WS-HA-PENSOES VALUE "S".

       01  WS-QTD-PENSOES  PIC 9(5) VALUE 0.

       01  WS-REMESSA-BCO-ARQ PIC X(40).
       01  WS-REMESSA-ARQ     PIC X(40).
       01  WS-SEM-BANCO-ARQ   PIC X(40).
               10 WS-CR-NOME    PIC X(20).
               10 WS-CR-CPF     PIC X(11).
               10 WS-CR-VALOR   PIC 9(7)V9(2).
      * RPA number on an RPA remessa, zero otherwise
               10 WS-CR-RPA     PIC 9(8).
      * account credit or PIX, with the key on a PIX credit
               10 WS-CR-FORMA   PIC X(1).
                  88 WS-CR-PIX VALUE "P".
               10 WS-CR-TIPO-CHAVE PIC X(1).
               10 WS-CR-CHAVE   PIC X(77).

      * Distinct favored banks of the run.
       01  WS-BANCO-TABELA.
                             INDEXED BY BC-IDX
                             PIC 9(3).

      * A run with more credits or favored banks than the tables
      * hold stops before a single file is cut - a remessa missing
      * the overflow would underpay without anyone noticing.
       01  WS-CAPACIDADE-SW PIC X VALUE "N".
           88 WS-CAPACIDADE-ESGOTADA VALUE "S".

       01  WS-ACHOU-BANCO PIC X VALUE "N".
           88 WS-BANCO-LISTADO VALUE "S".


       COPY CALCIMPOSTOS.

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

      * Parameter area of the shared leave-day calculator.
       COPY CALCDIASAFAST.

       01  WS-AFASTADO-PAGAVEL PIC X VALUE "N".
           88 WS-AFASTADO-A-PAGAR VALUE "S".

      * CNAB 240 header de arquivo (tipo de registro 0) - company
      * data off the empresa master; the historical values stand in
      * when the master is not on file yet.
           05 FILLER          PIC X(153) VALUE SPACES.

      * Header de lote (tipo 1): credito, servico 30 (pagamento de
      * salarios) - 20 (pagamento a fornecedores) on an RPA
      * remessa - forma 01 (credito em conta), 45 on the PIX file.
       01  WS-REG-HEADER-LOTE.
           05 WS-HL-BANCO     PIC 9(3).
           05 FILLER          PIC 9(4)  VALUE 1.
           05 FILLER          PIC X(1)  VALUE "1".
           05 FILLER          PIC X(1)  VALUE "C".
           05 WS-HL-SERVICO   PIC 9(2)  VALUE 30.
           05 WS-HL-FORMA     PIC 9(2)  VALUE 1.
           05 FILLER          PIC X(227) VALUE SPACES.

      * Segmento A - one per credit, with the favored account and
           05 WS-B-CODFUNC    PIC 9(6).
           05 FILLER          PIC X(206) VALUE SPACES.

      * Segmento B of a PIX credit - the key in place of the
      * account: forma de iniciacao (01 telefone, 02 e-mail, 03 CPF,
      * 04 chave aleatoria), the employee's CPF and the key.
       01  WS-REG-SEGMENTO-B-PIX.
           05 WS-BP-BANCO     PIC 9(3).
           05 FILLER          PIC 9(4) VALUE 1.
           05 FILLER          PIC X(1) VALUE "3".
           05 WS-BP-NUM-REG   PIC 9(5).
           05 FILLER          PIC X(1) VALUE "B".
           05 WS-BP-INICIACAO PIC 9(2).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-BP-CPF       PIC X(11).
           05 WS-BP-CODFUNC   PIC 9(6).
           05 WS-BP-CHAVE     PIC X(77).
           05 FILLER          PIC X(129) VALUE SPACES.

      * Trailer de lote (tipo 5): record count and value sum the
      * bank checks on intake.
       01  WS-REG-TRAILER-LOTE.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA.

           PERFORM LER-EMPRESA-CORRENTE.
           PERFORM DEFINIR-TIPO-FOLHA.
           PERFORM NOMEAR-ARQUIVOS-EMPRESA.
           PERFORM CARREGAR-DADOS-EMPRESA.

           PERFORM LER-TRAILER.
      * an RPA run has no balanco - the re-proof against the RPA
      * file below is its only gate
           IF WS-FOLHA-RPA
               MOVE "S" TO WS-BALANCO-CONFIRMADO
           ELSE
               PERFORM VERIFICAR-BALANCO
           END-IF.

           IF NOT WS-REMESSA-LIBERADA
               DISPLAY "FOLHA-REMESSA: GERACAO RECUSADA - BALANCO "
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN WS-FOLHA-PLR
                   PERFORM CONFERIR-TOTAIS-PLR
               WHEN WS-FOLHA-RPA
                   PERFORM CONFERIR-TOTAIS-RPA
               WHEN OTHER
                   PERFORM CONFERIR-TOTAIS-MASTER
           END-EVALUATE.

           IF WS-QTD-CONFERIDA NOT = TR-QTD-FUNCIONARIOS
                   OR WS-TOTAL-CONFERIDO NOT = TR-TOTAL-SALARIOS
               GOBACK
           END-IF.

           IF WS-FOLHA-RPA AND WS-QTD-CONFERIDA = 0
               DISPLAY "FOLHA-REMESSA: NENHUM RPA A REMETER"
               GOBACK
           END-IF.

           PERFORM OBTER-SEQUENCIA.
           IF WS-FOLHA-RPA
               PERFORM CARREGAR-CREDITOS-RPA
           ELSE
               PERFORM DEFINIR-BANCO-PIX
               PERFORM CARREGAR-CREDITOS
           END-IF.
           MOVE WS-QTD-CONFERIDA TO WS-RL-LIDOS.

           IF WS-CAPACIDADE-ESGOTADA
               MOVE "CAPACIDADE" TO WS-RL-RESULTADO
               PERFORM GRAVAR-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GERAR-ARQUIVOS-CNAB.
           PERFORM GRAVAR-SEQUENCIA.
           IF WS-FOLHA-RPA
               PERFORM MARCAR-RPA-REMETIDOS
           END-IF.

           DISPLAY "FOLHA-REMESSA: ARQUIVO " WS-SEQUENCIA " GERADO - "
                   WS-QTD-DETALHES " CREDITOS, TOTAL "
                   WS-TOTAL-LIQUIDO.

           MOVE WS-QTD-DETALHES TO WS-RL-GRAVADOS.
           PERFORM GRAVAR-RUNLOG.

           GOBACK.

      * A PLR remessa is gated on the PLR run's own trailer and
      * verdict, never on the monthly ones.
       DEFINIR-TIPO-FOLHA.
           MOVE "TIPO-FOLHA" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-TIPO-FOLHA.
           IF WS-FOLHA-PLR
               MOVE "data/folha-plr-trailer.dat" TO WS-TRAILER-ARQUIVO
               MOVE "data/folha-plr-balanco-status.dat"
                   TO WS-STATUS-ARQUIVO
               DISPLAY "FOLHA-REMESSA: REMESSA DE PLR"
           ELSE
               IF WS-FOLHA-RPA
                   PERFORM DEFINIR-TRAILER-RPA
               ELSE
                   MOVE "data/folha-trailer.dat" TO WS-TRAILER-ARQUIVO
                   MOVE "data/folha-balanco-status.dat"
                       TO WS-STATUS-ARQUIVO
               END-IF
           END-IF.

      * PIX needs the bank the company pays from - with no valid
      * BANCO-PIX the keys are ignored and everyone is credited to
      * the account on file.
       DEFINIR-BANCO-PIX.
           MOVE "BANCO-PIX" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           IF OP-VALOR(1:3) IS NUMERIC AND OP-VALOR(4:) = SPACES
               MOVE OP-VALOR(1:3) TO WS-BANCO-PIX
           END-IF.
           IF WS-BANCO-PIX = 0
               DISPLAY "FOLHA-REMESSA: SEM BANCO-PIX - CHAVES PIX "
                       "IGNORADAS, CREDITO EM CONTA"
           END-IF.

      * RPA-PAGAMENTO writes its trailer per company, company 001
      * under the plain name.
       DEFINIR-TRAILER-RPA.
           MOVE SPACES TO WS-STATUS-ARQUIVO.
           MOVE 20 TO WS-HL-SERVICO.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/rpa-trailer.dat" TO WS-TRAILER-ARQUIVO
           ELSE
               MOVE SPACES TO WS-TRAILER-ARQUIVO
               STRING "data/rpa-trailer-" WS-EMPRESA-CORRENTE ".dat"
                   DELIMITED BY SIZE INTO WS-TRAILER-ARQUIVO
           END-IF.
           DISPLAY "FOLHA-REMESSA: REMESSA DE RPA".

      * Per-company names for the consolidated remessa, the
      * exception list and the file sequence - company 001 keeps
      * the historical ones so the bank intake breaks nothing. The
      * PLR files carry -plr and the RPA files -rpa; the sequence is
      * the company's one.
       NOMEAR-ARQUIVOS-EMPRESA.
           IF WS-FOLHA-PLR
               MOVE SPACES TO WS-REMESSA-ARQ
               MOVE SPACES TO WS-SEM-BANCO-ARQ
               IF WS-EMPRESA-CORRENTE = 1
                   MOVE "data/folha-remessa-plr.dat" TO WS-REMESSA-ARQ
                   MOVE "data/folha-remessa-plr-sem-banco.lst"
                       TO WS-SEM-BANCO-ARQ
               ELSE
                   STRING "data/folha-remessa-plr-" WS-EMPRESA-CORRENTE
                       ".dat" DELIMITED BY SIZE INTO WS-REMESSA-ARQ
                   STRING "data/folha-remessa-plr-sem-banco-"
                       WS-EMPRESA-CORRENTE ".lst"
                       DELIMITED BY SIZE INTO WS-SEM-BANCO-ARQ
               END-IF
           END-IF.

           IF WS-FOLHA-RPA
               MOVE SPACES TO WS-REMESSA-ARQ
               MOVE SPACES TO WS-SEM-BANCO-ARQ
               IF WS-EMPRESA-CORRENTE = 1
                   MOVE "data/folha-remessa-rpa.dat" TO WS-REMESSA-ARQ
                   MOVE "data/folha-remessa-rpa-sem-banco.lst"
                       TO WS-SEM-BANCO-ARQ
               ELSE
                   STRING "data/folha-remessa-rpa-" WS-EMPRESA-CORRENTE
                       ".dat" DELIMITED BY SIZE INTO WS-REMESSA-ARQ
                   STRING "data/folha-remessa-rpa-sem-banco-"
                       WS-EMPRESA-CORRENTE ".lst"
                       DELIMITED BY SIZE INTO WS-SEM-BANCO-ARQ
               END-IF
           END-IF.

           IF WS-EMPRESA-CORRENTE = 1
               IF NOT WS-FOLHA-PLR AND NOT WS-FOLHA-RPA
                   MOVE "data/folha-remessa.dat" TO WS-REMESSA-ARQ
                   MOVE "data/folha-remessa-sem-banco.lst"
                       TO WS-SEM-BANCO-ARQ
               END-IF
               MOVE "data/folha-remessa-seq.dat" TO WS-SEQ-ARQ
               IF WS-FOLHA-PLR
                   MOVE "data/folha-pix-plr.dat" TO WS-REMESSA-PIX-ARQ
               ELSE
                   MOVE "data/folha-pix.dat" TO WS-REMESSA-PIX-ARQ
               END-IF
           ELSE
               IF NOT WS-FOLHA-PLR AND NOT WS-FOLHA-RPA
                   MOVE SPACES TO WS-REMESSA-ARQ
                   STRING "data/folha-remessa-" WS-EMPRESA-CORRENTE
                       ".dat" DELIMITED BY SIZE INTO WS-REMESSA-ARQ
                   MOVE SPACES TO WS-SEM-BANCO-ARQ
                   STRING "data/folha-remessa-sem-banco-"
                       WS-EMPRESA-CORRENTE ".lst"
                       DELIMITED BY SIZE INTO WS-SEM-BANCO-ARQ
               END-IF
               MOVE SPACES TO WS-SEQ-ARQ
               STRING "data/folha-remessa-seq-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-SEQ-ARQ
               MOVE SPACES TO WS-REMESSA-PIX-ARQ
               IF WS-FOLHA-PLR
                   STRING "data/folha-pix-plr-" WS-EMPRESA-CORRENTE
                       ".dat" DELIMITED BY SIZE INTO WS-REMESSA-PIX-ARQ
               ELSE
                   STRING "data/folha-pix-" WS-EMPRESA-CORRENTE
                       ".dat" DELIMITED BY SIZE INTO WS-REMESSA-PIX-ARQ
               END-IF
           END-IF.

      * Company of this pass - CADEIA-NOTURNA stamps it before each
      * First pass over the master: re-proves the ATIVO count and
      * gross total against the trailer before anything is written,
      * the same independent-recount discipline FOLHA-BALANCO applies.
      * An AFASTADO employee still owed days of the month counts as
      * FOLHA-PAGAMENTO counted them.
       CONFERIR-TOTAIS-MASTER.
           OPEN INPUT FUNCIONARIO-MASTER.

               READ FUNCIONARIO-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE "N" TO WS-AFASTADO-PAGAVEL
                       IF FM-EMPRESA = WS-EMPRESA-CORRENTE
                           PERFORM APURAR-AFASTAMENTO
                       END-IF
                       IF (FM-STATUS-ATIVO OR WS-AFASTADO-A-PAGAR)
                               AND FM-EMPRESA = WS-EMPRESA-CORRENTE
                           ADD 1 TO WS-QTD-CONFERIDA
                           PERFORM CALCULAR-PRORATA
                           PERFORM APLICAR-AFASTAMENTO
                           ADD WS-SALARIO-PRORATA
                               TO WS-TOTAL-CONFERIDO
                       END-IF

           CLOSE FUNCIONARIO-MASTER.

      * PLR re-proof: count and gross of the PLR ledger records of
      * this competencia and company must be what the PLR trailer
      * says before a credit is cut.
       CONFERIR-TOTAIS-PLR.
           OPEN INPUT PLR-LEDGER.
           IF NOT WS-LEDGER-PLR-OK
               DISPLAY "FOLHA-REMESSA: ERRO ABRINDO LEDGER DE PLR - "
                       WS-FS-LEDGER-PLR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-LEDGER-PLR-EOF
               READ PLR-LEDGER NEXT RECORD
                   AT END SET WS-LEDGER-PLR-EOF TO TRUE
                   NOT AT END
                       IF LP-COMPETENCIA = WS-COMPETENCIA
                               AND LP-EMPRESA = WS-EMPRESA-CORRENTE
                           ADD 1 TO WS-QTD-CONFERIDA
                           ADD LP-VALOR-BRUTO TO WS-TOTAL-CONFERIDO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PLR-LEDGER.

      * RPA re-proof: count and net of the CALCULADO RPAs of this
      * company must be what RPA-PAGAMENTO's trailer says - an RPA
      * computed, cancelled or remitted since then stops the file.
       CONFERIR-TOTAIS-RPA.
           OPEN INPUT RPA-MASTER.
           IF NOT WS-RPA-OK
               DISPLAY "FOLHA-REMESSA: ERRO ABRINDO RPA - " WS-FS-RPA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-RPA-EOF
               READ RPA-MASTER NEXT RECORD
                   AT END SET WS-RPA-EOF TO TRUE
                   NOT AT END
                       IF RP-CALCULADO
                               AND RP-EMPRESA = WS-EMPRESA-CORRENTE
                           ADD 1 TO WS-QTD-CONFERIDA
                           ADD RP-VALOR-LIQUIDO TO WS-TOTAL-CONFERIDO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RPA-MASTER.

      * Same admission proration FOLHA-PAGAMENTO applies.
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

       OBTER-SEQUENCIA.
           OPEN INPUT REMESSA-SEQ.
           IF WS-SEQ-OK
               GOBACK
           END-IF.

           IF WS-FOLHA-PLR
               OPEN INPUT PLR-LEDGER
               IF NOT WS-LEDGER-PLR-OK
                   DISPLAY "FOLHA-REMESSA: ERRO REABRINDO LEDGER DE "
                           "PLR - " WS-FS-LEDGER-PLR
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               OPEN INPUT FOLHA-LEDGER
               IF WS-LEDGER-OK
                   MOVE "S" TO WS-LEDGER-DISPONIVEL
               ELSE
                   DISPLAY "FOLHA-REMESSA: LEDGER INDISPONIVEL ("
                           WS-FS-LEDGER ") - LIQUIDO SERA RECALCULADO"
               END-IF
           END-IF.

           OPEN INPUT PESSOA-MASTER.
                       WS-FS-PESSOA ") - SEGMENTO B SEM CPF"
           END-IF.

           IF WS-BANCO-PIX > 0
               OPEN INPUT CHAVE-PIX-MASTER
               IF WS-PIX-OK
                   MOVE "S" TO WS-PIX-DISPONIVEL
               ELSE
                   DISPLAY "FOLHA-REMESSA: SEM CHAVES PIX ("
                           WS-FS-PIX ") - CREDITO EM CONTA"
               END-IF
           END-IF.

      * pensao is withheld from salary only - a PLR remessa has none
           IF NOT WS-FOLHA-PLR
               OPEN INPUT PENSAO-PAGA
               IF WS-PENSAO-PAGA-OK
                   MOVE "S" TO WS-PENSOES-DISPONIVEIS
               ELSE
                   DISPLAY "FOLHA-REMESSA: SEM PENSOES PAGAS ("
                           WS-FS-PENSAO-PAGA ")"
               END-IF
           END-IF.

           OPEN OUTPUT SEM-BANCO.

           IF NOT WS-SEM-BANCO-OK
               GOBACK
           END-IF.

           PERFORM UNTIL WS-MASTER-EOF OR WS-CAPACIDADE-ESGOTADA
               READ FUNCIONARIO-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF WS-FOLHA-PLR
                           PERFORM ACUMULAR-CREDITO-PLR
                       ELSE
                           MOVE "N" TO WS-AFASTADO-PAGAVEL
                           IF FM-EMPRESA = WS-EMPRESA-CORRENTE
                               PERFORM APURAR-AFASTAMENTO
                           END-IF
                           IF (FM-STATUS-ATIVO OR WS-AFASTADO-A-PAGAR)
                                   AND FM-EMPRESA = WS-EMPRESA-CORRENTE
                               PERFORM ACUMULAR-CREDITO
                               IF WS-HA-PENSOES
                                   PERFORM ACUMULAR-PENSOES
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FUNCIONARIO-MASTER.
           CLOSE CONTA-MASTER.
           IF WS-FOLHA-PLR
               CLOSE PLR-LEDGER
           END-IF.
           IF WS-HA-LEDGER
               CLOSE FOLHA-LEDGER
           END-IF.
           IF WS-HA-PESSOA
               CLOSE PESSOA-MASTER
           END-IF.
           IF WS-HA-PENSOES
               CLOSE PENSAO-PAGA
           END-IF.
           IF WS-HA-PIX
               CLOSE CHAVE-PIX-MASTER
           END-IF.
           CLOSE SEM-BANCO.

           IF WS-QTD-PIX > 0
               DISPLAY "FOLHA-REMESSA: " WS-QTD-PIX
                       " CREDITOS POR PIX, TOTAL " WS-TOTAL-PIX
           END-IF.

           IF WS-QTD-PENSOES > 0
               DISPLAY "FOLHA-REMESSA: " WS-QTD-PENSOES
                       " CREDITOS DE PENSAO ALIMENTICIA"
           END-IF.

           IF WS-QTD-SEM-LEDGER > 0
               DISPLAY "FOLHA-REMESSA: " WS-QTD-SEM-LEDGER
                       " CREDITOS RECALCULADOS SEM LEDGER"
                       WS-SEM-BANCO-ARQ
           END-IF.

      * RPA credits: every CALCULADO RPA of the company, paid to the
      * provider's account on the provider master; a provider with
      * no account (or no longer on file) goes to the exception
      * list and its RPA stays CALCULADO for the next remessa.
       CARREGAR-CREDITOS-RPA.
           OPEN INPUT RPA-MASTER.
           IF NOT WS-RPA-OK
               DISPLAY "FOLHA-REMESSA: ERRO REABRINDO RPA - "
                       WS-FS-RPA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PRESTADOR-MASTER.
           IF NOT WS-PRESTADOR-OK
               DISPLAY "FOLHA-REMESSA: ERRO ABRINDO PRESTADORES - "
                       WS-FS-PRESTADOR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT SEM-BANCO.
           IF NOT WS-SEM-BANCO-OK
               DISPLAY "FOLHA-REMESSA: ERRO ABRINDO SEM-BANCO - "
                       WS-FS-SEM-BANCO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-RPA-EOF OR WS-CAPACIDADE-ESGOTADA
               READ RPA-MASTER NEXT RECORD
                   AT END SET WS-RPA-EOF TO TRUE
                   NOT AT END
                       IF RP-CALCULADO
                               AND RP-EMPRESA = WS-EMPRESA-CORRENTE
                           PERFORM ACUMULAR-CREDITO-RPA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RPA-MASTER.
           CLOSE PRESTADOR-MASTER.
           CLOSE SEM-BANCO.

           IF WS-QTD-SEM-BANCO > 0
               DISPLAY "FOLHA-REMESSA: " WS-QTD-SEM-BANCO
                       " RPA SEM CONTA DO PRESTADOR - VER "
                       WS-SEM-BANCO-ARQ
           END-IF.

       ACUMULAR-CREDITO-RPA.
           MOVE RP-PRESTADOR TO PS-CODIGO.
           READ PRESTADOR-MASTER
               INVALID KEY
                   MOVE SPACES TO PS-NOME
                   PERFORM GRAVAR-SEM-BANCO-RPA
               NOT INVALID KEY
                   IF PS-BANCO = 0
                       PERFORM GRAVAR-SEM-BANCO-RPA
                   ELSE
                       PERFORM GUARDAR-CREDITO-RPA
                   END-IF
           END-READ.

       GRAVAR-SEM-BANCO-RPA.
           ADD 1 TO WS-QTD-SEM-BANCO.
           MOVE SPACES TO SEM-BANCO-LINHA.
           STRING "RPA " RP-NUMERO " PRESTADOR " RP-PRESTADOR " "
               PS-NOME " SEM CONTA BANCARIA"
               DELIMITED BY SIZE INTO SEM-BANCO-LINHA.
           WRITE SEM-BANCO-LINHA.

      * The provider code rides in the segmento's code field, the
      * way the employee code does on a salary credit.
       GUARDAR-CREDITO-RPA.
           IF WS-QTD-CREDITOS >= 5000
               PERFORM EXCEDER-CAPACIDADE-CREDITOS
           ELSE
               PERFORM INCLUIR-CREDITO-RPA
           END-IF.

       INCLUIR-CREDITO-RPA.
           ADD 1 TO WS-QTD-CREDITOS.
           ADD 1 TO WS-QTD-DETALHES.
           ADD RP-VALOR-LIQUIDO TO WS-TOTAL-LIQUIDO.

           SET CR-IDX TO WS-QTD-CREDITOS.
           MOVE PS-BANCO         TO WS-CR-BANCO(CR-IDX).
           MOVE PS-AGENCIA       TO WS-CR-AGENCIA(CR-IDX).
           MOVE PS-CONTA         TO WS-CR-CONTA(CR-IDX).
           MOVE PS-DIGITO        TO WS-CR-DIGITO(CR-IDX).
           MOVE RP-PRESTADOR     TO WS-CR-CODFUNC(CR-IDX).
           MOVE PS-NOME          TO WS-CR-NOME(CR-IDX).
           MOVE PS-CPF           TO WS-CR-CPF(CR-IDX).
           MOVE RP-VALOR-LIQUIDO TO WS-CR-VALOR(CR-IDX).
           MOVE RP-NUMERO        TO WS-CR-RPA(CR-IDX).
           MOVE "C"              TO WS-CR-FORMA(CR-IDX).

           PERFORM LISTAR-BANCO.

      * Only after the files are cut: every RPA that went out is
      * REMETIDO, so neither the next re-proof nor the next RPA
      * remessa sees it again.
       MARCAR-RPA-REMETIDOS.
           OPEN I-O RPA-MASTER.
           IF NOT WS-RPA-OK
               DISPLAY "FOLHA-REMESSA: ERRO ATUALIZANDO RPA - "
                       WS-FS-RPA " - RPA REMETIDOS CONTINUAM "
                       "CALCULADOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > WS-QTD-CREDITOS
               MOVE WS-CR-RPA(CR-IDX) TO RP-NUMERO
               READ RPA-MASTER
                   INVALID KEY
                       DISPLAY "FOLHA-REMESSA: RPA " RP-NUMERO
                               " NAO ENCONTRADO PARA BAIXA"
                   NOT INVALID KEY
                       SET RP-REMETIDO TO TRUE
                       REWRITE RP-RPA
                           INVALID KEY
                               DISPLAY "FOLHA-REMESSA: ERRO NA "
                                       "BAIXA DO RPA " RP-NUMERO
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-RPA-REMETIDOS
                       END-REWRITE
               END-READ
           END-PERFORM.

           CLOSE RPA-MASTER.

           DISPLAY "FOLHA-REMESSA: " WS-QTD-RPA-REMETIDOS
                   " RPA MARCADOS REMETIDOS".

      * Joins the employee's bank record onto the credit; a payable
      * employee with no bank record goes to the exception list and
      * never into the file - the bank would only bounce it anyway.
      * An active PIX key takes the place of the account, provided
      * its holder is still the employee's CPF.
       ACUMULAR-CREDITO.
           PERFORM VERIFICAR-CHAVE-PIX.
           IF WS-PAGA-POR-PIX
               IF WS-TITULAR-CONFERE
                   PERFORM GUARDAR-CREDITO
               ELSE
                   PERFORM GRAVAR-SEM-BANCO-PIX
               END-IF
           ELSE
               MOVE FM-CODFUNC TO CB-CODFUNC
               READ CONTA-MASTER
                   INVALID KEY
                       PERFORM GRAVAR-SEM-BANCO
                   NOT INVALID KEY
                       PERFORM GUARDAR-CREDITO
               END-READ
           END-IF.

       VERIFICAR-CHAVE-PIX.
           MOVE "C" TO WS-FORMA-FUNCIONARIO.
           MOVE "N" TO WS-TITULAR-PIX.
           IF WS-HA-PIX
               MOVE FM-CODFUNC TO PX-CODFUNC
               READ CHAVE-PIX-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PX-ATIVA
                           MOVE "P" TO WS-FORMA-FUNCIONARIO
                       END-IF
               END-READ
           END-IF.
           IF WS-PAGA-POR-PIX AND WS-HA-PESSOA
               MOVE FM-CODFUNC TO PM-COD
               READ PESSOA-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PM-CPF = PX-CPF-TITULAR
                           MOVE "S" TO WS-TITULAR-PIX
                       END-IF
               END-READ
           END-IF.

       GRAVAR-SEM-BANCO-PIX.
           ADD 1 TO WS-QTD-SEM-BANCO.
           MOVE SPACES TO SEM-BANCO-LINHA.
           STRING FM-CODFUNC " " FM-NOME
               " CHAVE PIX NAO CONFERE COM O CPF"
               DELIMITED BY SIZE INTO SEM-BANCO-LINHA.
           WRITE SEM-BANCO-LINHA.

      * Whoever the PLR run paid in this competencia and company is
      * credited the net on the PLR ledger - the share was earned,
      * so a status change since the run does not withhold it.
       ACUMULAR-CREDITO-PLR.
           MOVE FM-CODFUNC          TO LP-CODFUNC.
           MOVE WS-COMPETENCIA      TO LP-COMPETENCIA.
           MOVE WS-EMPRESA-CORRENTE TO LP-EMPRESA.
           READ PLR-LEDGER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LP-VALOR-LIQUIDO > 0
                       PERFORM ACUMULAR-CREDITO
                   END-IF
           END-READ.

       GRAVAR-SEM-BANCO.

      * The amount credited is the adjusted net the register and
      * ledger carry for this employee and competencia - recomputed
      * from the prorated salary, net of unpaid leave days, only
      * when no ledger record exists.
       GUARDAR-CREDITO.
           IF WS-FOLHA-PLR
               MOVE LP-VALOR-LIQUIDO TO WS-CALC-LIQUIDO
           ELSE
               PERFORM OBTER-LIQUIDO-LEDGER
           END-IF.

           IF WS-QTD-CREDITOS >= 5000
               PERFORM EXCEDER-CAPACIDADE-CREDITOS
           ELSE
               PERFORM INCLUIR-CREDITO
           END-IF.

       INCLUIR-CREDITO.
           ADD 1 TO WS-QTD-CREDITOS.
           ADD 1 TO WS-QTD-DETALHES.
           ADD WS-CALC-LIQUIDO TO WS-TOTAL-LIQUIDO.
           MOVE FM-CODFUNC      TO WS-CR-CODFUNC(CR-IDX).
           MOVE FM-NOME         TO WS-CR-NOME(CR-IDX).
           MOVE WS-CALC-LIQUIDO TO WS-CR-VALOR(CR-IDX).
           MOVE 0               TO WS-CR-RPA(CR-IDX).
           PERFORM BUSCAR-CPF-CREDITO.

           IF WS-PAGA-POR-PIX
               PERFORM GUARDAR-CHAVE-PIX
           ELSE
               MOVE "C" TO WS-CR-FORMA(CR-IDX)
               PERFORM LISTAR-BANCO
           END-IF.

      * A PIX credit carries no account and joins no bank's file -
      * it goes out in the PIX file.
       GUARDAR-CHAVE-PIX.
           MOVE "P"           TO WS-CR-FORMA(CR-IDX).
           MOVE 0             TO WS-CR-BANCO(CR-IDX).
           MOVE 0             TO WS-CR-AGENCIA(CR-IDX).
           MOVE 0             TO WS-CR-CONTA(CR-IDX).
           MOVE 0             TO WS-CR-DIGITO(CR-IDX).
           MOVE PX-TIPO-CHAVE TO WS-CR-TIPO-CHAVE(CR-IDX).
           MOVE PX-CHAVE      TO WS-CR-CHAVE(CR-IDX).
           ADD 1 TO WS-QTD-PIX.
           ADD WS-CR-VALOR(CR-IDX) TO WS-TOTAL-PIX.

       BUSCAR-CPF-CREDITO.
           MOVE SPACES TO WS-CR-CPF(CR-IDX).
               AT END CONTINUE
               WHEN BC-IDX > WS-QTD-BANCOS
                   CONTINUE
               WHEN WS-BANCO-LISTA(BC-IDX) = WS-CR-BANCO(CR-IDX)
                   MOVE "S" TO WS-ACHOU-BANCO
           END-SEARCH.
           IF NOT WS-BANCO-LISTADO
               IF WS-QTD-BANCOS >= 20
                   IF NOT WS-CAPACIDADE-ESGOTADA
                       DISPLAY "FOLHA-REMESSA: CAPACIDADE EXCEDIDA - "
                               "MAIS DE 20 BANCOS FAVORECIDOS - "
                               "GERACAO INTERROMPIDA"
                   END-IF
                   MOVE "S" TO WS-CAPACIDADE-SW
               ELSE
                   ADD 1 TO WS-QTD-BANCOS
                   SET BC-IDX TO WS-QTD-BANCOS
                   MOVE WS-CR-BANCO(CR-IDX) TO WS-BANCO-LISTA(BC-IDX)
               END-IF
           END-IF.

       EXCEDER-CAPACIDADE-CREDITOS.
           IF NOT WS-CAPACIDADE-ESGOTADA
               DISPLAY "FOLHA-REMESSA: CAPACIDADE EXCEDIDA - MAIS DE "
                       "5000 CREDITOS - GERACAO INTERROMPIDA"
           END-IF.
           MOVE "S" TO WS-CAPACIDADE-SW.

      * The pensao withheld from this employee in this competencia
      * is owed to the beneficiary whether or not the employee's own
      * account is on file - every order's record becomes one more
      * credit, walked by START on code plus competencia.
       ACUMULAR-PENSOES.
           MOVE FM-CODFUNC     TO PG-CODFUNC.
           MOVE WS-COMPETENCIA TO PG-COMPETENCIA.
           MOVE 0              TO PG-SEQUENCIA.
           START PENSAO-PAGA KEY IS NOT LESS THAN PG-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF WS-PENSAO-PAGA-OK
               PERFORM LER-PROXIMA-PENSAO
               PERFORM UNTIL NOT WS-PENSAO-PAGA-OK
                       OR PG-CODFUNC NOT = FM-CODFUNC
                       OR PG-COMPETENCIA NOT = WS-COMPETENCIA
                   IF PG-EMPRESA = WS-EMPRESA-CORRENTE
                           AND PG-VALOR > 0
                       PERFORM GUARDAR-CREDITO-PENSAO
                   END-IF
                   PERFORM LER-PROXIMA-PENSAO
               END-PERFORM
           END-IF.

       LER-PROXIMA-PENSAO.
           READ PENSAO-PAGA NEXT RECORD
               AT END CONTINUE
           END-READ.

       GUARDAR-CREDITO-PENSAO.
           IF WS-QTD-CREDITOS >= 5000
               PERFORM EXCEDER-CAPACIDADE-CREDITOS
           ELSE
               PERFORM INCLUIR-CREDITO-PENSAO
           END-IF.

       INCLUIR-CREDITO-PENSAO.
           ADD 1 TO WS-QTD-CREDITOS.
           ADD 1 TO WS-QTD-DETALHES.
           ADD 1 TO WS-QTD-PENSOES.
           ADD PG-VALOR TO WS-TOTAL-LIQUIDO.

           SET CR-IDX TO WS-QTD-CREDITOS.
           MOVE PG-BENEF-BANCO   TO WS-CR-BANCO(CR-IDX).
           MOVE PG-BENEF-AGENCIA TO WS-CR-AGENCIA(CR-IDX).
           MOVE PG-BENEF-CONTA   TO WS-CR-CONTA(CR-IDX).
           MOVE PG-BENEF-DIGITO  TO WS-CR-DIGITO(CR-IDX).
           MOVE FM-CODFUNC       TO WS-CR-CODFUNC(CR-IDX).
           MOVE PG-BENEF-NOME    TO WS-CR-NOME(CR-IDX).
           MOVE PG-BENEF-CPF     TO WS-CR-CPF(CR-IDX).
           MOVE PG-VALOR         TO WS-CR-VALOR(CR-IDX).
           MOVE 0                TO WS-CR-RPA(CR-IDX).
           MOVE "C"              TO WS-CR-FORMA(CR-IDX).

           PERFORM LISTAR-BANCO.

      * One CNAB 240 file per favored bank, plus the consolidated
      * file FOLHA-RETORNO matches against - header de arquivo,
      * header de lote, segmentos A/B per credit, trailer de lote
               PERFORM GERAR-ARQUIVO-BANCO
           END-PERFORM.

           IF WS-QTD-PIX > 0
               PERFORM GERAR-ARQUIVO-PIX
           END-IF.

           CLOSE REMESSA.

           DISPLAY "FOLHA-REMESSA: ARQUIVO " WS-SEQUENCIA
      * consolidated file
       GERAR-ARQUIVO-BANCO.
           MOVE SPACES TO WS-REMESSA-BCO-ARQ.
           EVALUATE TRUE
               WHEN WS-FOLHA-PLR
                   STRING "data/folha-remessa-plr-" WS-EMPRESA-CORRENTE
                       "-" WS-BANCO-CORRENTE ".dat"
                       DELIMITED BY SIZE INTO WS-REMESSA-BCO-ARQ
               WHEN WS-FOLHA-RPA
                   STRING "data/folha-remessa-rpa-" WS-EMPRESA-CORRENTE
                       "-" WS-BANCO-CORRENTE ".dat"
                       DELIMITED BY SIZE INTO WS-REMESSA-BCO-ARQ
               WHEN OTHER
                   STRING "data/folha-remessa-" WS-EMPRESA-CORRENTE
                       "-" WS-BANCO-CORRENTE ".dat"
                       DELIMITED BY SIZE INTO WS-REMESSA-BCO-ARQ
           END-EVALUATE.
           OPEN OUTPUT REMESSA-BANCO.
           IF NOT WS-REMESSA-BCO-OK
               DISPLAY "FOLHA-REMESSA: ERRO ABRINDO ARQUIVO DO "
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > WS-QTD-CREDITOS
               IF WS-CR-BANCO(CR-IDX) = WS-BANCO-CORRENTE
                       AND NOT WS-CR-PIX(CR-IDX)
                   PERFORM GRAVAR-SEGMENTOS
               END-IF
           END-PERFORM.
           MOVE WS-REG-SEGMENTO-B TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

      * The PIX file to the paying bank: the same CNAB 240 frame,
      * one lote of forma 45, a segmento A with no account and the
      * key in segmento B. Every record also goes to the
      * consolidated remessa FOLHA-RETORNO loads.
       GERAR-ARQUIVO-PIX.
           OPEN OUTPUT REMESSA-PIX.
           IF NOT WS-REMESSA-PIX-OK
               DISPLAY "FOLHA-REMESSA: ERRO ABRINDO ARQUIVO PIX - "
                       WS-FS-REMESSA-PIX
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 0 TO WS-NUM-REG.
           MOVE 0 TO WS-QTD-LOTE.
           MOVE 0 TO WS-SOMA-LOTE.

           MOVE WS-BANCO-PIX TO WS-HA-BANCO.
           MOVE WS-REG-HEADER-ARQ TO REMESSA-PIX-LINHA.
           WRITE REMESSA-PIX-LINHA.
           MOVE WS-REG-HEADER-ARQ TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           MOVE WS-BANCO-PIX TO WS-HL-BANCO.
           MOVE 45 TO WS-HL-FORMA.
           MOVE WS-REG-HEADER-LOTE TO REMESSA-PIX-LINHA.
           WRITE REMESSA-PIX-LINHA.
           MOVE WS-REG-HEADER-LOTE TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.
           MOVE 1 TO WS-HL-FORMA.

           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > WS-QTD-CREDITOS
               IF WS-CR-PIX(CR-IDX)
                   PERFORM GRAVAR-SEGMENTOS-PIX
               END-IF
           END-PERFORM.

           COMPUTE WS-QTD-LOTE = WS-NUM-REG + 3.
           MOVE WS-BANCO-PIX TO WS-TL-BANCO.
           MOVE WS-QTD-LOTE TO WS-TL-QTD.
           MOVE WS-SOMA-LOTE TO WS-TL-SOMA.
           MOVE WS-REG-TRAILER-LOTE TO REMESSA-PIX-LINHA.
           WRITE REMESSA-PIX-LINHA.
           MOVE WS-REG-TRAILER-LOTE TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           MOVE WS-BANCO-PIX TO WS-TA-BANCO.
           MOVE 1 TO WS-TA-QTD-LOTES.
           COMPUTE WS-TA-QTD-REGS = WS-QTD-LOTE + 2.
           MOVE WS-REG-TRAILER-ARQ TO REMESSA-PIX-LINHA.
           WRITE REMESSA-PIX-LINHA.
           MOVE WS-REG-TRAILER-ARQ TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           CLOSE REMESSA-PIX.

           DISPLAY "FOLHA-REMESSA: ARQUIVO PIX " WS-REMESSA-PIX-ARQ
                   " - " WS-QTD-PIX " CREDITOS".

       GRAVAR-SEGMENTOS-PIX.
           ADD 1 TO WS-NUM-REG.
           MOVE WS-BANCO-PIX          TO WS-A-BANCO.
           MOVE WS-NUM-REG            TO WS-A-NUM-REG.
           MOVE 0                     TO WS-A-BANCO-FAV.
           MOVE 0                     TO WS-A-AGENCIA.
           MOVE 0                     TO WS-A-CONTA.
           MOVE 0                     TO WS-A-DIGITO.
           MOVE WS-CR-NOME(CR-IDX)    TO WS-A-NOME.
           MOVE WS-CR-CODFUNC(CR-IDX) TO WS-A-CODFUNC.
           MOVE WS-CR-VALOR(CR-IDX)   TO WS-A-VALOR.
           ADD WS-CR-VALOR(CR-IDX) TO WS-SOMA-LOTE.
           MOVE WS-REG-SEGMENTO-A TO REMESSA-PIX-LINHA.
           WRITE REMESSA-PIX-LINHA.
           MOVE WS-REG-SEGMENTO-A TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

           ADD 1 TO WS-NUM-REG.
           MOVE WS-BANCO-PIX          TO WS-BP-BANCO.
           MOVE WS-NUM-REG            TO WS-BP-NUM-REG.
           EVALUATE WS-CR-TIPO-CHAVE(CR-IDX)
               WHEN "T" MOVE 1 TO WS-BP-INICIACAO
               WHEN "E" MOVE 2 TO WS-BP-INICIACAO
               WHEN "C" MOVE 3 TO WS-BP-INICIACAO
               WHEN OTHER MOVE 4 TO WS-BP-INICIACAO
           END-EVALUATE.
           MOVE WS-CR-CPF(CR-IDX)     TO WS-BP-CPF.
           MOVE WS-CR-CODFUNC(CR-IDX) TO WS-BP-CODFUNC.
           MOVE WS-CR-CHAVE(CR-IDX)   TO WS-BP-CHAVE.
           MOVE WS-REG-SEGMENTO-B-PIX TO REMESSA-PIX-LINHA.
           WRITE REMESSA-PIX-LINHA.
           MOVE WS-REG-SEGMENTO-B-PIX TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.

       OBTER-LIQUIDO-LEDGER.
           MOVE "N" TO WS-ACHOU-LEDGER.
           IF WS-HA-LEDGER

           IF NOT WS-LEDGER-ACHADO
               ADD 1 TO WS-QTD-SEM-LEDGER
               PERFORM CALCULAR-PRORATA
               PERFORM APLICAR-AFASTAMENTO
               MOVE WS-SALARIO-PRORATA TO WS-CALC-BRUTO
               PERFORM CALCULA-SALARIO-LIQUIDO
           END-IF.

           MOVE CI-IRRF    TO WS-CALC-IRRF.
           MOVE CI-LIQUIDO TO WS-CALC-LIQUIDO.

       GRAVAR-RUNLOG.
           MOVE "FOLHA-REMESSA" TO RL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE WS-RL-HORA-INICIO TO RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA-FIM.
           MOVE WS-RL-LIDOS    TO RL-QTD-LIDOS.
           MOVE WS-RL-GRAVADOS TO RL-QTD-GRAVADOS.
           MOVE WS-RL-RESULTADO TO RL-RESULTADO.
           MOVE WS-EMPRESA-CORRENTE TO RL-EMPRESA.
           OPEN EXTEND RUN-LOG.
           WRITE RL-REGISTRO-EXECUCAO.
           CLOSE RUN-LOG.

       END PROGRAM FOLHA-REMESSA.
