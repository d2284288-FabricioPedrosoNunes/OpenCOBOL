       IDENTIFICATION DIVISION.
       PROGRAM-ID. FROTA-COMBUSTIVEL.

      * Monthly fleet fuel charge-back: for the COMPETENCIA selected
      * (AAAAMM, default the current month) prices every dispensing
      * of the month off data/abastecimentos.dat (entered by
      * cadastro/abastecimento.cob) at the period's average cost of
      * the product the tank holds - the value of the month's
      * receipts over the volume the notas invoice, off the receipt
      * history INVENTARIO-TANQUES keeps in data/entregas-tanques.dat
      * - and charges it to the DP-CENTRO-CUSTO of the department the
      * vehicle is assigned to on data/veiculos.dat.
      *
      * The charge leaves as a journal in the FOLHA-CONTABIL format
      * (data/frota-contabil.dat): batch header, one debit per cost
      * center on the fuel expense account, one credit on the fuel
      * stock account, count/value/hash trailer. De/para labels, on
      * data/contas-depara.dat: "DB" FROTA is the expense account,
      * "CR" FROTA the stock account; the "CC" lines say which cost
      * centers accounting knows. An unknown vehicle, a department
      * without a cost center, a center the de/para does not map,
      * or a product without receipts in the month goes to the
      * exception listing and stays out, so the batch still
      * balances; the file is only written when it does.
      *
      * The consumption report (data/frota-combustivel.lst) gives
      * each vehicle's fills, km run, liters, value and the month's
      * km per liter - fill to fill, so the first fill of the month
      * only sets the starting odometer - flagged CONSUMO when it
      * strays from the expected rate on the vehicle master by more
      * than the tolerance. The fleet belongs to no company, so this
      * runs once and logs as company zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABASTECIMENTOS ASSIGN TO "data/abastecimentos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ABASTECIMENTOS.

           SELECT VEICULO-MASTER ASSIGN TO "data/veiculos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VE-PLACA
               FILE STATUS IS WS-FS-VEICULO.

           SELECT DEPARTAMENTO-MASTER ASSIGN TO "data/departamento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               ALTERNATE RECORD KEY IS DP-NOME
               FILE STATUS IS WS-FS-DEPARTAMENTO.

           SELECT TANQUES ASSIGN TO "data/tanques.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TANQUES.

           SELECT ENTREGAS-HISTORICO ASSIGN TO
                   "data/entregas-tanques.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTREGAS.

           SELECT CONTAS-DEPARA ASSIGN TO "data/contas-depara.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPARA.

           SELECT SORT-ABASTECIMENTO ASSIGN TO "sortwk12".

           SELECT LANCAMENTOS ASSIGN TO "data/frota-contabil.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LANCAMENTOS.

           SELECT EXCECOES ASSIGN TO
                   "data/frota-contabil-excecoes.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECOES.

           SELECT RELATORIO ASSIGN TO "data/frota-combustivel.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT RUN-LOG ASSIGN TO "data/runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD  ABASTECIMENTOS.
       COPY ABASTECIMENTO.

       FD  VEICULO-MASTER.
       COPY VEICULO.

       FD  DEPARTAMENTO-MASTER.
       COPY DEPARTAMENTO.

       FD  TANQUES.
       COPY TANQUE.

       FD  ENTREGAS-HISTORICO.
       COPY ENTREGATANQUE.

       FD  CONTAS-DEPARA.
       01  DC-LINHA.
           05 DC-TIPO   PIC X(2).
              88 DC-CENTRO-CUSTO   VALUE "CC".
              88 DC-CONTA-CREDITO  VALUE "CR".
              88 DC-CONTA-DEBITO   VALUE "DB".
           05 DC-CENTRO PIC 9(6).
           05 DC-ROTULO PIC X(10).
           05 DC-CONTA  PIC 9(8).

      * The month's dispensings by vehicle and odometer, already
      * priced - a line whose product had no receipts in the month
      * arrives with value zero and SA-SEM-CUSTO set.
       SD  SORT-ABASTECIMENTO.
       01  SA-REGISTRO.
           05 SA-PLACA     PIC X(7).
           05 SA-ODOMETRO  PIC 9(7).
           05 SA-DATA      PIC 9(8).
           05 SA-TANQUE    PIC 9(3).
           05 SA-LITROS    PIC 9(7)V9(5).
           05 SA-VALOR     PIC 9(9)V9(2).
           05 SA-SEM-CUSTO PIC X(1).

       FD  LANCAMENTOS.
       01  LANCAMENTO-LINHA PIC X(60).

       FD  EXCECOES.
       01  EXCECAO-LINHA PIC X(80).

       FD  RELATORIO.
       01  RELATORIO-LINHA PIC X(100).

       FD  RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01  WS-FS-RUNLOG PIC XX.
           88 WS-RUNLOG-OK VALUE "00".

       01  WS-RL-HORA-INICIO PIC 9(6).
       01  WS-RL-LIDOS       PIC 9(6) VALUE 0.

       01  WS-FS-ABASTECIMENTOS PIC XX.
           88 WS-ABASTECIMENTOS-OK  VALUE "00".
           88 WS-ABASTECIMENTOS-EOF VALUE "10".

       01  WS-FS-VEICULO PIC XX.
           88 WS-VEICULO-OK VALUE "00".

       01  WS-FS-DEPARTAMENTO PIC XX.
           88 WS-DEPARTAMENTO-OK VALUE "00".

       01  WS-FS-TANQUES PIC XX.
           88 WS-TANQUES-OK  VALUE "00".
           88 WS-TANQUES-EOF VALUE "10".

       01  WS-FS-ENTREGAS PIC XX.
           88 WS-ENTREGAS-OK  VALUE "00".
           88 WS-ENTREGAS-EOF VALUE "10".

       01  WS-FS-DEPARA PIC XX.
           88 WS-DEPARA-OK  VALUE "00".
           88 WS-DEPARA-EOF VALUE "10".

       01  WS-FS-LANCAMENTOS PIC XX.
           88 WS-LANCAMENTOS-OK VALUE "00".

       01  WS-FS-EXCECOES PIC XX.
           88 WS-EXCECOES-OK VALUE "00".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-CARGA-FALHOU PIC X VALUE "N".
           88 WS-CARGA-FALHADA VALUE "S".

       01  WS-SORT-STATUS PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "S".

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

       01  WS-COMPETENCIA-TXT PIC X(6).
       01  WS-COMPETENCIA PIC 9(6).
       01  WS-COMPETENCIA-LINHA PIC 9(6).

      * A vehicle whose month of km per liter strays from the rate
      * expected by more than this fraction is flagged.
       01  WS-TOLERANCIA-CONSUMO PIC 9V9(3) VALUE 0.200.

      * Tank farm in memory: the product each tank holds.
       01  WS-TANQUE-TABELA.
           05 WS-QTD-TANQUES PIC 9(3) VALUE 0.
           05 WS-ENTRADA-TANQUE OCCURS 100 TIMES
                                INDEXED BY TQ-IDX.
               10 WS-TQ-ID      PIC 9(3).
               10 WS-TQ-PRODUTO PIC X(10).

      * The month's purchases by product, and the average cost per
      * liter they give.
       01  WS-PRODUTO-TABELA.
           05 WS-QTD-PRODUTOS PIC 9(2) VALUE 0.
           05 WS-ENTRADA-PRODUTO OCCURS 20 TIMES
                                 INDEXED BY PR-IDX.
               10 WS-PR-PRODUTO     PIC X(10).
               10 WS-PR-VALOR       PIC 9(11)V9(2).
               10 WS-PR-VOLUME      PIC 9(9)V9(5).
               10 WS-PR-CUSTO-MEDIO PIC 9(5)V9(5).

       01  WS-PRODUTO-ATUAL PIC X(10).

       01  WS-ACHOU-PRODUTO PIC X VALUE "N".
           88 WS-PRODUTO-ACHADO VALUE "S".

      * De/para mappings: the cost centers accounting knows, and the
      * two fuel accounts.
       01  WS-DEPARA-TABELA.
           05 WS-QTD-DEPARA PIC 99 VALUE 0.
           05 WS-ENTRADA-DEPARA OCCURS 50 TIMES
                                INDEXED BY DP-IDX.
               10 WS-M-CENTRO PIC 9(6).
               10 WS-M-CONTA  PIC 9(8).

       01  WS-CONTA-DESP-FROTA    PIC 9(8) VALUE 0.
       01  WS-CONTA-ESTOQUE-FROTA PIC 9(8) VALUE 0.

       01  WS-ACHOU-DEPARA PIC X VALUE "N".
           88 WS-DEPARA-ACHADO VALUE "S".

      * The fuel charged, rolled up by cost center.
       01  WS-CUSTO-TABELA.
           05 WS-QTD-CENTROS PIC 99 VALUE 0.
           05 WS-ENTRADA-CUSTO OCCURS 50 TIMES
                               INDEXED BY CC-IDX.
               10 WS-CC-CENTRO PIC 9(6).
               10 WS-CC-VALOR  PIC 9(9)V9(2).

       01  WS-ACHOU-CENTRO PIC X VALUE "N".
           88 WS-CENTRO-ACHADO VALUE "S".

      * The vehicle being summed: fills, odometer span, liters (all
      * and after the first fill) and value priced.
       01  WS-PLACA-ATUAL PIC X(7).

       01  WS-PRIMEIRO-REGISTRO PIC X VALUE "S".
           88 WS-E-PRIMEIRO-REGISTRO VALUE "S".

       01  WS-V-QTD-ABAST      PIC 9(4).
       01  WS-V-ODOMETRO-INI   PIC 9(7).
       01  WS-V-ODOMETRO-FIM   PIC 9(7).
       01  WS-V-LITROS         PIC 9(7)V9(5).
       01  WS-V-LITROS-TRECHO  PIC 9(7)V9(5).
       01  WS-V-VALOR          PIC 9(9)V9(2).
       01  WS-V-KM             PIC 9(7).
       01  WS-V-KM-LITRO       PIC 9(3)V9(2).
       01  WS-V-DESVIO         PIC 9(3)V9(3).
       01  WS-V-ESPERADO       PIC 9(2)V9(2).
       01  WS-V-CENTRO         PIC 9(6).
       01  WS-V-MOTIVO         PIC X(40).

       01  WS-VEICULO-VALIDO PIC X VALUE "N".
           88 WS-VEICULO-NO-JORNAL VALUE "S".

       01  WS-QTD-VEICULOS    PIC 9(5) VALUE 0.
       01  WS-QTD-ABASTECIMENTOS PIC 9(6) VALUE 0.
       01  WS-QTD-CONSUMO     PIC 9(5) VALUE 0.
       01  WS-QTD-EXCECOES    PIC 9(5) VALUE 0.
       01  WS-TOTAL-LITROS    PIC 9(9)V9(5) VALUE 0.
       01  WS-TOTAL-VALOR     PIC 9(11)V9(2) VALUE 0.

      * The journal entries built in memory, written only after the
      * batch proves debits equal credits.
       01  WS-LANC-TABELA.
           05 WS-QTD-LANC PIC 9(3) VALUE 0.
           05 WS-ENTRADA-LANC OCCURS 60 TIMES
                              INDEXED BY LC-IDX.
               10 WS-E-NATUREZA PIC X(1).
               10 WS-E-CONTA    PIC 9(8).
               10 WS-E-CENTRO   PIC 9(6).
               10 WS-E-VALOR    PIC 9(9)V9(2).

       01  WS-TOTAL-DEBITOS  PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-CREDITOS PIC 9(11)V9(2) VALUE 0.
       01  WS-HASH-CONTAS    PIC 9(12) VALUE 0.

       01  WS-REG-HEADER.
           05 FILLER           PIC X(1) VALUE "1".
           05 WS-H-COMPETENCIA PIC 9(6).
           05 WS-H-DATA        PIC 9(8).

       01  WS-REG-LANCAMENTO.
           05 FILLER        PIC X(1) VALUE "2".
           05 WS-D-NATUREZA PIC X(1).
           05 WS-D-CONTA    PIC 9(8).
           05 WS-D-CENTRO   PIC 9(6).
           05 WS-D-VALOR    PIC 9(9)V9(2).

       01  WS-REG-TRAILER.
           05 FILLER        PIC X(1) VALUE "3".
           05 WS-T-QTD      PIC 9(3).
           05 WS-T-DEBITOS  PIC 9(11)V9(2).
           05 WS-T-CREDITOS PIC 9(11)V9(2).
           05 WS-T-HASH     PIC 9(12).

       01  WS-LINHA-EXCECAO.
           05 WS-X-PLACA  PIC X(7).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 WS-X-CENTRO PIC 9(6).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 WS-X-VALOR  PIC 9(9).9(2).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 WS-X-MOTIVO PIC X(40).

       01  WS-CABECALHO.
           05 FILLER PIC X(30) VALUE "COMBUSTIVEL DA FROTA".
           05 FILLER PIC X(12) VALUE "COMPETENCIA ".
           05 WS-C-COMPETENCIA PIC 9(6).

       01  WS-CABECALHO-COLUNAS.
           05 FILLER PIC X(40) VALUE
              "PLACA   DESCRICAO      CENTRO ABAST     ".
           05 FILLER PIC X(39) VALUE
              " KM    LITROS   KM/L ESPER        VALOR".

       01  WS-LINHA-DETALHE.
           05 WS-L-PLACA     PIC X(7).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-DESCRICAO PIC X(14).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-CENTRO    PIC 9(6).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-QTD       PIC ZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-KM        PIC ZZZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-LITROS    PIC ZZZZZ9.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-KM-LITRO  PIC ZZ9.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-ESPERADO  PIC Z9.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-VALOR     PIC ZZZZZZZZ9.99.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-FLAG      PIC X(10).

       01  WS-LINHA-CUSTO.
           05 FILLER         PIC X(14) VALUE "CUSTO MEDIO - ".
           05 WS-CM-PRODUTO  PIC X(10).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-CM-VOLUME   PIC ZZZZZZZZ9.99.
           05 FILLER         PIC X(4) VALUE " L  ".
           05 WS-CM-VALOR    PIC ZZZZZZZZZZ9.99.
           05 FILLER         PIC X(3) VALUE "  =".
           05 WS-CM-CUSTO    PIC ZZZZ9.99999.
           05 FILLER         PIC X(4) VALUE " /L ".

       01  WS-LINHA-TOTAL.
           05 WS-T-ROTULO  PIC X(26).
           05 WS-T-VALOR   PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RL-HORA-INICIO.

           MOVE "COMPETENCIA" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-COMPETENCIA-TXT.
           IF WS-COMPETENCIA-TXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           ELSE
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           END-IF.

           PERFORM CARREGAR-DEPARA.
           PERFORM CARREGAR-TANQUES.
           PERFORM CARREGAR-CUSTOS.

           OPEN INPUT VEICULO-MASTER.

           IF NOT WS-VEICULO-OK
               DISPLAY "FROTA-COMBUSTIVEL: ERRO ABRINDO VEICULOS - "
                       WS-FS-VEICULO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT DEPARTAMENTO-MASTER.

           IF NOT WS-DEPARTAMENTO-OK
               DISPLAY "FROTA-COMBUSTIVEL: ERRO ABRINDO DEPARTAMENTOS"
                       " - " WS-FS-DEPARTAMENTO
               CLOSE VEICULO-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT EXCECOES.
           OPEN OUTPUT RELATORIO.

           IF NOT WS-SAIDA-OK
               DISPLAY "FROTA-COMBUSTIVEL: ERRO ABRINDO RELATORIO - "
                       WS-FS-SAIDA
               CLOSE VEICULO-MASTER
               CLOSE DEPARTAMENTO-MASTER
               CLOSE EXCECOES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-COMPETENCIA TO WS-C-COMPETENCIA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-CABECALHO-COLUNAS TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           SORT SORT-ABASTECIMENTO
               ON ASCENDING KEY SA-PLACA SA-ODOMETRO
               INPUT PROCEDURE IS SELECIONAR-ABASTECIMENTOS
               OUTPUT PROCEDURE IS APURAR-VEICULOS.

           CLOSE VEICULO-MASTER.
           CLOSE DEPARTAMENTO-MASTER.

           IF WS-CARGA-FALHADA
               CLOSE EXCECOES
               CLOSE RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM IMPRIMIR-TOTAIS.
           CLOSE RELATORIO.

           IF WS-QTD-CENTROS > 0 AND (WS-CONTA-DESP-FROTA = 0
                                      OR WS-CONTA-ESTOQUE-FROTA = 0)
               DISPLAY "FROTA-COMBUSTIVEL: GERACAO RECUSADA - CONTAS "
                       "FROTA (DB/CR) AUSENTES NO DEPARA"
               CLOSE EXCECOES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM MONTAR-LANCAMENTOS.

           CLOSE EXCECOES.

      * a journal that does not net to zero never leaves the shop -
      * nothing is written, and the operator investigates
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               DISPLAY "FROTA-COMBUSTIVEL: GERACAO RECUSADA - "
                       "DEBITOS " WS-TOTAL-DEBITOS " X CREDITOS "
                       WS-TOTAL-CREDITOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GRAVAR-LANCAMENTOS.

           PERFORM GRAVAR-RUNLOG.

           DISPLAY "FROTA-COMBUSTIVEL: COMPETENCIA " WS-COMPETENCIA
                   " - " WS-QTD-VEICULOS " VEICULOS, "
                   WS-QTD-ABASTECIMENTOS " ABASTECIMENTOS, DEBITOS "
                   WS-TOTAL-DEBITOS " = CREDITOS " WS-TOTAL-CREDITOS
                   " (" WS-QTD-CONSUMO " CONSUMO, " WS-QTD-EXCECOES
                   " EXCECOES)".

           GOBACK.

       CARREGAR-DEPARA.
           OPEN INPUT CONTAS-DEPARA.
           IF NOT WS-DEPARA-OK
               DISPLAY "FROTA-COMBUSTIVEL: ERRO ABRINDO DEPARA - "
                       WS-FS-DEPARA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-DEPARA-EOF
               READ CONTAS-DEPARA
                   AT END SET WS-DEPARA-EOF TO TRUE
                   NOT AT END PERFORM CLASSIFICAR-DEPARA
               END-READ
           END-PERFORM.

           CLOSE CONTAS-DEPARA.

       CLASSIFICAR-DEPARA.
           EVALUATE TRUE
               WHEN DC-CENTRO-CUSTO
                   IF WS-QTD-DEPARA < 50
                       ADD 1 TO WS-QTD-DEPARA
                       SET DP-IDX TO WS-QTD-DEPARA
                       MOVE DC-CENTRO TO WS-M-CENTRO(DP-IDX)
                       MOVE DC-CONTA  TO WS-M-CONTA(DP-IDX)
                   ELSE
                       DISPLAY "FROTA-COMBUSTIVEL: DEPARA EXCEDE A "
                               "TABELA DE 50 CENTROS"
                   END-IF
               WHEN DC-CONTA-DEBITO AND DC-ROTULO = "FROTA"
                   MOVE DC-CONTA TO WS-CONTA-DESP-FROTA
               WHEN DC-CONTA-CREDITO AND DC-ROTULO = "FROTA"
                   MOVE DC-CONTA TO WS-CONTA-ESTOQUE-FROTA
           END-EVALUATE.

      * The tank master is small and read whole, the way
      * INVENTARIO-TANQUES reads it.
       CARREGAR-TANQUES.
           OPEN INPUT TANQUES.
           IF NOT WS-TANQUES-OK
               DISPLAY "FROTA-COMBUSTIVEL: ERRO ABRINDO TANQUES - "
                       WS-FS-TANQUES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-TANQUES-EOF
               READ TANQUES
                   AT END SET WS-TANQUES-EOF TO TRUE
                   NOT AT END
                       IF WS-QTD-TANQUES < 100
                           ADD 1 TO WS-QTD-TANQUES
                           SET TQ-IDX TO WS-QTD-TANQUES
                           MOVE TQ-ID      TO WS-TQ-ID(TQ-IDX)
                           MOVE TQ-PRODUTO TO WS-TQ-PRODUTO(TQ-IDX)
                       ELSE
                           DISPLAY "FROTA-COMBUSTIVEL: TABELA DE "
                                   "TANQUES CHEIA - TANQUE " TQ-ID
                                   " IGNORADO"
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TANQUES.

      * The month's receipts, by the product of the tank they went
      * into; the average cost is what the notas invoiced over the
      * volume they invoiced. No history yet means no cost at all -
      * every dispensing then goes to the exception listing.
       CARREGAR-CUSTOS.
           OPEN INPUT ENTREGAS-HISTORICO.
           IF NOT WS-ENTREGAS-OK
               DISPLAY "FROTA-COMBUSTIVEL: SEM HISTORICO DE ENTREGAS ("
                       WS-FS-ENTREGAS ") - NENHUM CUSTO MEDIO"
           ELSE
               PERFORM UNTIL WS-ENTREGAS-EOF
                   READ ENTREGAS-HISTORICO
                       AT END SET WS-ENTREGAS-EOF TO TRUE
                       NOT AT END
                           MOVE ER-DATA(1:6) TO WS-COMPETENCIA-LINHA
                           IF WS-COMPETENCIA-LINHA = WS-COMPETENCIA
                               PERFORM ACUMULAR-ENTREGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTREGAS-HISTORICO
           END-IF.

           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-QTD-PRODUTOS
               IF WS-PR-VOLUME(PR-IDX) > 0
                   COMPUTE WS-PR-CUSTO-MEDIO(PR-IDX) ROUNDED =
                       WS-PR-VALOR(PR-IDX) / WS-PR-VOLUME(PR-IDX)
               ELSE
                   MOVE 0 TO WS-PR-CUSTO-MEDIO(PR-IDX)
               END-IF
           END-PERFORM.

       ACUMULAR-ENTREGA.
           MOVE ER-ID TO TQ-ID.
           PERFORM BUSCAR-PRODUTO-TANQUE.
           IF WS-PRODUTO-ATUAL NOT = SPACES
               PERFORM BUSCAR-PRODUTO
               IF WS-PRODUTO-ACHADO
                   ADD ER-VALOR-NOTA  TO WS-PR-VALOR(PR-IDX)
                   ADD ER-VOLUME-NOTA TO WS-PR-VOLUME(PR-IDX)
               ELSE
                   IF WS-QTD-PRODUTOS < 20
                       ADD 1 TO WS-QTD-PRODUTOS
                       SET PR-IDX TO WS-QTD-PRODUTOS
                       MOVE WS-PRODUTO-ATUAL TO WS-PR-PRODUTO(PR-IDX)
                       MOVE ER-VALOR-NOTA  TO WS-PR-VALOR(PR-IDX)
                       MOVE ER-VOLUME-NOTA TO WS-PR-VOLUME(PR-IDX)
                   ELSE
                       DISPLAY "FROTA-COMBUSTIVEL: TABELA DE "
                               "PRODUTOS CHEIA - " WS-PRODUTO-ATUAL
                               " SEM CUSTO MEDIO"
                   END-IF
               END-IF
           END-IF.

      * Product of the tank in TQ-ID - blank for a tank the master
      * does not know.
       BUSCAR-PRODUTO-TANQUE.
           MOVE SPACES TO WS-PRODUTO-ATUAL.
           SET TQ-IDX TO 1.
           SEARCH WS-ENTRADA-TANQUE
               AT END CONTINUE
               WHEN TQ-IDX > WS-QTD-TANQUES
                   CONTINUE
               WHEN WS-TQ-ID(TQ-IDX) = TQ-ID
                   MOVE WS-TQ-PRODUTO(TQ-IDX) TO WS-PRODUTO-ATUAL
           END-SEARCH.

       BUSCAR-PRODUTO.
           MOVE "N" TO WS-ACHOU-PRODUTO.
           SET PR-IDX TO 1.
           SEARCH WS-ENTRADA-PRODUTO
               AT END CONTINUE
               WHEN PR-IDX > WS-QTD-PRODUTOS
                   CONTINUE
               WHEN WS-PR-PRODUTO(PR-IDX) = WS-PRODUTO-ATUAL
                   MOVE "S" TO WS-ACHOU-PRODUTO
           END-SEARCH.

      * The competencia's dispensings, each priced at its product's
      * average cost; one without a cost is reported here and
      * released at value zero, so its liters still count for the
      * consumption.
       SELECIONAR-ABASTECIMENTOS.
           OPEN INPUT ABASTECIMENTOS.

           IF NOT WS-ABASTECIMENTOS-OK
               DISPLAY "FROTA-COMBUSTIVEL: ERRO ABRINDO ABASTECIMENTOS"
                       " - " WS-FS-ABASTECIMENTOS
               MOVE "S" TO WS-CARGA-FALHOU
           ELSE
               PERFORM UNTIL WS-ABASTECIMENTOS-EOF
                   READ ABASTECIMENTOS
                       AT END SET WS-ABASTECIMENTOS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RL-LIDOS
                           MOVE AB-DATA(1:6) TO WS-COMPETENCIA-LINHA
                           IF WS-COMPETENCIA-LINHA = WS-COMPETENCIA
                               PERFORM PRECIFICAR-ABASTECIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABASTECIMENTOS
           END-IF.

       PRECIFICAR-ABASTECIMENTO.
           MOVE AB-PLACA     TO SA-PLACA.
           MOVE AB-ODOMETRO  TO SA-ODOMETRO.
           MOVE AB-DATA      TO SA-DATA.
           MOVE AB-TANQUE    TO SA-TANQUE.
           MOVE AB-LITROS    TO SA-LITROS.
           MOVE 0            TO SA-VALOR.
           MOVE "S"          TO SA-SEM-CUSTO.

           MOVE AB-TANQUE TO TQ-ID.
           PERFORM BUSCAR-PRODUTO-TANQUE.
           PERFORM BUSCAR-PRODUTO.
           IF WS-PRODUTO-ACHADO AND WS-PR-CUSTO-MEDIO(PR-IDX) > 0
               COMPUTE SA-VALOR ROUNDED =
                   AB-LITROS * WS-PR-CUSTO-MEDIO(PR-IDX)
               MOVE "N" TO SA-SEM-CUSTO
           ELSE
               MOVE AB-PLACA TO WS-X-PLACA
               MOVE 0 TO WS-X-CENTRO
               MOVE 0 TO WS-X-VALOR
               MOVE SPACES TO WS-X-MOTIVO
               STRING "TANQUE " AB-TANQUE " SEM CUSTO MEDIO NO MES"
                   DELIMITED BY SIZE INTO WS-X-MOTIVO
               PERFORM GRAVAR-EXCECAO
           END-IF.

           RELEASE SA-REGISTRO.

      * Dispensings arrive by vehicle and odometer; each change of
      * plate closes the previous vehicle.
       APURAR-VEICULOS.
           RETURN SORT-ABASTECIMENTO
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-SORT-EOF
               PERFORM ACUMULAR-ABASTECIMENTO
               RETURN SORT-ABASTECIMENTO
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-E-PRIMEIRO-REGISTRO
               PERFORM FECHAR-VEICULO
           END-IF.

       ACUMULAR-ABASTECIMENTO.
           IF WS-E-PRIMEIRO-REGISTRO
               MOVE "N" TO WS-PRIMEIRO-REGISTRO
               MOVE SA-PLACA TO WS-PLACA-ATUAL
               PERFORM INICIAR-VEICULO
           END-IF.

           IF SA-PLACA NOT = WS-PLACA-ATUAL
               PERFORM FECHAR-VEICULO
               MOVE SA-PLACA TO WS-PLACA-ATUAL
               PERFORM INICIAR-VEICULO
           END-IF.

           ADD 1 TO WS-V-QTD-ABAST.
           ADD 1 TO WS-QTD-ABASTECIMENTOS.
           ADD SA-LITROS TO WS-V-LITROS.
           ADD SA-VALOR  TO WS-V-VALOR.

      * the first fill of the month only sets where the km start
           IF WS-V-QTD-ABAST = 1
               MOVE SA-ODOMETRO TO WS-V-ODOMETRO-INI
           ELSE
               ADD SA-LITROS TO WS-V-LITROS-TRECHO
           END-IF.
           MOVE SA-ODOMETRO TO WS-V-ODOMETRO-FIM.

       INICIAR-VEICULO.
           MOVE 0 TO WS-V-QTD-ABAST.
           MOVE 0 TO WS-V-ODOMETRO-INI.
           MOVE 0 TO WS-V-ODOMETRO-FIM.
           MOVE 0 TO WS-V-LITROS.
           MOVE 0 TO WS-V-LITROS-TRECHO.
           MOVE 0 TO WS-V-VALOR.

      * The vehicle's cost center off its department; the month's
      * value joins that center's debit unless the vehicle, the
      * department or the center's mapping is missing - then the
      * value goes to the exception listing and stays out.
       FECHAR-VEICULO.
           ADD 1 TO WS-QTD-VEICULOS.
           ADD WS-V-LITROS TO WS-TOTAL-LITROS.
           MOVE "N" TO WS-VEICULO-VALIDO.
           MOVE 0 TO WS-V-CENTRO.
           MOVE SPACES TO WS-V-MOTIVO.
           MOVE SPACES TO WS-L-DESCRICAO.
           MOVE 0 TO WS-V-ESPERADO.

           MOVE WS-PLACA-ATUAL TO VE-PLACA.
           READ VEICULO-MASTER
               INVALID KEY
                   MOVE "VEICULO NAO CADASTRADO" TO WS-V-MOTIVO
               NOT INVALID KEY
                   MOVE VE-DESCRICAO TO WS-L-DESCRICAO
                   MOVE VE-KM-LITRO  TO WS-V-ESPERADO
                   PERFORM BUSCAR-CENTRO-VEICULO
           END-READ.

           IF WS-VEICULO-NO-JORNAL
               ADD WS-V-VALOR TO WS-TOTAL-VALOR
               PERFORM ACUMULAR-CENTRO
           ELSE
               MOVE WS-PLACA-ATUAL TO WS-X-PLACA
               MOVE WS-V-CENTRO    TO WS-X-CENTRO
               MOVE WS-V-VALOR     TO WS-X-VALOR
               MOVE WS-V-MOTIVO    TO WS-X-MOTIVO
               PERFORM GRAVAR-EXCECAO
           END-IF.

           PERFORM IMPRIMIR-VEICULO.

       BUSCAR-CENTRO-VEICULO.
           MOVE VE-DEPARTAMENTO TO DP-CODIGO.
           READ DEPARTAMENTO-MASTER
               INVALID KEY
                   MOVE "DEPARTAMENTO DO VEICULO NAO CADASTRADO"
                       TO WS-V-MOTIVO
               NOT INVALID KEY
                   MOVE DP-CENTRO-CUSTO TO WS-V-CENTRO
           END-READ.

           IF WS-V-MOTIVO = SPACES
               IF WS-V-CENTRO = 0
                   MOVE "DEPARTAMENTO SEM CENTRO DE CUSTO"
                       TO WS-V-MOTIVO
               ELSE
                   PERFORM VERIFICAR-CENTRO-MAPEADO
                   IF WS-DEPARA-ACHADO
                       MOVE "S" TO WS-VEICULO-VALIDO
                   ELSE
                       MOVE "CENTRO SEM CONTA NO DEPARA"
                           TO WS-V-MOTIVO
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-CENTRO-MAPEADO.
           MOVE "N" TO WS-ACHOU-DEPARA.
           SET DP-IDX TO 1.
           SEARCH WS-ENTRADA-DEPARA
               AT END CONTINUE
               WHEN DP-IDX > WS-QTD-DEPARA
                   CONTINUE
               WHEN WS-M-CENTRO(DP-IDX) = WS-V-CENTRO
                   MOVE "S" TO WS-ACHOU-DEPARA
           END-SEARCH.

       ACUMULAR-CENTRO.
           MOVE "N" TO WS-ACHOU-CENTRO.
           SET CC-IDX TO 1.
           SEARCH WS-ENTRADA-CUSTO
               AT END CONTINUE
               WHEN CC-IDX > WS-QTD-CENTROS
                   CONTINUE
               WHEN WS-CC-CENTRO(CC-IDX) = WS-V-CENTRO
                   MOVE "S" TO WS-ACHOU-CENTRO
                   ADD WS-V-VALOR TO WS-CC-VALOR(CC-IDX)
           END-SEARCH.

           IF NOT WS-CENTRO-ACHADO
               IF WS-QTD-CENTROS < 50
                   ADD 1 TO WS-QTD-CENTROS
                   SET CC-IDX TO WS-QTD-CENTROS
                   MOVE WS-V-CENTRO TO WS-CC-CENTRO(CC-IDX)
                   MOVE WS-V-VALOR  TO WS-CC-VALOR(CC-IDX)
               ELSE
                   DISPLAY "FROTA-COMBUSTIVEL: TABELA DE CENTROS "
                           "CHEIA - CENTRO NAO ACUMULADO: "
                           WS-V-CENTRO
                   SUBTRACT WS-V-VALOR FROM WS-TOTAL-VALOR
               END-IF
           END-IF.

      * The month's km per liter, fill to fill: the km run since
      * the first fill over the liters put in after it. A vehicle
      * with a single fill has no rate yet and is not judged.
       IMPRIMIR-VEICULO.
           COMPUTE WS-V-KM = WS-V-ODOMETRO-FIM - WS-V-ODOMETRO-INI.
           MOVE 0 TO WS-V-KM-LITRO.
           MOVE SPACES TO WS-L-FLAG.

           IF WS-V-LITROS-TRECHO > 0
               COMPUTE WS-V-KM-LITRO ROUNDED =
                   WS-V-KM / WS-V-LITROS-TRECHO
               IF WS-V-ESPERADO > 0
                   IF WS-V-KM-LITRO > WS-V-ESPERADO
                       COMPUTE WS-V-DESVIO ROUNDED =
                           (WS-V-KM-LITRO - WS-V-ESPERADO)
                           / WS-V-ESPERADO
                   ELSE
                       COMPUTE WS-V-DESVIO ROUNDED =
                           (WS-V-ESPERADO - WS-V-KM-LITRO)
                           / WS-V-ESPERADO
                   END-IF
                   IF WS-V-DESVIO > WS-TOLERANCIA-CONSUMO
                       MOVE "CONSUMO" TO WS-L-FLAG
                       ADD 1 TO WS-QTD-CONSUMO
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-VEICULO-NO-JORNAL
               MOVE "EXCECAO" TO WS-L-FLAG
           END-IF.

           MOVE WS-PLACA-ATUAL TO WS-L-PLACA.
           MOVE WS-V-CENTRO    TO WS-L-CENTRO.
           MOVE WS-V-QTD-ABAST TO WS-L-QTD.
           MOVE WS-V-KM        TO WS-L-KM.
           MOVE WS-V-LITROS    TO WS-L-LITROS.
           MOVE WS-V-KM-LITRO  TO WS-L-KM-LITRO.
           MOVE WS-V-ESPERADO  TO WS-L-ESPERADO.
           MOVE WS-V-VALOR     TO WS-L-VALOR.
           MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "TOTAL DE LITROS" TO WS-T-ROTULO.
           MOVE WS-TOTAL-LITROS TO WS-T-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "TOTAL APROPRIADO" TO WS-T-ROTULO.
           MOVE WS-TOTAL-VALOR TO WS-T-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > WS-QTD-PRODUTOS
               MOVE WS-PR-PRODUTO(PR-IDX)     TO WS-CM-PRODUTO
               MOVE WS-PR-VOLUME(PR-IDX)      TO WS-CM-VOLUME
               MOVE WS-PR-VALOR(PR-IDX)       TO WS-CM-VALOR
               MOVE WS-PR-CUSTO-MEDIO(PR-IDX) TO WS-CM-CUSTO
               MOVE WS-LINHA-CUSTO TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-PERFORM.

       GRAVAR-EXCECAO.
           ADD 1 TO WS-QTD-EXCECOES.
           MOVE WS-LINHA-EXCECAO TO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.

      * One debit of the fuel expense account per cost center, and
      * the single credit of the fuel stock account that balances
      * them.
       MONTAR-LANCAMENTOS.
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-QTD-CENTROS
               IF WS-CC-VALOR(CC-IDX) > 0
                   ADD 1 TO WS-QTD-LANC
                   SET LC-IDX TO WS-QTD-LANC
                   MOVE "D" TO WS-E-NATUREZA(LC-IDX)
                   MOVE WS-CONTA-DESP-FROTA  TO WS-E-CONTA(LC-IDX)
                   MOVE WS-CC-CENTRO(CC-IDX) TO WS-E-CENTRO(LC-IDX)
                   MOVE WS-CC-VALOR(CC-IDX)  TO WS-E-VALOR(LC-IDX)
                   ADD WS-CONTA-DESP-FROTA TO WS-HASH-CONTAS
                   ADD WS-CC-VALOR(CC-IDX) TO WS-TOTAL-DEBITOS
               END-IF
           END-PERFORM.

           IF WS-TOTAL-DEBITOS > 0
               ADD 1 TO WS-QTD-LANC
               SET LC-IDX TO WS-QTD-LANC
               MOVE "C" TO WS-E-NATUREZA(LC-IDX)
               MOVE WS-CONTA-ESTOQUE-FROTA TO WS-E-CONTA(LC-IDX)
               MOVE 0 TO WS-E-CENTRO(LC-IDX)
               MOVE WS-TOTAL-DEBITOS TO WS-E-VALOR(LC-IDX)
               ADD WS-CONTA-ESTOQUE-FROTA TO WS-HASH-CONTAS
               ADD WS-TOTAL-DEBITOS TO WS-TOTAL-CREDITOS
           END-IF.

       GRAVAR-LANCAMENTOS.
           OPEN OUTPUT LANCAMENTOS.

           IF NOT WS-LANCAMENTOS-OK
               DISPLAY "FROTA-COMBUSTIVEL: ERRO ABRINDO SAIDA - "
                       WS-FS-LANCAMENTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-COMPETENCIA TO WS-H-COMPETENCIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-H-DATA.
           MOVE WS-REG-HEADER TO LANCAMENTO-LINHA.
           WRITE LANCAMENTO-LINHA.

           PERFORM VARYING LC-IDX FROM 1 BY 1
                   UNTIL LC-IDX > WS-QTD-LANC
               MOVE WS-E-NATUREZA(LC-IDX) TO WS-D-NATUREZA
               MOVE WS-E-CONTA(LC-IDX)    TO WS-D-CONTA
               MOVE WS-E-CENTRO(LC-IDX)   TO WS-D-CENTRO
               MOVE WS-E-VALOR(LC-IDX)    TO WS-D-VALOR
               MOVE WS-REG-LANCAMENTO TO LANCAMENTO-LINHA
               WRITE LANCAMENTO-LINHA
           END-PERFORM.

           MOVE WS-QTD-LANC       TO WS-T-QTD.
           MOVE WS-TOTAL-DEBITOS  TO WS-T-DEBITOS.
           MOVE WS-TOTAL-CREDITOS TO WS-T-CREDITOS.
           MOVE WS-HASH-CONTAS    TO WS-T-HASH.
           MOVE WS-REG-TRAILER TO LANCAMENTO-LINHA.
           WRITE LANCAMENTO-LINHA.

           CLOSE LANCAMENTOS.

      * Appends this run's record to the common batch run log - only
      * reached at successful completion, so a missing record means
      * the job never finished.
       GRAVAR-RUNLOG.
           MOVE "FROTA-COMBUSTIVEL" TO RL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE WS-RL-HORA-INICIO TO RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA-FIM.
           MOVE WS-RL-LIDOS  TO RL-QTD-LIDOS.
           MOVE WS-QTD-LANC  TO RL-QTD-GRAVADOS.
           MOVE "OK" TO RL-RESULTADO.
           MOVE 0 TO RL-EMPRESA.
           OPEN EXTEND RUN-LOG.
           WRITE RL-REGISTRO-EXECUCAO.
           CLOSE RUN-LOG.

       END PROGRAM FROTA-COMBUSTIVEL.
