      * buckets with value subtotals - the aging the auditors ask
      * for at year-end and we used to rebuild by diffing old
      * listings.
      *
      * The exact-id pass is followed by matching passes for what
      * the counterparty settles its own way, run in the order the
      * URI1-REGRAS run parameter gives (default GT; any other
      * letter, N say, leaves only the exact-id pass). G matches one
      * statement entry to a group of our open entries - up to five
      * - that sums to it exactly, all dated within URI1-JANELA-DIAS
      * of it. T matches one statement entry to one of ours within
      * URI1-TOLERANCIA of its value and inside the same window; the
      * same tolerance settles a same-id pair whose values differ,
      * and the difference of each such pair is posted to the
      * fee/adjustment file data/uri1-ajustes.dat. Both passes also
      * reach the items carried from earlier runs. Every pair is
      * listed with the rule that matched it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENTES.

      * Value differences of the pairs matched within tolerance -
      * the fees and adjustments the close posts for this run.
           SELECT AJUSTES ASSIGN TO "data/uri1-ajustes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AJUSTES.

       DATA DIVISION.

       FILE SECTION.
           05 TRANS-ID   PIC 9(6).
           05 TRANS-VL-1 PIC S9(2) SIGN IS TRAILING SEPARATE.
           05 TRANS-VL-2 PIC S9(2) SIGN IS TRAILING SEPARATE.
      * movement date - blank on older files, taken as the run date
           05 TRANS-DATA PIC 9(8).

       FD  EXTRATO.
       01  EXTRATO-REC.
           05 EXT-ID    PIC 9(6).
           05 EXT-VALOR PIC S9(3) SIGN IS TRAILING SEPARATE.
      * movement date - blank on older files, taken as the run date
           05 EXT-DATA  PIC 9(8).

       FD  PENDENTES.
       01  PENDENTE-REC.
              88 CF-DO-EXTRATO  VALUE "E".
           05 CF-VALOR  PIC S9(3) SIGN IS TRAILING SEPARATE.
           05 CF-DATA-PRIMEIRA PIC 9(8).
      * movement date - blank on older carries, the first-seen date
           05 CF-DATA-MOVIMENTO PIC 9(8).

       FD  AJUSTES.
       01  AJUSTE-REC.
           05 AJ-DATA         PIC 9(8).
           05 AJ-ID-NOSSO     PIC 9(6).
           05 AJ-ID-EXTRATO   PIC 9(6).
           05 AJ-VALOR-NOSSO  PIC S9(3) SIGN IS TRAILING SEPARATE.
           05 AJ-VALOR-EXTRATO PIC S9(3) SIGN IS TRAILING SEPARATE.
           05 AJ-DIFERENCA    PIC S9(4) SIGN IS TRAILING SEPARATE.

       WORKING-STORAGE SECTION.

           05 WS-NOSSA OCCURS 1000 TIMES INDEXED BY NS-IDX.
               10 WS-N-ID     PIC 9(6).
               10 WS-N-VALOR  PIC S9(3).
               10 WS-N-DATA   PIC 9(8).
               10 WS-N-SITUACAO PIC X(1).
                  88 WS-N-PENDENTE VALUE "P".
                  88 WS-N-CASADA   VALUE "C".
               10 WS-A-ORIGEM  PIC X(1).
               10 WS-A-VALOR   PIC S9(3).
               10 WS-A-DATA    PIC 9(8).
               10 WS-A-DATA-MOV PIC 9(8).
               10 WS-A-SITUACAO PIC X(1).
                  88 WS-A-ABERTA  VALUE "P".
                  88 WS-A-CASADA  VALUE "C".
       01  WS-FAIXA-QTD-MAIS PIC 9(5)  VALUE 0.
       01  WS-FAIXA-VAL-MAIS PIC S9(7) VALUE 0.

      * The month's statement held in memory too, so the matching
      * passes can settle entries the exact-id pass left open.
       01  WS-EXTRATOS-TABELA.
           05 WS-QTD-EXTRATOS PIC 9(4) VALUE 0.
           05 WS-EXTRATO OCCURS 1000 TIMES INDEXED BY EX-IDX.
               10 WS-X-ID     PIC 9(6).
               10 WS-X-VALOR  PIC S9(3).
               10 WS-X-DATA   PIC 9(8).
               10 WS-X-SITUACAO PIC X(1).
                  88 WS-X-PENDENTE VALUE "P".
                  88 WS-X-CASADA   VALUE "C".

       01  WS-FS-AJUSTES PIC XX.
           88 WS-AJUSTES-OK VALUE "00".

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

      * Matching passes after the exact-id one, in order: G group,
      * T tolerance.
       01  WS-REGRAS PIC X(4) VALUE "GT".
       01  WS-REGRA  PIC X(1).
       01  WS-IDX-REGRA PIC 9(1).
       01  WS-JANELA-DIAS PIC 9(3) VALUE 3.
       01  WS-TOLERANCIA  PIC 9(3) VALUE 1.
       01  WS-PARAM-TXT   PIC X(20).

       01  WS-TOLERANCIA-ATIVA PIC X VALUE "N".
           88 WS-HA-TOLERANCIA VALUE "S".

      * Open entries both passes work on - this month's and the
      * carried ones - each pointing back to the table it came
      * from (M the month's, A the carried) so a match settles the
      * source.
       01  WS-CAND-NOSSAS.
           05 WS-QTD-CN PIC 9(4) VALUE 0.
           05 WS-CN OCCURS 2000 TIMES INDEXED BY CN-IDX.
               10 WS-CN-ID    PIC 9(6).
               10 WS-CN-VALOR PIC S9(3).
               10 WS-CN-DIA   PIC 9(7).
               10 WS-CN-FONTE PIC X(1).
               10 WS-CN-REF   PIC 9(4).
               10 WS-CN-LIVRE PIC X(1).
                  88 WS-CN-ABERTA VALUE "S".

       01  WS-CAND-EXTRATO.
           05 WS-QTD-CE PIC 9(4) VALUE 0.
           05 WS-CE OCCURS 2000 TIMES INDEXED BY CE-IDX.
               10 WS-CE-ID    PIC 9(6).
               10 WS-CE-VALOR PIC S9(3).
               10 WS-CE-DIA   PIC 9(7).
               10 WS-CE-FONTE PIC X(1).
               10 WS-CE-REF   PIC 9(4).
               10 WS-CE-LIVRE PIC X(1).
                  88 WS-CE-ABERTA VALUE "S".

       01  WS-DIA-DIFERENCA PIC S9(7).
       01  WS-DIFERENCA     PIC S9(4).
       01  WS-DIFERENCA-ABS PIC 9(4).
       01  WS-MELHOR-DIF    PIC 9(4).
       01  WS-MELHOR-CN     PIC 9(4).
       01  WS-NOSSO-AJUSTE  PIC S9(3).
       01  WS-ID-NOSSO-AJUSTE PIC 9(6).

      * Group search: the open entries of ours inside the window of
      * the statement entry, and the combination being tried - every
      * combination of two up to WS-MAX-GRUPO of them, in order.
       01  WS-MAX-GRUPO PIC 9(1) VALUE 5.
       01  WS-ELEGIVEIS.
           05 WS-QTD-ELEG PIC 9(2) VALUE 0.
           05 WS-EL-CN OCCURS 20 TIMES PIC 9(4).
       01  WS-COMBINACAO.
           05 WS-G-POS OCCURS 5 TIMES PIC 9(2).
       01  WS-G-TAM  PIC 9(1).
       01  WS-G-TAM-ACHADO PIC 9(1).
       01  WS-G-I    PIC S9(2).
       01  WS-G-J    PIC 9(2).
       01  WS-G-SOMA PIC S9(5).
       01  WS-G-LIMITE PIC 9(2).

       01  WS-HA-COMBINACAO PIC X VALUE "N".
           88 WS-COMBINACAO-VALIDA VALUE "S".
       01  WS-GRUPO-ACHADO PIC X VALUE "N".
           88 WS-ACHOU-GRUPO VALUE "S".
       01  WS-POSICAO-ACHADA PIC X VALUE "N".
           88 WS-ACHOU-POSICAO VALUE "S".

       01  WS-QTD-CASADAS-GRUPO  PIC 9(5) VALUE 0.
       01  WS-QTD-NOSSAS-GRUPO   PIC 9(5) VALUE 0.
       01  WS-QTD-CASADAS-TOLER  PIC 9(5) VALUE 0.
       01  WS-QTD-AJUSTES        PIC 9(5) VALUE 0.
       01  WS-TOTAL-AJUSTES      PIC S9(7) VALUE 0.

       PROCEDURE DIVISION.

       INICIO-DO-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           PERFORM OBTER-REGRAS.
           PERFORM CARREGAR-PENDENTES-ANTERIORES.

           OPEN INPUT TRANSACOES.
           PERFORM UNTIL WS-TRANS-EOF
               MOVE TRANS-VL-1 TO VL-1
               MOVE TRANS-VL-2 TO VL-2
               IF TRANS-DATA NOT NUMERIC OR TRANS-DATA = 0
                   MOVE WS-DATA-HOJE TO TRANS-DATA
               END-IF

               COMPUTE RESULTADO = VL-1 + VL-2

                   SET NS-IDX TO WS-QTD-NOSSAS
                   MOVE TRANS-ID  TO WS-N-ID(NS-IDX)
                   MOVE RESULTADO TO WS-N-VALOR(NS-IDX)
                   MOVE TRANS-DATA TO WS-N-DATA(NS-IDX)
                   MOVE "P"       TO WS-N-SITUACAO(NS-IDX)
               END-IF


           CLOSE TRANSACOES.

           OPEN OUTPUT AJUSTES.
           IF NOT WS-AJUSTES-OK
               DISPLAY "URI-1: ERRO ABRINDO AJUSTES - " WS-FS-AJUSTES
               STOP RUN
           END-IF.

           PERFORM CONCILIAR-EXTRATO.
           PERFORM APLICAR-REGRAS.
           CLOSE AJUSTES.
           PERFORM VARRER-SO-NOSSAS.
           PERFORM VARRER-SO-EXTRATO.
           PERFORM REGRAVAR-PENDENTES.
           PERFORM IMPRIMIR-AGING.

           DISPLAY "REGISTROS NO EXTRATO: " WS-QTD-EXTRATO.
           DISPLAY "TOTAL NO EXTRATO: " WS-TOTAL-EXTRATO.
           DISPLAY "===== CONCILIACAO =====".
           DISPLAY "REGRAS APLICADAS: " WS-REGRAS
                   " JANELA " WS-JANELA-DIAS " DIAS TOLERANCIA "
                   WS-TOLERANCIA.
           DISPLAY "CASADAS: " WS-QTD-CASADAS.
           DISPLAY "TOTAL CASADO: " WS-TOTAL-CASADAS.
           DISPLAY "CASADAS POR GRUPO: " WS-QTD-CASADAS-GRUPO
                   " (" WS-QTD-NOSSAS-GRUPO " NOSSAS)".
           DISPLAY "CASADAS POR TOLERANCIA: " WS-QTD-CASADAS-TOLER.
           DISPLAY "AJUSTES DE TARIFA: " WS-QTD-AJUSTES
                   " VALOR " WS-TOTAL-AJUSTES.
           DISPLAY "VALOR DIVERGENTE: " WS-QTD-DIVERGENTES.
           DISPLAY "SO NO NOSSO ARQUIVO: " WS-QTD-SO-NOSSAS.
           DISPLAY "SO NO EXTRATO: " WS-QTD-SO-EXTRATO.
           END-READ.

      * Each extrato entry settles the pending transaction with the
      * same id: equal values match, values within the tolerance
      * match with the difference posted, other differences are
      * flagged, and an id we never recorded is left open for the
      * matching passes.
       CONCILIAR-EXTRATO.
           OPEN INPUT EXTRATO.

                   NOT AT END
                       ADD 1 TO WS-QTD-EXTRATO
                       ADD EXT-VALOR TO WS-TOTAL-EXTRATO
                       IF EXT-DATA NOT NUMERIC OR EXT-DATA = 0
                           MOVE WS-DATA-HOJE TO EXT-DATA
                       END-IF
                       PERFORM CASAR-ENTRADA
                       PERFORM GUARDAR-EXTRATO
               END-READ
           END-PERFORM.

               WHEN WS-N-ID(NS-IDX) = EXT-ID
                       AND WS-N-PENDENTE(NS-IDX)
                   MOVE "S" TO WS-ACHOU-NOSSA
                   COMPUTE WS-DIFERENCA = EXT-VALOR - WS-N-VALOR(NS-IDX)
                   MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
                   EVALUATE TRUE
                   WHEN WS-N-VALOR(NS-IDX) = EXT-VALOR
                       MOVE "C" TO WS-N-SITUACAO(NS-IDX)
                       ADD 1 TO WS-QTD-CASADAS
                       ADD EXT-VALOR TO WS-TOTAL-CASADAS
                       DISPLAY "CASADA ID-EXATO: ID " EXT-ID
                               " VALOR " EXT-VALOR
                   WHEN WS-HA-TOLERANCIA
                           AND WS-DIFERENCA-ABS NOT > WS-TOLERANCIA
                       MOVE "C" TO WS-N-SITUACAO(NS-IDX)
                       ADD 1 TO WS-QTD-CASADAS-TOLER
                       ADD EXT-VALOR TO WS-TOTAL-CASADAS
                       MOVE WS-N-ID(NS-IDX)    TO WS-ID-NOSSO-AJUSTE
                       MOVE WS-N-VALOR(NS-IDX) TO WS-NOSSO-AJUSTE
                       DISPLAY "CASADA TOLERANCIA: NOSSO ID "
                               WS-N-ID(NS-IDX) " EXTRATO ID " EXT-ID
                               " DIFERENCA " WS-DIFERENCA
                       PERFORM POSTAR-AJUSTE
                   WHEN OTHER
                       MOVE "D" TO WS-N-SITUACAO(NS-IDX)
                       ADD 1 TO WS-QTD-DIVERGENTES
                       DISPLAY "DIVERGENCIA ID " EXT-ID
                               " NOSSO " WS-N-VALOR(NS-IDX)
                               " EXTRATO " EXT-VALOR
                   END-EVALUATE
           END-SEARCH.

      * an extrato entry that finally answers an old ours-only
               PERFORM CASAR-PENDENCIA-NOSSA
           END-IF.

      * Each entry is kept with its outcome: open only when neither
      * the month nor an old pendency answered it.
       GUARDAR-EXTRATO.
           IF WS-QTD-EXTRATOS >= 1000
               DISPLAY "URI-1: EXTRATO EXCEDE A TABELA DE 1000"
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-EXTRATOS.
           SET EX-IDX TO WS-QTD-EXTRATOS.
           MOVE EXT-ID    TO WS-X-ID(EX-IDX).
           MOVE EXT-VALOR TO WS-X-VALOR(EX-IDX).
           MOVE EXT-DATA  TO WS-X-DATA(EX-IDX).
           IF WS-NOSSA-ACHADA OR WS-ANTIGA-ACHADA
               MOVE "C" TO WS-X-SITUACAO(EX-IDX)
           ELSE
               MOVE "P" TO WS-X-SITUACAO(EX-IDX)
           END-IF.

      * Matching rules and their limits off the run parameters - an
      * absent parameter keeps the default.
       OBTER-REGRAS.
           MOVE "URI1-REGRAS" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           IF OP-VALOR NOT = SPACES
               MOVE OP-VALOR TO WS-REGRAS
           END-IF.

           MOVE "URI1-JANELA-DIAS" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-PARAM-TXT.
           IF WS-PARAM-TXT NOT = SPACES
               COMPUTE WS-JANELA-DIAS = FUNCTION NUMVAL(WS-PARAM-TXT)
           END-IF.

           MOVE "URI1-TOLERANCIA" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-PARAM-TXT.
           IF WS-PARAM-TXT NOT = SPACES
               COMPUTE WS-TOLERANCIA = FUNCTION NUMVAL(WS-PARAM-TXT)
           END-IF.

           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > 4
               IF WS-REGRAS(WS-IDX-REGRA:1) = "T"
                   MOVE "S" TO WS-TOLERANCIA-ATIVA
               END-IF
           END-PERFORM.

      * The passes after the exact-id one, in the configured order,
      * over every entry still open on either side.
       APLICAR-REGRAS.
           PERFORM MONTAR-CANDIDATAS.

           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                   UNTIL WS-IDX-REGRA > 4
               MOVE WS-REGRAS(WS-IDX-REGRA:1) TO WS-REGRA
               EVALUATE WS-REGRA
                   WHEN "G" PERFORM PASSE-GRUPO
                   WHEN "T" PERFORM PASSE-TOLERANCIA
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.

       MONTAR-CANDIDATAS.
           PERFORM VARYING NS-IDX FROM 1 BY 1
                   UNTIL NS-IDX > WS-QTD-NOSSAS
               IF WS-N-PENDENTE(NS-IDX)
                   ADD 1 TO WS-QTD-CN
                   SET CN-IDX TO WS-QTD-CN
                   MOVE WS-N-ID(NS-IDX)    TO WS-CN-ID(CN-IDX)
                   MOVE WS-N-VALOR(NS-IDX) TO WS-CN-VALOR(CN-IDX)
                   COMPUTE WS-CN-DIA(CN-IDX) =
                       FUNCTION INTEGER-OF-DATE(WS-N-DATA(NS-IDX))
                   MOVE "M" TO WS-CN-FONTE(CN-IDX)
                   SET WS-CN-REF(CN-IDX) TO NS-IDX
                   MOVE "S" TO WS-CN-LIVRE(CN-IDX)
               END-IF
           END-PERFORM.

           PERFORM VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > WS-QTD-EXTRATOS
               IF WS-X-PENDENTE(EX-IDX)
                   ADD 1 TO WS-QTD-CE
                   SET CE-IDX TO WS-QTD-CE
                   MOVE WS-X-ID(EX-IDX)    TO WS-CE-ID(CE-IDX)
                   MOVE WS-X-VALOR(EX-IDX) TO WS-CE-VALOR(CE-IDX)
                   COMPUTE WS-CE-DIA(CE-IDX) =
                       FUNCTION INTEGER-OF-DATE(WS-X-DATA(EX-IDX))
                   MOVE "M" TO WS-CE-FONTE(CE-IDX)
                   SET WS-CE-REF(CE-IDX) TO EX-IDX
                   MOVE "S" TO WS-CE-LIVRE(CE-IDX)
               END-IF
           END-PERFORM.

           PERFORM VARYING AG-IDX FROM 1 BY 1
                   UNTIL AG-IDX > WS-QTD-ANTIGAS
               IF WS-A-ABERTA(AG-IDX)
                   IF WS-A-ORIGEM(AG-IDX) = "N"
                       ADD 1 TO WS-QTD-CN
                       SET CN-IDX TO WS-QTD-CN
                       MOVE WS-A-ID(AG-IDX)    TO WS-CN-ID(CN-IDX)
                       MOVE WS-A-VALOR(AG-IDX) TO WS-CN-VALOR(CN-IDX)
                       COMPUTE WS-CN-DIA(CN-IDX) = FUNCTION
                           INTEGER-OF-DATE(WS-A-DATA-MOV(AG-IDX))
                       MOVE "A" TO WS-CN-FONTE(CN-IDX)
                       SET WS-CN-REF(CN-IDX) TO AG-IDX
                       MOVE "S" TO WS-CN-LIVRE(CN-IDX)
                   ELSE
                       ADD 1 TO WS-QTD-CE
                       SET CE-IDX TO WS-QTD-CE
                       MOVE WS-A-ID(AG-IDX)    TO WS-CE-ID(CE-IDX)
                       MOVE WS-A-VALOR(AG-IDX) TO WS-CE-VALOR(CE-IDX)
                       COMPUTE WS-CE-DIA(CE-IDX) = FUNCTION
                           INTEGER-OF-DATE(WS-A-DATA-MOV(AG-IDX))
                       MOVE "A" TO WS-CE-FONTE(CE-IDX)
                       SET WS-CE-REF(CE-IDX) TO AG-IDX
                       MOVE "S" TO WS-CE-LIVRE(CE-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * One statement entry against a group of ours: the open ones
      * inside its window (the first twenty), tried two at a time,
      * then three, up to WS-MAX-GRUPO, until a group sums exactly
      * to it.
       PASSE-GRUPO.
           PERFORM VARYING CE-IDX FROM 1 BY 1
                   UNTIL CE-IDX > WS-QTD-CE
               IF WS-CE-ABERTA(CE-IDX)
                   PERFORM SELECIONAR-ELEGIVEIS
                   MOVE "N" TO WS-GRUPO-ACHADO
                   PERFORM VARYING WS-G-TAM FROM 2 BY 1
                           UNTIL WS-G-TAM > WS-MAX-GRUPO
                              OR WS-G-TAM > WS-QTD-ELEG
                              OR WS-ACHOU-GRUPO
                       PERFORM TESTAR-TAMANHO-GRUPO
                   END-PERFORM
                   IF WS-ACHOU-GRUPO
                       PERFORM CASAR-GRUPO
                   END-IF
               END-IF
           END-PERFORM.

       SELECIONAR-ELEGIVEIS.
           MOVE 0 TO WS-QTD-ELEG.
           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-QTD-CN OR WS-QTD-ELEG = 20
               IF WS-CN-ABERTA(CN-IDX)
                   COMPUTE WS-DIA-DIFERENCA =
                       WS-CN-DIA(CN-IDX) - WS-CE-DIA(CE-IDX)
                   IF WS-DIA-DIFERENCA NOT > WS-JANELA-DIAS
                       AND WS-DIA-DIFERENCA NOT < 0 - WS-JANELA-DIAS
                       ADD 1 TO WS-QTD-ELEG
                       SET WS-EL-CN(WS-QTD-ELEG) TO CN-IDX
                   END-IF
               END-IF
           END-PERFORM.

       TESTAR-TAMANHO-GRUPO.
           PERFORM VARYING WS-G-J FROM 1 BY 1
                   UNTIL WS-G-J > WS-G-TAM
               MOVE WS-G-J TO WS-G-POS(WS-G-J)
           END-PERFORM.
           MOVE "S" TO WS-HA-COMBINACAO.

           PERFORM UNTIL NOT WS-COMBINACAO-VALIDA OR WS-ACHOU-GRUPO
               MOVE 0 TO WS-G-SOMA
               PERFORM VARYING WS-G-J FROM 1 BY 1
                       UNTIL WS-G-J > WS-G-TAM
                   SET CN-IDX TO WS-EL-CN(WS-G-POS(WS-G-J))
                   ADD WS-CN-VALOR(CN-IDX) TO WS-G-SOMA
               END-PERFORM
               IF WS-G-SOMA = WS-CE-VALOR(CE-IDX)
                   MOVE "S" TO WS-GRUPO-ACHADO
                   MOVE WS-G-TAM TO WS-G-TAM-ACHADO
               ELSE
                   PERFORM AVANCAR-COMBINACAO
               END-IF
           END-PERFORM.

      * Next combination in order: the rightmost position that can
      * still move steps forward and the ones after it follow on.
       AVANCAR-COMBINACAO.
           MOVE WS-G-TAM TO WS-G-I.
           MOVE "N" TO WS-POSICAO-ACHADA.
           PERFORM UNTIL WS-G-I = 0 OR WS-ACHOU-POSICAO
               COMPUTE WS-G-LIMITE = WS-QTD-ELEG - WS-G-TAM + WS-G-I
               IF WS-G-POS(WS-G-I) < WS-G-LIMITE
                   MOVE "S" TO WS-POSICAO-ACHADA
               ELSE
                   SUBTRACT 1 FROM WS-G-I
               END-IF
           END-PERFORM.

           IF WS-ACHOU-POSICAO
               ADD 1 TO WS-G-POS(WS-G-I)
               COMPUTE WS-G-J = WS-G-I + 1
               PERFORM UNTIL WS-G-J > WS-G-TAM
                   COMPUTE WS-G-POS(WS-G-J) =
                       WS-G-POS(WS-G-J - 1) + 1
                   ADD 1 TO WS-G-J
               END-PERFORM
           ELSE
               MOVE "N" TO WS-HA-COMBINACAO
           END-IF.

       CASAR-GRUPO.
           ADD 1 TO WS-QTD-CASADAS-GRUPO.
           ADD WS-CE-VALOR(CE-IDX) TO WS-TOTAL-CASADAS.
           DISPLAY "CASADA GRUPO: EXTRATO ID " WS-CE-ID(CE-IDX)
                   " VALOR " WS-CE-VALOR(CE-IDX) " COM "
                   WS-G-TAM-ACHADO " NOSSAS".
           PERFORM FECHAR-EXTRATO-CANDIDATO.

           PERFORM VARYING WS-G-J FROM 1 BY 1
                   UNTIL WS-G-J > WS-G-TAM-ACHADO
               SET CN-IDX TO WS-EL-CN(WS-G-POS(WS-G-J))
               ADD 1 TO WS-QTD-NOSSAS-GRUPO
               DISPLAY "    NOSSA ID " WS-CN-ID(CN-IDX)
                       " VALOR " WS-CN-VALOR(CN-IDX)
               PERFORM FECHAR-NOSSA-CANDIDATA
           END-PERFORM.

      * One statement entry against the open entry of ours inside
      * the window whose value is nearest, if within the tolerance;
      * the difference goes to the adjustment file.
       PASSE-TOLERANCIA.
           PERFORM VARYING CE-IDX FROM 1 BY 1
                   UNTIL CE-IDX > WS-QTD-CE
               IF WS-CE-ABERTA(CE-IDX)
                   PERFORM BUSCAR-NOSSA-PROXIMA
                   IF WS-MELHOR-CN > 0
                       PERFORM CASAR-TOLERANCIA
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-NOSSA-PROXIMA.
           MOVE 0 TO WS-MELHOR-CN.
           COMPUTE WS-MELHOR-DIF = WS-TOLERANCIA + 1.
           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-QTD-CN
               IF WS-CN-ABERTA(CN-IDX)
                   COMPUTE WS-DIA-DIFERENCA =
                       WS-CN-DIA(CN-IDX) - WS-CE-DIA(CE-IDX)
                   COMPUTE WS-DIFERENCA =
                       WS-CE-VALOR(CE-IDX) - WS-CN-VALOR(CN-IDX)
                   MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
                   IF WS-DIA-DIFERENCA NOT > WS-JANELA-DIAS
                       AND WS-DIA-DIFERENCA NOT < 0 - WS-JANELA-DIAS
                       AND WS-DIFERENCA-ABS < WS-MELHOR-DIF
                       MOVE WS-DIFERENCA-ABS TO WS-MELHOR-DIF
                       SET WS-MELHOR-CN TO CN-IDX
                   END-IF
               END-IF
           END-PERFORM.

       CASAR-TOLERANCIA.
           SET CN-IDX TO WS-MELHOR-CN.
           COMPUTE WS-DIFERENCA =
               WS-CE-VALOR(CE-IDX) - WS-CN-VALOR(CN-IDX).
           ADD 1 TO WS-QTD-CASADAS-TOLER.
           ADD WS-CE-VALOR(CE-IDX) TO WS-TOTAL-CASADAS.
           DISPLAY "CASADA TOLERANCIA: NOSSO ID " WS-CN-ID(CN-IDX)
                   " EXTRATO ID " WS-CE-ID(CE-IDX)
                   " DIFERENCA " WS-DIFERENCA.
           MOVE WS-CN-ID(CN-IDX)    TO WS-ID-NOSSO-AJUSTE.
           MOVE WS-CN-VALOR(CN-IDX) TO WS-NOSSO-AJUSTE.
           MOVE WS-CE-ID(CE-IDX)    TO EXT-ID.
           MOVE WS-CE-VALOR(CE-IDX) TO EXT-VALOR.
           PERFORM POSTAR-AJUSTE.
           PERFORM FECHAR-EXTRATO-CANDIDATO.
           PERFORM FECHAR-NOSSA-CANDIDATA.

      * The pair's difference (statement less ours) to the
      * fee/adjustment bucket; an exact pair posts nothing.
       POSTAR-AJUSTE.
           IF WS-DIFERENCA NOT = 0
               MOVE WS-DATA-HOJE       TO AJ-DATA
               MOVE WS-ID-NOSSO-AJUSTE TO AJ-ID-NOSSO
               MOVE EXT-ID             TO AJ-ID-EXTRATO
               MOVE WS-NOSSO-AJUSTE    TO AJ-VALOR-NOSSO
               MOVE EXT-VALOR          TO AJ-VALOR-EXTRATO
               MOVE WS-DIFERENCA       TO AJ-DIFERENCA
               WRITE AJUSTE-REC
               ADD 1 TO WS-QTD-AJUSTES
               ADD WS-DIFERENCA TO WS-TOTAL-AJUSTES
           END-IF.

      * A matched candidate settles the entry it came from.
       FECHAR-EXTRATO-CANDIDATO.
           MOVE "N" TO WS-CE-LIVRE(CE-IDX).
           IF WS-CE-FONTE(CE-IDX) = "M"
               SET EX-IDX TO WS-CE-REF(CE-IDX)
               MOVE "C" TO WS-X-SITUACAO(EX-IDX)
           ELSE
               SET AG-IDX TO WS-CE-REF(CE-IDX)
               MOVE "C" TO WS-A-SITUACAO(AG-IDX)
           END-IF.

       FECHAR-NOSSA-CANDIDATA.
           MOVE "N" TO WS-CN-LIVRE(CN-IDX).
           IF WS-CN-FONTE(CN-IDX) = "M"
               SET NS-IDX TO WS-CN-REF(CN-IDX)
               MOVE "C" TO WS-N-SITUACAO(NS-IDX)
           ELSE
               SET AG-IDX TO WS-CN-REF(CN-IDX)
               MOVE "C" TO WS-A-SITUACAO(AG-IDX)
           END-IF.

       VARRER-SO-EXTRATO.
           PERFORM VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > WS-QTD-EXTRATOS
               IF WS-X-PENDENTE(EX-IDX)
                   ADD 1 TO WS-QTD-SO-EXTRATO
                   DISPLAY "SO NO EXTRATO: ID " WS-X-ID(EX-IDX)
                           " VALOR " WS-X-VALOR(EX-IDX)
               END-IF
           END-PERFORM.

       VARRER-SO-NOSSAS.
           PERFORM VARYING NS-IDX FROM 1 BY 1
                   UNTIL NS-IDX > WS-QTD-NOSSAS
                           MOVE CF-VALOR  TO WS-A-VALOR(AG-IDX)
                           MOVE CF-DATA-PRIMEIRA
                               TO WS-A-DATA(AG-IDX)
                           IF CF-DATA-MOVIMENTO NOT NUMERIC
                                   OR CF-DATA-MOVIMENTO = 0
                               MOVE CF-DATA-PRIMEIRA
                                   TO CF-DATA-MOVIMENTO
                           END-IF
                           MOVE CF-DATA-MOVIMENTO
                               TO WS-A-DATA-MOV(AG-IDX)
                           MOVE "P" TO WS-A-SITUACAO(AG-IDX)
                   END-READ
               END-PERFORM
                   MOVE "N"                TO CF-ORIGEM
                   MOVE WS-N-VALOR(NS-IDX) TO CF-VALOR
                   MOVE WS-DATA-HOJE       TO CF-DATA-PRIMEIRA
                   MOVE WS-N-DATA(NS-IDX)  TO CF-DATA-MOVIMENTO
                   WRITE PENDENTE-REC
                   PERFORM ENVELHECER-PENDENCIA
               END-IF
                   MOVE WS-A-ORIGEM(AG-IDX) TO CF-ORIGEM
                   MOVE WS-A-VALOR(AG-IDX)  TO CF-VALOR
                   MOVE WS-A-DATA(AG-IDX)   TO CF-DATA-PRIMEIRA
                   MOVE WS-A-DATA-MOV(AG-IDX) TO CF-DATA-MOVIMENTO
                   WRITE PENDENTE-REC
                   PERFORM ENVELHECER-PENDENCIA
               END-IF
           END-PERFORM.

      * extrato-only items found this month carry too - they were
      * displayed above, and no pass settled them
           PERFORM REGRAVAR-SO-EXTRATO.

           CLOSE PENDENTES.

      * The month's statement entries still open after every pass,
      * off the table the extrato pass kept.
       REGRAVAR-SO-EXTRATO.
           PERFORM VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > WS-QTD-EXTRATOS
               IF WS-X-PENDENTE(EX-IDX)
                   MOVE WS-X-ID(EX-IDX)    TO EXT-ID
                   MOVE WS-X-VALOR(EX-IDX) TO EXT-VALOR
                   MOVE WS-X-DATA(EX-IDX)  TO EXT-DATA
                   PERFORM AVALIAR-EXTRATO-PENDENTE
               END-IF
           END-PERFORM.

       AVALIAR-EXTRATO-PENDENTE.
           MOVE "N" TO WS-ACHOU-NOSSA.
               MOVE "E"          TO CF-ORIGEM
               MOVE EXT-VALOR    TO CF-VALOR
               MOVE WS-DATA-HOJE TO CF-DATA-PRIMEIRA
               MOVE EXT-DATA     TO CF-DATA-MOVIMENTO
               WRITE PENDENTE-REC
               PERFORM ENVELHECER-PENDENCIA
           END-IF.
