       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-IRRF-PLR.

      * Shared PLR withholding calculator, CALLed like CALC-IMPOSTOS
      * and from the same file: the PLR rows of
      * data/tabela-impostos.dat carry, per vigencia, the exclusive
      * profit-sharing brackets - upper limit, aliquota and
      * deduction, ascending within the vigencia, the way the IRRF
      * rows are kept. The module loads them once per run unit,
      * picks the vigencia in force on the payment date, taxes the
      * year's accumulated PLR in the bracket it falls in and
      * subtracts what the earlier payments of the year already
      * withheld, so a second payment is taxed as the law requires
      * and never twice. No INSS and no dependent allowance apply.
      * With no PLR row on file the legal table built in below
      * stands in, as CALC-SALARIO-FAMILIA does for its values.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-IMPOSTOS ASSIGN TO "data/tabela-impostos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA.

       DATA DIVISION.

       FILE SECTION.
       FD  TABELA-IMPOSTOS.
       01  TI-LINHA.
           05 TI-TIPO          PIC X(4).
           05 TI-DATA-VIGENCIA PIC 9(8).
           05 TI-FAIXA-LIMITE  PIC 9(7)V9(2).
           05 TI-ALIQUOTA      PIC 9(1)V9(4).
           05 TI-DEDUCAO       PIC 9(5)V9(2).

       WORKING-STORAGE SECTION.

       01  WS-FS-TABELA PIC XX.
           88 WS-TABELA-OK  VALUE "00".
           88 WS-TABELA-EOF VALUE "10".

      * Loaded once on the first CALL of the run unit; working
      * storage persists across CALLs.
       01  WS-TABELA-CARREGADA PIC X VALUE "N".
           88 WS-JA-CARREGOU VALUE "S".

       01  WS-PLR-TABELA.
           05 WS-QTD-FAIXAS PIC 9(3) VALUE 0.
           05 WS-FAIXA OCCURS 100 TIMES.
               10 WS-FX-VIGENCIA PIC 9(8).
               10 WS-FX-LIMITE   PIC 9(7)V9(2).
               10 WS-FX-ALIQUOTA PIC 9(1)V9(4).
               10 WS-FX-DEDUCAO  PIC 9(5)V9(2).

      * Legal exclusive PLR table that stands in when no PLR row is
      * on file - limit, aliquota, deduction per bracket.
       01  WS-TABELA-LEGAL-VALORES.
           05 FILLER PIC X(21) VALUE "000764080000000000000".
           05 FILLER PIC X(21) VALUE "000992228007500057306".
           05 FILLER PIC X(21) VALUE "001316700015000131723".
           05 FILLER PIC X(21) VALUE "001638038022500230476".
           05 FILLER PIC X(21) VALUE "999999999027500312378".
       01  WS-TABELA-LEGAL REDEFINES WS-TABELA-LEGAL-VALORES.
           05 WS-FAIXA-LEGAL OCCURS 5 TIMES.
               10 WS-FL-LIMITE   PIC 9(7)V9(2).
               10 WS-FL-ALIQUOTA PIC 9(1)V9(4).
               10 WS-FL-DEDUCAO  PIC 9(5)V9(2).

       01  WS-IDX PIC 9(3).
       01  WS-VIGENCIA-PLR PIC 9(8).
       01  WS-IRRF-CALC PIC S9(9)V9(2).
       01  WS-FAIXA-ACHADA PIC X.
           88 WS-ACHOU-FAIXA VALUE "S".

       LINKAGE SECTION.
       COPY CALCIRRFPLR.

       PROCEDURE DIVISION USING IP-PARAMETROS.

       MAIN-PROCEDURE.
           IF NOT WS-JA-CARREGOU
               PERFORM CARREGAR-TABELA
           END-IF.

           PERFORM ESCOLHER-VIGENCIA.

           MOVE 0 TO WS-IRRF-CALC.
           MOVE "N" TO WS-FAIXA-ACHADA.
           IF WS-VIGENCIA-PLR > 0
               SET IP-TABELA-APLICADA TO TRUE
               MOVE WS-VIGENCIA-PLR TO IP-VERSAO-TABELA
               PERFORM CALCULAR-PELA-TABELA
           ELSE
               SET IP-TABELA-LEGAL TO TRUE
               MOVE 0 TO IP-VERSAO-TABELA
               PERFORM CALCULAR-PELA-LEGAL
           END-IF.

           IF WS-IRRF-CALC < 0
               MOVE 0 TO WS-IRRF-CALC
           END-IF.
           MOVE WS-IRRF-CALC TO IP-IRRF-ACUMULADO.

      * only the difference to what the year already withheld is
      * due now - a rerun that finds nothing more due withholds zero
           IF IP-IRRF-ACUMULADO > IP-IRRF-RETIDO
               COMPUTE IP-IRRF = IP-IRRF-ACUMULADO - IP-IRRF-RETIDO
           ELSE
               MOVE 0 TO IP-IRRF
           END-IF.

           GOBACK.

      * Only the PLR rows matter here; CALC-IMPOSTOS reads the
      * monthly rows of the same file on its own.
       CARREGAR-TABELA.
           MOVE "S" TO WS-TABELA-CARREGADA.
           OPEN INPUT TABELA-IMPOSTOS.
           IF NOT WS-TABELA-OK
               DISPLAY "CALC-IRRF-PLR: TABELA INDISPONIVEL ("
                       WS-FS-TABELA ") - APLICANDO TABELA LEGAL"
           ELSE
               PERFORM UNTIL WS-TABELA-EOF
                   READ TABELA-IMPOSTOS
                       AT END SET WS-TABELA-EOF TO TRUE
                       NOT AT END
                           IF TI-TIPO = "PLR "
                               PERFORM GUARDAR-FAIXA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TABELA-IMPOSTOS
           END-IF.

       GUARDAR-FAIXA.
           IF WS-QTD-FAIXAS >= 100
               DISPLAY "CALC-IRRF-PLR: TABELA EXCEDE 100 FAIXAS - "
                       "EXCEDENTE IGNORADO"
           ELSE
               ADD 1 TO WS-QTD-FAIXAS
               MOVE TI-DATA-VIGENCIA TO WS-FX-VIGENCIA(WS-QTD-FAIXAS)
               MOVE TI-FAIXA-LIMITE  TO WS-FX-LIMITE(WS-QTD-FAIXAS)
               MOVE TI-ALIQUOTA      TO WS-FX-ALIQUOTA(WS-QTD-FAIXAS)
               MOVE TI-DEDUCAO       TO WS-FX-DEDUCAO(WS-QTD-FAIXAS)
           END-IF.

      * Latest vigencia on or before the payment date - zero when
      * the file carries none that qualifies.
       ESCOLHER-VIGENCIA.
           MOVE 0 TO WS-VIGENCIA-PLR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FAIXAS
               IF WS-FX-VIGENCIA(WS-IDX) <= IP-DATA-PAGAMENTO
                       AND WS-FX-VIGENCIA(WS-IDX) > WS-VIGENCIA-PLR
                   MOVE WS-FX-VIGENCIA(WS-IDX) TO WS-VIGENCIA-PLR
               END-IF
           END-PERFORM.

      * The bracket the accumulated value falls in gives the rate
      * and the deduction; above the last limit the top bracket
      * applies.
       CALCULAR-PELA-TABELA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FAIXAS
                       OR WS-ACHOU-FAIXA
               IF WS-FX-VIGENCIA(WS-IDX) = WS-VIGENCIA-PLR
                   AND IP-VALOR-ACUMULADO <= WS-FX-LIMITE(WS-IDX)
                   MOVE "S" TO WS-FAIXA-ACHADA
                   COMPUTE WS-IRRF-CALC ROUNDED =
                       (IP-VALOR-ACUMULADO * WS-FX-ALIQUOTA(WS-IDX))
                       - WS-FX-DEDUCAO(WS-IDX)
               END-IF
           END-PERFORM.

           IF NOT WS-ACHOU-FAIXA
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-FAIXAS
                   IF WS-FX-VIGENCIA(WS-IDX) = WS-VIGENCIA-PLR
                       COMPUTE WS-IRRF-CALC ROUNDED =
                           (IP-VALOR-ACUMULADO
                            * WS-FX-ALIQUOTA(WS-IDX))
                           - WS-FX-DEDUCAO(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       CALCULAR-PELA-LEGAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 5 OR WS-ACHOU-FAIXA
               IF IP-VALOR-ACUMULADO <= WS-FL-LIMITE(WS-IDX)
                       OR WS-IDX = 5
                   MOVE "S" TO WS-FAIXA-ACHADA
                   COMPUTE WS-IRRF-CALC ROUNDED =
                       (IP-VALOR-ACUMULADO * WS-FL-ALIQUOTA(WS-IDX))
                       - WS-FL-DEDUCAO(WS-IDX)
               END-IF
           END-PERFORM.

       END PROGRAM CALC-IRRF-PLR.
