       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-HASH.

      * Shared digest calculator, CALLed like CALC-IDADE-TEMPO:
      * folds each byte of CH-TEXTO into a running value that starts
      * at CH-SEMENTE - multiply by 131, add the byte's ordinal,
      * reduce modulo the largest 15-digit prime - then folds the
      * length in once more, so a text and the same text with a
      * trailing byte dropped never collide by construction. Not a
      * cipher: it keeps a password out of the operator master in
      * the clear, and nothing more is asked of it.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-PRIMO      PIC 9(15) VALUE 999999999999989.
       01  WS-ACUMULADO  PIC 9(18).
       01  WS-POS        PIC 9(3).
       01  WS-TAMANHO    PIC 9(3).

       LINKAGE SECTION.
       COPY CALCHASH.

       PROCEDURE DIVISION USING CH-PARAMETROS.

       MAIN-PROCEDURE.
           MOVE CH-TAMANHO TO WS-TAMANHO.
           IF WS-TAMANHO = 0 OR WS-TAMANHO > 200
               MOVE 200 TO WS-TAMANHO
           END-IF.

           COMPUTE WS-ACUMULADO = FUNCTION MOD(CH-SEMENTE, WS-PRIMO).

           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TAMANHO
               COMPUTE WS-ACUMULADO = FUNCTION MOD(
                   WS-ACUMULADO * 131
                   + FUNCTION ORD(CH-TEXTO(WS-POS:1)), WS-PRIMO)
           END-PERFORM.

           COMPUTE WS-ACUMULADO = FUNCTION MOD(
               WS-ACUMULADO * 131 + WS-TAMANHO, WS-PRIMO).

           MOVE WS-ACUMULADO TO CH-HASH.

           GOBACK.

       END PROGRAM CALC-HASH.
