               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITADOS.

       DATA DIVISION.

       FILE SECTION.
           05 RJ-COD    PIC 9(6).
           05 RJ-MOTIVO PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-FS-MASTER PIC XX.
       01  WS-FS-REJEITADOS PIC XX.
           88 WS-REJEITADOS-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-AUD-CAMPO    PIC X(15).
       01  WS-AUD-ANTES    PIC X(30).
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-ENTRADA-EOF
               READ INTERFACE-ENTRADA
                   AT END SET WS-ENTRADA-EOF TO TRUE
           CLOSE MUNICIPIOS.
           CLOSE INTERFACE-ENTRADA.
           CLOSE REJEITADOS.

           DISPLAY "GATEWAY-ENTRADA: " WS-QTD-APLICADOS
                   " APLICADOS / " WS-QTD-REJEITADOS
           MOVE WS-AUD-CAMPO  TO AT-CAMPO.
           MOVE WS-AUD-ANTES  TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS TO AT-VALOR-DEPOIS.
           MOVE "BATCH"       TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM FUNCIONARIO-GATEWAY-ENTRADA.
