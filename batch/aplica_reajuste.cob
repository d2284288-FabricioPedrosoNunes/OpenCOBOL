               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT RELATORIO-SAIDA ASSIGN TO
                   "data/reajuste-aplicado.lst"
               ORGANIZATION IS LINE SEQUENTIAL
           05 SH-VALOR-ANTES  PIC 9(7)V9(2).
           05 SH-VALOR-DEPOIS PIC 9(7)V9(2).

       FD  RELATORIO-SAIDA.
       01  RELATORIO-LINHA PIC X(80).

       01  WS-FS-HISTORICO PIC XX.
           88 WS-HISTORICO-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".
           END-IF.

           OPEN OUTPUT RELATORIO-SAIDA.
           OPEN EXTEND SALARIO-HISTORICO.
           IF NOT WS-HISTORICO-OK
               OPEN OUTPUT SALARIO-HISTORICO

           CLOSE FUNCIONARIO-MASTER.
           CLOSE RELATORIO-SAIDA.
           CLOSE SALARIO-HISTORICO.

           DISPLAY "APLICA-REAJUSTE: " WS-QTD-AJUSTADOS
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE "BATCH"         TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       GRAVAR-LINHA-REGISTRO.
           MOVE FM-CODFUNC       TO WS-D-CODFUNC.
