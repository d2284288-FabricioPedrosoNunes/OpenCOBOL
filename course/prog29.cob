               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JSON.

       DATA DIVISION.

       FILE SECTION.
       FD  FUNCIONARIO-JSON.
       01  FUNCIONARIO-JSON-LINHA PIC X(301).

       WORKING-STORAGE SECTION.

       01  WS-FS-JSON PIC XX.
           88 WS-JSON-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-AUD-CAMPO    PIC X(15).
       01  WS-AUD-DEPOIS   PIC X(30).
               STOP RUN
           END-IF.

           MOVE "NOME"    TO WS-AUD-CAMPO
           MOVE NOME      TO WS-AUD-DEPOIS
           PERFORM REGISTRAR-AUDITORIA
           PERFORM REGISTRAR-AUDITORIA
           MOVE "ENDERECO" TO WS-AUD-CAMPO
           MOVE RUA         TO WS-AUD-DEPOIS
           PERFORM REGISTRAR-AUDITORIA.

           MOVE FUNCIONARIO-JSON-REC TO FUNCIONARIO-JSON-LINHA.
           WRITE FUNCIONARIO-JSON-LINHA.
           MOVE WS-AUD-CAMPO TO AT-CAMPO.
           MOVE SPACES       TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS TO AT-VALOR-DEPOIS.
           MOVE "BATCH"       TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM PROG29.
