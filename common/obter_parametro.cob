               RECORD KEY IS PR-NOME
               FILE STATUS IS WS-FS-PARAMETROS.

       DATA DIVISION.

       FILE SECTION.
       FD  PARAMETROS.
       COPY PARAMETRO.

       WORKING-STORAGE SECTION.

       01  WS-FS-PARAMETROS PIC XX.
           88 WS-PARAMETROS-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

      * File opened on the first CALL and kept open for the run
      * unit, the same device CALC-IMPOSTOS uses for its tables.
      * invisible steering that caused the incident this module
      * exists to end - so it leaves a trail.
       REGISTRAR-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP
           MOVE "OBTPARAM" TO AT-PROGRAMA
           MOVE "OVERRIDE" TO AT-OPERACAO
           MOVE OP-NOME(1:15) TO AT-CAMPO
           MOVE SPACES TO AT-VALOR-ANTES
           MOVE OP-VALOR TO AT-VALOR-DEPOIS
           MOVE "BATCH" TO AT-OPERADOR
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM OBTER-PARAMETRO.
