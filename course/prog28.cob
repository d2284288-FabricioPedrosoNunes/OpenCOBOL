               RECORD KEY IS CEP-CEP
               FILE STATUS IS WS-FS-CORREIOS.

       DATA DIVISION.

       FILE SECTION.
       FD  CORREIOS-CEP.
       COPY CORREIOSCEP.

       WORKING-STORAGE SECTION.

       01  WS-FS-MASTER    PIC XX.
           88 WS-CORREIOS-OK       VALUE "00".
           88 WS-CORREIOS-NAOACHOU VALUE "23".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-AUD-CAMPO  PIC X(15).
       01  WS-AUD-DEPOIS PIC X(30).
               STOP RUN
           END-IF.

           DISPLAY "INFORME UM NOME PARA BUSCA RAPIDA (OU EM BRANCO)".
           ACCEPT WS-NOME-BUSCA.
           IF WS-NOME-BUSCA NOT = SPACES
           CLOSE FUNCIONARIO-MASTER.
           CLOSE MUNICIPIOS.
           CLOSE CORREIOS-CEP.

           IF CI-TABELA-APLICADA OR CI-TAXA-FIXA
               DISPLAY "PROG28: TABELA DE IMPOSTOS VIGENCIA "
           MOVE WS-AUD-CAMPO  TO AT-CAMPO.
           MOVE SPACES        TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS TO AT-VALOR-DEPOIS.
           MOVE "BATCH"       TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM PROG28.
