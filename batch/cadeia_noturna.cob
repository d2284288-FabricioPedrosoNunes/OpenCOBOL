      * failed pass stops that company's chain but the other
      * companies still run. BACKUP-MASTERS runs once before any
      * pass, under company zero - a failed backup stops the whole
      * night. VERIFICA-AUDITORIA closes every night, after the last
      * pass and before the interlock is released: a broken audit
      * chain is reported loudly but stops no payroll.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-PASSO-BACKUP PIC X VALUE "N".
           88 WS-BACKUP-FEITO VALUE "S".

       01  WS-TRILHA-QUEBRADA PIC X VALUE "N".
           88 WS-TRILHA-VIOLADA VALUE "S".

       01  WS-BALANCO-VEREDITO PIC X VALUE "N".
           88 WS-BALANCO-CONFIRMOU VALUE "S".

               PERFORM PROCESSAR-EMPRESA
           END-PERFORM.

           PERFORM EXECUTAR-VERIFICACAO-AUDITORIA.

           MOVE "L" TO WS-LOCK-SITUACAO.
           PERFORM GRAVAR-LOCK.

               DISPLAY "CADEIA-NOTURNA: CADEIA COMPLETA"
           END-IF.

           IF WS-TRILHA-VIOLADA
               DISPLAY "CADEIA-NOTURNA: ATENCAO - TRILHA DE AUDITORIA "
                       "COM QUEBRAS, VER data/verifica-auditoria.lst"
           END-IF.

           STOP RUN.

      * The night's schedule off the dependency table, in file
               MOVE "S" TO WS-PASSO-BACKUP
           END-IF.

      * The audit trail is one for the whole suite, so it is proven
      * once a night, not per company, and every night - the walk
      * only reads, so a rerun simply proves it again. Runs while the
      * interlock still holds the cadastros off the log.
       EXECUTAR-VERIFICACAO-AUDITORIA.
           DISPLAY "CADEIA-NOTURNA: VERIFICA-AUDITORIA".
           MOVE 0 TO RETURN-CODE.
           CALL "VERIFICA-AUDITORIA"
               ON EXCEPTION
                   DISPLAY "CADEIA-NOTURNA: VERIFICA-AUDITORIA "
                           "INDISPONIVEL"
                   MOVE "S" TO WS-TRILHA-QUEBRADA
           END-CALL.
           IF RETURN-CODE NOT = 0
               MOVE "S" TO WS-TRILHA-QUEBRADA
           END-IF.
           MOVE 0 TO RETURN-CODE.

      * Loads the companies the night processes - the empresa master
      * in key order, or the single historical company 001 when the
      * master is not on file yet.
