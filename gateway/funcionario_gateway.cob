               RECORD KEY IS PM-COD
               FILE STATUS IS WS-FS-PESSOA.

           SELECT RUN-LOG ASSIGN TO "data/runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.
           05 PM-DATA-ADMISSAO   PIC 9(8).
           05 PM-RUA           PIC X(20).
           05 PM-CPF           PIC X(11).
           05 PM-SEXO          PIC X(1).

       FD  RUN-LOG.
       COPY RUNLOG.
           88 WS-PESSOA-OK  VALUE "00".
           88 WS-PESSOA-EOF VALUE "10".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

      * CPF-to-code map for requests keyed by CPF - loaded once per
      * consulta pass off PESSOA-MASTER.
           ELSE
               PERFORM CARREGAR-MAPA-CPF
               OPEN OUTPUT RESPOSTAS
               PERFORM UNTIL WS-PEDIDOS-EOF
                   READ PEDIDOS
                       AT END SET WS-PEDIDOS-EOF TO TRUE
               END-PERFORM
               CLOSE PEDIDOS
               CLOSE RESPOSTAS
      * pedidos atendidos - limpa a caixa para o proximo ciclo
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
           MOVE SPACES TO AT-VALOR-DEPOIS.
           STRING PD-CHAVE "/" RS-STATUS
               DELIMITED BY SIZE INTO AT-VALOR-DEPOIS.
           MOVE "BATCH" TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

      * Rescans the master and leaves its full image behind as the
      * snapshot the next DELTA run will compare against. Runs in
