      * Reads the audit images PROG28, PROG29, PROG31 and the batch
      * jobs append to data/audittrail.log - which nothing in the
      * suite could read until now - and prints a filtered report:
      * by AT-PROGRAMA, AT-CAMPO, AT-OPERACAO, AT-OPERADOR and
      * AT-TIMESTAMP date range, plus a summary of image counts per
      * program and operation. After reporting it can cut the
      * ever-growing log over to a dated archive file, so the live
      * log stays small and a corrupted append no longer takes the
      * whole history with it. Each cut is recorded in the archive
      * index (data/audittrail-arquivos.dat) with the chained
      * sequence range it took, which is how VERIFICA-AUDITORIA
      * finds the archives to walk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

      * Archive target named at run time (data/audittrail-AAAAMMDD
      * HHMMSS.log - two cuts on one day must not overwrite each
      * other), the same ASSIGN DYNAMIC device PROG28 uses for its
      * test/production master switch.
           SELECT ARQUIVO-MORTO ASSIGN DYNAMIC WS-ARQUIVO-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MORTO.

           SELECT AUDITORIA-ARQUIVOS ASSIGN TO
                   "data/audittrail-arquivos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVOS.

       DATA DIVISION.

       FILE SECTION.
       01  RELATORIO-LINHA PIC X(130).

       FD  ARQUIVO-MORTO.
       01  MORTO-LINHA PIC X(146).

       FD  AUDITORIA-ARQUIVOS.
       COPY AUDITARQ.

       WORKING-STORAGE SECTION.

       01  WS-FS-MORTO PIC XX.
           88 WS-MORTO-OK VALUE "00".

       01  WS-FS-ARQUIVOS PIC XX.
           88 WS-ARQUIVOS-OK VALUE "00".

       01  WS-ARQUIVO-MORTO PIC X(40).

      * Filters typed by the operator - blank (or zero for the dates)
       01  WS-FILTRO-PROGRAMA PIC X(8).
       01  WS-FILTRO-CAMPO    PIC X(15).
       01  WS-FILTRO-OPERACAO PIC X(10).
       01  WS-FILTRO-OPERADOR PIC X(8).
       01  WS-FILTRO-DATA-INI PIC 9(8) VALUE 0.
       01  WS-FILTRO-DATA-FIM PIC 9(8) VALUE 0.


       01  WS-QTD-ARQUIVADAS PIC 9(6) VALUE 0.

      * Chained sequence range carried into the archive - images
      * older than the chain carry no sequence and are not counted.
       01  WS-SEQ-INICIAL-CORTE PIC 9(9) VALUE 0.
       01  WS-SEQ-FINAL-CORTE   PIC 9(9) VALUE 0.

       01  WS-LINHA-DETALHE.
           05 WS-D-TIMESTAMP PIC X(21).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-D-ANTES     PIC X(30).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-D-DEPOIS    PIC X(30).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-D-OPERADOR  PIC X(8).

       01  WS-LINHA-RESUMO.
           05 WS-R-PROGRAMA PIC X(8).
           ACCEPT WS-FILTRO-CAMPO.
           DISPLAY "FILTRO DE OPERACAO (OU EM BRANCO)".
           ACCEPT WS-FILTRO-OPERACAO.
           DISPLAY "FILTRO DE OPERADOR (OU EM BRANCO)".
           ACCEPT WS-FILTRO-OPERADOR.
           DISPLAY "DATA INICIAL AAAAMMDD (OU ZERO)".
           ACCEPT WS-FILTRO-DATA-INI.
           DISPLAY "DATA FINAL AAAAMMDD (OU ZERO)".
                   OR AT-CAMPO = WS-FILTRO-CAMPO)
               AND (WS-FILTRO-OPERACAO = SPACES
                   OR AT-OPERACAO = WS-FILTRO-OPERACAO)
               AND (WS-FILTRO-OPERADOR = SPACES
                   OR AT-OPERADOR = WS-FILTRO-OPERADOR)
               AND (WS-FILTRO-DATA-INI = 0
                   OR WS-DATA-IMAGEM >= WS-FILTRO-DATA-INI)
               AND (WS-FILTRO-DATA-FIM = 0
               MOVE AT-CAMPO        TO WS-D-CAMPO
               MOVE AT-VALOR-ANTES  TO WS-D-ANTES
               MOVE AT-VALOR-DEPOIS TO WS-D-DEPOIS
               MOVE AT-OPERADOR     TO WS-D-OPERADOR
               MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * Copies every image to a dated archive file and truncates the
      * live log - run only after the report was generated, so the
      * operator has just seen what is being cut over. The chain
      * head is left alone: the next image appended to the emptied
      * log carries on from the last one archived.
       CORTAR-LOG.
           MOVE SPACES TO WS-ARQUIVO-MORTO.
           STRING "data/audittrail-" FUNCTION CURRENT-DATE(1:14)
               ".log" DELIMITED BY SIZE INTO WS-ARQUIVO-MORTO.

           OPEN OUTPUT ARQUIVO-MORTO.
                   AT END SET WS-AUDITORIA-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-ARQUIVADAS
                       PERFORM REGISTRAR-FAIXA-CORTE
                       MOVE AT-REGISTRO-AUDITORIA TO MORTO-LINHA
                       WRITE MORTO-LINHA
               END-READ
           OPEN OUTPUT AUDITTRAIL.
           CLOSE AUDITTRAIL.

           PERFORM REGISTRAR-ARQUIVO-MORTO.

           DISPLAY "AUDITORIA-RELATORIO: " WS-QTD-ARQUIVADAS
                   " IMAGENS ARQUIVADAS EM " WS-ARQUIVO-MORTO.

       REGISTRAR-FAIXA-CORTE.
           IF AT-SEQUENCIA IS NUMERIC AND AT-SEQUENCIA > 0
               IF WS-SEQ-INICIAL-CORTE = 0
                   MOVE AT-SEQUENCIA TO WS-SEQ-INICIAL-CORTE
               END-IF
               MOVE AT-SEQUENCIA TO WS-SEQ-FINAL-CORTE
           END-IF.

      * One index line per cut, appended in cut order.
       REGISTRAR-ARQUIVO-MORTO.
           MOVE WS-ARQUIVO-MORTO     TO AA-NOME.
           MOVE WS-SEQ-INICIAL-CORTE TO AA-SEQ-INICIAL.
           MOVE WS-SEQ-FINAL-CORTE   TO AA-SEQ-FINAL.
           MOVE WS-QTD-ARQUIVADAS    TO AA-QTD-IMAGENS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AA-DATA-CORTE.

           OPEN EXTEND AUDITORIA-ARQUIVOS.
           IF NOT WS-ARQUIVOS-OK
               OPEN OUTPUT AUDITORIA-ARQUIVOS
           END-IF.
           IF NOT WS-ARQUIVOS-OK
               DISPLAY "AUDITORIA-RELATORIO: ERRO GRAVANDO INDICE "
                       "DE ARQUIVOS - " WS-FS-ARQUIVOS
           ELSE
               WRITE AA-ARQUIVO
               CLOSE AUDITORIA-ARQUIVOS
           END-IF.

       END PROGRAM AUDITORIA-RELATORIO.
