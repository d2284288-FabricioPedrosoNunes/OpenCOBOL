       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-AUDITORIA.

      * Proves the audit trail intact. Walks every archive
      * AUDITORIA-RELATORIO cut, in the order the archive index
      * (data/audittrail-arquivos.dat) recorded them, then the live
      * log, checking that the sequence GRAVAR-AUDITORIA stamps runs
      * 1, 2, 3... without a gap or a repeat and recomputing each
      * image's chained hash from the one before it. Finally the end
      * of the walk must agree with the chain head (data/audittrail-
      * cadeia.dat), which catches images cut off the end of the log.
      * Every break - missing archive, gap, out-of-order image,
      * altered image, truncated tail - is listed in
      * data/verifica-auditoria.lst and the job ends with return
      * code 8. Images written before the chain existed carry no
      * sequence; at the head of the trail they are counted as
      * legacy, anywhere after the first chained image they are a
      * break. Runs nightly from CADEIA-NOTURNA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The archive being walked, then the live log, named at run
      * time through the same ASSIGN DYNAMIC device AUDITORIA-
      * RELATORIO uses to cut them.
           SELECT TRILHA ASSIGN DYNAMIC WS-ARQUIVO-TRILHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRILHA.

           SELECT AUDITORIA-ARQUIVOS ASSIGN TO
                   "data/audittrail-arquivos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVOS.

           SELECT AUDITORIA-CADEIA ASSIGN TO
                   "data/audittrail-cadeia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CADEIA.

           SELECT RELATORIO-SAIDA ASSIGN TO
                   "data/verifica-auditoria.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

       DATA DIVISION.

       FILE SECTION.
       FD  TRILHA.
       COPY AUDITTRAIL.

       FD  AUDITORIA-ARQUIVOS.
       COPY AUDITARQ.

       FD  AUDITORIA-CADEIA.
       COPY AUDITCADEIA.

       FD  RELATORIO-SAIDA.
       01  RELATORIO-LINHA PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-TRILHA PIC XX.
           88 WS-TRILHA-OK  VALUE "00".
           88 WS-TRILHA-EOF VALUE "10".

       01  WS-FS-ARQUIVOS PIC XX.
           88 WS-ARQUIVOS-OK  VALUE "00".
           88 WS-ARQUIVOS-EOF VALUE "10".

       01  WS-FS-CADEIA PIC XX.
           88 WS-CADEIA-OK VALUE "00".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-ARQUIVO-TRILHA PIC X(40).

       01  WS-TRILHA-ABERTA PIC X VALUE "N".
           88 WS-TRILHA-ACHADA VALUE "S".

      * Chain state carried from file to file - the last chained
      * image seen and its hash.
       01  WS-SEQ-ANTERIOR  PIC 9(9) VALUE 0.
       01  WS-HASH-ANTERIOR PIC 9(15) VALUE 0.
       01  WS-SEQ-ESPERADA  PIC 9(9).
       01  WS-SEQ-LACUNA    PIC 9(9).

       01  WS-CADEIA-INICIO PIC X VALUE "N".
           88 WS-CADEIA-INICIADA VALUE "S".

      * What the file just walked held, compared with its index line.
       01  WS-SEQ-INICIAL-ARQ PIC 9(9).
       01  WS-SEQ-FINAL-ARQ   PIC 9(9).
       01  WS-QTD-NO-ARQUIVO  PIC 9(6).

       01  WS-QTD-ARQUIVOS    PIC 9(4) VALUE 0.
       01  WS-QTD-VERIFICADAS PIC 9(9) VALUE 0.
       01  WS-QTD-LEGADO      PIC 9(9) VALUE 0.
       01  WS-QTD-QUEBRAS     PIC 9(6) VALUE 0.

       01  WS-MENSAGEM-QUEBRA PIC X(110).

       COPY CALCHASH.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN OUTPUT RELATORIO-SAIDA.
           IF NOT WS-SAIDA-OK
               DISPLAY "VERIFICA-AUDITORIA: ERRO ABRINDO SAIDA - "
                       WS-FS-SAIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "VERIFICACAO DA CADEIA DA TRILHA DE AUDITORIA - "
               FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           OPEN INPUT AUDITORIA-ARQUIVOS.
           IF WS-ARQUIVOS-OK
               PERFORM UNTIL WS-ARQUIVOS-EOF
                   READ AUDITORIA-ARQUIVOS
                       AT END SET WS-ARQUIVOS-EOF TO TRUE
                       NOT AT END
                           PERFORM VERIFICAR-ARQUIVO-MORTO
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-ARQUIVOS
           END-IF.

           MOVE "data/audittrail.log" TO WS-ARQUIVO-TRILHA.
           PERFORM PERCORRER-TRILHA.

           PERFORM CONFERIR-CABECA.

           PERFORM IMPRIMIR-TOTAIS.

           CLOSE RELATORIO-SAIDA.

           DISPLAY "VERIFICA-AUDITORIA: " WS-QTD-VERIFICADAS
                   " IMAGENS ENCADEADAS, " WS-QTD-LEGADO
                   " ANTERIORES A CADEIA, " WS-QTD-QUEBRAS
                   " QUEBRAS".

           IF WS-QTD-QUEBRAS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      * One archive off the index: it must still be on disk and hold
      * exactly the images the cut recorded.
       VERIFICAR-ARQUIVO-MORTO.
           MOVE AA-NOME TO WS-ARQUIVO-TRILHA.
           PERFORM PERCORRER-TRILHA.

           IF NOT WS-TRILHA-ACHADA
               MOVE SPACES TO WS-MENSAGEM-QUEBRA
               STRING "ARQUIVO MORTO AUSENTE - SEQ "
                   AA-SEQ-INICIAL " A " AA-SEQ-FINAL
                   DELIMITED BY SIZE INTO WS-MENSAGEM-QUEBRA
               PERFORM REGISTRAR-QUEBRA
           ELSE
               IF WS-QTD-NO-ARQUIVO NOT = AA-QTD-IMAGENS
                   OR WS-SEQ-INICIAL-ARQ NOT = AA-SEQ-INICIAL
                   OR WS-SEQ-FINAL-ARQ NOT = AA-SEQ-FINAL
                   MOVE SPACES TO WS-MENSAGEM-QUEBRA
                   STRING "ARQUIVO DIFERE DO INDICE - CORTE "
                       AA-QTD-IMAGENS " IMAGENS SEQ "
                       AA-SEQ-INICIAL " A " AA-SEQ-FINAL
                       ", ENCONTRADO " WS-QTD-NO-ARQUIVO
                       " SEQ " WS-SEQ-INICIAL-ARQ " A "
                       WS-SEQ-FINAL-ARQ
                       DELIMITED BY SIZE INTO WS-MENSAGEM-QUEBRA
                   PERFORM REGISTRAR-QUEBRA
               END-IF
           END-IF.

      * Reads the file named in WS-ARQUIVO-TRILHA from the top,
      * checking every image against the chain so far.
       PERCORRER-TRILHA.
           MOVE "N" TO WS-TRILHA-ABERTA.
           MOVE 0 TO WS-SEQ-INICIAL-ARQ.
           MOVE 0 TO WS-SEQ-FINAL-ARQ.
           MOVE 0 TO WS-QTD-NO-ARQUIVO.

           OPEN INPUT TRILHA.
           IF WS-TRILHA-OK
               MOVE "S" TO WS-TRILHA-ABERTA
               ADD 1 TO WS-QTD-ARQUIVOS
               PERFORM UNTIL WS-TRILHA-EOF
                   READ TRILHA
                       AT END SET WS-TRILHA-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-NO-ARQUIVO
                           PERFORM CONFERIR-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE TRILHA
           END-IF.

       CONFERIR-IMAGEM.
           IF AT-SEQUENCIA NOT NUMERIC OR AT-SEQUENCIA = 0
               IF WS-CADEIA-INICIADA
                   MOVE SPACES TO WS-MENSAGEM-QUEBRA
                   STRING "IMAGEM SEM ENCADEAMENTO APOS A SEQ "
                       WS-SEQ-ANTERIOR " - " AT-TIMESTAMP(1:14)
                       " " AT-PROGRAMA
                       DELIMITED BY SIZE INTO WS-MENSAGEM-QUEBRA
                   PERFORM REGISTRAR-QUEBRA
               ELSE
                   ADD 1 TO WS-QTD-LEGADO
               END-IF
           ELSE
               PERFORM CONFERIR-ENCADEAMENTO
           END-IF.

      * An image in its place must hash, seeded with the previous
      * image's hash, to what it carries. An image out of place is
      * reported as such and not hashed - after a gap its seed is
      * gone by definition. Either way the walk resynchronises on it
      * so one break is reported once.
       CONFERIR-ENCADEAMENTO.
           ADD 1 TO WS-QTD-VERIFICADAS.
           IF WS-SEQ-INICIAL-ARQ = 0
               MOVE AT-SEQUENCIA TO WS-SEQ-INICIAL-ARQ
           END-IF.
           MOVE AT-SEQUENCIA TO WS-SEQ-FINAL-ARQ.

           ADD 1 TO WS-SEQ-ANTERIOR GIVING WS-SEQ-ESPERADA.

           IF AT-SEQUENCIA > WS-SEQ-ESPERADA
               SUBTRACT 1 FROM AT-SEQUENCIA GIVING WS-SEQ-LACUNA
               MOVE SPACES TO WS-MENSAGEM-QUEBRA
               STRING "LACUNA - IMAGENS " WS-SEQ-ESPERADA " A "
                   WS-SEQ-LACUNA " AUSENTES"
                   DELIMITED BY SIZE INTO WS-MENSAGEM-QUEBRA
               PERFORM REGISTRAR-QUEBRA
           ELSE
               IF AT-SEQUENCIA < WS-SEQ-ESPERADA
                   MOVE SPACES TO WS-MENSAGEM-QUEBRA
                   STRING "IMAGEM SEQ " AT-SEQUENCIA
                       " FORA DE ORDEM OU REPETIDA APOS A SEQ "
                       WS-SEQ-ANTERIOR
                       DELIMITED BY SIZE INTO WS-MENSAGEM-QUEBRA
                   PERFORM REGISTRAR-QUEBRA
               ELSE
                   MOVE WS-HASH-ANTERIOR TO CH-SEMENTE
                   MOVE 131 TO CH-TAMANHO
                   MOVE AT-REGISTRO-AUDITORIA(1:131) TO CH-TEXTO
                   CALL "CALC-HASH" USING CH-PARAMETROS
                   IF CH-HASH NOT = AT-HASH
                       MOVE SPACES TO WS-MENSAGEM-QUEBRA
                       STRING "IMAGEM SEQ " AT-SEQUENCIA
                           " ALTERADA - HASH NAO CONFERE"
                           DELIMITED BY SIZE INTO WS-MENSAGEM-QUEBRA
                       PERFORM REGISTRAR-QUEBRA
                   END-IF
               END-IF
           END-IF.

           MOVE AT-SEQUENCIA TO WS-SEQ-ANTERIOR.
           MOVE AT-HASH TO WS-HASH-ANTERIOR.
           MOVE "S" TO WS-CADEIA-INICIO.

      * The head holds the last image ever appended. Fewer images on
      * file than that means the tail was cut; the same sequence
      * with another hash means the last image was rewritten, which
      * nothing after it could have caught.
       CONFERIR-CABECA.
           MOVE "data/audittrail-cadeia.dat" TO WS-ARQUIVO-TRILHA.
           OPEN INPUT AUDITORIA-CADEIA.
           IF NOT WS-CADEIA-OK
               IF WS-CADEIA-INICIADA
                   MOVE SPACES TO WS-MENSAGEM-QUEBRA
                   STRING "CABECA DA CADEIA AUSENTE - "
                       WS-FS-CADEIA
                       DELIMITED BY SIZE INTO WS-MENSAGEM-QUEBRA
                   PERFORM REGISTRAR-QUEBRA
               END-IF
           ELSE
               READ AUDITORIA-CADEIA
                   AT END
                       MOVE 0 TO AC-SEQUENCIA
                       MOVE 0 TO AC-HASH
               END-READ
               CLOSE AUDITORIA-CADEIA
               PERFORM COMPARAR-CABECA
           END-IF.

       COMPARAR-CABECA.
           IF AC-SEQUENCIA > WS-SEQ-ANTERIOR
               ADD 1 TO WS-SEQ-ANTERIOR GIVING WS-SEQ-ESPERADA
               MOVE SPACES TO WS-MENSAGEM-QUEBRA
               STRING "FIM DA TRILHA REMOVIDO - IMAGENS "
                   WS-SEQ-ESPERADA " A " AC-SEQUENCIA " AUSENTES"
                   DELIMITED BY SIZE INTO WS-MENSAGEM-QUEBRA
               PERFORM REGISTRAR-QUEBRA
           ELSE
               IF AC-SEQUENCIA < WS-SEQ-ANTERIOR
                   MOVE SPACES TO WS-MENSAGEM-QUEBRA
                   STRING "TRILHA ALEM DA CABECA - CABECA NA SEQ "
                       AC-SEQUENCIA ", TRILHA ATE A SEQ "
                       WS-SEQ-ANTERIOR
                       DELIMITED BY SIZE INTO WS-MENSAGEM-QUEBRA
                   PERFORM REGISTRAR-QUEBRA
               ELSE
                   IF AC-HASH NOT = WS-HASH-ANTERIOR
                       MOVE SPACES TO WS-MENSAGEM-QUEBRA
                       STRING "ULTIMA IMAGEM SEQ " AC-SEQUENCIA
                           " ALTERADA - HASH DIFERE DA CABECA"
                           DELIMITED BY SIZE INTO WS-MENSAGEM-QUEBRA
                       PERFORM REGISTRAR-QUEBRA
                   END-IF
               END-IF
           END-IF.

      * One report line per break, naming the file it was found in.
       REGISTRAR-QUEBRA.
           ADD 1 TO WS-QTD-QUEBRAS.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "QUEBRA " WS-ARQUIVO-TRILHA DELIMITED BY SPACE
               ": " WS-MENSAGEM-QUEBRA DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY "VERIFICA-AUDITORIA: " RELATORIO-LINHA.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ARQUIVOS LIDOS:              " WS-QTD-ARQUIVOS
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "IMAGENS ENCADEADAS:          " WS-QTD-VERIFICADAS
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "IMAGENS ANTERIORES A CADEIA: " WS-QTD-LEGADO
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ULTIMA SEQUENCIA:            " WS-SEQ-ANTERIOR
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           IF WS-QTD-QUEBRAS = 0
               STRING "TRILHA INTEGRA"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "QUEBRAS ENCONTRADAS:         " WS-QTD-QUEBRAS
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF.
           WRITE RELATORIO-LINHA.

       END PROGRAM VERIFICA-AUDITORIA.
