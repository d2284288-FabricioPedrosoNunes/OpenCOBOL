       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVAR-AUDITORIA.

      * Single point through which every audit image reaches
      * data/audittrail.log, CALLed USING AT-REGISTRO-AUDITORIA in
      * place of the WRITE each program used to issue itself. The
      * image is numbered one past the chain head (data/audittrail-
      * cadeia.dat) and its AT-HASH is the CALC-HASH of every byte
      * before it, seeded with the previous image's hash - so an
      * image removed, inserted or rewritten after the fact breaks
      * the chain at that point, which VERIFICA-AUDITORIA reports.
      * The log is opened, appended and closed on each CALL, and the
      * head rewritten after it, so a program that dies mid-run
      * leaves both consistent up to its last image.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITTRAIL ASSIGN TO "data/audittrail.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT AUDITORIA-CADEIA ASSIGN TO
                   "data/audittrail-cadeia.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CADEIA.

       DATA DIVISION.

       FILE SECTION.
       FD  AUDITTRAIL.
       01  GA-LINHA PIC X(146).

       FD  AUDITORIA-CADEIA.
       COPY AUDITCADEIA.

       WORKING-STORAGE SECTION.

       01  WS-FS-AUDITORIA PIC XX.
           88 WS-AUDITORIA-OK       VALUE "00".
           88 WS-AUDITORIA-NAOACHOU VALUE "35".

       01  WS-FS-CADEIA PIC XX.
           88 WS-CADEIA-OK VALUE "00".

       01  WS-SEQ-ANTERIOR  PIC 9(9).
       01  WS-HASH-ANTERIOR PIC 9(15).

       COPY CALCHASH.

       LINKAGE SECTION.
       COPY AUDITTRAIL.

       PROCEDURE DIVISION USING AT-REGISTRO-AUDITORIA.

       MAIN-PROCEDURE.
           PERFORM LER-CABECA-CADEIA.

           ADD 1 TO WS-SEQ-ANTERIOR GIVING AT-SEQUENCIA.

           MOVE WS-HASH-ANTERIOR TO CH-SEMENTE.
           MOVE 131 TO CH-TAMANHO.
           MOVE AT-REGISTRO-AUDITORIA(1:131) TO CH-TEXTO.
           CALL "CALC-HASH" USING CH-PARAMETROS.
           MOVE CH-HASH TO AT-HASH.

           OPEN EXTEND AUDITTRAIL.
           IF WS-AUDITORIA-NAOACHOU
               OPEN OUTPUT AUDITTRAIL
           END-IF.
           IF NOT WS-AUDITORIA-OK
               DISPLAY "GRAVAR-AUDITORIA: ERRO ABRINDO LOG - "
                       WS-FS-AUDITORIA
               GOBACK
           END-IF.

           MOVE AT-REGISTRO-AUDITORIA TO GA-LINHA.
           WRITE GA-LINHA.
           IF NOT WS-AUDITORIA-OK
               DISPLAY "GRAVAR-AUDITORIA: ERRO GRAVANDO LOG - "
                       WS-FS-AUDITORIA
               CLOSE AUDITTRAIL
               GOBACK
           END-IF.
           CLOSE AUDITTRAIL.

           PERFORM GRAVAR-CABECA-CADEIA.

           GOBACK.

      * No head on file means the chain starts here: the first image
      * gets sequence 1 and is hashed from a zero seed.
       LER-CABECA-CADEIA.
           MOVE 0 TO WS-SEQ-ANTERIOR.
           MOVE 0 TO WS-HASH-ANTERIOR.

           OPEN INPUT AUDITORIA-CADEIA.
           IF WS-CADEIA-OK
               READ AUDITORIA-CADEIA
                   NOT AT END
                       MOVE AC-SEQUENCIA TO WS-SEQ-ANTERIOR
                       MOVE AC-HASH TO WS-HASH-ANTERIOR
               END-READ
               CLOSE AUDITORIA-CADEIA
           END-IF.

       GRAVAR-CABECA-CADEIA.
           MOVE AT-SEQUENCIA TO AC-SEQUENCIA.
           MOVE AT-HASH TO AC-HASH.
           MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP.

           OPEN OUTPUT AUDITORIA-CADEIA.
           IF NOT WS-CADEIA-OK
               DISPLAY "GRAVAR-AUDITORIA: ERRO GRAVANDO CABECA DA "
                       "CADEIA - " WS-FS-CADEIA
               GOBACK
           END-IF.
           WRITE AC-CADEIA.
           CLOSE AUDITORIA-CADEIA.

       END PROGRAM GRAVAR-AUDITORIA.
