       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-DEPENDENTE.

      * One-time conversion for the salario-familia widening: reads
      * data/dependentes.dat in the previous layout (57-byte record,
      * no disability flag) and writes data/dependentes-novo.dat in
      * the current layout with DE-INVALIDO (58 bytes), field by
      * field the way CONVERTE-FUNCMAST did for the company code -
      * every existing dependent lands as not disabled, and the
      * cadastro flags the few that are. Run once before the first
      * payroll that pays salario-familia; the operator then swaps
      * dependentes-novo.dat into place as dependentes.dat. Counts
      * in and out must match before the swap.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENTE-VELHO ASSIGN TO "data/dependentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DV-CHAVE
               FILE STATUS IS WS-FS-VELHO.

           SELECT DEPENDENTE-NOVO ASSIGN TO "data/dependentes-novo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-CHAVE
               FILE STATUS IS WS-FS-NOVO.

       DATA DIVISION.

       FILE SECTION.
      * The layout every program used before the disability flag.
       FD  DEPENDENTE-VELHO.
       01  DV-DEPENDENTE.
           05 DV-CHAVE.
               10 DV-CODFUNC   PIC 9(6).
               10 DV-SEQUENCIA PIC 9(2).
           05 DV-NOME            PIC X(20).
           05 DV-DATA-NASCIMENTO PIC 9(8).
           05 DV-PARENTESCO      PIC X(10).
           05 DV-CPF             PIC X(11).

       FD  DEPENDENTE-NOVO.
       COPY DEPENDENTE.

       WORKING-STORAGE SECTION.

       01  WS-FS-VELHO PIC XX.
           88 WS-VELHO-OK  VALUE "00".
           88 WS-VELHO-EOF VALUE "10".

       01  WS-FS-NOVO PIC XX.
           88 WS-NOVO-OK VALUE "00".

       01  WS-QTD-LIDOS    PIC 9(6) VALUE 0.
       01  WS-QTD-GRAVADOS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT DEPENDENTE-VELHO.

           IF NOT WS-VELHO-OK
               DISPLAY "CONVERTE-DEPENDENTE: ERRO ABRINDO "
                       "DEPENDENTES - " WS-FS-VELHO
               STOP RUN
           END-IF.

           OPEN OUTPUT DEPENDENTE-NOVO.

           IF NOT WS-NOVO-OK
               DISPLAY "CONVERTE-DEPENDENTE: ERRO CRIANDO NOVO - "
                       WS-FS-NOVO
               CLOSE DEPENDENTE-VELHO
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-VELHO-EOF
               READ DEPENDENTE-VELHO NEXT RECORD
                   AT END SET WS-VELHO-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM CONVERTER-REGISTRO
               END-READ
           END-PERFORM.

           CLOSE DEPENDENTE-VELHO.
           CLOSE DEPENDENTE-NOVO.

           DISPLAY "CONVERTE-DEPENDENTE: " WS-QTD-LIDOS " LIDOS / "
                   WS-QTD-GRAVADOS " GRAVADOS".
           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
               DISPLAY "CONVERTE-DEPENDENTE: OK - SUBSTITUA "
                       "data/dependentes.dat POR "
                       "data/dependentes-novo.dat"
           ELSE
               DISPLAY "CONVERTE-DEPENDENTE: DIVERGENCIA - NAO "
                       "SUBSTITUA O ARQUIVO"
           END-IF.

           STOP RUN.

       CONVERTER-REGISTRO.
           MOVE DV-CODFUNC         TO DE-CODFUNC.
           MOVE DV-SEQUENCIA       TO DE-SEQUENCIA.
           MOVE DV-NOME            TO DE-NOME.
           MOVE DV-DATA-NASCIMENTO TO DE-DATA-NASCIMENTO.
           MOVE DV-PARENTESCO      TO DE-PARENTESCO.
           MOVE DV-CPF             TO DE-CPF.
      * ninguem nasce invalido no arquivo antigo - o cadastro marca
           MOVE "N"                TO DE-INVALIDO.

           WRITE DE-DEPENDENTE
               INVALID KEY
                   DISPLAY "CONVERTE-DEPENDENTE: CHAVE DUPLICADA - "
                           DE-CODFUNC "/" DE-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.

       END PROGRAM CONVERTE-DEPENDENTE.
