       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-PESSOA.

      * One-time conversion for the sex field the pay transparency
      * report needs: reads data/pessoa.dat in the previous layout
      * (75-byte record, no PM-SEXO) and writes data/pessoa-novo.dat
      * in the current one (76 bytes), field by field. Every
      * existing person lands with the sex blank - not informed -
      * until PROG31's ALTERAR fills it in; the transparency report
      * lists how many are still blank. Run once before the first
      * job of the widened suite touches the master; the operator
      * then swaps pessoa-novo.dat into place as pessoa.dat. Counts
      * in and out must match before the swap.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-VELHO ASSIGN TO "data/pessoa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PV-COD
               FILE STATUS IS WS-FS-VELHO.

           SELECT MASTER-NOVO ASSIGN TO "data/pessoa-novo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-COD
               FILE STATUS IS WS-FS-NOVO.

       DATA DIVISION.

       FILE SECTION.
      * The layout every program used before the sex field.
       FD  MASTER-VELHO.
       01  PV-PESSOA.
           05 PV-COD           PIC 9(6).
           05 PV-NOME          PIC X(20).
           05 PV-ESCOLARIDADE  PIC X(2).
           05 PV-DATA-NASCIMENTO PIC 9(8).
           05 PV-DATA-ADMISSAO   PIC 9(8).
           05 PV-RUA           PIC X(20).
           05 PV-CPF           PIC X(11).

       FD  MASTER-NOVO.
       01  PM-PESSOA.
           05 PM-COD           PIC 9(6).
           05 PM-NOME          PIC X(20).
           05 PM-ESCOLARIDADE  PIC X(2).
           05 PM-DATA-NASCIMENTO PIC 9(8).
           05 PM-DATA-ADMISSAO   PIC 9(8).
           05 PM-RUA           PIC X(20).
           05 PM-CPF           PIC X(11).
           05 PM-SEXO          PIC X(1).

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
           OPEN INPUT MASTER-VELHO.

           IF NOT WS-VELHO-OK
               DISPLAY "CONVERTE-PESSOA: ERRO ABRINDO MASTER - "
                       WS-FS-VELHO
               STOP RUN
           END-IF.

           OPEN OUTPUT MASTER-NOVO.

           IF NOT WS-NOVO-OK
               DISPLAY "CONVERTE-PESSOA: ERRO CRIANDO NOVO - "
                       WS-FS-NOVO
               CLOSE MASTER-VELHO
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-VELHO-EOF
               READ MASTER-VELHO NEXT RECORD
                   AT END SET WS-VELHO-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM CONVERTER-REGISTRO
               END-READ
           END-PERFORM.

           CLOSE MASTER-VELHO.
           CLOSE MASTER-NOVO.

           DISPLAY "CONVERTE-PESSOA: " WS-QTD-LIDOS " LIDOS / "
                   WS-QTD-GRAVADOS " GRAVADOS".
           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
               DISPLAY "CONVERTE-PESSOA: OK - SUBSTITUA "
                       "data/pessoa.dat POR data/pessoa-novo.dat"
           ELSE
               DISPLAY "CONVERTE-PESSOA: DIVERGENCIA - NAO "
                       "SUBSTITUA O MASTER"
           END-IF.

           STOP RUN.

       CONVERTER-REGISTRO.
           MOVE PV-COD             TO PM-COD.
           MOVE PV-NOME            TO PM-NOME.
           MOVE PV-ESCOLARIDADE    TO PM-ESCOLARIDADE.
           MOVE PV-DATA-NASCIMENTO TO PM-DATA-NASCIMENTO.
           MOVE PV-DATA-ADMISSAO   TO PM-DATA-ADMISSAO.
           MOVE PV-RUA             TO PM-RUA.
           MOVE PV-CPF             TO PM-CPF.
      * sexo nao informado ate a proxima alteracao no PROG31
           MOVE SPACE              TO PM-SEXO.

           WRITE PM-PESSOA
               INVALID KEY
                   DISPLAY "CONVERTE-PESSOA: CHAVE DUPLICADA - "
                           PM-COD
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE.

       END PROGRAM CONVERTE-PESSOA.
