       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARIO-FAMILIA.

      * Salario-familia compensation listing: for the COMPETENCIA
      * selected (AAAAMM, default the current month, the same switch
      * FGTS-REMESSA reads) lists every SALARIO FAMILIA item
      * FOLHA-PAGAMENTO wrote to data/folha-rubricas.dat - employee,
      * department and amount paid - with the company total. The
      * employer advances the benefit on the payslip and deducts
      * exactly that total from the month's INSS guide, so the
      * figure the guide takes has a listing behind it instead of a
      * spreadsheet sum.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-RUBRICAS ASSIGN TO "data/folha-rubricas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FOLHA-RUB.

           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

      * Company this pass processes - written by CADEIA-NOTURNA per
      * company; absent file means the historical company 001.
           SELECT EMPRESA-CORRENTE ASSIGN TO
                   "data/empresa-corrente.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMP-CORRENTE.

      * Listing is per company - the chain runs once per company,
      * and a fixed name would let the second pass destroy the
      * first company's listing. Company 001 keeps the plain name.
           SELECT RELATORIO ASSIGN DYNAMIC WS-SAIDA-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT RUN-LOG ASSIGN TO "data/runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
       FD  FOLHA-RUBRICAS.
       COPY FOLHARUBRICA.

       FD  FUNCIONARIO-MASTER.
       01  FM-FUNCIONARIO.
           05 FM-CODFUNC PIC 9(6).
           05 FM-NOME  PIC X(20).
           05 FM-DATA-NASCIMENTO PIC 9(8).
           05 FM-DATA-ADMISSAO   PIC 9(8).
           05 FM-DEPARTAMENTO PIC X(15).
           05 FM-ENDERECO.
               10 FM-CEP            PIC X(9).
               10 FM-RUA            PIC X(20).
               10 FM-NUMEROENDERECO PIC 9(4).
               10 FM-COMPLEMENTO    PIC X(20).
               10 FM-CIDADE         PIC X(20).
               10 FM-ESTADO         PIC X(2).
           05 FM-TELEFONE.
               10 FM-DDD             PIC 9(2).
               10 FM-NUMEROTELEFONE  PIC X(9).
               10 FM-OPERADORA       PIC X(10).
           05 FM-SALARIO PIC 9(7)V9(2).
           05 FM-STATUS PIC X(10).
           05 FM-STATUS-DATA-EFETIVA PIC 9(8).
           05 FM-EMPRESA PIC 9(3).
           05 FM-CARGO PIC 9(4).
           05 FM-TIPO-CONTRATO PIC X(1).

       FD  EMPRESA-CORRENTE.
       01  EC-LINHA.
           05 EC-EMPRESA PIC 9(3).

       FD  RELATORIO.
       01  RELATORIO-LINHA PIC X(80).

       FD  RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01  WS-FS-RUNLOG PIC XX.
           88 WS-RUNLOG-OK VALUE "00".

       01  WS-RL-HORA-INICIO PIC 9(6).
       01  WS-RL-LIDOS       PIC 9(6) VALUE 0.
       01  WS-RL-GRAVADOS    PIC 9(6) VALUE 0.

       01  WS-FS-FOLHA-RUB PIC XX.
           88 WS-FOLHA-RUB-OK  VALUE "00".
           88 WS-FOLHA-RUB-EOF VALUE "10".

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK VALUE "00".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-FS-EMP-CORRENTE PIC XX.
           88 WS-EMP-CORRENTE-OK VALUE "00".

       01  WS-EMPRESA-CORRENTE PIC 9(3) VALUE 1.
       01  WS-SAIDA-ARQUIVO    PIC X(40).

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

       01  WS-COMPETENCIA-TXT PIC X(6).
       01  WS-COMPETENCIA PIC 9(6).

      * Internal rubrica FOLHA-PAGAMENTO itemizes the benefit under.
       01  WS-RUBRICA-SAL-FAMILIA PIC 9(3) VALUE 905.

       01  WS-QTD-FUNCIONARIOS PIC 9(5) VALUE 0.
       01  WS-TOTAL-COMPENSAR  PIC 9(11)V9(2) VALUE 0.

       01  WS-CABECALHO-1.
           05 FILLER PIC X(34)
              VALUE "SALARIO-FAMILIA - COMPENSACAO INSS".
           05 FILLER PIC X(8) VALUE " EMPRESA".
           05 WS-C-EMPRESA PIC 9(3).
           05 FILLER PIC X(13) VALUE "  COMPETENCIA".
           05 WS-C-COMPETENCIA PIC 9(6).

       01  WS-CABECALHO-2.
           05 FILLER PIC X(7)  VALUE "CODIGO ".
           05 FILLER PIC X(21) VALUE "NOME".
           05 FILLER PIC X(16) VALUE "DEPARTAMENTO".
           05 FILLER PIC X(15) VALUE "          VALOR".

       01  WS-LINHA-DETALHE.
           05 WS-D-CODFUNC PIC 9(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-NOME    PIC X(20).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-DEPTO   PIC X(15).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-VALOR   PIC ZZZZZZ9.99.

       01  WS-LINHA-TOTAL.
           05 FILLER       PIC X(16) VALUE "FUNCIONARIOS: ".
           05 WS-T-QTD     PIC ZZZZ9.
           05 FILLER       PIC X(23)
              VALUE "  TOTAL A COMPENSAR: ".
           05 WS-T-VALOR   PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RL-HORA-INICIO.

           PERFORM LER-EMPRESA-CORRENTE.
           PERFORM NOMEAR-ARQUIVOS-EMPRESA.

           MOVE "COMPETENCIA" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-COMPETENCIA-TXT.
           IF WS-COMPETENCIA-TXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           ELSE
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           END-IF.

           OPEN INPUT FOLHA-RUBRICAS.

           IF NOT WS-FOLHA-RUB-OK
               DISPLAY "SALARIO-FAMILIA: ERRO ABRINDO RUBRICAS DA "
                       "FOLHA - " WS-FS-FOLHA-RUB
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.

           IF NOT WS-MASTER-OK
               DISPLAY "SALARIO-FAMILIA: ERRO ABRINDO MASTER - "
                       WS-FS-MASTER
               CLOSE FOLHA-RUBRICAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RELATORIO.

           IF NOT WS-SAIDA-OK
               DISPLAY "SALARIO-FAMILIA: ERRO ABRINDO RELATORIO - "
                       WS-FS-SAIDA
               CLOSE FOLHA-RUBRICAS
               CLOSE FUNCIONARIO-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-EMPRESA-CORRENTE TO WS-C-EMPRESA.
           MOVE WS-COMPETENCIA TO WS-C-COMPETENCIA.
           MOVE WS-CABECALHO-1 TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-CABECALHO-2 TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM UNTIL WS-FOLHA-RUB-EOF
               READ FOLHA-RUBRICAS
                   AT END SET WS-FOLHA-RUB-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RL-LIDOS
                       IF FR-COMPETENCIA = WS-COMPETENCIA
                               AND FR-RUBRICA = WS-RUBRICA-SAL-FAMILIA
                           PERFORM LISTAR-ITEM
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-QTD-FUNCIONARIOS TO WS-T-QTD.
           MOVE WS-TOTAL-COMPENSAR TO WS-T-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           CLOSE FOLHA-RUBRICAS.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE RELATORIO.

           MOVE WS-QTD-FUNCIONARIOS TO WS-RL-GRAVADOS.
           PERFORM GRAVAR-RUNLOG.

           DISPLAY "SALARIO-FAMILIA: " WS-QTD-FUNCIONARIOS
                   " FUNCIONARIOS, TOTAL A COMPENSAR "
                   WS-TOTAL-COMPENSAR.

           GOBACK.

      * Per-company output names - company 001 keeps the plain one.
       NOMEAR-ARQUIVOS-EMPRESA.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/salario-familia.lst" TO WS-SAIDA-ARQUIVO
           ELSE
               MOVE SPACES TO WS-SAIDA-ARQUIVO
               STRING "data/salario-familia-" WS-EMPRESA-CORRENTE
                   ".lst" DELIMITED BY SIZE INTO WS-SAIDA-ARQUIVO
           END-IF.

      * Company of this pass - CADEIA-NOTURNA stamps it before each
      * per-company run; a shop without the empresa master simply
      * keeps processing company 001.
       LER-EMPRESA-CORRENTE.
           OPEN INPUT EMPRESA-CORRENTE.
           IF WS-EMP-CORRENTE-OK
               READ EMPRESA-CORRENTE
                   AT END CONTINUE
                   NOT AT END
                       MOVE EC-EMPRESA TO WS-EMPRESA-CORRENTE
               END-READ
               CLOSE EMPRESA-CORRENTE
           END-IF.

      * One line per employee paid - the item only counts toward
      * this company's guide when the employee belongs to it.
       LISTAR-ITEM.
           MOVE FR-CODFUNC TO FM-CODFUNC.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE SPACES TO FM-NOME
                   MOVE SPACES TO FM-DEPARTAMENTO
                   MOVE WS-EMPRESA-CORRENTE TO FM-EMPRESA
           END-READ.

           IF FM-EMPRESA = WS-EMPRESA-CORRENTE
               ADD 1 TO WS-QTD-FUNCIONARIOS
               ADD FR-VALOR TO WS-TOTAL-COMPENSAR
               MOVE FR-CODFUNC      TO WS-D-CODFUNC
               MOVE FM-NOME         TO WS-D-NOME
               MOVE FM-DEPARTAMENTO TO WS-D-DEPTO
               MOVE FR-VALOR        TO WS-D-VALOR
               MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * Appends this run's record to the common batch run log - only
      * reached at successful completion, so a missing record means
      * the job never finished.
       GRAVAR-RUNLOG.
           MOVE "SALARIO-FAMILIA" TO RL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE WS-RL-HORA-INICIO TO RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA-FIM.
           MOVE WS-RL-LIDOS    TO RL-QTD-LIDOS.
           MOVE WS-RL-GRAVADOS TO RL-QTD-GRAVADOS.
           MOVE "OK" TO RL-RESULTADO.
           MOVE WS-EMPRESA-CORRENTE TO RL-EMPRESA.
           OPEN EXTEND RUN-LOG.
           WRITE RL-REGISTRO-EXECUCAO.
           CLOSE RUN-LOG.

       END PROGRAM SALARIO-FAMILIA.
