       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINDICATO-REPASSE.

      * Monthly union dues remittance listing: for the COMPETENCIA
      * selected (AAAAMM, default the current month) takes every
      * CONTRIB SINDICAL item FOLHA-PAGAMENTO wrote to
      * data/folha-rubricas.dat for this company's employees, sorts
      * them by the union on the employee's link
      * (data/sindicato-func.dat) and prints one block per union -
      * name and CNPJ off data/sindicatos.dat, the employees and
      * amounts withheld, and the total to remit - so each union's
      * guide is paid off a listing that ties back to the folha.

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

           SELECT SINDICATO-MASTER ASSIGN TO "data/sindicatos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-CHAVE
               FILE STATUS IS WS-FS-SINDICATO.

           SELECT SINDFUNC-MASTER ASSIGN TO "data/sindicato-func.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CODFUNC
               FILE STATUS IS WS-FS-SINDFUNC.

           SELECT SORT-WORK ASSIGN TO "sortwk7".

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

       FD  SINDICATO-MASTER.
       COPY SINDICATO.

       FD  SINDFUNC-MASTER.
       COPY SINDFUNC.

       SD  SORT-WORK.
       01  SD-REPASSE.
           05 SD-SINDICATO PIC 9(4).
           05 SD-CODFUNC   PIC 9(6).
           05 SD-NOME      PIC X(20).
           05 SD-VALOR     PIC 9(7)V9(2).

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

       01  WS-FS-FOLHA-RUB PIC XX.
           88 WS-FOLHA-RUB-OK  VALUE "00".
           88 WS-FOLHA-RUB-EOF VALUE "10".

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK VALUE "00".

       01  WS-FS-SINDICATO PIC XX.
           88 WS-SINDICATO-OK VALUE "00".

       01  WS-FS-SINDFUNC PIC XX.
           88 WS-SINDFUNC-OK VALUE "00".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-FS-EMP-CORRENTE PIC XX.
           88 WS-EMP-CORRENTE-OK VALUE "00".

       01  WS-EMPRESA-CORRENTE PIC 9(3) VALUE 1.
       01  WS-SAIDA-ARQUIVO    PIC X(40).

       01  WS-CARGA-FALHOU PIC X VALUE "N".
           88 WS-CARGA-FALHADA VALUE "S".

       01  WS-SORT-STATUS PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "S".

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

       01  WS-COMPETENCIA-TXT PIC X(6).
       01  WS-COMPETENCIA PIC 9(6).

      * Internal rubrica FOLHA-PAGAMENTO itemizes the dues under.
       01  WS-RUBRICA-SINDICAL PIC 9(3) VALUE 909.

       01  WS-SINDICATO-ATUAL PIC 9(4).
       01  WS-PRIMEIRO-REGISTRO PIC X VALUE "S".
           88 WS-E-PRIMEIRO-REGISTRO VALUE "S".

       01  WS-QTD-SINDICATO   PIC 9(5) VALUE 0.
       01  WS-TOTAL-SINDICATO PIC 9(11)V9(2) VALUE 0.
       01  WS-QTD-GERAL       PIC 9(5) VALUE 0.
       01  WS-QTD-SINDICATOS  PIC 9(5) VALUE 0.
       01  WS-TOTAL-GERAL     PIC 9(11)V9(2) VALUE 0.

       01  WS-CABECALHO.
           05 FILLER PIC X(25) VALUE "REPASSE SINDICAL - EMP.".
           05 WS-C-EMPRESA PIC 9(3).
           05 FILLER PIC X(13) VALUE "  COMPETENCIA".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-C-COMPETENCIA PIC 9(6).

       01  WS-LINHA-SINDICATO.
           05 FILLER       PIC X(10) VALUE "SINDICATO ".
           05 WS-S-CODIGO  PIC 9(4).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-S-NOME    PIC X(30).
           05 FILLER       PIC X(6) VALUE " CNPJ ".
           05 WS-S-CNPJ    PIC 9(14).

       01  WS-LINHA-DETALHE.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 WS-D-CODFUNC PIC 9(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-NOME    PIC X(20).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-VALOR   PIC ZZZZZZ9.99.

       01  WS-LINHA-SUBTOTAL.
           05 FILLER       PIC X(16) VALUE "   FUNCIONARIOS ".
           05 WS-ST-QTD    PIC ZZZZ9.
           05 FILLER       PIC X(21) VALUE "  TOTAL A REPASSAR: ".
           05 WS-ST-VALOR  PIC ZZZZZZZZZZ9.99.

       01  WS-LINHA-TOTAL.
           05 FILLER       PIC X(16) VALUE "TOTAL GERAL     ".
           05 WS-T-QTD     PIC ZZZZ9.
           05 FILLER       PIC X(21) VALUE "  TOTAL A REPASSAR: ".
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

           OPEN INPUT SINDICATO-MASTER.

           IF NOT WS-SINDICATO-OK
               DISPLAY "SINDICATO-REPASSE: ERRO ABRINDO SINDICATOS - "
                       WS-FS-SINDICATO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RELATORIO.

           IF NOT WS-SAIDA-OK
               DISPLAY "SINDICATO-REPASSE: ERRO ABRINDO RELATORIO - "
                       WS-FS-SAIDA
               CLOSE SINDICATO-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-EMPRESA-CORRENTE TO WS-C-EMPRESA.
           MOVE WS-COMPETENCIA TO WS-C-COMPETENCIA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           SORT SORT-WORK
               ON ASCENDING KEY SD-SINDICATO SD-CODFUNC
               INPUT PROCEDURE IS CARREGAR-CONTRIBUICOES
               OUTPUT PROCEDURE IS IMPRIMIR-REPASSE.

           CLOSE SINDICATO-MASTER.
           CLOSE RELATORIO.

           IF WS-CARGA-FALHADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GRAVAR-RUNLOG.

           DISPLAY "SINDICATO-REPASSE: COMPETENCIA " WS-COMPETENCIA
                   " - " WS-QTD-SINDICATOS " SINDICATOS, "
                   WS-QTD-GERAL " FUNCIONARIOS, TOTAL "
                   WS-TOTAL-GERAL.

           GOBACK.

      * Per-company output names - company 001 keeps the plain one.
       NOMEAR-ARQUIVOS-EMPRESA.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/sindicato-repasse.lst" TO WS-SAIDA-ARQUIVO
           ELSE
               MOVE SPACES TO WS-SAIDA-ARQUIVO
               STRING "data/sindicato-repasse-" WS-EMPRESA-CORRENTE
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

       CARREGAR-CONTRIBUICOES.
           OPEN INPUT FOLHA-RUBRICAS.

           IF NOT WS-FOLHA-RUB-OK
               DISPLAY "SINDICATO-REPASSE: ERRO ABRINDO RUBRICAS DA "
                       "FOLHA - " WS-FS-FOLHA-RUB
               MOVE "S" TO WS-CARGA-FALHOU
           ELSE
               PERFORM ABRIR-CADASTROS
           END-IF.

       ABRIR-CADASTROS.
           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN INPUT SINDFUNC-MASTER.

           IF NOT WS-MASTER-OK OR NOT WS-SINDFUNC-OK
               DISPLAY "SINDICATO-REPASSE: ERRO ABRINDO MASTER/"
                       "VINCULOS - " WS-FS-MASTER "/" WS-FS-SINDFUNC
               MOVE "S" TO WS-CARGA-FALHOU
           ELSE
               PERFORM UNTIL WS-FOLHA-RUB-EOF
                   READ FOLHA-RUBRICAS
                       AT END SET WS-FOLHA-RUB-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RL-LIDOS
                           IF FR-COMPETENCIA = WS-COMPETENCIA
                                   AND FR-RUBRICA = WS-RUBRICA-SINDICAL
                               PERFORM SELECIONAR-CONTRIBUICAO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE FOLHA-RUBRICAS.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE SINDFUNC-MASTER.

      * Only this company's employees; an item whose link was
      * removed after the folha still prints, under union 0000, so
      * the total withheld always matches the folha.
       SELECIONAR-CONTRIBUICAO.
           MOVE FR-CODFUNC TO FM-CODFUNC.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE SPACES TO FM-NOME
                   MOVE WS-EMPRESA-CORRENTE TO FM-EMPRESA
           END-READ.

           IF FM-EMPRESA = WS-EMPRESA-CORRENTE
               MOVE FR-CODFUNC TO SV-CODFUNC
               READ SINDFUNC-MASTER
                   INVALID KEY MOVE 0 TO SV-SINDICATO
               END-READ
               MOVE SV-SINDICATO TO SD-SINDICATO
               MOVE FR-CODFUNC   TO SD-CODFUNC
               MOVE FM-NOME      TO SD-NOME
               MOVE FR-VALOR     TO SD-VALOR
               RELEASE SD-REPASSE
           END-IF.

       IMPRIMIR-REPASSE.
           RETURN SORT-WORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-SORT-EOF
               PERFORM PROCESSAR-REGISTRO-ORDENADO
               RETURN SORT-WORK
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-E-PRIMEIRO-REGISTRO
               PERFORM IMPRIMIR-SUBTOTAL-SINDICATO
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-QTD-GERAL   TO WS-T-QTD.
           MOVE WS-TOTAL-GERAL TO WS-T-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       PROCESSAR-REGISTRO-ORDENADO.
           IF WS-E-PRIMEIRO-REGISTRO
               MOVE "N" TO WS-PRIMEIRO-REGISTRO
               MOVE SD-SINDICATO TO WS-SINDICATO-ATUAL
               PERFORM IMPRIMIR-CABECALHO-SINDICATO
           END-IF.

           IF SD-SINDICATO NOT = WS-SINDICATO-ATUAL
               PERFORM IMPRIMIR-SUBTOTAL-SINDICATO
               MOVE SD-SINDICATO TO WS-SINDICATO-ATUAL
               PERFORM IMPRIMIR-CABECALHO-SINDICATO
           END-IF.

           ADD 1 TO WS-QTD-SINDICATO.
           ADD 1 TO WS-QTD-GERAL.
           ADD SD-VALOR TO WS-TOTAL-SINDICATO.
           ADD SD-VALOR TO WS-TOTAL-GERAL.

           MOVE SD-CODFUNC TO WS-D-CODFUNC.
           MOVE SD-NOME    TO WS-D-NOME.
           MOVE SD-VALOR   TO WS-D-VALOR.
           MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Name and CNPJ from the union's latest agreement on file.
       IMPRIMIR-CABECALHO-SINDICATO.
           ADD 1 TO WS-QTD-SINDICATOS.
           MOVE 0 TO WS-QTD-SINDICATO.
           MOVE 0 TO WS-TOTAL-SINDICATO.
           MOVE "SEM SINDICATO CADASTRADO" TO WS-S-NOME.
           MOVE 0 TO WS-S-CNPJ.
           MOVE WS-SINDICATO-ATUAL TO SN-CODIGO.
           MOVE 0 TO SN-VIGENCIA.
           START SINDICATO-MASTER KEY IS NOT LESS THAN SN-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF WS-SINDICATO-OK
               PERFORM LER-PROXIMA-CONVENCAO
               PERFORM UNTIL NOT WS-SINDICATO-OK
                       OR SN-CODIGO NOT = WS-SINDICATO-ATUAL
                   MOVE SN-NOME TO WS-S-NOME
                   MOVE SN-CNPJ TO WS-S-CNPJ
                   PERFORM LER-PROXIMA-CONVENCAO
               END-PERFORM
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-SINDICATO-ATUAL TO WS-S-CODIGO.
           MOVE WS-LINHA-SINDICATO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       LER-PROXIMA-CONVENCAO.
           READ SINDICATO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

       IMPRIMIR-SUBTOTAL-SINDICATO.
           MOVE WS-QTD-SINDICATO   TO WS-ST-QTD.
           MOVE WS-TOTAL-SINDICATO TO WS-ST-VALOR.
           MOVE WS-LINHA-SUBTOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Appends this run's record to the common batch run log - only
      * reached at successful completion, so a missing record means
      * the job never finished.
       GRAVAR-RUNLOG.
           MOVE "SINDICATO-REPASSE" TO RL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE WS-RL-HORA-INICIO TO RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA-FIM.
           MOVE WS-RL-LIDOS  TO RL-QTD-LIDOS.
           MOVE WS-QTD-GERAL TO RL-QTD-GRAVADOS.
           MOVE "OK" TO RL-RESULTADO.
           MOVE WS-EMPRESA-CORRENTE TO RL-EMPRESA.
           OPEN EXTEND RUN-LOG.
           WRITE RL-REGISTRO-EXECUCAO.
           CLOSE RUN-LOG.

       END PROGRAM SINDICATO-REPASSE.
