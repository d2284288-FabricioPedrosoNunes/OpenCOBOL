       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALOCACAO-PROJETOS.

      * Monthly project labor cost allocation: for the COMPETENCIA
      * selected (AAAAMM, default the current month) takes the
      * ponto lines of the month (data/ponto.dat - IMPORTA-PONTO's
      * output and the manual lines alike), sums each employee's
      * worked hours (normal plus overtime) by the project they
      * carry, and spreads the employee's LG-SALARIO-BRUTO off
      * data/folha-ledger.dat across the projects in proportion to
      * the hours. A project code missing from data/projetos.dat
      * goes to the exception listing and its hours count as hours
      * on no project; the share of the gross those hours earned -
      * and the rounding cents - stays on the employee's home cost
      * center, the DP-CENTRO-CUSTO of the ledger's department.
      *
      * Writes the allocation lines (copybooks/ALOCACAO.cpy) that
      * FOLHA-CONTABIL posts as a reclassification from the home
      * center to the project's, and prints the project cost report
      * - one block per project with its employees, hours and cost,
      * the time on no project first, and the allocated,
      * unallocated and gross totals. Employees without a ledger
      * record of this company in the competencia (another
      * company's people, or no folha yet) are counted and left
      * out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTO ASSIGN TO "data/ponto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PONTO.

           SELECT PROJETO-MASTER ASSIGN TO "data/projetos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-CODIGO
               FILE STATUS IS WS-FS-PROJETO.

           SELECT FOLHA-LEDGER ASSIGN TO "data/folha-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WS-FS-LEDGER.

           SELECT DEPARTAMENTO-MASTER ASSIGN TO "data/departamento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               ALTERNATE RECORD KEY IS DP-NOME
               FILE STATUS IS WS-FS-DEPARTAMENTO.

           SELECT SORT-PONTO ASSIGN TO "sortwk10".

           SELECT SORT-ALOCACAO ASSIGN TO "sortwk11".

      * Company this pass processes - written by CADEIA-NOTURNA per
      * company; absent file means the historical company 001.
           SELECT EMPRESA-CORRENTE ASSIGN TO
                   "data/empresa-corrente.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMP-CORRENTE.

      * Outputs are per company - the chain runs once per company,
      * and a fixed name would let the second pass destroy the
      * first company's lines. Company 001 keeps the plain names.
           SELECT ALOCACAO ASSIGN DYNAMIC WS-ALOCACAO-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALOCACAO.

           SELECT RELATORIO ASSIGN DYNAMIC WS-SAIDA-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT EXCECOES ASSIGN DYNAMIC WS-EXCECOES-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCECOES.

           SELECT RUN-LOG ASSIGN TO "data/runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
      * The layout PROCESSA-PONTO reads.
       FD  PONTO.
       01  PT-PONTO.
           05 PT-CODFUNC      PIC 9(6).
           05 PT-DATA         PIC 9(8).
           05 PT-HORAS-NORMAIS PIC 9(2)V9(2).
           05 PT-HORAS-EXTRAS PIC 9(2)V9(2).
           05 PT-HORAS-FALTAS PIC 9(2)V9(2).
           05 PT-PROJETO      PIC X(8).

       FD  PROJETO-MASTER.
       COPY PROJETO.

       FD  FOLHA-LEDGER.
       COPY FOLHALEDGER.

       FD  DEPARTAMENTO-MASTER.
       COPY DEPARTAMENTO.

      * Worked hours of the month by employee and project - a code
      * the master does not know arrives here in blank.
       SD  SORT-PONTO.
       01  SH-REGISTRO.
           05 SH-CODFUNC PIC 9(6).
           05 SH-PROJETO PIC X(8).
           05 SH-CENTRO  PIC 9(6).
           05 SH-HORAS   PIC 9(4)V9(2).

      * Allocation lines reordered by project for the report.
       SD  SORT-ALOCACAO.
       01  SR-ALOCACAO.
           05 SR-PROJETO PIC X(8).
           05 SR-CODFUNC PIC 9(6).
           05 SR-CENTRO-ORIGEM  PIC 9(6).
           05 SR-CENTRO-DESTINO PIC 9(6).
           05 SR-HORAS   PIC 9(4)V9(2).
           05 SR-VALOR   PIC 9(7)V9(2).

       FD  EMPRESA-CORRENTE.
       01  EC-LINHA.
           05 EC-EMPRESA PIC 9(3).

       FD  ALOCACAO.
       COPY ALOCACAO.

       FD  RELATORIO.
       01  RELATORIO-LINHA PIC X(80).

       FD  EXCECOES.
       01  EXCECAO-LINHA PIC X(80).

       FD  RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01  WS-FS-RUNLOG PIC XX.
           88 WS-RUNLOG-OK VALUE "00".

       01  WS-RL-HORA-INICIO PIC 9(6).
       01  WS-RL-LIDOS       PIC 9(6) VALUE 0.

       01  WS-FS-PONTO PIC XX.
           88 WS-PONTO-OK  VALUE "00".
           88 WS-PONTO-EOF VALUE "10".

       01  WS-FS-PROJETO PIC XX.
           88 WS-PROJETO-OK VALUE "00".

       01  WS-PROJETOS-DISPONIVEL PIC X VALUE "N".
           88 WS-HA-PROJETOS VALUE "S".

       01  WS-FS-LEDGER PIC XX.
           88 WS-LEDGER-OK VALUE "00".

       01  WS-FS-DEPARTAMENTO PIC XX.
           88 WS-DEPARTAMENTO-OK VALUE "00".

       01  WS-FS-ALOCACAO PIC XX.
           88 WS-ALOCACAO-OK  VALUE "00".
           88 WS-ALOCACAO-EOF VALUE "10".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-FS-EXCECOES PIC XX.
           88 WS-EXCECOES-OK VALUE "00".

       01  WS-FS-EMP-CORRENTE PIC XX.
           88 WS-EMP-CORRENTE-OK VALUE "00".

       01  WS-EMPRESA-CORRENTE PIC 9(3) VALUE 1.
       01  WS-ALOCACAO-ARQUIVO PIC X(40).
       01  WS-SAIDA-ARQUIVO    PIC X(40).
       01  WS-EXCECOES-ARQUIVO PIC X(40).

       01  WS-CARGA-FALHOU PIC X VALUE "N".
           88 WS-CARGA-FALHADA VALUE "S".

       01  WS-SORT-STATUS PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "S".

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

       01  WS-COMPETENCIA-TXT PIC X(6).
       01  WS-COMPETENCIA PIC 9(6).
       01  WS-COMPETENCIA-PONTO PIC 9(6).

      * The employee being allocated: hours by project (the master's
      * cost center alongside), hours on no project, and the total
      * the gross is spread over. A project past the table's end
      * counts as time on no project.
       01  WS-FUNCIONARIO-ATUAL PIC 9(6) VALUE 0.
       01  WS-PROJETO-ATUAL     PIC X(8).

       01  WS-PROJETOS-FUNC.
           05 WS-QTD-PROJ-FUNC PIC 9(2) VALUE 0.
           05 WS-ENTRADA-PROJ-FUNC OCCURS 20 TIMES
                                   INDEXED BY PF-IDX.
               10 WS-PF-PROJETO PIC X(8).
               10 WS-PF-CENTRO  PIC 9(6).
               10 WS-PF-HORAS   PIC 9(4)V9(2).

       01  WS-HORAS-SEM-PROJETO PIC 9(4)V9(2) VALUE 0.
       01  WS-HORAS-TOTAL       PIC 9(4)V9(2) VALUE 0.

       01  WS-PRIMEIRO-REGISTRO PIC X VALUE "S".
           88 WS-E-PRIMEIRO-REGISTRO VALUE "S".

       01  WS-CENTRO-CASA  PIC 9(6).
       01  WS-VALOR-PARTE  PIC 9(7)V9(2).
       01  WS-VALOR-ALOCADO PIC 9(7)V9(2).

       01  WS-QTD-FUNCIONARIOS PIC 9(5) VALUE 0.
       01  WS-QTD-SEM-FOLHA    PIC 9(5) VALUE 0.
       01  WS-QTD-LINHAS       PIC 9(6) VALUE 0.
       01  WS-QTD-EXCECOES     PIC 9(5) VALUE 0.

       01  WS-TOTAL-ALOCADO     PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-NAO-ALOCADO PIC 9(11)V9(2) VALUE 0.
       01  WS-TOTAL-BRUTO       PIC 9(11)V9(2) VALUE 0.

      * Report control break on the project.
       01  WS-PROJETO-RELATORIO PIC X(8).
       01  WS-PRIMEIRA-LINHA PIC X VALUE "S".
           88 WS-E-PRIMEIRA-LINHA VALUE "S".
       01  WS-HORAS-PROJETO PIC 9(6)V9(2) VALUE 0.
       01  WS-VALOR-PROJETO PIC 9(11)V9(2) VALUE 0.

       01  WS-CABECALHO.
           05 FILLER PIC X(30) VALUE "CUSTO DE PROJETOS - EMP.".
           05 WS-C-EMPRESA PIC 9(3).
           05 FILLER PIC X(13) VALUE "  COMPETENCIA".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-C-COMPETENCIA PIC 9(6).

       01  WS-LINHA-PROJETO.
           05 FILLER       PIC X(8) VALUE "PROJETO ".
           05 WS-P-CODIGO  PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-P-DESCRICAO PIC X(30).
           05 FILLER       PIC X(8) VALUE " CENTRO ".
           05 WS-P-CENTRO  PIC 9(6).

       01  WS-LINHA-DETALHE.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 WS-D-CODFUNC PIC 9(6).
           05 FILLER       PIC X(8) VALUE "  ORIGEM".
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-ORIGEM  PIC 9(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-HORAS   PIC ZZZ9.99.
           05 FILLER       PIC X(1) VALUE "H".
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-VALOR   PIC ZZZZZZ9.99.

       01  WS-LINHA-SUBTOTAL.
           05 FILLER       PIC X(17) VALUE "   TOTAL PROJETO ".
           05 WS-ST-HORAS  PIC ZZZZZ9.99.
           05 FILLER       PIC X(2) VALUE "H ".
           05 WS-ST-VALOR  PIC ZZZZZZZZZZ9.99.

       01  WS-LINHA-TOTAL.
           05 WS-T-ROTULO  PIC X(26).
           05 WS-T-VALOR   PIC ZZZZZZZZZZ9.99.

       01  WS-LINHA-EXCECAO.
           05 WS-X-CODFUNC PIC 9(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-X-DATA    PIC 9(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-X-PROJETO PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-X-MOTIVO  PIC X(40).

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

           OPEN INPUT FOLHA-LEDGER.

           IF NOT WS-LEDGER-OK
               DISPLAY "ALOCACAO-PROJETOS: ERRO ABRINDO LEDGER - "
                       WS-FS-LEDGER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT DEPARTAMENTO-MASTER.

           IF NOT WS-DEPARTAMENTO-OK
               DISPLAY "ALOCACAO-PROJETOS: ERRO ABRINDO DEPARTAMENTOS"
                       " - " WS-FS-DEPARTAMENTO
               CLOSE FOLHA-LEDGER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ALOCACAO.
           OPEN OUTPUT EXCECOES.

           SORT SORT-PONTO
               ON ASCENDING KEY SH-CODFUNC SH-PROJETO
               INPUT PROCEDURE IS CARREGAR-HORAS
               OUTPUT PROCEDURE IS ALOCAR-HORAS.

           CLOSE ALOCACAO.
           CLOSE EXCECOES.
           CLOSE FOLHA-LEDGER.
           CLOSE DEPARTAMENTO-MASTER.

           IF WS-CARGA-FALHADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM IMPRIMIR-RELATORIO.

           PERFORM GRAVAR-RUNLOG.

           DISPLAY "ALOCACAO-PROJETOS: COMPETENCIA " WS-COMPETENCIA
                   " - " WS-QTD-FUNCIONARIOS " FUNCIONARIOS, "
                   WS-QTD-LINHAS " LINHAS, ALOCADO "
                   WS-TOTAL-ALOCADO " (" WS-QTD-SEM-FOLHA
                   " SEM FOLHA, " WS-QTD-EXCECOES " EXCECOES)".

           GOBACK.

      * Per-company output names - company 001 keeps the plain ones.
       NOMEAR-ARQUIVOS-EMPRESA.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/alocacao-projetos.dat"
                   TO WS-ALOCACAO-ARQUIVO
               MOVE "data/alocacao-projetos.lst" TO WS-SAIDA-ARQUIVO
               MOVE "data/alocacao-projetos-excecoes.lst"
                   TO WS-EXCECOES-ARQUIVO
           ELSE
               MOVE SPACES TO WS-ALOCACAO-ARQUIVO
               STRING "data/alocacao-projetos-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-ALOCACAO-ARQUIVO
               MOVE SPACES TO WS-SAIDA-ARQUIVO
               STRING "data/alocacao-projetos-" WS-EMPRESA-CORRENTE
                   ".lst" DELIMITED BY SIZE INTO WS-SAIDA-ARQUIVO
               MOVE SPACES TO WS-EXCECOES-ARQUIVO
               STRING "data/alocacao-projetos-excecoes-"
                   WS-EMPRESA-CORRENTE ".lst"
                   DELIMITED BY SIZE INTO WS-EXCECOES-ARQUIVO
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

      * The competencia's ponto lines with hours worked, each
      * project code resolved against the master - the cost center
      * travels with the line, an unknown code is reported and
      * released in blank.
       CARREGAR-HORAS.
           OPEN INPUT PONTO.

           IF NOT WS-PONTO-OK
               DISPLAY "ALOCACAO-PROJETOS: ERRO ABRINDO PONTO - "
                       WS-FS-PONTO
               MOVE "S" TO WS-CARGA-FALHOU
           ELSE
               OPEN INPUT PROJETO-MASTER
               IF WS-PROJETO-OK
                   MOVE "S" TO WS-PROJETOS-DISPONIVEL
               ELSE
                   DISPLAY "ALOCACAO-PROJETOS: SEM CADASTRO DE "
                           "PROJETOS (" WS-FS-PROJETO ") - TODAS AS "
                           "HORAS FICAM NO CENTRO DE ORIGEM"
               END-IF
               PERFORM UNTIL WS-PONTO-EOF
                   READ PONTO
                       AT END SET WS-PONTO-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RL-LIDOS
                           MOVE PT-DATA(1:6) TO WS-COMPETENCIA-PONTO
                           IF WS-COMPETENCIA-PONTO = WS-COMPETENCIA
                               PERFORM SELECIONAR-HORAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PONTO
               IF WS-HA-PROJETOS
                   CLOSE PROJETO-MASTER
               END-IF
           END-IF.

       SELECIONAR-HORAS.
           MOVE PT-CODFUNC TO SH-CODFUNC.
           MOVE SPACES TO SH-PROJETO.
           MOVE 0 TO SH-CENTRO.
           COMPUTE SH-HORAS = PT-HORAS-NORMAIS + PT-HORAS-EXTRAS.

           IF PT-PROJETO NOT = SPACES
               IF WS-HA-PROJETOS
                   MOVE PT-PROJETO TO PJ-CODIGO
                   READ PROJETO-MASTER
                       INVALID KEY
                           PERFORM GRAVAR-EXCECAO
                       NOT INVALID KEY
                           MOVE PJ-CODIGO       TO SH-PROJETO
                           MOVE PJ-CENTRO-CUSTO TO SH-CENTRO
                   END-READ
               ELSE
                   PERFORM GRAVAR-EXCECAO
               END-IF
           END-IF.

           IF SH-HORAS > 0
               RELEASE SH-REGISTRO
           END-IF.

       GRAVAR-EXCECAO.
           ADD 1 TO WS-QTD-EXCECOES.
           MOVE PT-CODFUNC TO WS-X-CODFUNC.
           MOVE PT-DATA    TO WS-X-DATA.
           MOVE PT-PROJETO TO WS-X-PROJETO.
           MOVE "PROJETO NAO CADASTRADO - HORAS NA ORIGEM"
               TO WS-X-MOTIVO.
           MOVE WS-LINHA-EXCECAO TO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.

      * Hours arrive by employee and project; each change of
      * employee closes the previous one's allocation.
       ALOCAR-HORAS.
           RETURN SORT-PONTO
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-SORT-EOF
               PERFORM ACUMULAR-HORAS
               RETURN SORT-PONTO
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-E-PRIMEIRO-REGISTRO
               PERFORM ALOCAR-FUNCIONARIO
           END-IF.

       ACUMULAR-HORAS.
           IF WS-E-PRIMEIRO-REGISTRO
               MOVE "N" TO WS-PRIMEIRO-REGISTRO
               MOVE SH-CODFUNC TO WS-FUNCIONARIO-ATUAL
               PERFORM INICIAR-FUNCIONARIO
           END-IF.

           IF SH-CODFUNC NOT = WS-FUNCIONARIO-ATUAL
               PERFORM ALOCAR-FUNCIONARIO
               MOVE SH-CODFUNC TO WS-FUNCIONARIO-ATUAL
               PERFORM INICIAR-FUNCIONARIO
           END-IF.

           ADD SH-HORAS TO WS-HORAS-TOTAL.

           EVALUATE TRUE
               WHEN SH-PROJETO = SPACES
                   ADD SH-HORAS TO WS-HORAS-SEM-PROJETO
               WHEN SH-PROJETO = WS-PROJETO-ATUAL
                   ADD SH-HORAS TO WS-PF-HORAS(PF-IDX)
               WHEN WS-QTD-PROJ-FUNC < 20
                   ADD 1 TO WS-QTD-PROJ-FUNC
                   SET PF-IDX TO WS-QTD-PROJ-FUNC
                   MOVE SH-PROJETO TO WS-PF-PROJETO(PF-IDX)
                   MOVE SH-CENTRO  TO WS-PF-CENTRO(PF-IDX)
                   MOVE SH-HORAS   TO WS-PF-HORAS(PF-IDX)
                   MOVE SH-PROJETO TO WS-PROJETO-ATUAL
               WHEN OTHER
                   DISPLAY "ALOCACAO-PROJETOS: FUNCIONARIO "
                           SH-CODFUNC " EXCEDE 20 PROJETOS - "
                           SH-PROJETO " FICA NA ORIGEM"
                   ADD SH-HORAS TO WS-HORAS-SEM-PROJETO
           END-EVALUATE.

       INICIAR-FUNCIONARIO.
           MOVE 0 TO WS-QTD-PROJ-FUNC.
           MOVE 0 TO WS-HORAS-SEM-PROJETO.
           MOVE 0 TO WS-HORAS-TOTAL.
           MOVE SPACES TO WS-PROJETO-ATUAL.

      * This company's ledger record of the employee in the
      * competencia; its gross is split by the hours, each project
      * share truncated to the centavo so the shares never pass the
      * gross, and whatever is left - the hours on no project plus
      * the centavos cut - stays on the home center, so the lines of
      * an employee always add back to the gross.
       ALOCAR-FUNCIONARIO.
           MOVE WS-FUNCIONARIO-ATUAL TO LG-CODFUNC.
           MOVE WS-COMPETENCIA       TO LG-COMPETENCIA.
           MOVE WS-EMPRESA-CORRENTE  TO LG-EMPRESA.
           READ FOLHA-LEDGER
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-FOLHA
               NOT INVALID KEY
                   PERFORM DISTRIBUIR-BRUTO
           END-READ.

       DISTRIBUIR-BRUTO.
           ADD 1 TO WS-QTD-FUNCIONARIOS.
           ADD LG-SALARIO-BRUTO TO WS-TOTAL-BRUTO.

           MOVE LG-DEPARTAMENTO TO DP-NOME.
           READ DEPARTAMENTO-MASTER KEY IS DP-NOME
               INVALID KEY MOVE 0 TO WS-CENTRO-CASA
               NOT INVALID KEY MOVE DP-CENTRO-CUSTO TO WS-CENTRO-CASA
           END-READ.

           MOVE 0 TO WS-VALOR-ALOCADO.
           MOVE WS-COMPETENCIA      TO AL-COMPETENCIA.
           MOVE WS-EMPRESA-CORRENTE TO AL-EMPRESA.
           MOVE WS-FUNCIONARIO-ATUAL TO AL-CODFUNC.
           MOVE WS-CENTRO-CASA      TO AL-CENTRO-ORIGEM.

           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > WS-QTD-PROJ-FUNC
               COMPUTE WS-VALOR-PARTE =
                   LG-SALARIO-BRUTO * WS-PF-HORAS(PF-IDX)
                   / WS-HORAS-TOTAL
               ADD WS-VALOR-PARTE TO WS-VALOR-ALOCADO
               MOVE WS-PF-PROJETO(PF-IDX) TO AL-PROJETO
               MOVE WS-PF-CENTRO(PF-IDX)  TO AL-CENTRO-DESTINO
               MOVE WS-PF-HORAS(PF-IDX)   TO AL-HORAS
               MOVE WS-VALOR-PARTE        TO AL-VALOR
               PERFORM GRAVAR-ALOCACAO
           END-PERFORM.

           ADD WS-VALOR-ALOCADO TO WS-TOTAL-ALOCADO.

           MOVE SPACES TO AL-PROJETO.
           MOVE WS-CENTRO-CASA TO AL-CENTRO-DESTINO.
           MOVE WS-HORAS-SEM-PROJETO TO AL-HORAS.
           COMPUTE AL-VALOR = LG-SALARIO-BRUTO - WS-VALOR-ALOCADO.
           ADD AL-VALOR TO WS-TOTAL-NAO-ALOCADO.
           IF AL-VALOR > 0 OR AL-HORAS > 0
               PERFORM GRAVAR-ALOCACAO
           END-IF.

       GRAVAR-ALOCACAO.
           WRITE AL-ALOCACAO.
           ADD 1 TO WS-QTD-LINHAS.

      * The project cost report, off the lines just written -
      * reordered by project, the time on no project (blank code)
      * printed first as the home centers' share.
       IMPRIMIR-RELATORIO.
           OPEN OUTPUT RELATORIO.

           IF NOT WS-SAIDA-OK
               DISPLAY "ALOCACAO-PROJETOS: ERRO ABRINDO RELATORIO - "
                       WS-FS-SAIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "N" TO WS-PROJETOS-DISPONIVEL.
           OPEN INPUT PROJETO-MASTER.
           IF WS-PROJETO-OK
               MOVE "S" TO WS-PROJETOS-DISPONIVEL
           END-IF.

           MOVE WS-EMPRESA-CORRENTE TO WS-C-EMPRESA.
           MOVE WS-COMPETENCIA TO WS-C-COMPETENCIA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "N" TO WS-SORT-STATUS.

           SORT SORT-ALOCACAO
               ON ASCENDING KEY SR-PROJETO SR-CODFUNC
               INPUT PROCEDURE IS RELER-ALOCACAO
               OUTPUT PROCEDURE IS IMPRIMIR-PROJETOS.

           IF WS-HA-PROJETOS
               CLOSE PROJETO-MASTER
           END-IF.
           CLOSE RELATORIO.

       RELER-ALOCACAO.
           OPEN INPUT ALOCACAO.
           PERFORM UNTIL NOT WS-ALOCACAO-OK
               READ ALOCACAO
                   AT END SET WS-ALOCACAO-EOF TO TRUE
                   NOT AT END
                       MOVE AL-PROJETO        TO SR-PROJETO
                       MOVE AL-CODFUNC        TO SR-CODFUNC
                       MOVE AL-CENTRO-ORIGEM  TO SR-CENTRO-ORIGEM
                       MOVE AL-CENTRO-DESTINO TO SR-CENTRO-DESTINO
                       MOVE AL-HORAS          TO SR-HORAS
                       MOVE AL-VALOR          TO SR-VALOR
                       RELEASE SR-ALOCACAO
               END-READ
           END-PERFORM.
           CLOSE ALOCACAO.

       IMPRIMIR-PROJETOS.
           RETURN SORT-ALOCACAO
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-SORT-EOF
               PERFORM IMPRIMIR-LINHA-ALOCACAO
               RETURN SORT-ALOCACAO
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF NOT WS-E-PRIMEIRA-LINHA
               PERFORM IMPRIMIR-SUBTOTAL-PROJETO
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "TOTAL ALOCADO A PROJETOS " TO WS-T-ROTULO.
           MOVE WS-TOTAL-ALOCADO TO WS-T-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "TOTAL NO CENTRO DE ORIGEM" TO WS-T-ROTULO.
           MOVE WS-TOTAL-NAO-ALOCADO TO WS-T-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "TOTAL BRUTO" TO WS-T-ROTULO.
           MOVE WS-TOTAL-BRUTO TO WS-T-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIMIR-LINHA-ALOCACAO.
           IF WS-E-PRIMEIRA-LINHA
               MOVE "N" TO WS-PRIMEIRA-LINHA
               MOVE SR-PROJETO TO WS-PROJETO-RELATORIO
               PERFORM IMPRIMIR-CABECALHO-PROJETO
           END-IF.

           IF SR-PROJETO NOT = WS-PROJETO-RELATORIO
               PERFORM IMPRIMIR-SUBTOTAL-PROJETO
               MOVE SR-PROJETO TO WS-PROJETO-RELATORIO
               PERFORM IMPRIMIR-CABECALHO-PROJETO
           END-IF.

           ADD SR-HORAS TO WS-HORAS-PROJETO.
           ADD SR-VALOR TO WS-VALOR-PROJETO.

           MOVE SR-CODFUNC       TO WS-D-CODFUNC.
           MOVE SR-CENTRO-ORIGEM TO WS-D-ORIGEM.
           MOVE SR-HORAS         TO WS-D-HORAS.
           MOVE SR-VALOR         TO WS-D-VALOR.
           MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIMIR-CABECALHO-PROJETO.
           MOVE 0 TO WS-HORAS-PROJETO.
           MOVE 0 TO WS-VALOR-PROJETO.
           MOVE WS-PROJETO-RELATORIO TO WS-P-CODIGO.
           MOVE SR-CENTRO-DESTINO TO WS-P-CENTRO.
           IF WS-PROJETO-RELATORIO = SPACES
               MOVE "SEM PROJETO - CENTRO DE ORIGEM" TO WS-P-DESCRICAO
               MOVE 0 TO WS-P-CENTRO
           ELSE
               MOVE "PROJETO SEM CADASTRO" TO WS-P-DESCRICAO
               IF WS-HA-PROJETOS
                   MOVE WS-PROJETO-RELATORIO TO PJ-CODIGO
                   READ PROJETO-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE PJ-DESCRICAO TO WS-P-DESCRICAO
                   END-READ
               END-IF
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-LINHA-PROJETO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIMIR-SUBTOTAL-PROJETO.
           MOVE WS-HORAS-PROJETO TO WS-ST-HORAS.
           MOVE WS-VALOR-PROJETO TO WS-ST-VALOR.
           MOVE WS-LINHA-SUBTOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Appends this run's record to the common batch run log - only
      * reached at successful completion, so a missing record means
      * the job never finished.
       GRAVAR-RUNLOG.
           MOVE "ALOCACAO-PROJETOS" TO RL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE WS-RL-HORA-INICIO TO RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA-FIM.
           MOVE WS-RL-LIDOS  TO RL-QTD-LIDOS.
           MOVE WS-QTD-LINHAS TO RL-QTD-GRAVADOS.
           MOVE "OK" TO RL-RESULTADO.
           MOVE WS-EMPRESA-CORRENTE TO RL-EMPRESA.
           OPEN EXTEND RUN-LOG.
           WRITE RL-REGISTRO-EXECUCAO.
           CLOSE RUN-LOG.

       END PROGRAM ALOCACAO-PROJETOS.
