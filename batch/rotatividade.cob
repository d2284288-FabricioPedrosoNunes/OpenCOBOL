       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTATIVIDADE.

      * Monthly turnover (rotatividade) per department and per cost
      * center - DEMOGRAFIA shows who is here, this shows who came
      * and went. For the competencia (COMPETENCIA parameter,
      * AAAAMM, default the current month) and for the rolling 12
      * months ending with it, each department gets its opening
      * headcount, admissions (FM-DATA-ADMISSAO), terminations
      * (DESLIGADO as of FM-STATUS-DATA-EFETIVA) with those inside
      * the 90-day trial counted apart, transfers in and out
      * (data/transferencias.dat), closing headcount, the average
      * tenure of the leavers and the turnover rate
      *     ((admissions + terminations) / 2)
      *     / ((opening + closing) / 2) * 100.
      * The department an employee counts under on a given day is
      * rebuilt from the transfer history - the department left by
      * the first transfer after that day, or the current one when
      * there is none - so a move inside the period shows as one
      * transfer out and one in, not as a change of the past.
      * Employees ARQUIVA-DESLIGADOS already moved to
      * data/funcmast-historico.dat still count for the months they
      * were active. Departments roll up to their cost center
      * through the department master; a name not on it goes to
      * center zero. The listing is data/rotatividade-AAAAMM.lst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT HISTORICO-MASTER ASSIGN TO
                   "data/funcmast-historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HM-CODFUNC
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT TRANSFERENCIAS ASSIGN TO "data/transferencias.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSFERENCIAS.

           SELECT DEPARTAMENTO-MASTER ASSIGN TO "data/departamento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               ALTERNATE RECORD KEY IS DP-NOME
               FILE STATUS IS WS-FS-DEPARTAMENTO.

           SELECT RELATORIO-SAIDA ASSIGN DYNAMIC WS-ARQUIVO-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

       DATA DIVISION.

       FILE SECTION.
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
              88 FM-STATUS-ATIVO     VALUE "ATIVO".
              88 FM-STATUS-DESLIGADO VALUE "DESLIGADO".
              88 FM-STATUS-AFASTADO  VALUE "AFASTADO".
           05 FM-STATUS-DATA-EFETIVA PIC 9(8).
           05 FM-EMPRESA PIC 9(3).
           05 FM-CARGO PIC 9(4).
           05 FM-TIPO-CONTRATO PIC X(1).
              88 FM-CONTRATO-CLT         VALUE "C".
              88 FM-CONTRATO-EXPERIENCIA VALUE "E".
              88 FM-CONTRATO-ESTAGIO     VALUE "G".
              88 FM-CONTRATO-TEMPORARIO  VALUE "T".

      * Same layout as FUNCIONARIO-MASTER - each archived record is
      * moved into FM-FUNCIONARIO and counted exactly like a live one.
       FD  HISTORICO-MASTER.
       01  HM-FUNCIONARIO.
           05 HM-CODFUNC PIC 9(6).
           05 HM-RESTO   PIC X(182).

       FD  TRANSFERENCIAS.
       01  TF-LINHA.
           05 TF-CODFUNC      PIC 9(6).
           05 TF-DEPTO-DE     PIC X(15).
           05 TF-DEPTO-PARA   PIC X(15).
           05 TF-DATA-EFETIVA PIC 9(8).
           05 TF-EMPRESA-DE   PIC 9(3).
           05 TF-EMPRESA-PARA PIC 9(3).

       FD  DEPARTAMENTO-MASTER.
       COPY DEPARTAMENTO.

       FD  RELATORIO-SAIDA.
       01  RELATORIO-LINHA PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK  VALUE "00".
           88 WS-MASTER-EOF VALUE "10".

       01  WS-FS-HISTORICO PIC XX.
           88 WS-HISTORICO-OK  VALUE "00".
           88 WS-HISTORICO-EOF VALUE "10".

       01  WS-FS-TRANSFERENCIAS PIC XX.
           88 WS-TRANSFERENCIAS-OK  VALUE "00".
           88 WS-TRANSFERENCIAS-EOF VALUE "10".

       01  WS-FS-DEPARTAMENTO PIC XX.
           88 WS-DEPARTAMENTO-OK VALUE "00".

       01  WS-DEPARTAMENTO-ABERTO PIC X VALUE "N".
           88 WS-TEM-DEPARTAMENTO VALUE "S".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-ARQUIVO-SAIDA PIC X(40).

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

       01  WS-COMPETENCIA-TXT PIC X(6).
       01  WS-COMPETENCIA     PIC 9(6).
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO PIC 9(4).
           05 WS-COMP-MES PIC 9(2).

      * Trial period - the same 90 days CONTRATOS-VENCIMENTO derives
      * the experience contract's end from.
       01  WS-DIAS-EXPERIENCIA PIC 9(3) VALUE 90.

      * Period 1 is the competencia, period 2 the 12 months ending
      * with it.
       01  WS-PERIODOS.
           05 WS-PERIODO OCCURS 2 TIMES.
              10 WS-PR-INICIO  PIC 9(8).
              10 WS-PR-FIM     PIC 9(8).
              10 WS-PR-DIA-ANTERIOR PIC 9(8).
              10 WS-PR-ROTULO  PIC X(12).
       01  WS-P PIC 9.

       01  WS-MESES        PIC 9(6).
       01  WS-DATA-AUX     PIC 9(8).
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-AUX-ANO PIC 9(4).
           05 WS-AUX-MES PIC 9(2).
           05 WS-AUX-DIA PIC 9(2).

      * Transfer history, whole - the department of a day needs
      * every move after it, not only the period's.
       01  WS-TRANSF-TABELA.
           05 WS-QTD-TRANSF PIC 9(4) VALUE 0.
           05 WS-ENTRADA-TRANSF OCCURS 3000 TIMES
                                INDEXED BY TF-IDX.
               10 WS-TF-CODFUNC    PIC 9(6).
               10 WS-TF-DEPTO-DE   PIC X(15).
               10 WS-TF-DEPTO-PARA PIC X(15).
               10 WS-TF-DATA       PIC 9(8).

       01  WS-FUNC-TRANSFERIDO PIC X VALUE "N".
           88 WS-TEM-TRANSFERENCIA VALUE "S".

      * Department the employee in hand counted under at the end of
      * WS-DATA-REFERENCIA.
       01  WS-DATA-REFERENCIA PIC 9(8).
       01  WS-MENOR-DATA      PIC 9(8).
       01  WS-DEPTO-REFERENCIA PIC X(15).

       01  WS-DATA-DESLIGAMENTO PIC 9(8).
       01  WS-DIAS-CASA PIC 9(6).

      * Movement per department and per period.
       01  WS-DEPTO-TABELA.
           05 WS-QTD-DEPTOS PIC 9(3) VALUE 0.
           05 WS-ENTRADA-DEPTO OCCURS 200 TIMES
                               INDEXED BY DP-IDX.
               10 WS-DP-NOME   PIC X(15).
               10 WS-DP-CENTRO PIC 9(6).
               10 WS-DP-MOV OCCURS 2 TIMES.
                  15 WS-DP-INICIAL     PIC 9(6).
                  15 WS-DP-ADMISSOES   PIC 9(6).
                  15 WS-DP-DESLIGADOS  PIC 9(6).
                  15 WS-DP-EXPERIENCIA PIC 9(6).
                  15 WS-DP-ENTRADAS    PIC 9(6).
                  15 WS-DP-SAIDAS      PIC 9(6).
                  15 WS-DP-FINAL       PIC 9(6).
                  15 WS-DP-DIAS-CASA   PIC 9(9).

       01  WS-CENTRO-TABELA.
           05 WS-QTD-CENTROS PIC 9(3) VALUE 0.
           05 WS-ENTRADA-CENTRO OCCURS 200 TIMES
                                INDEXED BY CC-IDX.
               10 WS-CC-CENTRO PIC 9(6).
               10 WS-CC-MOV.
                  15 WS-CC-INICIAL     PIC 9(6).
                  15 WS-CC-ADMISSOES   PIC 9(6).
                  15 WS-CC-DESLIGADOS  PIC 9(6).
                  15 WS-CC-EXPERIENCIA PIC 9(6).
                  15 WS-CC-ENTRADAS    PIC 9(6).
                  15 WS-CC-SAIDAS      PIC 9(6).
                  15 WS-CC-FINAL       PIC 9(6).
                  15 WS-CC-DIAS-CASA   PIC 9(9).

      * One line's figures, loaded from a department, a center or
      * the totals before IMPRIMIR-MOVIMENTO formats them.
       01  WS-MOV-LINHA.
           05 WS-MV-INICIAL     PIC 9(6).
           05 WS-MV-ADMISSOES   PIC 9(6).
           05 WS-MV-DESLIGADOS  PIC 9(6).
           05 WS-MV-EXPERIENCIA PIC 9(6).
           05 WS-MV-ENTRADAS    PIC 9(6).
           05 WS-MV-SAIDAS      PIC 9(6).
           05 WS-MV-FINAL       PIC 9(6).
           05 WS-MV-DIAS-CASA   PIC 9(9).
       01  WS-MOV-TOTAL.
           05 WS-TT-INICIAL     PIC 9(6).
           05 WS-TT-ADMISSOES   PIC 9(6).
           05 WS-TT-DESLIGADOS  PIC 9(6).
           05 WS-TT-EXPERIENCIA PIC 9(6).
           05 WS-TT-ENTRADAS    PIC 9(6).
           05 WS-TT-SAIDAS      PIC 9(6).
           05 WS-TT-FINAL       PIC 9(6).
           05 WS-TT-DIAS-CASA   PIC 9(9).

       01  WS-QUADRO-MEDIO PIC 9(6)V9(2).
       01  WS-TAXA         PIC 9(5)V9(2).
       01  WS-TEMPO-MEDIO  PIC 9(5)V9(1).

       01  WS-LINHA-MOVIMENTO.
           05 WS-L-NOME      PIC X(15).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-INICIAL   PIC ZZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-ADMISSOES PIC ZZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-DESLIGADOS PIC ZZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-EXPERIENCIA PIC ZZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-ENTRADAS  PIC ZZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-SAIDAS    PIC ZZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-FINAL     PIC ZZZZZ9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-TEMPO     PIC ZZZZ9.9.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-L-TAXA      PIC ZZZZ9.99.
           05 FILLER         PIC X(1) VALUE "%".

       01  WS-LINHA-TITULOS.
           05 FILLER PIC X(37) VALUE
              "DEPTO/CENTRO    INICIO ADMISS DESLIG ".
           05 FILLER PIC X(45) VALUE
              "EXPER. TR.ENT TR.SAI  FINAL TMED(M)     TAXA".

       01  WS-E-CENTRO PIC 9(6).

       01  WS-QTD-FUNCIONARIOS PIC 9(6) VALUE 0.
       01  WS-QTD-ARQUIVADOS   PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE "COMPETENCIA" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-COMPETENCIA-TXT.
           IF WS-COMPETENCIA-TXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           ELSE
               IF WS-COMPETENCIA-TXT NOT NUMERIC
                   DISPLAY "ROTATIVIDADE: COMPETENCIA INVALIDA - "
                           WS-COMPETENCIA-TXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           END-IF.

           PERFORM MONTAR-PERIODOS.
           PERFORM CARREGAR-TRANSFERENCIAS.

           OPEN INPUT DEPARTAMENTO-MASTER.
           IF WS-DEPARTAMENTO-OK
               MOVE "S" TO WS-DEPARTAMENTO-ABERTO
           ELSE
               DISPLAY "ROTATIVIDADE: SEM CADASTRO DE DEPARTAMENTOS "
                       "- TODOS NO CENTRO ZERO"
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.
           IF NOT WS-MASTER-OK
               DISPLAY "ROTATIVIDADE: ERRO ABRINDO MASTER - "
                       WS-FS-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-MASTER-EOF
               READ FUNCIONARIO-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-FUNCIONARIOS
                       PERFORM CLASSIFICAR-FUNCIONARIO
               END-READ
           END-PERFORM.
           CLOSE FUNCIONARIO-MASTER.

      * no archive yet simply means nobody was archived
           OPEN INPUT HISTORICO-MASTER.
           IF WS-HISTORICO-OK
               PERFORM UNTIL WS-HISTORICO-EOF
                   READ HISTORICO-MASTER NEXT RECORD
                       AT END SET WS-HISTORICO-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-ARQUIVADOS
                           MOVE HM-FUNCIONARIO TO FM-FUNCIONARIO
                           PERFORM CLASSIFICAR-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-MASTER
           END-IF.

           PERFORM CONTAR-TRANSFERENCIAS.

           IF WS-TEM-DEPARTAMENTO
               CLOSE DEPARTAMENTO-MASTER
           END-IF.

           MOVE SPACES TO WS-ARQUIVO-SAIDA.
           STRING "data/rotatividade-" WS-COMPETENCIA ".lst"
               DELIMITED BY SIZE INTO WS-ARQUIVO-SAIDA.
           OPEN OUTPUT RELATORIO-SAIDA.
           IF NOT WS-SAIDA-OK
               DISPLAY "ROTATIVIDADE: ERRO ABRINDO SAIDA - "
                       WS-FS-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ROTATIVIDADE DE PESSOAL - COMPETENCIA "
               WS-COMPETENCIA
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               PERFORM IMPRIMIR-PERIODO
           END-PERFORM.

           CLOSE RELATORIO-SAIDA.

           DISPLAY "ROTATIVIDADE: " WS-QTD-FUNCIONARIOS
                   " FUNCIONARIOS E " WS-QTD-ARQUIVADOS
                   " ARQUIVADOS EM " WS-ARQUIVO-SAIDA.

           STOP RUN.

      * The competencia runs from its first to its last day; the
      * rolling year starts on the first day of the competencia
      * eleven months back. The day before each start is where the
      * opening headcount is taken.
       MONTAR-PERIODOS.
           COMPUTE WS-PR-INICIO(1) = WS-COMPETENCIA * 100 + 1.

           COMPUTE WS-MESES = WS-COMP-ANO * 12 + WS-COMP-MES.
           COMPUTE WS-AUX-ANO = WS-MESES / 12.
           COMPUTE WS-AUX-MES = FUNCTION MOD(WS-MESES, 12) + 1.
           MOVE 1 TO WS-AUX-DIA.
           COMPUTE WS-PR-FIM(1) = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1).
           MOVE WS-PR-FIM(1) TO WS-PR-FIM(2).

           COMPUTE WS-MESES = WS-COMP-ANO * 12 + WS-COMP-MES - 12.
           COMPUTE WS-AUX-ANO = WS-MESES / 12.
           COMPUTE WS-AUX-MES = FUNCTION MOD(WS-MESES, 12) + 1.
           MOVE 1 TO WS-AUX-DIA.
           MOVE WS-DATA-AUX TO WS-PR-INICIO(2).

           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               COMPUTE WS-PR-DIA-ANTERIOR(WS-P) =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PR-INICIO(WS-P)) - 1)
           END-PERFORM.

           MOVE "COMPETENCIA" TO WS-PR-ROTULO(1).
           MOVE "12 MESES"    TO WS-PR-ROTULO(2).

       CARREGAR-TRANSFERENCIAS.
           OPEN INPUT TRANSFERENCIAS.
           IF WS-TRANSFERENCIAS-OK
               PERFORM UNTIL WS-TRANSFERENCIAS-EOF
                   READ TRANSFERENCIAS
                       AT END SET WS-TRANSFERENCIAS-EOF TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-TRANSFERENCIA
                   END-READ
               END-PERFORM
               CLOSE TRANSFERENCIAS
           END-IF.

      * A company transfer that keeps the department is no movement
      * here; it still changes nothing in the department of a day,
      * so it is left out of the table altogether.
       GUARDAR-TRANSFERENCIA.
           IF TF-DEPTO-DE NOT = TF-DEPTO-PARA
               IF WS-QTD-TRANSF >= 3000
                   DISPLAY "ROTATIVIDADE: TRANSFERENCIAS EXCEDEM "
                           "A TABELA DE 3000"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-TRANSF
               SET TF-IDX TO WS-QTD-TRANSF
               MOVE TF-CODFUNC      TO WS-TF-CODFUNC(TF-IDX)
               MOVE TF-DEPTO-DE     TO WS-TF-DEPTO-DE(TF-IDX)
               MOVE TF-DEPTO-PARA   TO WS-TF-DEPTO-PARA(TF-IDX)
               MOVE TF-DATA-EFETIVA TO WS-TF-DATA(TF-IDX)
           END-IF.

      * Opening, admission, termination and closing of the employee
      * in FM-FUNCIONARIO, period by period, each under the
      * department of its own day.
       CLASSIFICAR-FUNCIONARIO.
           IF FM-STATUS-DESLIGADO
               MOVE FM-STATUS-DATA-EFETIVA TO WS-DATA-DESLIGAMENTO
           ELSE
               MOVE 99999999 TO WS-DATA-DESLIGAMENTO
           END-IF.

           MOVE "N" TO WS-FUNC-TRANSFERIDO.
           SET TF-IDX TO 1.
           SEARCH WS-ENTRADA-TRANSF
               AT END CONTINUE
               WHEN TF-IDX > WS-QTD-TRANSF
                   CONTINUE
               WHEN WS-TF-CODFUNC(TF-IDX) = FM-CODFUNC
                   MOVE "S" TO WS-FUNC-TRANSFERIDO
           END-SEARCH.

           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               IF FM-DATA-ADMISSAO < WS-PR-INICIO(WS-P)
                       AND WS-DATA-DESLIGAMENTO NOT <
                           WS-PR-INICIO(WS-P)
                   MOVE WS-PR-DIA-ANTERIOR(WS-P)
                       TO WS-DATA-REFERENCIA
                   PERFORM LOCALIZAR-DEPTO-REFERENCIA
                   ADD 1 TO WS-DP-INICIAL(DP-IDX, WS-P)
               END-IF

               IF FM-DATA-ADMISSAO NOT < WS-PR-INICIO(WS-P)
                       AND FM-DATA-ADMISSAO NOT > WS-PR-FIM(WS-P)
                   MOVE FM-DATA-ADMISSAO TO WS-DATA-REFERENCIA
                   PERFORM LOCALIZAR-DEPTO-REFERENCIA
                   ADD 1 TO WS-DP-ADMISSOES(DP-IDX, WS-P)
               END-IF

               IF WS-DATA-DESLIGAMENTO NOT < WS-PR-INICIO(WS-P)
                       AND WS-DATA-DESLIGAMENTO NOT >
                           WS-PR-FIM(WS-P)
                   MOVE WS-DATA-DESLIGAMENTO TO WS-DATA-REFERENCIA
                   PERFORM LOCALIZAR-DEPTO-REFERENCIA
                   ADD 1 TO WS-DP-DESLIGADOS(DP-IDX, WS-P)
                   PERFORM CALCULAR-TEMPO-CASA
                   ADD WS-DIAS-CASA TO WS-DP-DIAS-CASA(DP-IDX, WS-P)
                   IF WS-DIAS-CASA < WS-DIAS-EXPERIENCIA
                       ADD 1 TO WS-DP-EXPERIENCIA(DP-IDX, WS-P)
                   END-IF
               END-IF

               IF FM-DATA-ADMISSAO NOT > WS-PR-FIM(WS-P)
                       AND WS-DATA-DESLIGAMENTO > WS-PR-FIM(WS-P)
                   MOVE WS-PR-FIM(WS-P) TO WS-DATA-REFERENCIA
                   PERFORM LOCALIZAR-DEPTO-REFERENCIA
                   ADD 1 TO WS-DP-FINAL(DP-IDX, WS-P)
               END-IF
           END-PERFORM.

      * Days from admission to termination; a date the calendar
      * does not know counts as zero rather than stopping the run.
       CALCULAR-TEMPO-CASA.
           MOVE 0 TO WS-DIAS-CASA.
           IF FUNCTION TEST-DATE-YYYYMMDD(FM-DATA-ADMISSAO) = 0
                   AND FUNCTION TEST-DATE-YYYYMMDD(
                       WS-DATA-DESLIGAMENTO) = 0
                   AND WS-DATA-DESLIGAMENTO > FM-DATA-ADMISSAO
               COMPUTE WS-DIAS-CASA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-DESLIGAMENTO)
                   - FUNCTION INTEGER-OF-DATE(FM-DATA-ADMISSAO)
           END-IF.

      * The department left by the earliest transfer effective after
      * WS-DATA-REFERENCIA, or the current one; DP-IDX is left on
      * its slot of the department table.
       LOCALIZAR-DEPTO-REFERENCIA.
           MOVE FM-DEPARTAMENTO TO WS-DEPTO-REFERENCIA.
           IF WS-TEM-TRANSFERENCIA
               MOVE 99999999 TO WS-MENOR-DATA
               PERFORM VARYING TF-IDX FROM 1 BY 1
                       UNTIL TF-IDX > WS-QTD-TRANSF
                   IF WS-TF-CODFUNC(TF-IDX) = FM-CODFUNC
                           AND WS-TF-DATA(TF-IDX) > WS-DATA-REFERENCIA
                           AND WS-TF-DATA(TF-IDX) < WS-MENOR-DATA
                       MOVE WS-TF-DATA(TF-IDX) TO WS-MENOR-DATA
                       MOVE WS-TF-DEPTO-DE(TF-IDX)
                           TO WS-DEPTO-REFERENCIA
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM LOCALIZAR-DEPTO.

      * Slot of WS-DEPTO-REFERENCIA in the department table, added
      * with its cost center on first sight. A full table stops the
      * run - counting a department into another's slot would
      * publish a wrong rate.
       LOCALIZAR-DEPTO.
           SET DP-IDX TO 1.
           SEARCH WS-ENTRADA-DEPTO
               AT END CONTINUE
               WHEN DP-IDX > WS-QTD-DEPTOS
                   CONTINUE
               WHEN WS-DP-NOME(DP-IDX) = WS-DEPTO-REFERENCIA
                   CONTINUE
           END-SEARCH.

           IF DP-IDX > WS-QTD-DEPTOS
               IF WS-QTD-DEPTOS >= 200
                   DISPLAY "ROTATIVIDADE: DEPARTAMENTOS EXCEDEM A "
                           "TABELA DE 200"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-DEPTOS
               SET DP-IDX TO WS-QTD-DEPTOS
               INITIALIZE WS-ENTRADA-DEPTO(DP-IDX)
               MOVE WS-DEPTO-REFERENCIA TO WS-DP-NOME(DP-IDX)
               MOVE 0 TO WS-DP-CENTRO(DP-IDX)
               IF WS-TEM-DEPARTAMENTO
                   MOVE WS-DEPTO-REFERENCIA TO DP-NOME
                   READ DEPARTAMENTO-MASTER KEY IS DP-NOME
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE DP-CENTRO-CUSTO
                               TO WS-DP-CENTRO(DP-IDX)
                   END-READ
               END-IF
           END-IF.

      * Each department move inside a period is one transfer out of
      * the department left and one into the department joined.
       CONTAR-TRANSFERENCIAS.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               PERFORM VARYING TF-IDX FROM 1 BY 1
                       UNTIL TF-IDX > WS-QTD-TRANSF
                   IF WS-TF-DATA(TF-IDX) NOT < WS-PR-INICIO(WS-P)
                           AND WS-TF-DATA(TF-IDX) NOT >
                               WS-PR-FIM(WS-P)
                       MOVE WS-TF-DEPTO-DE(TF-IDX)
                           TO WS-DEPTO-REFERENCIA
                       PERFORM LOCALIZAR-DEPTO
                       ADD 1 TO WS-DP-SAIDAS(DP-IDX, WS-P)
                       MOVE WS-TF-DEPTO-PARA(TF-IDX)
                           TO WS-DEPTO-REFERENCIA
                       PERFORM LOCALIZAR-DEPTO
                       ADD 1 TO WS-DP-ENTRADAS(DP-IDX, WS-P)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Departments, then their cost centers, then the total of the
      * period WS-P.
       IMPRIMIR-PERIODO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "PERIODO " WS-PR-ROTULO(WS-P) " DE "
               WS-PR-INICIO(WS-P) " A " WS-PR-FIM(WS-P)
               " - EXPERIENCIA ATE " WS-DIAS-EXPERIENCIA " DIAS"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-LINHA-TITULOS TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           INITIALIZE WS-MOV-TOTAL.
           MOVE 0 TO WS-QTD-CENTROS.
           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > WS-QTD-DEPTOS
               MOVE WS-DP-MOV(DP-IDX, WS-P) TO WS-MOV-LINHA
               MOVE WS-DP-NOME(DP-IDX) TO WS-L-NOME
               PERFORM IMPRIMIR-MOVIMENTO
               PERFORM ACUMULAR-CENTRO
               ADD WS-MV-INICIAL     TO WS-TT-INICIAL
               ADD WS-MV-ADMISSOES   TO WS-TT-ADMISSOES
               ADD WS-MV-DESLIGADOS  TO WS-TT-DESLIGADOS
               ADD WS-MV-EXPERIENCIA TO WS-TT-EXPERIENCIA
               ADD WS-MV-ENTRADAS    TO WS-TT-ENTRADAS
               ADD WS-MV-SAIDAS      TO WS-TT-SAIDAS
               ADD WS-MV-FINAL       TO WS-TT-FINAL
               ADD WS-MV-DIAS-CASA   TO WS-TT-DIAS-CASA
           END-PERFORM.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-QTD-CENTROS
               MOVE WS-CC-MOV(CC-IDX) TO WS-MOV-LINHA
               MOVE WS-CC-CENTRO(CC-IDX) TO WS-E-CENTRO
               MOVE SPACES TO WS-L-NOME
               STRING "CENTRO " WS-E-CENTRO
                   DELIMITED BY SIZE INTO WS-L-NOME
               PERFORM IMPRIMIR-MOVIMENTO
           END-PERFORM.

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-MOV-TOTAL TO WS-MOV-LINHA.
           MOVE "TOTAL" TO WS-L-NOME.
           PERFORM IMPRIMIR-MOVIMENTO.

       ACUMULAR-CENTRO.
           SET CC-IDX TO 1.
           SEARCH WS-ENTRADA-CENTRO
               AT END CONTINUE
               WHEN CC-IDX > WS-QTD-CENTROS
                   CONTINUE
               WHEN WS-CC-CENTRO(CC-IDX) = WS-DP-CENTRO(DP-IDX)
                   CONTINUE
           END-SEARCH.

           IF CC-IDX > WS-QTD-CENTROS
               ADD 1 TO WS-QTD-CENTROS
               SET CC-IDX TO WS-QTD-CENTROS
               INITIALIZE WS-ENTRADA-CENTRO(CC-IDX)
               MOVE WS-DP-CENTRO(DP-IDX) TO WS-CC-CENTRO(CC-IDX)
           END-IF.

           ADD WS-MV-INICIAL     TO WS-CC-INICIAL(CC-IDX).
           ADD WS-MV-ADMISSOES   TO WS-CC-ADMISSOES(CC-IDX).
           ADD WS-MV-DESLIGADOS  TO WS-CC-DESLIGADOS(CC-IDX).
           ADD WS-MV-EXPERIENCIA TO WS-CC-EXPERIENCIA(CC-IDX).
           ADD WS-MV-ENTRADAS    TO WS-CC-ENTRADAS(CC-IDX).
           ADD WS-MV-SAIDAS      TO WS-CC-SAIDAS(CC-IDX).
           ADD WS-MV-FINAL       TO WS-CC-FINAL(CC-IDX).
           ADD WS-MV-DIAS-CASA   TO WS-CC-DIAS-CASA(CC-IDX).

      * Average tenure of the leavers in months of 30 days; the rate
      * over the average of opening and closing headcount.
       IMPRIMIR-MOVIMENTO.
           MOVE WS-MV-INICIAL     TO WS-L-INICIAL.
           MOVE WS-MV-ADMISSOES   TO WS-L-ADMISSOES.
           MOVE WS-MV-DESLIGADOS  TO WS-L-DESLIGADOS.
           MOVE WS-MV-EXPERIENCIA TO WS-L-EXPERIENCIA.
           MOVE WS-MV-ENTRADAS    TO WS-L-ENTRADAS.
           MOVE WS-MV-SAIDAS      TO WS-L-SAIDAS.
           MOVE WS-MV-FINAL       TO WS-L-FINAL.

           MOVE 0 TO WS-TEMPO-MEDIO.
           IF WS-MV-DESLIGADOS > 0
               COMPUTE WS-TEMPO-MEDIO ROUNDED =
                   WS-MV-DIAS-CASA / WS-MV-DESLIGADOS / 30
           END-IF.
           MOVE WS-TEMPO-MEDIO TO WS-L-TEMPO.

           MOVE 0 TO WS-TAXA.
           COMPUTE WS-QUADRO-MEDIO =
               (WS-MV-INICIAL + WS-MV-FINAL) / 2.
           IF WS-QUADRO-MEDIO > 0
               COMPUTE WS-TAXA ROUNDED =
                   ((WS-MV-ADMISSOES + WS-MV-DESLIGADOS) / 2)
                   / WS-QUADRO-MEDIO * 100
           END-IF.
           MOVE WS-TAXA TO WS-L-TAXA.

           MOVE WS-LINHA-MOVIMENTO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       END PROGRAM ROTATIVIDADE.
