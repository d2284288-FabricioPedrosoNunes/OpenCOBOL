       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREINAMENTOS-CONFORMIDADE.

      * Mandatory training compliance report, per department: every
      * ATIVO and AFASTADO employee is checked against the courses
      * their cargo requires (data/cursos-cargo.dat, maintained in
      * cadastro/curso.cob), and each requirement without a
      * certificate on data/treinamentos.dat prints FALTANTE, one
      * whose latest certificate has expired prints VENCIDO, and
      * one expiring within TREINAMENTO-ALERTA-DIAS days (default
      * 60) prints A VENCER. Requirements in order are only counted.
      * Sorted by department so each one's pendencias and totals
      * come out together - the list the safety inspection asks
      * for, replacing the spreadsheet that let two NR certificates
      * lapse. An employee with no cargo has no requirements.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT CURSO-CARGO-MASTER ASSIGN TO "data/cursos-cargo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CHAVE
               FILE STATUS IS WS-FS-CURSO-CARGO.

           SELECT TREINAMENTO-MASTER ASSIGN TO "data/treinamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-CHAVE
               FILE STATUS IS WS-FS-TREINAMENTO.

           SELECT SORT-WORK ASSIGN TO "sortwk9".

           SELECT RELATORIO-SAIDA ASSIGN TO
                   "data/treinamentos-conformidade.lst"
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

       FD  CURSO-CARGO-MASTER.
       COPY CURSOCARGO.

       FD  TREINAMENTO-MASTER.
       COPY TREINAMENTO.

      * One line per requirement of one employee, with its verdict.
       SD  SORT-WORK.
       01  SD-EXIGENCIA.
           05 SD-DEPARTAMENTO PIC X(15).
           05 SD-CODFUNC      PIC 9(6).
           05 SD-CURSO        PIC X(6).
           05 SD-NOME         PIC X(20).
           05 SD-CARGO        PIC 9(4).
           05 SD-CONCLUSAO    PIC 9(8).
           05 SD-VALIDADE     PIC 9(8).
           05 SD-SITUACAO     PIC X(1).
              88 SD-EM-DIA    VALUE "O".
              88 SD-A-VENCER  VALUE "A".
              88 SD-VENCIDO   VALUE "V".
              88 SD-FALTANTE  VALUE "F".

       FD  RELATORIO-SAIDA.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK  VALUE "00".
           88 WS-MASTER-EOF VALUE "10".

       01  WS-FS-CURSO-CARGO PIC XX.
           88 WS-CURSO-CARGO-OK VALUE "00".

       01  WS-FS-TREINAMENTO PIC XX.
           88 WS-TREINAMENTO-OK VALUE "00".

      * Without the training file every requirement is missing -
      * the report still runs and says so.
       01  WS-TREINAMENTO-ABERTO PIC X VALUE "N".
           88 WS-HA-TREINAMENTOS VALUE "S".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-SORT-STATUS PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "S".

       01  WS-CARGA-FALHOU PIC X VALUE "N".
           88 WS-CARGA-FALHADA VALUE "S".

       01  WS-DATA-HOJE PIC 9(8).
       01  WS-DATA-LIMITE PIC 9(8).

       01  WS-ALERTA-TXT PIC X(3).
       01  WS-DIAS-ALERTA PIC 9(3) VALUE 60.

      * Latest certificate of the requirement being checked.
       01  WS-ULTIMA-CONCLUSAO PIC 9(8).
       01  WS-ULTIMA-VALIDADE  PIC 9(8).

       01  WS-DEPTO-ANTERIOR PIC X(15) VALUE LOW-VALUES.

      * Per-department and overall requirement counts - index 1 the
      * department in progress, 2 the whole report.
       01  WS-TOTAIS.
           05 WS-TOTAL OCCURS 2 TIMES.
               10 WS-QTD-EXIGENCIAS PIC 9(6).
               10 WS-QTD-EM-DIA     PIC 9(6).
               10 WS-QTD-A-VENCER   PIC 9(6).
               10 WS-QTD-VENCIDOS   PIC 9(6).
               10 WS-QTD-FALTANTES  PIC 9(6).
       01  WS-TOT-IDX PIC 9.

       01  WS-QTD-EMPREGADOS PIC 9(6) VALUE 0.

       01  WS-LINHA-DEPTO.
           05 FILLER       PIC X(14) VALUE "DEPARTAMENTO: ".
           05 WS-DP-NOME   PIC X(15).

       01  WS-LINHA-CABECALHO.
           05 FILLER PIC X(40)
                 VALUE "CODIGO NOME                 CARGO CURSO ".
           05 FILLER PIC X(28)
                 VALUE " CONCLUSAO VALIDADE SITUACAO".

       01  WS-LINHA-DETALHE.
           05 WS-D-CODFUNC   PIC 9(6).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-D-NOME      PIC X(20).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-D-CARGO     PIC 9(4).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-D-CURSO     PIC X(6).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-D-CONCLUSAO PIC 9(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-D-VALIDADE  PIC 9(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-D-SITUACAO  PIC X(9).

       01  WS-LINHA-RESUMO.
           05 WS-R-ROTULO PIC X(30).
           05 WS-R-QTD    PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           ACCEPT WS-ALERTA-TXT FROM ENVIRONMENT
               "TREINAMENTO-ALERTA-DIAS".
           IF WS-ALERTA-TXT NOT = SPACES
               COMPUTE WS-DIAS-ALERTA =
                   FUNCTION NUMVAL(WS-ALERTA-TXT)
           END-IF.
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + WS-DIAS-ALERTA).

           INITIALIZE WS-TOTAIS.

           OPEN INPUT CURSO-CARGO-MASTER.

           IF NOT WS-CURSO-CARGO-OK
               DISPLAY "TREINAMENTOS-CONFORMIDADE: ERRO ABRINDO "
                       "EXIGENCIAS - " WS-FS-CURSO-CARGO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT TREINAMENTO-MASTER.
           IF WS-TREINAMENTO-OK
               MOVE "S" TO WS-TREINAMENTO-ABERTO
           ELSE
               DISPLAY "TREINAMENTOS-CONFORMIDADE: TREINAMENTOS "
                       "INDISPONIVEIS (" WS-FS-TREINAMENTO
                       ") - TODAS AS EXIGENCIAS FALTANTES"
           END-IF.

           OPEN OUTPUT RELATORIO-SAIDA.

           IF NOT WS-SAIDA-OK
               DISPLAY "TREINAMENTOS-CONFORMIDADE: ERRO ABRINDO "
                       "SAIDA - " WS-FS-SAIDA
               PERFORM FECHAR-CADASTROS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CONFORMIDADE DE TREINAMENTOS OBRIGATORIOS EM "
               WS-DATA-HOJE " - ALERTA " WS-DIAS-ALERTA " DIAS"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           SORT SORT-WORK
               ON ASCENDING KEY SD-DEPARTAMENTO SD-CODFUNC SD-CURSO
               INPUT PROCEDURE IS CARREGAR-EXIGENCIAS
               OUTPUT PROCEDURE IS IMPRIMIR-POR-DEPARTAMENTO.

           IF WS-CARGA-FALHADA
               PERFORM FECHAR-CADASTROS
               CLOSE RELATORIO-SAIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM IMPRIMIR-RESUMO.

           PERFORM FECHAR-CADASTROS.
           CLOSE RELATORIO-SAIDA.

           DISPLAY "TREINAMENTOS-CONFORMIDADE: "
                   WS-QTD-FALTANTES(2) " FALTANTES / "
                   WS-QTD-VENCIDOS(2) " VENCIDOS / "
                   WS-QTD-A-VENCER(2) " A VENCER DE "
                   WS-QTD-EXIGENCIAS(2) " EXIGENCIAS".

           GOBACK.

       FECHAR-CADASTROS.
           CLOSE CURSO-CARGO-MASTER.
           IF WS-HA-TREINAMENTOS
               CLOSE TREINAMENTO-MASTER
           END-IF.

      * A failed master open cannot GOBACK from inside the SORT
      * input procedure - the sort would still be in progress under
      * the caller. The switch lets the procedure fall through
      * empty and MAIN-PROCEDURE fail the run after the SORT
      * returns, the same device CONTRACHEQUE uses.
       CARREGAR-EXIGENCIAS.
           OPEN INPUT FUNCIONARIO-MASTER.

           IF NOT WS-MASTER-OK
               DISPLAY "TREINAMENTOS-CONFORMIDADE: ERRO ABRINDO "
                       "MASTER - " WS-FS-MASTER
               MOVE "S" TO WS-CARGA-FALHOU
           ELSE
               PERFORM CARREGAR-DO-MASTER
           END-IF.

       CARREGAR-DO-MASTER.
           PERFORM UNTIL WS-MASTER-EOF
               READ FUNCIONARIO-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF (FM-STATUS-ATIVO OR FM-STATUS-AFASTADO)
                               AND FM-CARGO > 0
                           ADD 1 TO WS-QTD-EMPREGADOS
                           PERFORM AVALIAR-EXIGENCIAS-CARGO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FUNCIONARIO-MASTER.

      * Every course the employee's cargo requires, by START on the
      * cargo and sequential reads while it still matches.
       AVALIAR-EXIGENCIAS-CARGO.
           MOVE FM-CARGO TO CC-CARGO.
           MOVE LOW-VALUES TO CC-CURSO.
           START CURSO-CARGO-MASTER KEY IS NOT LESS THAN CC-CHAVE
               INVALID KEY CONTINUE
           END-START.

           IF WS-CURSO-CARGO-OK
               PERFORM LER-PROXIMA-EXIGENCIA
               PERFORM UNTIL NOT WS-CURSO-CARGO-OK
                       OR CC-CARGO NOT = FM-CARGO
                   PERFORM AVALIAR-EXIGENCIA
                   PERFORM LER-PROXIMA-EXIGENCIA
               END-PERFORM
           END-IF.

       LER-PROXIMA-EXIGENCIA.
           READ CURSO-CARGO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

      * The latest certificate of the course decides; a zero expiry
      * is a course that never lapses.
       AVALIAR-EXIGENCIA.
           PERFORM LOCALIZAR-ULTIMO-TREINAMENTO.

           MOVE FM-DEPARTAMENTO TO SD-DEPARTAMENTO.
           MOVE FM-CODFUNC      TO SD-CODFUNC.
           MOVE CC-CURSO        TO SD-CURSO.
           MOVE FM-NOME         TO SD-NOME.
           MOVE FM-CARGO        TO SD-CARGO.
           MOVE WS-ULTIMA-CONCLUSAO TO SD-CONCLUSAO.
           MOVE WS-ULTIMA-VALIDADE  TO SD-VALIDADE.

           EVALUATE TRUE
               WHEN WS-ULTIMA-CONCLUSAO = 0
                   SET SD-FALTANTE TO TRUE
               WHEN WS-ULTIMA-VALIDADE = 0
                   SET SD-EM-DIA TO TRUE
               WHEN WS-ULTIMA-VALIDADE < WS-DATA-HOJE
                   SET SD-VENCIDO TO TRUE
               WHEN WS-ULTIMA-VALIDADE <= WS-DATA-LIMITE
                   SET SD-A-VENCER TO TRUE
               WHEN OTHER
                   SET SD-EM-DIA TO TRUE
           END-EVALUATE.

           RELEASE SD-EXIGENCIA.

      * Certificates of one course come back oldest first under the
      * employee's code, so the last one read is the latest.
       LOCALIZAR-ULTIMO-TREINAMENTO.
           MOVE 0 TO WS-ULTIMA-CONCLUSAO.
           MOVE 0 TO WS-ULTIMA-VALIDADE.
           IF WS-HA-TREINAMENTOS
               MOVE FM-CODFUNC TO TR-CODFUNC
               MOVE CC-CURSO   TO TR-CURSO
               MOVE 0          TO TR-DATA-CONCLUSAO
               START TREINAMENTO-MASTER
                   KEY IS NOT LESS THAN TR-CHAVE
                   INVALID KEY CONTINUE
               END-START
               IF WS-TREINAMENTO-OK
                   PERFORM LER-PROXIMO-TREINAMENTO
                   PERFORM UNTIL NOT WS-TREINAMENTO-OK
                           OR TR-CODFUNC NOT = FM-CODFUNC
                           OR TR-CURSO NOT = CC-CURSO
                       MOVE TR-DATA-CONCLUSAO TO WS-ULTIMA-CONCLUSAO
                       MOVE TR-DATA-VALIDADE  TO WS-ULTIMA-VALIDADE
                       PERFORM LER-PROXIMO-TREINAMENTO
                   END-PERFORM
               END-IF
           END-IF.

       LER-PROXIMO-TREINAMENTO.
           READ TREINAMENTO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

      * Control break on department: heading when it starts, its
      * totals when the next one begins and after the last record.
       IMPRIMIR-POR-DEPARTAMENTO.
           RETURN SORT-WORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

           PERFORM UNTIL WS-SORT-EOF
               IF SD-DEPARTAMENTO NOT = WS-DEPTO-ANTERIOR
                   IF WS-DEPTO-ANTERIOR NOT = LOW-VALUES
                       PERFORM IMPRIMIR-TOTAL-DEPARTAMENTO
                   END-IF
                   PERFORM INICIAR-DEPARTAMENTO
               END-IF
               PERFORM CONTAR-EXIGENCIA
               IF NOT SD-EM-DIA
                   PERFORM IMPRIMIR-PENDENCIA
               END-IF
               RETURN SORT-WORK
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.

           IF WS-DEPTO-ANTERIOR NOT = LOW-VALUES
               PERFORM IMPRIMIR-TOTAL-DEPARTAMENTO
           END-IF.

       INICIAR-DEPARTAMENTO.
           MOVE SD-DEPARTAMENTO TO WS-DEPTO-ANTERIOR.
           MOVE 0 TO WS-QTD-EXIGENCIAS(1) WS-QTD-EM-DIA(1)
                     WS-QTD-A-VENCER(1) WS-QTD-VENCIDOS(1)
                     WS-QTD-FALTANTES(1).

           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SD-DEPARTAMENTO TO WS-DP-NOME.
           MOVE WS-LINHA-DEPTO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-LINHA-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       CONTAR-EXIGENCIA.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > 2
               ADD 1 TO WS-QTD-EXIGENCIAS(WS-TOT-IDX)
               EVALUATE TRUE
                   WHEN SD-EM-DIA
                       ADD 1 TO WS-QTD-EM-DIA(WS-TOT-IDX)
                   WHEN SD-A-VENCER
                       ADD 1 TO WS-QTD-A-VENCER(WS-TOT-IDX)
                   WHEN SD-VENCIDO
                       ADD 1 TO WS-QTD-VENCIDOS(WS-TOT-IDX)
                   WHEN SD-FALTANTE
                       ADD 1 TO WS-QTD-FALTANTES(WS-TOT-IDX)
               END-EVALUATE
           END-PERFORM.

       IMPRIMIR-PENDENCIA.
           MOVE SD-CODFUNC   TO WS-D-CODFUNC.
           MOVE SD-NOME      TO WS-D-NOME.
           MOVE SD-CARGO     TO WS-D-CARGO.
           MOVE SD-CURSO     TO WS-D-CURSO.
           MOVE SD-CONCLUSAO TO WS-D-CONCLUSAO.
           MOVE SD-VALIDADE  TO WS-D-VALIDADE.
           EVALUATE TRUE
               WHEN SD-A-VENCER
                   MOVE "A VENCER" TO WS-D-SITUACAO
               WHEN SD-VENCIDO
                   MOVE "VENCIDO" TO WS-D-SITUACAO
               WHEN OTHER
                   MOVE "FALTANTE" TO WS-D-SITUACAO
           END-EVALUATE.
           MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIMIR-TOTAL-DEPARTAMENTO.
           MOVE 1 TO WS-TOT-IDX.
           PERFORM IMPRIMIR-TOTAIS.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "TOTAL GERAL" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "EMPREGADOS COM CARGO" TO WS-R-ROTULO.
           MOVE WS-QTD-EMPREGADOS TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE 2 TO WS-TOT-IDX.
           PERFORM IMPRIMIR-TOTAIS.

      * Prints the counts of the WS-TOT-IDX set.
       IMPRIMIR-TOTAIS.
           MOVE "  EXIGENCIAS" TO WS-R-ROTULO.
           MOVE WS-QTD-EXIGENCIAS(WS-TOT-IDX) TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "  EM DIA" TO WS-R-ROTULO.
           MOVE WS-QTD-EM-DIA(WS-TOT-IDX) TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "  A VENCER" TO WS-R-ROTULO.
           MOVE WS-QTD-A-VENCER(WS-TOT-IDX) TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "  VENCIDOS" TO WS-R-ROTULO.
           MOVE WS-QTD-VENCIDOS(WS-TOT-IDX) TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "  FALTANTES" TO WS-R-ROTULO.
           MOVE WS-QTD-FALTANTES(WS-TOT-IDX) TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       END PROGRAM TREINAMENTOS-CONFORMIDADE.
