       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASO-VENCIMENTO.

      * Daily occupational health exam (ASO) expiry alert, in the
      * pattern CONTRATOS-VENCIMENTO set for trial periods: every
      * ATIVO or AFASTADO employee has the due date of the latest
      * exam on data/aso.dat (cadastro/aso.cob) checked, and any
      * periodic exam falling due within ASO-ALERTA-DIAS days
      * (default 30), or already past, prints for HR to schedule.
      * An employee with no exam on file at all prints SEM ASO - the
      * admission predates the file, or it was never recorded.
      * Periodic exams lapsing unnoticed is what e-Social audits
      * catch; this report is the guard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT ASO-MASTER ASSIGN TO "data/aso.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WS-FS-ASO.

           SELECT RELATORIO-SAIDA ASSIGN TO
                   "data/aso-vencimento.lst"
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

       FD  ASO-MASTER.
       COPY ASO.

       FD  RELATORIO-SAIDA.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK  VALUE "00".
           88 WS-MASTER-EOF VALUE "10".

       01  WS-FS-ASO PIC XX.
           88 WS-ASO-OK VALUE "00".

       01  WS-FS-SAIDA PIC XX.
           88 WS-SAIDA-OK VALUE "00".

       01  WS-DATA-HOJE PIC 9(8).

       01  WS-ALERTA-TXT PIC X(3).
       01  WS-DIAS-ALERTA PIC 9(3) VALUE 30.

      * Latest exam of the employee being read - its due date is
      * the one that counts, whatever older exams said.
       01  WS-ULTIMO-EXAME      PIC 9(8).
       01  WS-ULTIMO-TIPO       PIC X(1).
       01  WS-ULTIMO-VENCIMENTO PIC 9(8).
       01  WS-DIAS-RESTANTES    PIC S9(6).

       01  WS-QTD-EMPREGADOS PIC 9(5) VALUE 0.
       01  WS-QTD-VENCIDOS   PIC 9(5) VALUE 0.
       01  WS-QTD-A-VENCER   PIC 9(5) VALUE 0.
       01  WS-QTD-SEM-ASO    PIC 9(5) VALUE 0.

       01  WS-LINHA-DETALHE.
           05 WS-D-CODFUNC PIC 9(6).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-NOME    PIC X(20).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-TIPO    PIC X(1).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-EXAME   PIC 9(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-VENCE   PIC 9(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-D-DIAS    PIC -ZZZZ9.
           05 FILLER       PIC X(6) VALUE " DIAS ".
           05 WS-D-FLAG    PIC X(10).

       01  WS-LINHA-RESUMO.
           05 WS-R-ROTULO PIC X(30).
           05 WS-R-QTD    PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           ACCEPT WS-ALERTA-TXT FROM ENVIRONMENT "ASO-ALERTA-DIAS".
           IF WS-ALERTA-TXT NOT = SPACES
               COMPUTE WS-DIAS-ALERTA =
                   FUNCTION NUMVAL(WS-ALERTA-TXT)
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.

           IF NOT WS-MASTER-OK
               DISPLAY "ASO-VENCIMENTO: ERRO ABRINDO MASTER - "
                       WS-FS-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ASO-MASTER.

           IF NOT WS-ASO-OK
               DISPLAY "ASO-VENCIMENTO: ERRO ABRINDO ASO - "
                       WS-FS-ASO
               CLOSE FUNCIONARIO-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RELATORIO-SAIDA.

           IF NOT WS-SAIDA-OK
               DISPLAY "ASO-VENCIMENTO: ERRO ABRINDO SAIDA - "
                       WS-FS-SAIDA
               CLOSE FUNCIONARIO-MASTER
               CLOSE ASO-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "EXAMES OCUPACIONAIS (ASO) A VENCER EM "
               WS-DIAS-ALERTA " DIAS"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           PERFORM UNTIL WS-MASTER-EOF
               READ FUNCIONARIO-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF FM-STATUS-ATIVO OR FM-STATUS-AFASTADO
                           ADD 1 TO WS-QTD-EMPREGADOS
                           PERFORM LOCALIZAR-ULTIMO-EXAME
                           PERFORM AVALIAR-EXAME
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM IMPRIMIR-RESUMO.

           CLOSE FUNCIONARIO-MASTER.
           CLOSE ASO-MASTER.
           CLOSE RELATORIO-SAIDA.

           DISPLAY "ASO-VENCIMENTO: " WS-QTD-VENCIDOS " VENCIDOS / "
                   WS-QTD-A-VENCER " A VENCER / "
                   WS-QTD-SEM-ASO " SEM ASO DE "
                   WS-QTD-EMPREGADOS " EMPREGADOS".

           GOBACK.

      * Exams come back in date order under the employee's code, so
      * the last one read is the latest. A demissional carries no
      * due date - an employee still on the master with one as the
      * latest exam (a dismissal called off) is alerted on its date.
       LOCALIZAR-ULTIMO-EXAME.
           MOVE 0 TO WS-ULTIMO-EXAME.
           MOVE SPACE TO WS-ULTIMO-TIPO.
           MOVE 0 TO WS-ULTIMO-VENCIMENTO.
           MOVE FM-CODFUNC TO AS-CODFUNC.
           MOVE 0 TO AS-DATA-EXAME.
           MOVE SPACE TO AS-TIPO.
           START ASO-MASTER KEY IS NOT LESS THAN AS-CHAVE
               INVALID KEY CONTINUE
           END-START.

           IF WS-ASO-OK
               PERFORM LER-PROXIMO-ASO
               PERFORM UNTIL NOT WS-ASO-OK
                       OR AS-CODFUNC NOT = FM-CODFUNC
                   MOVE AS-DATA-EXAME TO WS-ULTIMO-EXAME
                   MOVE AS-TIPO       TO WS-ULTIMO-TIPO
                   IF AS-DEMISSIONAL
                       MOVE AS-DATA-EXAME TO WS-ULTIMO-VENCIMENTO
                   ELSE
                       MOVE AS-PROXIMO-VENCIMENTO
                           TO WS-ULTIMO-VENCIMENTO
                   END-IF
                   PERFORM LER-PROXIMO-ASO
               END-PERFORM
           END-IF.

       LER-PROXIMO-ASO.
           READ ASO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

      * Within the alert window the exam prints A VENCER, already
      * past it prints VENCIDO; no exam at all prints SEM ASO.
       AVALIAR-EXAME.
           MOVE FM-CODFUNC      TO WS-D-CODFUNC.
           MOVE FM-NOME         TO WS-D-NOME.
           MOVE WS-ULTIMO-TIPO  TO WS-D-TIPO.
           MOVE WS-ULTIMO-EXAME TO WS-D-EXAME.
           MOVE WS-ULTIMO-VENCIMENTO TO WS-D-VENCE.

           IF WS-ULTIMO-EXAME = 0
               ADD 1 TO WS-QTD-SEM-ASO
               MOVE 0 TO WS-D-DIAS
               MOVE "SEM ASO" TO WS-D-FLAG
               MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               COMPUTE WS-DIAS-RESTANTES =
                   FUNCTION INTEGER-OF-DATE(WS-ULTIMO-VENCIMENTO)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               IF WS-DIAS-RESTANTES <= WS-DIAS-ALERTA
                   MOVE WS-DIAS-RESTANTES TO WS-D-DIAS
                   IF WS-DIAS-RESTANTES < 0
                       ADD 1 TO WS-QTD-VENCIDOS
                       MOVE "VENCIDO" TO WS-D-FLAG
                   ELSE
                       ADD 1 TO WS-QTD-A-VENCER
                       MOVE "A VENCER" TO WS-D-FLAG
                   END-IF
                   MOVE WS-LINHA-DETALHE TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
           END-IF.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "EMPREGADOS ATIVOS/AFASTADOS" TO WS-R-ROTULO.
           MOVE WS-QTD-EMPREGADOS TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "EXAMES VENCIDOS" TO WS-R-ROTULO.
           MOVE WS-QTD-VENCIDOS TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "EXAMES A VENCER" TO WS-R-ROTULO.
           MOVE WS-QTD-A-VENCER TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

           MOVE "EMPREGADOS SEM ASO" TO WS-R-ROTULO.
           MOVE WS-QTD-SEM-ASO TO WS-R-QTD.
           MOVE WS-LINHA-RESUMO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       END PROGRAM ASO-VENCIMENTO.
