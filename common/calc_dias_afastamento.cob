       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-DIAS-AFASTAMENTO.

      * Shared leave-day calculator, CALLed like CALC-DIAS-BENEFICIO
      * and off the same file: for one employee and competencia it
      * places the leave of data/afastamentos.dat - from
      * AF-DATA-INICIO up to the day before AF-DATA-RETORNO-PREV,
      * or to the end of the month when an open leave has no return
      * set - on the commercial 30-day month, so a leave covering
      * the whole month is 30 days whatever the calendar says. The
      * leave type then splits those days: DOENCA and ACIDENTE DE
      * TRABALHO leave the first 15 days of the leave to the
      * company and the rest to INSS, MATERNIDADE is paid in full
      * by the company as salario-maternidade, and every other
      * type, or a reason recorded before the type was coded, is
      * unpaid. A closed leave counts up to its actual return,
      * which closing it records in AF-DATA-RETORNO-PREV.
      *
      * The file is opened on the first CALL and kept open for the
      * run unit; an absent file just means nobody is out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFASTAMENTO-MASTER ASSIGN TO "data/afastamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-CODFUNC
               FILE STATUS IS WS-FS-AFASTAMENTO.

       DATA DIVISION.

       FILE SECTION.
       FD  AFASTAMENTO-MASTER.
       COPY AFASTAMENTO.

       WORKING-STORAGE SECTION.

       01  WS-FS-AFASTAMENTO PIC XX.
           88 WS-AFASTAMENTO-OK VALUE "00".

       01  WS-ARQUIVO-ABERTO PIC X VALUE "N".
           88 WS-JA-ABRIU VALUE "S".
       01  WS-AFAST-DISPONIVEL PIC X VALUE "N".
           88 WS-HA-AFASTAMENTOS VALUE "S".

       01  WS-COMPETENCIA-R.
           05 WS-COMP-ANO PIC 9(4).
           05 WS-COMP-MES PIC 9(2).
       01  WS-PROXIMA-COMPETENCIA PIC 9(6).

      * Month and period bounds as integer dates, so clamping a
      * period to the month is plain comparison.
       01  WS-INT-PRIMEIRO  PIC 9(8).
       01  WS-INT-ULTIMO    PIC 9(8).
       01  WS-INT-INICIO    PIC 9(8).
       01  WS-INT-FIM       PIC 9(8).
       01  WS-INT-LEAVE-FIM PIC 9(8).
       01  WS-DIAS-PERIODO  PIC 9(2).

       01  WS-DATA-AUX PIC 9(8).
       01  WS-DIA-INICIO PIC 9(2).
       01  WS-DIA-FIM    PIC 9(2).

      * The company's share of a sick or accident leave.
       01  WS-DIAS-PRIMEIROS PIC 9(2) VALUE 15.

       LINKAGE SECTION.
       COPY CALCDIASAFAST.

       PROCEDURE DIVISION USING LA-PARAMETROS.

       MAIN-PROCEDURE.
           IF NOT WS-JA-ABRIU
               PERFORM ABRIR-ARQUIVO
           END-IF.

           MOVE SPACES TO LA-TIPO-AFASTAMENTO.
           MOVE 0 TO LA-DIAS-AFASTADO.
           MOVE 0 TO LA-DIAS-EMPRESA.
           MOVE 0 TO LA-DIAS-MATERNIDADE.
           MOVE 0 TO LA-DIAS-SEM-REMUNERACAO.
           SET LA-SEM-AFASTAMENTO TO TRUE.

           IF WS-HA-AFASTAMENTOS
               PERFORM DELIMITAR-MES
               PERFORM APURAR-AFASTAMENTO
           END-IF.

           GOBACK.

       ABRIR-ARQUIVO.
           MOVE "S" TO WS-ARQUIVO-ABERTO.
           OPEN INPUT AFASTAMENTO-MASTER.
           IF WS-AFASTAMENTO-OK
               MOVE "S" TO WS-AFAST-DISPONIVEL
           END-IF.

      * First and last day of the competencia - the last is the day
      * before the first of the following month.
       DELIMITAR-MES.
           MOVE LA-COMPETENCIA TO WS-COMPETENCIA-R.
           IF WS-COMP-MES = 12
               COMPUTE WS-PROXIMA-COMPETENCIA =
                   (WS-COMP-ANO + 1) * 100 + 1
           ELSE
               COMPUTE WS-PROXIMA-COMPETENCIA = LA-COMPETENCIA + 1
           END-IF.
           COMPUTE WS-INT-PRIMEIRO =
               FUNCTION INTEGER-OF-DATE(LA-COMPETENCIA * 100 + 1).
           COMPUTE WS-INT-ULTIMO =
               FUNCTION INTEGER-OF-DATE(WS-PROXIMA-COMPETENCIA * 100
                                        + 1) - 1.

      * A closed leave with no return on file cannot be placed on
      * the month and is ignored, as it always was.
       APURAR-AFASTAMENTO.
           MOVE LA-CODFUNC TO AF-CODFUNC.
           READ AFASTAMENTO-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF AF-DATA-INICIO > 0
                           AND (AF-ABERTO
                                OR AF-DATA-RETORNO-PREV > 0)
                       PERFORM DIVIDIR-AFASTAMENTO
                   END-IF
           END-READ.

       DIVIDIR-AFASTAMENTO.
           MOVE AF-TIPO-AFASTAMENTO TO LA-TIPO-AFASTAMENTO.
           COMPUTE WS-INT-INICIO =
               FUNCTION INTEGER-OF-DATE(AF-DATA-INICIO).
           IF AF-DATA-RETORNO-PREV > 0
               COMPUTE WS-INT-LEAVE-FIM =
                   FUNCTION INTEGER-OF-DATE(AF-DATA-RETORNO-PREV) - 1
           ELSE
               MOVE WS-INT-ULTIMO TO WS-INT-LEAVE-FIM
           END-IF.
           MOVE WS-INT-LEAVE-FIM TO WS-INT-FIM.
           PERFORM CONTAR-PERIODO.
           MOVE WS-DIAS-PERIODO TO LA-DIAS-AFASTADO.

           IF LA-DIAS-AFASTADO > 0
               SET LA-COM-AFASTAMENTO TO TRUE
               EVALUATE TRUE
                   WHEN AF-PRIMEIROS-15-DIAS
                       COMPUTE WS-INT-INICIO =
                           FUNCTION INTEGER-OF-DATE(AF-DATA-INICIO)
                       COMPUTE WS-INT-FIM =
                           WS-INT-INICIO + WS-DIAS-PRIMEIROS - 1
                       IF WS-INT-FIM > WS-INT-LEAVE-FIM
                           MOVE WS-INT-LEAVE-FIM TO WS-INT-FIM
                       END-IF
                       PERFORM CONTAR-PERIODO
                       MOVE WS-DIAS-PERIODO TO LA-DIAS-EMPRESA
                   WHEN AF-MATERNIDADE
                       MOVE LA-DIAS-AFASTADO TO LA-DIAS-MATERNIDADE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               COMPUTE LA-DIAS-SEM-REMUNERACAO =
                   LA-DIAS-AFASTADO - LA-DIAS-EMPRESA
                   - LA-DIAS-MATERNIDADE
           END-IF.

      * Days from WS-INT-INICIO through WS-INT-FIM, both clamped to
      * the month first, counted on the 30-day month: a day 31 is
      * day 30, and a period reaching the month's last day runs to
      * day 30 even in February.
       CONTAR-PERIODO.
           MOVE 0 TO WS-DIAS-PERIODO.
           IF WS-INT-INICIO < WS-INT-PRIMEIRO
               MOVE WS-INT-PRIMEIRO TO WS-INT-INICIO
           END-IF.
           IF WS-INT-FIM > WS-INT-ULTIMO
               MOVE WS-INT-ULTIMO TO WS-INT-FIM
           END-IF.
           IF WS-INT-INICIO <= WS-INT-FIM
               COMPUTE WS-DATA-AUX =
                   FUNCTION DATE-OF-INTEGER(WS-INT-INICIO)
               MOVE WS-DATA-AUX(7:2) TO WS-DIA-INICIO
               IF WS-DIA-INICIO > 30
                   MOVE 30 TO WS-DIA-INICIO
               END-IF
               IF WS-INT-FIM = WS-INT-ULTIMO
                   MOVE 30 TO WS-DIA-FIM
               ELSE
                   COMPUTE WS-DATA-AUX =
                       FUNCTION DATE-OF-INTEGER(WS-INT-FIM)
                   MOVE WS-DATA-AUX(7:2) TO WS-DIA-FIM
                   IF WS-DIA-FIM > 30
                       MOVE 30 TO WS-DIA-FIM
                   END-IF
               END-IF
               IF WS-DIA-FIM >= WS-DIA-INICIO
                   COMPUTE WS-DIAS-PERIODO =
                       WS-DIA-FIM - WS-DIA-INICIO + 1
               END-IF
           END-IF.

       END PROGRAM CALC-DIAS-AFASTAMENTO.
