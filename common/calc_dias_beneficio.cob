       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-DIAS-BENEFICIO.

      * Shared benefit-day calculator, CALLed like CALC-DIAS-UTEIS
      * and built on it: for one employee and competencia it counts
      * the month's business days, then the business days of the
      * month the employee spends on the open leave of
      * data/afastamentos.dat (from AF-DATA-INICIO up to the day
      * before the expected return, or to the end of the month
      * when no return is set) and on the open vacation of
      * data/ferias.dat (FE-DIAS-GOZO calendar days from
      * FE-DATA-INICIO), and returns what is left as the days a
      * per-day benefit is credited on. A leave and a vacation that
      * overlap never push the credit below zero.
      *
      * Both files are opened on the first CALL and kept open for
      * the run unit; an absent file just means nobody is out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFASTAMENTO-MASTER ASSIGN TO "data/afastamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-CODFUNC
               FILE STATUS IS WS-FS-AFASTAMENTO.

           SELECT FERIAS-MASTER ASSIGN TO "data/ferias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-CODFUNC
               FILE STATUS IS WS-FS-FERIAS.

       DATA DIVISION.

       FILE SECTION.
       FD  AFASTAMENTO-MASTER.
       COPY AFASTAMENTO.

       FD  FERIAS-MASTER.
       COPY FERIAS.

       WORKING-STORAGE SECTION.

       01  WS-FS-AFASTAMENTO PIC XX.
           88 WS-AFASTAMENTO-OK VALUE "00".

       01  WS-FS-FERIAS PIC XX.
           88 WS-FERIAS-OK VALUE "00".

       01  WS-ARQUIVOS-ABERTOS PIC X VALUE "N".
           88 WS-JA-ABRIU VALUE "S".
       01  WS-AFAST-DISPONIVEL PIC X VALUE "N".
           88 WS-HA-AFASTAMENTOS VALUE "S".
       01  WS-FERIAS-DISPONIVEL PIC X VALUE "N".
           88 WS-HA-FERIAS VALUE "S".

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
       01  WS-DIAS-PERIODO  PIC 9(2).
       01  WS-DIAS-FORA     PIC 9(3).

       COPY CALCDIASUTEIS.

       LINKAGE SECTION.
       COPY CALCDIASBEN.

       PROCEDURE DIVISION USING DB-PARAMETROS.

       MAIN-PROCEDURE.
           IF NOT WS-JA-ABRIU
               PERFORM ABRIR-ARQUIVOS
           END-IF.

           MOVE 0 TO DB-DIAS-UTEIS.
           MOVE 0 TO DB-DIAS-AFASTADO.
           MOVE 0 TO DB-DIAS-FERIAS.
           MOVE 0 TO DB-DIAS-CREDITO.

           PERFORM DELIMITAR-MES.

           MOVE WS-INT-PRIMEIRO TO WS-INT-INICIO.
           MOVE WS-INT-ULTIMO   TO WS-INT-FIM.
           PERFORM CONTAR-PERIODO.
           MOVE WS-DIAS-PERIODO TO DB-DIAS-UTEIS.

           IF WS-HA-AFASTAMENTOS
               PERFORM CONTAR-AFASTAMENTO
           END-IF.

           IF WS-HA-FERIAS
               PERFORM CONTAR-FERIAS
           END-IF.

           COMPUTE WS-DIAS-FORA = DB-DIAS-AFASTADO + DB-DIAS-FERIAS.
           IF WS-DIAS-FORA < DB-DIAS-UTEIS
               COMPUTE DB-DIAS-CREDITO = DB-DIAS-UTEIS - WS-DIAS-FORA
           END-IF.

           GOBACK.

       ABRIR-ARQUIVOS.
           MOVE "S" TO WS-ARQUIVOS-ABERTOS.
           OPEN INPUT AFASTAMENTO-MASTER.
           IF WS-AFASTAMENTO-OK
               MOVE "S" TO WS-AFAST-DISPONIVEL
           END-IF.
           OPEN INPUT FERIAS-MASTER.
           IF WS-FERIAS-OK
               MOVE "S" TO WS-FERIAS-DISPONIVEL
           END-IF.

      * First and last day of the competencia - the last is the day
      * before the first of the following month.
       DELIMITAR-MES.
           MOVE DB-COMPETENCIA TO WS-COMPETENCIA-R.
           IF WS-COMP-MES = 12
               COMPUTE WS-PROXIMA-COMPETENCIA =
                   (WS-COMP-ANO + 1) * 100 + 1
           ELSE
               COMPUTE WS-PROXIMA-COMPETENCIA = DB-COMPETENCIA + 1
           END-IF.
           COMPUTE WS-INT-PRIMEIRO =
               FUNCTION INTEGER-OF-DATE(DB-COMPETENCIA * 100 + 1).
           COMPUTE WS-INT-ULTIMO =
               FUNCTION INTEGER-OF-DATE(WS-PROXIMA-COMPETENCIA * 100
                                        + 1) - 1.

      * Business days from WS-INT-INICIO through WS-INT-FIM, both
      * clamped to the month first. CALC-DIAS-UTEIS counts the days
      * after its start date, so it is handed the day before.
       CONTAR-PERIODO.
           MOVE 0 TO WS-DIAS-PERIODO.
           IF WS-INT-INICIO < WS-INT-PRIMEIRO
               MOVE WS-INT-PRIMEIRO TO WS-INT-INICIO
           END-IF.
           IF WS-INT-FIM > WS-INT-ULTIMO
               MOVE WS-INT-ULTIMO TO WS-INT-FIM
           END-IF.
           IF WS-INT-INICIO <= WS-INT-FIM
               COMPUTE DU-DATA-INICIO =
                   FUNCTION DATE-OF-INTEGER(WS-INT-INICIO - 1)
               COMPUTE DU-DATA-FIM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-FIM)
               CALL "CALC-DIAS-UTEIS" USING DU-PARAMETROS
               IF DU-DIAS-UTEIS > 0
                   MOVE DU-DIAS-UTEIS TO WS-DIAS-PERIODO
               END-IF
           END-IF.

      * Leave without an expected return runs to the end of the
      * month; with one, the employee is back on the return date.
       CONTAR-AFASTAMENTO.
           MOVE DB-CODFUNC TO AF-CODFUNC.
           READ AFASTAMENTO-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF AF-ABERTO AND AF-DATA-INICIO > 0
                       COMPUTE WS-INT-INICIO =
                           FUNCTION INTEGER-OF-DATE(AF-DATA-INICIO)
                       IF AF-DATA-RETORNO-PREV > 0
                           COMPUTE WS-INT-FIM =
                               FUNCTION INTEGER-OF-DATE(
                                   AF-DATA-RETORNO-PREV) - 1
                       ELSE
                           MOVE WS-INT-ULTIMO TO WS-INT-FIM
                       END-IF
                       PERFORM CONTAR-PERIODO
                       MOVE WS-DIAS-PERIODO TO DB-DIAS-AFASTADO
                   END-IF
           END-READ.

       CONTAR-FERIAS.
           MOVE DB-CODFUNC TO FE-CODFUNC.
           READ FERIAS-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FE-ABERTA AND FE-DATA-INICIO > 0
                           AND FE-DIAS-GOZO > 0
                       COMPUTE WS-INT-INICIO =
                           FUNCTION INTEGER-OF-DATE(FE-DATA-INICIO)
                       COMPUTE WS-INT-FIM =
                           WS-INT-INICIO + FE-DIAS-GOZO - 1
                       PERFORM CONTAR-PERIODO
                       MOVE WS-DIAS-PERIODO TO DB-DIAS-FERIAS
                   END-IF
           END-READ.

       END PROGRAM CALC-DIAS-BENEFICIO.
