      * exactly the layout PROCESSA-PONTO consumes. Unpaired
      * punches go to data/ponto-importa-rejeitados.lst for HR to
      * resolve; a sequence break fails the run so nobody trusts a
      * file with a hole in it. An entry punch may carry the project
      * the employee is clocking onto; the pair's minutes are booked
      * to it and the day is written as one ponto line per project
      * (plus one for the time on no project), which is what
      * ALOCACAO-PROJETOS spreads the gross by.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 RP-DIRECAO PIC X(1).
              88 RP-ENTRADA VALUE "E".
              88 RP-SAIDA   VALUE "S".
      * Optional - only read on an entry punch; clocks without the
      * project keypad leave it in blank.
           05 RP-PROJETO PIC X(8).

      * Exactly the layout PROCESSA-PONTO reads.
       FD  PONTO-SAIDA.
           05 PT-HORAS-NORMAIS PIC 9(2)V9(2).
           05 PT-HORAS-EXTRAS PIC 9(2)V9(2).
           05 PT-HORAS-FALTAS PIC 9(2)V9(2).
           05 PT-PROJETO      PIC X(8).

       FD  REJEITADOS.
       01  REJEITADOS-LINHA PIC X(80).
       01  WS-JORNADA-HORAS PIC 9(2) VALUE 8.
       01  WS-JORNADA-MINUTOS PIC 9(4).

      * One entry per employee per day: worked minutes so far, the
      * open entry waiting for its exit with the project it was
      * punched onto, and the minutes booked per project. A day on
      * more projects than the table holds books the rest as time on
      * no project, which stays on the home cost center.
       01  WS-DIAS-TABELA.
           05 WS-QTD-DIAS PIC 9(4) VALUE 0.
           05 WS-ENTRADA-DIA OCCURS 5000 TIMES
               10 WS-D-ABERTO  PIC X(1).
                  88 WS-D-TEM-ENTRADA VALUE "S".
               10 WS-D-HORA-ENTRADA PIC 9(4).
               10 WS-D-PROJETO-ABERTO PIC X(8).
               10 WS-D-MINUTOS-SEM-PROJETO PIC 9(5).
               10 WS-D-QTD-PROJETOS PIC 9(1).
               10 WS-D-PROJETO-DIA OCCURS 4 TIMES
                                   INDEXED BY PJ-IDX.
                   15 WS-D-PJ-CODIGO  PIC X(8).
                   15 WS-D-PJ-MINUTOS PIC 9(5).

       01  WS-ACHOU-DIA PIC X VALUE "N".
           88 WS-DIA-ACHADO VALUE "S".
       01  WS-MINUTOS-PAR     PIC S9(5).
       01  WS-MINUTOS-DIA     PIC 9(5).

      * Splitting a day across its project lines - the shift's
      * normal minutes go to the lines in order, the rest of each
      * line is overtime, and the absence rides on the first line.
       01  WS-NORMAIS-RESTANTES PIC 9(5).
       01  WS-FALTAS-DIA        PIC 9(5).
       01  WS-MINUTOS-LINHA     PIC 9(5).
       01  WS-NORMAIS-LINHA     PIC 9(5).
       01  WS-PROJETO-LINHA     PIC X(8).

       01  WS-ACHOU-PROJETO PIC X VALUE "N".
           88 WS-PROJETO-ACHADO VALUE "S".

       01  WS-QTD-LIDAS       PIC 9(6) VALUE 0.
       01  WS-QTD-SEM-PAR     PIC 9(5) VALUE 0.
       01  WS-QTD-GRAVADOS    PIC 9(5) VALUE 0.
               MOVE 0   TO WS-D-MINUTOS(DI-IDX)
               MOVE "N" TO WS-D-ABERTO(DI-IDX)
               MOVE 0   TO WS-D-HORA-ENTRADA(DI-IDX)
               MOVE SPACES TO WS-D-PROJETO-ABERTO(DI-IDX)
               MOVE 0   TO WS-D-MINUTOS-SEM-PROJETO(DI-IDX)
               MOVE 0   TO WS-D-QTD-PROJETOS(DI-IDX)
           END-IF.

      * A second entry without an exit between them loses the first
           END-IF.
           MOVE "S" TO WS-D-ABERTO(DI-IDX).
           MOVE RP-HORA TO WS-D-HORA-ENTRADA(DI-IDX).
           MOVE RP-PROJETO TO WS-D-PROJETO-ABERTO(DI-IDX).

       TRATAR-SAIDA.
           IF NOT WS-D-TEM-ENTRADA(DI-IDX)
                   WRITE REJEITADOS-LINHA
               ELSE
                   ADD WS-MINUTOS-PAR TO WS-D-MINUTOS(DI-IDX)
                   PERFORM APROPRIAR-PROJETO
               END-IF
               MOVE "N" TO WS-D-ABERTO(DI-IDX)
           END-IF.

      * Books the pair's minutes to the project its entry punch
      * carried - a new project takes the next free slot of the day.
       APROPRIAR-PROJETO.
           IF WS-D-PROJETO-ABERTO(DI-IDX) = SPACES
               ADD WS-MINUTOS-PAR TO WS-D-MINUTOS-SEM-PROJETO(DI-IDX)
           ELSE
               MOVE "N" TO WS-ACHOU-PROJETO
               PERFORM VARYING PJ-IDX FROM 1 BY 1
                       UNTIL PJ-IDX > WS-D-QTD-PROJETOS(DI-IDX)
                          OR WS-PROJETO-ACHADO
                   IF WS-D-PJ-CODIGO(DI-IDX PJ-IDX) =
                           WS-D-PROJETO-ABERTO(DI-IDX)
                       ADD WS-MINUTOS-PAR
                           TO WS-D-PJ-MINUTOS(DI-IDX PJ-IDX)
                       MOVE "S" TO WS-ACHOU-PROJETO
                   END-IF
               END-PERFORM
               IF NOT WS-PROJETO-ACHADO
                   IF WS-D-QTD-PROJETOS(DI-IDX) < 4
                       ADD 1 TO WS-D-QTD-PROJETOS(DI-IDX)
                       SET PJ-IDX TO WS-D-QTD-PROJETOS(DI-IDX)
                       MOVE WS-D-PROJETO-ABERTO(DI-IDX)
                           TO WS-D-PJ-CODIGO(DI-IDX PJ-IDX)
                       MOVE WS-MINUTOS-PAR
                           TO WS-D-PJ-MINUTOS(DI-IDX PJ-IDX)
                   ELSE
                       ADD WS-MINUTOS-PAR
                           TO WS-D-MINUTOS-SEM-PROJETO(DI-IDX)
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-D-PROJETO-ABERTO(DI-IDX).

       VARRER-ENTRADAS-ABERTAS.
           PERFORM VARYING DI-IDX FROM 1 BY 1
                   UNTIL DI-IDX > WS-QTD-DIAS
               END-IF
           END-PERFORM.

      * One ponto line per employee per day and project: hours up
      * to the shift are normal, the excess is overtime, the
      * shortfall under a day with at least one pair is absence.
       GRAVAR-PONTO.
           OPEN OUTPUT PONTO-SAIDA.


           CLOSE PONTO-SAIDA.

      * The day is classified as a whole against the shift, then
      * split across its project lines - a day on a single project
      * (or on none) still comes out as the one line it always did.
       GRAVAR-UM-DIA.
           MOVE WS-D-MINUTOS(DI-IDX) TO WS-MINUTOS-DIA.
           MOVE WS-D-CODFUNC(DI-IDX) TO PT-CODFUNC.
           MOVE WS-D-DATA(DI-IDX)    TO PT-DATA.

           IF WS-MINUTOS-DIA >= WS-JORNADA-MINUTOS
               MOVE WS-JORNADA-MINUTOS TO WS-NORMAIS-RESTANTES
               MOVE 0 TO WS-FALTAS-DIA
           ELSE
               MOVE WS-MINUTOS-DIA TO WS-NORMAIS-RESTANTES
               COMPUTE WS-FALTAS-DIA =
                   WS-JORNADA-MINUTOS - WS-MINUTOS-DIA
           END-IF.

           PERFORM VARYING PJ-IDX FROM 1 BY 1
                   UNTIL PJ-IDX > WS-D-QTD-PROJETOS(DI-IDX)
               MOVE WS-D-PJ-CODIGO(DI-IDX PJ-IDX) TO WS-PROJETO-LINHA
               MOVE WS-D-PJ-MINUTOS(DI-IDX PJ-IDX)
                   TO WS-MINUTOS-LINHA
               PERFORM GRAVAR-LINHA-PROJETO
           END-PERFORM.

           IF WS-D-MINUTOS-SEM-PROJETO(DI-IDX) > 0
              OR WS-D-QTD-PROJETOS(DI-IDX) = 0
               MOVE SPACES TO WS-PROJETO-LINHA
               MOVE WS-D-MINUTOS-SEM-PROJETO(DI-IDX)
                   TO WS-MINUTOS-LINHA
               PERFORM GRAVAR-LINHA-PROJETO
           END-IF.

           ADD 1 TO WS-QTD-GRAVADOS.

       GRAVAR-LINHA-PROJETO.
           IF WS-MINUTOS-LINHA > WS-NORMAIS-RESTANTES
               MOVE WS-NORMAIS-RESTANTES TO WS-NORMAIS-LINHA
           ELSE
               MOVE WS-MINUTOS-LINHA TO WS-NORMAIS-LINHA
           END-IF.
           SUBTRACT WS-NORMAIS-LINHA FROM WS-NORMAIS-RESTANTES.

           MOVE WS-PROJETO-LINHA TO PT-PROJETO.
           COMPUTE PT-HORAS-NORMAIS ROUNDED = WS-NORMAIS-LINHA / 60.
           COMPUTE PT-HORAS-EXTRAS ROUNDED =
               (WS-MINUTOS-LINHA - WS-NORMAIS-LINHA) / 60.
           COMPUTE PT-HORAS-FALTAS ROUNDED = WS-FALTAS-DIA / 60.
           MOVE 0 TO WS-FALTAS-DIA.

           WRITE PT-PONTO.

       END PROGRAM IMPORTA-PONTO.
