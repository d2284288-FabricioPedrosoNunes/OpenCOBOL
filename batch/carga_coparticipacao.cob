       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-COPARTICIPACAO.

      * Monthly intake of the health plan insurer's co-participation
      * usage file (data/plano-uso.dat: card number, event date,
      * procedure, amount). Each event is tied to its life through
      * the carteirinha on data/plano-saude.dat and summed per
      * employee - every life of the family is charged to the
      * holder - into data/plano-coparticipacao.dat under the
      * COMPETENCIA selected (AAAAMM, default the current month),
      * the month FOLHA-PAGAMENTO deducts it in. A reload of the
      * same competencia first clears what the previous load left,
      * so a corrected file from the insurer simply replaces the
      * bad one. Events for a card nobody enrolled go to
      * data/plano-uso-rejeitados.lst and are never deducted - the
      * same cards will surface on the invoice reconciliation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-USO ASSIGN TO "data/plano-uso.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-USO.

           SELECT PLANO-MASTER ASSIGN TO "data/plano-saude.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CHAVE
               ALTERNATE RECORD KEY IS PL-CARTEIRINHA WITH DUPLICATES
               FILE STATUS IS WS-FS-PLANO.

           SELECT COPARTICIPACAO ASSIGN TO
                   "data/plano-coparticipacao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PU-CHAVE
               FILE STATUS IS WS-FS-COPART.

           SELECT REJEITADOS ASSIGN TO "data/plano-uso-rejeitados.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITADOS.

           SELECT RUN-LOG ASSIGN TO "data/runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.

       FILE SECTION.
      * The insurer's usage layout, one event per line.
       FD  PLANO-USO.
       01  PV-EVENTO.
           05 PV-CARTEIRINHA   PIC X(20).
           05 PV-DATA          PIC 9(8).
           05 PV-PROCEDIMENTO  PIC X(30).
           05 PV-VALOR         PIC 9(7)V9(2).

       FD  PLANO-MASTER.
       COPY PLANOSAUDE.

       FD  COPARTICIPACAO.
       COPY PLANOUSO.

       FD  REJEITADOS.
       01  REJEITADOS-LINHA PIC X(80).

       FD  RUN-LOG.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01  WS-FS-RUNLOG PIC XX.
           88 WS-RUNLOG-OK VALUE "00".

       01  WS-RL-HORA-INICIO PIC 9(6).

       01  WS-FS-USO PIC XX.
           88 WS-USO-OK  VALUE "00".
           88 WS-USO-EOF VALUE "10".

       01  WS-FS-PLANO PIC XX.
           88 WS-PLANO-OK VALUE "00".

       01  WS-FS-COPART PIC XX.
           88 WS-COPART-OK         VALUE "00".
           88 WS-COPART-EOF        VALUE "10".
           88 WS-COPART-NAO-EXISTE VALUE "35".

       01  WS-FS-REJEITADOS PIC XX.
           88 WS-REJEITADOS-OK VALUE "00".

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

       01  WS-COMPETENCIA-TXT PIC X(6).
       01  WS-COMPETENCIA PIC 9(6).

       01  WS-QTD-LIDOS      PIC 9(6) VALUE 0.
       01  WS-QTD-ACEITOS    PIC 9(6) VALUE 0.
       01  WS-QTD-REJEITADOS PIC 9(6) VALUE 0.
       01  WS-QTD-LIMPOS     PIC 9(6) VALUE 0.
       01  WS-TOTAL-CARGA    PIC 9(11)V9(2) VALUE 0.

       01  WS-LINHA-REJEICAO.
           05 WS-RJ-CARTEIRINHA PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RJ-DATA        PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RJ-VALOR       PIC ZZZZZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RJ-MOTIVO      PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RL-HORA-INICIO.

           MOVE "COMPETENCIA" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-COMPETENCIA-TXT.
           IF WS-COMPETENCIA-TXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           ELSE
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           END-IF.

           OPEN INPUT PLANO-USO.

           IF NOT WS-USO-OK
               DISPLAY "CARGA-COPARTICIPACAO: ERRO ABRINDO USO - "
                       WS-FS-USO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT PLANO-MASTER.

           IF NOT WS-PLANO-OK
               DISPLAY "CARGA-COPARTICIPACAO: ERRO ABRINDO PLANO - "
                       WS-FS-PLANO
               CLOSE PLANO-USO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O COPARTICIPACAO.

           IF WS-COPART-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE COPARTICIPACAO
               OPEN OUTPUT COPARTICIPACAO
               CLOSE COPARTICIPACAO
               OPEN I-O COPARTICIPACAO
           END-IF.

           IF NOT WS-COPART-OK
               DISPLAY "CARGA-COPARTICIPACAO: ERRO ABRINDO "
                       "COPARTICIPACAO - " WS-FS-COPART
               CLOSE PLANO-USO
               CLOSE PLANO-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REJEITADOS.

           PERFORM LIMPAR-COMPETENCIA.

           PERFORM UNTIL WS-USO-EOF
               READ PLANO-USO
                   AT END SET WS-USO-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM PROCESSAR-EVENTO
               END-READ
           END-PERFORM.

           CLOSE PLANO-USO.
           CLOSE PLANO-MASTER.
           CLOSE COPARTICIPACAO.
           CLOSE REJEITADOS.

           PERFORM GRAVAR-RUNLOG.

           DISPLAY "CARGA-COPARTICIPACAO: COMPETENCIA "
                   WS-COMPETENCIA " - " WS-QTD-LIDOS " EVENTOS, "
                   WS-QTD-ACEITOS " ACEITOS, " WS-QTD-REJEITADOS
                   " REJEITADOS, TOTAL " WS-TOTAL-CARGA.
           IF WS-QTD-LIMPOS > 0
               DISPLAY "CARGA-COPARTICIPACAO: " WS-QTD-LIMPOS
                       " REGISTROS DA CARGA ANTERIOR SUBSTITUIDOS"
           END-IF.

           GOBACK.

      * A reload of the competencia starts from nothing - whatever
      * an earlier load of the same month left is deleted first.
       LIMPAR-COMPETENCIA.
           PERFORM UNTIL WS-COPART-EOF
               READ COPARTICIPACAO NEXT RECORD
                   AT END SET WS-COPART-EOF TO TRUE
                   NOT AT END
                       IF PU-COMPETENCIA = WS-COMPETENCIA
                           DELETE COPARTICIPACAO RECORD
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-LIMPOS
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      * Card to life to holder: the event lands on the employee
      * whose plan covers the card, added to whatever the same
      * family already used this month.
       PROCESSAR-EVENTO.
           MOVE PV-CARTEIRINHA TO PL-CARTEIRINHA.
           READ PLANO-MASTER KEY IS PL-CARTEIRINHA
               INVALID KEY
                   MOVE "CARTEIRINHA SEM INSCRICAO" TO WS-RJ-MOTIVO
                   PERFORM REJEITAR-EVENTO
               NOT INVALID KEY
                   PERFORM ACUMULAR-EVENTO
           END-READ.

       ACUMULAR-EVENTO.
           ADD 1 TO WS-QTD-ACEITOS.
           ADD PV-VALOR TO WS-TOTAL-CARGA.
           MOVE PL-CODFUNC TO PU-CODFUNC.
           MOVE WS-COMPETENCIA TO PU-COMPETENCIA.
           READ COPARTICIPACAO
               INVALID KEY
                   MOVE 1 TO PU-QTD-EVENTOS
                   MOVE PV-VALOR TO PU-VALOR
                   WRITE PU-COPARTICIPACAO
                       INVALID KEY
                           DISPLAY "CARGA-COPARTICIPACAO: ERRO "
                                   "GRAVANDO " PU-CODFUNC
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO PU-QTD-EVENTOS
                   ADD PV-VALOR TO PU-VALOR
                   REWRITE PU-COPARTICIPACAO
                       INVALID KEY
                           DISPLAY "CARGA-COPARTICIPACAO: ERRO "
                                   "REGRAVANDO " PU-CODFUNC
                   END-REWRITE
           END-READ.

       REJEITAR-EVENTO.
           ADD 1 TO WS-QTD-REJEITADOS.
           MOVE PV-CARTEIRINHA TO WS-RJ-CARTEIRINHA.
           MOVE PV-DATA        TO WS-RJ-DATA.
           MOVE PV-VALOR       TO WS-RJ-VALOR.
           MOVE WS-LINHA-REJEICAO TO REJEITADOS-LINHA.
           WRITE REJEITADOS-LINHA.

      * Appends this run's record to the common batch run log - only
      * reached at successful completion, so a missing record means
      * the job never finished.
       GRAVAR-RUNLOG.
           MOVE "CARGA-COPARTICIPACAO" TO RL-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE WS-RL-HORA-INICIO TO RL-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA-FIM.
           MOVE WS-QTD-LIDOS   TO RL-QTD-LIDOS.
           MOVE WS-QTD-ACEITOS TO RL-QTD-GRAVADOS.
           MOVE "OK" TO RL-RESULTADO.
           MOVE 0 TO RL-EMPRESA.
           OPEN EXTEND RUN-LOG.
           WRITE RL-REGISTRO-EXECUCAO.
           CLOSE RUN-LOG.

       END PROGRAM CARGA-COPARTICIPACAO.
