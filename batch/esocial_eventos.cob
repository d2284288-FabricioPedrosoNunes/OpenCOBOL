      * because the CPF is missing on the PESSOA side goes to the
      * pendencias report: late e-Social events carry fines, and
      * that report is the deadline guard.
      *
      * A transfer between group companies (data/transferencias.dat,
      * written by MOVIMENTACAO-FUNCIONARIOS with both companies) is
      * not a termination and a new hire: the origin company's pass
      * emits S2299 with reason 11 (transfer to a group company that
      * assumes the contract, no rescission) and the destination
      * company's pass emits S2200 with admission type 02 (transfer
      * from a group company), both dated on the effective date and
      * carrying the original admission date the tenure runs from.
      * Admission-date detection is untouched - a transferred
      * employee keeps FM-DATA-ADMISSAO, so no false S2200 goes out.
      *
      * Occupational health exams (data/aso.dat, cadastro/aso.cob)
      * dated inside the window go out as S2220, one per exam, with
      * the exam type (A/P/R/D) in the reason field - the periodic
      * health monitoring the employer reports. Without the ASO file
      * no S2220 is emitted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQ.

           SELECT TRANSFERENCIAS ASSIGN TO "data/transferencias.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSFERENCIAS.

           SELECT ASO-MASTER ASSIGN TO "data/aso.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WS-FS-ASO.

       DATA DIVISION.

       FILE SECTION.
           05 PM-DATA-ADMISSAO   PIC 9(8).
           05 PM-RUA           PIC X(20).
           05 PM-CPF           PIC X(11).
           05 PM-SEXO          PIC X(1).

       FD  EVENTOS.
       01  EVENTO-LINHA PIC X(60).
       01  SQ-LINHA.
           05 SQ-ULTIMA-SEQUENCIA PIC 9(6).

      * Lines written before the company fields existed read them
      * as spaces - a department change, no event.
       FD  TRANSFERENCIAS.
       01  TF-LINHA.
           05 TF-CODFUNC      PIC 9(6).
           05 TF-DEPTO-DE     PIC X(15).
           05 TF-DEPTO-PARA   PIC X(15).
           05 TF-DATA-EFETIVA PIC 9(8).
           05 TF-EMPRESA-DE   PIC 9(3).
           05 TF-EMPRESA-PARA PIC 9(3).

       FD  ASO-MASTER.
       COPY ASO.

       WORKING-STORAGE SECTION.

       01  WS-FS-MASTER PIC XX.

       01  WS-EMPRESA-CORRENTE PIC 9(3) VALUE 1.

       01  WS-FS-ASO PIC XX.
           88 WS-ASO-OK VALUE "00".

       01  WS-ASO-ABERTO PIC X VALUE "N".
           88 WS-ASO-DISPONIVEL VALUE "S".

       01  WS-FS-TRANSFERENCIAS PIC XX.
           88 WS-TRANSFERENCIAS-OK  VALUE "00".
           88 WS-TRANSFERENCIAS-EOF VALUE "10".

      * This company's side of the group transfers inside the
      * window - matched to the master as it is read.
       01  WS-TRANSF-TABELA.
           05 WS-QTD-TRANSF PIC 9(4) VALUE 0.
           05 WS-ENTRADA-TRANSF OCCURS 2000 TIMES
                                INDEXED BY TF-IDX.
               10 WS-TF-CODFUNC PIC 9(6).
               10 WS-TF-DATA    PIC 9(8).
               10 WS-TF-SENTIDO PIC X(1).
                  88 WS-TF-SAIDA   VALUE "S".
                  88 WS-TF-ENTRADA VALUE "E".

       01  WS-CORTE-ARQUIVO      PIC X(40).
       01  WS-SEQ-ARQUIVO        PIC X(40).
       01  WS-EVENTOS-ARQUIVO    PIC X(40).
       01  WS-QTD-ADMISSOES     PIC 9(5) VALUE 0.
       01  WS-QTD-DESLIGAMENTOS PIC 9(5) VALUE 0.
       01  WS-QTD-PENDENCIAS    PIC 9(5) VALUE 0.
       01  WS-QTD-TRANSFERENCIAS PIC 9(5) VALUE 0.
       01  WS-QTD-EXAMES        PIC 9(5) VALUE 0.

       01  WS-REG-HEADER.
           05 FILLER         PIC X(3) VALUE "HDR".
           05 WS-E-CPF     PIC X(11).
           05 WS-E-NOME    PIC X(20).
           05 WS-E-DATA    PIC 9(8).
      * reason (S2299) or admission type (S2200) of a transfer
      * event, with the admission date the contract keeps - blank
      * and zero on an ordinary hire or termination; the exam type
      * on an S2220
           05 WS-E-MOTIVO  PIC X(2).
           05 WS-E-DATA-ADMISSAO PIC 9(8).

       01  WS-REG-TRAILER.
           05 FILLER              PIC X(3) VALUE "TRL".
           05 WS-T-QTD-ADMISSOES  PIC 9(5).
           05 WS-T-QTD-DESLIGAMENTOS PIC 9(5).
           05 WS-T-QTD-TRANSFERENCIAS PIC 9(5).
           05 WS-T-QTD-EXAMES     PIC 9(5).

       01  WS-LINHA-PENDENCIA.
           05 WS-P-CODFUNC PIC 9(6).

           PERFORM LER-CORTE.
           PERFORM OBTER-SEQUENCIA.
           PERFORM CARREGAR-TRANSFERENCIAS.

           OPEN INPUT FUNCIONARIO-MASTER.


           OPEN OUTPUT PENDENCIAS.

           OPEN INPUT ASO-MASTER.
           IF WS-ASO-OK
               MOVE "S" TO WS-ASO-ABERTO
           ELSE
               DISPLAY "ESOCIAL-EVENTOS: CADASTRO DE ASO "
                       "INDISPONIVEL (" WS-FS-ASO ") - S2220 NAO "
                       "SERA EMITIDO"
           END-IF.

           MOVE WS-SEQUENCIA TO WS-H-SEQUENCIA.
           MOVE WS-DATA-HOJE TO WS-H-DATA.
           MOVE WS-EMPRESA-CORRENTE TO WS-H-EMPRESA.

           MOVE WS-QTD-ADMISSOES     TO WS-T-QTD-ADMISSOES.
           MOVE WS-QTD-DESLIGAMENTOS TO WS-T-QTD-DESLIGAMENTOS.
           MOVE WS-QTD-TRANSFERENCIAS TO WS-T-QTD-TRANSFERENCIAS.
           MOVE WS-QTD-EXAMES        TO WS-T-QTD-EXAMES.
           MOVE WS-REG-TRAILER TO EVENTO-LINHA.
           WRITE EVENTO-LINHA.

           CLOSE PESSOA-MASTER.
           CLOSE EVENTOS.
           CLOSE PENDENCIAS.
           IF WS-ASO-DISPONIVEL
               CLOSE ASO-MASTER
           END-IF.

           PERFORM GRAVAR-SEQUENCIA.

           DISPLAY "ESOCIAL-EVENTOS: ARQUIVO " WS-SEQUENCIA " - "
                   WS-QTD-ADMISSOES " ADMISSOES / "
                   WS-QTD-DESLIGAMENTOS " DESLIGAMENTOS / "
                   WS-QTD-TRANSFERENCIAS " TRANSFERENCIAS / "
                   WS-QTD-EXAMES " EXAMES / "
                   WS-QTD-PENDENCIAS " PENDENCIAS".

           GOBACK.
           IF FM-EMPRESA = WS-EMPRESA-CORRENTE
               PERFORM AVALIAR-EVENTOS-EMPRESA
           END-IF.
           IF WS-QTD-TRANSF > 0
               PERFORM AVALIAR-TRANSFERENCIAS
           END-IF.

       AVALIAR-EVENTOS-EMPRESA.
           IF FM-DATA-ADMISSAO > WS-DATA-CORTE
                   AND FM-DATA-ADMISSAO <= WS-DATA-HOJE
               MOVE "S2200" TO WS-E-TIPO
               MOVE FM-DATA-ADMISSAO TO WS-E-DATA
               MOVE SPACES TO WS-E-MOTIVO
               MOVE 0 TO WS-E-DATA-ADMISSAO
               PERFORM EMITIR-EVENTO
               IF WS-CPF-DISPONIVEL
                   ADD 1 TO WS-QTD-ADMISSOES
                   AND FM-STATUS-DATA-EFETIVA <= WS-DATA-HOJE
               MOVE "S2299" TO WS-E-TIPO
               MOVE FM-STATUS-DATA-EFETIVA TO WS-E-DATA
               MOVE SPACES TO WS-E-MOTIVO
               MOVE 0 TO WS-E-DATA-ADMISSAO
               PERFORM EMITIR-EVENTO
               IF WS-CPF-DISPONIVEL
                   ADD 1 TO WS-QTD-DESLIGAMENTOS
               END-IF
           END-IF.

           IF WS-ASO-DISPONIVEL
               PERFORM AVALIAR-EXAMES
           END-IF.

      * The employee's exams come back in date order - reading
      * starts at the cut and stops past today.
       AVALIAR-EXAMES.
           MOVE FM-CODFUNC TO AS-CODFUNC.
           MOVE WS-DATA-CORTE TO AS-DATA-EXAME.
           MOVE HIGH-VALUES TO AS-TIPO.
           START ASO-MASTER KEY IS GREATER THAN AS-CHAVE
               INVALID KEY CONTINUE
           END-START.
           IF WS-ASO-OK
               PERFORM LER-PROXIMO-ASO
               PERFORM UNTIL NOT WS-ASO-OK
                       OR AS-CODFUNC NOT = FM-CODFUNC
                       OR AS-DATA-EXAME > WS-DATA-HOJE
                   PERFORM EMITIR-EXAME
                   PERFORM LER-PROXIMO-ASO
               END-PERFORM
           END-IF.

       EMITIR-EXAME.
           MOVE "S2220" TO WS-E-TIPO.
           MOVE AS-DATA-EXAME TO WS-E-DATA.
           MOVE AS-TIPO TO WS-E-MOTIVO.
           MOVE 0 TO WS-E-DATA-ADMISSAO.
           PERFORM EMITIR-EVENTO.
           IF WS-CPF-DISPONIVEL
               ADD 1 TO WS-QTD-EXAMES
           END-IF.

       LER-PROXIMO-ASO.
           READ ASO-MASTER NEXT RECORD
               AT END CONTINUE
           END-READ.

      * The master already shows the destination company, so the
      * transfer is matched by employee code whichever company the
      * record is under now - one employee can carry more than one
      * transfer inside the window.
       AVALIAR-TRANSFERENCIAS.
           PERFORM VARYING TF-IDX FROM 1 BY 1
                   UNTIL TF-IDX > WS-QTD-TRANSF
               IF WS-TF-CODFUNC(TF-IDX) = FM-CODFUNC
                   PERFORM EMITIR-TRANSFERENCIA
               END-IF
           END-PERFORM.

       EMITIR-TRANSFERENCIA.
           IF WS-TF-SAIDA(TF-IDX)
               MOVE "S2299" TO WS-E-TIPO
               MOVE "11" TO WS-E-MOTIVO
           ELSE
               MOVE "S2200" TO WS-E-TIPO
               MOVE "02" TO WS-E-MOTIVO
           END-IF.
           MOVE WS-TF-DATA(TF-IDX) TO WS-E-DATA.
           MOVE FM-DATA-ADMISSAO TO WS-E-DATA-ADMISSAO.
           PERFORM EMITIR-EVENTO.
           IF WS-CPF-DISPONIVEL
               ADD 1 TO WS-QTD-TRANSFERENCIAS
           END-IF.

       EMITIR-EVENTO.
           PERFORM BUSCAR-CPF.

                   INTO WS-PENDENCIAS-ARQUIVO
           END-IF.

      * Company changes effective inside the window, from this
      * company's side: leaving it, or arriving in it.
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

       GUARDAR-TRANSFERENCIA.
           IF TF-EMPRESA-DE NUMERIC AND TF-EMPRESA-PARA NUMERIC
                   AND TF-EMPRESA-DE NOT = TF-EMPRESA-PARA
                   AND TF-DATA-EFETIVA > WS-DATA-CORTE
                   AND TF-DATA-EFETIVA <= WS-DATA-HOJE
                   AND (TF-EMPRESA-DE = WS-EMPRESA-CORRENTE
                        OR TF-EMPRESA-PARA = WS-EMPRESA-CORRENTE)
               IF WS-QTD-TRANSF >= 2000
                   DISPLAY "ESOCIAL-EVENTOS: TRANSFERENCIAS EXCEDEM "
                           "A TABELA DE 2000"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-QTD-TRANSF
               SET TF-IDX TO WS-QTD-TRANSF
               MOVE TF-CODFUNC      TO WS-TF-CODFUNC(TF-IDX)
               MOVE TF-DATA-EFETIVA TO WS-TF-DATA(TF-IDX)
               IF TF-EMPRESA-DE = WS-EMPRESA-CORRENTE
                   MOVE "S" TO WS-TF-SENTIDO(TF-IDX)
               ELSE
                   MOVE "E" TO WS-TF-SENTIDO(TF-IDX)
               END-IF
           END-IF.

       LER-CORTE.
           OPEN INPUT ULTIMO-CORTE.
           IF WS-CORTE-OK
