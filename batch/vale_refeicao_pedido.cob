       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALE-REFEICAO-PEDIDO.

      * Monthly vale-refeicao / vale-alimentacao order for the card
      * vendor: one record per active VR/VA opt-in whose employee is
      * still FM-STATUS-ATIVO, with the card, the benefit, the days
      * credited and the month's credit - the value per day over the
      * business days of the COMPETENCIA (AAAAMM, default the
      * current month) that CALC-DIAS-BENEFICIO leaves after the
      * employee's leave and vacation, the same days FOLHA-PAGAMENTO
      * charges the PAT co-payment on. Closed by a count/value
      * control trailer, and gated on FOLHA-BALANCO's verdict for
      * today the same way VALE-TRANSPORTE-RECARGA gates: no
      * confirmed folha, no order to the vendor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFEICAO-MASTER ASSIGN TO "data/valerefeicao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VR-CODFUNC
               FILE STATUS IS WS-FS-REFEICAO.

           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT BALANCO-STATUS ASSIGN TO
                   "data/folha-balanco-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATUS.


      * Company this pass processes - written by CADEIA-NOTURNA per
      * company; absent file means the historical company 001.
           SELECT EMPRESA-CORRENTE ASSIGN TO
                   "data/empresa-corrente.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMP-CORRENTE.

      * The vendor file is per company - the chain runs once per
      * company, and a fixed name would let the second pass destroy
      * the first company's order. Company 001 keeps the plain
      * name.
           SELECT PEDIDO ASSIGN DYNAMIC WS-PEDIDO-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDO.

       DATA DIVISION.

       FILE SECTION.
       FD  REFEICAO-MASTER.
       COPY VALEREFEICAO.

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

       FD  BALANCO-STATUS.
       01  BS-LINHA.
           05 BS-DATA-VERIFICACAO PIC 9(8).
           05 BS-RESULTADO        PIC X(11).
           05 BS-QTD-CONFERIDA    PIC 9(5).
           05 BS-TOTAL-CONFERIDO  PIC 9(11)V9(2).


       FD  EMPRESA-CORRENTE.
       01  EC-LINHA.
           05 EC-EMPRESA PIC 9(3).

       FD  PEDIDO.
       01  PEDIDO-LINHA PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-FS-REFEICAO PIC XX.
           88 WS-REFEICAO-OK  VALUE "00".
           88 WS-REFEICAO-EOF VALUE "10".

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK VALUE "00".

       01  WS-FS-STATUS PIC XX.
           88 WS-STATUS-OK VALUE "00".

       01  WS-FS-PEDIDO PIC XX.
           88 WS-PEDIDO-OK VALUE "00".

       01  WS-DATA-HOJE PIC 9(8).

       01  WS-BALANCO-CONFIRMADO PIC X VALUE "N".
           88 WS-GERACAO-LIBERADA VALUE "S".

      * Parameter area of the shared run-parameter resolver.
       COPY OBTERPARAM.

       01  WS-COMPETENCIA-TXT PIC X(6).
       01  WS-COMPETENCIA PIC 9(6).

      * Parameter area of the shared benefit-day calculator.
       COPY CALCDIASBEN.

       01  WS-VALOR-PEDIDO PIC 9(7)V9(2).

       01  WS-QTD-PEDIDOS  PIC 9(5) VALUE 0.
       01  WS-QTD-PULADOS  PIC 9(5) VALUE 0.
       01  WS-QTD-SEM-DIAS PIC 9(5) VALUE 0.
       01  WS-TOTAL-PEDIDO PIC 9(11)V9(2) VALUE 0.

       01  WS-FS-EMP-CORRENTE PIC XX.
           88 WS-EMP-CORRENTE-OK VALUE "00".

       01  WS-EMPRESA-CORRENTE PIC 9(3) VALUE 1.

       01  WS-PEDIDO-ARQUIVO PIC X(40).


       01  WS-REG-HEADER.
           05 FILLER    PIC X(1) VALUE "1".
           05 WS-H-DATA PIC 9(8).
           05 WS-H-COMPETENCIA PIC 9(6).

       01  WS-REG-DETALHE.
           05 FILLER       PIC X(1) VALUE "2".
           05 WS-D-CARTAO  PIC 9(16).
           05 WS-D-TIPO    PIC X(1).
           05 WS-D-DIAS    PIC 9(2).
           05 WS-D-VALOR   PIC 9(7)V9(2).

       01  WS-REG-TRAILER.
           05 FILLER    PIC X(1) VALUE "3".
           05 WS-T-QTD  PIC 9(5).
           05 WS-T-VALOR PIC 9(11)V9(2).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           MOVE "COMPETENCIA" TO OP-NOME.
           CALL "OBTER-PARAMETRO" USING OP-PARAMETROS.
           MOVE OP-VALOR TO WS-COMPETENCIA-TXT.
           IF WS-COMPETENCIA-TXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-COMPETENCIA
           ELSE
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           END-IF.

           PERFORM LER-EMPRESA-CORRENTE.
           PERFORM NOMEAR-ARQUIVOS-EMPRESA.

           PERFORM VERIFICAR-BALANCO.

           IF NOT WS-GERACAO-LIBERADA
               DISPLAY "VALE-REFEICAO-PEDIDO: GERACAO RECUSADA - "
                       "BALANCO NAO CONFIRMOU A FOLHA DE HOJE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT REFEICAO-MASTER.

           IF NOT WS-REFEICAO-OK
               DISPLAY "VALE-REFEICAO-PEDIDO: ERRO ABRINDO "
                       "ADESOES - " WS-FS-REFEICAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.

           IF NOT WS-MASTER-OK
               DISPLAY "VALE-REFEICAO-PEDIDO: ERRO ABRINDO "
                       "MASTER - " WS-FS-MASTER
               CLOSE REFEICAO-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PEDIDO.

           IF NOT WS-PEDIDO-OK
               DISPLAY "VALE-REFEICAO-PEDIDO: ERRO ABRINDO "
                       "PEDIDO - " WS-FS-PEDIDO
               CLOSE REFEICAO-MASTER
               CLOSE FUNCIONARIO-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-DATA-HOJE TO WS-H-DATA.
           MOVE WS-COMPETENCIA TO WS-H-COMPETENCIA.
           MOVE WS-REG-HEADER TO PEDIDO-LINHA.
           WRITE PEDIDO-LINHA.

           PERFORM UNTIL WS-REFEICAO-EOF
               READ REFEICAO-MASTER NEXT RECORD
                   AT END SET WS-REFEICAO-EOF TO TRUE
                   NOT AT END
                       IF VR-ATIVO
                           PERFORM AVALIAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-QTD-PEDIDOS  TO WS-T-QTD.
           MOVE WS-TOTAL-PEDIDO TO WS-T-VALOR.
           MOVE WS-REG-TRAILER TO PEDIDO-LINHA.
           WRITE PEDIDO-LINHA.

           CLOSE REFEICAO-MASTER.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE PEDIDO.

           DISPLAY "VALE-REFEICAO-PEDIDO: COMPETENCIA " WS-COMPETENCIA
                   " - " WS-QTD-PEDIDOS " CARTOES, TOTAL "
                   WS-TOTAL-PEDIDO " (" WS-QTD-PULADOS " PULADOS, "
                   WS-QTD-SEM-DIAS " SEM DIAS A CREDITAR)".

           GOBACK.


      * Per-company output name - company 001 keeps the plain one.
       NOMEAR-ARQUIVOS-EMPRESA.
           IF WS-EMPRESA-CORRENTE = 1
               MOVE "data/vr-pedido.dat" TO WS-PEDIDO-ARQUIVO
           ELSE
               MOVE SPACES TO WS-PEDIDO-ARQUIVO
               STRING "data/vr-pedido-" WS-EMPRESA-CORRENTE
                   ".dat" DELIMITED BY SIZE INTO WS-PEDIDO-ARQUIVO
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

      * Same discipline the remessa applies: the vendor file only
      * goes out over a folha FOLHA-BALANCO confirmed today.
       VERIFICAR-BALANCO.
           OPEN INPUT BALANCO-STATUS.
           IF WS-STATUS-OK
               READ BALANCO-STATUS
                   AT END CONTINUE
                   NOT AT END
                       IF BS-RESULTADO = "OK"
                           AND BS-DATA-VERIFICACAO = WS-DATA-HOJE
                           MOVE "S" TO WS-BALANCO-CONFIRMADO
                       END-IF
               END-READ
               CLOSE BALANCO-STATUS
           END-IF.

      * Only employees the folha still pays are ordered for - a
      * DESLIGADO or AFASTADO opt-in is skipped, and a month spent
      * entirely on leave or vacation leaves nothing to credit.
       AVALIAR-PEDIDO.
           MOVE VR-CODFUNC TO FM-CODFUNC.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   ADD 1 TO WS-QTD-PULADOS
               NOT INVALID KEY
                   IF FM-STATUS-ATIVO
                           AND FM-EMPRESA = WS-EMPRESA-CORRENTE
                       PERFORM GRAVAR-PEDIDO
                   ELSE
                       ADD 1 TO WS-QTD-PULADOS
                   END-IF
           END-READ.

       GRAVAR-PEDIDO.
           MOVE VR-CODFUNC TO DB-CODFUNC.
           MOVE WS-COMPETENCIA TO DB-COMPETENCIA.
           CALL "CALC-DIAS-BENEFICIO" USING DB-PARAMETROS.
           IF DB-DIAS-CREDITO = 0
               ADD 1 TO WS-QTD-SEM-DIAS
           ELSE
               COMPUTE WS-VALOR-PEDIDO =
                   VR-VALOR-DIA * DB-DIAS-CREDITO
               ADD 1 TO WS-QTD-PEDIDOS
               ADD WS-VALOR-PEDIDO TO WS-TOTAL-PEDIDO
               MOVE VR-CARTAO       TO WS-D-CARTAO
               MOVE VR-TIPO         TO WS-D-TIPO
               MOVE DB-DIAS-CREDITO TO WS-D-DIAS
               MOVE WS-VALOR-PEDIDO TO WS-D-VALOR
               MOVE WS-REG-DETALHE TO PEDIDO-LINHA
               WRITE PEDIDO-LINHA
           END-IF.

       END PROGRAM VALE-REFEICAO-PEDIDO.
