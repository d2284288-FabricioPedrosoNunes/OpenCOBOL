       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIAS-GATEWAY-ENTRADA.

      * Vacation requests from the HR portal, the way
      * FUNCIONARIO-GATEWAY-ENTRADA takes phone and address
      * corrections: employees used to ask by e-mail and HR typed
      * the schedule into cadastro/ferias.cob. Each request is
      * screened against the balance FERIAS-VENCIMENTO reports (30
      * days for the last completed aquisitive year, 2,5 days per
      * month inside the first), less what was already scheduled
      * in the current concessive period; against the legal split
      * rules - no period under 5 days, one of them at least 14, at
      * most a third of the entitlement sold as abono; and against
      * the start-day rule - a business day, never in the two days
      * before a holiday or the weekly rest, as the shared
      * CALC-DIAS-UTEIS calendar says. A request that passes is
      * parked on data/ferias-pedidos.dat (copybooks/
      * FERIASPEDIDO.cpy) for the department's DP-GERENTE to decide
      * in cadastro/aprova_ferias.cob; nothing reaches the FERIAS
      * schedule until then. Every run writes the response file the
      * portal shows the employee: rejections and receipts for
      * tonight's requests, and every decision taken since the last
      * run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "data/funcmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-CODFUNC
               ALTERNATE RECORD KEY IS FM-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT FERIAS-MASTER ASSIGN TO "data/ferias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-CODFUNC
               FILE STATUS IS WS-FS-FERIAS.

           SELECT FERIAS-PEDIDOS ASSIGN TO "data/ferias-pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-SEQUENCIA
               ALTERNATE RECORD KEY IS FP-CODFUNC WITH DUPLICATES
               FILE STATUS IS WS-FS-PEDIDOS.

           SELECT INTERFACE-ENTRADA ASSIGN TO "data/ferias-entrada.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT RESPOSTA ASSIGN TO "data/ferias-resposta.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESPOSTA.

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

       FD  FERIAS-MASTER.
       COPY FERIAS.

       FD  FERIAS-PEDIDOS.
       COPY FERIASPEDIDO.

      * One request per line as the portal sends it: the portal's
      * own protocol, so the answer finds its way back to the
      * employee, and the schedule asked for.
       FD  INTERFACE-ENTRADA.
       01  EN-ENTRADA.
           05 EN-VERSAO        PIC X(5).
           05 EN-PROTOCOLO     PIC X(12).
           05 EN-CODFUNC       PIC 9(6).
           05 EN-DATA-INICIO   PIC 9(8).
           05 EN-DIAS-GOZO     PIC 9(2).
           05 EN-DIAS-VENDIDOS PIC 9(2).

      * Answer per request: P received and waiting for the manager,
      * A approved (now on the FERIAS schedule), R rejected - by the
      * screening here or by the manager - with the reason.
       FD  RESPOSTA.
       01  RD-LINHA.
           05 RD-PROTOCOLO     PIC X(12).
           05 RD-CODFUNC       PIC 9(6).
           05 RD-SITUACAO      PIC X(1).
           05 RD-DATA-INICIO   PIC 9(8).
           05 RD-DIAS-GOZO     PIC 9(2).
           05 RD-DIAS-VENDIDOS PIC 9(2).
           05 RD-MOTIVO        PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-FS-MASTER PIC XX.
           88 WS-MASTER-OK VALUE "00".

       01  WS-FS-FERIAS PIC XX.
           88 WS-FERIAS-OK         VALUE "00".
           88 WS-FERIAS-NAO-EXISTE VALUE "35".

       01  WS-FERIAS-DISPONIVEL PIC X VALUE "N".
           88 WS-TEM-ARQUIVO-FERIAS VALUE "S".

       01  WS-FS-PEDIDOS PIC XX.
           88 WS-PEDIDOS-OK         VALUE "00".
           88 WS-PEDIDOS-NAO-EXISTE VALUE "35".

       01  WS-PEDIDOS-EOF-SW PIC X VALUE "N".
           88 WS-FIM-PEDIDOS VALUE "S".

       01  WS-FS-ENTRADA PIC XX.
           88 WS-ENTRADA-OK         VALUE "00".
           88 WS-ENTRADA-EOF        VALUE "10".
           88 WS-ENTRADA-NAO-EXISTE VALUE "35".

       01  WS-FS-RESPOSTA PIC XX.
           88 WS-RESPOSTA-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-AUD-CAMPO    PIC X(15).
       01  WS-AUD-ANTES    PIC X(30).
       01  WS-AUD-DEPOIS   PIC X(30).

       01  WS-MOTIVO-REJEICAO PIC X(40).

       01  WS-DATA-HOJE  PIC 9(8).
       01  WS-ANO-ATUAL  PIC 9(4).
       01  WS-MES-ATUAL  PIC 9(2).

       01  WS-PROXIMA-SEQUENCIA PIC 9(6) VALUE 0.

       01  WS-FUNC-ENCONTRADO PIC X VALUE "N".
           88 WS-FUNC-EXISTE VALUE "S".

       01  WS-FERIAS-EM-ABERTO PIC X VALUE "N".
           88 WS-TEM-FERIAS-ABERTAS VALUE "S".

       01  WS-PEDIDO-EM-ABERTO PIC X VALUE "N".
           88 WS-TEM-PEDIDO-PENDENTE VALUE "S".

       01  WS-PERIODO-LONGO PIC X VALUE "N".
           88 WS-PERIODO-LONGO-GOZADO VALUE "S".

       01  WS-DATA-VALIDA PIC X VALUE "N".
           88 WS-DATA-INICIO-VALIDA VALUE "S".

      * Parameter areas of the shared tenure and business-day
      * modules - the balance follows FERIAS-VENCIMENTO's reading
      * of CALC-IDADE-TEMPO, the start day the suite's calendar.
       COPY CALCIDADE.
       COPY CALCDIASUTEIS.

       01  WS-ANO-ADMISSAO    PIC 9(4).
       01  WS-MES-ADMISSAO    PIC 9(2).
       01  WS-MESES-CORRENTES PIC S9(4).
       01  WS-DIAS-ACUMULADOS PIC 9(3)V9(1).

      * Start of the concessive period the balance belongs to - a
      * schedule on FERIAS from this date on was taken out of it.
       01  WS-INICIO-CONCESSIVO.
           05 WS-IC-ANO    PIC 9(4).
           05 WS-IC-MESDIA PIC 9(4).
       01  WS-INICIO-CONCESSIVO-N REDEFINES WS-INICIO-CONCESSIVO
                                  PIC 9(8).

       01  WS-DIAS-DIREITO   PIC 9(3).
       01  WS-DIAS-USADOS    PIC 9(3).
       01  WS-SALDO          PIC S9(3).
       01  WS-SALDO-RESTANTE PIC S9(3).

      * Split rules: no period shorter than the minimum, and one of
      * the periods at least the longer one.
       01  WS-DIAS-MINIMO-PERIODO PIC 9(2) VALUE 5.
       01  WS-DIAS-PERIODO-LONGO  PIC 9(2) VALUE 14.

       01  WS-QTD-LIDOS       PIC 9(5) VALUE 0.
       01  WS-QTD-RECEBIDOS   PIC 9(5) VALUE 0.
       01  WS-QTD-REJEITADOS  PIC 9(5) VALUE 0.
       01  WS-QTD-RESPONDIDOS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-ATUAL.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES-ATUAL.

           OPEN INPUT FUNCIONARIO-MASTER.

           IF NOT WS-MASTER-OK
               DISPLAY "GATEWAY-FERIAS: ERRO ABRINDO MASTER - "
                       WS-FS-MASTER
               STOP RUN
           END-IF.

           OPEN INPUT FERIAS-MASTER.

           IF WS-FERIAS-OK
               MOVE "S" TO WS-FERIAS-DISPONIVEL
           ELSE
               IF NOT WS-FERIAS-NAO-EXISTE
                   DISPLAY "GATEWAY-FERIAS: ERRO ABRINDO FERIAS - "
                           WS-FS-FERIAS
                   CLOSE FUNCIONARIO-MASTER
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O FERIAS-PEDIDOS.

           IF WS-PEDIDOS-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE FERIAS-PEDIDOS
               OPEN OUTPUT FERIAS-PEDIDOS
               CLOSE FERIAS-PEDIDOS
               OPEN I-O FERIAS-PEDIDOS
           END-IF.

           IF NOT WS-PEDIDOS-OK
               DISPLAY "GATEWAY-FERIAS: ERRO ABRINDO PEDIDOS - "
                       WS-FS-PEDIDOS
               CLOSE FUNCIONARIO-MASTER
               IF WS-TEM-ARQUIVO-FERIAS
                   CLOSE FERIAS-MASTER
               END-IF
               STOP RUN
           END-IF.

           OPEN OUTPUT RESPOSTA.

           IF NOT WS-RESPOSTA-OK
               DISPLAY "GATEWAY-FERIAS: ERRO ABRINDO RESPOSTA - "
                       WS-FS-RESPOSTA
               CLOSE FUNCIONARIO-MASTER
               IF WS-TEM-ARQUIVO-FERIAS
                   CLOSE FERIAS-MASTER
               END-IF
               CLOSE FERIAS-PEDIDOS
               STOP RUN
           END-IF.

           PERFORM RESPONDER-DECIDIDOS.

      * A night with no requests from the portal still answers the
      * decisions taken since the last run.
           OPEN INPUT INTERFACE-ENTRADA.

           IF WS-ENTRADA-OK
               PERFORM UNTIL WS-ENTRADA-EOF
                   READ INTERFACE-ENTRADA
                       AT END SET WS-ENTRADA-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM PROCESSAR-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE INTERFACE-ENTRADA
           ELSE
               IF WS-ENTRADA-NAO-EXISTE
                   DISPLAY "GATEWAY-FERIAS: NENHUMA SOLICITACAO "
                           "RECEBIDA DO PORTAL"
               ELSE
                   DISPLAY "GATEWAY-FERIAS: ERRO ABRINDO ENTRADA - "
                           WS-FS-ENTRADA
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE FUNCIONARIO-MASTER.
           IF WS-TEM-ARQUIVO-FERIAS
               CLOSE FERIAS-MASTER
           END-IF.
           CLOSE FERIAS-PEDIDOS.
           CLOSE RESPOSTA.

           DISPLAY "GATEWAY-FERIAS: " WS-QTD-RECEBIDOS
                   " AGUARDANDO GERENTE / " WS-QTD-REJEITADOS
                   " REJEITADOS DE " WS-QTD-LIDOS " PEDIDOS - "
                   WS-QTD-RESPONDIDOS " DECISOES RESPONDIDAS".

           STOP RUN.

      * Answers every request the manager decided since the last
      * run and marks it answered, so the portal hears each decision
      * exactly once. The scan also learns the next free sequence
      * for anything parked tonight.
       RESPONDER-DECIDIDOS.
           MOVE "N" TO WS-PEDIDOS-EOF-SW.
           MOVE 0 TO FP-SEQUENCIA.
           START FERIAS-PEDIDOS KEY IS NOT LESS THAN FP-SEQUENCIA
               INVALID KEY SET WS-FIM-PEDIDOS TO TRUE
           END-START.
           PERFORM UNTIL WS-FIM-PEDIDOS
               READ FERIAS-PEDIDOS NEXT RECORD
                   AT END SET WS-FIM-PEDIDOS TO TRUE
                   NOT AT END
                       IF FP-SEQUENCIA >= WS-PROXIMA-SEQUENCIA
                           COMPUTE WS-PROXIMA-SEQUENCIA =
                               FP-SEQUENCIA + 1
                       END-IF
                       IF (FP-APROVADO OR FP-REJEITADO)
                          AND NOT FP-JA-RESPONDIDO
                           PERFORM RESPONDER-UM-DECIDIDO
                       END-IF
               END-READ
           END-PERFORM.

       RESPONDER-UM-DECIDIDO.
           MOVE FP-PROTOCOLO     TO RD-PROTOCOLO.
           MOVE FP-CODFUNC       TO RD-CODFUNC.
           MOVE FP-SITUACAO      TO RD-SITUACAO.
           MOVE FP-DATA-INICIO   TO RD-DATA-INICIO.
           MOVE FP-DIAS-GOZO     TO RD-DIAS-GOZO.
           MOVE FP-DIAS-VENDIDOS TO RD-DIAS-VENDIDOS.
           MOVE FP-MOTIVO        TO RD-MOTIVO.
           WRITE RD-LINHA.
           MOVE "S" TO FP-RESPONDIDO.
           REWRITE FP-PEDIDO
               INVALID KEY
                   DISPLAY "GATEWAY-FERIAS: ERRO MARCANDO PEDIDO "
                           FP-SEQUENCIA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-RESPONDIDOS
           END-REWRITE.

       PROCESSAR-ENTRADA.
           PERFORM VALIDAR-ENTRADA.

           IF WS-MOTIVO-REJEICAO = SPACES
               PERFORM PARCAR-PEDIDO
           ELSE
               PERFORM GRAVAR-REJEICAO
           END-IF.

      * The lookups run first, each only on fields that can carry
      * it; the EVALUATE then names the first rule the request
      * breaks.
       VALIDAR-ENTRADA.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           MOVE "N" TO WS-FUNC-ENCONTRADO.
           MOVE "N" TO WS-FERIAS-EM-ABERTO.
           MOVE "N" TO WS-PEDIDO-EM-ABERTO.
           MOVE "N" TO WS-PERIODO-LONGO.
           MOVE "N" TO WS-DATA-VALIDA.
           MOVE 0 TO WS-DIAS-DIREITO.
           MOVE 0 TO WS-SALDO.
           MOVE 0 TO WS-SALDO-RESTANTE.

           IF EN-CODFUNC NUMERIC AND EN-CODFUNC NOT = 0
               PERFORM LOCALIZAR-FUNCIONARIO
               PERFORM VERIFICAR-PEDIDO-PENDENTE
           END-IF.

           IF EN-DATA-INICIO NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(EN-DATA-INICIO) = 0
                   MOVE "S" TO WS-DATA-VALIDA
                   PERFORM VERIFICAR-DIA-UTIL
               END-IF
           END-IF.

           IF EN-DIAS-GOZO NUMERIC AND EN-DIAS-VENDIDOS NUMERIC
               COMPUTE WS-SALDO-RESTANTE =
                   WS-SALDO - EN-DIAS-GOZO - EN-DIAS-VENDIDOS
           END-IF.

           EVALUATE TRUE
               WHEN EN-VERSAO NOT = "1.0"
                   MOVE "VERSAO DE INTERFACE DESCONHECIDA"
                       TO WS-MOTIVO-REJEICAO
               WHEN EN-PROTOCOLO = SPACES
                   MOVE "PROTOCOLO EM BRANCO" TO WS-MOTIVO-REJEICAO
               WHEN EN-CODFUNC NOT NUMERIC OR EN-CODFUNC = 0
                   MOVE "CODIGO INVALIDO" TO WS-MOTIVO-REJEICAO
               WHEN NOT WS-FUNC-EXISTE
                   MOVE "CODIGO NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
               WHEN NOT FM-STATUS-ATIVO
                   MOVE "FUNCIONARIO NAO ESTA ATIVO"
                       TO WS-MOTIVO-REJEICAO
               WHEN NOT WS-DATA-INICIO-VALIDA
                   MOVE "DATA DE INICIO INVALIDA"
                       TO WS-MOTIVO-REJEICAO
               WHEN EN-DATA-INICIO <= WS-DATA-HOJE
                   MOVE "INICIO DEVE SER DATA FUTURA"
                       TO WS-MOTIVO-REJEICAO
               WHEN EN-DIAS-GOZO NOT NUMERIC
                 OR EN-DIAS-VENDIDOS NOT NUMERIC
                   MOVE "DIAS INVALIDOS" TO WS-MOTIVO-REJEICAO
               WHEN WS-TEM-FERIAS-ABERTAS
                   MOVE "FERIAS JA AGENDADAS EM ABERTO"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-TEM-PEDIDO-PENDENTE
                   MOVE "JA EXISTE PEDIDO AGUARDANDO GERENTE"
                       TO WS-MOTIVO-REJEICAO
               WHEN EN-DIAS-GOZO < WS-DIAS-MINIMO-PERIODO
                   MOVE "PERIODO DE GOZO ABAIXO DE 5 DIAS"
                       TO WS-MOTIVO-REJEICAO
               WHEN EN-DIAS-VENDIDOS * 3 > WS-DIAS-DIREITO
                   MOVE "ABONO ACIMA DE 1/3 DO DIREITO"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-SALDO-RESTANTE < 0
                   MOVE "SALDO DE FERIAS INSUFICIENTE"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-SALDO-RESTANTE > 0
                AND WS-SALDO-RESTANTE < WS-DIAS-MINIMO-PERIODO
                   MOVE "SALDO RESTANTE ABAIXO DE 5 DIAS"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-DIAS-DIREITO >= WS-DIAS-PERIODO-LONGO
                AND EN-DIAS-GOZO < WS-DIAS-PERIODO-LONGO
                AND NOT WS-PERIODO-LONGO-GOZADO
                AND WS-SALDO-RESTANTE < WS-DIAS-PERIODO-LONGO
                   MOVE "UM DOS PERIODOS DEVE TER 14 DIAS"
                       TO WS-MOTIVO-REJEICAO
               WHEN NOT DU-DIA-UTIL
                   MOVE "INICIO EM DIA NAO UTIL" TO WS-MOTIVO-REJEICAO
               WHEN DU-DIAS-UTEIS < 2
                   MOVE "INICIO NOS 2 DIAS ANTES DE FERIADO/DSR"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE.

       LOCALIZAR-FUNCIONARIO.
           MOVE EN-CODFUNC TO FM-CODFUNC.
           READ FUNCIONARIO-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-FUNC-ENCONTRADO
                   PERFORM APURAR-SALDO
           END-READ.

      * The entitlement is FERIAS-VENCIMENTO's: 30 days once an
      * aquisitive year is complete, 2,5 days per month inside the
      * first one. A schedule on FERIAS dated inside the current
      * concessive period was taken out of it - days gone and days
      * sold both count - and, if it ran 14 days or more, already
      * satisfied the long-period rule. FERIAS keeps the last
      * schedule only, which is the one that matters here.
       APURAR-SALDO.
           MOVE FM-DATA-ADMISSAO(1:4) TO WS-ANO-ADMISSAO.
           MOVE FM-DATA-ADMISSAO(5:2) TO WS-MES-ADMISSAO.

           MOVE FM-DATA-NASCIMENTO TO CD-DATA-NASCIMENTO.
           MOVE FM-DATA-ADMISSAO   TO CD-DATA-ADMISSAO.
           CALL "CALC-IDADE-TEMPO" USING CD-PARAMETROS.

           IF CD-TEMPO-CASA-ANOS >= 1
               MOVE 30 TO WS-DIAS-DIREITO
               COMPUTE WS-IC-ANO =
                   WS-ANO-ADMISSAO + CD-TEMPO-CASA-ANOS
               MOVE FM-DATA-ADMISSAO(5:4) TO WS-IC-MESDIA
      * Admission on 29/02 anchors to 28/02, as in the report.
               IF WS-IC-MESDIA = 0229
                   MOVE 0228 TO WS-IC-MESDIA
               END-IF
           ELSE
               COMPUTE WS-MESES-CORRENTES =
                   ((WS-ANO-ATUAL * 12) + WS-MES-ATUAL) -
                   ((WS-ANO-ADMISSAO * 12) + WS-MES-ADMISSAO)
               IF WS-MESES-CORRENTES < 0
                   MOVE 0 TO WS-MESES-CORRENTES
               END-IF
               COMPUTE WS-DIAS-ACUMULADOS =
                   WS-MESES-CORRENTES * 2.5
               MOVE WS-DIAS-ACUMULADOS TO WS-DIAS-DIREITO
               MOVE FM-DATA-ADMISSAO TO WS-INICIO-CONCESSIVO-N
           END-IF.

           MOVE 0 TO WS-DIAS-USADOS.
           IF WS-TEM-ARQUIVO-FERIAS
               MOVE FM-CODFUNC TO FE-CODFUNC
               READ FERIAS-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FE-ABERTA
                           MOVE "S" TO WS-FERIAS-EM-ABERTO
                       END-IF
                       IF FE-DATA-INICIO >= WS-INICIO-CONCESSIVO-N
                           COMPUTE WS-DIAS-USADOS =
                               FE-DIAS-GOZO + FE-DIAS-VENDIDOS
                           IF FE-DIAS-GOZO >= WS-DIAS-PERIODO-LONGO
                               MOVE "S" TO WS-PERIODO-LONGO
                           END-IF
                       END-IF
               END-READ
           END-IF.

           COMPUTE WS-SALDO = WS-DIAS-DIREITO - WS-DIAS-USADOS.
           IF WS-SALDO < 0
               MOVE 0 TO WS-SALDO
           END-IF.

      * One request waiting for the manager per employee - a second
      * one would let two schedules be approved against one balance.
       VERIFICAR-PEDIDO-PENDENTE.
           MOVE "N" TO WS-PEDIDOS-EOF-SW.
           MOVE EN-CODFUNC TO FP-CODFUNC.
           START FERIAS-PEDIDOS KEY IS EQUAL TO FP-CODFUNC
               INVALID KEY SET WS-FIM-PEDIDOS TO TRUE
           END-START.
           PERFORM UNTIL WS-FIM-PEDIDOS OR WS-TEM-PEDIDO-PENDENTE
               PERFORM LER-PROXIMO-PEDIDO
           END-PERFORM.

       LER-PROXIMO-PEDIDO.
           READ FERIAS-PEDIDOS NEXT RECORD
               AT END SET WS-FIM-PEDIDOS TO TRUE
               NOT AT END
                   IF FP-CODFUNC NOT = EN-CODFUNC
                       SET WS-FIM-PEDIDOS TO TRUE
                   ELSE
                       IF FP-PENDENTE
                           MOVE "S" TO WS-PEDIDO-EM-ABERTO
                       END-IF
                   END-IF
           END-READ.

      * The start must be a business day, and so must the two days
      * after it - vacation may not begin in the two days before a
      * holiday or the weekly rest.
       VERIFICAR-DIA-UTIL.
           MOVE EN-DATA-INICIO TO DU-DATA-INICIO.
           COMPUTE DU-DATA-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(EN-DATA-INICIO) + 2).
           CALL "CALC-DIAS-UTEIS" USING DU-PARAMETROS.

      * The request parks as sent, with the department the manager
      * is looked up by - nothing touches FERIAS until the manager
      * signs it.
       PARCAR-PEDIDO.
           IF WS-PROXIMA-SEQUENCIA = 0
               MOVE 1 TO WS-PROXIMA-SEQUENCIA
           END-IF.
           MOVE WS-PROXIMA-SEQUENCIA TO FP-SEQUENCIA.
           ADD 1 TO WS-PROXIMA-SEQUENCIA.
           MOVE EN-PROTOCOLO     TO FP-PROTOCOLO.
           MOVE EN-CODFUNC       TO FP-CODFUNC.
           MOVE FM-DEPARTAMENTO  TO FP-DEPARTAMENTO.
           MOVE EN-DATA-INICIO   TO FP-DATA-INICIO.
           MOVE EN-DIAS-GOZO     TO FP-DIAS-GOZO.
           MOVE EN-DIAS-VENDIDOS TO FP-DIAS-VENDIDOS.
           SET FP-PENDENTE TO TRUE.
           MOVE "N" TO FP-RESPONDIDO.
           MOVE 0 TO FP-APROVADOR.
           MOVE SPACES TO FP-MOTIVO.
           MOVE WS-DATA-HOJE TO FP-DATA.
           WRITE FP-PEDIDO
               INVALID KEY
                   MOVE "ERRO REGISTRANDO PEDIDO"
                       TO WS-MOTIVO-REJEICAO
                   PERFORM GRAVAR-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-RECEBIDOS
                   MOVE "AGUARDANDO APROVACAO DO GERENTE"
                       TO WS-MOTIVO-REJEICAO
                   MOVE "P" TO RD-SITUACAO
                   PERFORM GRAVAR-RESPOSTA
                   MOVE "PEDIDO FERIAS" TO WS-AUD-CAMPO
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE SPACES TO WS-AUD-DEPOIS
                   STRING FP-SEQUENCIA "/" FP-CODFUNC "/"
                          FP-DATA-INICIO
                       DELIMITED BY SIZE INTO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.

       GRAVAR-REJEICAO.
           ADD 1 TO WS-QTD-REJEITADOS.
           MOVE "R" TO RD-SITUACAO.
           PERFORM GRAVAR-RESPOSTA.

      * Caller sets RD-SITUACAO and WS-MOTIVO-REJEICAO; the rest of
      * the line echoes the request as the portal sent it.
       GRAVAR-RESPOSTA.
           MOVE EN-PROTOCOLO       TO RD-PROTOCOLO.
           MOVE EN-CODFUNC         TO RD-CODFUNC.
           MOVE EN-DATA-INICIO     TO RD-DATA-INICIO.
           MOVE EN-DIAS-GOZO       TO RD-DIAS-GOZO.
           MOVE EN-DIAS-VENDIDOS   TO RD-DIAS-VENDIDOS.
           MOVE WS-MOTIVO-REJEICAO TO RD-MOTIVO.
           WRITE RD-LINHA.

      * Appends one image to AUDITTRAIL for every request parked -
      * the decision is audited by the approval desk.
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE "GWFERIAS"  TO AT-PROGRAMA.
           MOVE "INCLUSAO"  TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO  TO AT-CAMPO.
           MOVE WS-AUD-ANTES  TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS TO AT-VALOR-DEPOIS.
           MOVE "BATCH"       TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM FERIAS-GATEWAY-ENTRADA.
