       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA-FERIAS.

      * Approval desk for the vacation requests the HR portal sent
      * through FERIAS-GATEWAY-ENTRADA (data/ferias-pedidos.dat,
      * copybooks/FERIASPEDIDO.cpy), the way APROVA-MOVIMENTO
      * decides parked movements: lists what waits, and lets the
      * manager approve or reject each with a reason. Deciding is
      * supervisor-only, and the approver is the signed-on
      * operator's own employee code, which must be the DP-GERENTE
      * of the department the employee was in when the request
      * arrived - anyone else is refused. An approval writes the
      * schedule onto data/ferias.dat exactly as cadastro/ferias.cob
      * AGENDAR would - refused while the employee still has an
      * open vacation there - and only then marks the request
      * approved; the next gateway run sends the decision back to
      * the portal. Every decision goes to the audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIAS-PEDIDOS ASSIGN TO "data/ferias-pedidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-SEQUENCIA
               ALTERNATE RECORD KEY IS FP-CODFUNC WITH DUPLICATES
               FILE STATUS IS WS-FS-PEDIDOS.

           SELECT FERIAS-MASTER ASSIGN TO "data/ferias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-CODFUNC
               FILE STATUS IS WS-FS-FERIAS.

           SELECT DEPARTAMENTO-MASTER ASSIGN TO "data/departamento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CODIGO
               ALTERNATE RECORD KEY IS DP-NOME
               FILE STATUS IS WS-FS-DEPARTAMENTO.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
      * session backs off instead of rewriting blind.
           SELECT CADEIA-LOCK ASSIGN TO "data/cadeia-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOCK.

           SELECT REGISTRO-TRAVAS ASSIGN TO "data/registro-travas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TV-CHAVE
               FILE STATUS IS WS-FS-TRAVAS.

       DATA DIVISION.

       FILE SECTION.
       FD  FERIAS-PEDIDOS.
       COPY FERIASPEDIDO.

       FD  FERIAS-MASTER.
       COPY FERIAS.

       FD  DEPARTAMENTO-MASTER.
       COPY DEPARTAMENTO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       FD  REGISTRO-TRAVAS.
       COPY TRAVA.

       WORKING-STORAGE SECTION.

       01  WS-FS-PEDIDOS PIC XX.
           88 WS-PEDIDOS-OK         VALUE "00".
           88 WS-PEDIDOS-NAO-EXISTE VALUE "35".

       01  WS-PEDIDOS-EOF-SW PIC X VALUE "N".
           88 WS-FIM-PEDIDOS VALUE "S".

       01  WS-FS-FERIAS PIC XX.
           88 WS-FERIAS-OK         VALUE "00".
           88 WS-FERIAS-NAO-EXISTE VALUE "35".

       01  WS-FS-DEPARTAMENTO PIC XX.
           88 WS-DEPARTAMENTO-OK VALUE "00".

       01  WS-VALIDA-GERENTE PIC X VALUE "N".
           88 WS-DEVE-VALIDAR-GERENTE VALUE "S".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".

       01  WS-FS-TRAVAS PIC XX.
           88 WS-TRAVAS-OK         VALUE "00".
           88 WS-TRAVAS-NAO-EXISTE VALUE "35".

      * The request and the employee's FERIAS record are marked busy
      * together while an approval writes the schedule, each
      * released by its own key.
       01  WS-TRAVA-OBTIDA PIC X VALUE "N".
           88 WS-TEM-TRAVA VALUE "S".

       01  WS-TRAVA-FERIAS-OBTIDA PIC X VALUE "N".
           88 WS-TEM-TRAVA-FERIAS VALUE "S".

       01  WS-COD-TRAVADO PIC 9(6).

       01  WS-AUD-OPERACAO PIC X(10).
       01  WS-AUD-CAMPO    PIC X(15).
       01  WS-AUD-ANTES    PIC X(30).
       01  WS-AUD-DEPOIS   PIC X(30).

       01  WS-DATA-HOJE PIC 9(8).

       01  WS-SEQ-ENTRADA       PIC 9(6).
       01  WS-APROVADOR-ENTRADA PIC 9(6).
       01  WS-MOTIVO-ENTRADA    PIC X(30).
       01  WS-DECISAO-VALIDA PIC X VALUE "N".

       01  WS-APROVADOR-OK PIC X VALUE "N".
           88 WS-APROVADOR-VALIDO VALUE "S".

       01  WS-GERENTE-OK PIC X VALUE "N".
           88 WS-GERENTE-AUTORIZADO VALUE "S".

       01  WS-FERIAS-GRAVADAS PIC X VALUE "N".
           88 WS-FERIAS-AGENDADAS VALUE "S".

       01  WS-OPCAO       PIC 9 VALUE 0.
       01  WS-CONTINUAR   PIC X VALUE "S".
           88 WS-DEVE-CONTINUAR VALUE "S".

      * Signed-on session (common/autenticar_operador.cob) and the
      * per-option permission check (common/verificar_permissao.cob).
       COPY AUTENTICAR.
       COPY VERIFPERM.

      * Parameter area of the shared field validator
      * (common/validar_campo.cob).
       COPY VALIDACAMPO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFICAR-CADEIA-NOTURNA.
           PERFORM IDENTIFICAR-OPERADOR.
           PERFORM ABRIR-TRAVAS.

           OPEN I-O FERIAS-PEDIDOS.

           IF WS-PEDIDOS-NAO-EXISTE
               DISPLAY "APROVA-FERIAS: NADA PENDENTE - ARQUIVO "
                       "NAO EXISTE"
               STOP RUN
           END-IF.

           IF NOT WS-PEDIDOS-OK
               DISPLAY "APROVA-FERIAS: ERRO NA ABERTURA - "
                       WS-FS-PEDIDOS
               STOP RUN
           END-IF.

           OPEN I-O FERIAS-MASTER.

           IF WS-FERIAS-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE FERIAS-MASTER
               OPEN OUTPUT FERIAS-MASTER
               CLOSE FERIAS-MASTER
               OPEN I-O FERIAS-MASTER
           END-IF.

           IF NOT WS-FERIAS-OK
               DISPLAY "APROVA-FERIAS: ERRO ABRINDO FERIAS - "
                       WS-FS-FERIAS
               STOP RUN
           END-IF.

           OPEN INPUT DEPARTAMENTO-MASTER.
           IF WS-DEPARTAMENTO-OK
               MOVE "S" TO WS-VALIDA-GERENTE
           ELSE
               DISPLAY "APROVA-FERIAS: CADASTRO DE DEPARTAMENTOS "
                       "INDISPONIVEL - GERENTE NAO SERA VALIDADO"
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE FERIAS-PEDIDOS.
           CLOSE FERIAS-MASTER.
           IF WS-DEVE-VALIDAR-GERENTE
               CLOSE DEPARTAMENTO-MASTER
           END-IF.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.

       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "==== APROVACAO DE FERIAS ====".
           DISPLAY "1 - LISTAR PENDENTES".
           DISPLAY "2 - APROVAR".
           DISPLAY "3 - REJEITAR".
           DISPLAY "4 - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Maintenance options open to the supervisor only, consulta
      * and SAIR to every perfil - an override on
      * data/permissoes.dat replaces this default.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 2 THRU 3
                   MOVE "S" TO VP-PERFIS-PADRAO
               WHEN OTHER
                   MOVE "RASC" TO VP-PERFIS-PADRAO
           END-EVALUATE.
           CALL "VERIFICAR-PERMISSAO" USING VP-PARAMETROS.
           IF VP-PERMITIDO
               PERFORM EXECUTAR-OPCAO
           END-IF.

       EXECUTAR-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM LISTAR-PENDENTES
               WHEN 2 PERFORM DECIDIR-APROVACAO
               WHEN 3 PERFORM DECIDIR-REJEICAO
               WHEN 4 MOVE "N" TO WS-CONTINUAR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       LISTAR-PENDENTES.
           MOVE "N" TO WS-PEDIDOS-EOF-SW.
           MOVE 0 TO FP-SEQUENCIA.
           START FERIAS-PEDIDOS KEY IS NOT LESS THAN FP-SEQUENCIA
               INVALID KEY SET WS-FIM-PEDIDOS TO TRUE
           END-START.
           PERFORM UNTIL WS-FIM-PEDIDOS
               READ FERIAS-PEDIDOS NEXT RECORD
                   AT END SET WS-FIM-PEDIDOS TO TRUE
                   NOT AT END
                       IF FP-PENDENTE
                           DISPLAY FP-SEQUENCIA " " FP-CODFUNC
                                   " " FP-DEPARTAMENTO " INICIO "
                                   FP-DATA-INICIO " GOZO "
                                   FP-DIAS-GOZO " VENDIDOS "
                                   FP-DIAS-VENDIDOS " DESDE " FP-DATA
                       END-IF
               END-READ
           END-PERFORM.

       DECIDIR-APROVACAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           PERFORM VERIFICAR-APROVADOR.
           IF WS-APROVADOR-VALIDO
               PERFORM LER-DECISAO
           END-IF.
           IF WS-APROVADOR-VALIDO AND WS-DECISAO-VALIDA = "S"
               MOVE WS-SEQ-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
               IF WS-TEM-TRAVA
                   PERFORM DECIDIR-APROVACAO-TRAVADA
                   PERFORM LIBERAR-TRAVA
               END-IF
           END-IF.

       DECIDIR-APROVACAO-TRAVADA.
           READ FERIAS-PEDIDOS
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO: " FP-SEQUENCIA
               NOT INVALID KEY
                   IF NOT FP-PENDENTE
                       DISPLAY "PEDIDO JA DECIDIDO: " FP-SEQUENCIA
                   ELSE
                       PERFORM VALIDAR-GERENTE
                       IF WS-GERENTE-AUTORIZADO
                           PERFORM APROVAR-PEDIDO
                       END-IF
                   END-IF
           END-READ.

      * A start date already gone cannot be scheduled any more -
      * the manager rejects it and the employee asks again. The
      * request is only marked approved once the schedule is on
      * FERIAS.
       APROVAR-PEDIDO.
           IF FP-DATA-INICIO <= WS-DATA-HOJE
               DISPLAY "INICIO " FP-DATA-INICIO " JA PASSOU - "
                       "REJEITE O PEDIDO"
           ELSE
               MOVE FP-CODFUNC TO WS-COD-TRAVADO
               MOVE FP-CODFUNC TO TV-REGISTRO
               PERFORM OBTER-TRAVA-FERIAS
               IF WS-TEM-TRAVA-FERIAS
                   PERFORM AGENDAR-FERIAS-APROVADAS
                   PERFORM LIBERAR-TRAVA-FERIAS
                   IF WS-FERIAS-AGENDADAS
                       SET FP-APROVADO TO TRUE
                       MOVE WS-APROVADOR-ENTRADA TO FP-APROVADOR
                       MOVE WS-MOTIVO-ENTRADA    TO FP-MOTIVO
                       PERFORM GRAVAR-DECISAO
                   END-IF
               END-IF
           END-IF.

      * Same discipline as cadastro/ferias.cob AGENDAR: an open
      * vacation blocks the new one, a closed one is replaced with
      * its start date carried as the before image.
       AGENDAR-FERIAS-APROVADAS.
           MOVE "N" TO WS-FERIAS-GRAVADAS.
           MOVE FP-CODFUNC TO FE-CODFUNC.
           READ FERIAS-MASTER
               INVALID KEY
                   PERFORM PREENCHER-FERIAS
                   WRITE FE-FERIAS
                       INVALID KEY
                           DISPLAY "ERRO GRAVANDO FERIAS: "
                                   FE-CODFUNC
                       NOT INVALID KEY
                           MOVE SPACES TO WS-AUD-ANTES
                           PERFORM AUDITAR-FERIAS
                   END-WRITE
               NOT INVALID KEY
                   IF FE-ABERTA
                       DISPLAY "FERIAS AINDA ABERTAS PARA: "
                               FE-CODFUNC " - ENCERRE ANTES DE "
                               "APROVAR OUTRAS"
                   ELSE
                       MOVE FE-DATA-INICIO TO WS-AUD-ANTES
                       PERFORM PREENCHER-FERIAS
                       REWRITE FE-FERIAS
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: "
                                       FE-CODFUNC
                           NOT INVALID KEY
                               PERFORM AUDITAR-FERIAS
                       END-REWRITE
                   END-IF
           END-READ.

       PREENCHER-FERIAS.
           MOVE FP-CODFUNC       TO FE-CODFUNC.
           MOVE FP-DATA-INICIO   TO FE-DATA-INICIO.
           MOVE FP-DIAS-GOZO     TO FE-DIAS-GOZO.
           MOVE FP-DIAS-VENDIDOS TO FE-DIAS-VENDIDOS.
           SET FE-ABERTA TO TRUE.

       AUDITAR-FERIAS.
           MOVE "S" TO WS-FERIAS-GRAVADAS.
           MOVE "INCLUSAO" TO WS-AUD-OPERACAO.
           MOVE "FERIAS"   TO WS-AUD-CAMPO.
           MOVE FE-DATA-INICIO TO WS-AUD-DEPOIS.
           PERFORM REGISTRAR-AUDITORIA.

       DECIDIR-REJEICAO.
           PERFORM VERIFICAR-APROVADOR.
           IF WS-APROVADOR-VALIDO
               PERFORM LER-DECISAO
           END-IF.
           IF WS-APROVADOR-VALIDO AND WS-DECISAO-VALIDA = "S"
               MOVE WS-SEQ-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
               IF WS-TEM-TRAVA
                   PERFORM DECIDIR-REJEICAO-TRAVADA
                   PERFORM LIBERAR-TRAVA
               END-IF
           END-IF.

      * The reason goes back to the employee through the portal -
      * a rejection never leaves without one.
       DECIDIR-REJEICAO-TRAVADA.
           READ FERIAS-PEDIDOS
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO: " FP-SEQUENCIA
               NOT INVALID KEY
                   IF NOT FP-PENDENTE
                       DISPLAY "PEDIDO JA DECIDIDO: " FP-SEQUENCIA
                   ELSE
                       PERFORM VALIDAR-GERENTE
                       IF WS-GERENTE-AUTORIZADO
                           SET FP-REJEITADO TO TRUE
                           MOVE WS-APROVADOR-ENTRADA TO FP-APROVADOR
                           IF WS-MOTIVO-ENTRADA = SPACES
                               MOVE "REJEITADO PELO GERENTE"
                                   TO FP-MOTIVO
                           ELSE
                               MOVE WS-MOTIVO-ENTRADA TO FP-MOTIVO
                           END-IF
                           PERFORM GRAVAR-DECISAO
                       END-IF
                   END-IF
           END-READ.

      * Supervisor-only whatever data/permissoes.dat says, and the
      * operator must be tied to an employee code - that code, not
      * a typed one, is the approver the request records.
       VERIFICAR-APROVADOR.
           MOVE "N" TO WS-APROVADOR-OK.
           IF NOT AU-SUPERVISOR
               DISPLAY "DECISAO RESTRITA A SUPERVISOR"
           ELSE
               IF AU-CODFUNC = 0
                   DISPLAY "OPERADOR " AU-OPERADOR " SEM FUNCIONARIO "
                           "VINCULADO - NAO PODE DECIDIR"
               ELSE
                   MOVE AU-CODFUNC TO WS-APROVADOR-ENTRADA
                   MOVE "S" TO WS-APROVADOR-OK
               END-IF
           END-IF.

      * Sequence and reason through the shared validator; the reason
      * may be left blank. WS-DECISAO-VALIDA stays "N" when either
      * runs out of attempts and nothing is decided.
       LER-DECISAO.
           MOVE "N" TO WS-DECISAO-VALIDA.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME A SEQUENCIA DO PEDIDO" TO VC-ROTULO.
           MOVE 1      TO VC-MINIMO.
           MOVE 999999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-SEQ-ENTRADA
               MOVE WS-SEQ-ENTRADA TO FP-SEQUENCIA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-TEXTO TO TRUE
               MOVE "INFORME O MOTIVO" TO VC-ROTULO
               MOVE "S" TO VC-OPCIONAL
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           EVALUATE TRUE
               WHEN VC-EM-BRANCO
                   MOVE SPACES TO WS-MOTIVO-ENTRADA
                   MOVE "S" TO WS-DECISAO-VALIDA
               WHEN VC-ACEITO
                   MOVE VC-VALOR-TEXTO TO WS-MOTIVO-ENTRADA
                   MOVE "S" TO WS-DECISAO-VALIDA
           END-EVALUATE.

      * Only the DP-GERENTE of the employee's department may sign -
      * the request carries the department name, the master says
      * who manages it. With no department master on hand the
      * signed-on supervisor stands, with a warning.
       VALIDAR-GERENTE.
           MOVE "S" TO WS-GERENTE-OK.
           IF WS-DEVE-VALIDAR-GERENTE
               MOVE FP-DEPARTAMENTO TO DP-NOME
               READ DEPARTAMENTO-MASTER KEY IS DP-NOME
                   INVALID KEY
                       DISPLAY "DEPARTAMENTO SEM CADASTRO - "
                               "APROVADOR NAO VALIDADO"
                   NOT INVALID KEY
                       IF DP-GERENTE NOT = WS-APROVADOR-ENTRADA
                           DISPLAY "APROVADOR " WS-APROVADOR-ENTRADA
                                   " NAO E O GERENTE DO "
                                   "DEPARTAMENTO (" DP-GERENTE ")"
                           MOVE "N" TO WS-GERENTE-OK
                       END-IF
               END-READ
           END-IF.

       GRAVAR-DECISAO.
           REWRITE FP-PEDIDO
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO: " FP-SEQUENCIA
               NOT INVALID KEY
                   DISPLAY "PEDIDO " FP-SEQUENCIA " MARCADO "
                           FP-SITUACAO
                   MOVE "DECISAO" TO WS-AUD-OPERACAO
                   MOVE "PEDIDO FERIAS" TO WS-AUD-CAMPO
                   MOVE FP-SEQUENCIA TO WS-AUD-ANTES
                   MOVE SPACES TO WS-AUD-DEPOIS
                   STRING FP-SITUACAO "/" FP-APROVADOR
                       DELIMITED BY SIZE INTO WS-AUD-DEPOIS
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "APROVFER" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "APROVA-FERIAS: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           MOVE AU-PROGRAMA TO VP-PROGRAMA.
           MOVE AU-OPERADOR TO VP-OPERADOR.
           MOVE AU-PERFIL   TO VP-PERFIL.

      * The nightly chain owns every master while it runs - an
      * update landing mid-pass could poison every file downstream
      * of the folha, so the cadastro refuses to start.
       VERIFICAR-CADEIA-NOTURNA.
           OPEN INPUT CADEIA-LOCK.
           IF WS-LOCK-OK
               READ CADEIA-LOCK
                   AT END CONTINUE
                   NOT AT END
                       IF CL-EM-EXECUCAO
                           DISPLAY "APROVA-FERIAS: CADEIA "
                                   "NOTURNA EM EXECUCAO DESDE "
                                   CL-DATA " " CL-HORA
                                   " - TENTE MAIS TARDE"
                           CLOSE CADEIA-LOCK
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CADEIA-LOCK
           END-IF.

       ABRIR-TRAVAS.
           OPEN I-O REGISTRO-TRAVAS.
           IF WS-TRAVAS-NAO-EXISTE
      * arquivo ainda nao existe - cria vazio
               CLOSE REGISTRO-TRAVAS
               OPEN OUTPUT REGISTRO-TRAVAS
               CLOSE REGISTRO-TRAVAS
               OPEN I-O REGISTRO-TRAVAS
           END-IF.
           IF NOT WS-TRAVAS-OK
               DISPLAY "APROVA-FERIAS: ERRO ABRINDO TRAVAS - "
                       WS-FS-TRAVAS
               STOP RUN
           END-IF.

      * Marks the record busy for this session - the duplicate-key
      * answer tells a second session to back off. Caller sets
      * TV-REGISTRO before performing either of these.
       OBTER-TRAVA.
           MOVE "N" TO WS-TRAVA-OBTIDA.
           MOVE "FERIASPEDIDO" TO TV-ARQUIVO.
           PERFORM GRAVAR-TRAVA.
           IF WS-FS-TRAVAS = "00"
               MOVE "S" TO WS-TRAVA-OBTIDA
           END-IF.

      * The same tag cadastro/ferias.cob marks its records with, so
      * an HR session on the employee's schedule and an approval
      * never write it at the same time.
       OBTER-TRAVA-FERIAS.
           MOVE "N" TO WS-TRAVA-FERIAS-OBTIDA.
           MOVE "FERIAS" TO TV-ARQUIVO.
           PERFORM GRAVAR-TRAVA.
           IF WS-FS-TRAVAS = "00"
               MOVE "S" TO WS-TRAVA-FERIAS-OBTIDA
           END-IF.

       GRAVAR-TRAVA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TV-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TV-HORA.
           WRITE TV-TRAVA
               INVALID KEY
                   DISPLAY "REGISTRO EM USO POR OUTRA SESSAO: "
                           TV-REGISTRO
           END-WRITE.

       LIBERAR-TRAVA.
           IF WS-TEM-TRAVA
               MOVE "FERIASPEDIDO" TO TV-ARQUIVO
               MOVE WS-SEQ-ENTRADA TO TV-REGISTRO
               DELETE REGISTRO-TRAVAS RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE "N" TO WS-TRAVA-OBTIDA
           END-IF.

       LIBERAR-TRAVA-FERIAS.
           IF WS-TEM-TRAVA-FERIAS
               MOVE "FERIAS" TO TV-ARQUIVO
               MOVE WS-COD-TRAVADO TO TV-REGISTRO
               DELETE REGISTRO-TRAVAS RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE "N" TO WS-TRAVA-FERIAS-OBTIDA
           END-IF.

      * Appends one before/after image to AUDITTRAIL for the field
      * named in WS-AUD-CAMPO. Caller sets WS-AUD-OPERACAO/CAMPO/
      * ANTES/DEPOIS before performing this.
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE "APROVFER"      TO AT-PROGRAMA.
           MOVE WS-AUD-OPERACAO TO AT-OPERACAO.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM APROVA-FERIAS.
