       PROGRAM-ID. APROVA-MOVIMENTO.

      * Approval desk for the movements MOVIMENTACAO-FUNCIONARIOS
      * parked above the salary-change threshold or beyond the
      * quadro de vagas (data/movimentos-pendentes.dat,
      * copybooks/MOVPENDENTE.cpy):
      * lists what waits, and lets the manager approve or reject
      * each with a reason. Deciding is supervisor-only, and the
      * approver is the signed-on operator's own employee code
      * (OD-CODFUNC on the operator master), which must be the
      * DP-GERENTE recorded on the department master for the
      * employee's department - anyone else is refused - and every
      * decision goes to the audit trail. The next movement run
      * applies the approved ones with the approver's identity
      * beside the before/after images.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS DP-NOME
               FILE STATUS IS WS-FS-DEPARTAMENTO.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
       FD  DEPARTAMENTO-MASTER.
       COPY DEPARTAMENTO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       01  WS-VALIDA-GERENTE PIC X VALUE "N".
           88 WS-DEVE-VALIDAR-GERENTE VALUE "S".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".
       01  WS-SEQ-ENTRADA      PIC 9(6).
       01  WS-APROVADOR-ENTRADA PIC 9(6).
       01  WS-MOTIVO-ENTRADA   PIC X(30).
       01  WS-DECISAO-VALIDA PIC X VALUE "N".

       01  WS-APROVADOR-OK PIC X VALUE "N".
           88 WS-APROVADOR-VALIDO VALUE "S".

       01  WS-GERENTE-OK PIC X VALUE "N".
           88 WS-GERENTE-AUTORIZADO VALUE "S".
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

           OPEN I-O MOVIMENTOS-PENDENTES.
                       "INDISPONIVEL - GERENTE NAO SERA VALIDADO"
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           IF WS-DEVE-VALIDAR-GERENTE
               CLOSE DEPARTAMENTO-MASTER
           END-IF.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.
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
                   NOT AT END
                       IF PE-PENDENTE
                           MOVE PE-MOVIMENTO TO WS-MOV-VISAO
                           DISPLAY PE-SEQUENCIA " " WS-MV-OPERACAO
                                   " " WS-MV-CODFUNC
                                   " " WS-MV-NOME " SALARIO "
                                   WS-MV-SALARIO " DESDE " PE-DATA
                                   " " PE-MOTIVO
                       END-IF
               END-READ
           END-PERFORM.

       DECIDIR-APROVACAO.
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
           END-READ.

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

       DECIDIR-REJEICAO-TRAVADA.
                   END-IF
           END-READ.

      * Supervisor-only whatever data/permissoes.dat says, and the
      * operator must be tied to an employee code - that code, not
      * a typed one, is the approver the movement records.
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
           MOVE "INFORME A SEQUENCIA DO MOVIMENTO" TO VC-ROTULO.
           MOVE 1      TO VC-MINIMO.
           MOVE 999999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-SEQ-ENTRADA
               MOVE WS-SEQ-ENTRADA TO PE-SEQUENCIA
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
      * the movement carries the department name, the master says
      * who manages it. With no department master on hand the
      * signed-on supervisor stands, with a warning.
       VALIDAR-GERENTE.
           MOVE "S" TO WS-GERENTE-OK.
           IF WS-DEVE-VALIDAR-GERENTE
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "APROVMOV" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "APROVA-MOVIMENTO: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           MOVE AU-PROGRAMA TO VP-PROGRAMA.
           MOVE AU-OPERADOR TO VP-OPERADOR.
           MOVE AU-PERFIL   TO VP-PERFIL.

      * The nightly chain owns every master while it runs - an
      * update landing mid-pass could poison every file downstream
      * of the folha, so the cadastro refuses to start.
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM APROVA-MOVIMENTO.
