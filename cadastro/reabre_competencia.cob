      * (data/competencia-fechada.dat, copybooks/COMPFECHADA.cpy):
      * FOLHA-RETORNO closes a month the moment the bank answers
      * it, and from then on the folha, the ledger posting and
      * backdated movements refuse it. Reopening is deliberate: only
      * an operator signed on with the supervisor perfil may do it,
      * giving a reason, and both go to the audit trail - period
      * integrity stops being a matter of nobody making a mistake
      * after payday.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FC-CHAVE
               FILE STATUS IS WS-FS-FECHAMENTO.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
       FD  COMPETENCIA-FECHADA.
       COPY COMPFECHADA.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       01  WS-FS-FECHAMENTO PIC XX.
           88 WS-FECHAMENTO-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".

       01  WS-COMP-ENTRADA PIC 9(6).
       01  WS-EMP-ENTRADA  PIC 9(3).
       01  WS-CHAVE-VALIDA PIC X VALUE "N".
       01  WS-SUPERVISOR   PIC X(8).
       01  WS-MOTIVO       PIC X(30).

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

           OPEN I-O COMPETENCIA-FECHADA.
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE COMPETENCIA-FECHADA.
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
               WHEN 2
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
               WHEN 1 PERFORM CONSULTAR-COMPETENCIA
               WHEN 2 PERFORM REABRIR-COMPETENCIA

       CONSULTAR-COMPETENCIA.
           PERFORM ACEITAR-CHAVE.
           IF WS-CHAVE-VALIDA = "S"
               MOVE WS-COMP-ENTRADA TO FC-COMPETENCIA
               MOVE WS-EMP-ENTRADA  TO FC-EMPRESA
               READ COMPETENCIA-FECHADA
                   INVALID KEY
                       DISPLAY "COMPETENCIA SEM REGISTRO (ABERTA): "
                               WS-COMP-ENTRADA
                   NOT INVALID KEY
                       DISPLAY "COMPETENCIA.: " FC-COMPETENCIA
                       DISPLAY "EMPRESA.....: " FC-EMPRESA
                       DISPLAY "SITUACAO....: " FC-SITUACAO
                       DISPLAY "DESDE.......: " FC-DATA
                       DISPLAY "MOTIVO......: " FC-MOTIVO
               END-READ
           END-IF.

      * Supervisor-only whatever data/permissoes.dat says - the
      * override can close the option further, never open it to
      * another perfil.
       REABRIR-COMPETENCIA.
           IF NOT AU-SUPERVISOR
               DISPLAY "REABERTURA RESTRITA A SUPERVISOR"
           ELSE
               PERFORM ACEITAR-CHAVE
               IF WS-CHAVE-VALIDA = "S"
                   MOVE WS-COMP-ENTRADA TO TV-REGISTRO
                   PERFORM OBTER-TRAVA
               END-IF
               IF WS-TEM-TRAVA
                   PERFORM REABRIR-COMPETENCIA-TRAVADA
                   PERFORM LIBERAR-TRAVA
               END-IF
           END-IF.

       REABRIR-COMPETENCIA-TRAVADA.
           MOVE AU-OPERADOR TO WS-SUPERVISOR.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O MOTIVO DA REABERTURA" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO WS-MOTIVO
               PERFORM GRAVAR-REABERTURA
           END-IF.

       GRAVAR-REABERTURA.
           MOVE WS-COMP-ENTRADA TO FC-COMPETENCIA.
           MOVE WS-EMP-ENTRADA  TO FC-EMPRESA.
           READ COMPETENCIA-FECHADA
                   END-IF
           END-READ.

      * Competencia and empresa through the shared validator -
      * WS-CHAVE-VALIDA stays "N" when a field runs out of attempts.
       ACEITAR-CHAVE.
           MOVE "N" TO WS-CHAVE-VALIDA.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-COMPETENCIA TO TRUE.
           MOVE "INFORME A COMPETENCIA (AAAAMM)" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-COMP-ENTRADA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME A EMPRESA (BRANCO = 001)" TO VC-ROTULO
               MOVE 1   TO VC-MINIMO
               MOVE 999 TO VC-MAXIMO
               MOVE "S" TO VC-OPCIONAL
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
               EVALUATE TRUE
                   WHEN VC-EM-BRANCO
                       MOVE 1 TO WS-EMP-ENTRADA
                       MOVE "S" TO WS-CHAVE-VALIDA
                   WHEN VC-ACEITO
                       MOVE VC-VALOR-NUMERICO TO WS-EMP-ENTRADA
                       MOVE "S" TO WS-CHAVE-VALIDA
               END-EVALUATE
           END-IF.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "REABRECO" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "REABRE-COMPETENCIA: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           MOVE AU-PROGRAMA TO VP-PROGRAMA.
           MOVE AU-OPERADOR TO VP-OPERADOR.
           MOVE AU-PERFIL   TO VP-PERFIL.

      * The nightly chain owns every master while it runs - an
      * update landing mid-pass could poison every file downstream
               WS-SUPERVISOR
               DELIMITED BY SIZE INTO AT-VALOR-ANTES.
           MOVE WS-MOTIVO TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM REABRE-COMPETENCIA.
