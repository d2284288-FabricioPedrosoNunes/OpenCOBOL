               RECORD KEY IS FE-CODFUNC
               FILE STATUS IS WS-FS-FERIAS.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
       FD  FERIAS-MASTER.
       COPY FERIAS.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

           88 WS-FERIAS-NAO-ACHOU  VALUE "23".
           88 WS-FERIAS-NAO-EXISTE VALUE "35".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".
       01  WS-NOVO-DIAS-GOZO   PIC 9(2).
       01  WS-NOVO-VENDIDOS    PIC 9(2).

      * S days taken, N attempts ran out, P days to re-key
       01  WS-DIAS-VALIDOS PIC X VALUE "N".
           88 WS-DIAS-OK VALUE "S".
       01  WS-TOTAL-DIAS PIC 9(3).
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

           OPEN I-O FERIAS-MASTER.
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE FERIAS-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Maintenance options open to the personnel-side perfis
      * (auxiliar de RH and supervisor), consulta and SAIR to every
      * perfil - an override on data/permissoes.dat replaces this
      * default.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 THRU 2
                   MOVE "RS" TO VP-PERFIS-PADRAO
               WHEN OTHER
                   MOVE "RASC" TO VP-PERFIS-PADRAO
           END-EVALUATE.
           CALL "VERIFICAR-PERMISSAO" USING VP-PARAMETROS.
           IF VP-PERMITIDO
               PERFORM EXECUTAR-OPCAO
           END-IF.

       EXECUTAR-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM AGENDAR-FERIAS
               WHEN 2 PERFORM ENCERRAR-FERIAS

       AGENDAR-FERIAS.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM AGENDAR-FERIAS-TRAVADA
               PERFORM LIBERAR-TRAVA

       AGENDAR-FERIAS-TRAVADA.
           MOVE WS-COD-ENTRADA TO FE-CODFUNC.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-DATA TO TRUE.
           MOVE "INFORME O INICIO DAS FERIAS (AAAAMMDD)" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           MOVE "N" TO WS-DIAS-VALIDOS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO FE-DATA-INICIO
               PERFORM ACEITAR-DIAS
           END-IF.

           IF WS-DIAS-OK
               SET FE-ABERTA TO TRUE
               WRITE FE-FERIAS
                   INVALID KEY
                       PERFORM AGENDAR-SOBRE-ENCERRADA
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE "FERIAS"   TO WS-AUD-CAMPO
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE FE-DATA-INICIO TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

      * A record already on file only blocks a new schedule while it
      * is still open - a closed (encerrada) vacation is replaced by
      * beyond the last one lives in the audit trail.
       ENCERRAR-FERIAS.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ENCERRAR-FERIAS-TRAVADA
               PERFORM LIBERAR-TRAVA

       CONSULTAR-FERIAS.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO FE-CODFUNC
               READ FERIAS-MASTER
                   INVALID KEY
                       DISPLAY "FERIAS NAO ENCONTRADAS: " FE-CODFUNC
                   NOT INVALID KEY
                       DISPLAY "FUNCIONARIO....: " FE-CODFUNC
                       DISPLAY "INICIO.........: " FE-DATA-INICIO
                       DISPLAY "DIAS DE GOZO...: " FE-DIAS-GOZO
                       DISPLAY "DIAS VENDIDOS..: " FE-DIAS-VENDIDOS
                       DISPLAY "SITUACAO.......: " FE-SITUACAO
               END-READ
           END-IF.

      * Code through the shared validator - WS-COD-VALIDO stays "N"
      * when the attempts run out and the option is abandoned.
       ACEITAR-COD.
           MOVE "N" TO WS-COD-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DO FUNCIONARIO" TO VC-ROTULO.
           MOVE 1      TO VC-MINIMO.
           MOVE 999999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-COD-ENTRADA
               MOVE "S" TO WS-COD-VALIDO
           END-IF.

      * Taken plus sold days cannot pass the 30-day entitlement, and
      * at most a third (10 days) can be sold - a schedule the law
      * would not allow never reaches the folha.
       ACEITAR-DIAS.
           MOVE "P" TO WS-DIAS-VALIDOS.
           PERFORM UNTIL WS-DIAS-VALIDOS NOT = "P"
               PERFORM ACEITAR-GOZO-VENDIDOS
           END-PERFORM.

       ACEITAR-GOZO-VENDIDOS.
           MOVE "N" TO WS-DIAS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME OS DIAS DE GOZO" TO VC-ROTULO.
           MOVE 1  TO VC-MINIMO.
           MOVE 30 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO FE-DIAS-GOZO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME OS DIAS VENDIDOS (MAXIMO 10)" TO VC-ROTULO
               MOVE 0  TO VC-MINIMO
               MOVE 10 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO FE-DIAS-VENDIDOS
               COMPUTE WS-TOTAL-DIAS =
                   FE-DIAS-GOZO + FE-DIAS-VENDIDOS
               IF WS-TOTAL-DIAS > 30
                   DISPLAY "GOZO MAIS VENDIDOS EXCEDEM OS "
                           "30 DIAS DE DIREITO"
                   MOVE "P" TO WS-DIAS-VALIDOS
               ELSE
                   MOVE "S" TO WS-DIAS-VALIDOS
               END-IF
           END-IF.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "FERIAS" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "FERIAS: OPERADOR NAO AUTENTICADO"
               STOP RUN
           END-IF.
           MOVE AU-PROGRAMA TO VP-PROGRAMA.
           MOVE AU-OPERADOR TO VP-OPERADOR.
           MOVE AU-PERFIL   TO VP-PERFIL.

      * The nightly chain owns every master while it runs - an
      * update landing mid-pass could poison every file downstream
           MOVE WS-AUD-CAMPO    TO AT-CAMPO.
           MOVE WS-AUD-ANTES    TO AT-VALOR-ANTES.
           MOVE WS-AUD-DEPOIS   TO AT-VALOR-DEPOIS.
           MOVE AU-OPERADOR     TO AT-OPERADOR.
           CALL "GRAVAR-AUDITORIA" USING AT-REGISTRO-AUDITORIA.

       END PROGRAM FERIAS.
