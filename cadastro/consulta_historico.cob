               RECORD KEY IS HM-CODFUNC
               FILE STATUS IS WS-FS-HISTORICO.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
           05 HM-NOME    PIC X(20).
           05 HM-RESTO   PIC X(162).

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

       01  WS-FS-HISTORICO PIC XX.
           88 WS-HISTORICO-OK VALUE "00".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".
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

           OPEN I-O FUNCIONARIO-MASTER.
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO

           CLOSE FUNCIONARIO-MASTER.
           CLOSE HISTORICO-MASTER.
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
               WHEN 2
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
               WHEN 1 PERFORM CONSULTAR-ARQUIVADO
               WHEN 2 PERFORM REINSTALAR-ARQUIVADO

       CONSULTAR-ARQUIVADO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO HM-CODFUNC
               READ HISTORICO-MASTER
                   INVALID KEY
                       DISPLAY "NAO ARQUIVADO: " HM-CODFUNC
                   NOT INVALID KEY
                       MOVE HM-FUNCIONARIO TO FM-FUNCIONARIO
                       DISPLAY "COD..........: " FM-CODFUNC
                       DISPLAY "NOME.........: " FM-NOME
                       DISPLAY "DEPARTAMENTO.: " FM-DEPARTAMENTO
                       DISPLAY "ADMISSAO.....: " FM-DATA-ADMISSAO
                       DISPLAY "STATUS.......: " FM-STATUS
                       DISPLAY "DESLIGADO EM.: " FM-STATUS-DATA-EFETIVA
               END-READ
           END-IF.

      * Moves the archived record back onto the live master and off
      * the history - the WRITE must succeed before the DELETE runs,
      * the same no-data-loss order the archive job applies.
       REINSTALAR-ARQUIVADO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM REINSTALAR-ARQUIVADO-TRAVADA
               PERFORM LIBERAR-TRAVA
                   PERFORM REGISTRAR-AUDITORIA
           END-DELETE.

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

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "CONSHIST" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "CONSULTA-HISTORICO: OPERADOR NAO AUTENTICADO"
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

       END PROGRAM CONSULTA-HISTORICO.
