               RECORD KEY IS PR-NOME
               FILE STATUS IS WS-FS-PARAMETRO.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
       FD  PARAMETRO-MASTER.
       COPY PARAMETRO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

           88 WS-PARAMETRO-NAO-ACHOU  VALUE "23".
           88 WS-PARAMETRO-NAO-EXISTE VALUE "35".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".
       01  WS-AUD-DEPOIS   PIC X(30).

       01  WS-NOME-ENTRADA PIC X(20).
       01  WS-NOME-VALIDO   PIC X VALUE "N".
       01  WS-DADOS-VALIDOS PIC X VALUE "N".

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

           OPEN I-O PARAMETRO-MASTER.
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE PARAMETRO-MASTER.
           CLOSE REGISTRO-TRAVAS.

           STOP RUN.
           DISPLAY "OPCAO: ".
           ACCEPT WS-OPCAO.

      * Maintenance options open to the payroll-side perfis
      * (analista de folha and supervisor), consulta and SAIR to
      * every perfil - an override on data/permissoes.dat replaces
      * this default.
       PROCESSAR-OPCAO.
           MOVE WS-OPCAO TO VP-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 THRU 3
                   MOVE "AS" TO VP-PERFIS-PADRAO
               WHEN OTHER
                   MOVE "RASC" TO VP-PERFIS-PADRAO
           END-EVALUATE.
           CALL "VERIFICAR-PERMISSAO" USING VP-PARAMETROS.
           IF VP-PERMITIDO
               PERFORM EXECUTAR-OPCAO
           END-IF.

       EXECUTAR-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 1 PERFORM ADICIONAR-PARAMETRO
               WHEN 2 PERFORM ALTERAR-PARAMETRO

       ADICIONAR-PARAMETRO.
           PERFORM ACEITAR-NOME.
           IF WS-NOME-VALIDO = "S"
               MOVE WS-NOME-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-PARAMETRO-TRAVADO
               PERFORM LIBERAR-TRAVA
           MOVE WS-NOME-ENTRADA TO PR-NOME.
           PERFORM ACEITAR-DADOS-PARAMETRO.

           IF WS-DADOS-VALIDOS = "S"
               WRITE PR-PARAMETRO
                   INVALID KEY
                       DISPLAY "PARAMETRO JA CADASTRADO: " PR-NOME
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE PR-NOME(1:15) TO WS-AUD-CAMPO
                       MOVE SPACES   TO WS-AUD-ANTES
                       MOVE PR-VALOR TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       ALTERAR-PARAMETRO.
           PERFORM ACEITAR-NOME.
           IF WS-NOME-VALIDO = "S"
               MOVE WS-NOME-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-PARAMETRO-TRAVADO
               PERFORM LIBERAR-TRAVA
               NOT INVALID KEY
                   MOVE PR-VALOR TO WS-AUD-ANTES
                   PERFORM ACEITAR-DADOS-PARAMETRO
                   IF WS-DADOS-VALIDOS = "S"
                       REWRITE PR-PARAMETRO
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: " PR-NOME
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE PR-NOME(1:15) TO WS-AUD-CAMPO
                               MOVE PR-VALOR TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       EXCLUIR-PARAMETRO.
           PERFORM ACEITAR-NOME.
           IF WS-NOME-VALIDO = "S"
               MOVE WS-NOME-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM EXCLUIR-PARAMETRO-TRAVADO
               PERFORM LIBERAR-TRAVA

       CONSULTAR-PARAMETRO.
           PERFORM ACEITAR-NOME.
           IF WS-NOME-VALIDO = "S"
               MOVE WS-NOME-ENTRADA TO PR-NOME
               READ PARAMETRO-MASTER
                   INVALID KEY
                       DISPLAY "PARAMETRO NAO ENCONTRADO: " PR-NOME
                   NOT INVALID KEY
                       DISPLAY "PARAMETRO...: " PR-NOME
                       DISPLAY "VALOR.......: " PR-VALOR
                       DISPLAY "VIGENCIA....: " PR-DATA-EFETIVA
                       DISPLAY "ALTERADO POR: " PR-USUARIO
               END-READ
           END-IF.

      * Name through the shared validator - WS-NOME-VALIDO stays "N"
      * when the attempts run out and the option is abandoned.
       ACEITAR-NOME.
           MOVE "N" TO WS-NOME-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O NOME DO PARAMETRO" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO WS-NOME-ENTRADA
               MOVE "S" TO WS-NOME-VALIDO
           END-IF.

      * Each field through the shared validator in turn; a field
      * that runs out of attempts leaves WS-DADOS-VALIDOS "N" and
      * the record is not written.
       ACEITAR-DADOS-PARAMETRO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O VALOR" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO PR-VALOR
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-DATA TO TRUE
               MOVE "INFORME A DATA EFETIVA (AAAAMMDD)" TO VC-ROTULO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO PR-DATA-EFETIVA
               MOVE AU-OPERADOR TO PR-USUARIO
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "PARAMETR" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "PARAMETRO: OPERADOR NAO AUTENTICADO"
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

       END PROGRAM PARAMETRO.
