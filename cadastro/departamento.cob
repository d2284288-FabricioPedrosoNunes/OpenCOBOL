               ALTERNATE RECORD KEY IS DP-NOME
               FILE STATUS IS WS-FS-DEPARTAMENTO.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
       FD  DEPARTAMENTO-MASTER.
       COPY DEPARTAMENTO.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

           88 WS-DEPARTAMENTO-DUPLICADO  VALUE "22".
           88 WS-DEPARTAMENTO-NAO-EXISTE VALUE "35".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".

       01  WS-COD-VALIDO  PIC X VALUE "N".
       01  WS-COD-ENTRADA PIC 9(4).
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

           OPEN I-O DEPARTAMENTO-MASTER.
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE DEPARTAMENTO-MASTER.
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
               WHEN 1 THRU 3
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
               WHEN 1 PERFORM ADICIONAR-DEPARTAMENTO
               WHEN 2 PERFORM ALTERAR-DEPARTAMENTO

       ADICIONAR-DEPARTAMENTO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-DEPARTAMENTO-TRAVADA
               PERFORM LIBERAR-TRAVA
           MOVE WS-COD-ENTRADA TO DP-CODIGO.
           PERFORM ACEITAR-DADOS-DEPARTAMENTO.

           IF WS-DADOS-VALIDOS = "S"
               WRITE DP-DEPARTAMENTO
                   INVALID KEY
                       DISPLAY "DEPARTAMENTO JA CADASTRADO: " DP-CODIGO
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE "DEPARTAMENTO" TO WS-AUD-CAMPO
                       MOVE SPACES  TO WS-AUD-ANTES
                       MOVE DP-NOME TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       ALTERAR-DEPARTAMENTO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-DEPARTAMENTO-TRAVADA
               PERFORM LIBERAR-TRAVA
               NOT INVALID KEY
                   MOVE DP-NOME TO WS-AUD-ANTES
                   PERFORM ACEITAR-DADOS-DEPARTAMENTO
                   IF WS-DADOS-VALIDOS = "S"
                       REWRITE DP-DEPARTAMENTO
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: " DP-CODIGO
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "DEPARTAMENTO" TO WS-AUD-CAMPO
                               MOVE DP-NOME TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       EXCLUIR-DEPARTAMENTO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM EXCLUIR-DEPARTAMENTO-TRAVADA
               PERFORM LIBERAR-TRAVA

       CONSULTAR-DEPARTAMENTO.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO DP-CODIGO
               READ DEPARTAMENTO-MASTER
                   INVALID KEY
                       DISPLAY "DEPARTAMENTO NAO ENCONTRADO: " DP-CODIGO
                   NOT INVALID KEY
                       DISPLAY "CODIGO.......: " DP-CODIGO
                       DISPLAY "NOME.........: " DP-NOME
                       DISPLAY "CENTRO CUSTO.: " DP-CENTRO-CUSTO
                       DISPLAY "GERENTE......: " DP-GERENTE
               END-READ
           END-IF.

      * Code through the shared validator - WS-COD-VALIDO stays "N"
      * when the attempts run out and the option is abandoned.
       ACEITAR-COD.
           MOVE "N" TO WS-COD-VALIDO.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O CODIGO DO DEPARTAMENTO" TO VC-ROTULO.
           MOVE 1    TO VC-MINIMO.
           MOVE 9999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO WS-COD-ENTRADA
               MOVE "S" TO WS-COD-VALIDO
           END-IF.

      * Each field through the shared validator in turn; a field
      * that runs out of attempts leaves WS-DADOS-VALIDOS "N" and
      * the record is not written.
       ACEITAR-DADOS-DEPARTAMENTO.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-TEXTO TO TRUE.
           MOVE "INFORME O NOME OFICIAL DO DEPARTAMENTO" TO VC-ROTULO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-TEXTO TO DP-NOME
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O CENTRO DE CUSTO (6 DIGITOS)" TO VC-ROTULO
               MOVE 1      TO VC-MINIMO
               MOVE 999999 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO DP-CENTRO-CUSTO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O CODIGO DO GERENTE" TO VC-ROTULO
               MOVE 1      TO VC-MINIMO
               MOVE 999999 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO DP-GERENTE
               MOVE "S" TO WS-DADOS-VALIDOS
           END-IF.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "DEPARTAM" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "DEPARTAMENTO: OPERADOR NAO AUTENTICADO"
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

       END PROGRAM DEPARTAMENTO.
