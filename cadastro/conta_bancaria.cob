               RECORD KEY IS CB-CODFUNC
               FILE STATUS IS WS-FS-CONTA.

      * Suite-wide interlock and per-record busy marks - the
      * cadastro refuses to run while the nightly chain owns the
      * masters, and marks each record it touches so a second
       FD  CONTA-MASTER.
       COPY CONTABANCARIA.

       FD  CADEIA-LOCK.
       COPY CADEIALOCK.

           88 WS-CONTA-DUPLICADO  VALUE "22".
           88 WS-CONTA-NAO-EXISTE VALUE "35".

      * Image handed to GRAVAR-AUDITORIA, which owns the log.
       COPY AUDITTRAIL.

       01  WS-FS-LOCK PIC XX.
           88 WS-LOCK-OK VALUE "00".

       01  WS-COD-VALIDO PIC X VALUE "N".
       01  WS-COD-ENTRADA PIC 9(6).
       01  WS-DADOS-VALIDOS PIC X VALUE "N".
       01  WS-TENTATIVAS    PIC 9.

      * Account-image fields captured before a REWRITE so the audit
      * line carries the real old value.
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

           OPEN I-O CONTA-MASTER.
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT WS-DEVE-CONTINUAR
               PERFORM EXIBIR-MENU
               PERFORM PROCESSAR-OPCAO
           END-PERFORM.

           CLOSE CONTA-MASTER.
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
               WHEN 1 PERFORM ADICIONAR-CONTA
               WHEN 2 PERFORM ALTERAR-CONTA

       ADICIONAR-CONTA.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ADICIONAR-CONTA-TRAVADA
               PERFORM LIBERAR-TRAVA
           MOVE WS-COD-ENTRADA TO CB-CODFUNC.
           PERFORM ACEITAR-DADOS-CONTA.

           IF WS-DADOS-VALIDOS = "S"
               WRITE CB-CONTA-BANCARIA
                   INVALID KEY
                       DISPLAY "CONTA JA CADASTRADA PARA: " CB-CODFUNC
                   NOT INVALID KEY
                       MOVE "INCLUSAO" TO WS-AUD-OPERACAO
                       MOVE SPACES     TO WS-AUD-ANTES
                       PERFORM MONTAR-IMAGEM-DEPOIS
                       MOVE "CONTA"    TO WS-AUD-CAMPO
                       MOVE WS-DEPOIS-CONTA TO WS-AUD-DEPOIS
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       ALTERAR-CONTA.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM ALTERAR-CONTA-TRAVADA
               PERFORM LIBERAR-TRAVA
               NOT INVALID KEY
                   PERFORM MONTAR-IMAGEM-ANTES
                   PERFORM ACEITAR-DADOS-CONTA
                   IF WS-DADOS-VALIDOS = "S"
                       REWRITE CB-CONTA-BANCARIA
                           INVALID KEY
                               DISPLAY "ERRO NA REGRAVACAO: " CB-CODFUNC
                           NOT INVALID KEY
                               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
                               MOVE "CONTA"     TO WS-AUD-CAMPO
                               MOVE WS-ANTES-CONTA TO WS-AUD-ANTES
                               PERFORM MONTAR-IMAGEM-DEPOIS
                               MOVE WS-DEPOIS-CONTA TO WS-AUD-DEPOIS
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   END-IF
           END-READ.

       EXCLUIR-CONTA.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO TV-REGISTRO
               PERFORM OBTER-TRAVA
           END-IF.
           IF WS-TEM-TRAVA
               PERFORM EXCLUIR-CONTA-TRAVADA
               PERFORM LIBERAR-TRAVA

       CONSULTAR-CONTA.
           PERFORM ACEITAR-COD.
           IF WS-COD-VALIDO = "S"
               MOVE WS-COD-ENTRADA TO CB-CODFUNC
               READ CONTA-MASTER
                   INVALID KEY
                       DISPLAY "CONTA NAO ENCONTRADA: " CB-CODFUNC
                   NOT INVALID KEY
                       DISPLAY "FUNCIONARIO: " CB-CODFUNC
                       DISPLAY "BANCO......: " CB-BANCO
                       DISPLAY "AGENCIA....: " CB-AGENCIA
                       DISPLAY "CONTA......: " CB-CONTA "-" CB-DIGITO
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

      * Prompts bank, branch, account and digit through the shared
      * validator, re-prompting account and digit until the typed
      * digit matches the modulus-11 digit computed over the account
      * number - an account the bank would bounce never reaches the
      * file. A digit that does not match counts as one of the three
      * attempts; WS-DADOS-VALIDOS stays "N" when they run out.
       ACEITAR-DADOS-CONTA.
           MOVE "N" TO WS-DADOS-VALIDOS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME O BANCO (3 DIGITOS)" TO VC-ROTULO.
           MOVE 1   TO VC-MINIMO.
           MOVE 999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO CB-BANCO
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME A AGENCIA (4 DIGITOS)" TO VC-ROTULO
               MOVE 1    TO VC-MINIMO
               MOVE 9999 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO CB-AGENCIA
               MOVE 0 TO WS-TENTATIVAS
               SET WS-M11-INVALIDO TO TRUE
               PERFORM UNTIL WS-M11-VALIDO OR WS-TENTATIVAS = 3
                   PERFORM ACEITAR-CONTA-DIGITO
               END-PERFORM
               IF WS-M11-VALIDO
                   MOVE "S" TO WS-DADOS-VALIDOS
               END-IF
           END-IF.

       ACEITAR-CONTA-DIGITO.
           ADD 1 TO WS-TENTATIVAS.
           INITIALIZE VC-PARAMETROS.
           SET VC-TIPO-NUMERICO TO TRUE.
           MOVE "INFORME A CONTA (8 DIGITOS)" TO VC-ROTULO.
           MOVE 1        TO VC-MINIMO.
           MOVE 99999999 TO VC-MAXIMO.
           CALL "VALIDAR-CAMPO" USING VC-PARAMETROS.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO CB-CONTA
               INITIALIZE VC-PARAMETROS
               SET VC-TIPO-NUMERICO TO TRUE
               MOVE "INFORME O DIGITO DA CONTA" TO VC-ROTULO
               MOVE 0 TO VC-MINIMO
               MOVE 9 TO VC-MAXIMO
               CALL "VALIDAR-CAMPO" USING VC-PARAMETROS
           END-IF.
           IF VC-ACEITO
               MOVE VC-VALOR-NUMERICO TO CB-DIGITO
               MOVE SPACES   TO WS-M11-NUMERO
               MOVE CB-CONTA TO WS-M11-NUMERO(1:8)
               MOVE 8        TO WS-M11-TAMANHO
               IF WS-M11-INVALIDO
                   DISPLAY "DIGITO INVALIDO - DIGITO VERIFICADOR "
                           "NAO CONFERE"
                   IF WS-TENTATIVAS = 3
                       DISPLAY "LIMITE DE TENTATIVAS ESGOTADO - "
                               "OPERACAO CANCELADA"
                   END-IF
               END-IF
           END-IF.
           IF VC-RECUSADO
               MOVE 3 TO WS-TENTATIVAS
           END-IF.

       MONTAR-IMAGEM-ANTES.
           MOVE SPACES TO WS-ANTES-CONTA.
               SET WS-M11-INVALIDO TO TRUE
           END-IF.

      * Sign-on before any master opens - every image this session
      * writes carries the operator, and the perfil decides which
      * menu options open.
       IDENTIFICAR-OPERADOR.
           MOVE "CONTABAN" TO AU-PROGRAMA.
           CALL "AUTENTICAR-OPERADOR" USING AU-PARAMETROS.
           IF NOT AU-AUTENTICADO
               DISPLAY "CONTA-BANCARIA: OPERADOR NAO AUTENTICADO"
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

       END PROGRAM CONTA-BANCARIA.
